      *          area DEPARTAMENTOS-SISTEMA) e
      *          MANUTENCAO-DEPARTAMENTOS (quem o regrava apos a
      *          manutencao).
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Inclusao das cotas mensais de chamadas por
      *              servico (P, D e S); zero e cota livre. Linha do
      *              layout antigo, sem as cotas, carrega como cota
      *              livre.
      * 15/10/2026 - Inclusao de DPT-PRAZO-HORAS, prazo de atendimento
      *              combinado com o departamento (horas da critica a
      *              resposta), medido pelo relatorio mensal de prazos;
      *              zero e sem prazo. Linha do layout antigo carrega
      *              sem prazo.
      ******************************************************************
       01  REG-DEPARTAMENTO.
           05  DPT-CODIGO          PIC X(03).
           05  DPT-CONTATO         PIC X(30).
           05  FILLER              PIC X(01).
           05  DPT-ATIVO           PIC X(01).
           05  FILLER              PIC X(01).
           05  DPT-COTA-PRIMOS     PIC 9(07).
           05  FILLER              PIC X(01).
           05  DPT-COTA-DIVISORES  PIC 9(07).
           05  FILLER              PIC X(01).
           05  DPT-COTA-SOMA       PIC 9(07).
           05  FILLER              PIC X(01).
           05  DPT-PRAZO-HORAS     PIC 9(03).
