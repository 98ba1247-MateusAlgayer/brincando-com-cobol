      *          lado do codigo de tres letras. Cadastro vazio (sem
      *          DEPTOS.DAT) desliga a conferencia, e o ambiente se
      *          comporta como antes.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Inclusao das cotas mensais de chamadas por
      *              servico (P, D e S), conferidas pela critica e
      *              pelo relatorio diario de cotas; zero e cota
      *              livre.
      * 15/10/2026 - Inclusao do prazo de atendimento em horas (da
      *              critica a resposta) combinado com o departamento,
      *              medido pelo relatorio mensal de prazos; zero e sem
      *              prazo.
      ******************************************************************
       01  DEPARTAMENTOS-SISTEMA.
           05  DEP-QTD-CADASTRADOS    PIC 9(03).
               10  DEP-NOME           PIC X(30).
               10  DEP-CONTATO        PIC X(30).
               10  DEP-ATIVO          PIC X(01).
               10  DEP-COTA-PRIMOS    PIC 9(07).
               10  DEP-COTA-DIVISORES PIC 9(07).
               10  DEP-COTA-SOMA      PIC 9(07).
               10  DEP-PRAZO-HORAS    PIC 9(03).
