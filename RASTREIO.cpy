      *          requisicao X" sem garimpar quatro arquivos).
      *          Etapa ainda nao cumprida fica com o timestamp em
      *          branco.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - RTR-NUMERO ampliado para 16 posicoes (sinal e 15
      *              digitos), acompanhando ENTRADA.cpy; o mestre
      *              antigo e convertido por CONVERTE-QUINZE-DIGITOS.
      * 15/10/2026 - Nova situacao de critica "E": registro valido
      *              segurado em ERROS.DAT por cota mensal excedida
      *              (motivo 10), a espera da aprovacao do
      *              departamento.
      * 15/10/2026 - RTR-PART-FLUXO "E": requisicao atendida pelo canal
      *              expresso diurno, que nao passa pelo
      *              particionamento; o carimbo de particao fica em
      *              branco.
      ******************************************************************
       01  REG-RASTREIO.
           05  RTR-ID-REQUISICAO       PIC X(08).
           05  RTR-DEPARTAMENTO        PIC X(03).
           05  RTR-NUMERO              PIC X(16).
           05  RTR-VAL-TIMESTAMP       PIC X(14).
           05  RTR-VAL-SITUACAO        PIC X(01).
               88  RTR-VAL-ACEITA               VALUE "A".
               88  RTR-VAL-REJEITADA            VALUE "R".
               88  RTR-VAL-EM-ESPERA            VALUE "E".
           05  RTR-VAL-MOTIVO          PIC X(02).
           05  RTR-PART-TIMESTAMP      PIC X(14).
           05  RTR-PART-FLUXO          PIC X(01).
               88  RTR-PART-EXPRESSO            VALUE "E".
           05  RTR-PROC-TIMESTAMP      PIC X(14).
           05  RTR-PROC-STATUS         PIC X(02).
