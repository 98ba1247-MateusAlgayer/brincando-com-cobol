      *          chaveado pelo ID-REQUISICAO original, e um
      *          totalizador (tipo T) com a contagem de detalhes para
      *          o departamento conferir no recebimento.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - RSP-DET-NUMERO ampliado para 15 digitos e
      *              RSP-DET-FATORES para 100 posicoes, acompanhando
      *              RELATORIO.cpy; o registro passa de 100 para 130
      *              posicoes.
      ******************************************************************
       01  REG-RESPOSTA.
           05  RSP-TIPO            PIC X(01).
               88  RSP-DETALHE              VALUE "D".
               88  RSP-TOTALIZADOR          VALUE "T".
           05  FILLER              PIC X(01).
           05  RSP-CORPO           PIC X(128).
           05  RSP-CORPO-CAB REDEFINES RSP-CORPO.
               10  RSP-CAB-DEPARTAMENTO    PIC X(03).
               10  FILLER                  PIC X(01).
               10  RSP-CAB-DATA-EXTRACAO   PIC X(14).
               10  FILLER                  PIC X(110).
           05  RSP-CORPO-DET REDEFINES RSP-CORPO.
               10  RSP-DET-ID-REQUISICAO   PIC X(08).
               10  FILLER                  PIC X(01).
               10  RSP-DET-NUMERO          PIC X(15).
               10  FILLER                  PIC X(01).
               10  RSP-DET-SERVICO         PIC X(01).
               10  FILLER                  PIC X(01).
               10  RSP-DET-FATORES         PIC X(100).
               10  FILLER                  PIC X(01).
           05  RSP-CORPO-TOT REDEFINES RSP-CORPO.
               10  RSP-TOT-QTD-DETALHES    PIC 9(07).
               10  FILLER                  PIC X(01).
               10  RSP-TOT-DATA-EXTRACAO   PIC X(14).
               10  FILLER                  PIC X(106).
