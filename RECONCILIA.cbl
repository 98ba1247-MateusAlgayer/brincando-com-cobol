      *              (REL-SERVICO "P" ou branco, dos registros antigos)
      *              entram na conferencia: multiplicar uma lista de
      *              divisores nao reproduz o numero original.
      * 15/10/2026 - Numeros e fatores de ate 15 digitos: valor, token
      *              e produto ampliados e lista de fatores lida em 100
      *              posicoes, acompanhando RELATORIO.cpy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILIA-FATORES.
       01  FIM-RELATORIO            PIC X(01) VALUE 'N'.
           88 FIM-RELATORIO-SIM              VALUE 'S'.

       01  REL-NUMERO-VALOR          PIC 9(15).
       01  REL-FATORES-TRIM         PIC X(100).
       01  REL-FATORES-LEN          PIC 9(03).
       01  UNSTR-PTR                PIC 9(03).
       01  TOKEN-FATOR              PIC X(16).
       01  PRODUTO-FATORES          PIC 9(18).

       01  TOTAL-REGISTROS          PIC 9(07) VALUE 0.
       01  TOTAL-DIVERGENTES        PIC 9(07) VALUE 0.
