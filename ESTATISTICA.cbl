      *              tres letras nao dizem nada para a gerencia.
      *              Todas as linhas entram nessa contagem, inclusive
      *              as dos servicos de divisores.
      * 15/10/2026 - Numeros e fatores de ate 15 digitos: valores,
      *              maior primo e ranking ampliados, lista de fatores
      *              lida em 100 posicoes e distribuicao da quantidade
      *              de fatores ate 50, acompanhando COPYBOOK.cpy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATISTICA-RELATORIO.
       01  FIM-RELATORIO            PIC X(01) VALUE 'N'.
           88 FIM-RELATORIO-SIM              VALUE 'S'.

       01  REL-NUMERO-VALOR         PIC 9(15).
       01  REL-FATORES-TRIM         PIC X(100).
       01  REL-FATORES-LEN          PIC 9(03).
       01  UNSTR-PTR                PIC 9(03).
       01  TOKEN-FATOR              PIC X(16).
       01  FATOR-VALOR              PIC 9(15).
       01  FATORES-DO-REGISTRO      PIC 9(03).

       01  TOTAL-REGISTROS          PIC 9(07) VALUE 0.
       01  TOTAL-PRIMOS             PIC 9(07) VALUE 0.
       01  TOTAL-OUTROS-SERVICOS    PIC 9(07) VALUE 0.
       01  MAIOR-PRIMO              PIC 9(15) VALUE 0.

      *    OCCURS 50 casa com TABELA-FATORES de COPYBOOK.cpy; os dois
      *    precisam mudar juntos.
       01  DISTRIBUICAO-FATORES      VALUE ZEROS.
           05  DIST-QTD OCCURS 50 TIMES  PIC 9(07).

      *    Capacidade da tabela de frequencia: fatores primos distintos
      *    alem dos 200 primeiros deixam de ser contados no ranking.
       01  QTD-FATORES-DISTINTOS    PIC 9(03) VALUE 0.
       01  TABELA-FREQUENCIA         VALUE ZEROS.
           05  FREQ-ENTRADA OCCURS 200 TIMES.
               10  FREQ-FATOR       PIC 9(15).
               10  FREQ-QTD         PIC 9(07).

       01  FAIXAS-DE-VALOR.
                   END-IF
               END-PERFORM
               IF FATORES-DO-REGISTRO >= 1
                   AND FATORES-DO-REGISTRO <= 50
                   ADD 1 TO DIST-QTD(FATORES-DO-REGISTRO)
               END-IF
               IF FATORES-DO-REGISTRO = 1 AND REL-NUMERO-VALOR NOT = 1
               DISPLAY "-----------------------------------------------"
               DISPLAY "Distribuicao da quantidade de fatores:"
               PERFORM VARYING IDX-EXIBE FROM 1 BY 1
               UNTIL IDX-EXIBE > 50
                   IF DIST-QTD(IDX-EXIBE) > 0
                       DISPLAY "  " IDX-EXIBE " fator(es): "
                           DIST-QTD(IDX-EXIBE) " numero(s)"
