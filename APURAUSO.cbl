      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Apura o uso do FATORADOR num mes (USO-MES-REFERENCIA,
      *          AAAAMM) por departamento e servico, do mesmo jeito que
      *          FATURAMENTO-USO conta as chamadas faturaveis: linhas de
      *          RELATORIO.DAT (nome de PARAMETROS.DAT) e dos
      *          historicos ARQREL<data>.DAT com data de corte no mes e
      *          no mes seguinte, filtradas pela data de geracao da
      *          linha. Servico fora de D/S conta como P, como na
      *          fatura. Usado pela critica para a cota mensal e pelo
      *          relatorio diario de cotas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURA-USO-MES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-APURADO ASSIGN USING NOME-ARQ-REL-APURA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-REL-APURA.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-APURADO.
           COPY 'RELATORIO.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-REL-APURA        PIC X(02).
       01  NOME-ARQ-REL-APURA      PIC X(30).

       01  FIM-ARQUIVO             PIC X(01).
           88 FIM-ARQUIVO-SIM               VALUE 'S'.

       01  MES-SEGUINTE            PIC X(06).
       01  ANO-TRABALHO            PIC 9(04).
       01  MES-TRABALHO            PIC 9(02).
       01  MES-DO-PROBE            PIC X(06).
       01  IDX-MES-PROBE           PIC 9(01).
       01  DIA-PROBE               PIC 9(02).

      *    USO-DEPARTAMENTOS-MAX casa com OCCURS 50 de USO-ENTRADA em
      *    USOMES.cpy; os dois precisam mudar juntos.
       01  USO-DEPARTAMENTOS-MAX   PIC 9(03) VALUE 50.
       01  IDX-BUSCA               PIC 9(03).
       01  DEPARTAMENTO-ACHADO     PIC X(01).
           88 DEPARTAMENTO-ACHADO-SIM        VALUE 'S'.

       LINKAGE SECTION.
           COPY 'USOMES.cpy'.

       PROCEDURE DIVISION USING USO-MES.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           MOVE 0 TO USO-QTD-DEPARTAMENTOS.
           MOVE 0 TO USO-LINHAS-FORA.
           IF USO-MES-REFERENCIA NOT NUMERIC
               GOBACK
           END-IF.
           PERFORM MONTA-MES-SEGUINTE.
           MOVE PAR-ARQ-RELATORIO TO NOME-ARQ-REL-APURA.
           PERFORM APURA-RELATORIO.
           PERFORM APURA-HISTORICOS.
           GOBACK.

           MONTA-MES-SEGUINTE.
               COMPUTE ANO-TRABALHO =
                   FUNCTION NUMVAL(USO-MES-REFERENCIA(1:4))
               COMPUTE MES-TRABALHO =
                   FUNCTION NUMVAL(USO-MES-REFERENCIA(5:2))
               IF MES-TRABALHO = 12
                   ADD 1 TO ANO-TRABALHO
                   MOVE 1 TO MES-TRABALHO
               ELSE
                   ADD 1 TO MES-TRABALHO
               END-IF
               MOVE SPACES TO MES-SEGUINTE
               STRING ANO-TRABALHO MES-TRABALHO DELIMITED BY SIZE
                   INTO MES-SEGUINTE
               EXIT.

      *    Historicos do expurgo procurados por tentativa de abertura
      *    em todos os dias do mes e do mes seguinte, como no
      *    faturamento; o que nao existir e pulado pelo status 35.
           APURA-HISTORICOS.
               PERFORM VARYING IDX-MES-PROBE FROM 1 BY 1
               UNTIL IDX-MES-PROBE > 2
                   IF IDX-MES-PROBE = 1
                       MOVE USO-MES-REFERENCIA TO MES-DO-PROBE
                   ELSE
                       MOVE MES-SEGUINTE TO MES-DO-PROBE
                   END-IF
                   PERFORM VARYING DIA-PROBE FROM 1 BY 1
                   UNTIL DIA-PROBE > 31
                       MOVE SPACES TO NOME-ARQ-REL-APURA
                       STRING "ARQREL" MES-DO-PROBE DIA-PROBE ".DAT"
                           DELIMITED BY SIZE INTO NOME-ARQ-REL-APURA
                       PERFORM APURA-RELATORIO
                   END-PERFORM
               END-PERFORM
               EXIT.

           APURA-RELATORIO.
               OPEN INPUT RELATORIO-APURADO
               IF STATUS-REL-APURA NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-RELATORIO
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   IF REL-DATA-GERACAO(1:6) = USO-MES-REFERENCIA
                       AND REL-DEPARTAMENTO NOT = SPACES
                       PERFORM ACUMULA-LINHA-RELATORIO
                   END-IF
                   PERFORM LE-RELATORIO
               END-PERFORM
               CLOSE RELATORIO-APURADO
               EXIT.

           LE-RELATORIO.
               READ RELATORIO-APURADO
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

           ACUMULA-LINHA-RELATORIO.
               PERFORM LOCALIZA-DEPARTAMENTO
               IF IDX-BUSCA = 0
                   ADD 1 TO USO-LINHAS-FORA
                   EXIT PARAGRAPH
               END-IF
               EVALUATE REL-SERVICO
                   WHEN "D"
                       ADD 1 TO USO-QTD-DIVISORES(IDX-BUSCA)
                   WHEN "S"
                       ADD 1 TO USO-QTD-SOMA(IDX-BUSCA)
                   WHEN OTHER
                       ADD 1 TO USO-QTD-PRIMOS(IDX-BUSCA)
               END-EVALUATE
               EXIT.

      *    Devolve em IDX-BUSCA a posicao de REL-DEPARTAMENTO na
      *    tabela, incluindo-o zerado se inedito; 0 com a tabela
      *    cheia.
           LOCALIZA-DEPARTAMENTO.
               MOVE 'N' TO DEPARTAMENTO-ACHADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > USO-QTD-DEPARTAMENTOS
                   OR DEPARTAMENTO-ACHADO-SIM
                   IF USO-DEPARTAMENTO(IDX-BUSCA) = REL-DEPARTAMENTO
                       MOVE 'S' TO DEPARTAMENTO-ACHADO
                       SUBTRACT 1 FROM IDX-BUSCA
                   END-IF
               END-PERFORM
               IF DEPARTAMENTO-ACHADO-SIM
                   EXIT PARAGRAPH
               END-IF
               IF USO-QTD-DEPARTAMENTOS < USO-DEPARTAMENTOS-MAX
                   ADD 1 TO USO-QTD-DEPARTAMENTOS
                   MOVE USO-QTD-DEPARTAMENTOS TO IDX-BUSCA
                   MOVE REL-DEPARTAMENTO TO USO-DEPARTAMENTO(IDX-BUSCA)
                   MOVE 0 TO USO-QTD-PRIMOS(IDX-BUSCA)
                   MOVE 0 TO USO-QTD-DIVISORES(IDX-BUSCA)
                   MOVE 0 TO USO-QTD-SOMA(IDX-BUSCA)
               ELSE
                   MOVE 0 TO IDX-BUSCA
               END-IF
               EXIT.
       END PROGRAM APURA-USO-MES.
