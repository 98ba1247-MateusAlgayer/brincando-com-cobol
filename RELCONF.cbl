      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Relatorio diario de excecoes das confirmacoes de
      *          recebimento: le ENVIOS.DAT e lista toda distribuicao
      *          RESP<dep>.DAT que o departamento nao confirmou dentro
      *          do prazo de PAR-DIAS-CONFIRMACAO dias (contados da
      *          gravacao do arquivo, ou da ultima regeracao) e toda
      *          distribuicao rejeitada por contagem divergente que
      *          ainda espera o arquivo regerado, com o nome e o
      *          contato do departamento - o arquivo perdido na
      *          transferencia aparece em dias, e nao semanas depois
      *          pela reclamacao do departamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CONFIRMACOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRO-ENVIOS ASSIGN TO "ENVIOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENVIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVRO-ENVIOS.
           COPY 'ENVIO.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.
           COPY 'DEPTOS.cpy'.

       01  STATUS-ENVIOS           PIC X(02).
       01  FIM-ENVIOS              PIC X(01).
           88 FIM-ENVIOS-SIM                VALUE 'S'.
      *    P = pendentes fora do prazo, X = rejeitadas; o livro e
      *    lido uma vez para cada secao.
       01  SECAO-DA-VEZ            PIC X(01).

       01  DATA-DE-HOJE            PIC 9(08).
       01  DATA-ENVIO              PIC 9(08).
       01  DIAS-SEM-CONFIRMACAO    PIC S9(05).
       01  DIAS-EDITADO            PIC Z(4)9.
       01  PRAZO-EDITADO           PIC Z(2)9.
       01  QTD-EDITADA             PIC Z(6)9.
       01  CONFIRMADA-EDITADA      PIC Z(6)9.
       01  REGERACOES-EDITADO      PIC Z(2)9.

       01  IDX-BUSCA               PIC 9(03).
       01  IDX-ACHADO              PIC 9(03).
       01  NOME-DEPARTAMENTO       PIC X(30).
       01  CONTATO-DEPARTAMENTO    PIC X(30).

       01  TOTAL-DISTRIBUICOES     PIC 9(07) VALUE 0.
       01  TOTAL-RECEBIDAS         PIC 9(07) VALUE 0.
       01  TOTAL-NO-PRAZO          PIC 9(07) VALUE 0.
       01  TOTAL-ATRASADAS         PIC 9(07) VALUE 0.
       01  TOTAL-REJEITADAS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           CALL 'CARREGA-DEPARTAMENTOS' USING DEPARTAMENTOS-SISTEMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-DE-HOJE.
           OPEN INPUT LIVRO-ENVIOS.
           IF STATUS-ENVIOS NOT = "00"
               DISPLAY "ENVIOS.DAT nao encontrado - nenhuma "
                   "distribuicao registrada."
               STOP RUN
           END-IF.
           CLOSE LIVRO-ENVIOS.

           MOVE PAR-DIAS-CONFIRMACAO TO PRAZO-EDITADO.
           DISPLAY "===============================================".
           DISPLAY "Excecoes de confirmacao de recebimento - "
               "emitido em " DATA-DE-HOJE.
           DISPLAY "Prazo de confirmacao: "
               FUNCTION TRIM(PRAZO-EDITADO) " dia(s)".
           DISPLAY "-----------------------------------------------".
           DISPLAY "Respostas sem confirmacao alem do prazo:".
           MOVE "P" TO SECAO-DA-VEZ.
           PERFORM PERCORRE-ENVIOS.
           IF TOTAL-ATRASADAS = 0
               DISPLAY "  (nenhuma)"
           END-IF.
           DISPLAY "-----------------------------------------------".
           DISPLAY "Respostas rejeitadas aguardando regeracao:".
           MOVE "X" TO SECAO-DA-VEZ.
           PERFORM PERCORRE-ENVIOS.
           IF TOTAL-REJEITADAS = 0
               DISPLAY "  (nenhuma)"
           END-IF.
           PERFORM EMITE-TOTAIS.
           STOP RUN.

           PERCORRE-ENVIOS.
               OPEN INPUT LIVRO-ENVIOS
               MOVE 'N' TO FIM-ENVIOS
               PERFORM LE-ENVIO
               PERFORM UNTIL FIM-ENVIOS-SIM
                   IF SECAO-DA-VEZ = "P"
                       PERFORM CONFERE-PENDENTE
                   ELSE
                       IF ENV-REJEITADO
                           PERFORM EMITE-REJEITADA
                       END-IF
                   END-IF
                   PERFORM LE-ENVIO
               END-PERFORM
               CLOSE LIVRO-ENVIOS
               EXIT.

           LE-ENVIO.
               READ LIVRO-ENVIOS
                   AT END
                       SET FIM-ENVIOS-SIM TO TRUE
               END-READ.
               EXIT.

      *    Os totais gerais saem da primeira passada.
           CONFERE-PENDENTE.
               ADD 1 TO TOTAL-DISTRIBUICOES
               IF ENV-RECEBIDO
                   ADD 1 TO TOTAL-RECEBIDAS
                   EXIT PARAGRAPH
               END-IF
               IF NOT ENV-PENDENTE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO DIAS-SEM-CONFIRMACAO
               IF ENV-DATA-ENVIO(1:8) NUMERIC
                   MOVE ENV-DATA-ENVIO(1:8) TO DATA-ENVIO
                   COMPUTE DIAS-SEM-CONFIRMACAO =
                       FUNCTION INTEGER-OF-DATE(DATA-DE-HOJE)
                       - FUNCTION INTEGER-OF-DATE(DATA-ENVIO)
               END-IF
               IF DIAS-SEM-CONFIRMACAO NOT > PAR-DIAS-CONFIRMACAO
                   ADD 1 TO TOTAL-NO-PRAZO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-ATRASADAS
               PERFORM LOCALIZA-DEPARTAMENTO
               MOVE ENV-QTD-DETALHES TO QTD-EDITADA
               MOVE DIAS-SEM-CONFIRMACAO TO DIAS-EDITADO
               MOVE ENV-QTD-REGERACOES TO REGERACOES-EDITADO
               DISPLAY "  " ENV-DEPARTAMENTO " "
                   FUNCTION TRIM(NOME-DEPARTAMENTO)
                   " - extracao " ENV-DATA-EXTRACAO
               DISPLAY "      enviada em " ENV-DATA-ENVIO(1:8)
                   " ha " FUNCTION TRIM(DIAS-EDITADO) " dia(s), "
                   FUNCTION TRIM(QTD-EDITADA) " detalhe(s), "
                   FUNCTION TRIM(REGERACOES-EDITADO) " regeracao(oes)"
               DISPLAY "      contato: "
                   FUNCTION TRIM(CONTATO-DEPARTAMENTO)
               EXIT.

           EMITE-REJEITADA.
               ADD 1 TO TOTAL-REJEITADAS
               PERFORM LOCALIZA-DEPARTAMENTO
               MOVE ENV-QTD-DETALHES TO QTD-EDITADA
               MOVE ENV-QTD-CONFIRMADA TO CONFIRMADA-EDITADA
               DISPLAY "  " ENV-DEPARTAMENTO " "
                   FUNCTION TRIM(NOME-DEPARTAMENTO)
                   " - extracao " ENV-DATA-EXTRACAO
               DISPLAY "      enviados " FUNCTION TRIM(QTD-EDITADA)
                   ", confirmados " FUNCTION TRIM(CONFIRMADA-EDITADA)
                   " em " ENV-DATA-CONFIRMACAO(1:8)
               DISPLAY "      contato: "
                   FUNCTION TRIM(CONTATO-DEPARTAMENTO)
               EXIT.

           LOCALIZA-DEPARTAMENTO.
               MOVE 0 TO IDX-ACHADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > DEP-QTD-CADASTRADOS
                   IF DEP-CODIGO(IDX-BUSCA) = ENV-DEPARTAMENTO
                       MOVE IDX-BUSCA TO IDX-ACHADO
                   END-IF
               END-PERFORM
               IF IDX-ACHADO = 0
                   MOVE "(fora do cadastro)" TO NOME-DEPARTAMENTO
                   MOVE "-" TO CONTATO-DEPARTAMENTO
               ELSE
                   MOVE DEP-NOME(IDX-ACHADO) TO NOME-DEPARTAMENTO
                   MOVE DEP-CONTATO(IDX-ACHADO) TO CONTATO-DEPARTAMENTO
               END-IF
               EXIT.

           EMITE-TOTAIS.
               DISPLAY "-----------------------------------------------"
               DISPLAY "Distribuicoes registradas....: "
                   TOTAL-DISTRIBUICOES
               DISPLAY "Recebidas....................: "
                   TOTAL-RECEBIDAS
               DISPLAY "Aguardando dentro do prazo...: "
                   TOTAL-NO-PRAZO
               DISPLAY "Sem confirmacao alem do prazo: "
                   TOTAL-ATRASADAS
               DISPLAY "Rejeitadas por contagem......: "
                   TOTAL-REJEITADAS
               DISPLAY "==============================================="
               EXIT.
       END PROGRAM RELATORIO-CONFIRMACOES.
