      *          deixa de ser uma garimpagem por ERROS.DAT,
      *          NUMVALID.DAT, STREAMn.DAT e RELATORIO.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Critica com registro em espera por cota mensal
      *              excedida aparece como tal, e nao como rejeicao.
      * 15/10/2026 - Entrada pela identificacao do operador
      *              (IDENTIFICA-OPERADOR, perfil C).
      * 15/10/2026 - Requisicao atendida pelo canal expresso diurno
      *              aparece como tal na etapa de particao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-RASTREIO.
           COPY 'RASTREIO.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
       01  STATUS-RASTREIO         PIC X(02).
       01  ID-CONSULTADO           PIC X(08).
       01  CONTINUA-CONSULTA       PIC X(01) VALUE 'S'.

       PROCEDURE DIVISION.
           DISPLAY "=== Consulta de rastreamento de requisicoes ===".
           MOVE "CONSULTA-RASTREIO" TO ACS-PROGRAMA.
           MOVE "C" TO ACS-PERFIL-EXIGIDO.
           MOVE "N" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF NOT ACS-LIBERADO
               DISPLAY "Operador nao autorizado para "
                   "a consulta de rastreio."
               STOP RUN
           END-IF.
           OPEN INPUT RASTREIO-MESTRE.
           IF STATUS-RASTREIO NOT = "00"
               DISPLAY "RASTREIO.MST indisponivel (status "
               IF RTR-VAL-TIMESTAMP = SPACES
                   DISPLAY "Critica.....: (sem registro)"
               ELSE
                   EVALUATE TRUE
                       WHEN RTR-VAL-ACEITA
                           DISPLAY "Critica.....: " RTR-VAL-TIMESTAMP
                               " aceita"
                       WHEN RTR-VAL-EM-ESPERA
                           DISPLAY "Critica.....: " RTR-VAL-TIMESTAMP
                               " EM ESPERA - cota mensal excedida, "
                               "aguarda aprovacao do departamento"
                       WHEN OTHER
                           DISPLAY "Critica.....: " RTR-VAL-TIMESTAMP
                               " REJEITADA - motivo " RTR-VAL-MOTIVO
                   END-EVALUATE
               END-IF
               EXIT.

           EXIBE-ETAPA-PARTICAO.
               IF RTR-PART-EXPRESSO
                   DISPLAY "Particao....: (canal expresso diurno - "
                       "sem particao)"
                   EXIT PARAGRAPH
               END-IF
               IF RTR-PART-TIMESTAMP = SPACES
                   DISPLAY "Particao....: (sem registro)"
               ELSE
