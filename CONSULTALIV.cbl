      *          mesmo quando a cadeia vira a meia-noite, e nunca
      *          mistura a noite anterior com a atual.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Entrada pela identificacao do operador
      *              (IDENTIFICA-OPERADOR, perfil C).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-LIVRO.
           COPY 'LIVRO.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
       01  STATUS-LIVRO            PIC X(02).
       01  FIM-LIVRO               PIC X(01).
           88 FIM-LIVRO-SIM                 VALUE 'S'.
       01  PENDENTES               PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "CONSULTA-LIVRO" TO ACS-PROGRAMA.
           MOVE "C" TO ACS-PERFIL-EXIGIDO.
           MOVE "N" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF NOT ACS-LIBERADO
               DISPLAY "Operador nao autorizado para "
                   "o painel da noite."
               STOP RUN
           END-IF.
           OPEN INPUT LIVRO-EXECUCAO.
           IF STATUS-LIVRO NOT = "00"
               DISPLAY "LIVRO.DAT inexistente - nenhum passo "
