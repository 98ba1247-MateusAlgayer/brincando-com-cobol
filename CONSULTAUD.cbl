      *              do departamento do cadastro DEPTOS.DAT (via
      *              CARREGA-DEPARTAMENTOS) ao lado do codigo; sem
      *              cadastro, a linha sai como antes.
      * 15/10/2026 - Entrada pela identificacao do operador
      *              (IDENTIFICA-OPERADOR, perfil C).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-AUDITORIA.
           COPY 'AUDITORIA.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'PARAMETROS.cpy'.
           COPY 'DEPTOS.cpy'.


       PROCEDURE DIVISION.
           DISPLAY "=== Consulta da trilha de auditoria ===".
           MOVE "CONSULTA-AUDITORIA" TO ACS-PROGRAMA.
           MOVE "C" TO ACS-PERFIL-EXIGIDO.
           MOVE "N" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF NOT ACS-LIBERADO
               DISPLAY "Operador nao autorizado para "
                   "a consulta de auditoria."
               STOP RUN
           END-IF.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           CALL 'CARREGA-DEPARTAMENTOS' USING DEPARTAMENTOS-SISTEMA.
           MOVE PAR-ARQ-AUDITORIA TO NOME-ARQ-AUDITORIA.
