      *          em TARIFLOG.DAT com data/hora, operador, campo, valor
      *          antigo e valor novo.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Entrada pela identificacao individual do operador
      *              (IDENTIFICA-OPERADOR, perfil T), gravado em
      *              TARIFLOG.DAT no lugar do operador unico;
      *              operador so de consulta ve as tarifas sem
      *              alterar.
      * 15/10/2026 - Nova opcao 4 para o preco da chamada atendida
      *              pelo canal expresso diurno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-TARIFAS.

       DATA DIVISION.
       FILE SECTION.
      *    X(28) casa com o tamanho de TARIFAS-SISTEMA em TARIFAS.cpy;
      *    os dois precisam mudar juntos.
       FD  ARQUIVO-TARIFAS.
       01  REG-TARIFAS             PIC X(28).

       FD  LOG-TARIFAS.
       01  REG-TARIFLOG.
           05  LOG-VALOR-NOVO      PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'PARAMETROS.cpy'.
           COPY 'TARIFAS.cpy'.

           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           CALL 'CARREGA-TARIFAS' USING TARIFAS-SISTEMA.

           MOVE "MANUTENCAO-TARIFAS" TO ACS-PROGRAMA.
           MOVE "T" TO ACS-PERFIL-EXIGIDO.
           MOVE "S" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF ACS-NEGADO
               DISPLAY "Operador nao autorizado para manutencao de "
                   "tarifas."
               STOP RUN
           END-IF.
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.

           PERFORM UNTIL NOT CONTINUA-MANUTENCAO-SIM
               PERFORM APRESENTA-TARIFAS
               MOVE TAR-PRECO-SOMA TO TARIFA-EDITADA
               DISPLAY "3 - Preco servico S (cont/soma).: "
                   FUNCTION TRIM(TARIFA-EDITADA)
               MOVE TAR-PRECO-EXPRESSO TO TARIFA-EDITADA
               DISPLAY "4 - Preco canal expresso........: "
                   FUNCTION TRIM(TARIFA-EDITADA)
               DISPLAY "0 - Gravar e encerrar"
               EXIT.

               ACCEPT OPCAO-MANUTENCAO
               EXIT.

      *    Operador so de consulta nao chega as opcoes de
      *    alteracao.
           TRATA-OPCAO.
               IF ACS-SO-LEITURA
                   AND OPCAO-MANUTENCAO NOT = "0"
                   DISPLAY "Operador com acesso somente de "
                       "consulta - alteracao nao permitida."
                   EXIT PARAGRAPH
               END-IF
               EVALUATE OPCAO-MANUTENCAO
                   WHEN "0"
                       MOVE 'N' TO CONTINUA-MANUTENCAO
                       IF VALOR-VALIDO-SIM
                           MOVE VALOR-TARIFA TO TAR-PRECO-SOMA
                       END-IF
                   WHEN "4"
                       MOVE "PRECO-EXPRESSO" TO CAMPO-EM-ALTERACAO
                       MOVE TAR-PRECO-EXPRESSO TO TARIFA-EDITADA
                       PERFORM ALTERA-TARIFA
                       IF VALOR-VALIDO-SIM
                           MOVE VALOR-TARIFA TO TAR-PRECO-EXPRESSO
                       END-IF
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
