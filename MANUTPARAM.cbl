      *              o desvio percentual sobre a media recente usado
      *              por TENDENCIA-EXECUCOES; registro de parametros
      *              acompanha o crescimento de PARAMETROS.cpy.
      * 15/10/2026 - Fator maximo aceita ate 15 digitos; registro de
      *              parametros acompanha PARAMETROS.cpy (158).
      * 15/10/2026 - Inclusao do prazo de confirmacao de recebimento
      *              das respostas (opcao 9); registro de parametros
      *              acompanha PARAMETROS.cpy (161).
      * 15/10/2026 - Entrada pela identificacao individual do operador
      *              (IDENTIFICA-OPERADOR, perfil P); operador so de
      *              consulta ve os parametros sem alterar. O
      *              operador de manutencao dos parametros segue como
      *              o de partida enquanto OPERADORES.DAT estiver
      *              vazio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
      *    X(161) casa com o tamanho de PARAMETROS-SISTEMA em
      *    PARAMETROS.cpy; os dois precisam mudar juntos.
       FD  ARQUIVO-PARAMETROS.
       01  REG-PARAMETROS          PIC X(161).

       FD  LOG-PARAMETROS.
       01  REG-PARAMLOG.
           05  LOG-VALOR-NOVO      PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-PARAMETROS       PIC X(02).
       01  VALOR-TRABALHADO        PIC X(30).
       01  TAMANHO-VALOR           PIC 9(03).
       01  IDX-DIGITO              PIC 9(03).
       01  VALOR-NUMERICO          PIC 9(15).
       01  VALOR-VALIDO            PIC X(01).
           88 VALOR-VALIDO-SIM               VALUE 'S'.
       01  INTERVALO-EDITADO       PIC Z(4)9.
       01  FATOR-EDITADO           PIC Z(14)9.
       01  TOLERANCIA-EDITADA      PIC Z(2)9.
       01  DIAS-CONFIRMACAO-EDITADO PIC Z(2)9.

       PROCEDURE DIVISION.
           DISPLAY "=== Manutencao de parametros do sistema ===".
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.

           MOVE "MANUTENCAO-PARAMETROS" TO ACS-PROGRAMA.
           MOVE "P" TO ACS-PERFIL-EXIGIDO.
           MOVE "S" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF ACS-NEGADO
               DISPLAY "Operador nao autorizado para manutencao de "
                   "parametros."
               STOP RUN
           END-IF.
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.

           PERFORM UNTIL NOT CONTINUA-MANUTENCAO-SIM
               PERFORM APRESENTA-PARAMETROS
               MOVE PAR-TOLERANCIA-TENDENCIA TO TOLERANCIA-EDITADA
               DISPLAY "8 - Tolerancia tendencia (%).: "
                   FUNCTION TRIM(TOLERANCIA-EDITADA)
               MOVE PAR-DIAS-CONFIRMACAO TO DIAS-CONFIRMACAO-EDITADO
               DISPLAY "9 - Prazo confirmacao (dias).: "
                   FUNCTION TRIM(DIAS-CONFIRMACAO-EDITADO)
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
                       END-IF
                   WHEN "8"
                       PERFORM ALTERA-TOLERANCIA
                   WHEN "9"
                       PERFORM ALTERA-DIAS-CONFIRMACAO
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
               END-IF
               EXIT.

           ALTERA-DIAS-CONFIRMACAO.
               MOVE "DIAS-CONFIRMACAO" TO CAMPO-EM-ALTERACAO
               MOVE DIAS-CONFIRMACAO-EDITADO TO VALOR-ANTIGO
               PERFORM SOLICITA-NOVO-VALOR
               PERFORM VALIDA-VALOR-NUMERICO
               IF VALOR-VALIDO-SIM AND VALOR-NUMERICO > 0
                   AND VALOR-NUMERICO <= 999
                   MOVE VALOR-NUMERICO TO PAR-DIAS-CONFIRMACAO
                   PERFORM REGISTRA-ALTERACAO
               ELSE
                   DISPLAY "Valor invalido - parametro mantido."
               END-IF
               EXIT.

           SOLICITA-NOVO-VALOR.
               DISPLAY "Novo valor (branco mantem o atual): "
                   WITH NO ADVANCING
               COMPUTE TAMANHO-VALOR =
                   FUNCTION LENGTH(FUNCTION TRIM(ENTRADA-NOVO-VALOR))
               IF ENTRADA-NOVO-VALOR = SPACES
                   OR TAMANHO-VALOR > 15
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO VALOR-VALIDO
