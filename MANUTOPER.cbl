      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Manutencao interativa do cadastro de operadores
      *          OPERADORES.DAT, no estilo de MANUTENCAO-DEPARTAMENTOS:
      *          o administrador (perfil A) lista, inclui e altera
      *          operadores (nome, perfis de acesso), troca senhas e
      *          ativa ou inativa operadores. Cada alteracao e
      *          registrada em OPERLOG.DAT com data/hora, operador,
      *          campo, valor antigo e valor novo (a senha nunca vai
      *          para o log). O cadastro nao e gravado sem ao menos um
      *          administrador ativo, para ninguem ficar trancado fora.
      *          Com o cadastro ainda vazio, entra o operador de
      *          PARAMETROS.DAT para incluir os primeiros operadores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-OPERADORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-OPERADORES.
           SELECT LOG-OPERADORES ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-OPERADORES.
           COPY 'REGOPER.cpy'.

       FD  LOG-OPERADORES.
       01  REG-OPERLOG.
           05  LOG-TIMESTAMP       PIC X(14).
           05  FILLER              PIC X(01).
           05  LOG-OPERADOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  LOG-CAMPO           PIC X(20).
           05  FILLER              PIC X(01).
           05  LOG-VALOR-ANTIGO    PIC X(30).
           05  FILLER              PIC X(01).
           05  LOG-VALOR-NOVO      PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.

       01  STATUS-OPERADORES       PIC X(02).
       01  STATUS-LOG              PIC X(02).
       01  FIM-OPERADORES          PIC X(01).
           88 FIM-OPERADORES-SIM            VALUE 'S'.

       01  OPERADOR-INFORMADO      PIC X(08).
       01  OPCAO-MANUTENCAO        PIC X(01).
       01  CONTINUA-MANUTENCAO     PIC X(01) VALUE 'S'.
           88 CONTINUA-MANUTENCAO-SIM        VALUE 'S'.
       01  HOUVE-ALTERACAO         PIC X(01) VALUE 'N'.
           88 HOUVE-ALTERACAO-SIM            VALUE 'S'.

      *    Capacidade do cadastro em memoria; operadores alem dos
      *    100 primeiros do arquivo nao sao carregados e a gravacao
      *    fica bloqueada para nao perde-los.
       01  OPERADORES-MAX          PIC 9(03) VALUE 100.
       01  QTD-OPERADORES          PIC 9(03) VALUE 0.
       01  OPERADORES-FORA         PIC 9(05) VALUE 0.
       01  TABELA-OPERADORES.
           05  OPE-ENTRADA OCCURS 100 TIMES.
               10  OPE-CODIGO          PIC X(08).
               10  OPE-NOME            PIC X(30).
               10  OPE-SENHA-CIFRADA   PIC 9(10).
               10  OPE-PERFIS          PIC X(10).
               10  OPE-ATIVO           PIC X(01).
               10  OPE-DATA-SENHA      PIC X(08).
       01  IDX-OPERADOR            PIC 9(03).
       01  IDX-BUSCA               PIC 9(03).
       01  IDX-ACHADO              PIC 9(03).
       01  IDX-LETRA               PIC 9(02).
       01  QTD-LETRAS              PIC 9(02).
       01  QTD-ADMINISTRADORES     PIC 9(03).

       01  CODIGO-INFORMADO        PIC X(08).
       01  CAMPO-EM-ALTERACAO      PIC X(20).
       01  VALOR-ANTIGO            PIC X(30).
       01  ENTRADA-NOVO-VALOR      PIC X(30).
       01  ENTRADA-PERFIS          PIC X(10).
       01  ENTRADA-SENHA           PIC X(08).
       01  CONFIRMA-SENHA          PIC X(08).
       01  PERFIS-VALIDOS          PIC X(09) VALUE "CFPDTRBMA".
       01  PERFIS-OK               PIC X(01).
           88 PERFIS-OK-SIM                  VALUE 'S'.
       01  SENHA-OK                PIC X(01).
           88 SENHA-OK-SIM                   VALUE 'S'.

       PROCEDURE DIVISION.
           DISPLAY "=== Manutencao do cadastro de operadores ===".
           MOVE "MANUTENCAO-OPERADORES" TO ACS-PROGRAMA.
           MOVE "A" TO ACS-PERFIL-EXIGIDO.
           MOVE "N" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF NOT ACS-LIBERADO
               DISPLAY "Operador nao autorizado para manutencao de "
                   "operadores."
               STOP RUN
           END-IF.
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.
           PERFORM CARREGA-OPERADORES.

           PERFORM UNTIL NOT CONTINUA-MANUTENCAO-SIM
               PERFORM APRESENTA-MENU
               PERFORM SOLICITA-OPCAO
               PERFORM TRATA-OPCAO
           END-PERFORM.

           IF HOUVE-ALTERACAO-SIM
               PERFORM GRAVA-OPERADORES
               DISPLAY "Cadastro gravado em OPERADORES.DAT."
           ELSE
               DISPLAY "Nenhuma alteracao a gravar."
           END-IF.
           DISPLAY "Encerrando manutencao de operadores.".
           STOP RUN.

           CARREGA-OPERADORES.
               OPEN INPUT ARQUIVO-OPERADORES
               IF STATUS-OPERADORES NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-OPERADORES
               PERFORM LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES-SIM
                   IF QTD-OPERADORES < OPERADORES-MAX
                       ADD 1 TO QTD-OPERADORES
                       PERFORM SOBE-OPERADOR
                   ELSE
                       ADD 1 TO OPERADORES-FORA
                   END-IF
                   PERFORM LE-OPERADOR
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
               IF OPERADORES-FORA > 0
                   DISPLAY "Aviso: " OPERADORES-FORA " operador(es) "
                       "alem da capacidade - cadastro so para "
                       "consulta nesta sessao."
               END-IF
               EXIT.

           LE-OPERADOR.
               READ ARQUIVO-OPERADORES
                   AT END
                       SET FIM-OPERADORES-SIM TO TRUE
               END-READ.
               EXIT.

           SOBE-OPERADOR.
               MOVE OPR-CODIGO TO OPE-CODIGO(QTD-OPERADORES)
               MOVE OPR-NOME TO OPE-NOME(QTD-OPERADORES)
               MOVE OPR-SENHA-CIFRADA
                   TO OPE-SENHA-CIFRADA(QTD-OPERADORES)
               MOVE OPR-PERFIS TO OPE-PERFIS(QTD-OPERADORES)
               MOVE OPR-ATIVO TO OPE-ATIVO(QTD-OPERADORES)
               MOVE OPR-DATA-SENHA TO OPE-DATA-SENHA(QTD-OPERADORES)
               EXIT.

           APRESENTA-MENU.
               DISPLAY "-----------------------------------------------"
               DISPLAY "Operadores cadastrados: " QTD-OPERADORES
               DISPLAY "Perfis: C consulta, F FATORADOR avulso, "
                   "P parametros, D departamentos,"
               DISPLAY "        T tarifas, R rejeitos, B disputas, "
                   "M mestre, A administrador"
               DISPLAY "1 - Listar cadastro"
               DISPLAY "2 - Incluir operador"
               DISPLAY "3 - Alterar nome/perfis"
               DISPLAY "4 - Trocar senha"
               DISPLAY "5 - Ativar/inativar operador"
               DISPLAY "0 - Gravar e encerrar"
               EXIT.

           SOLICITA-OPCAO.
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT OPCAO-MANUTENCAO
               EXIT.

           TRATA-OPCAO.
               IF OPERADORES-FORA > 0
                   AND OPCAO-MANUTENCAO NOT = "0"
                   AND OPCAO-MANUTENCAO NOT = "1"
                   DISPLAY "Cadastro acima da capacidade - alteracao "
                       "bloqueada."
                   EXIT PARAGRAPH
               END-IF
               EVALUATE OPCAO-MANUTENCAO
                   WHEN "0"
                       PERFORM CONFERE-ENCERRAMENTO
                   WHEN "1"
                       PERFORM LISTA-CADASTRO
                   WHEN "2"
                       PERFORM INCLUI-OPERADOR
                   WHEN "3"
                       PERFORM ALTERA-OPERADOR
                   WHEN "4"
                       PERFORM TROCA-SENHA
                   WHEN "5"
                       PERFORM ALTERNA-ATIVACAO
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
               EXIT.

      *    Sem administrador ativo ninguem mais entraria aqui: a
      *    gravacao espera ate haver um.
           CONFERE-ENCERRAMENTO.
               IF HOUVE-ALTERACAO-SIM
                   PERFORM CONTA-ADMINISTRADORES
                   IF QTD-ADMINISTRADORES = 0
                       DISPLAY "Nenhum operador ativo com perfil A - "
                           "inclua ou ative um administrador antes "
                           "de gravar."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 'N' TO CONTINUA-MANUTENCAO
               EXIT.

           CONTA-ADMINISTRADORES.
               MOVE 0 TO QTD-ADMINISTRADORES
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > QTD-OPERADORES
                   MOVE 0 TO QTD-LETRAS
                   INSPECT OPE-PERFIS(IDX-BUSCA) TALLYING QTD-LETRAS
                       FOR ALL "A"
                   IF QTD-LETRAS > 0 AND OPE-ATIVO(IDX-BUSCA) = "S"
                       ADD 1 TO QTD-ADMINISTRADORES
                   END-IF
               END-PERFORM
               EXIT.

           LISTA-CADASTRO.
               PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
               UNTIL IDX-OPERADOR > QTD-OPERADORES
                   DISPLAY "  " OPE-CODIGO(IDX-OPERADOR)
                       " [" OPE-ATIVO(IDX-OPERADOR) "] "
                       OPE-NOME(IDX-OPERADOR)
                       " perfis: " OPE-PERFIS(IDX-OPERADOR)
                       " senha de " OPE-DATA-SENHA(IDX-OPERADOR)
               END-PERFORM
               EXIT.

           SOLICITA-CODIGO.
               DISPLAY "Codigo do operador: " WITH NO ADVANCING
               ACCEPT CODIGO-INFORMADO
               MOVE FUNCTION UPPER-CASE(CODIGO-INFORMADO)
                   TO CODIGO-INFORMADO
               EXIT.

      *    Devolve em IDX-ACHADO a posicao do codigo informado no
      *    cadastro; 0 quando nao cadastrado.
           LOCALIZA-CODIGO.
               MOVE 0 TO IDX-ACHADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > QTD-OPERADORES
                   IF OPE-CODIGO(IDX-BUSCA) = CODIGO-INFORMADO
                       MOVE IDX-BUSCA TO IDX-ACHADO
                   END-IF
               END-PERFORM
               EXIT.

           INCLUI-OPERADOR.
               IF QTD-OPERADORES >= OPERADORES-MAX
                   DISPLAY "Cadastro cheio - inclusao impossivel."
                   EXIT PARAGRAPH
               END-IF
               PERFORM SOLICITA-CODIGO
               IF CODIGO-INFORMADO = SPACES
                   DISPLAY "Codigo em branco - inclusao cancelada."
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOCALIZA-CODIGO
               IF IDX-ACHADO > 0
                   DISPLAY "Codigo ja cadastrado."
                   EXIT PARAGRAPH
               END-IF
               PERFORM SOLICITA-PERFIS
               IF NOT PERFIS-OK-SIM
                   DISPLAY "Inclusao cancelada."
                   EXIT PARAGRAPH
               END-IF
               PERFORM SOLICITA-SENHA
               IF NOT SENHA-OK-SIM
                   DISPLAY "Inclusao cancelada."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO QTD-OPERADORES
               MOVE QTD-OPERADORES TO IDX-ACHADO
               MOVE CODIGO-INFORMADO TO OPE-CODIGO(IDX-ACHADO)
               DISPLAY "Nome: " WITH NO ADVANCING
               ACCEPT OPE-NOME(IDX-ACHADO)
               MOVE ENTRADA-PERFIS TO OPE-PERFIS(IDX-ACHADO)
               MOVE "S" TO OPE-ATIVO(IDX-ACHADO)
               PERFORM GUARDA-SENHA
               MOVE "INCLUSAO" TO CAMPO-EM-ALTERACAO
               MOVE SPACES TO VALOR-ANTIGO
               MOVE OPE-NOME(IDX-ACHADO) TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               MOVE "PERFIS" TO CAMPO-EM-ALTERACAO
               MOVE ENTRADA-PERFIS TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               DISPLAY "Operador " CODIGO-INFORMADO " incluido "
                   "como ativo."
               EXIT.

           ALTERA-OPERADOR.
               PERFORM SOLICITA-CODIGO
               PERFORM LOCALIZA-CODIGO
               IF IDX-ACHADO = 0
                   DISPLAY "Codigo nao cadastrado."
                   EXIT PARAGRAPH
               END-IF
               MOVE "NOME" TO CAMPO-EM-ALTERACAO
               MOVE OPE-NOME(IDX-ACHADO) TO VALOR-ANTIGO
               DISPLAY "Novo nome (branco mantem o atual): "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-NOVO-VALOR
               IF ENTRADA-NOVO-VALOR NOT = SPACES
                   MOVE ENTRADA-NOVO-VALOR TO OPE-NOME(IDX-ACHADO)
                   PERFORM REGISTRA-ALTERACAO
               END-IF
               DISPLAY "Perfis atuais: " OPE-PERFIS(IDX-ACHADO)
               PERFORM SOLICITA-PERFIS
               IF PERFIS-OK-SIM
                   MOVE "PERFIS" TO CAMPO-EM-ALTERACAO
                   MOVE OPE-PERFIS(IDX-ACHADO) TO VALOR-ANTIGO
                   MOVE ENTRADA-PERFIS TO OPE-PERFIS(IDX-ACHADO)
                   MOVE ENTRADA-PERFIS TO ENTRADA-NOVO-VALOR
                   PERFORM REGISTRA-ALTERACAO
               ELSE
                   DISPLAY "Perfis mantidos."
               END-IF
               EXIT.

      *    Perfis em letras (ex.: CPD); so as letras conhecidas.
           SOLICITA-PERFIS.
               MOVE 'N' TO PERFIS-OK
               DISPLAY "Perfis (letras, branco mantem/cancela): "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-PERFIS
               MOVE FUNCTION UPPER-CASE(ENTRADA-PERFIS)
                   TO ENTRADA-PERFIS
               IF ENTRADA-PERFIS = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO PERFIS-OK
               PERFORM VARYING IDX-LETRA FROM 1 BY 1
               UNTIL IDX-LETRA > 10
                   IF ENTRADA-PERFIS(IDX-LETRA:1) NOT = SPACE
                       MOVE 0 TO QTD-LETRAS
                       INSPECT PERFIS-VALIDOS TALLYING QTD-LETRAS
                           FOR ALL ENTRADA-PERFIS(IDX-LETRA:1)
                       IF QTD-LETRAS = 0
                           MOVE 'N' TO PERFIS-OK
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT PERFIS-OK-SIM
                   DISPLAY "Perfil desconhecido - use so as letras "
                       PERFIS-VALIDOS "."
               END-IF
               EXIT.

           SOLICITA-SENHA.
               MOVE 'N' TO SENHA-OK
               DISPLAY "Senha (ate 8 posicoes): " WITH NO ADVANCING
               ACCEPT ENTRADA-SENHA
               DISPLAY "Repita a senha........: " WITH NO ADVANCING
               ACCEPT CONFIRMA-SENHA
               IF ENTRADA-SENHA = SPACES
                   DISPLAY "Senha em branco nao e aceita."
                   EXIT PARAGRAPH
               END-IF
               IF ENTRADA-SENHA NOT = CONFIRMA-SENHA
                   DISPLAY "As senhas nao conferem."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO SENHA-OK
               EXIT.

           GUARDA-SENHA.
               SET ACS-FUNCAO-CIFRA TO TRUE
               MOVE OPE-CODIGO(IDX-ACHADO) TO ACS-OPERADOR
               MOVE ENTRADA-SENHA TO ACS-SENHA-INFORMADA
               CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO
               MOVE ACS-SENHA-CIFRADA TO OPE-SENHA-CIFRADA(IDX-ACHADO)
               MOVE SPACES TO ACS-SENHA-INFORMADA
               MOVE SPACES TO ENTRADA-SENHA
               MOVE SPACES TO CONFIRMA-SENHA
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO OPE-DATA-SENHA(IDX-ACHADO)
               EXIT.

           TROCA-SENHA.
               PERFORM SOLICITA-CODIGO
               PERFORM LOCALIZA-CODIGO
               IF IDX-ACHADO = 0
                   DISPLAY "Codigo nao cadastrado."
                   EXIT PARAGRAPH
               END-IF
               PERFORM SOLICITA-SENHA
               IF NOT SENHA-OK-SIM
                   DISPLAY "Senha mantida."
                   EXIT PARAGRAPH
               END-IF
               PERFORM GUARDA-SENHA
               MOVE "SENHA" TO CAMPO-EM-ALTERACAO
               MOVE "********" TO VALOR-ANTIGO
               MOVE "TROCADA" TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               DISPLAY "Senha do operador " CODIGO-INFORMADO
                   " trocada."
               EXIT.

           ALTERNA-ATIVACAO.
               PERFORM SOLICITA-CODIGO
               PERFORM LOCALIZA-CODIGO
               IF IDX-ACHADO = 0
                   DISPLAY "Codigo nao cadastrado."
                   EXIT PARAGRAPH
               END-IF
               IF OPE-CODIGO(IDX-ACHADO) = OPERADOR-INFORMADO
                   AND OPE-ATIVO(IDX-ACHADO) = "S"
                   DISPLAY "O operador da sessao nao pode se inativar."
                   EXIT PARAGRAPH
               END-IF
               MOVE "ATIVO" TO CAMPO-EM-ALTERACAO
               MOVE OPE-ATIVO(IDX-ACHADO) TO VALOR-ANTIGO
               IF OPE-ATIVO(IDX-ACHADO) = "S"
                   MOVE "N" TO OPE-ATIVO(IDX-ACHADO)
                   DISPLAY "Operador " CODIGO-INFORMADO " inativado."
               ELSE
                   MOVE "S" TO OPE-ATIVO(IDX-ACHADO)
                   DISPLAY "Operador " CODIGO-INFORMADO " ativado."
               END-IF
               MOVE OPE-ATIVO(IDX-ACHADO) TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               EXIT.

           REGISTRA-ALTERACAO.
               MOVE 'S' TO HOUVE-ALTERACAO
               OPEN EXTEND LOG-OPERADORES
               IF STATUS-LOG = "35"
                   OPEN OUTPUT LOG-OPERADORES
               END-IF
               MOVE SPACES TO REG-OPERLOG
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-TIMESTAMP
               MOVE OPERADOR-INFORMADO TO LOG-OPERADOR
               STRING FUNCTION TRIM(CODIGO-INFORMADO) "-"
                   CAMPO-EM-ALTERACAO
                   DELIMITED BY SIZE INTO LOG-CAMPO
               MOVE VALOR-ANTIGO TO LOG-VALOR-ANTIGO
               MOVE ENTRADA-NOVO-VALOR TO LOG-VALOR-NOVO
               WRITE REG-OPERLOG
               CLOSE LOG-OPERADORES
               EXIT.

           GRAVA-OPERADORES.
               OPEN OUTPUT ARQUIVO-OPERADORES
               PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
               UNTIL IDX-OPERADOR > QTD-OPERADORES
                   MOVE SPACES TO REG-OPERADOR
                   MOVE OPE-CODIGO(IDX-OPERADOR) TO OPR-CODIGO
                   MOVE OPE-NOME(IDX-OPERADOR) TO OPR-NOME
                   MOVE OPE-SENHA-CIFRADA(IDX-OPERADOR)
                       TO OPR-SENHA-CIFRADA
                   MOVE OPE-PERFIS(IDX-OPERADOR) TO OPR-PERFIS
                   MOVE OPE-ATIVO(IDX-OPERADOR) TO OPR-ATIVO
                   MOVE OPE-DATA-SENHA(IDX-OPERADOR) TO OPR-DATA-SENHA
                   WRITE REG-OPERADOR
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
               EXIT.
       END PROGRAM MANUTENCAO-OPERADORES.
