      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Identificacao do operador na partida dos programas de
      *          manutencao e de consulta, no lugar da antiga
      *          comparacao com PAR-OPERADOR-MANUTENCAO. Pede codigo e
      *          senha (ate tres tentativas), confere no cadastro
      *          OPERADORES.DAT se o operador esta ativo e se a senha
      *          cifrada bate, e devolve em AREA-ACESSO o operador e o
      *          resultado frente ao perfil exigido pelo chamador:
      *          liberado, so leitura (perfil C num programa que
      *          aceita leitura) ou negado. Cada tentativa fica em
      *          ACESSOLOG.DAT com data/hora, operador, programa e
      *          resultado.
      *          Cadastro vazio (sem OPERADORES.DAT) mantem o
      *          comportamento anterior: as consultas seguem livres e
      *          as manutencoes aceitam so PAR-OPERADOR-MANUTENCAO, com
      *          acesso total - e por ele que o administrador inclui
      *          os primeiros operadores em MANUTENCAO-OPERADORES.
      *          Com ACS-FUNCAO-CIFRA, so cifra a senha informada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTIFICA-OPERADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-OPERADORES.
           SELECT LOG-ACESSOS ASSIGN TO "ACESSOLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-OPERADORES.
           COPY 'REGOPER.cpy'.

       FD  LOG-ACESSOS.
       01  REG-ACESSOLOG.
           05  ACL-TIMESTAMP       PIC X(14).
           05  FILLER              PIC X(01).
           05  ACL-OPERADOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  ACL-PROGRAMA        PIC X(30).
           05  FILLER              PIC X(01).
           05  ACL-RESULTADO       PIC X(20).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-OPERADORES       PIC X(02).
       01  STATUS-LOG              PIC X(02).
       01  FIM-OPERADORES          PIC X(01).
           88 FIM-OPERADORES-SIM            VALUE 'S'.
       01  CADASTRO-VAZIO          PIC X(01).
           88 CADASTRO-VAZIO-SIM            VALUE 'S'.
       01  OPERADOR-ACHADO         PIC X(01).
           88 OPERADOR-ACHADO-SIM           VALUE 'S'.
       01  IDENTIFICADO            PIC X(01).
           88 IDENTIFICADO-SIM              VALUE 'S'.

       01  TENTATIVAS-MAX          PIC 9(01) VALUE 3.
       01  TENTATIVA               PIC 9(01).
       01  OPERADOR-DIGITADO       PIC X(08).
       01  SENHA-DIGITADA          PIC X(08).
       01  RESULTADO-LOG           PIC X(20).
      *    Copia do registro achado, feita antes do CLOSE.
       01  SENHA-CADASTRADA        PIC 9(10).
       01  NOME-CADASTRADO         PIC X(30).
       01  PERFIS-CADASTRADOS      PIC X(10).
       01  ATIVO-CADASTRADO        PIC X(01).

      *    Cifra da senha: o codigo do operador entra junto para que
      *    senhas iguais de operadores diferentes nao fiquem iguais
      *    no cadastro.
       01  TEXTO-CIFRA             PIC X(16).
       01  CIFRA-ACUMULADA         PIC 9(15).
       01  IDX-CIFRA               PIC 9(02).
       01  QTD-LETRAS              PIC 9(02).

       LINKAGE SECTION.
           COPY 'ACESSO.cpy'.

       PROCEDURE DIVISION USING AREA-ACESSO.
           IF ACS-FUNCAO-CIFRA
               PERFORM CIFRA-SENHA
               GOBACK
           END-IF.
           MOVE SPACES TO ACS-OPERADOR.
           MOVE SPACES TO ACS-NOME-OPERADOR.
           MOVE SPACES TO ACS-PERFIS.
           SET ACS-NEGADO TO TRUE.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           PERFORM VERIFICA-CADASTRO.
           IF CADASTRO-VAZIO-SIM
               PERFORM IDENTIFICA-SEM-CADASTRO
           ELSE
               PERFORM IDENTIFICA-PELO-CADASTRO
           END-IF.
           GOBACK.

           VERIFICA-CADASTRO.
               MOVE 'S' TO CADASTRO-VAZIO
               OPEN INPUT ARQUIVO-OPERADORES
               IF STATUS-OPERADORES NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               READ ARQUIVO-OPERADORES
                   NOT AT END
                       MOVE 'N' TO CADASTRO-VAZIO
               END-READ
               CLOSE ARQUIVO-OPERADORES
               EXIT.

      *    Sem cadastro: consultas livres como antes; manutencao so
      *    para o operador de PARAMETROS.DAT.
           IDENTIFICA-SEM-CADASTRO.
               IF ACS-PERFIL-EXIGIDO = "C" OR ACS-PERFIL-EXIGIDO = "F"
                   SET ACS-LIBERADO TO TRUE
                   MOVE "LIVRE-SEM-CADASTRO" TO RESULTADO-LOG
                   PERFORM REGISTRA-ACESSO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Operador: " WITH NO ADVANCING
               ACCEPT OPERADOR-DIGITADO
               IF OPERADOR-DIGITADO = PAR-OPERADOR-MANUTENCAO
                   MOVE "A" TO ACS-PERFIS
                   SET ACS-LIBERADO TO TRUE
                   MOVE "LIBERADO-PARAMETRO" TO RESULTADO-LOG
               ELSE
                   MOVE "NEGADO-PARAMETRO" TO RESULTADO-LOG
               END-IF
               MOVE OPERADOR-DIGITADO TO ACS-OPERADOR
               PERFORM REGISTRA-ACESSO
               EXIT.

           IDENTIFICA-PELO-CADASTRO.
               MOVE 'N' TO IDENTIFICADO
               PERFORM VARYING TENTATIVA FROM 1 BY 1
               UNTIL TENTATIVA > TENTATIVAS-MAX OR IDENTIFICADO-SIM
                   PERFORM TENTA-IDENTIFICACAO
               END-PERFORM
               IF NOT IDENTIFICADO-SIM
                   DISPLAY "Tentativas esgotadas - acesso negado."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CONFERE-PERFIL
               PERFORM REGISTRA-ACESSO
               EXIT.

           TENTA-IDENTIFICACAO.
               DISPLAY "Operador: " WITH NO ADVANCING
               ACCEPT OPERADOR-DIGITADO
               MOVE FUNCTION UPPER-CASE(OPERADOR-DIGITADO)
                   TO OPERADOR-DIGITADO
               DISPLAY "Senha...: " WITH NO ADVANCING
               ACCEPT SENHA-DIGITADA
               MOVE OPERADOR-DIGITADO TO ACS-OPERADOR
               PERFORM LOCALIZA-OPERADOR
               IF NOT OPERADOR-ACHADO-SIM
                   MOVE "OPERADOR-INEXISTENTE" TO RESULTADO-LOG
                   PERFORM REGISTRA-ACESSO
                   DISPLAY "Operador ou senha invalidos."
                   EXIT PARAGRAPH
               END-IF
               MOVE SENHA-DIGITADA TO ACS-SENHA-INFORMADA
               PERFORM CIFRA-SENHA
               MOVE SPACES TO ACS-SENHA-INFORMADA
               IF ACS-SENHA-CIFRADA NOT = SENHA-CADASTRADA
                   MOVE "SENHA-INVALIDA" TO RESULTADO-LOG
                   PERFORM REGISTRA-ACESSO
                   DISPLAY "Operador ou senha invalidos."
                   EXIT PARAGRAPH
               END-IF
               IF ATIVO-CADASTRADO NOT = "S"
                   MOVE "OPERADOR-INATIVO" TO RESULTADO-LOG
                   PERFORM REGISTRA-ACESSO
                   DISPLAY "Operador inativo."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO IDENTIFICADO
               MOVE NOME-CADASTRADO TO ACS-NOME-OPERADOR
               MOVE PERFIS-CADASTRADOS TO ACS-PERFIS
               EXIT.

           LOCALIZA-OPERADOR.
               MOVE 'N' TO OPERADOR-ACHADO
               OPEN INPUT ARQUIVO-OPERADORES
               IF STATUS-OPERADORES NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-OPERADORES
               PERFORM LE-OPERADOR
               PERFORM UNTIL FIM-OPERADORES-SIM OR OPERADOR-ACHADO-SIM
                   IF OPR-CODIGO = OPERADOR-DIGITADO
                       AND OPERADOR-DIGITADO NOT = SPACES
                       MOVE 'S' TO OPERADOR-ACHADO
                       MOVE OPR-SENHA-CIFRADA TO SENHA-CADASTRADA
                       MOVE OPR-NOME TO NOME-CADASTRADO
                       MOVE OPR-PERFIS TO PERFIS-CADASTRADOS
                       MOVE OPR-ATIVO TO ATIVO-CADASTRADO
                   ELSE
                       PERFORM LE-OPERADOR
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
               EXIT.

           LE-OPERADOR.
               READ ARQUIVO-OPERADORES
                   AT END
                       SET FIM-OPERADORES-SIM TO TRUE
               END-READ.
               EXIT.

      *    Perfil A vale por todos; C libera so leitura quando o
      *    chamador aceita.
           CONFERE-PERFIL.
               MOVE 0 TO QTD-LETRAS
               INSPECT ACS-PERFIS TALLYING QTD-LETRAS
                   FOR ALL ACS-PERFIL-EXIGIDO
               INSPECT ACS-PERFIS TALLYING QTD-LETRAS FOR ALL "A"
               IF QTD-LETRAS > 0
                   SET ACS-LIBERADO TO TRUE
                   MOVE "LIBERADO" TO RESULTADO-LOG
                   EXIT PARAGRAPH
               END-IF
               INSPECT ACS-PERFIS TALLYING QTD-LETRAS FOR ALL "C"
               IF QTD-LETRAS > 0 AND ACS-ACEITA-LEITURA-SIM
                   SET ACS-SO-LEITURA TO TRUE
                   MOVE "LIBERADO-LEITURA" TO RESULTADO-LOG
                   DISPLAY "Acesso somente de consulta."
                   EXIT PARAGRAPH
               END-IF
               MOVE "NEGADO-PERFIL" TO RESULTADO-LOG
               EXIT.

           CIFRA-SENHA.
               MOVE SPACES TO TEXTO-CIFRA
               STRING ACS-OPERADOR ACS-SENHA-INFORMADA
                   DELIMITED BY SIZE INTO TEXTO-CIFRA
               MOVE 0 TO CIFRA-ACUMULADA
               PERFORM VARYING IDX-CIFRA FROM 1 BY 1
               UNTIL IDX-CIFRA > 16
                   COMPUTE CIFRA-ACUMULADA = FUNCTION MOD(
                       CIFRA-ACUMULADA * 131
                       + FUNCTION ORD(TEXTO-CIFRA(IDX-CIFRA:1))
                       * (IDX-CIFRA + 7), 9999999967)
               END-PERFORM
               MOVE CIFRA-ACUMULADA TO ACS-SENHA-CIFRADA
               EXIT.

           REGISTRA-ACESSO.
               OPEN EXTEND LOG-ACESSOS
               IF STATUS-LOG = "35"
                   OPEN OUTPUT LOG-ACESSOS
               END-IF
               MOVE SPACES TO REG-ACESSOLOG
               MOVE FUNCTION CURRENT-DATE(1:14) TO ACL-TIMESTAMP
               MOVE ACS-OPERADOR TO ACL-OPERADOR
               MOVE ACS-PROGRAMA TO ACL-PROGRAMA
               MOVE RESULTADO-LOG TO ACL-RESULTADO
               WRITE REG-ACESSOLOG
               CLOSE LOG-ACESSOS
               EXIT.
       END PROGRAM IDENTIFICA-OPERADOR.
