      *          registrada em DEPTOLOG.DAT com data/hora, operador,
      *          campo, valor antigo e valor novo.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Nova opcao de cotas mensais de chamadas por
      *              servico (P, D e S; zero e cota livre), registradas
      *              em DEPTOLOG.DAT como as demais alteracoes; a lista
      *              do cadastro passa a mostrar as cotas.
      * 15/10/2026 - Entrada pela identificacao individual do operador
      *              (IDENTIFICA-OPERADOR, perfil D), gravado em
      *              DEPTOLOG.DAT no lugar do operador unico;
      *              operador so de consulta so lista. A inclusao
      *              passa a registrar tambem o nome e o contato.
      * 15/10/2026 - Nova opcao de prazo de atendimento em horas (da
      *              critica a resposta; zero e sem prazo), medido pelo
      *              relatorio mensal de prazos e registrado em
      *              DEPTOLOG.DAT; a lista do cadastro passa a mostrar
      *              o prazo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-DEPARTAMENTOS.
           05  LOG-VALOR-NOVO      PIC X(30).

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'PARAMETROS.cpy'.
           COPY 'DEPTOS.cpy'.

       01  CAMPO-EM-ALTERACAO      PIC X(20).
       01  VALOR-ANTIGO            PIC X(30).
       01  ENTRADA-NOVO-VALOR      PIC X(30).
       01  ENTRADA-NOVA-COTA       PIC X(07).
       01  COTA-INFORMADA          PIC 9(07).
       01  COTA-EDITADA            PIC Z(6)9.
       01  ENTRADA-NOVO-PRAZO      PIC X(03).
       01  PRAZO-INFORMADO         PIC 9(03).
       01  PRAZO-EDITADO           PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "=== Manutencao do cadastro de departamentos ===".
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           CALL 'CARREGA-DEPARTAMENTOS' USING DEPARTAMENTOS-SISTEMA.

           MOVE "MANUTENCAO-DEPARTAMENTOS" TO ACS-PROGRAMA.
           MOVE "D" TO ACS-PERFIL-EXIGIDO.
           MOVE "S" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF ACS-NEGADO
               DISPLAY "Operador nao autorizado para manutencao de "
                   "departamentos."
               STOP RUN
           END-IF.
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.

           PERFORM UNTIL NOT CONTINUA-MANUTENCAO-SIM
               PERFORM APRESENTA-MENU
               DISPLAY "2 - Incluir departamento"
               DISPLAY "3 - Alterar nome/contato"
               DISPLAY "4 - Ativar/inativar departamento"
               DISPLAY "5 - Cotas mensais de chamadas"
               DISPLAY "6 - Prazo de atendimento (horas)"
               DISPLAY "0 - Gravar e encerrar"
               EXIT.

               ACCEPT OPCAO-MANUTENCAO
               EXIT.

      *    Operador so de consulta nao chega as opcoes de
      *    alteracao.
           TRATA-OPCAO.
               IF ACS-SO-LEITURA
                   AND OPCAO-MANUTENCAO NOT = "0"
                   AND OPCAO-MANUTENCAO NOT = "1"
                   DISPLAY "Operador com acesso somente de "
                       "consulta - alteracao nao permitida."
                   EXIT PARAGRAPH
               END-IF
               EVALUATE OPCAO-MANUTENCAO
                   WHEN "0"
                       MOVE 'N' TO CONTINUA-MANUTENCAO
                       PERFORM ALTERA-DEPARTAMENTO
                   WHEN "4"
                       PERFORM ALTERNA-ATIVACAO
                   WHEN "5"
                       PERFORM ALTERA-COTAS
                   WHEN "6"
                       PERFORM ALTERA-PRAZO
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
                       DEP-NOME(IDX-DEPARTAMENTO)
                       " contato: "
                       FUNCTION TRIM(DEP-CONTATO(IDX-DEPARTAMENTO))
                   DISPLAY "      cotas P/D/S: "
                       DEP-COTA-PRIMOS(IDX-DEPARTAMENTO) " "
                       DEP-COTA-DIVISORES(IDX-DEPARTAMENTO) " "
                       DEP-COTA-SOMA(IDX-DEPARTAMENTO)
                       "  prazo (horas): "
                       DEP-PRAZO-HORAS(IDX-DEPARTAMENTO)
               END-PERFORM
               EXIT.

               DISPLAY "Contato: " WITH NO ADVANCING
               ACCEPT DEP-CONTATO(DEP-QTD-CADASTRADOS)
               MOVE "S" TO DEP-ATIVO(DEP-QTD-CADASTRADOS)
               MOVE 0 TO DEP-COTA-PRIMOS(DEP-QTD-CADASTRADOS)
               MOVE 0 TO DEP-COTA-DIVISORES(DEP-QTD-CADASTRADOS)
               MOVE 0 TO DEP-COTA-SOMA(DEP-QTD-CADASTRADOS)
               MOVE 0 TO DEP-PRAZO-HORAS(DEP-QTD-CADASTRADOS)
               MOVE "INCLUSAO" TO CAMPO-EM-ALTERACAO
               MOVE SPACES TO VALOR-ANTIGO
               MOVE CODIGO-INFORMADO TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               MOVE "NOME" TO CAMPO-EM-ALTERACAO
               MOVE DEP-NOME(DEP-QTD-CADASTRADOS) TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               MOVE "CONTATO" TO CAMPO-EM-ALTERACAO
               MOVE DEP-CONTATO(DEP-QTD-CADASTRADOS)
                   TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               DISPLAY "Departamento " CODIGO-INFORMADO " incluido "
                   "como ativo."
               EXIT.
               PERFORM REGISTRA-ALTERACAO
               EXIT.

      *    Cota mensal de chamadas por servico; zero deixa o servico
      *    livre. A critica segura em ERROS.DAT o que passar da cota
      *    para o departamento aprovar na bancada de rejeitos.
           ALTERA-COTAS.
               PERFORM SOLICITA-CODIGO
               PERFORM LOCALIZA-CODIGO
               IF IDX-ACHADO = 0
                   DISPLAY "Codigo nao cadastrado."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Cotas mensais (zero = livre; branco mantem "
                   "a atual)."
               MOVE "COTA-P" TO CAMPO-EM-ALTERACAO
               MOVE DEP-COTA-PRIMOS(IDX-ACHADO) TO COTA-INFORMADA
               PERFORM SOLICITA-COTA
               MOVE COTA-INFORMADA TO DEP-COTA-PRIMOS(IDX-ACHADO)
               MOVE "COTA-D" TO CAMPO-EM-ALTERACAO
               MOVE DEP-COTA-DIVISORES(IDX-ACHADO) TO COTA-INFORMADA
               PERFORM SOLICITA-COTA
               MOVE COTA-INFORMADA TO DEP-COTA-DIVISORES(IDX-ACHADO)
               MOVE "COTA-S" TO CAMPO-EM-ALTERACAO
               MOVE DEP-COTA-SOMA(IDX-ACHADO) TO COTA-INFORMADA
               PERFORM SOLICITA-COTA
               MOVE COTA-INFORMADA TO DEP-COTA-SOMA(IDX-ACHADO)
               EXIT.

      *    Recebe em COTA-INFORMADA a cota atual e devolve a nova,
      *    registrando a alteracao quando houver.
           SOLICITA-COTA.
               MOVE COTA-INFORMADA TO COTA-EDITADA
               DISPLAY "  " FUNCTION TRIM(CAMPO-EM-ALTERACAO)
                   " (atual " FUNCTION TRIM(COTA-EDITADA) "): "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-NOVA-COTA
               IF ENTRADA-NOVA-COTA = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(ENTRADA-NOVA-COTA) NOT NUMERIC
                   DISPLAY "  Cota invalida - mantida a atual."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO VALOR-ANTIGO
               MOVE COTA-EDITADA TO VALOR-ANTIGO
               COMPUTE COTA-INFORMADA =
                   FUNCTION NUMVAL(ENTRADA-NOVA-COTA)
               MOVE COTA-INFORMADA TO COTA-EDITADA
               MOVE SPACES TO ENTRADA-NOVO-VALOR
               MOVE COTA-EDITADA TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               EXIT.

      *    Prazo de atendimento combinado com o departamento, em
      *    horas da critica a resposta; zero deixa o departamento sem
      *    prazo. O relatorio mensal de prazos mede cada requisicao
      *    contra ele.
           ALTERA-PRAZO.
               PERFORM SOLICITA-CODIGO
               PERFORM LOCALIZA-CODIGO
               IF IDX-ACHADO = 0
                   DISPLAY "Codigo nao cadastrado."
                   EXIT PARAGRAPH
               END-IF
               MOVE "PRAZO-HORAS" TO CAMPO-EM-ALTERACAO
               MOVE DEP-PRAZO-HORAS(IDX-ACHADO) TO PRAZO-INFORMADO
               MOVE PRAZO-INFORMADO TO PRAZO-EDITADO
               DISPLAY "Prazo em horas (zero = sem prazo; branco "
                   "mantem o atual " FUNCTION TRIM(PRAZO-EDITADO)
                   "): " WITH NO ADVANCING
               ACCEPT ENTRADA-NOVO-PRAZO
               IF ENTRADA-NOVO-PRAZO = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(ENTRADA-NOVO-PRAZO) NOT NUMERIC
                   DISPLAY "Prazo invalido - mantido o atual."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO VALOR-ANTIGO
               MOVE PRAZO-EDITADO TO VALOR-ANTIGO
               COMPUTE PRAZO-INFORMADO =
                   FUNCTION NUMVAL(ENTRADA-NOVO-PRAZO)
               MOVE PRAZO-INFORMADO TO DEP-PRAZO-HORAS(IDX-ACHADO)
               MOVE PRAZO-INFORMADO TO PRAZO-EDITADO
               MOVE SPACES TO ENTRADA-NOVO-VALOR
               MOVE PRAZO-EDITADO TO ENTRADA-NOVO-VALOR
               PERFORM REGISTRA-ALTERACAO
               EXIT.

           REGISTRA-ALTERACAO.
               MOVE 'S' TO HOUVE-ALTERACAO
               OPEN EXTEND LOG-DEPARTAMENTOS
                   MOVE DEP-NOME(IDX-DEPARTAMENTO) TO DPT-NOME
                   MOVE DEP-CONTATO(IDX-DEPARTAMENTO) TO DPT-CONTATO
                   MOVE DEP-ATIVO(IDX-DEPARTAMENTO) TO DPT-ATIVO
                   MOVE DEP-COTA-PRIMOS(IDX-DEPARTAMENTO)
                       TO DPT-COTA-PRIMOS
                   MOVE DEP-COTA-DIVISORES(IDX-DEPARTAMENTO)
                       TO DPT-COTA-DIVISORES
                   MOVE DEP-COTA-SOMA(IDX-DEPARTAMENTO)
                       TO DPT-COTA-SOMA
                   MOVE DEP-PRAZO-HORAS(IDX-DEPARTAMENTO)
                       TO DPT-PRAZO-HORAS
                   WRITE REG-DEPARTAMENTO
               END-PERFORM
               CLOSE ARQUIVO-DEPARTAMENTOS
