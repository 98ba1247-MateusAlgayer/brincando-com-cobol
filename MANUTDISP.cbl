      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Manutencao interativa das disputas de cobranca em
      *          DISPUTAS.DAT, no estilo de RETRABALHO-REJEITOS: o
      *          analista autorizado registra a contestacao de um
      *          departamento contra um ID-REQUISICAO ja processado
      *          (conferido em RASTREIO.MST, que da o departamento e o
      *          mes) ou contra um mes inteiro, com motivo e valor;
      *          aprova ou rejeita as disputas em aberto informando
      *          quem aprovou; e emite o relatorio das disputas
      *          pendentes com a idade de cada uma. As aprovadas
      *          viram linha de credito no demonstrativo da proxima
      *          execucao de FATURAMENTO-USO.
      *          So disputas em aberto ou aprovadas sem credito sobem
      *          para a memoria; a regravacao e por temporario e
      *          CBL_RENAME_FILE, como na bancada de rejeitos.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Entrada pela identificacao individual do operador
      *              (IDENTIFICA-OPERADOR, perfil B); operador so de
      *              consulta so lista as disputas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-DISPUTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DISPUTAS.
           SELECT DISPUTAS-TEMP ASSIGN TO "DISPUTAS.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-TEMP.
           SELECT RASTREIO-MESTRE ASSIGN TO "RASTREIO.MST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RTR-ID-REQUISICAO
               FILE STATUS IS STATUS-RASTREIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DISPUTAS.
           COPY 'DISPUTA.cpy'.

      *    X(146) casa com o tamanho de REG-DISPUTA em DISPUTA.cpy;
      *    os dois precisam mudar juntos.
       FD  DISPUTAS-TEMP.
       01  REG-DISPUTA-TEMP        PIC X(146).

       FD  RASTREIO-MESTRE.
           COPY 'RASTREIO.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'PARAMETROS.cpy'.
           COPY 'DEPTOS.cpy'.

       01  STATUS-DISPUTAS         PIC X(02).
       01  STATUS-TEMP             PIC X(02).
       01  STATUS-RASTREIO         PIC X(02).
       01  NOME-ARQ-DISPUTAS       PIC X(30) VALUE "DISPUTAS.DAT".
       01  NOME-ARQ-DISP-TEMP      PIC X(30) VALUE "DISPUTAS.TMP".

       01  OPERADOR-INFORMADO      PIC X(08).
       01  OPCAO-MANUTENCAO        PIC X(01).
       01  CONTINUA-MANUTENCAO     PIC X(01) VALUE 'S'.
           88 CONTINUA-MANUTENCAO-SIM        VALUE 'S'.
       01  HOUVE-ALTERACAO         PIC X(01) VALUE 'N'.
           88 HOUVE-ALTERACAO-SIM            VALUE 'S'.
       01  FIM-DISPUTAS            PIC X(01).
           88 FIM-DISPUTAS-SIM              VALUE 'S'.

      *    Capacidade da memoria: so disputas em aberto ou aprovadas
      *    ainda sem credito, mais as registradas na sessao.
      *    Pendentes alem das 500 primeiras ficam no arquivo como
      *    estao e aparecem quando as da frente forem resolvidas.
       01  DISPUTAS-MAX            PIC 9(03) VALUE 500.
       01  QTD-DISPUTAS            PIC 9(03) VALUE 0.
       01  QTD-ALEM-DA-MEMORIA     PIC 9(05) VALUE 0.
       01  TABELA-DISPUTAS.
           05  DIS-ENTRADA OCCURS 500 TIMES.
               10  DIS-NUMERO          PIC 9(06).
               10  DIS-SITUACAO        PIC X(01).
               10  DIS-DEPARTAMENTO    PIC X(03).
               10  DIS-TIPO            PIC X(01).
               10  DIS-ID-REQUISICAO   PIC X(08).
               10  DIS-MES-REFERENCIA  PIC X(06).
               10  DIS-VALOR           PIC 9(07)V99.
               10  DIS-MOTIVO          PIC X(40).
               10  DIS-DATA-ABERTURA   PIC X(08).
               10  DIS-ANALISTA        PIC X(08).
               10  DIS-APROVADOR       PIC X(30).
               10  DIS-DATA-DECISAO    PIC X(08).
      *    N = registrada nesta sessao, A = decidida nesta sessao.
               10  DIS-ORIGEM          PIC X(01).
       01  IDX-DISPUTA             PIC 9(03).
       01  IDX-ACHADO              PIC 9(03).
       01  ULTIMO-NUMERO           PIC 9(06) VALUE 0.

       01  IDX-BUSCA               PIC 9(03).
       01  DEPTO-CADASTRADO        PIC X(01).
           88 DEPTO-CADASTRADO-SIM          VALUE 'S'.

       01  ENTRADA-TIPO            PIC X(01).
       01  ENTRADA-REQUISICAO      PIC X(08).
       01  ENTRADA-DEPARTAMENTO    PIC X(03).
       01  ENTRADA-MES             PIC X(06).
       01  ENTRADA-MOTIVO          PIC X(40).
       01  ENTRADA-NUMERO          PIC X(06).
       01  ENTRADA-DECISAO         PIC X(01).
       01  ENTRADA-APROVADOR       PIC X(30).
       01  NUMERO-INFORMADO        PIC 9(06).

       01  ENTRADA-NOVO-VALOR      PIC X(30).
       01  VALOR-TRABALHADO        PIC X(30).
       01  TAMANHO-VALOR           PIC 9(03).
       01  IDX-DIGITO              PIC 9(03).
       01  QTD-PONTOS              PIC 9(03).
       01  VALOR-DISPUTA           PIC 9(07)V99.
       01  VALOR-VALIDO            PIC X(01).
           88 VALOR-VALIDO-SIM               VALUE 'S'.

       01  DATA-DE-HOJE            PIC 9(08).
       01  DATA-ABERTURA           PIC 9(08).
       01  DIAS-EM-ABERTO          PIC S9(05).
       01  DIAS-EDITADO            PIC Z(4)9.
       01  VALOR-EDITADO           PIC Z(6)9.99.
       01  TOTAL-EDITADO           PIC Z(8)9.99.
       01  REFERENCIA-DISPUTA      PIC X(15).
       01  QTD-PENDENTES           PIC 9(03).
       01  VALOR-PENDENTE          PIC 9(09)V99.
       01  TOTAL-REGISTRADAS       PIC 9(03) VALUE 0.
       01  TOTAL-DECIDIDAS         PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "=== Manutencao de disputas de cobranca ===".
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           CALL 'CARREGA-DEPARTAMENTOS' USING DEPARTAMENTOS-SISTEMA.

           MOVE "MANUTENCAO-DISPUTAS" TO ACS-PROGRAMA.
           MOVE "B" TO ACS-PERFIL-EXIGIDO.
           MOVE "S" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF ACS-NEGADO
               DISPLAY "Operador nao autorizado para manutencao de "
                   "disputas."
               STOP RUN
           END-IF.
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.

           PERFORM CARREGA-DISPUTAS.

           PERFORM UNTIL NOT CONTINUA-MANUTENCAO-SIM
               PERFORM APRESENTA-MENU
               PERFORM SOLICITA-OPCAO
               PERFORM TRATA-OPCAO
           END-PERFORM.

           IF HOUVE-ALTERACAO-SIM
               PERFORM GRAVA-DISPUTAS
           ELSE
               DISPLAY "Nenhuma alteracao a gravar."
           END-IF.
           DISPLAY "Disputas registradas...: " TOTAL-REGISTRADAS.
           DISPLAY "Disputas decididas.....: " TOTAL-DECIDIDAS.
           DISPLAY "Encerrando manutencao de disputas.".
           STOP RUN.

      *    O arquivo inteiro e lido para achar o ultimo numero usado;
      *    so as pendentes (em aberto ou aprovadas sem credito) sobem.
           CARREGA-DISPUTAS.
               OPEN INPUT ARQUIVO-DISPUTAS
               IF STATUS-DISPUTAS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-DISPUTAS
               PERFORM LE-DISPUTA
               PERFORM UNTIL FIM-DISPUTAS-SIM
                   IF DSP-NUMERO NUMERIC
                       AND DSP-NUMERO > ULTIMO-NUMERO
                       MOVE DSP-NUMERO TO ULTIMO-NUMERO
                   END-IF
                   IF DSP-ABERTA OR DSP-APROVADA
                       IF QTD-DISPUTAS < DISPUTAS-MAX
                           ADD 1 TO QTD-DISPUTAS
                           PERFORM SOBE-DISPUTA
                       ELSE
                           ADD 1 TO QTD-ALEM-DA-MEMORIA
                       END-IF
                   END-IF
                   PERFORM LE-DISPUTA
               END-PERFORM
               CLOSE ARQUIVO-DISPUTAS
               IF QTD-ALEM-DA-MEMORIA > 0
                   DISPLAY "Aviso: " QTD-ALEM-DA-MEMORIA
                       " disputa(s) pendente(s) alem da capacidade "
                       "ficam para a proxima sessao."
               END-IF
               EXIT.

           LE-DISPUTA.
               READ ARQUIVO-DISPUTAS
                   AT END
                       SET FIM-DISPUTAS-SIM TO TRUE
               END-READ.
               EXIT.

           SOBE-DISPUTA.
               MOVE DSP-NUMERO TO DIS-NUMERO(QTD-DISPUTAS)
               MOVE DSP-SITUACAO TO DIS-SITUACAO(QTD-DISPUTAS)
               MOVE DSP-DEPARTAMENTO TO DIS-DEPARTAMENTO(QTD-DISPUTAS)
               MOVE DSP-TIPO TO DIS-TIPO(QTD-DISPUTAS)
               MOVE DSP-ID-REQUISICAO
                   TO DIS-ID-REQUISICAO(QTD-DISPUTAS)
               MOVE DSP-MES-REFERENCIA
                   TO DIS-MES-REFERENCIA(QTD-DISPUTAS)
               MOVE DSP-VALOR TO DIS-VALOR(QTD-DISPUTAS)
               MOVE DSP-MOTIVO TO DIS-MOTIVO(QTD-DISPUTAS)
               MOVE DSP-DATA-ABERTURA
                   TO DIS-DATA-ABERTURA(QTD-DISPUTAS)
               MOVE DSP-ANALISTA TO DIS-ANALISTA(QTD-DISPUTAS)
               MOVE DSP-APROVADOR TO DIS-APROVADOR(QTD-DISPUTAS)
               MOVE DSP-DATA-DECISAO TO DIS-DATA-DECISAO(QTD-DISPUTAS)
               MOVE SPACE TO DIS-ORIGEM(QTD-DISPUTAS)
               EXIT.

           APRESENTA-MENU.
               DISPLAY "-----------------------------------------------"
               DISPLAY "1 - Registrar disputa"
               DISPLAY "2 - Aprovar/rejeitar disputa em aberto"
               DISPLAY "3 - Relatorio de disputas pendentes"
               DISPLAY "0 - Gravar e encerrar"
               EXIT.

           SOLICITA-OPCAO.
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT OPCAO-MANUTENCAO
               EXIT.

      *    Operador so de consulta nao chega as opcoes de
      *    alteracao.
           TRATA-OPCAO.
               IF ACS-SO-LEITURA
                   AND OPCAO-MANUTENCAO NOT = "0"
                   AND OPCAO-MANUTENCAO NOT = "3"
                   DISPLAY "Operador com acesso somente de "
                       "consulta - alteracao nao permitida."
                   EXIT PARAGRAPH
               END-IF
               EVALUATE OPCAO-MANUTENCAO
                   WHEN "0"
                       MOVE 'N' TO CONTINUA-MANUTENCAO
                   WHEN "1"
                       PERFORM REGISTRA-DISPUTA
                   WHEN "2"
                       PERFORM DECIDE-DISPUTA
                   WHEN "3"
                       PERFORM RELATORIO-PENDENTES
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
               EXIT.

      *    Disputa contra uma requisicao exige que ela conste como
      *    processada em RASTREIO.MST - so o que foi processado foi
      *    faturado; departamento e mes vem do rastreamento.
           REGISTRA-DISPUTA.
               IF QTD-DISPUTAS >= DISPUTAS-MAX
                   DISPLAY "Memoria de disputas cheia - registro "
                       "impossivel nesta sessao."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Disputa contra R=requisicao ou M=mes inteiro: "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-TIPO
               MOVE FUNCTION UPPER-CASE(ENTRADA-TIPO) TO ENTRADA-TIPO
               EVALUATE ENTRADA-TIPO
                   WHEN "R"
                       PERFORM SOLICITA-REQUISICAO
                   WHEN "M"
                       PERFORM SOLICITA-DEPARTAMENTO-MES
                   WHEN OTHER
                       DISPLAY "Tipo invalido - registro cancelado."
                       EXIT PARAGRAPH
               END-EVALUATE
               IF ENTRADA-DEPARTAMENTO = SPACES
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Motivo: " WITH NO ADVANCING
               ACCEPT ENTRADA-MOTIVO
               IF ENTRADA-MOTIVO = SPACES
                   DISPLAY "Motivo em branco - registro cancelado."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Valor contestado (ex.: 12.50): "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-NOVO-VALOR
               PERFORM VALIDA-VALOR-DISPUTA
               IF NOT VALOR-VALIDO-SIM OR VALOR-DISPUTA = 0
                   DISPLAY "Valor invalido - registro cancelado."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO QTD-DISPUTAS
               ADD 1 TO ULTIMO-NUMERO
               MOVE ULTIMO-NUMERO TO DIS-NUMERO(QTD-DISPUTAS)
               MOVE "A" TO DIS-SITUACAO(QTD-DISPUTAS)
               MOVE ENTRADA-DEPARTAMENTO
                   TO DIS-DEPARTAMENTO(QTD-DISPUTAS)
               MOVE ENTRADA-TIPO TO DIS-TIPO(QTD-DISPUTAS)
               MOVE ENTRADA-REQUISICAO
                   TO DIS-ID-REQUISICAO(QTD-DISPUTAS)
               MOVE ENTRADA-MES TO DIS-MES-REFERENCIA(QTD-DISPUTAS)
               MOVE VALOR-DISPUTA TO DIS-VALOR(QTD-DISPUTAS)
               MOVE ENTRADA-MOTIVO TO DIS-MOTIVO(QTD-DISPUTAS)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO DIS-DATA-ABERTURA(QTD-DISPUTAS)
               MOVE OPERADOR-INFORMADO TO DIS-ANALISTA(QTD-DISPUTAS)
               MOVE SPACES TO DIS-APROVADOR(QTD-DISPUTAS)
               MOVE SPACES TO DIS-DATA-DECISAO(QTD-DISPUTAS)
               MOVE "N" TO DIS-ORIGEM(QTD-DISPUTAS)
               MOVE 'S' TO HOUVE-ALTERACAO
               ADD 1 TO TOTAL-REGISTRADAS
               DISPLAY "Disputa " ULTIMO-NUMERO " registrada em "
                   "aberto."
               EXIT.

      *    Devolve departamento e mes da requisicao processada;
      *    departamento em branco cancela o registro.
           SOLICITA-REQUISICAO.
               MOVE SPACES TO ENTRADA-DEPARTAMENTO
               MOVE SPACES TO ENTRADA-MES
               DISPLAY "ID-REQUISICAO: " WITH NO ADVANCING
               ACCEPT ENTRADA-REQUISICAO
               IF ENTRADA-REQUISICAO = SPACES
                   DISPLAY "ID em branco - registro cancelado."
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT RASTREIO-MESTRE
               IF STATUS-RASTREIO NOT = "00"
                   DISPLAY "RASTREIO.MST indisponivel (status "
                       STATUS-RASTREIO ") - registre a disputa "
                       "contra o mes."
                   EXIT PARAGRAPH
               END-IF
               MOVE ENTRADA-REQUISICAO TO RTR-ID-REQUISICAO
               READ RASTREIO-MESTRE
                   INVALID KEY
                       DISPLAY "ID-REQUISICAO nao encontrado no "
                           "rastreamento."
                   NOT INVALID KEY
                       IF RTR-PROC-TIMESTAMP = SPACES
                           DISPLAY "Requisicao sem processamento - "
                               "nada foi faturado."
                       ELSE
                           MOVE RTR-DEPARTAMENTO
                               TO ENTRADA-DEPARTAMENTO
                           MOVE RTR-PROC-TIMESTAMP(1:6)
                               TO ENTRADA-MES
                           DISPLAY "Departamento " RTR-DEPARTAMENTO
                               ", processada em "
                               RTR-PROC-TIMESTAMP(1:8)
                       END-IF
               END-READ
               CLOSE RASTREIO-MESTRE
               EXIT.

           SOLICITA-DEPARTAMENTO-MES.
               MOVE SPACES TO ENTRADA-REQUISICAO
               DISPLAY "Codigo do departamento (3 letras): "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-DEPARTAMENTO
               MOVE FUNCTION UPPER-CASE(ENTRADA-DEPARTAMENTO)
                   TO ENTRADA-DEPARTAMENTO
               IF ENTRADA-DEPARTAMENTO = SPACES
                   DISPLAY "Departamento em branco - registro "
                       "cancelado."
                   EXIT PARAGRAPH
               END-IF
               IF DEP-QTD-CADASTRADOS > 0
                   PERFORM CONFERE-DEPARTAMENTO
                   IF NOT DEPTO-CADASTRADO-SIM
                       DISPLAY "Departamento nao cadastrado - "
                           "registro cancelado."
                       MOVE SPACES TO ENTRADA-DEPARTAMENTO
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "Mes contestado (AAAAMM): " WITH NO ADVANCING
               ACCEPT ENTRADA-MES
               IF ENTRADA-MES NOT NUMERIC
                   OR ENTRADA-MES(5:2) < "01"
                   OR ENTRADA-MES(5:2) > "12"
                   DISPLAY "Mes invalido - registro cancelado."
                   MOVE SPACES TO ENTRADA-DEPARTAMENTO
               END-IF
               EXIT.

           CONFERE-DEPARTAMENTO.
               MOVE 'N' TO DEPTO-CADASTRADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > DEP-QTD-CADASTRADOS
                   IF DEP-CODIGO(IDX-BUSCA) = ENTRADA-DEPARTAMENTO
                       MOVE 'S' TO DEPTO-CADASTRADO
                   END-IF
               END-PERFORM
               EXIT.

      *    Aceita digitos e no maximo um ponto decimal, como a
      *    manutencao de tarifas; o valor e convertido por NUMVAL.
           VALIDA-VALOR-DISPUTA.
               MOVE 'N' TO VALOR-VALIDO
               MOVE 0 TO VALOR-DISPUTA
               MOVE 0 TO QTD-PONTOS
               MOVE FUNCTION TRIM(ENTRADA-NOVO-VALOR)
                   TO VALOR-TRABALHADO
               COMPUTE TAMANHO-VALOR =
                   FUNCTION LENGTH(FUNCTION TRIM(ENTRADA-NOVO-VALOR))
               IF ENTRADA-NOVO-VALOR = SPACES
                   OR TAMANHO-VALOR > 10
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO VALOR-VALIDO
               PERFORM VARYING IDX-DIGITO FROM 1 BY 1
               UNTIL IDX-DIGITO > TAMANHO-VALOR
                   EVALUATE TRUE
                       WHEN VALOR-TRABALHADO(IDX-DIGITO:1) = "."
                           ADD 1 TO QTD-PONTOS
                       WHEN VALOR-TRABALHADO(IDX-DIGITO:1) < "0"
                           OR VALOR-TRABALHADO(IDX-DIGITO:1) > "9"
                           MOVE 'N' TO VALOR-VALIDO
                   END-EVALUATE
               END-PERFORM
               IF QTD-PONTOS > 1
                   MOVE 'N' TO VALOR-VALIDO
               END-IF
               IF VALOR-VALIDO-SIM
                   COMPUTE VALOR-DISPUTA = FUNCTION
                       NUMVAL(VALOR-TRABALHADO(1:TAMANHO-VALOR))
               END-IF
               EXIT.

      *    Aprovacao e rejeicao exigem o nome de quem decidiu; a
      *    aprovada espera o proximo faturamento para virar credito.
           DECIDE-DISPUTA.
               DISPLAY "Numero da disputa: " WITH NO ADVANCING
               ACCEPT ENTRADA-NUMERO
               MOVE 0 TO IDX-ACHADO
               IF FUNCTION TRIM(ENTRADA-NUMERO) NUMERIC
                   COMPUTE NUMERO-INFORMADO =
                       FUNCTION NUMVAL(ENTRADA-NUMERO)
                   PERFORM VARYING IDX-DISPUTA FROM 1 BY 1
                   UNTIL IDX-DISPUTA > QTD-DISPUTAS
                       IF DIS-NUMERO(IDX-DISPUTA) = NUMERO-INFORMADO
                           MOVE IDX-DISPUTA TO IDX-ACHADO
                       END-IF
                   END-PERFORM
               END-IF
               IF IDX-ACHADO = 0
                   DISPLAY "Disputa nao encontrada entre as pendentes."
                   EXIT PARAGRAPH
               END-IF
               IF DIS-SITUACAO(IDX-ACHADO) NOT = "A"
                   DISPLAY "Disputa ja aprovada - aguardando o "
                       "credito no faturamento."
                   EXIT PARAGRAPH
               END-IF
               MOVE IDX-ACHADO TO IDX-DISPUTA
               PERFORM EXIBE-DISPUTA
               DISPLAY "A=aprovar, R=rejeitar, branco=manter em "
                   "aberto: " WITH NO ADVANCING
               ACCEPT ENTRADA-DECISAO
               MOVE FUNCTION UPPER-CASE(ENTRADA-DECISAO)
                   TO ENTRADA-DECISAO
               IF ENTRADA-DECISAO NOT = "A"
                   AND ENTRADA-DECISAO NOT = "R"
                   DISPLAY "Disputa mantida em aberto."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Aprovador (nome de quem decidiu): "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-APROVADOR
               IF ENTRADA-APROVADOR = SPACES
                   DISPLAY "Decisao exige o aprovador - disputa "
                       "mantida em aberto."
                   EXIT PARAGRAPH
               END-IF
               IF ENTRADA-DECISAO = "A"
                   MOVE "P" TO DIS-SITUACAO(IDX-ACHADO)
                   DISPLAY "Disputa aprovada - credito no proximo "
                       "faturamento."
               ELSE
                   MOVE "R" TO DIS-SITUACAO(IDX-ACHADO)
                   DISPLAY "Disputa rejeitada."
               END-IF
               MOVE ENTRADA-APROVADOR TO DIS-APROVADOR(IDX-ACHADO)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO DIS-DATA-DECISAO(IDX-ACHADO)
               IF DIS-ORIGEM(IDX-ACHADO) NOT = "N"
                   MOVE "A" TO DIS-ORIGEM(IDX-ACHADO)
               END-IF
               MOVE 'S' TO HOUVE-ALTERACAO
               ADD 1 TO TOTAL-DECIDIDAS
               EXIT.

           EXIBE-DISPUTA.
               PERFORM MONTA-REFERENCIA
               MOVE DIS-VALOR(IDX-DISPUTA) TO VALOR-EDITADO
               DISPLAY "Disputa " DIS-NUMERO(IDX-DISPUTA)
                   " depto " DIS-DEPARTAMENTO(IDX-DISPUTA)
                   " - " REFERENCIA-DISPUTA
                   " valor " FUNCTION TRIM(VALOR-EDITADO)
               DISPLAY "  motivo..: "
                   FUNCTION TRIM(DIS-MOTIVO(IDX-DISPUTA))
               DISPLAY "  aberta em " DIS-DATA-ABERTURA(IDX-DISPUTA)
                   " por " DIS-ANALISTA(IDX-DISPUTA)
               EXIT.

           MONTA-REFERENCIA.
               MOVE SPACES TO REFERENCIA-DISPUTA
               IF DIS-TIPO(IDX-DISPUTA) = "R"
                   STRING "req " DIS-ID-REQUISICAO(IDX-DISPUTA)
                       DELIMITED BY SIZE INTO REFERENCIA-DISPUTA
               ELSE
                   STRING "mes " DIS-MES-REFERENCIA(IDX-DISPUTA)
                       DELIMITED BY SIZE INTO REFERENCIA-DISPUTA
               END-IF
               EXIT.

      *    Pendente e a disputa em aberto ou aprovada ainda sem
      *    credito; a idade conta da abertura.
           RELATORIO-PENDENTES.
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-DE-HOJE
               MOVE 0 TO QTD-PENDENTES
               MOVE 0 TO VALOR-PENDENTE
               DISPLAY "-----------------------------------------------"
               DISPLAY "Disputas pendentes em " DATA-DE-HOJE
                   " (idade em dias desde a abertura):"
               PERFORM VARYING IDX-DISPUTA FROM 1 BY 1
               UNTIL IDX-DISPUTA > QTD-DISPUTAS
                   IF DIS-SITUACAO(IDX-DISPUTA) = "A"
                       OR DIS-SITUACAO(IDX-DISPUTA) = "P"
                       PERFORM EXIBE-DISPUTA-PENDENTE
                   END-IF
               END-PERFORM
               MOVE VALOR-PENDENTE TO TOTAL-EDITADO
               DISPLAY "Total pendente: " QTD-PENDENTES
                   " disputa(s), valor " FUNCTION TRIM(TOTAL-EDITADO)
               IF QTD-ALEM-DA-MEMORIA > 0
                   DISPLAY "  mais " QTD-ALEM-DA-MEMORIA
                       " alem da capacidade, fora desta lista"
               END-IF
               EXIT.

           EXIBE-DISPUTA-PENDENTE.
               ADD 1 TO QTD-PENDENTES
               ADD DIS-VALOR(IDX-DISPUTA) TO VALOR-PENDENTE
               PERFORM MONTA-REFERENCIA
               MOVE DIS-VALOR(IDX-DISPUTA) TO VALOR-EDITADO
               MOVE 0 TO DIAS-EM-ABERTO
               IF DIS-DATA-ABERTURA(IDX-DISPUTA) NUMERIC
                   MOVE DIS-DATA-ABERTURA(IDX-DISPUTA) TO DATA-ABERTURA
                   COMPUTE DIAS-EM-ABERTO =
                       FUNCTION INTEGER-OF-DATE(DATA-DE-HOJE)
                       - FUNCTION INTEGER-OF-DATE(DATA-ABERTURA)
               END-IF
               MOVE DIAS-EM-ABERTO TO DIAS-EDITADO
               IF DIS-SITUACAO(IDX-DISPUTA) = "A"
                   DISPLAY "  " DIS-NUMERO(IDX-DISPUTA) " "
                       DIS-DEPARTAMENTO(IDX-DISPUTA) " "
                       REFERENCIA-DISPUTA " " VALOR-EDITADO " "
                       DIAS-EDITADO " dia(s) EM ABERTO"
               ELSE
                   DISPLAY "  " DIS-NUMERO(IDX-DISPUTA) " "
                       DIS-DEPARTAMENTO(IDX-DISPUTA) " "
                       REFERENCIA-DISPUTA " " VALOR-EDITADO " "
                       DIAS-EDITADO " dia(s) APROVADA, a creditar"
               END-IF
               EXIT.

      *    A regravacao copia DISPUTAS.DAT para o temporario trocando
      *    situacao, aprovador e data da decisao das disputas
      *    decididas na sessao, acrescenta as registradas e troca o
      *    vivo pelo temporario num unico passo (CBL_RENAME_FILE).
           GRAVA-DISPUTAS.
               OPEN OUTPUT DISPUTAS-TEMP
               OPEN INPUT ARQUIVO-DISPUTAS
               IF STATUS-DISPUTAS = "00"
                   MOVE 'N' TO FIM-DISPUTAS
                   PERFORM LE-DISPUTA
                   PERFORM UNTIL FIM-DISPUTAS-SIM
                       PERFORM APLICA-DECISAO
                       MOVE REG-DISPUTA TO REG-DISPUTA-TEMP
                       WRITE REG-DISPUTA-TEMP
                       PERFORM LE-DISPUTA
                   END-PERFORM
                   CLOSE ARQUIVO-DISPUTAS
               END-IF
               PERFORM VARYING IDX-DISPUTA FROM 1 BY 1
               UNTIL IDX-DISPUTA > QTD-DISPUTAS
                   IF DIS-ORIGEM(IDX-DISPUTA) = "N"
                       PERFORM DESCE-DISPUTA
                       MOVE REG-DISPUTA TO REG-DISPUTA-TEMP
                       WRITE REG-DISPUTA-TEMP
                   END-IF
               END-PERFORM
               CLOSE DISPUTAS-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-DISP-TEMP
                   NOME-ARQ-DISPUTAS
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir DISPUTAS.DAT - "
                       "disputas preservadas em DISPUTAS.TMP"
               ELSE
                   DISPLAY "Disputas gravadas em DISPUTAS.DAT."
               END-IF
               EXIT.

           APLICA-DECISAO.
               PERFORM VARYING IDX-DISPUTA FROM 1 BY 1
               UNTIL IDX-DISPUTA > QTD-DISPUTAS
                   IF DIS-ORIGEM(IDX-DISPUTA) = "A"
                       AND DIS-NUMERO(IDX-DISPUTA) = DSP-NUMERO
                       MOVE DIS-SITUACAO(IDX-DISPUTA) TO DSP-SITUACAO
                       MOVE DIS-APROVADOR(IDX-DISPUTA)
                           TO DSP-APROVADOR
                       MOVE DIS-DATA-DECISAO(IDX-DISPUTA)
                           TO DSP-DATA-DECISAO
                   END-IF
               END-PERFORM
               EXIT.

           DESCE-DISPUTA.
               MOVE SPACES TO REG-DISPUTA
               MOVE DIS-NUMERO(IDX-DISPUTA) TO DSP-NUMERO
               MOVE DIS-SITUACAO(IDX-DISPUTA) TO DSP-SITUACAO
               MOVE DIS-DEPARTAMENTO(IDX-DISPUTA) TO DSP-DEPARTAMENTO
               MOVE DIS-TIPO(IDX-DISPUTA) TO DSP-TIPO
               MOVE DIS-ID-REQUISICAO(IDX-DISPUTA) TO DSP-ID-REQUISICAO
               MOVE DIS-MES-REFERENCIA(IDX-DISPUTA)
                   TO DSP-MES-REFERENCIA
               MOVE DIS-VALOR(IDX-DISPUTA) TO DSP-VALOR
               MOVE DIS-MOTIVO(IDX-DISPUTA) TO DSP-MOTIVO
               MOVE DIS-DATA-ABERTURA(IDX-DISPUTA) TO DSP-DATA-ABERTURA
               MOVE DIS-ANALISTA(IDX-DISPUTA) TO DSP-ANALISTA
               MOVE DIS-APROVADOR(IDX-DISPUTA) TO DSP-APROVADOR
               MOVE DIS-DATA-DECISAO(IDX-DISPUTA) TO DSP-DATA-DECISAO
               EXIT.
       END PROGRAM MANUTENCAO-DISPUTAS.
