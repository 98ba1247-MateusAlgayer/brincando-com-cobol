      *          linha faturavel; arquivo inexistente e simplesmente
      *          pulado.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Disputas aprovadas em DISPUTAS.DAT (mantidas por
      *              MANUTENCAO-DISPUTAS) entram como linhas de credito
      *              no demonstrativo do departamento, que passa a
      *              mostrar total bruto, creditos e total liquido; a
      *              pagina de controle mostra bruto, creditos e
      *              liquido. Cada credito aplicado e marcado em
      *              DISPUTAS.DAT com o mes do demonstrativo - rodar de
      *              novo o mesmo mes repete o credito, sem aplica-lo
      *              outra vez em outro mes.
      * 15/10/2026 - Chamada atendida pelo canal expresso diurno
      *              (REL-CANAL "E") e cobrada pelo preco expresso de
      *              TARIFAS.DAT, no lugar do preco do servico, e sai
      *              em linha propria no demonstrativo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURAMENTO-USO.
           SELECT AUDITORIA-APURADA ASSIGN USING NOME-ARQ-AUD-APURA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUD-APURA.
           SELECT ARQUIVO-DISPUTAS ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DISPUTAS.
           SELECT DISPUTAS-TEMP ASSIGN TO "DISPUTAS.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DISP-TEMP.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA-APURADA.
           COPY 'AUDITORIA.cpy'.

       FD  ARQUIVO-DISPUTAS.
           COPY 'DISPUTA.cpy'.

      *    X(146) casa com o tamanho de REG-DISPUTA em DISPUTA.cpy;
      *    os dois precisam mudar juntos.
       FD  DISPUTAS-TEMP.
       01  REG-DISPUTA-TEMP        PIC X(146).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.
           COPY 'TARIFAS.cpy'.
       01  STATUS-AUD-APURA        PIC X(02).
       01  NOME-ARQ-REL-APURA      PIC X(30).
       01  NOME-ARQ-AUD-APURA      PIC X(30).
       01  STATUS-DISPUTAS         PIC X(02).
       01  STATUS-DISP-TEMP        PIC X(02).
       01  NOME-ARQ-DISPUTAS       PIC X(30) VALUE "DISPUTAS.DAT".
       01  NOME-ARQ-DISP-TEMP      PIC X(30) VALUE "DISPUTAS.TMP".

       01  FIM-ARQUIVO             PIC X(01).
           88 FIM-ARQUIVO-SIM               VALUE 'S'.
               10  FAT-QTD-PRIMOS      PIC 9(07).
               10  FAT-QTD-DIVISORES   PIC 9(07).
               10  FAT-QTD-SOMA        PIC 9(07).
               10  FAT-QTD-EXPRESSO    PIC 9(07).
               10  FAT-QTD-REJEITADAS  PIC 9(07).
               10  FAT-VALOR-CREDITOS  PIC 9(09)V99.

       01  DEPARTAMENTO-BUSCADO    PIC X(03).
       01  IDX-DEPARTAMENTO        PIC 9(03).
       01  TOTAL-LINHAS-APURADAS   PIC 9(07) VALUE 0.
       01  TOTAL-REJEITADAS        PIC 9(07) VALUE 0.

      *    Creditos de disputas do demonstrativo: as aprovadas ainda
      *    sem credito (aplicadas nesta execucao) e as ja creditadas
      *    neste mesmo mes (execucao repetida). Disputas alem das 200
      *    primeiras ficam aprovadas para a proxima execucao.
       01  CREDITOS-MAX            PIC 9(03) VALUE 200.
       01  QTD-CREDITOS            PIC 9(03) VALUE 0.
       01  QTD-CREDITOS-ADIADOS    PIC 9(05) VALUE 0.
       01  QTD-CREDITOS-NOVOS      PIC 9(03) VALUE 0.
       01  TABELA-CREDITOS.
           05  CREDITO-ENTRADA OCCURS 200 TIMES.
               10  CRD-NUMERO          PIC 9(06).
               10  CRD-IDX-DEPARTAMENTO PIC 9(03).
               10  CRD-VALOR           PIC 9(07)V99.
               10  CRD-REFERENCIA      PIC X(15).
               10  CRD-MOTIVO          PIC X(40).
               10  CRD-NOVO            PIC X(01).
       01  IDX-CREDITO             PIC 9(03).
       01  FIM-DISPUTAS            PIC X(01).
           88 FIM-DISPUTAS-SIM              VALUE 'S'.

       01  VALOR-SERVICO           PIC 9(09)V99.
       01  VALOR-DEPARTAMENTO      PIC 9(09)V99.
       01  VALOR-GERAL             PIC 9(11)V99 VALUE 0.
       01  CREDITOS-GERAL          PIC 9(11)V99 VALUE 0.
       01  VALOR-LIQUIDO           PIC S9(11)V99.
       01  VALOR-LIQUIDO-EDITADO   PIC -(11)9.99.
       01  VALOR-CREDITO-EDITADO   PIC Z(6)9.99.
       01  QTD-GERAL-CHAMADAS      PIC 9(09) VALUE 0.
       01  QTD-EDITADA             PIC Z(6)9.
       01  VALOR-EDITADO           PIC Z(8)9.99.
           MOVE PAR-ARQ-AUDITORIA TO NOME-ARQ-AUD-APURA.
           PERFORM APURA-AUDITORIA.
           PERFORM APURA-HISTORICOS.
           PERFORM CARREGA-CREDITOS.

           IF QTD-DEPARTAMENTOS = 0
               DISPLAY "Nenhuma chamada do mes " MES-REFERENCIA
               PERFORM EMITE-FATURA-DEPARTAMENTO
           END-PERFORM.
           PERFORM EMITE-TOTAL-GERAL.
           IF QTD-CREDITOS-NOVOS > 0
               PERFORM MARCA-CREDITOS-APLICADOS
           END-IF.
           STOP RUN.

           MONTA-MES-SEGUINTE.
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-LINHAS-APURADAS
               IF REL-CANAL-EXPRESSO
                   ADD 1 TO FAT-QTD-EXPRESSO(IDX-BUSCA)
                   EXIT PARAGRAPH
               END-IF
               EVALUATE REL-SERVICO
                   WHEN "D"
                       ADD 1 TO FAT-QTD-DIVISORES(IDX-BUSCA)
               ADD 1 TO TOTAL-REJEITADAS
               EXIT.

      *    Disputa aprovada vira credito neste demonstrativo; a ja
      *    creditada neste mesmo mes volta a sair, para a execucao
      *    repetida dar a mesma fatura. Departamento sem chamadas no
      *    mes entra na tabela so com o credito.
           CARREGA-CREDITOS.
               OPEN INPUT ARQUIVO-DISPUTAS
               IF STATUS-DISPUTAS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-DISPUTAS
               PERFORM LE-DISPUTA
               PERFORM UNTIL FIM-DISPUTAS-SIM
                   IF DSP-APROVADA
                       OR (DSP-CREDITADA
                           AND DSP-MES-CREDITO = MES-REFERENCIA)
                       PERFORM GUARDA-CREDITO
                   END-IF
                   PERFORM LE-DISPUTA
               END-PERFORM
               CLOSE ARQUIVO-DISPUTAS
               EXIT.

           LE-DISPUTA.
               READ ARQUIVO-DISPUTAS
                   AT END
                       SET FIM-DISPUTAS-SIM TO TRUE
               END-READ.
               EXIT.

           GUARDA-CREDITO.
               IF QTD-CREDITOS >= CREDITOS-MAX
                   ADD 1 TO QTD-CREDITOS-ADIADOS
                   EXIT PARAGRAPH
               END-IF
               MOVE DSP-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO
               PERFORM LOCALIZA-DEPARTAMENTO
               IF IDX-BUSCA = 0
                   ADD 1 TO QTD-CREDITOS-ADIADOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO QTD-CREDITOS
               MOVE DSP-NUMERO TO CRD-NUMERO(QTD-CREDITOS)
               MOVE IDX-BUSCA TO CRD-IDX-DEPARTAMENTO(QTD-CREDITOS)
               MOVE DSP-VALOR TO CRD-VALOR(QTD-CREDITOS)
               MOVE SPACES TO CRD-REFERENCIA(QTD-CREDITOS)
               IF DSP-TIPO-REQUISICAO
                   STRING "req " DSP-ID-REQUISICAO
                       DELIMITED BY SIZE
                       INTO CRD-REFERENCIA(QTD-CREDITOS)
               ELSE
                   STRING "mes " DSP-MES-REFERENCIA
                       DELIMITED BY SIZE
                       INTO CRD-REFERENCIA(QTD-CREDITOS)
               END-IF
               MOVE DSP-MOTIVO TO CRD-MOTIVO(QTD-CREDITOS)
               IF DSP-APROVADA
                   MOVE 'S' TO CRD-NOVO(QTD-CREDITOS)
                   ADD 1 TO QTD-CREDITOS-NOVOS
               ELSE
                   MOVE 'N' TO CRD-NOVO(QTD-CREDITOS)
               END-IF
               ADD DSP-VALOR TO FAT-VALOR-CREDITOS(IDX-BUSCA)
               ADD DSP-VALOR TO CREDITOS-GERAL
               EXIT.

      *    Regrava DISPUTAS.DAT pelo temporario marcando como
      *    creditadas, com o mes deste demonstrativo, as aprovadas
      *    aplicadas nesta execucao; a troca e um unico passo
      *    (CBL_RENAME_FILE), como no expurgo.
           MARCA-CREDITOS-APLICADOS.
               OPEN INPUT ARQUIVO-DISPUTAS
               IF STATUS-DISPUTAS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT DISPUTAS-TEMP
               MOVE 'N' TO FIM-DISPUTAS
               PERFORM LE-DISPUTA
               PERFORM UNTIL FIM-DISPUTAS-SIM
                   IF DSP-APROVADA
                       PERFORM MARCA-CREDITO
                   END-IF
                   MOVE REG-DISPUTA TO REG-DISPUTA-TEMP
                   WRITE REG-DISPUTA-TEMP
                   PERFORM LE-DISPUTA
               END-PERFORM
               CLOSE ARQUIVO-DISPUTAS DISPUTAS-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-DISP-TEMP
                   NOME-ARQ-DISPUTAS
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir DISPUTAS.DAT - "
                       "creditos marcados preservados em DISPUTAS.TMP"
               END-IF
               EXIT.

           MARCA-CREDITO.
               PERFORM VARYING IDX-CREDITO FROM 1 BY 1
               UNTIL IDX-CREDITO > QTD-CREDITOS
                   IF CRD-NOVO(IDX-CREDITO) = 'S'
                       AND CRD-NUMERO(IDX-CREDITO) = DSP-NUMERO
                       SET DSP-CREDITADA TO TRUE
                       MOVE MES-REFERENCIA TO DSP-MES-CREDITO
                   END-IF
               END-PERFORM
               EXIT.

      *    Devolve em IDX-BUSCA a posicao do departamento na tabela,
      *    incluindo-o se inedito; 0 quando a tabela esta cheia.
           LOCALIZA-DEPARTAMENTO.
               DISPLAY "  S - contagem e soma....: " QTD-EDITADA
                   " x " FUNCTION TRIM(TARIFA-EDITADA)
                   " = " FUNCTION TRIM(VALOR-EDITADO)
               MOVE FAT-QTD-EXPRESSO(IDX-DEPARTAMENTO) TO QTD-EDITADA
               MOVE TAR-PRECO-EXPRESSO TO TARIFA-EDITADA
               COMPUTE VALOR-SERVICO =
                   FAT-QTD-EXPRESSO(IDX-DEPARTAMENTO)
                   * TAR-PRECO-EXPRESSO
               ADD VALOR-SERVICO TO VALOR-DEPARTAMENTO
               MOVE VALOR-SERVICO TO VALOR-EDITADO
               DISPLAY "  E - canal expresso.....: " QTD-EDITADA
                   " x " FUNCTION TRIM(TARIFA-EDITADA)
                   " = " FUNCTION TRIM(VALOR-EDITADO)
               MOVE VALOR-DEPARTAMENTO TO VALOR-EDITADO
               DISPLAY "  Total bruto............: "
                   FUNCTION TRIM(VALOR-EDITADO)
               PERFORM VARYING IDX-CREDITO FROM 1 BY 1
               UNTIL IDX-CREDITO > QTD-CREDITOS
                   IF CRD-IDX-DEPARTAMENTO(IDX-CREDITO)
                       = IDX-DEPARTAMENTO
                       PERFORM EMITE-LINHA-CREDITO
                   END-IF
               END-PERFORM
               MOVE FAT-VALOR-CREDITOS(IDX-DEPARTAMENTO)
                   TO VALOR-EDITADO
               DISPLAY "  Creditos de disputas...: -"
                   FUNCTION TRIM(VALOR-EDITADO)
               COMPUTE VALOR-LIQUIDO = VALOR-DEPARTAMENTO
                   - FAT-VALOR-CREDITOS(IDX-DEPARTAMENTO)
               MOVE VALOR-LIQUIDO TO VALOR-LIQUIDO-EDITADO
               DISPLAY "  Total liquido..........: "
                   FUNCTION TRIM(VALOR-LIQUIDO-EDITADO)
               ADD VALOR-DEPARTAMENTO TO VALOR-GERAL
               COMPUTE QTD-GERAL-CHAMADAS = QTD-GERAL-CHAMADAS
                   + FAT-QTD-PRIMOS(IDX-DEPARTAMENTO)
                   + FAT-QTD-DIVISORES(IDX-DEPARTAMENTO)
                   + FAT-QTD-SOMA(IDX-DEPARTAMENTO)
                   + FAT-QTD-EXPRESSO(IDX-DEPARTAMENTO)
               MOVE FAT-QTD-REJEITADAS(IDX-DEPARTAMENTO)
                   TO QTD-EDITADA
               DISPLAY "  Atividade nao faturada (chamadas "
                   "rejeitadas): " QTD-EDITADA
               EXIT.

           EMITE-LINHA-CREDITO.
               MOVE CRD-VALOR(IDX-CREDITO) TO VALOR-CREDITO-EDITADO
               DISPLAY "    credito disputa " CRD-NUMERO(IDX-CREDITO)
                   " " CRD-REFERENCIA(IDX-CREDITO) " -"
                   FUNCTION TRIM(VALOR-CREDITO-EDITADO)
               DISPLAY "      " FUNCTION TRIM(CRD-MOTIVO(IDX-CREDITO))
               EXIT.

           EMITE-TOTAL-GERAL.
               DISPLAY "==============================================="
               DISPLAY "Pagina de controle - faturamento do mes "
               DISPLAY "Chamadas rejeitadas.........: "
                   TOTAL-REJEITADAS
               MOVE VALOR-GERAL TO VALOR-GERAL-EDITADO
               DISPLAY "Valor bruto.................: "
                   FUNCTION TRIM(VALOR-GERAL-EDITADO)
               MOVE CREDITOS-GERAL TO VALOR-GERAL-EDITADO
               DISPLAY "Creditos de disputas........: -"
                   FUNCTION TRIM(VALOR-GERAL-EDITADO)
               COMPUTE VALOR-LIQUIDO = VALOR-GERAL - CREDITOS-GERAL
               MOVE VALOR-LIQUIDO TO VALOR-LIQUIDO-EDITADO
               DISPLAY "Valor liquido a ratear......: "
                   FUNCTION TRIM(VALOR-LIQUIDO-EDITADO)
               DISPLAY "Disputas creditadas.........: " QTD-CREDITOS
               IF QTD-CREDITOS-ADIADOS > 0
                   DISPLAY "Disputas aprovadas adiadas..: "
                       QTD-CREDITOS-ADIADOS
                       " (capacidade - ficam para a proxima execucao)"
               END-IF
               DISPLAY "Linhas sem departamento.....: "
                   LINHAS-SEM-DEPTO
               IF LINHAS-FORA-DA-TABELA > 0
