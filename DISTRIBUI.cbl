      *          reenvia duplicatas. Linhas sem departamento (gravadas
      *          antes do campo existir) ficam fora da distribuicao.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Cada arquivo gerado e anotado em ENVIOS.DAT (data
      *              da extracao, contagem e janela de geracao coberta)
      *              para a conferencia das confirmacoes de recebimento
      *              dos departamentos. Com REGERA_DEPTO e
      *              REGERA_EXTRACAO no ambiente, regera so o arquivo
      *              daquele departamento naquela extracao, com a mesma
      *              janela e a mesma data de extracao, como
      *              RESP<dep>-<extracao>.DAT, sem tocar no corte de
      *              DISTRIB.DAT nem nos outros departamentos.
      * 15/10/2026 - Canal expresso diurno: linha expressa do
      *              relatorio (REL-CANAL "E") fica fora da
      *              distribuicao noturna. Com CANAL_EXPRESSO=S no
      *              ambiente a distribuicao passa a ser so das linhas
      *              expressas, com corte proprio em EXPDIST.DAT, em
      *              arquivos RESP<dep>-<extracao>.DAT (varias por dia
      *              sem sobrescrever a anterior) anotados em
      *              ENVIOS.DAT com ENV-CANAL "E". A regeracao segue o
      *              canal anotado na linha de ENVIOS.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUI-RESPOSTAS.
           SELECT RESPOSTA-DEPARTAMENTO ASSIGN USING NOME-ARQ-RESPOSTA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-RESPOSTA.
           SELECT CONTROLE-DISTRIBUICAO ASSIGN USING NOME-ARQ-DISTRIB
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DISTRIB.
           SELECT LIVRO-ENVIOS ASSIGN TO "ENVIOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENVIOS.
           SELECT ENVIOS-TEMP ASSIGN TO "ENVIOS.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENVIOS-TEMP.

       DATA DIVISION.
       FILE SECTION.
       01  REG-DISTRIB.
           05  DTB-ULTIMA-GERACAO  PIC X(14).

       FD  LIVRO-ENVIOS.
           COPY 'ENVIO.cpy'.

      *    X(102) casa com o tamanho de REG-ENVIO em ENVIO.cpy; os
      *    dois precisam mudar juntos.
       FD  ENVIOS-TEMP.
       01  REG-ENVIO-TEMP          PIC X(102).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-RELATORIO        PIC X(02).
       01  STATUS-RESPOSTA         PIC X(02).
       01  STATUS-DISTRIB          PIC X(02).
       01  STATUS-ENVIOS           PIC X(02).
       01  STATUS-ENVIOS-TEMP      PIC X(02).
       01  NOME-ARQ-ENVIOS         PIC X(30) VALUE "ENVIOS.DAT".
       01  NOME-ARQ-ENV-TEMP       PIC X(30) VALUE "ENVIOS.TMP".
       01  NOME-ARQ-RELATORIO      PIC X(30) VALUE "RELATORIO.DAT".
       01  NOME-ARQ-RESPOSTA       PIC X(30).
       01  NOME-ARQ-DISTRIB        PIC X(30) VALUE "DISTRIB.DAT".

      *    Canal distribuido: "E" so as linhas expressas, em branco
      *    so as da cadeia noturna; comparado com REL-CANAL.
       01  CANAL-EXPRESSO-AMBIENTE PIC X(01) VALUE SPACE.
       01  CANAL-DA-DISTRIBUICAO   PIC X(01) VALUE SPACE.
           88 DISTRIBUICAO-EXPRESSA         VALUE "E".

       01  FIM-RELATORIO           PIC X(01).
           88 FIM-RELATORIO-SIM             VALUE 'S'.
       01  CORTE-DISTRIBUICAO      PIC X(14) VALUE SPACES.
       01  MAIOR-GERACAO-VISTA     PIC X(14) VALUE SPACES.
       01  DATA-EXTRACAO           PIC X(14).
      *    Maior REL-DATA-GERACAO que entra no arquivo: o corte novo
      *    na distribuicao normal, o corte final da distribuicao
      *    original na regeracao.
       01  LIMITE-DISTRIBUICAO     PIC X(14).

      *    Regeracao de um arquivo ja distribuido.
       01  REGERA-DEPARTAMENTO     PIC X(03) VALUE SPACES.
       01  REGERA-EXTRACAO         PIC X(14) VALUE SPACES.
       01  MODO-REGERACAO          PIC X(01) VALUE 'N'.
           88 MODO-REGERACAO-SIM            VALUE 'S'.
       01  FIM-ENVIOS              PIC X(01).
           88 FIM-ENVIOS-SIM                VALUE 'S'.
       01  ENVIO-ACHADO            PIC X(01).
           88 ENVIO-ACHADO-SIM              VALUE 'S'.
       01  QTD-ENVIO-ORIGINAL      PIC 9(07).
       01  SITUACAO-ENVIO-ORIGINAL PIC X(01).
       01  DATA-REGERACAO          PIC X(14).
      *    Dias (inteiros de calendario) dos historicos do expurgo
      *    procurados na regeracao.
       01  DIA-INICIAL             PIC 9(08).
       01  DIA-FINAL               PIC 9(08).
       01  DIA-PROBE               PIC 9(08).
       01  DATA-PROBE              PIC 9(08).

      *    Capacidade da tabela de departamentos: com mais
      *    departamentos distintos que isso a distribuicao para

       PROCEDURE DIVISION.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           ACCEPT REGERA-DEPARTAMENTO FROM ENVIRONMENT "REGERA_DEPTO".
           IF REGERA-DEPARTAMENTO NOT = SPACES
               PERFORM REGERA-RESPOSTA
               STOP RUN
           END-IF.
           MOVE PAR-ARQ-RELATORIO TO NOME-ARQ-RELATORIO.
           ACCEPT CANAL-EXPRESSO-AMBIENTE
               FROM ENVIRONMENT "CANAL_EXPRESSO".
           IF CANAL-EXPRESSO-AMBIENTE = "S"
               SET DISTRIBUICAO-EXPRESSA TO TRUE
               MOVE "EXPDIST.DAT" TO NOME-ARQ-DISTRIB
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-EXTRACAO.
           PERFORM RECUPERA-CORTE.
           MOVE CORTE-DISTRIBUICAO TO MAIOR-GERACAO-VISTA.
               STOP RUN
           END-IF.

           MOVE MAIOR-GERACAO-VISTA TO LIMITE-DISTRIBUICAO.
           OPEN EXTEND LIVRO-ENVIOS.
           IF STATUS-ENVIOS = "35"
               OPEN OUTPUT LIVRO-ENVIOS
           END-IF.
           PERFORM VARYING IDX-DEPARTAMENTO FROM 1 BY 1
           UNTIL IDX-DEPARTAMENTO > QTD-DEPARTAMENTOS
               MOVE DEP-CODIGO(IDX-DEPARTAMENTO)
                   TO DEPARTAMENTO-DA-VEZ
               PERFORM GERA-RESPOSTA-DEPARTAMENTO
           END-PERFORM.
           CLOSE LIVRO-ENVIOS.

           PERFORM GUARDA-CORTE.
           PERFORM APRESENTA-DISTRIBUICAO.
               PERFORM UNTIL FIM-RELATORIO-SIM
                   ADD 1 TO TOTAL-LIDOS
                   IF REL-DEPARTAMENTO NOT = SPACES
                       AND REL-CANAL = CANAL-DA-DISTRIBUICAO
                       AND REL-DATA-GERACAO > CORTE-DISTRIBUICAO
                       PERFORM ANOTA-DEPARTAMENTO
                       IF NOT DEPARTAMENTO-ANOTADO-SIM

      *    O relatorio e relido uma vez por departamento, mantendo um
      *    unico arquivo de resposta aberto por vez (mesmo artificio
      *    de PARTICIONA-ENTRADA com os fluxos). A expressa roda
      *    varias vezes por dia e leva a data da extracao no nome.
           GERA-RESPOSTA-DEPARTAMENTO.
               MOVE SPACES TO NOME-ARQ-RESPOSTA
               IF DISTRIBUICAO-EXPRESSA
                   STRING "RESP" FUNCTION TRIM(DEPARTAMENTO-DA-VEZ)
                       "-" DATA-EXTRACAO ".DAT"
                       DELIMITED BY SIZE INTO NOME-ARQ-RESPOSTA
               ELSE
                   STRING "RESP" FUNCTION TRIM(DEPARTAMENTO-DA-VEZ)
                       ".DAT"
                       DELIMITED BY SIZE INTO NOME-ARQ-RESPOSTA
               END-IF
               PERFORM ESCREVE-RESPOSTA
               PERFORM REGISTRA-ENVIO
               ADD DETALHES-DO-ARQUIVO TO TOTAL-DISTRIBUIDOS
               DISPLAY "  " FUNCTION TRIM(NOME-ARQ-RESPOSTA) ": "
                   DETALHES-DO-ARQUIVO " detalhe(s)"
               EXIT.

      *    Na regeracao as linhas da janela podem ja ter ido para os
      *    historicos do expurgo; eles sao lidos antes do relatorio
      *    corrente para o arquivo sair na ordem original.
           ESCREVE-RESPOSTA.
               OPEN OUTPUT RESPOSTA-DEPARTAMENTO
               PERFORM GRAVA-CABECALHO
               MOVE 0 TO DETALHES-DO-ARQUIVO
               IF MODO-REGERACAO-SIM
                   PERFORM PERCORRE-HISTORICOS
               END-IF
               MOVE PAR-ARQ-RELATORIO TO NOME-ARQ-RELATORIO
               PERFORM PERCORRE-RELATORIO
               PERFORM GRAVA-TOTALIZADOR
               CLOSE RESPOSTA-DEPARTAMENTO
               EXIT.

           PERCORRE-RELATORIO.
               OPEN INPUT RELATORIO-FATORES
               IF STATUS-RELATORIO NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-RELATORIO
               PERFORM LE-RELATORIO
               PERFORM UNTIL FIM-RELATORIO-SIM
                   IF REL-DEPARTAMENTO = DEPARTAMENTO-DA-VEZ
                       AND REL-CANAL = CANAL-DA-DISTRIBUICAO
                       AND REL-DATA-GERACAO > CORTE-DISTRIBUICAO
                       AND REL-DATA-GERACAO NOT > LIMITE-DISTRIBUICAO
                       PERFORM GRAVA-DETALHE
                   END-IF
                   PERFORM LE-RELATORIO
               END-PERFORM
               CLOSE RELATORIO-FATORES
               EXIT.

      *    Historicos ARQREL<data>.DAT procurados por tentativa de
      *    abertura, como no faturamento: uma linha da janela so pode
      *    estar num historico com data de corte posterior ao corte
      *    anterior e ate hoje. Na primeira distribuicao (sem corte
      *    anterior) volta um ano a partir do corte final.
           PERCORRE-HISTORICOS.
               IF CORTE-DISTRIBUICAO(1:8) NUMERIC
                   MOVE CORTE-DISTRIBUICAO(1:8) TO DATA-PROBE
                   COMPUTE DIA-INICIAL =
                       FUNCTION INTEGER-OF-DATE(DATA-PROBE) + 1
               ELSE
                   MOVE LIMITE-DISTRIBUICAO(1:8) TO DATA-PROBE
                   COMPUTE DIA-INICIAL =
                       FUNCTION INTEGER-OF-DATE(DATA-PROBE) - 366
               END-IF
               MOVE DATA-REGERACAO(1:8) TO DATA-PROBE
               COMPUTE DIA-FINAL = FUNCTION INTEGER-OF-DATE(DATA-PROBE)
               PERFORM VARYING DIA-PROBE FROM DIA-INICIAL BY 1
               UNTIL DIA-PROBE > DIA-FINAL
                   COMPUTE DATA-PROBE =
                       FUNCTION DATE-OF-INTEGER(DIA-PROBE)
                   MOVE SPACES TO NOME-ARQ-RELATORIO
                   STRING "ARQREL" DATA-PROBE ".DAT"
                       DELIMITED BY SIZE INTO NOME-ARQ-RELATORIO
                   PERFORM PERCORRE-RELATORIO
               END-PERFORM
               EXIT.

           REGISTRA-ENVIO.
               MOVE SPACES TO REG-ENVIO
               MOVE DEPARTAMENTO-DA-VEZ TO ENV-DEPARTAMENTO
               MOVE DATA-EXTRACAO TO ENV-DATA-EXTRACAO
               MOVE DETALHES-DO-ARQUIVO TO ENV-QTD-DETALHES
               MOVE CORTE-DISTRIBUICAO TO ENV-CORTE-ANTERIOR
               MOVE LIMITE-DISTRIBUICAO TO ENV-CORTE-FINAL
               MOVE DATA-EXTRACAO TO ENV-DATA-ENVIO
               SET ENV-PENDENTE TO TRUE
               MOVE 0 TO ENV-QTD-CONFIRMADA
               MOVE 0 TO ENV-QTD-REGERACOES
               MOVE CANAL-DA-DISTRIBUICAO TO ENV-CANAL
               WRITE REG-ENVIO
               EXIT.

      *    Regeracao: a distribuicao original e procurada em
      *    ENVIOS.DAT por departamento + data da extracao, e o
      *    arquivo e refeito com a mesma janela e a mesma data no
      *    cabecalho, para a confirmacao do departamento casar com
      *    ela. O corte de DISTRIB.DAT fica como esta.
           REGERA-RESPOSTA.
               MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-REGERACAO
               ACCEPT REGERA-EXTRACAO
                   FROM ENVIRONMENT "REGERA_EXTRACAO"
               MOVE FUNCTION UPPER-CASE(REGERA-DEPARTAMENTO)
                   TO REGERA-DEPARTAMENTO
               IF REGERA-EXTRACAO NOT NUMERIC
                   DISPLAY "Informe em REGERA_EXTRACAO a data da "
                       "extracao a regerar (AAAAMMDDHHMMSS, a do "
                       "cabecalho do arquivo original)."
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOCALIZA-ENVIO
               IF NOT ENVIO-ACHADO-SIM
                   DISPLAY "Distribuicao " REGERA-EXTRACAO
                       " do departamento " REGERA-DEPARTAMENTO
                       " nao consta de ENVIOS.DAT - nada regerado."
                   EXIT PARAGRAPH
               END-IF
               SET MODO-REGERACAO-SIM TO TRUE
               MOVE REGERA-DEPARTAMENTO TO DEPARTAMENTO-DA-VEZ
               MOVE REGERA-EXTRACAO TO DATA-EXTRACAO
               MOVE SPACES TO NOME-ARQ-RESPOSTA
               STRING "RESP" FUNCTION TRIM(DEPARTAMENTO-DA-VEZ) "-"
                   DATA-EXTRACAO ".DAT"
                   DELIMITED BY SIZE INTO NOME-ARQ-RESPOSTA
               PERFORM ESCREVE-RESPOSTA
               PERFORM ATUALIZA-ENVIO-REGERADO
               DISPLAY "==============================================="
               DISPLAY "Regeracao de resposta por departamento"
               DISPLAY "Departamento................: "
                   DEPARTAMENTO-DA-VEZ
               DISPLAY "Extracao regerada...........: " DATA-EXTRACAO
               DISPLAY "Janela de geracao...........: "
                   CORTE-DISTRIBUICAO " a " LIMITE-DISTRIBUICAO
               DISPLAY "Arquivo gerado..............: "
                   FUNCTION TRIM(NOME-ARQ-RESPOSTA)
               DISPLAY "Detalhes no arquivo.........: "
                   DETALHES-DO-ARQUIVO
               DISPLAY "Detalhes na distribuicao....: "
                   QTD-ENVIO-ORIGINAL
               IF DETALHES-DO-ARQUIVO NOT = QTD-ENVIO-ORIGINAL
                   DISPLAY "Aviso: contagem diferente da distribuicao "
                       "original (linhas desfeitas ou historico "
                       "ausente); ENVIOS.DAT fica com a nova."
               END-IF
               IF SITUACAO-ENVIO-ORIGINAL = "R"
                   DISPLAY "Aviso: a distribuicao ja constava como "
                       "recebida; volta a aguardar confirmacao."
               END-IF
               DISPLAY "==============================================="
               EXIT.

           LOCALIZA-ENVIO.
               MOVE 'N' TO ENVIO-ACHADO
               OPEN INPUT LIVRO-ENVIOS
               IF STATUS-ENVIOS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ENVIOS
               PERFORM LE-ENVIO
               PERFORM UNTIL FIM-ENVIOS-SIM
                   IF ENV-DEPARTAMENTO = REGERA-DEPARTAMENTO
                       AND ENV-DATA-EXTRACAO = REGERA-EXTRACAO
                       MOVE 'S' TO ENVIO-ACHADO
                       MOVE ENV-CORTE-ANTERIOR TO CORTE-DISTRIBUICAO
                       MOVE ENV-CORTE-FINAL TO LIMITE-DISTRIBUICAO
                       MOVE ENV-QTD-DETALHES TO QTD-ENVIO-ORIGINAL
                       MOVE ENV-SITUACAO TO SITUACAO-ENVIO-ORIGINAL
                       MOVE ENV-CANAL TO CANAL-DA-DISTRIBUICAO
                   END-IF
                   PERFORM LE-ENVIO
               END-PERFORM
               CLOSE LIVRO-ENVIOS
               EXIT.

           LE-ENVIO.
               READ LIVRO-ENVIOS
                   AT END
                       SET FIM-ENVIOS-SIM TO TRUE
               END-READ.
               EXIT.

      *    A linha da distribuicao volta a aguardar confirmacao, com
      *    a contagem do arquivo refeito e o prazo contado de agora.
           ATUALIZA-ENVIO-REGERADO.
               OPEN OUTPUT ENVIOS-TEMP
               OPEN INPUT LIVRO-ENVIOS
               MOVE 'N' TO FIM-ENVIOS
               PERFORM LE-ENVIO
               PERFORM UNTIL FIM-ENVIOS-SIM
                   IF ENV-DEPARTAMENTO = REGERA-DEPARTAMENTO
                       AND ENV-DATA-EXTRACAO = REGERA-EXTRACAO
                       MOVE DETALHES-DO-ARQUIVO TO ENV-QTD-DETALHES
                       MOVE DATA-REGERACAO TO ENV-DATA-ENVIO
                       SET ENV-PENDENTE TO TRUE
                       MOVE SPACES TO ENV-DATA-CONFIRMACAO
                       MOVE 0 TO ENV-QTD-CONFIRMADA
                       IF ENV-QTD-REGERACOES NOT NUMERIC
                           MOVE 0 TO ENV-QTD-REGERACOES
                       END-IF
                       ADD 1 TO ENV-QTD-REGERACOES
                   END-IF
                   MOVE REG-ENVIO TO REG-ENVIO-TEMP
                   WRITE REG-ENVIO-TEMP
                   PERFORM LE-ENVIO
               END-PERFORM
               CLOSE LIVRO-ENVIOS
               CLOSE ENVIOS-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-ENV-TEMP
                   NOME-ARQ-ENVIOS
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir ENVIOS.DAT - "
                       "livro de envios preservado em ENVIOS.TMP"
               END-IF
               EXIT.

           GRAVA-CABECALHO.

           APRESENTA-DISTRIBUICAO.
               DISPLAY "==============================================="
               IF DISTRIBUICAO-EXPRESSA
                   DISPLAY "Distribuicao de respostas por departamento"
                       " - canal expresso"
               ELSE
                   DISPLAY "Distribuicao de respostas por departamento"
               END-IF
               DISPLAY "Linhas lidas do relatorio...: " TOTAL-LIDOS
               DISPLAY "Departamentos atendidos.....: "
                   QTD-DEPARTAMENTOS
