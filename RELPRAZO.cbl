      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Relatorio mensal de prazos de atendimento: percorre
      *          RASTREIO.MST e mede, para cada requisicao aceita na
      *          critica no mes de referencia (variavel de ambiente
      *          MES_REFERENCIA, AAAAMM; o mes corrente quando nao
      *          informada), as horas da critica (RTR-VAL-TIMESTAMP)
      *          ao processamento (RTR-PROC-TIMESTAMP) contra o prazo
      *          combinado com o departamento no cadastro DEPTOS.DAT.
      *          Por departamento e canal de atendimento (cadeia
      *          noturna ou canal expresso diurno), mostra a
      *          quantidade respondida, o percentual dentro do prazo e
      *          as horas media e pior; lista cada violacao de prazo
      *          pelo ID-REQUISICAO e, a parte, as requisicoes aceitas
      *          que ainda nao tem carimbo de processamento. Grava
      *          ainda o extrato em colunas fixas EXTPRAZO<AAAAMM>.DAT
      *          (layout em EXTPRAZO.cpy) para os paineis da gestao de
      *          servicos; rodar de novo o mesmo mes regrava o extrato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-PRAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RASTREIO-MESTRE ASSIGN TO "RASTREIO.MST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RTR-ID-REQUISICAO
               FILE STATUS IS STATUS-RASTREIO.
           SELECT EXTRATO-PRAZOS ASSIGN USING NOME-ARQ-EXTRATO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  RASTREIO-MESTRE.
           COPY 'RASTREIO.cpy'.

       FD  EXTRATO-PRAZOS.
           COPY 'EXTPRAZO.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'DEPTOS.cpy'.

       01  STATUS-RASTREIO         PIC X(02).
       01  STATUS-EXTRATO          PIC X(02).
       01  FIM-RASTREIO            PIC X(01).
           88 FIM-RASTREIO-SIM              VALUE 'S'.
       01  FIM-EXTRATO             PIC X(01).
           88 FIM-EXTRATO-SIM               VALUE 'S'.

       01  MES-REFERENCIA          PIC X(06) VALUE SPACES.
       01  NOME-ARQ-EXTRATO        PIC X(30).
       01  DATA-EMISSAO            PIC X(14).

      *    Apuracao por departamento e canal (1 - cadeia noturna,
      *    2 - canal expresso). Os departamentos do cadastro ocupam
      *    as primeiras posicoes, na ordem de DEP-CADASTRO; os de
      *    fora do cadastro entram em seguida, sem prazo.
      *    DEPARTAMENTOS-MAX casa com OCCURS 50 de PRZ-ENTRADA e de
      *    DEP-CADASTRO em DEPTOS.cpy; precisam mudar juntos.
       01  DEPARTAMENTOS-MAX       PIC 9(03) VALUE 50.
       01  TABELA-PRAZOS.
           05  PRZ-QTD-DEPARTAMENTOS  PIC 9(03).
           05  PRZ-ENTRADA OCCURS 50 TIMES.
               10  PRZ-DEPARTAMENTO   PIC X(03).
               10  PRZ-PRAZO-HORAS    PIC 9(03).
               10  PRZ-QTD-PENDENTES  PIC 9(07).
               10  PRZ-CANAL OCCURS 2 TIMES.
                   15  PRZ-QTD-RESPONDIDAS PIC 9(07).
                   15  PRZ-QTD-NO-PRAZO    PIC 9(07).
                   15  PRZ-SOMA-SEGUNDOS   PIC 9(13).
                   15  PRZ-PIOR-SEGUNDOS   PIC 9(11).

       01  IDX-DEPARTAMENTO        PIC 9(03).
       01  IDX-BUSCA               PIC 9(03).
      *    Posicao do departamento na tabela; 0 quando a tabela
      *    esta cheia.
       01  IDX-ACHADO              PIC 9(03).
       01  IDX-CANAL               PIC 9(01).
       01  DEPARTAMENTO-BUSCADO    PIC X(03).
       01  PRAZO-DA-VEZ            PIC 9(03).
       01  CANAL-DA-VEZ            PIC X(01).
       01  NOME-CANAL-DA-VEZ       PIC X(16).

      *    Carimbo AAAAMMDDHHMMSS visto em partes para o calculo das
      *    horas decorridas.
       01  CARIMBO-CALCULO.
           05  CRB-DATA            PIC 9(08).
           05  CRB-HORA            PIC 9(02).
           05  CRB-MINUTO          PIC 9(02).
           05  CRB-SEGUNDO         PIC 9(02).
       01  CARIMBO-CALCULO-X REDEFINES CARIMBO-CALCULO PIC X(14).
       01  SEGUNDOS-ABSOLUTOS      PIC 9(13).
       01  SEGUNDOS-INICIO         PIC 9(13).
       01  SEGUNDOS-FIM            PIC 9(13).
       01  SEGUNDOS-DECORRIDOS     PIC 9(11).
       01  PRAZO-EM-SEGUNDOS       PIC 9(09).

      *    Indicadores do departamento e canal da vez.
       01  PERC-NO-PRAZO           PIC 9(03)V99.
       01  MEDIA-HORAS             PIC 9(05)V99.
       01  PIOR-HORAS              PIC 9(05)V99.

       01  QTD-EDITADA             PIC Z(6)9.
       01  PRAZO-EDITADO           PIC ZZ9.
       01  PERC-EDITADO            PIC ZZ9.99.
       01  HORAS-EDITADAS          PIC Z(4)9.99.
       01  PIOR-EDITADO            PIC Z(4)9.99.

       01  LIDOS-RASTREIO          PIC 9(07) VALUE 0.
       01  TOTAL-ACEITAS           PIC 9(07) VALUE 0.
       01  TOTAL-RESPONDIDAS       PIC 9(07) VALUE 0.
       01  TOTAL-NO-PRAZO          PIC 9(07) VALUE 0.
       01  TOTAL-VIOLADAS          PIC 9(07) VALUE 0.
       01  TOTAL-SEM-PRAZO         PIC 9(07) VALUE 0.
       01  TOTAL-PENDENTES         PIC 9(07) VALUE 0.
       01  TOTAL-CARIMBO-INVALIDO  PIC 9(07) VALUE 0.
       01  TOTAL-FORA-TABELA       PIC 9(07) VALUE 0.
       01  QTD-DETALHES            PIC 9(07) VALUE 0.
       01  QTD-RESUMOS             PIC 9(07) VALUE 0.
       01  QTD-LISTADAS            PIC 9(07).

       PROCEDURE DIVISION.
           CALL 'CARREGA-DEPARTAMENTOS' USING DEPARTAMENTOS-SISTEMA.
           ACCEPT MES-REFERENCIA FROM ENVIRONMENT "MES_REFERENCIA".
           IF MES-REFERENCIA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO MES-REFERENCIA
           END-IF.
           IF MES-REFERENCIA NOT NUMERIC
               DISPLAY "MES_REFERENCIA invalido (AAAAMM): "
                   MES-REFERENCIA
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-EMISSAO.
           MOVE SPACES TO NOME-ARQ-EXTRATO.
           STRING "EXTPRAZO" MES-REFERENCIA ".DAT"
               DELIMITED BY SIZE INTO NOME-ARQ-EXTRATO.

           OPEN INPUT RASTREIO-MESTRE.
           IF STATUS-RASTREIO NOT = "00"
               DISPLAY "RASTREIO.MST indisponivel (status "
                   STATUS-RASTREIO ") - nenhuma requisicao "
                   "rastreada ainda."
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTRATO-PRAZOS.
           IF STATUS-EXTRATO NOT = "00"
               DISPLAY "Erro ao abrir " FUNCTION TRIM(NOME-ARQ-EXTRATO)
                   " (status " STATUS-EXTRATO ")."
               CLOSE RASTREIO-MESTRE
               STOP RUN
           END-IF.

           PERFORM INICIA-TABELA.
           PERFORM GRAVA-CABECALHO-EXTRATO.
           PERFORM APURA-RASTREIO.
           CLOSE RASTREIO-MESTRE.

           DISPLAY "===============================================".
           DISPLAY "Relatorio de prazos de atendimento - mes "
               MES-REFERENCIA " - emitido em " DATA-EMISSAO(1:8).
           DISPLAY "Horas da critica ao processamento, por "
               "departamento e canal.".
           DISPLAY "-----------------------------------------------".
           PERFORM VARYING IDX-DEPARTAMENTO FROM 1 BY 1
           UNTIL IDX-DEPARTAMENTO > PRZ-QTD-DEPARTAMENTOS
               PERFORM EMITE-DEPARTAMENTO
           END-PERFORM.
           IF QTD-RESUMOS = 0
               DISPLAY "  (nenhuma requisicao aceita no mes)"
           END-IF.
           PERFORM GRAVA-TOTALIZADOR-EXTRATO.
           CLOSE EXTRATO-PRAZOS.

           PERFORM LISTA-VIOLACOES.
           PERFORM LISTA-PENDENTES.
           PERFORM EMITE-TOTAIS.
           STOP RUN.

      *    Departamentos do cadastro primeiro, com o prazo combinado;
      *    zero e sem prazo.
           INICIA-TABELA.
               INITIALIZE TABELA-PRAZOS
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > DEP-QTD-CADASTRADOS
                   OR IDX-BUSCA > DEPARTAMENTOS-MAX
                   ADD 1 TO PRZ-QTD-DEPARTAMENTOS
                   MOVE DEP-CODIGO(IDX-BUSCA)
                       TO PRZ-DEPARTAMENTO(PRZ-QTD-DEPARTAMENTOS)
                   MOVE DEP-PRAZO-HORAS(IDX-BUSCA)
                       TO PRZ-PRAZO-HORAS(PRZ-QTD-DEPARTAMENTOS)
               END-PERFORM
               EXIT.

           GRAVA-CABECALHO-EXTRATO.
               MOVE SPACES TO REG-EXTRATO-PRAZO
               SET XPZ-CABECALHO TO TRUE
               MOVE MES-REFERENCIA TO XPZ-CAB-MES-REFERENCIA
               MOVE DATA-EMISSAO TO XPZ-CAB-DATA-EMISSAO
               WRITE REG-EXTRATO-PRAZO
               EXIT.

           APURA-RASTREIO.
               MOVE 'N' TO FIM-RASTREIO
               PERFORM LE-RASTREIO
               PERFORM UNTIL FIM-RASTREIO-SIM
                   ADD 1 TO LIDOS-RASTREIO
                   IF RTR-VAL-TIMESTAMP(1:6) = MES-REFERENCIA
                       AND RTR-VAL-ACEITA
                       PERFORM APURA-REQUISICAO
                   END-IF
                   PERFORM LE-RASTREIO
               END-PERFORM
               EXIT.

           LE-RASTREIO.
               READ RASTREIO-MESTRE NEXT
                   AT END
                       SET FIM-RASTREIO-SIM TO TRUE
               END-READ.
               EXIT.

      *    Requisicao carimbada pelo canal expresso (RTR-PART-FLUXO
      *    "E") entra no canal 2; as demais, inclusive as ainda nao
      *    processadas, na cadeia noturna. Carimbo que nao e data e
      *    hora validas fica fora da medicao e so e contado.
           APURA-REQUISICAO.
               IF RTR-VAL-TIMESTAMP NOT NUMERIC
                   OR (RTR-PROC-TIMESTAMP NOT = SPACES
                       AND RTR-PROC-TIMESTAMP NOT NUMERIC)
                   ADD 1 TO TOTAL-CARIMBO-INVALIDO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-ACEITAS
               MOVE RTR-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO
               PERFORM LOCALIZA-NA-TABELA
               MOVE 0 TO PRAZO-DA-VEZ
               IF IDX-ACHADO > 0
                   MOVE PRZ-PRAZO-HORAS(IDX-ACHADO) TO PRAZO-DA-VEZ
               ELSE
                   ADD 1 TO TOTAL-FORA-TABELA
               END-IF
               IF RTR-PART-EXPRESSO
                   MOVE 2 TO IDX-CANAL
                   MOVE "E" TO CANAL-DA-VEZ
               ELSE
                   MOVE 1 TO IDX-CANAL
                   MOVE "N" TO CANAL-DA-VEZ
               END-IF
               MOVE RTR-VAL-TIMESTAMP TO CARIMBO-CALCULO-X
               PERFORM SEGUNDOS-DO-CARIMBO
               MOVE SEGUNDOS-ABSOLUTOS TO SEGUNDOS-INICIO

               MOVE SPACES TO REG-EXTRATO-PRAZO
               SET XPZ-DETALHE TO TRUE
               MOVE RTR-DEPARTAMENTO TO XPZ-DET-DEPARTAMENTO
               MOVE CANAL-DA-VEZ TO XPZ-DET-CANAL
               MOVE RTR-ID-REQUISICAO TO XPZ-DET-ID-REQUISICAO
               MOVE RTR-VAL-TIMESTAMP TO XPZ-DET-VAL-TIMESTAMP
               MOVE PRAZO-DA-VEZ TO XPZ-DET-PRAZO-HORAS
               IF RTR-PROC-TIMESTAMP = SPACES
                   PERFORM APURA-PENDENTE
               ELSE
                   PERFORM APURA-RESPONDIDA
               END-IF
               WRITE REG-EXTRATO-PRAZO
               ADD 1 TO QTD-DETALHES
               EXIT.

           APURA-RESPONDIDA.
               MOVE RTR-PROC-TIMESTAMP TO CARIMBO-CALCULO-X
               PERFORM SEGUNDOS-DO-CARIMBO
               MOVE SEGUNDOS-ABSOLUTOS TO SEGUNDOS-FIM
               PERFORM CALCULA-DECORRIDOS
               ADD 1 TO TOTAL-RESPONDIDAS
               MOVE RTR-PROC-TIMESTAMP TO XPZ-DET-PROC-TIMESTAMP
               MOVE RTR-PROC-STATUS TO XPZ-DET-PROC-STATUS
               COMPUTE PRAZO-EM-SEGUNDOS = PRAZO-DA-VEZ * 3600
               EVALUATE TRUE
                   WHEN PRAZO-DA-VEZ = 0
                       SET XPZ-DET-SEM-PRAZO TO TRUE
                       ADD 1 TO TOTAL-SEM-PRAZO
                   WHEN SEGUNDOS-DECORRIDOS <= PRAZO-EM-SEGUNDOS
                       SET XPZ-DET-NO-PRAZO TO TRUE
                       ADD 1 TO TOTAL-NO-PRAZO
                   WHEN OTHER
                       SET XPZ-DET-VIOLADO TO TRUE
                       ADD 1 TO TOTAL-VIOLADAS
               END-EVALUATE
               IF IDX-ACHADO = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PRZ-QTD-RESPONDIDAS(IDX-ACHADO, IDX-CANAL)
               IF XPZ-DET-NO-PRAZO
                   ADD 1 TO PRZ-QTD-NO-PRAZO(IDX-ACHADO, IDX-CANAL)
               END-IF
               ADD SEGUNDOS-DECORRIDOS
                   TO PRZ-SOMA-SEGUNDOS(IDX-ACHADO, IDX-CANAL)
               IF SEGUNDOS-DECORRIDOS
                   > PRZ-PIOR-SEGUNDOS(IDX-ACHADO, IDX-CANAL)
                   MOVE SEGUNDOS-DECORRIDOS
                       TO PRZ-PIOR-SEGUNDOS(IDX-ACHADO, IDX-CANAL)
               END-IF
               EXIT.

      *    Para a requisicao ainda sem processamento, as horas sao a
      *    idade dela na emissao do relatorio.
           APURA-PENDENTE.
               MOVE DATA-EMISSAO TO CARIMBO-CALCULO-X
               PERFORM SEGUNDOS-DO-CARIMBO
               MOVE SEGUNDOS-ABSOLUTOS TO SEGUNDOS-FIM
               PERFORM CALCULA-DECORRIDOS
               SET XPZ-DET-PENDENTE TO TRUE
               ADD 1 TO TOTAL-PENDENTES
               IF IDX-ACHADO > 0
                   ADD 1 TO PRZ-QTD-PENDENTES(IDX-ACHADO)
               END-IF
               EXIT.

           SEGUNDOS-DO-CARIMBO.
               COMPUTE SEGUNDOS-ABSOLUTOS =
                   FUNCTION INTEGER-OF-DATE(CRB-DATA) * 86400
                   + CRB-HORA * 3600 + CRB-MINUTO * 60 + CRB-SEGUNDO
               EXIT.

      *    Processamento carimbado antes da critica (relogio acertado
      *    entre as etapas) conta como zero hora.
           CALCULA-DECORRIDOS.
               IF SEGUNDOS-FIM > SEGUNDOS-INICIO
                   COMPUTE SEGUNDOS-DECORRIDOS =
                       SEGUNDOS-FIM - SEGUNDOS-INICIO
               ELSE
                   MOVE 0 TO SEGUNDOS-DECORRIDOS
               END-IF
               COMPUTE XPZ-DET-HORAS ROUNDED =
                   SEGUNDOS-DECORRIDOS / 3600
               EXIT.

      *    Departamento fora do cadastro entra no fim da tabela, sem
      *    prazo; com a tabela cheia IDX-ACHADO volta 0 e a
      *    requisicao so sai no extrato e nas listas.
           LOCALIZA-NA-TABELA.
               MOVE 0 TO IDX-ACHADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > PRZ-QTD-DEPARTAMENTOS
                   IF PRZ-DEPARTAMENTO(IDX-BUSCA) = DEPARTAMENTO-BUSCADO
                       MOVE IDX-BUSCA TO IDX-ACHADO
                   END-IF
               END-PERFORM
               IF IDX-ACHADO > 0
                   EXIT PARAGRAPH
               END-IF
               IF PRZ-QTD-DEPARTAMENTOS < DEPARTAMENTOS-MAX
                   ADD 1 TO PRZ-QTD-DEPARTAMENTOS
                   MOVE DEPARTAMENTO-BUSCADO
                       TO PRZ-DEPARTAMENTO(PRZ-QTD-DEPARTAMENTOS)
                   MOVE 0 TO PRZ-PRAZO-HORAS(PRZ-QTD-DEPARTAMENTOS)
                   MOVE PRZ-QTD-DEPARTAMENTOS TO IDX-ACHADO
               END-IF
               EXIT.

      *    Departamento sem requisicao aceita no mes nao sai. Cada
      *    canal com resposta sai numa linha e num resumo do extrato;
      *    as pendentes vao no resumo da cadeia noturna.
           EMITE-DEPARTAMENTO.
               IF PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO, 1) = 0
                   AND PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO, 2) = 0
                   AND PRZ-QTD-PENDENTES(IDX-DEPARTAMENTO) = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE PRZ-PRAZO-HORAS(IDX-DEPARTAMENTO) TO PRAZO-EDITADO
               EVALUATE TRUE
                   WHEN IDX-DEPARTAMENTO > DEP-QTD-CADASTRADOS
                       DISPLAY PRZ-DEPARTAMENTO(IDX-DEPARTAMENTO)
                           " (fora do cadastro) - sem prazo"
                   WHEN PRZ-PRAZO-HORAS(IDX-DEPARTAMENTO) = 0
                       DISPLAY PRZ-DEPARTAMENTO(IDX-DEPARTAMENTO) " "
                           FUNCTION TRIM(DEP-NOME(IDX-DEPARTAMENTO))
                           " - sem prazo"
                   WHEN OTHER
                       DISPLAY PRZ-DEPARTAMENTO(IDX-DEPARTAMENTO) " "
                           FUNCTION TRIM(DEP-NOME(IDX-DEPARTAMENTO))
                           " - prazo " FUNCTION TRIM(PRAZO-EDITADO)
                           " h"
               END-EVALUATE
               PERFORM VARYING IDX-CANAL FROM 1 BY 1
               UNTIL IDX-CANAL > 2
                   IF PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO, IDX-CANAL)
                       > 0
                       OR (IDX-CANAL = 1
                           AND PRZ-QTD-PENDENTES(IDX-DEPARTAMENTO) > 0)
                       PERFORM EMITE-CANAL
                   END-IF
               END-PERFORM
               IF PRZ-QTD-PENDENTES(IDX-DEPARTAMENTO) > 0
                   MOVE PRZ-QTD-PENDENTES(IDX-DEPARTAMENTO)
                       TO QTD-EDITADA
                   DISPLAY "    aceitas sem processamento.: "
                       FUNCTION TRIM(QTD-EDITADA)
               END-IF
               EXIT.

           EMITE-CANAL.
               MOVE 0 TO PERC-NO-PRAZO
               MOVE 0 TO MEDIA-HORAS
               MOVE 0 TO PIOR-HORAS
               IF PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO, IDX-CANAL) > 0
                   COMPUTE PERC-NO-PRAZO ROUNDED =
                       PRZ-QTD-NO-PRAZO(IDX-DEPARTAMENTO, IDX-CANAL)
                       * 100
                       / PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO,
                           IDX-CANAL)
                   COMPUTE MEDIA-HORAS ROUNDED =
                       PRZ-SOMA-SEGUNDOS(IDX-DEPARTAMENTO, IDX-CANAL)
                       / PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO,
                           IDX-CANAL)
                       / 3600
                   COMPUTE PIOR-HORAS ROUNDED =
                       PRZ-PIOR-SEGUNDOS(IDX-DEPARTAMENTO, IDX-CANAL)
                       / 3600
               END-IF
               IF IDX-CANAL = 1
                   MOVE "N" TO CANAL-DA-VEZ
                   MOVE "cadeia noturna" TO NOME-CANAL-DA-VEZ
               ELSE
                   MOVE "E" TO CANAL-DA-VEZ
                   MOVE "canal expresso" TO NOME-CANAL-DA-VEZ
               END-IF
               MOVE PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO, IDX-CANAL)
                   TO QTD-EDITADA
               MOVE MEDIA-HORAS TO HORAS-EDITADAS
               MOVE PIOR-HORAS TO PIOR-EDITADO
               DISPLAY "    " NOME-CANAL-DA-VEZ ": respondidas "
                   FUNCTION TRIM(QTD-EDITADA)
                   " - media " FUNCTION TRIM(HORAS-EDITADAS)
                   " h - pior " FUNCTION TRIM(PIOR-EDITADO) " h"
               IF PRZ-PRAZO-HORAS(IDX-DEPARTAMENTO) = 0
                   DISPLAY "      dentro do prazo..........: "
                       "(sem prazo combinado)"
               ELSE
                   MOVE PERC-NO-PRAZO TO PERC-EDITADO
                   MOVE PRZ-QTD-NO-PRAZO(IDX-DEPARTAMENTO, IDX-CANAL)
                       TO QTD-EDITADA
                   DISPLAY "      dentro do prazo..........: "
                       FUNCTION TRIM(QTD-EDITADA) " ("
                       FUNCTION TRIM(PERC-EDITADO) "%)"
               END-IF

               MOVE SPACES TO REG-EXTRATO-PRAZO
               SET XPZ-RESUMO TO TRUE
               MOVE PRZ-DEPARTAMENTO(IDX-DEPARTAMENTO)
                   TO XPZ-RES-DEPARTAMENTO
               MOVE CANAL-DA-VEZ TO XPZ-RES-CANAL
               MOVE PRZ-PRAZO-HORAS(IDX-DEPARTAMENTO)
                   TO XPZ-RES-PRAZO-HORAS
               MOVE PRZ-QTD-RESPONDIDAS(IDX-DEPARTAMENTO, IDX-CANAL)
                   TO XPZ-RES-QTD-RESPONDIDAS
               MOVE PRZ-QTD-NO-PRAZO(IDX-DEPARTAMENTO, IDX-CANAL)
                   TO XPZ-RES-QTD-NO-PRAZO
               MOVE PERC-NO-PRAZO TO XPZ-RES-PERC-NO-PRAZO
               MOVE MEDIA-HORAS TO XPZ-RES-MEDIA-HORAS
               MOVE PIOR-HORAS TO XPZ-RES-PIOR-HORAS
               MOVE 0 TO XPZ-RES-QTD-PENDENTES
               IF IDX-CANAL = 1
                   MOVE PRZ-QTD-PENDENTES(IDX-DEPARTAMENTO)
                       TO XPZ-RES-QTD-PENDENTES
               END-IF
               WRITE REG-EXTRATO-PRAZO
               ADD 1 TO QTD-RESUMOS
               EXIT.

           GRAVA-TOTALIZADOR-EXTRATO.
               MOVE SPACES TO REG-EXTRATO-PRAZO
               SET XPZ-TOTALIZADOR TO TRUE
               MOVE QTD-DETALHES TO XPZ-TOT-QTD-DETALHES
               MOVE QTD-RESUMOS TO XPZ-TOT-QTD-RESUMOS
               MOVE DATA-EMISSAO TO XPZ-TOT-DATA-EMISSAO
               WRITE REG-EXTRATO-PRAZO
               EXIT.

      *    As listas relem os detalhes do extrato recem-gravado, na
      *    ordem de ID-REQUISICAO do mestre.
           LISTA-VIOLACOES.
               DISPLAY "-----------------------------------------------"
               DISPLAY "Violacoes de prazo:"
               MOVE 0 TO QTD-LISTADAS
               OPEN INPUT EXTRATO-PRAZOS
               MOVE 'N' TO FIM-EXTRATO
               PERFORM LE-EXTRATO
               PERFORM UNTIL FIM-EXTRATO-SIM
                   IF XPZ-DETALHE AND XPZ-DET-VIOLADO
                       ADD 1 TO QTD-LISTADAS
                       MOVE XPZ-DET-HORAS TO HORAS-EDITADAS
                       MOVE XPZ-DET-PRAZO-HORAS TO PRAZO-EDITADO
                       DISPLAY "  " XPZ-DET-ID-REQUISICAO " "
                           XPZ-DET-DEPARTAMENTO " " XPZ-DET-CANAL
                           " critica " XPZ-DET-VAL-TIMESTAMP
                           " proc " XPZ-DET-PROC-TIMESTAMP " "
                           FUNCTION TRIM(HORAS-EDITADAS) " h (prazo "
                           FUNCTION TRIM(PRAZO-EDITADO) " h)"
                   END-IF
                   PERFORM LE-EXTRATO
               END-PERFORM
               CLOSE EXTRATO-PRAZOS
               IF QTD-LISTADAS = 0
                   DISPLAY "  (nenhuma)"
               END-IF
               EXIT.

           LISTA-PENDENTES.
               DISPLAY "-----------------------------------------------"
               DISPLAY "Aceitas na critica e sem processamento:"
               MOVE 0 TO QTD-LISTADAS
               OPEN INPUT EXTRATO-PRAZOS
               MOVE 'N' TO FIM-EXTRATO
               PERFORM LE-EXTRATO
               PERFORM UNTIL FIM-EXTRATO-SIM
                   IF XPZ-DETALHE AND XPZ-DET-PENDENTE
                       ADD 1 TO QTD-LISTADAS
                       MOVE XPZ-DET-HORAS TO HORAS-EDITADAS
                       IF XPZ-DET-PRAZO-HORAS > 0
                           AND XPZ-DET-HORAS > XPZ-DET-PRAZO-HORAS
                           DISPLAY "  " XPZ-DET-ID-REQUISICAO " "
                               XPZ-DET-DEPARTAMENTO
                               " critica " XPZ-DET-VAL-TIMESTAMP
                               " - aguardando ha "
                               FUNCTION TRIM(HORAS-EDITADAS)
                               " h (prazo vencido)"
                       ELSE
                           DISPLAY "  " XPZ-DET-ID-REQUISICAO " "
                               XPZ-DET-DEPARTAMENTO
                               " critica " XPZ-DET-VAL-TIMESTAMP
                               " - aguardando ha "
                               FUNCTION TRIM(HORAS-EDITADAS) " h"
                       END-IF
                   END-IF
                   PERFORM LE-EXTRATO
               END-PERFORM
               CLOSE EXTRATO-PRAZOS
               IF QTD-LISTADAS = 0
                   DISPLAY "  (nenhuma)"
               END-IF
               EXIT.

           LE-EXTRATO.
               READ EXTRATO-PRAZOS
                   AT END
                       SET FIM-EXTRATO-SIM TO TRUE
               END-READ.
               EXIT.

           EMITE-TOTAIS.
               DISPLAY "-----------------------------------------------"
               DISPLAY "Registros lidos de RASTREIO.MST.: "
                   LIDOS-RASTREIO
               DISPLAY "Aceitas na critica no mes.......: "
                   TOTAL-ACEITAS
               DISPLAY "Respondidas.....................: "
                   TOTAL-RESPONDIDAS
               DISPLAY "  dentro do prazo...............: "
                   TOTAL-NO-PRAZO
               DISPLAY "  com prazo violado.............: "
                   TOTAL-VIOLADAS
               DISPLAY "  de departamento sem prazo.....: "
                   TOTAL-SEM-PRAZO
               DISPLAY "Aceitas sem processamento.......: "
                   TOTAL-PENDENTES
               IF TOTAL-CARIMBO-INVALIDO > 0
                   DISPLAY "Com carimbo invalido (fora).....: "
                       TOTAL-CARIMBO-INVALIDO
               END-IF
               IF TOTAL-FORA-TABELA > 0
                   DISPLAY "De departamentos alem dos 50....: "
                       TOTAL-FORA-TABELA
               END-IF
               DISPLAY "Extrato gravado em "
                   FUNCTION TRIM(NOME-ARQ-EXTRATO) ": "
                   QTD-DETALHES " detalhes, " QTD-RESUMOS " resumos"
               DISPLAY "==============================================="
               EXIT.
       END PROGRAM RELATORIO-PRAZOS.
