      *              livro da noite LIVRO.DAT via GUARDA-EXECUCAO;
      *              e o primeiro passo da cadeia e nao tem
      *              antecessor a aguardar.
      * 15/10/2026 - Detalhe passa a ter sinal e 15 digitos (layout
      *              novo de ENTRADA.cpy). O detalhe no layout antigo,
      *              com sinal e 7 digitos, continua aceito: e
      *              reconhecido pelo separador na posicao 9, alinhado
      *              com zeros a esquerda e gravado em NUMVALID.DAT ja
      *              no layout novo. O hash do lote passa a somar os 10
      *              digitos de menor ordem de cada valor, o que para
      *              valores de ate 7 digitos da o mesmo total de antes.
      * 15/10/2026 - Reenvio deixa de ser processado de novo: lote
      *              aceito passa a ser guardado no historico
      *              LOTES.MST (departamento + data de criacao +
      *              numero do lote) e lote ja aceito numa critica
      *              anterior e rejeitado inteiro com o novo motivo 08;
      *              detalhe cujo ID-REQUISICAO ja foi processado
      *              (carimbo de processamento em RASTREIO.MST) ou ja
      *              foi aceito nesta mesma critica e rejeitado com o
      *              novo motivo 09. Nenhum dos dois carimba o
      *              rastreamento - o registro e da requisicao
      *              original. O resumo lista os lotes repetidos e os
      *              IDs recusados para a operacao ligar ao
      *              departamento antes de liberar o job.
      * 15/10/2026 - Cota mensal de chamadas por departamento: com
      *              cota P definida no cadastro, o detalhe valido que
      *              passaria do uso do mes (RELATORIO.DAT e historicos,
      *              via APURA-USO-MES, mais o ja aceito nesta critica)
      *              vai para ERROS.DAT em espera, com o novo motivo
      *              10, para o departamento aprovar na bancada de
      *              rejeitos - nao e descartado. ID-REQUISICAO aprovado
      *              no mes (APROVCOTA.DAT) passa acima da cota. O
      *              resumo lista os departamentos com registros em
      *              espera e o contato de cada um.
      * 15/10/2026 - Canal expresso diurno: com CANAL_EXPRESSO=S no
      *              ambiente a critica le EXPRESSA.DAT, com as mesmas
      *              regras, e acrescenta os aceitos a EXPVALID.DAT,
      *              entrada da rodada expressa de MEU-PROGRAMA-1. Nao
      *              registra nada no livro da noite (o expresso roda de
      *              dia e nao abre noite nova) e, ao terminar, renomeia
      *              EXPRESSA.DAT para EXPRESSA-<data/hora>.DAT,
      *              liberando o arquivo para a proxima leva dos
      *              departamentos. Rejeitados e segurados por cota vao
      *              para ERROS.DAT como sempre e, corrigidos ou
      *              aprovados, seguem pela cadeia noturna.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-ENTRADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-BRUTA ASSIGN USING NOME-ARQ-BRUTO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENTRADA.
           SELECT ENTRADA-VALIDADA ASSIGN USING NOME-ARQ-VALIDADO
           SELECT ENTRADA-REJEITADA ASSIGN TO "ERROS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-REJEITADA.
           SELECT APROVACOES-COTA ASSIGN TO "APROVCOTA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-APROVACOES.
           SELECT HISTORICO-LOTES ASSIGN TO "LOTES.MST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS LTH-CHAVE
               FILE STATUS IS STATUS-LOTES.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-REJEITADA.
           COPY 'ERROS.cpy'.

       FD  HISTORICO-LOTES.
           COPY 'LOTES.cpy'.

       FD  APROVACOES-COTA.
           COPY 'APROVCOTA.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.
           COPY 'AREARAS.cpy'.
           COPY 'DEPTOS.cpy'.
           COPY 'ETAPA.cpy'.
           COPY 'USOMES.cpy'.

       01  STATUS-ENTRADA          PIC X(02).
       01  NOME-ARQ-BRUTO          PIC X(30) VALUE "NUMEROS.DAT".
      *    Canal expresso: EXPRESSA.DAT guardada com a data/hora da
      *    critica depois de lida.
       01  CANAL-DA-CRITICA        PIC X(01) VALUE SPACE.
           88 CRITICA-EXPRESSA              VALUE 'S'.
       01  NOME-ARQ-BRUTO-LIDO     PIC X(30).
       01  NOME-ARQ-VALIDADO       PIC X(30) VALUE "NUMVALID.DAT".
       01  STATUS-VALIDADA         PIC X(02).
       01  STATUS-REJEITADA        PIC X(02).
       01  STATUS-LOTES            PIC X(02).
       01  STATUS-APROVACOES       PIC X(02).
       01  ARQ-LOTES-ABERTO        PIC X(01) VALUE 'N'.
           88 LOTES-ABERTO-SIM              VALUE 'S'.
       01  LOTE-JA-ACEITO          PIC X(01).
           88 LOTE-JA-ACEITO-SIM            VALUE 'S'.
      *    Inicio desta critica: ID aceito com carimbo de critica a
      *    partir daqui foi aceito nesta mesma rodada.
       01  HORARIO-INICIO-CRITICA  PIC X(14).

       01  FIM-ENTRADA             PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA-SIM               VALUE 'S'.

      *    Registro ja alinhado ao layout de 15 digitos por
      *    NORMALIZA-REGISTRO; as 8 posicoes alem das 80 do registro
      *    bruto recebem a sobra de uma linha no layout antigo.
       01  CAMPOS-DO-REGISTRO.
           05  REG-SINAL           PIC X(01).
           05  REG-DIGITOS         PIC X(15).
           05  FILLER              PIC X(01).
           05  REG-REQUISICAO      PIC X(08).
           05  FILLER              PIC X(01).
           88 MOTIVO-SEM-DEPARTAMENTO      VALUE "05".
           88 MOTIVO-LOTE-DESBALANCEADO    VALUE "06".
           88 MOTIVO-DEPTO-DESCONHECIDO    VALUE "07".
           88 MOTIVO-LOTE-REPETIDO         VALUE "08".
           88 MOTIVO-REQUISICAO-REPETIDA   VALUE "09".
           88 MOTIVO-COTA-EXCEDIDA         VALUE "10".
      *    Motivo com que REJEITA-LOTE devolve os detalhes do lote:
      *    06 (fora de balanco) salvo quando o lote ja foi aceito.
       01  MOTIVO-DO-LOTE          PIC X(02).

       01  TOTAL-LIDOS             PIC 9(07) VALUE 0.
       01  TOTAL-VALIDOS           PIC 9(07) VALUE 0.
       01  TOTAL-SEM-DEPARTAMENTO  PIC 9(07) VALUE 0.
       01  TOTAL-LOTE-DESBALANC    PIC 9(07) VALUE 0.
       01  TOTAL-DEPTO-DESCONHEC   PIC 9(07) VALUE 0.
       01  TOTAL-LOTE-REPETIDO     PIC 9(07) VALUE 0.
       01  TOTAL-REQ-REPETIDA      PIC 9(07) VALUE 0.
       01  TOTAL-COTA-EXCEDIDA     PIC 9(07) VALUE 0.
       01  TOTAL-LIBERADOS-COTA    PIC 9(07) VALUE 0.
       01  TOTAL-CONTROLE-LOTE     PIC 9(07) VALUE 0.
       01  TOTAL-NAO-GUARDADOS     PIC 9(07) VALUE 0.
       01  EXCEDENTE-LOTE          PIC 9(07).
       01  DEPTO-CADASTRADO        PIC X(01).
           88 DEPTO-CADASTRADO-SIM          VALUE 'S'.
       01  DEPTO-ATIVO-ACHADO      PIC X(01).
       01  IDX-DEPTO-ACHADO        PIC 9(03).

      *    Cota mensal: so a cota P e conferida - toda entrada de
      *    NUMEROS.DAT vai ao FATORADOR como servico P. O uso do mes
      *    vem de APURA-USO-MES na partida e cada aceite desta
      *    critica soma na mesma tabela.
       01  IDX-USO                 PIC 9(03).
       01  USO-ACHADO              PIC X(01).
           88 USO-ACHADO-SIM                VALUE 'S'.
      *    USO-DEPARTAMENTOS-MAX casa com OCCURS 50 de USO-ENTRADA em
      *    USOMES.cpy; os dois precisam mudar juntos.
       01  USO-DEPARTAMENTOS-MAX   PIC 9(03) VALUE 50.
      *    Registros em espera por departamento, na posicao do
      *    departamento em DEP-CADASTRO, para o resumo.
       01  TABELA-EM-ESPERA        VALUE ZEROS.
           05  ESP-QTD-DEPARTAMENTO OCCURS 50 TIMES PIC 9(07).

      *    ID-REQUISICAO aprovados acima da cota no mes corrente;
      *    aprovacoes alem das 500 primeiras do mes ficam de fora e
      *    o registro volta a esperar.
       01  APROVACOES-MAX          PIC 9(03) VALUE 500.
       01  QTD-APROVACOES          PIC 9(03) VALUE 0.
       01  QTD-APROV-FORA          PIC 9(05) VALUE 0.
       01  TABELA-APROVACOES.
           05  APROVACAO-ID OCCURS 500 TIMES PIC X(08).
       01  IDX-APROVACAO           PIC 9(03).
       01  FIM-APROVACOES          PIC X(01).
           88 FIM-APROVACOES-SIM            VALUE 'S'.
       01  COTA-APROVADA           PIC X(01).
           88 COTA-APROVADA-SIM             VALUE 'S'.

      *    O cabecalho recem-lido espera aqui enquanto um lote
      *    anterior sem totalizador e rejeitado: REJEITA-LOTE passa
           88 EM-LOTE-SIM                   VALUE 'S'.
       01  DETALHES-DO-LOTE        PIC 9(07).
       01  QTD-DECLARADA-LOTE      PIC 9(07).
      *    O hash total e a soma dos valores de cada detalhe, truncada
      *    em 10 digitos; o departamento remetente calcula do mesmo
      *    jeito ao montar o totalizador. So os 10 digitos de menor
      *    ordem de cada valor entram na soma, que e acumulada com
      *    folga e truncada na conferencia.
       01  HASH-DO-LOTE            PIC 9(18).
       01  HASH-APURADO-LOTE       PIC 9(10).
       01  HASH-DECLARADO-LOTE     PIC 9(10).
       01  VALOR-DETALHE           PIC 9(10).

      *    Capacidade de detalhes por lote: lote com mais detalhes
      *    que isso e rejeitado inteiro, e so os guardados chegam a
               10  LOT-OCORRENCIA      PIC X(25).
       01  IDX-LOTE                PIC 9(03).

      *    IDs recusados por repeticao (motivo 09), para o resumo;
      *    alem dos 100 primeiros so entram na contagem.
       01  REPETIDAS-MAX           PIC 9(03) VALUE 100.
       01  QTD-REPETIDAS           PIC 9(03) VALUE 0.
       01  TABELA-REPETIDAS.
           05  REPETIDA-ENTRADA OCCURS 100 TIMES.
               10  REP-ID-REQUISICAO   PIC X(08).
               10  REP-DEPARTAMENTO    PIC X(03).
               10  REP-OCORRENCIA      PIC X(30).
       01  IDX-REPETIDA            PIC 9(03).
       01  REP-OCORRENCIA-DA-VEZ   PIC X(30).

       PROCEDURE DIVISION.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           MOVE PAR-ARQ-ENTRADA TO NOME-ARQ-VALIDADO.
           ACCEPT CANAL-DA-CRITICA FROM ENVIRONMENT "CANAL_EXPRESSO".
           IF CRITICA-EXPRESSA
               MOVE "EXPRESSA.DAT" TO NOME-ARQ-BRUTO
               MOVE "EXPVALID.DAT" TO NOME-ARQ-VALIDADO
           END-IF.
           MOVE SPACES TO AREA-RASTREIO.
           SET RAS-MODO-LOTE TO TRUE.
           CALL 'CARREGA-DEPARTAMENTOS' USING DEPARTAMENTOS-SISTEMA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HORARIO-INICIO-CRITICA.
           PERFORM CARREGA-USO-DO-MES.
           OPEN INPUT ENTRADA-BRUTA.
           IF STATUS-ENTRADA = "35"
               DISPLAY FUNCTION TRIM(NOME-ARQ-BRUTO)
                   " nao encontrado - nada a criticar."
               STOP RUN
           END-IF.
           PERFORM REGISTRA-INICIO-NO-LIVRO.
           PERFORM ABRE-ENTRADA-VALIDADA.
           OPEN EXTEND ENTRADA-REJEITADA.
           IF STATUS-REJEITADA = "35"
               OPEN OUTPUT ENTRADA-REJEITADA
           END-IF.
           PERFORM ABRE-HISTORICO-LOTES.

           PERFORM LE-PROXIMO-BRUTO.
           PERFORM UNTIL FIM-ENTRADA-SIM
           END-IF.

           CLOSE ENTRADA-BRUTA ENTRADA-VALIDADA ENTRADA-REJEITADA.
           IF LOTES-ABERTO-SIM
               CLOSE HISTORICO-LOTES
           END-IF.
           PERFORM ENCERRA-LOTE-RASTREIO.
           PERFORM GUARDA-ENTRADA-EXPRESSA.
           PERFORM APRESENTA-RESUMO.
           PERFORM REGISTRA-FIM-NO-LIVRO.
           STOP RUN.

      *    Na critica expressa os aceitos se somam aos que ainda
      *    esperam a rodada expressa em EXPVALID.DAT; a noturna
      *    recria NUMVALID.DAT a cada noite.
           ABRE-ENTRADA-VALIDADA.
               IF NOT CRITICA-EXPRESSA
                   OPEN OUTPUT ENTRADA-VALIDADA
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND ENTRADA-VALIDADA
               IF STATUS-VALIDADA = "35"
                   OPEN OUTPUT ENTRADA-VALIDADA
               END-IF
               EXIT.

      *    EXPRESSA.DAT ja criticado sai do caminho com a data/hora
      *    da critica no nome, para a proxima leva nao ser criticada
      *    de novo junto com esta.
           GUARDA-ENTRADA-EXPRESSA.
               IF NOT CRITICA-EXPRESSA
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO NOME-ARQ-BRUTO-LIDO
               STRING "EXPRESSA-" HORARIO-INICIO-CRITICA ".DAT"
                   DELIMITED BY SIZE INTO NOME-ARQ-BRUTO-LIDO
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-BRUTO
                   NOME-ARQ-BRUTO-LIDO
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao renomear EXPRESSA.DAT para "
                       FUNCTION TRIM(NOME-ARQ-BRUTO-LIDO)
                       " - retire o arquivo antes da proxima critica"
                       " expressa."
               END-IF
               EXIT.

      *    Uso do mes e aprovacoes acima da cota so interessam com
      *    o cadastro de departamentos carregado.
           CARREGA-USO-DO-MES.
               MOVE 0 TO USO-QTD-DEPARTAMENTOS
               IF DEP-QTD-CADASTRADOS = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE HORARIO-INICIO-CRITICA(1:6) TO USO-MES-REFERENCIA
               CALL 'APURA-USO-MES' USING USO-MES
               OPEN INPUT APROVACOES-COTA
               IF STATUS-APROVACOES NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-APROVACOES
               PERFORM LE-APROVACAO
               PERFORM UNTIL FIM-APROVACOES-SIM
                   IF APR-TIMESTAMP(1:6) = USO-MES-REFERENCIA
                       IF QTD-APROVACOES < APROVACOES-MAX
                           ADD 1 TO QTD-APROVACOES
                           MOVE APR-ID-REQUISICAO
                               TO APROVACAO-ID(QTD-APROVACOES)
                       ELSE
                           ADD 1 TO QTD-APROV-FORA
                       END-IF
                   END-IF
                   PERFORM LE-APROVACAO
               END-PERFORM
               CLOSE APROVACOES-COTA
               IF QTD-APROV-FORA > 0
                   DISPLAY "Aviso: " QTD-APROV-FORA " aprovacao(oes)"
                       " de cota do mes alem da capacidade ficam "
                       "sem efeito nesta critica."
               END-IF
               EXIT.

           LE-APROVACAO.
               READ APROVACOES-COTA
                   AT END
                       SET FIM-APROVACOES-SIM TO TRUE
               END-READ.
               EXIT.

           ABRE-HISTORICO-LOTES.
               OPEN I-O HISTORICO-LOTES
               IF STATUS-LOTES = "35"
                   OPEN OUTPUT HISTORICO-LOTES
                   CLOSE HISTORICO-LOTES
                   OPEN I-O HISTORICO-LOTES
               END-IF
               IF STATUS-LOTES = "00"
                   MOVE 'S' TO ARQ-LOTES-ABERTO
               ELSE
                   DISPLAY "LOTES.MST indisponivel (status "
                       STATUS-LOTES ") - reenvio de lote nao sera "
                       "detectado nesta critica."
               END-IF
               EXIT.

           LE-PROXIMO-BRUTO.
               READ ENTRADA-BRUTA
                   AT END
               ADD 1 TO TOTAL-CONTROLE-LOTE
               MOVE CABECALHO-EM-ESPERA TO CAMPOS-DO-CABECALHO
               MOVE 'S' TO EM-LOTE
               MOVE "06" TO MOTIVO-DO-LOTE
               MOVE 0 TO DETALHES-DO-LOTE
               MOVE 0 TO HASH-DO-LOTE
               MOVE 0 TO QTD-DETALHES-GUARDADOS
      *    Detalhe com digitos ilegiveis fica fora do hash apurado:
      *    o totalizador do remetente nao vai bater e o lote inteiro
      *    volta para quem mandou o registro estragado.
               PERFORM NORMALIZA-REGISTRO
               IF REG-DIGITOS NUMERIC
                   MOVE REG-DIGITOS(6:10) TO VALOR-DETALHE
                   ADD VALOR-DETALHE TO HASH-DO-LOTE
               END-IF
               EXIT.
                       MOVE TOT-QTD-DECLARADA TO QTD-DECLARADA-LOTE
                       MOVE TOT-HASH-DECLARADO
                           TO HASH-DECLARADO-LOTE
                       MOVE HASH-DO-LOTE TO HASH-APURADO-LOTE
                       EVALUATE TRUE
                           WHEN QTD-DECLARADA-LOTE
                               NOT = DETALHES-DO-LOTE
                                   TO OCORRENCIA-DO-LOTE
                               PERFORM REJEITA-LOTE
                           WHEN HASH-DECLARADO-LOTE
                               NOT = HASH-APURADO-LOTE
                               MOVE "hash divergente"
                                   TO OCORRENCIA-DO-LOTE
                               PERFORM REJEITA-LOTE
                           WHEN OTHER
                               PERFORM CONFERE-LOTE-ACEITO
                               IF LOTE-JA-ACEITO-SIM
                                   MOVE "08" TO MOTIVO-DO-LOTE
                                   PERFORM REJEITA-LOTE
                               ELSE
                                   PERFORM ACEITA-LOTE
                               END-IF
                       END-EVALUATE
               END-EVALUATE
               EXIT.
                   PERFORM PROCESSA-DETALHE
               END-PERFORM
               MOVE "em balanco" TO OCORRENCIA-DO-LOTE
               PERFORM GUARDA-LOTE-ACEITO
               PERFORM REGISTRA-LOTE-NO-RESUMO
               MOVE 'N' TO EM-LOTE
               EXIT.

      *    Lote balanceado que ja consta no historico e reenvio: a
      *    ocorrencia leva a data do aceite original para a operacao
      *    citar ao departamento.
           CONFERE-LOTE-ACEITO.
               MOVE 'N' TO LOTE-JA-ACEITO
               IF NOT LOTES-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF
               MOVE CAB-DEPARTAMENTO TO LTH-DEPARTAMENTO
               MOVE CAB-DATA-CRIACAO TO LTH-DATA-CRIACAO
               MOVE CAB-NUMERO-LOTE TO LTH-NUMERO-LOTE
               READ HISTORICO-LOTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO LOTE-JA-ACEITO
                       MOVE SPACES TO OCORRENCIA-DO-LOTE
                       STRING "ja aceito em "
                           LTH-ACEITE-TIMESTAMP(1:8)
                           DELIMITED BY SIZE INTO OCORRENCIA-DO-LOTE
               END-READ
               EXIT.

           GUARDA-LOTE-ACEITO.
               IF NOT LOTES-ABERTO-SIM
                   EXIT PARAGRAPH
               END-IF
               MOVE CAB-DEPARTAMENTO TO LTH-DEPARTAMENTO
               MOVE CAB-DATA-CRIACAO TO LTH-DATA-CRIACAO
               MOVE CAB-NUMERO-LOTE TO LTH-NUMERO-LOTE
               MOVE FUNCTION CURRENT-DATE(1:14) TO LTH-ACEITE-TIMESTAMP
               MOVE DETALHES-DO-LOTE TO LTH-QTD-DETALHES
               MOVE HASH-APURADO-LOTE TO LTH-HASH
               WRITE REG-LOTE-ACEITO
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EXIT.

           REJEITA-LOTE.
               PERFORM VARYING IDX-DETALHE FROM 1 BY 1
               UNTIL IDX-DETALHE > QTD-DETALHES-GUARDADOS
                   ADD 1 TO TOTAL-LIDOS
                   MOVE LOT-DETALHE(IDX-DETALHE) TO REG-BRUTO
                   PERFORM NORMALIZA-REGISTRO
                   MOVE MOTIVO-DO-LOTE TO MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEITADO
               END-PERFORM
      *    Detalhes alem da capacidade guardada entram nos totais
                       DETALHES-DO-LOTE - QTD-DETALHES-GUARDADOS
                   ADD EXCEDENTE-LOTE TO TOTAL-LIDOS
                   ADD EXCEDENTE-LOTE TO TOTAL-REJEITADOS
                   IF MOTIVO-DO-LOTE = "08"
                       ADD EXCEDENTE-LOTE TO TOTAL-LOTE-REPETIDO
                   ELSE
                       ADD EXCEDENTE-LOTE TO TOTAL-LOTE-DESBALANC
                   END-IF
                   ADD EXCEDENTE-LOTE TO TOTAL-NAO-GUARDADOS
               END-IF
               PERFORM REGISTRA-LOTE-NO-RESUMO
               END-IF
               EXIT.

      *    Detalhe no layout antigo (sinal e 7 digitos, separador na
      *    posicao 9) e alinhado ao layout de 15 digitos completando o
      *    numero com zeros a esquerda; o resto da linha desloca junto
      *    e segue criticado como sempre.
           NORMALIZA-REGISTRO.
               IF REG-BRUTO(9:1) = SPACE
                   MOVE SPACES TO CAMPOS-DO-REGISTRO
                   STRING REG-BRUTO(1:1) "00000000" REG-BRUTO(2:79)
                       DELIMITED BY SIZE INTO CAMPOS-DO-REGISTRO
               ELSE
                   MOVE REG-BRUTO TO CAMPOS-DO-REGISTRO
               END-IF
               EXIT.

           CRITICA-REGISTRO.
               PERFORM NORMALIZA-REGISTRO
               SET REGISTRO-VALIDO TO TRUE
               EVALUATE TRUE
                   WHEN REG-SINAL NOT = '+' AND REG-SINAL NOT = '-'
                       SET MOTIVO-DEPTO-DESCONHECIDO TO TRUE
                   END-IF
               END-IF
               IF REGISTRO-VALIDO
                   PERFORM CONFERE-REQUISICAO-REPETIDA
               END-IF
               IF REGISTRO-VALIDO AND DEP-QTD-CADASTRADOS > 0
                   PERFORM CONFERE-COTA-MENSAL
               END-IF
               EXIT.

      *    Ultima conferencia da critica: o registro que chega aqui
      *    valido e aceito, e por isso ja entra no uso do mes.
      *    Cota zero e livre; departamento que nao coube na tabela de
      *    uso nao e conferido.
           CONFERE-COTA-MENSAL.
               IF DEP-COTA-PRIMOS(IDX-DEPTO-ACHADO) = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOCALIZA-USO-DEPARTAMENTO
               IF IDX-USO = 0
                   EXIT PARAGRAPH
               END-IF
               IF USO-QTD-PRIMOS(IDX-USO)
                   >= DEP-COTA-PRIMOS(IDX-DEPTO-ACHADO)
                   PERFORM CONFERE-APROVACAO-COTA
                   IF COTA-APROVADA-SIM
                       ADD 1 TO TOTAL-LIBERADOS-COTA
                   ELSE
                       SET MOTIVO-COTA-EXCEDIDA TO TRUE
                       ADD 1 TO ESP-QTD-DEPARTAMENTO(IDX-DEPTO-ACHADO)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               ADD 1 TO USO-QTD-PRIMOS(IDX-USO)
               EXIT.

      *    Devolve em IDX-USO a posicao do departamento na tabela de
      *    uso do mes, incluindo-o zerado se ainda sem uso; 0 com a
      *    tabela cheia.
           LOCALIZA-USO-DEPARTAMENTO.
               MOVE 'N' TO USO-ACHADO
               PERFORM VARYING IDX-USO FROM 1 BY 1
               UNTIL IDX-USO > USO-QTD-DEPARTAMENTOS
                   OR USO-ACHADO-SIM
                   IF USO-DEPARTAMENTO(IDX-USO) = REG-DEPARTAMENTO
                       MOVE 'S' TO USO-ACHADO
                       SUBTRACT 1 FROM IDX-USO
                   END-IF
               END-PERFORM
               IF USO-ACHADO-SIM
                   EXIT PARAGRAPH
               END-IF
               IF USO-QTD-DEPARTAMENTOS < USO-DEPARTAMENTOS-MAX
                   ADD 1 TO USO-QTD-DEPARTAMENTOS
                   MOVE USO-QTD-DEPARTAMENTOS TO IDX-USO
                   MOVE REG-DEPARTAMENTO TO USO-DEPARTAMENTO(IDX-USO)
                   MOVE 0 TO USO-QTD-PRIMOS(IDX-USO)
                   MOVE 0 TO USO-QTD-DIVISORES(IDX-USO)
                   MOVE 0 TO USO-QTD-SOMA(IDX-USO)
               ELSE
                   MOVE 0 TO IDX-USO
               END-IF
               EXIT.

           CONFERE-APROVACAO-COTA.
               MOVE 'N' TO COTA-APROVADA
               PERFORM VARYING IDX-APROVACAO FROM 1 BY 1
               UNTIL IDX-APROVACAO > QTD-APROVACOES
                   OR COTA-APROVADA-SIM
                   IF APROVACAO-ID(IDX-APROVACAO) = REG-REQUISICAO
                       MOVE 'S' TO COTA-APROVADA
                   END-IF
               END-PERFORM
               EXIT.

      *    ID-REQUISICAO reusado: ja tem carimbo de processamento, ou
      *    foi aceito por esta mesma critica (repetido no arquivo).
      *    ID so rejeitado antes, ou aceito numa noite que nao chegou
      *    a processa-lo, pode voltar - e o caminho do retrabalho.
           CONFERE-REQUISICAO-REPETIDA.
               SET RAS-ETAPA-CONSULTA TO TRUE
               MOVE REG-REQUISICAO TO RAS-ID-REQUISICAO
               CALL 'ATUALIZA-RASTREIO' USING AREA-RASTREIO
               IF NOT RAS-REQUISICAO-ACHADA-SIM
                   EXIT PARAGRAPH
               END-IF
               IF RAS-PROC-TIMESTAMP-ACHADO NOT = SPACES
                   SET MOTIVO-REQUISICAO-REPETIDA TO TRUE
                   MOVE SPACES TO REP-OCORRENCIA-DA-VEZ
                   STRING "processado em "
                       RAS-PROC-TIMESTAMP-ACHADO(1:8)
                       DELIMITED BY SIZE INTO REP-OCORRENCIA-DA-VEZ
               ELSE
                   IF RAS-VAL-SITUACAO-ACHADA = "A"
                       AND RAS-VAL-TIMESTAMP-ACHADO
                           >= HORARIO-INICIO-CRITICA
                       SET MOTIVO-REQUISICAO-REPETIDA TO TRUE
                       MOVE "repetido nesta critica"
                           TO REP-OCORRENCIA-DA-VEZ
                   END-IF
               END-IF
               IF MOTIVO-REQUISICAO-REPETIDA
                   AND QTD-REPETIDAS < REPETIDAS-MAX
                   ADD 1 TO QTD-REPETIDAS
                   MOVE REG-REQUISICAO
                       TO REP-ID-REQUISICAO(QTD-REPETIDAS)
                   MOVE REG-DEPARTAMENTO
                       TO REP-DEPARTAMENTO(QTD-REPETIDAS)
                   MOVE REP-OCORRENCIA-DA-VEZ
                       TO REP-OCORRENCIA(QTD-REPETIDAS)
               END-IF
               EXIT.

           CONFERE-DEPARTAMENTO.
                   OR DEPTO-CADASTRADO-SIM
                   IF DEP-CODIGO(IDX-DEPTO-BUSCA) = REG-DEPARTAMENTO
                       MOVE 'S' TO DEPTO-CADASTRADO
                       MOVE IDX-DEPTO-BUSCA TO IDX-DEPTO-ACHADO
                       MOVE DEP-ATIVO(IDX-DEPTO-BUSCA)
                           TO DEPTO-ATIVO-ACHADO
                   END-IF

           GRAVA-VALIDADO.
               ADD 1 TO TOTAL-VALIDOS
               MOVE CAMPOS-DO-REGISTRO(1:29) TO REG-ENTRADA
               WRITE REG-ENTRADA
               PERFORM REGISTRA-RASTREIO-CRITICA
               EXIT.
                       ADD 1 TO TOTAL-LOTE-DESBALANC
                   WHEN MOTIVO-DEPTO-DESCONHECIDO
                       ADD 1 TO TOTAL-DEPTO-DESCONHEC
                   WHEN MOTIVO-LOTE-REPETIDO
                       ADD 1 TO TOTAL-LOTE-REPETIDO
                   WHEN MOTIVO-REQUISICAO-REPETIDA
                       ADD 1 TO TOTAL-REQ-REPETIDA
                   WHEN MOTIVO-COTA-EXCEDIDA
                       ADD 1 TO TOTAL-COTA-EXCEDIDA
               END-EVALUATE
               MOVE SPACES TO REG-REJEITADO
               IF MOTIVO-COTA-EXCEDIDA
                   SET ERR-EM-ESPERA TO TRUE
               ELSE
                   SET ERR-PENDENTE TO TRUE
               END-IF
               MOVE MOTIVO-REJEICAO TO ERR-MOTIVO
               MOVE FUNCTION CURRENT-DATE(1:8) TO ERR-DATA
               MOVE REG-BRUTO TO ERR-REGISTRO
               PERFORM REGISTRA-RASTREIO-CRITICA
               EXIT.

      *    Repeticao (08/09) nao carimba: o registro do rastreio e
      *    da requisicao original e ficaria com o carimbo do reenvio.
           REGISTRA-RASTREIO-CRITICA.
               IF MOTIVO-LOTE-REPETIDO OR MOTIVO-REQUISICAO-REPETIDA
                   EXIT PARAGRAPH
               END-IF
               SET RAS-ETAPA-VALIDACAO TO TRUE
               MOVE REG-REQUISICAO TO RAS-ID-REQUISICAO
               MOVE REG-DEPARTAMENTO TO RAS-DEPARTAMENTO
               MOVE CAMPOS-DO-REGISTRO(1:16) TO RAS-NUMERO
               EVALUATE TRUE
                   WHEN REGISTRO-VALIDO
                       MOVE "A" TO RAS-SITUACAO
                       MOVE SPACES TO RAS-MOTIVO
                   WHEN MOTIVO-COTA-EXCEDIDA
                       MOVE "E" TO RAS-SITUACAO
                       MOVE MOTIVO-REJEICAO TO RAS-MOTIVO
                   WHEN OTHER
                       MOVE "R" TO RAS-SITUACAO
                       MOVE MOTIVO-REJEICAO TO RAS-MOTIVO
               END-EVALUATE
               CALL 'ATUALIZA-RASTREIO' USING AREA-RASTREIO
               EXIT.

               CALL 'ATUALIZA-RASTREIO' USING AREA-RASTREIO
               EXIT.

      *    A critica expressa roda de dia, fora da cadeia: nao
      *    passa pelo livro da noite.
           REGISTRA-INICIO-NO-LIVRO.
               IF CRITICA-EXPRESSA
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO ETAPA-EXECUCAO
               SET ETP-REGISTRA-INICIO TO TRUE
               MOVE "VALIDA-ENTRADA" TO ETP-PASSO
               EXIT.

           REGISTRA-FIM-NO-LIVRO.
               IF CRITICA-EXPRESSA
                   EXIT PARAGRAPH
               END-IF
               SET ETP-REGISTRA-FIM TO TRUE
               CALL 'GUARDA-EXECUCAO' USING ETAPA-EXECUCAO
               EXIT.

           APRESENTA-RESUMO.
               DISPLAY "==============================================="
               IF CRITICA-EXPRESSA
                   DISPLAY "Resumo da critica expressa de "
                       "EXPRESSA.DAT (aceitos em EXPVALID.DAT)"
               ELSE
                   DISPLAY "Resumo da critica de NUMEROS.DAT"
               END-IF
               DISPLAY "Registros lidos.............: " TOTAL-LIDOS
      *    Linhas H/T nao entram em registros lidos; a soma das duas
      *    contagens e que fecha com as linhas do arquivo bruto.
                   TOTAL-LOTE-DESBALANC
               DISPLAY "  Motivo 07 - depto invalido: "
                   TOTAL-DEPTO-DESCONHEC
               DISPLAY "  Motivo 08 - lote ja aceito: "
                   TOTAL-LOTE-REPETIDO
               DISPLAY "  Motivo 09 - ID ja usado...: "
                   TOTAL-REQ-REPETIDA
               DISPLAY "  Motivo 10 - cota (espera).: "
                   TOTAL-COTA-EXCEDIDA
               IF TOTAL-LIBERADOS-COTA > 0
                   DISPLAY "Aceitos acima da cota por aprovacao: "
                       TOTAL-LIBERADOS-COTA
               END-IF
               IF TOTAL-COTA-EXCEDIDA > 0
                   DISPLAY "Departamentos com registros em espera por "
                       "cota (aprovar na bancada de rejeitos):"
                   PERFORM VARYING IDX-DEPTO-BUSCA FROM 1 BY 1
                   UNTIL IDX-DEPTO-BUSCA > DEP-QTD-CADASTRADOS
                       IF ESP-QTD-DEPARTAMENTO(IDX-DEPTO-BUSCA) > 0
                           DISPLAY "  " DEP-CODIGO(IDX-DEPTO-BUSCA)
                               " " ESP-QTD-DEPARTAMENTO(IDX-DEPTO-BUSCA)
                               " em espera - cota P "
                               DEP-COTA-PRIMOS(IDX-DEPTO-BUSCA)
                               " - contato: " FUNCTION TRIM(
                                   DEP-CONTATO(IDX-DEPTO-BUSCA))
                       END-IF
                   END-PERFORM
               END-IF
               IF TOTAL-NAO-GUARDADOS > 0
                   DISPLAY "  Detalhes sem copia em ERROS.DAT "
                       "(lote acima da capacidade): "
                       END-IF
                   END-PERFORM
               END-IF
               IF QTD-REPETIDAS > 0
                   DISPLAY "ID-REQUISICAO recusados por repeticao:"
                   PERFORM VARYING IDX-REPETIDA FROM 1 BY 1
                   UNTIL IDX-REPETIDA > QTD-REPETIDAS
                       DISPLAY "  " REP-ID-REQUISICAO(IDX-REPETIDA)
                           " depto " REP-DEPARTAMENTO(IDX-REPETIDA)
                           " - " FUNCTION TRIM(
                               REP-OCORRENCIA(IDX-REPETIDA))
                   END-PERFORM
                   IF TOTAL-REQ-REPETIDA > QTD-REPETIDAS
                       DISPLAY "  (lista limitada aos "
                           REPETIDAS-MAX " primeiros)"
                   END-IF
               END-IF
               IF NOT LOTES-ABERTO-SIM
                   DISPLAY "ATENCAO: LOTES.MST indisponivel - lotes "
                       "reenviados nao foram conferidos."
               END-IF
               DISPLAY "==============================================="
               EXIT.
       END PROGRAM VALIDA-ENTRADA.
