      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Conversao unica dos arquivos gravados no layout de
      *          sinal e 7 digitos para o layout de 15 digitos
      *          (COPYBOOK.cpy, RELATORIO.cpy, AUDITORIA.cpy,
      *          MESTRE.cpy e RASTREIO.cpy): RELATORIO.DAT e
      *          AUDITORIA.DAT vivos, os historicos ARQREL/ARQAUD
      *          <AAAAMMDD>.DAT desde o mes informado em
      *          CONVERTE_DESDE (AAAAMM, padrao 202608), a descarga
      *          FATORES.SEQ e os mestres indexados. Cada arquivo
      *          sequencial e regravado por um temporario e trocado
      *          num unico passo (CBL_RENAME_FILE), como no expurgo;
      *          linha que ja esta no layout novo passa como esta, de
      *          modo que a conversao pode ser repetida sem dano.
      *          Os mestres nao tem como ser lidos no layout novo:
      *          antes de rodar, a operacao renomeia FATORES.MST para
      *          FATORES.ANT e RASTREIO.MST para RASTREIO.ANT; o
      *          programa le os antigos e grava os mestres novos,
      *          preservando chave ja presente no mestre novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-QUINZE-DIGITOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-ORIGEM ASSIGN USING NOME-ARQ-REL-ORIGEM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-REL-ORIGEM.
           SELECT RELATORIO-TEMP ASSIGN USING NOME-ARQ-REL-TEMP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-REL-TEMP.
           SELECT AUDITORIA-ORIGEM ASSIGN USING NOME-ARQ-AUD-ORIGEM
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUD-ORIGEM.
           SELECT AUDITORIA-TEMP ASSIGN USING NOME-ARQ-AUD-TEMP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUD-TEMP.
           SELECT DESCARGA-ORIGEM ASSIGN TO "FATORES.SEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DESC-ORIGEM.
           SELECT DESCARGA-TEMP ASSIGN TO "FATORES.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DESC-TEMP.
           SELECT MESTRE-ANTIGO ASSIGN TO "FATORES.ANT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ANT-MST-NUMERO
               FILE STATUS IS STATUS-MESTRE-ANTIGO.
           SELECT FATORES-MESTRE ASSIGN TO "FATORES.MST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-NUMERO
               FILE STATUS IS STATUS-MESTRE.
           SELECT RASTREIO-ANTIGO ASSIGN TO "RASTREIO.ANT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS ANT-RTR-ID-REQUISICAO
               FILE STATUS IS STATUS-RASTREIO-ANTIGO.
           SELECT RASTREIO-MESTRE ASSIGN TO "RASTREIO.MST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RTR-ID-REQUISICAO
               FILE STATUS IS STATUS-RASTREIO.

       DATA DIVISION.
       FILE SECTION.
      *    X(150) casa com REG-RELATORIO em RELATORIO.cpy, X(188) com
      *    REG-AUDITORIA em AUDITORIA.cpy e X(784) com REG-MESTRE em
      *    MESTRE.cpy; a linha antiga, mais curta, chega completada
      *    com brancos.
       FD  RELATORIO-ORIGEM.
       01  REG-REL-ORIGEM          PIC X(150).

       FD  RELATORIO-TEMP.
       01  REG-REL-TEMP            PIC X(150).

       FD  AUDITORIA-ORIGEM.
       01  REG-AUD-ORIGEM          PIC X(188).

       FD  AUDITORIA-TEMP.
       01  REG-AUD-TEMP            PIC X(188).

       FD  DESCARGA-ORIGEM.
       01  REG-DESC-ORIGEM         PIC X(784).

       FD  DESCARGA-TEMP.
       01  REG-DESC-TEMP           PIC X(784).

      *    Layout de 7 digitos de MESTRE.cpy (235 posicoes), so para
      *    ler FATORES.ANT.
       FD  MESTRE-ANTIGO.
       01  REG-MESTRE-ANTIGO.
           05  ANT-MST-NUMERO          PIC 9(07).
           05  ANT-MST-QTD-FATORES     PIC 9(03).
           05  ANT-MST-QTD-ACERTOS     PIC 9(07).
           05  ANT-MST-ULTIMO-ACERTO   PIC X(08).
           05  ANT-MST-TABELA-FATORES OCCURS 30 TIMES.
               10  ANT-MST-FATOR       PIC 9(07).

       FD  FATORES-MESTRE.
           COPY 'MESTRE.cpy'.

      *    Layout de 7 digitos de RASTREIO.cpy (67 posicoes), so para
      *    ler RASTREIO.ANT.
       FD  RASTREIO-ANTIGO.
       01  REG-RASTREIO-ANTIGO.
           05  ANT-RTR-ID-REQUISICAO   PIC X(08).
           05  ANT-RTR-DEPARTAMENTO    PIC X(03).
           05  ANT-RTR-NUMERO          PIC X(08).
           05  ANT-RTR-RESTANTE        PIC X(48).

       FD  RASTREIO-MESTRE.
           COPY 'RASTREIO.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.
           COPY 'RELATORIO.cpy'.
           COPY 'AUDITORIA.cpy'.

      *    Linha de RELATORIO no layout de 7 digitos (100 posicoes).
       01  RELATORIO-ANTIGO.
           05  ANT-REL-NUMERO          PIC X(07).
           05  ANT-REL-FILLER          PIC X(03).
           05  ANT-REL-FATORES         PIC X(60).
           05  FILLER                  PIC X(01).
           05  ANT-REL-ID-REQUISICAO   PIC X(08).
           05  FILLER                  PIC X(01).
           05  ANT-REL-DEPARTAMENTO    PIC X(03).
           05  FILLER                  PIC X(01).
           05  ANT-REL-DATA-GERACAO    PIC X(14).
           05  FILLER                  PIC X(01).
           05  ANT-REL-SERVICO         PIC X(01).
           05  FILLER                  PIC X(48).

      *    Linha de AUDITORIA no layout de 7 digitos (138 posicoes).
       01  AUDITORIA-ANTIGA.
           05  ANT-AUD-CABECALHO       PIC X(56).
           05  ANT-AUD-SINAL           PIC X(01).
           05  ANT-AUD-DIGITOS         PIC X(07).
           05  FILLER                  PIC X(01).
           05  ANT-AUD-FATORES         PIC X(60).
           05  FILLER                  PIC X(01).
           05  ANT-AUD-ID-REQUISICAO   PIC X(08).
           05  FILLER                  PIC X(01).
           05  ANT-AUD-DEPARTAMENTO    PIC X(03).
           05  FILLER                  PIC X(48).

       01  STATUS-REL-ORIGEM       PIC X(02).
       01  STATUS-REL-TEMP         PIC X(02).
       01  STATUS-AUD-ORIGEM       PIC X(02).
       01  STATUS-AUD-TEMP         PIC X(02).
       01  STATUS-DESC-ORIGEM      PIC X(02).
       01  STATUS-DESC-TEMP        PIC X(02).
       01  STATUS-MESTRE-ANTIGO    PIC X(02).
       01  STATUS-MESTRE           PIC X(02).
       01  STATUS-RASTREIO-ANTIGO  PIC X(02).
       01  STATUS-RASTREIO         PIC X(02).

       01  NOME-ARQ-REL-ORIGEM     PIC X(30).
       01  NOME-ARQ-AUD-ORIGEM     PIC X(30).
       01  NOME-ARQ-REL-TEMP       PIC X(30) VALUE "CONVREL.TMP".
       01  NOME-ARQ-AUD-TEMP       PIC X(30) VALUE "CONVAUD.TMP".
       01  NOME-ARQ-DESC-ORIGEM    PIC X(30) VALUE "FATORES.SEQ".
       01  NOME-ARQ-DESC-TEMP      PIC X(30) VALUE "FATORES.TMP".

       01  FIM-ARQUIVO             PIC X(01).
           88 FIM-ARQUIVO-SIM               VALUE 'S'.
       01  MENSAGEM-AUSENTE        PIC X(01).
           88 MENSAGEM-AUSENTE-SIM          VALUE 'S'.

      *    Varredura dos historicos datados, mes a mes e dia a dia.
       01  MES-INICIAL             PIC X(06) VALUE SPACES.
       01  MES-FINAL               PIC X(06).
       01  MES-VARREDURA.
           05  ANO-VARREDURA       PIC 9(04).
           05  NUM-MES-VARREDURA   PIC 9(02).
       01  DIA-VARREDURA           PIC 9(02).
       01  DATA-HISTORICO          PIC X(08).
       01  DATA-ATUAL              PIC X(21).

       01  IDX-FATOR               PIC 9(03).

       01  LINHAS-LIDAS            PIC 9(07).
       01  LINHAS-CONVERTIDAS      PIC 9(07).
       01  LINHAS-JA-NOVAS         PIC 9(07).
       01  HISTORICOS-ACHADOS      PIC 9(05) VALUE 0.
       01  TOTAL-REL-CONVERTIDAS   PIC 9(09) VALUE 0.
       01  TOTAL-AUD-CONVERTIDAS   PIC 9(09) VALUE 0.
       01  MESTRE-LIDOS            PIC 9(07) VALUE 0.
       01  MESTRE-GRAVADOS         PIC 9(07) VALUE 0.
       01  MESTRE-JA-EXISTENTES    PIC 9(07) VALUE 0.
       01  RASTREIO-LIDOS          PIC 9(07) VALUE 0.
       01  RASTREIO-GRAVADOS       PIC 9(07) VALUE 0.
       01  RASTREIO-JA-EXISTENTES  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "=== Conversao para o layout de 15 digitos ===".
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.

           ACCEPT MES-INICIAL FROM ENVIRONMENT "CONVERTE_DESDE".
           IF MES-INICIAL = SPACES
               MOVE "202608" TO MES-INICIAL
           END-IF.
           IF MES-INICIAL NOT NUMERIC
               DISPLAY "CONVERTE_DESDE deve ser informado como AAAAMM."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE DATA-ATUAL(1:6) TO MES-FINAL.

           MOVE 'S' TO MENSAGEM-AUSENTE.
           MOVE PAR-ARQ-RELATORIO TO NOME-ARQ-REL-ORIGEM.
           PERFORM CONVERTE-RELATORIO.
           MOVE PAR-ARQ-AUDITORIA TO NOME-ARQ-AUD-ORIGEM.
           PERFORM CONVERTE-AUDITORIA.

           MOVE 'N' TO MENSAGEM-AUSENTE.
           MOVE MES-INICIAL TO MES-VARREDURA.
           PERFORM UNTIL MES-VARREDURA > MES-FINAL
               PERFORM CONVERTE-HISTORICOS-DO-MES
               ADD 1 TO NUM-MES-VARREDURA
               IF NUM-MES-VARREDURA > 12
                   MOVE 1 TO NUM-MES-VARREDURA
                   ADD 1 TO ANO-VARREDURA
               END-IF
           END-PERFORM.

           PERFORM CONVERTE-DESCARGA.
           PERFORM CONVERTE-MESTRE.
           PERFORM CONVERTE-RASTREIO.
           PERFORM APRESENTA-CONVERSAO.
           STOP RUN.

           CONVERTE-HISTORICOS-DO-MES.
               PERFORM VARYING DIA-VARREDURA FROM 1 BY 1
                       UNTIL DIA-VARREDURA > 31
                   MOVE MES-VARREDURA TO DATA-HISTORICO(1:6)
                   MOVE DIA-VARREDURA TO DATA-HISTORICO(7:2)
                   MOVE SPACES TO NOME-ARQ-REL-ORIGEM
                   STRING "ARQREL" DATA-HISTORICO ".DAT"
                       DELIMITED BY SIZE INTO NOME-ARQ-REL-ORIGEM
                   PERFORM CONVERTE-RELATORIO
                   MOVE SPACES TO NOME-ARQ-AUD-ORIGEM
                   STRING "ARQAUD" DATA-HISTORICO ".DAT"
                       DELIMITED BY SIZE INTO NOME-ARQ-AUD-ORIGEM
                   PERFORM CONVERTE-AUDITORIA
               END-PERFORM
               EXIT.

      *    Linha antiga: REL-NUMERO Z(6)9 termina na posicao 7, seguido
      *    dos tres brancos de REL-FILLER; no layout novo as posicoes 8
      *    a 10 ainda sao do numero e a 7 so tem digito se as de 8 a
      *    10 tambem tiverem.
           CONVERTE-RELATORIO.
               OPEN INPUT RELATORIO-ORIGEM
               IF STATUS-REL-ORIGEM NOT = "00"
                   IF MENSAGEM-AUSENTE-SIM
                       DISPLAY FUNCTION TRIM(NOME-ARQ-REL-ORIGEM)
                           " nao encontrado - nada a converter nele."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF NOT MENSAGEM-AUSENTE-SIM
                   ADD 1 TO HISTORICOS-ACHADOS
               END-IF
               OPEN OUTPUT RELATORIO-TEMP
               MOVE 0 TO LINHAS-LIDAS LINHAS-CONVERTIDAS
                   LINHAS-JA-NOVAS
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-RELATORIO-ORIGEM
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LINHAS-LIDAS
                   IF REG-REL-ORIGEM(7:1) IS NUMERIC
                      AND REG-REL-ORIGEM(8:3) = SPACES
                       MOVE REG-REL-ORIGEM TO RELATORIO-ANTIGO
                       MOVE SPACES TO REG-RELATORIO
                       MOVE ANT-REL-NUMERO TO REG-RELATORIO(9:7)
                       MOVE ANT-REL-FILLER TO REL-FILLER
                       MOVE ANT-REL-FATORES TO REL-FATORES
                       MOVE ANT-REL-ID-REQUISICAO TO REL-ID-REQUISICAO
                       MOVE ANT-REL-DEPARTAMENTO TO REL-DEPARTAMENTO
                       MOVE ANT-REL-DATA-GERACAO TO REL-DATA-GERACAO
                       MOVE ANT-REL-SERVICO TO REL-SERVICO
                       MOVE REG-RELATORIO TO REG-REL-TEMP
                       ADD 1 TO LINHAS-CONVERTIDAS
                   ELSE
                       MOVE REG-REL-ORIGEM TO REG-REL-TEMP
                       ADD 1 TO LINHAS-JA-NOVAS
                   END-IF
                   WRITE REG-REL-TEMP
                   PERFORM LE-RELATORIO-ORIGEM
               END-PERFORM
               CLOSE RELATORIO-ORIGEM RELATORIO-TEMP
               ADD LINHAS-CONVERTIDAS TO TOTAL-REL-CONVERTIDAS
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-REL-TEMP
                   NOME-ARQ-REL-ORIGEM
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir "
                       FUNCTION TRIM(NOME-ARQ-REL-ORIGEM)
                       " - versao convertida preservada em "
                       FUNCTION TRIM(NOME-ARQ-REL-TEMP)
               END-IF
               DISPLAY FUNCTION TRIM(NOME-ARQ-REL-ORIGEM) ": lidas "
                   LINHAS-LIDAS " convertidas " LINHAS-CONVERTIDAS
                   " ja no layout novo " LINHAS-JA-NOVAS
               EXIT.

           LE-RELATORIO-ORIGEM.
               READ RELATORIO-ORIGEM
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

      *    Linha antiga: AUD-NUMERO S9(07) ocupa as posicoes 57 a 64 e
      *    a 65 e o separador em branco; no layout novo a 65 ainda e
      *    digito do numero.
           CONVERTE-AUDITORIA.
               OPEN INPUT AUDITORIA-ORIGEM
               IF STATUS-AUD-ORIGEM NOT = "00"
                   IF MENSAGEM-AUSENTE-SIM
                       DISPLAY FUNCTION TRIM(NOME-ARQ-AUD-ORIGEM)
                           " nao encontrado - nada a converter nele."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF NOT MENSAGEM-AUSENTE-SIM
                   ADD 1 TO HISTORICOS-ACHADOS
               END-IF
               OPEN OUTPUT AUDITORIA-TEMP
               MOVE 0 TO LINHAS-LIDAS LINHAS-CONVERTIDAS
                   LINHAS-JA-NOVAS
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-AUDITORIA-ORIGEM
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LINHAS-LIDAS
                   IF REG-AUD-ORIGEM(65:1) = SPACE
                       MOVE REG-AUD-ORIGEM TO AUDITORIA-ANTIGA
                       MOVE SPACES TO REG-AUDITORIA
                       MOVE ANT-AUD-CABECALHO TO REG-AUDITORIA(1:56)
                       MOVE ANT-AUD-SINAL TO REG-AUDITORIA(57:1)
                       MOVE "00000000" TO REG-AUDITORIA(58:8)
                       MOVE ANT-AUD-DIGITOS TO REG-AUDITORIA(66:7)
                       MOVE ANT-AUD-FATORES TO AUD-FATORES
                       MOVE ANT-AUD-ID-REQUISICAO TO AUD-ID-REQUISICAO
                       MOVE ANT-AUD-DEPARTAMENTO TO AUD-DEPARTAMENTO
                       MOVE REG-AUDITORIA TO REG-AUD-TEMP
                       ADD 1 TO LINHAS-CONVERTIDAS
                   ELSE
                       MOVE REG-AUD-ORIGEM TO REG-AUD-TEMP
                       ADD 1 TO LINHAS-JA-NOVAS
                   END-IF
                   WRITE REG-AUD-TEMP
                   PERFORM LE-AUDITORIA-ORIGEM
               END-PERFORM
               CLOSE AUDITORIA-ORIGEM AUDITORIA-TEMP
               ADD LINHAS-CONVERTIDAS TO TOTAL-AUD-CONVERTIDAS
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-AUD-TEMP
                   NOME-ARQ-AUD-ORIGEM
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir "
                       FUNCTION TRIM(NOME-ARQ-AUD-ORIGEM)
                       " - versao convertida preservada em "
                       FUNCTION TRIM(NOME-ARQ-AUD-TEMP)
               END-IF
               DISPLAY FUNCTION TRIM(NOME-ARQ-AUD-ORIGEM) ": lidas "
                   LINHAS-LIDAS " convertidas " LINHAS-CONVERTIDAS
                   " ja no layout novo " LINHAS-JA-NOVAS
               EXIT.

           LE-AUDITORIA-ORIGEM.
               READ AUDITORIA-ORIGEM
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

      *    Descarga antiga tem 235 posicoes; no layout novo a posicao
      *    236 ainda e digito de um fator.
           CONVERTE-DESCARGA.
               OPEN INPUT DESCARGA-ORIGEM
               IF STATUS-DESC-ORIGEM NOT = "00"
                   DISPLAY "FATORES.SEQ nao encontrado - nada a "
                       "converter nele."
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT DESCARGA-TEMP
               MOVE 0 TO LINHAS-LIDAS LINHAS-CONVERTIDAS
                   LINHAS-JA-NOVAS
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-DESCARGA-ORIGEM
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LINHAS-LIDAS
                   IF REG-DESC-ORIGEM(236:1) = SPACE
                       MOVE REG-DESC-ORIGEM(1:235) TO REG-MESTRE-ANTIGO
                       PERFORM MONTA-MESTRE-NOVO
                       MOVE REG-MESTRE TO REG-DESC-TEMP
                       ADD 1 TO LINHAS-CONVERTIDAS
                   ELSE
                       MOVE REG-DESC-ORIGEM TO REG-DESC-TEMP
                       ADD 1 TO LINHAS-JA-NOVAS
                   END-IF
                   WRITE REG-DESC-TEMP
                   PERFORM LE-DESCARGA-ORIGEM
               END-PERFORM
               CLOSE DESCARGA-ORIGEM DESCARGA-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-DESC-TEMP
                   NOME-ARQ-DESC-ORIGEM
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir FATORES.SEQ - versao "
                       "convertida preservada em FATORES.TMP"
               END-IF
               DISPLAY "FATORES.SEQ: lidas " LINHAS-LIDAS
                   " convertidas " LINHAS-CONVERTIDAS
                   " ja no layout novo " LINHAS-JA-NOVAS
               EXIT.

           LE-DESCARGA-ORIGEM.
               READ DESCARGA-ORIGEM
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

           MONTA-MESTRE-NOVO.
               INITIALIZE REG-MESTRE
               MOVE ANT-MST-NUMERO TO MST-NUMERO
               MOVE ANT-MST-QTD-FATORES TO MST-QTD-FATORES
               MOVE ANT-MST-QTD-ACERTOS TO MST-QTD-ACERTOS
               MOVE ANT-MST-ULTIMO-ACERTO TO MST-ULTIMO-ACERTO
               SET MST-ORIGEM-CALCULO TO TRUE
               PERFORM VARYING IDX-FATOR FROM 1 BY 1
                       UNTIL IDX-FATOR > 30
                   MOVE ANT-MST-FATOR(IDX-FATOR)
                       TO MST-FATOR(IDX-FATOR)
               END-PERFORM
               EXIT.

      *    Entrada ja presente no mestre novo (gravada pelo FATORADOR
      *    depois da troca de layout) e mais recente que a antiga e
      *    fica como esta.
           CONVERTE-MESTRE.
               OPEN INPUT MESTRE-ANTIGO
               IF STATUS-MESTRE-ANTIGO NOT = "00"
                   DISPLAY "FATORES.ANT nao encontrado (status "
                       STATUS-MESTRE-ANTIGO ") - mestre nao convertido."
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O FATORES-MESTRE
               IF STATUS-MESTRE = "35"
                   OPEN OUTPUT FATORES-MESTRE
               END-IF
               IF STATUS-MESTRE NOT = "00"
                   DISPLAY "FATORES.MST indisponivel (status "
                       STATUS-MESTRE ") - mestre nao convertido."
                   CLOSE MESTRE-ANTIGO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-MESTRE-ANTIGO
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO MESTRE-LIDOS
                   PERFORM MONTA-MESTRE-NOVO
                   WRITE REG-MESTRE
                       INVALID KEY
                           ADD 1 TO MESTRE-JA-EXISTENTES
                       NOT INVALID KEY
                           ADD 1 TO MESTRE-GRAVADOS
                   END-WRITE
                   PERFORM LE-MESTRE-ANTIGO
               END-PERFORM
               CLOSE MESTRE-ANTIGO FATORES-MESTRE
               EXIT.

           LE-MESTRE-ANTIGO.
               READ MESTRE-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

      *    RTR-NUMERO antigo "+ddddddd" vira sinal, oito zeros e os
      *    sete digitos, como a critica normaliza a entrada antiga.
           CONVERTE-RASTREIO.
               OPEN INPUT RASTREIO-ANTIGO
               IF STATUS-RASTREIO-ANTIGO NOT = "00"
                   DISPLAY "RASTREIO.ANT nao encontrado (status "
                       STATUS-RASTREIO-ANTIGO
                       ") - rastreio nao convertido."
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O RASTREIO-MESTRE
               IF STATUS-RASTREIO = "35"
                   OPEN OUTPUT RASTREIO-MESTRE
               END-IF
               IF STATUS-RASTREIO NOT = "00"
                   DISPLAY "RASTREIO.MST indisponivel (status "
                       STATUS-RASTREIO ") - rastreio nao convertido."
                   CLOSE RASTREIO-ANTIGO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-RASTREIO-ANTIGO
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO RASTREIO-LIDOS
                   MOVE SPACES TO REG-RASTREIO
                   MOVE ANT-RTR-ID-REQUISICAO TO RTR-ID-REQUISICAO
                   MOVE ANT-RTR-DEPARTAMENTO TO RTR-DEPARTAMENTO
                   IF ANT-RTR-NUMERO NOT = SPACES
                       STRING ANT-RTR-NUMERO(1:1) "00000000"
                           ANT-RTR-NUMERO(2:7)
                           DELIMITED BY SIZE INTO RTR-NUMERO
                   END-IF
                   MOVE ANT-RTR-RESTANTE TO REG-RASTREIO(28:48)
                   WRITE REG-RASTREIO
                       INVALID KEY
                           ADD 1 TO RASTREIO-JA-EXISTENTES
                       NOT INVALID KEY
                           ADD 1 TO RASTREIO-GRAVADOS
                   END-WRITE
                   PERFORM LE-RASTREIO-ANTIGO
               END-PERFORM
               CLOSE RASTREIO-ANTIGO RASTREIO-MESTRE
               EXIT.

           LE-RASTREIO-ANTIGO.
               READ RASTREIO-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

           APRESENTA-CONVERSAO.
               DISPLAY "==============================================="
               DISPLAY "Resumo da conversao para 15 digitos"
               DISPLAY "Historicos achados desde " MES-INICIAL ": "
                   HISTORICOS-ACHADOS
               DISPLAY "Linhas de relatorio convertidas.: "
                   TOTAL-REL-CONVERTIDAS
               DISPLAY "Linhas de auditoria convertidas.: "
                   TOTAL-AUD-CONVERTIDAS
               DISPLAY "FATORES.ANT lidos..............: " MESTRE-LIDOS
               DISPLAY "  gravados em FATORES.MST......: "
                   MESTRE-GRAVADOS
               DISPLAY "  ja existentes (mantidos).....: "
                   MESTRE-JA-EXISTENTES
               DISPLAY "RASTREIO.ANT lidos.............: "
                   RASTREIO-LIDOS
               DISPLAY "  gravados em RASTREIO.MST.....: "
                   RASTREIO-GRAVADOS
               DISPLAY "  ja existentes (mantidos).....: "
                   RASTREIO-JA-EXISTENTES
               DISPLAY "==============================================="
               EXIT.
       END PROGRAM CONVERTE-QUINZE-DIGITOS.
