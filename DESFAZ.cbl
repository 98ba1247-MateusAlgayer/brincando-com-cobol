      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Desfaz o processamento de uma noite que deu errado
      *          (parametro errado, NUMVALID.DAT trocado, instancia
      *          que caiu no meio) para que ela possa ser reexecutada
      *          sem duplicar nada adiante. A noite e informada pela
      *          data (variavel de ambiente DATA_EXECUCAO, AAAAMMDD)
      *          ou pelo inicio de uma execucao do driver registrado
      *          em CONTROLE.DAT (INICIO_EXECUCAO, AAAAMMDDHHMMSS).
      *          Como em GUARDA-EXECUCAO, a noite vai de um inicio de
      *          VALIDA-ENTRADA no livro LIVRO.DAT ate o inicio
      *          seguinte; sem livro, vale o dia do calendario.
      *          Dentro dessa janela saem, cada uma para o arquivo de
      *          desfazimento DESFAZ<data/hora>.DAT antes de ser
      *          retirada:
      *            - as linhas do driver em RELATORIO.DAT e
      *              AUDITORIA.DAT (consultas avulsas ficam);
      *            - os registros de controle de CONTROLE.DAT;
      *            - os mesmos tres nos parciais de instancia
      *              RELPARCn/AUDPARCn/CONTROLEn ainda nao mesclados;
      *            - os eventos do driver, do MESCLA e do balanco no
      *              livro - os da critica e da particao ficam, e o
      *              driver pode ser reexecutado na mesma noite;
      *            - o carimbo de processamento de RASTREIO.MST, que
      *              volta ao estado de aceita e nao processada.
      *          Se a distribuicao ja levou linhas desfeitas, o corte
      *          de DISTRIB.DAT volta ao de antes da primeira entrega
      *          atingida e essas entregas saem de ENVIOS.DAT (e
      *          listadas para avisar os departamentos); a proxima
      *          distribuicao refaz os arquivos com o resultado novo.
      *          Sendo a ultima noite do livro, os checkpoints do
      *          driver sao zerados e os resumos de instancia
      *          esvaziados, para a reexecucao comecar do primeiro
      *          registro. O relatorio final da as contagens por
      *          arquivo para BALANCO-EXECUCOES voltar a fechar.
      *          Regravacao por temporario e CBL_RENAME_FILE, como no
      *          expurgo: ate o rename o arquivo vivo fica intacto.
      *          O que veio do canal expresso diurno (REL-CANAL,
      *          AUD-CANAL, CTL-CANAL e ENV-CANAL "E", fluxo "E" no
      *          rastreio) ja foi respondido ao departamento e nao e
      *          da noite: fica como esta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESFAZ-EXECUCAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-FATORES ASSIGN USING NOME-ARQ-RELATORIO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-RELATORIO.
           SELECT RELATORIO-TEMP ASSIGN USING NOME-ARQ-REL-TEMP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-REL-TEMP.
           SELECT AUDITORIA-FATORADOR ASSIGN USING NOME-ARQ-AUDITORIA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUDITORIA.
           SELECT AUDITORIA-TEMP ASSIGN USING NOME-ARQ-AUD-TEMP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUD-TEMP.
           SELECT ARQUIVO-CONTROLE ASSIGN USING NOME-ARQ-CONTROLE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-CONTROLE.
           SELECT CONTROLE-TEMP ASSIGN USING NOME-ARQ-CTL-TEMP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-CTL-TEMP.
           SELECT LIVRO-EXECUCAO ASSIGN TO "LIVRO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-LIVRO.
           SELECT LIVRO-TEMP ASSIGN TO "LIVRO.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-LIVRO-TEMP.
           SELECT LIVRO-ENVIOS ASSIGN TO "ENVIOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENVIOS.
           SELECT ENVIOS-TEMP ASSIGN TO "ENVIOS.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENVIOS-TEMP.
           SELECT CONTROLE-DISTRIBUICAO ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DISTRIB.
           SELECT RASTREIO-MESTRE ASSIGN TO "RASTREIO.MST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RTR-ID-REQUISICAO
               FILE STATUS IS STATUS-RASTREIO.
           SELECT ARQUIVO-CHECKPOINT ASSIGN USING NOME-ARQ-CHECKPOINT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-CHECKPOINT.
           SELECT ARQUIVO-RESUMO ASSIGN USING NOME-ARQ-RESUMO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-RESUMO.
           SELECT ARQUIVO-DESFAZ ASSIGN USING NOME-ARQ-DESFAZ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-DESFAZ.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-FATORES.
           COPY 'RELATORIO.cpy'.

      *    X(150) casa com o tamanho de REG-RELATORIO em RELATORIO.cpy,
      *    X(188) com REG-AUDITORIA em AUDITORIA.cpy, X(65) com
      *    REG-CONTROLE em CONTROLE.cpy, X(48) com REG-LIVRO em
      *    LIVRO.cpy e X(102) com REG-ENVIO em ENVIO.cpy; precisam
      *    mudar juntos.
       FD  RELATORIO-TEMP.
       01  REG-REL-TEMP            PIC X(150).

       FD  AUDITORIA-FATORADOR.
           COPY 'AUDITORIA.cpy'.

       FD  AUDITORIA-TEMP.
       01  REG-AUD-TEMP            PIC X(188).

       FD  ARQUIVO-CONTROLE.
           COPY 'CONTROLE.cpy'.

       FD  CONTROLE-TEMP.
       01  REG-CTL-TEMP            PIC X(65).

       FD  LIVRO-EXECUCAO.
           COPY 'LIVRO.cpy'.

       FD  LIVRO-TEMP.
       01  REG-LIVRO-TEMP          PIC X(48).

       FD  LIVRO-ENVIOS.
           COPY 'ENVIO.cpy'.

       FD  ENVIOS-TEMP.
       01  REG-ENVIO-TEMP          PIC X(102).

       FD  CONTROLE-DISTRIBUICAO.
       01  REG-DISTRIB.
           05  DTB-ULTIMA-GERACAO  PIC X(14).

       FD  RASTREIO-MESTRE.
           COPY 'RASTREIO.cpy'.

      *    Mesmo layout de REG-CHECKPOINT em MEU-PROGRAMA-1.
       FD  ARQUIVO-CHECKPOINT.
       01  REG-CHECKPOINT.
           05  CKP-ULTIMO-REGISTRO        PIC 9(07).
           05  CKP-TOTAL-PROCESSADOS      PIC 9(07).
           05  CKP-TOTAL-PRIMOS           PIC 9(07).
           05  CKP-TOTAL-REJEITADOS       PIC 9(07).

       FD  ARQUIVO-RESUMO.
           COPY 'RESUMO.cpy'.

      *    Uma linha por registro desfeito, com o nome do arquivo de
      *    onde saiu e o registro como estava (o de RASTREIO.MST
      *    antes de perder o carimbo de processamento) - devolver um
      *    registro e recorta-lo daqui. DFZ-REGISTRO tem o tamanho do
      *    maior registro desfeito (REG-AUDITORIA, 188).
       FD  ARQUIVO-DESFAZ.
       01  REG-DESFAZ.
           05  DFZ-ARQUIVO         PIC X(30).
           05  FILLER              PIC X(01).
           05  DFZ-REGISTRO        PIC X(188).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-RELATORIO        PIC X(02).
       01  STATUS-REL-TEMP         PIC X(02).
       01  STATUS-AUDITORIA        PIC X(02).
       01  STATUS-AUD-TEMP         PIC X(02).
       01  STATUS-CONTROLE         PIC X(02).
       01  STATUS-CTL-TEMP         PIC X(02).
       01  STATUS-LIVRO            PIC X(02).
       01  STATUS-LIVRO-TEMP       PIC X(02).
       01  STATUS-ENVIOS           PIC X(02).
       01  STATUS-ENVIOS-TEMP      PIC X(02).
       01  STATUS-DISTRIB          PIC X(02).
       01  STATUS-RASTREIO         PIC X(02).
       01  STATUS-CHECKPOINT       PIC X(02).
       01  STATUS-RESUMO           PIC X(02).
       01  STATUS-DESFAZ           PIC X(02).

       01  NOME-ARQ-RELATORIO      PIC X(30) VALUE "RELATORIO.DAT".
       01  NOME-ARQ-AUDITORIA      PIC X(30) VALUE "AUDITORIA.DAT".
       01  NOME-ARQ-CONTROLE       PIC X(30) VALUE "CONTROLE.DAT".
       01  NOME-ARQ-REL-VIVO       PIC X(30) VALUE "RELATORIO.DAT".
       01  NOME-ARQ-AUD-VIVO       PIC X(30) VALUE "AUDITORIA.DAT".
       01  NOME-ARQ-REL-TEMP       PIC X(30) VALUE "RELATORIO.TMP".
       01  NOME-ARQ-AUD-TEMP       PIC X(30) VALUE "AUDITORIA.TMP".
       01  NOME-ARQ-CTL-TEMP       PIC X(30) VALUE "CONTROLE.TMP".
       01  NOME-ARQ-LIVRO          PIC X(30) VALUE "LIVRO.DAT".
       01  NOME-ARQ-LIVRO-TEMP     PIC X(30) VALUE "LIVRO.TMP".
       01  NOME-ARQ-ENVIOS         PIC X(30) VALUE "ENVIOS.DAT".
       01  NOME-ARQ-ENV-TEMP       PIC X(30) VALUE "ENVIOS.TMP".
       01  NOME-ARQ-CHECKPOINT     PIC X(30).
       01  NOME-ARQ-RESUMO         PIC X(30).
       01  NOME-ARQ-DESFAZ         PIC X(30).

       01  FIM-ARQUIVO             PIC X(01).
           88 FIM-ARQUIVO-SIM               VALUE 'S'.

      *    Noite a desfazer: [ABERTURA-DA-NOITE, FECHAMENTO-DA-NOITE).
       01  DATA-EXECUCAO           PIC X(08) VALUE SPACES.
       01  INICIO-EXECUCAO         PIC X(14) VALUE SPACES.
       01  ABERTURA-DA-NOITE       PIC X(14) VALUE SPACES.
       01  FECHAMENTO-DA-NOITE     PIC X(14) VALUE SPACES.
       01  SEM-FECHAMENTO          PIC X(14) VALUE "99999999999999".
       01  DIA-SEGUINTE            PIC 9(08).
       01  ABERTURA-PELO-LIVRO     PIC X(01) VALUE 'N'.
           88 ABERTURA-PELO-LIVRO-SIM       VALUE 'S'.
       01  NOITE-POSTERIOR         PIC X(01) VALUE 'N'.
           88 NOITE-POSTERIOR-SIM           VALUE 'S'.
       01  EXECUCAO-ACHADA         PIC X(01) VALUE 'N'.
           88 EXECUCAO-ACHADA-SIM           VALUE 'S'.
       01  TIMESTAMP-DESFAZ        PIC X(14).

       01  FLUXO-ATUAL             PIC 9(02).
       01  DIGITO-FLUXO            PIC 9(01).

      *    Contagens do arquivo da vez e totais por arquivo.
       01  LIDOS-ARQUIVO           PIC 9(07).
       01  DESFEITOS-ARQUIVO       PIC 9(07).
       01  LIDOS-RELATORIO         PIC 9(07) VALUE 0.
       01  DESFEITOS-RELATORIO     PIC 9(07) VALUE 0.
       01  LIDOS-AUDITORIA         PIC 9(07) VALUE 0.
       01  DESFEITOS-AUDITORIA     PIC 9(07) VALUE 0.
       01  LIDOS-CONTROLE          PIC 9(07) VALUE 0.
       01  DESFEITOS-CONTROLE      PIC 9(07) VALUE 0.
       01  DESFEITOS-REL-PARCIAL   PIC 9(07) VALUE 0.
       01  DESFEITOS-AUD-PARCIAL   PIC 9(07) VALUE 0.
       01  DESFEITOS-CTL-PARCIAL   PIC 9(07) VALUE 0.
       01  LIDOS-LIVRO             PIC 9(07) VALUE 0.
       01  DESFEITOS-LIVRO         PIC 9(07) VALUE 0.
       01  LIDOS-RASTREIO          PIC 9(07) VALUE 0.
       01  REPOSTOS-RASTREIO       PIC 9(07) VALUE 0.
       01  LIDOS-ENVIOS            PIC 9(07) VALUE 0.
       01  RETIRADOS-ENVIOS        PIC 9(07) VALUE 0.
       01  CHECKPOINTS-ZERADOS     PIC 9(02) VALUE 0.
       01  RESUMOS-ESVAZIADOS      PIC 9(02) VALUE 0.
       01  TOTAL-ARQUIVADOS        PIC 9(07) VALUE 0.

      *    Totais declarados pelos registros de controle desfeitos,
      *    para a conferencia com as linhas retiradas.
       01  PROCESSADOS-DESFEITOS   PIC 9(07) VALUE 0.
       01  REJEITADOS-DESFEITOS    PIC 9(07) VALUE 0.
       01  ESPERADO-RELATORIO      PIC 9(07) VALUE 0.
       01  LINHAS-REL-DESFEITAS    PIC 9(07) VALUE 0.
       01  LINHAS-AUD-DESFEITAS    PIC 9(07) VALUE 0.

      *    Distribuicao: menor REL-DATA-GERACAO desfeita no relatorio
      *    vivo e maior geracao mantida anterior a noite.
       01  MENOR-GERACAO-DESFEITA  PIC X(14) VALUE SPACES.
       01  MAIOR-GERACAO-ANTERIOR  PIC X(14) VALUE SPACES.
       01  CORTE-DISTRIBUICAO      PIC X(14) VALUE SPACES.
       01  CORTE-RESTAURADO        PIC X(14) VALUE SPACES.
       01  DISTRIBUICAO-ATINGIDA   PIC X(01) VALUE 'N'.
           88 DISTRIBUICAO-ATINGIDA-SIM     VALUE 'S'.

       PROCEDURE DIVISION.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           MOVE PAR-ARQ-RELATORIO TO NOME-ARQ-REL-VIVO.
           MOVE PAR-ARQ-AUDITORIA TO NOME-ARQ-AUD-VIVO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP-DESFAZ.
           PERFORM OBTEM-EXECUCAO.
           PERFORM DELIMITA-NOITE.

           MOVE SPACES TO NOME-ARQ-DESFAZ.
           STRING "DESFAZ" TIMESTAMP-DESFAZ ".DAT"
               DELIMITED BY SIZE INTO NOME-ARQ-DESFAZ.
           OPEN OUTPUT ARQUIVO-DESFAZ.
           IF STATUS-DESFAZ NOT = "00"
               DISPLAY "Nao foi possivel criar "
                   FUNCTION TRIM(NOME-ARQ-DESFAZ) " (status "
                   STATUS-DESFAZ ") - nada foi desfeito."
               STOP RUN
           END-IF.

           MOVE NOME-ARQ-REL-VIVO TO NOME-ARQ-RELATORIO.
           PERFORM DESFAZ-RELATORIO.
           MOVE LIDOS-ARQUIVO TO LIDOS-RELATORIO.
           MOVE DESFEITOS-ARQUIVO TO DESFEITOS-RELATORIO.
           MOVE NOME-ARQ-AUD-VIVO TO NOME-ARQ-AUDITORIA.
           PERFORM DESFAZ-AUDITORIA.
           MOVE LIDOS-ARQUIVO TO LIDOS-AUDITORIA.
           MOVE DESFEITOS-ARQUIVO TO DESFEITOS-AUDITORIA.
           MOVE "CONTROLE.DAT" TO NOME-ARQ-CONTROLE.
           PERFORM DESFAZ-CONTROLE.
           MOVE LIDOS-ARQUIVO TO LIDOS-CONTROLE.
           MOVE DESFEITOS-ARQUIVO TO DESFEITOS-CONTROLE.
           PERFORM VARYING FLUXO-ATUAL FROM 1 BY 1
           UNTIL FLUXO-ATUAL > 9
               MOVE FLUXO-ATUAL TO DIGITO-FLUXO
               PERFORM DESFAZ-PARCIAIS-DO-FLUXO
           END-PERFORM.

           PERFORM DESFAZ-LIVRO.
           PERFORM DESFAZ-RASTREIO.
           PERFORM DESFAZ-DISTRIBUICAO.
           IF NOT NOITE-POSTERIOR-SIM
               PERFORM ZERA-CHECKPOINTS
               PERFORM ESVAZIA-RESUMOS
           END-IF.
           CLOSE ARQUIVO-DESFAZ.

           PERFORM APRESENTA-DESFAZIMENTO.
           STOP RUN.

      *    INICIO_EXECUCAO prevalece sobre DATA_EXECUCAO e precisa
      *    ser o inicio de uma execucao registrada em CONTROLE.DAT.
           OBTEM-EXECUCAO.
               ACCEPT DATA-EXECUCAO FROM ENVIRONMENT "DATA_EXECUCAO"
               ACCEPT INICIO-EXECUCAO
                   FROM ENVIRONMENT "INICIO_EXECUCAO"
               IF INICIO-EXECUCAO NOT = SPACES
                   IF INICIO-EXECUCAO NOT NUMERIC
                       DISPLAY "INICIO_EXECUCAO invalido ("
                           INICIO-EXECUCAO ") - informe "
                           "AAAAMMDDHHMMSS como em CTL-INICIO."
                       STOP RUN
                   END-IF
                   PERFORM LOCALIZA-EXECUCAO
                   IF NOT EXECUCAO-ACHADA-SIM
                       DISPLAY "Execucao iniciada em "
                           INICIO-EXECUCAO " nao consta em "
                           "CONTROLE.DAT - para uma execucao que "
                           "nao chegou ao fim, informe DATA_EXECUCAO."
                       STOP RUN
                   END-IF
                   MOVE SPACES TO DATA-EXECUCAO
                   EXIT PARAGRAPH
               END-IF
               IF DATA-EXECUCAO = SPACES OR DATA-EXECUCAO NOT NUMERIC
                   DISPLAY "Informe a noite a desfazer: "
                       "DATA_EXECUCAO (AAAAMMDD) ou "
                       "INICIO_EXECUCAO (AAAAMMDDHHMMSS, o CTL-INICIO "
                       "de CONTROLE.DAT)."
                   STOP RUN
               END-IF
               EXIT.

           LOCALIZA-EXECUCAO.
               OPEN INPUT ARQUIVO-CONTROLE
               IF STATUS-CONTROLE NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-CONTROLE
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   IF CTL-INICIO = INICIO-EXECUCAO
                       AND NOT CTL-CANAL-EXPRESSO
                       SET EXECUCAO-ACHADA-SIM TO TRUE
                   END-IF
                   PERFORM LE-CONTROLE
               END-PERFORM
               CLOSE ARQUIVO-CONTROLE
               EXIT.

      *    A noite abre num inicio de VALIDA-ENTRADA e fecha no
      *    inicio seguinte (mesma regra de GUARDA-EXECUCAO). Pela
      *    data, valem todas as noites abertas naquele dia; pela
      *    execucao, a noite em que ela comecou. Sem o livro, vale o
      *    dia do calendario (pela execucao, a propria janela dela).
           DELIMITA-NOITE.
               MOVE SEM-FECHAMENTO TO FECHAMENTO-DA-NOITE
               OPEN INPUT LIVRO-EXECUCAO
               IF STATUS-LIVRO = "00"
                   MOVE 'N' TO FIM-ARQUIVO
                   PERFORM LE-LIVRO
                   PERFORM UNTIL FIM-ARQUIVO-SIM
                       IF LIV-PASSO = "VALIDA-ENTRADA"
                           AND LIV-EVENTO-INICIO
                           PERFORM CONFERE-ABERTURA
                       END-IF
                       PERFORM LE-LIVRO
                   END-PERFORM
                   CLOSE LIVRO-EXECUCAO
               END-IF
               IF NOT ABERTURA-PELO-LIVRO-SIM
                   IF DATA-EXECUCAO NOT = SPACES
                       MOVE SPACES TO ABERTURA-DA-NOITE
                       STRING DATA-EXECUCAO "000000"
                           DELIMITED BY SIZE INTO ABERTURA-DA-NOITE
                   ELSE
                       MOVE INICIO-EXECUCAO TO ABERTURA-DA-NOITE
                   END-IF
               END-IF

               OPEN INPUT LIVRO-EXECUCAO
               IF STATUS-LIVRO = "00"
                   MOVE 'N' TO FIM-ARQUIVO
                   PERFORM LE-LIVRO
                   PERFORM UNTIL FIM-ARQUIVO-SIM
                       IF LIV-PASSO = "VALIDA-ENTRADA"
                           AND LIV-EVENTO-INICIO
                           PERFORM CONFERE-FECHAMENTO
                       END-IF
                       PERFORM LE-LIVRO
                   END-PERFORM
                   CLOSE LIVRO-EXECUCAO
               END-IF

               IF NOT ABERTURA-PELO-LIVRO-SIM
                   COMPUTE DIA-SEGUINTE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(ABERTURA-DA-NOITE(1:8)))
                               + 1)
                   IF DIA-SEGUINTE < FECHAMENTO-DA-NOITE(1:8)
                       MOVE SPACES TO FECHAMENTO-DA-NOITE
                       STRING DIA-SEGUINTE "000000"
                           DELIMITED BY SIZE INTO FECHAMENTO-DA-NOITE
                   END-IF
               END-IF
               EXIT.

           CONFERE-ABERTURA.
               IF DATA-EXECUCAO NOT = SPACES
                   IF LIV-TIMESTAMP(1:8) = DATA-EXECUCAO
                       AND NOT ABERTURA-PELO-LIVRO-SIM
                       MOVE LIV-TIMESTAMP TO ABERTURA-DA-NOITE
                       SET ABERTURA-PELO-LIVRO-SIM TO TRUE
                   END-IF
               ELSE
                   IF LIV-TIMESTAMP <= INICIO-EXECUCAO
                       MOVE LIV-TIMESTAMP TO ABERTURA-DA-NOITE
                       SET ABERTURA-PELO-LIVRO-SIM TO TRUE
                   END-IF
               END-IF
               EXIT.

      *    Primeiro inicio de VALIDA-ENTRADA depois da noite: pela
      *    data, o primeiro de um dia posterior.
           CONFERE-FECHAMENTO.
               IF LIV-TIMESTAMP NOT > ABERTURA-DA-NOITE
                   EXIT PARAGRAPH
               END-IF
               IF DATA-EXECUCAO NOT = SPACES
                   AND LIV-TIMESTAMP(1:8) NOT > DATA-EXECUCAO
                   EXIT PARAGRAPH
               END-IF
               SET NOITE-POSTERIOR-SIM TO TRUE
               IF LIV-TIMESTAMP < FECHAMENTO-DA-NOITE
                   MOVE LIV-TIMESTAMP TO FECHAMENTO-DA-NOITE
               END-IF
               EXIT.

           LE-LIVRO.
               READ LIVRO-EXECUCAO
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

           LE-CONTROLE.
               READ ARQUIVO-CONTROLE
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

           ARQUIVA-REGISTRO.
               WRITE REG-DESFAZ
               ADD 1 TO TOTAL-ARQUIVADOS
               EXIT.

      *    Linhas do driver dentro da noite; as consultas avulsas do
      *    atendimento (ID AVULSA) e as do canal expresso ficam.
           DESFAZ-RELATORIO.
               MOVE 0 TO LIDOS-ARQUIVO
               MOVE 0 TO DESFEITOS-ARQUIVO
               OPEN INPUT RELATORIO-FATORES
               IF STATUS-RELATORIO NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT RELATORIO-TEMP
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-RELATORIO
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LIDOS-ARQUIVO
                   IF REL-DATA-GERACAO >= ABERTURA-DA-NOITE
                       AND REL-DATA-GERACAO < FECHAMENTO-DA-NOITE
                       AND REL-ID-REQUISICAO NOT = "AVULSA"
                       AND NOT REL-CANAL-EXPRESSO
                       MOVE SPACES TO REG-DESFAZ
                       MOVE NOME-ARQ-RELATORIO TO DFZ-ARQUIVO
                       MOVE REG-RELATORIO TO DFZ-REGISTRO
                       PERFORM ARQUIVA-REGISTRO
                       ADD 1 TO DESFEITOS-ARQUIVO
                       IF NOME-ARQ-RELATORIO = NOME-ARQ-REL-VIVO
                           PERFORM GUARDA-MENOR-GERACAO
                       END-IF
                   ELSE
                       MOVE REG-RELATORIO TO REG-REL-TEMP
                       WRITE REG-REL-TEMP
                       IF REL-DATA-GERACAO < ABERTURA-DA-NOITE
                           AND REL-DATA-GERACAO
                               > MAIOR-GERACAO-ANTERIOR
                           AND NOME-ARQ-RELATORIO = NOME-ARQ-REL-VIVO
                           AND NOT REL-CANAL-EXPRESSO
                           MOVE REL-DATA-GERACAO
                               TO MAIOR-GERACAO-ANTERIOR
                       END-IF
                   END-IF
                   PERFORM LE-RELATORIO
               END-PERFORM
               CLOSE RELATORIO-FATORES RELATORIO-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-REL-TEMP
                   NOME-ARQ-RELATORIO
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir "
                       FUNCTION TRIM(NOME-ARQ-RELATORIO)
                       " - registros mantidos preservados em "
                       FUNCTION TRIM(NOME-ARQ-REL-TEMP)
               END-IF
               EXIT.

           GUARDA-MENOR-GERACAO.
               IF MENOR-GERACAO-DESFEITA = SPACES
                   OR REL-DATA-GERACAO < MENOR-GERACAO-DESFEITA
                   MOVE REL-DATA-GERACAO TO MENOR-GERACAO-DESFEITA
               END-IF
               EXIT.

           LE-RELATORIO.
               READ RELATORIO-FATORES
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

      *    So a trilha do driver: a das consultas avulsas fica.
           DESFAZ-AUDITORIA.
               MOVE 0 TO LIDOS-ARQUIVO
               MOVE 0 TO DESFEITOS-ARQUIVO
               OPEN INPUT AUDITORIA-FATORADOR
               IF STATUS-AUDITORIA NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT AUDITORIA-TEMP
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-AUDITORIA
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LIDOS-ARQUIVO
                   IF AUD-PROGRAMA = "MEU-PROGRAMA-1"
                       AND NOT AUD-CANAL-EXPRESSO
                       AND AUD-TIMESTAMP(1:14) >= ABERTURA-DA-NOITE
                       AND AUD-TIMESTAMP(1:14) < FECHAMENTO-DA-NOITE
                       MOVE SPACES TO REG-DESFAZ
                       MOVE NOME-ARQ-AUDITORIA TO DFZ-ARQUIVO
                       MOVE REG-AUDITORIA TO DFZ-REGISTRO
                       PERFORM ARQUIVA-REGISTRO
                       ADD 1 TO DESFEITOS-ARQUIVO
                   ELSE
                       MOVE REG-AUDITORIA TO REG-AUD-TEMP
                       WRITE REG-AUD-TEMP
                   END-IF
                   PERFORM LE-AUDITORIA
               END-PERFORM
               CLOSE AUDITORIA-FATORADOR AUDITORIA-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-AUD-TEMP
                   NOME-ARQ-AUDITORIA
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir "
                       FUNCTION TRIM(NOME-ARQ-AUDITORIA)
                       " - registros mantidos preservados em "
                       FUNCTION TRIM(NOME-ARQ-AUD-TEMP)
               END-IF
               EXIT.

           LE-AUDITORIA.
               READ AUDITORIA-FATORADOR
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

           DESFAZ-CONTROLE.
               MOVE 0 TO LIDOS-ARQUIVO
               MOVE 0 TO DESFEITOS-ARQUIVO
               OPEN INPUT ARQUIVO-CONTROLE
               IF STATUS-CONTROLE NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT CONTROLE-TEMP
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-CONTROLE
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LIDOS-ARQUIVO
                   IF CTL-INICIO >= ABERTURA-DA-NOITE
                       AND CTL-INICIO < FECHAMENTO-DA-NOITE
                       AND NOT CTL-CANAL-EXPRESSO
                       MOVE SPACES TO REG-DESFAZ
                       MOVE NOME-ARQ-CONTROLE TO DFZ-ARQUIVO
                       MOVE REG-CONTROLE TO DFZ-REGISTRO
                       PERFORM ARQUIVA-REGISTRO
                       ADD 1 TO DESFEITOS-ARQUIVO
                       ADD CTL-PROCESSADOS TO PROCESSADOS-DESFEITOS
                       ADD CTL-REJEITADOS TO REJEITADOS-DESFEITOS
                   ELSE
                       MOVE REG-CONTROLE TO REG-CTL-TEMP
                       WRITE REG-CTL-TEMP
                   END-IF
                   PERFORM LE-CONTROLE
               END-PERFORM
               CLOSE ARQUIVO-CONTROLE CONTROLE-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-CTL-TEMP
                   NOME-ARQ-CONTROLE
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir "
                       FUNCTION TRIM(NOME-ARQ-CONTROLE)
                       " - registros mantidos preservados em "
                       FUNCTION TRIM(NOME-ARQ-CTL-TEMP)
               END-IF
               EXIT.

      *    Parciais de instancia ainda nao mesclados: o MESCLA os
      *    esvazia apos anexar, entao o que houver neles e de noite
      *    que nao chegou a consolidacao.
           DESFAZ-PARCIAIS-DO-FLUXO.
               MOVE SPACES TO NOME-ARQ-RELATORIO
               STRING "RELPARC" DIGITO-FLUXO ".DAT"
                   DELIMITED BY SIZE INTO NOME-ARQ-RELATORIO
               PERFORM DESFAZ-RELATORIO
               ADD DESFEITOS-ARQUIVO TO DESFEITOS-REL-PARCIAL
               MOVE SPACES TO NOME-ARQ-AUDITORIA
               STRING "AUDPARC" DIGITO-FLUXO ".DAT"
                   DELIMITED BY SIZE INTO NOME-ARQ-AUDITORIA
               PERFORM DESFAZ-AUDITORIA
               ADD DESFEITOS-ARQUIVO TO DESFEITOS-AUD-PARCIAL
               MOVE SPACES TO NOME-ARQ-CONTROLE
               STRING "CONTROLE" DIGITO-FLUXO ".DAT"
                   DELIMITED BY SIZE INTO NOME-ARQ-CONTROLE
               PERFORM DESFAZ-CONTROLE
               ADD DESFEITOS-ARQUIVO TO DESFEITOS-CTL-PARCIAL
               EXIT.

      *    Saem os eventos do driver, do MESCLA e do balanco; os da
      *    critica e da particao ficam, e o livro continua liberando
      *    o driver na mesma noite.
           DESFAZ-LIVRO.
               OPEN INPUT LIVRO-EXECUCAO
               IF STATUS-LIVRO NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT LIVRO-TEMP
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-LIVRO
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LIDOS-LIVRO
                   IF LIV-TIMESTAMP >= ABERTURA-DA-NOITE
                       AND LIV-TIMESTAMP < FECHAMENTO-DA-NOITE
                       AND (LIV-PASSO = "MEU-PROGRAMA-1"
                           OR LIV-PASSO = "MESCLA-RESULTADOS"
                           OR LIV-PASSO = "BALANCO-EXECUCOES")
                       MOVE SPACES TO REG-DESFAZ
                       MOVE NOME-ARQ-LIVRO TO DFZ-ARQUIVO
                       MOVE REG-LIVRO TO DFZ-REGISTRO
                       PERFORM ARQUIVA-REGISTRO
                       ADD 1 TO DESFEITOS-LIVRO
                   ELSE
                       MOVE REG-LIVRO TO REG-LIVRO-TEMP
                       WRITE REG-LIVRO-TEMP
                   END-IF
                   PERFORM LE-LIVRO
               END-PERFORM
               CLOSE LIVRO-EXECUCAO LIVRO-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-LIVRO-TEMP
                   NOME-ARQ-LIVRO
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir "
                       FUNCTION TRIM(NOME-ARQ-LIVRO)
                       " - registros mantidos preservados em "
                       FUNCTION TRIM(NOME-ARQ-LIVRO-TEMP)
               END-IF
               EXIT.

      *    A requisicao volta a aceita e nao processada: sai so o
      *    carimbo de processamento; critica e particao ficam.
           DESFAZ-RASTREIO.
               OPEN I-O RASTREIO-MESTRE
               IF STATUS-RASTREIO NOT = "00"
                   DISPLAY "RASTREIO.MST indisponivel (status "
                       STATUS-RASTREIO ") - rastreamento nao "
                       "reposto."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-RASTREIO
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LIDOS-RASTREIO
                   IF RTR-PROC-TIMESTAMP >= ABERTURA-DA-NOITE
                       AND RTR-PROC-TIMESTAMP < FECHAMENTO-DA-NOITE
                       AND NOT RTR-PART-EXPRESSO
                       MOVE SPACES TO REG-DESFAZ
                       MOVE "RASTREIO.MST" TO DFZ-ARQUIVO
                       MOVE REG-RASTREIO TO DFZ-REGISTRO
                       PERFORM ARQUIVA-REGISTRO
                       MOVE SPACES TO RTR-PROC-TIMESTAMP
                       MOVE SPACES TO RTR-PROC-STATUS
                       REWRITE REG-RASTREIO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO REPOSTOS-RASTREIO
                   END-IF
                   PERFORM LE-RASTREIO
               END-PERFORM
               CLOSE RASTREIO-MESTRE
               EXIT.

           LE-RASTREIO.
               READ RASTREIO-MESTRE NEXT
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

      *    So ha o que desfazer se o corte de DISTRIB.DAT ja passou
      *    da primeira linha desfeita. Toda entrega cuja janela
      *    termina dali em diante levou linhas desfeitas ou fica
      *    para tras do corte restaurado: sai de ENVIOS.DAT, e o
      *    corte volta ao anterior da primeira delas. Sem ENVIOS.DAT
      *    o corte volta a ultima linha mantida antes da noite.
           DESFAZ-DISTRIBUICAO.
               IF MENOR-GERACAO-DESFEITA = SPACES
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT CONTROLE-DISTRIBUICAO
               IF STATUS-DISTRIB NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               READ CONTROLE-DISTRIBUICAO
                   NOT AT END
                       MOVE DTB-ULTIMA-GERACAO TO CORTE-DISTRIBUICAO
               END-READ
               CLOSE CONTROLE-DISTRIBUICAO
               IF CORTE-DISTRIBUICAO = SPACES
                   OR CORTE-DISTRIBUICAO < MENOR-GERACAO-DESFEITA
                   EXIT PARAGRAPH
               END-IF

               SET DISTRIBUICAO-ATINGIDA-SIM TO TRUE
               MOVE MAIOR-GERACAO-ANTERIOR TO CORTE-RESTAURADO
               PERFORM RETIRA-ENVIOS

               MOVE SPACES TO REG-DESFAZ
               MOVE "DISTRIB.DAT" TO DFZ-ARQUIVO
               MOVE CORTE-DISTRIBUICAO TO DFZ-REGISTRO
               PERFORM ARQUIVA-REGISTRO
               MOVE CORTE-RESTAURADO TO DTB-ULTIMA-GERACAO
               OPEN OUTPUT CONTROLE-DISTRIBUICAO
               WRITE REG-DISTRIB
               CLOSE CONTROLE-DISTRIBUICAO
               EXIT.

           RETIRA-ENVIOS.
               OPEN INPUT LIVRO-ENVIOS
               IF STATUS-ENVIOS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT ENVIOS-TEMP
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM LE-ENVIO
               PERFORM UNTIL FIM-ARQUIVO-SIM
                   ADD 1 TO LIDOS-ENVIOS
                   IF ENV-CORTE-FINAL >= MENOR-GERACAO-DESFEITA
                       AND NOT ENV-CANAL-EXPRESSO
                       PERFORM RETIRA-ENVIO
                   ELSE
                       MOVE REG-ENVIO TO REG-ENVIO-TEMP
                       WRITE REG-ENVIO-TEMP
                   END-IF
                   PERFORM LE-ENVIO
               END-PERFORM
               CLOSE LIVRO-ENVIOS ENVIOS-TEMP
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-ENV-TEMP
                   NOME-ARQ-ENVIOS
               IF RETURN-CODE NOT = 0
                   DISPLAY "Falha ao substituir "
                       FUNCTION TRIM(NOME-ARQ-ENVIOS)
                       " - registros mantidos preservados em "
                       FUNCTION TRIM(NOME-ARQ-ENV-TEMP)
               END-IF
               EXIT.

           RETIRA-ENVIO.
               IF RETIRADOS-ENVIOS = 0
                   OR ENV-CORTE-ANTERIOR < CORTE-RESTAURADO
                   MOVE ENV-CORTE-ANTERIOR TO CORTE-RESTAURADO
               END-IF
               ADD 1 TO RETIRADOS-ENVIOS
               MOVE SPACES TO REG-DESFAZ
               MOVE NOME-ARQ-ENVIOS TO DFZ-ARQUIVO
               MOVE REG-ENVIO TO DFZ-REGISTRO
               PERFORM ARQUIVA-REGISTRO
               IF RETIRADOS-ENVIOS = 1
                   DISPLAY "Entregas retiradas de ENVIOS.DAT (avisar "
                       "o departamento para descartar o arquivo):"
               END-IF
               DISPLAY "  " ENV-DEPARTAMENTO " extracao "
                   ENV-DATA-EXTRACAO " enviada em " ENV-DATA-ENVIO
                   " detalhes " ENV-QTD-DETALHES " situacao "
                   ENV-SITUACAO
               EXIT.

           LE-ENVIO.
               READ LIVRO-ENVIOS
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ.
               EXIT.

      *    Ultima noite do livro: o reprocessamento comeca do
      *    primeiro registro, e nao do checkpoint da execucao
      *    desfeita.
           ZERA-CHECKPOINTS.
               MOVE PAR-ARQ-CHECKPOINT TO NOME-ARQ-CHECKPOINT
               PERFORM ZERA-CHECKPOINT
               PERFORM VARYING FLUXO-ATUAL FROM 1 BY 1
               UNTIL FLUXO-ATUAL > 9
                   MOVE FLUXO-ATUAL TO DIGITO-FLUXO
                   MOVE SPACES TO NOME-ARQ-CHECKPOINT
                   STRING "CHKPT" DIGITO-FLUXO ".DAT"
                       DELIMITED BY SIZE INTO NOME-ARQ-CHECKPOINT
                   PERFORM ZERA-CHECKPOINT
               END-PERFORM
               EXIT.

           ZERA-CHECKPOINT.
               OPEN INPUT ARQUIVO-CHECKPOINT
               IF STATUS-CHECKPOINT NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO CKP-ULTIMO-REGISTRO
               READ ARQUIVO-CHECKPOINT
                   AT END
                       MOVE 0 TO CKP-ULTIMO-REGISTRO
               END-READ
               CLOSE ARQUIVO-CHECKPOINT
               IF CKP-ULTIMO-REGISTRO NOT NUMERIC
                   OR CKP-ULTIMO-REGISTRO = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO REG-DESFAZ
               MOVE NOME-ARQ-CHECKPOINT TO DFZ-ARQUIVO
               MOVE REG-CHECKPOINT TO DFZ-REGISTRO
               PERFORM ARQUIVA-REGISTRO
               MOVE 0 TO CKP-ULTIMO-REGISTRO
               MOVE 0 TO CKP-TOTAL-PROCESSADOS
               MOVE 0 TO CKP-TOTAL-PRIMOS
               MOVE 0 TO CKP-TOTAL-REJEITADOS
               OPEN OUTPUT ARQUIVO-CHECKPOINT
               WRITE REG-CHECKPOINT
               CLOSE ARQUIVO-CHECKPOINT
               ADD 1 TO CHECKPOINTS-ZERADOS
               EXIT.

      *    Resumo de instancia que o MESCLA ainda nao somou e da
      *    execucao desfeita; esvaziado como o MESCLA faz.
           ESVAZIA-RESUMOS.
               PERFORM VARYING FLUXO-ATUAL FROM 1 BY 1
               UNTIL FLUXO-ATUAL > 9
                   MOVE FLUXO-ATUAL TO DIGITO-FLUXO
                   MOVE SPACES TO NOME-ARQ-RESUMO
                   STRING "RESUMO" DIGITO-FLUXO ".DAT"
                       DELIMITED BY SIZE INTO NOME-ARQ-RESUMO
                   PERFORM ESVAZIA-RESUMO
               END-PERFORM
               EXIT.

           ESVAZIA-RESUMO.
               OPEN INPUT ARQUIVO-RESUMO
               IF STATUS-RESUMO NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ARQUIVO
               READ ARQUIVO-RESUMO
                   AT END
                       SET FIM-ARQUIVO-SIM TO TRUE
               END-READ
               CLOSE ARQUIVO-RESUMO
               IF FIM-ARQUIVO-SIM
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO REG-DESFAZ
               MOVE NOME-ARQ-RESUMO TO DFZ-ARQUIVO
               MOVE REG-RESUMO TO DFZ-REGISTRO
               PERFORM ARQUIVA-REGISTRO
               OPEN OUTPUT ARQUIVO-RESUMO
               CLOSE ARQUIVO-RESUMO
               ADD 1 TO RESUMOS-ESVAZIADOS
               EXIT.

           APRESENTA-DESFAZIMENTO.
               DISPLAY "==============================================="
               DISPLAY "Desfazimento de execucao - noite de "
                   ABERTURA-DA-NOITE " a "
                   WITH NO ADVANCING
               IF FECHAMENTO-DA-NOITE = SEM-FECHAMENTO
                   DISPLAY "(ultima noite)"
               ELSE
                   DISPLAY FECHAMENTO-DA-NOITE " (exclusive)"
               END-IF
               IF NOT ABERTURA-PELO-LIVRO-SIM
                   DISPLAY "  (sem inicio de VALIDA-ENTRADA no livro "
                       "- janela pelo calendario/controle)"
               END-IF
               DISPLAY "Registros desfeitos guardados em "
                   FUNCTION TRIM(NOME-ARQ-DESFAZ) ": "
                   TOTAL-ARQUIVADOS
               DISPLAY "-----------------------------------------------"
               DISPLAY FUNCTION TRIM(NOME-ARQ-REL-VIVO) ":"
               DISPLAY "  Lidos..............: " LIDOS-RELATORIO
               DISPLAY "  Desfeitos..........: " DESFEITOS-RELATORIO
               DISPLAY FUNCTION TRIM(NOME-ARQ-AUD-VIVO) ":"
               DISPLAY "  Lidos..............: " LIDOS-AUDITORIA
               DISPLAY "  Desfeitos..........: " DESFEITOS-AUDITORIA
               DISPLAY "CONTROLE.DAT:"
               DISPLAY "  Lidos..............: " LIDOS-CONTROLE
               DISPLAY "  Desfeitos..........: " DESFEITOS-CONTROLE
               DISPLAY "Parciais de instancia nao mesclados:"
               DISPLAY "  RELPARCn desfeitos.: " DESFEITOS-REL-PARCIAL
               DISPLAY "  AUDPARCn desfeitos.: " DESFEITOS-AUD-PARCIAL
               DISPLAY "  CONTROLEn desfeitos: " DESFEITOS-CTL-PARCIAL
               DISPLAY "LIVRO.DAT:"
               DISPLAY "  Lidos..............: " LIDOS-LIVRO
               DISPLAY "  Eventos desfeitos..: " DESFEITOS-LIVRO
               DISPLAY "RASTREIO.MST:"
               DISPLAY "  Lidos..............: " LIDOS-RASTREIO
               DISPLAY "  Volta a nao proces.: " REPOSTOS-RASTREIO
               DISPLAY "DISTRIB.DAT / ENVIOS.DAT:"
               IF DISTRIBUICAO-ATINGIDA-SIM
                   DISPLAY "  Corte anterior.....: " CORTE-DISTRIBUICAO
                   DISPLAY "  Corte restaurado...: " CORTE-RESTAURADO
                   DISPLAY "  Entregas retiradas.: " RETIRADOS-ENVIOS
               ELSE
                   DISPLAY "  Nenhuma linha desfeita foi distribuida "
                       "- corte mantido."
               END-IF
               IF NOITE-POSTERIOR-SIM
                   DISPLAY "Checkpoints e resumos de instancia nao "
                       "tocados: ha noite posterior no livro."
               ELSE
                   DISPLAY "Checkpoints zerados..: " CHECKPOINTS-ZERADOS
                   DISPLAY "Resumos esvaziados...: " RESUMOS-ESVAZIADOS
               END-IF
               PERFORM APRESENTA-CONFERENCIA
               DISPLAY "==============================================="
               EXIT.

      *    Mesma conta de BALANCO-EXECUCOES, agora sobre o que saiu:
      *    relatorio = processados - rejeitados, auditoria =
      *    processados. Execucao interrompida nao deixou controle, e
      *    as linhas dela saem sem contrapartida.
           APRESENTA-CONFERENCIA.
               DISPLAY "-----------------------------------------------"
               COMPUTE ESPERADO-RELATORIO =
                   PROCESSADOS-DESFEITOS - REJEITADOS-DESFEITOS
               COMPUTE LINHAS-REL-DESFEITAS =
                   DESFEITOS-RELATORIO + DESFEITOS-REL-PARCIAL
               COMPUTE LINHAS-AUD-DESFEITAS =
                   DESFEITOS-AUDITORIA + DESFEITOS-AUD-PARCIAL
               DISPLAY "Conferencia com os controles desfeitos:"
               DISPLAY "  relatorio esperado/desfeito: "
                   ESPERADO-RELATORIO " / " LINHAS-REL-DESFEITAS
               DISPLAY "  auditoria esperado/desfeito: "
                   PROCESSADOS-DESFEITOS " / " LINHAS-AUD-DESFEITAS
               IF ESPERADO-RELATORIO = LINHAS-REL-DESFEITAS
                   AND PROCESSADOS-DESFEITOS = LINHAS-AUD-DESFEITAS
                   DISPLAY "  situacao: EM BALANCO"
               ELSE
                   DISPLAY "  situacao: diferenca de execucao "
                       "interrompida ou de instancias paralelas "
                       "(ver BALANCO-EXECUCOES)"
               END-IF
               IF NOITE-POSTERIOR-SIM
                   DISPLAY "Ha noite posterior no livro: reexecutar "
                       "esta exige nova critica."
               ELSE
                   DISPLAY "Reexecute o driver (e MESCLA/BALANCO); a "
                       "critica e a particao da noite continuam "
                       "valendo."
               END-IF
               EXIT.
       END PROGRAM DESFAZ-EXECUCAO.
