      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Recepcao das confirmacoes de recebimento devolvidas
      *          pelos departamentos. Para cada departamento com
      *          distribuicao aguardando confirmacao em ENVIOS.DAT, le
      *          o CONF<dep>.DAT que ele tiver mandado, casa cada
      *          linha com a distribuicao que ela responde (departamento
      *          + data da extracao do cabecalho) e marca a
      *          distribuicao como recebida quando a contagem do
      *          totalizador e a contagem carregada batem com a que foi
      *          enviada, ou como rejeitada quando nao batem - caso em
      *          que o arquivo deve ser regerado (DISTRIBUI-RESPOSTAS
      *          com REGERA_DEPTO e REGERA_EXTRACAO). ENVIOS.DAT e
      *          regravado por temporario e CBL_RENAME_FILE, e cada
      *          CONF<dep>.DAT lido e guardado como
      *          CONF<dep>-<data/hora>.DAT para nao ser lido de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMA-RECEBIMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRO-ENVIOS ASSIGN TO "ENVIOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENVIOS.
           SELECT ENVIOS-TEMP ASSIGN TO "ENVIOS.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENVIOS-TEMP.
           SELECT ARQUIVO-CONFIRMACAO ASSIGN USING NOME-ARQ-CONFIRMACAO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-CONFIRMACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVRO-ENVIOS.
           COPY 'ENVIO.cpy'.

      *    X(102) casa com o tamanho de REG-ENVIO em ENVIO.cpy; os
      *    dois precisam mudar juntos.
       FD  ENVIOS-TEMP.
       01  REG-ENVIO-TEMP          PIC X(102).

       FD  ARQUIVO-CONFIRMACAO.
           COPY 'CONFIRMA.cpy'.

       WORKING-STORAGE SECTION.
       01  STATUS-ENVIOS           PIC X(02).
       01  STATUS-ENVIOS-TEMP      PIC X(02).
       01  STATUS-CONFIRMACAO      PIC X(02).
       01  NOME-ARQ-ENVIOS         PIC X(30) VALUE "ENVIOS.DAT".
       01  NOME-ARQ-ENV-TEMP       PIC X(30) VALUE "ENVIOS.TMP".
       01  NOME-ARQ-CONFIRMACAO    PIC X(30).
       01  NOME-ARQ-GUARDADO       PIC X(30).

       01  FIM-ENVIOS              PIC X(01).
           88 FIM-ENVIOS-SIM                VALUE 'S'.
       01  FIM-CONFIRMACOES        PIC X(01).
           88 FIM-CONFIRMACOES-SIM          VALUE 'S'.
       01  ENVIOS-REGRAVADO        PIC X(01) VALUE 'N'.
           88 ENVIOS-REGRAVADO-SIM          VALUE 'S'.

       01  DATA-RECEPCAO           PIC X(14).

      *    Departamentos com distribuicao aguardando confirmacao (ou
      *    rejeitada, esperando o arquivo regerado). Mesma capacidade
      *    do cadastro de departamentos.
       01  DEPARTAMENTOS-MAX       PIC 9(03) VALUE 50.
       01  QTD-DEPARTAMENTOS       PIC 9(03) VALUE 0.
       01  DEPTOS-FORA             PIC 9(05) VALUE 0.
       01  TABELA-DEPARTAMENTOS.
           05  DPC-ENTRADA OCCURS 50 TIMES.
               10  DPC-CODIGO          PIC X(03).
               10  DPC-ARQUIVO-LIDO    PIC X(01).
       01  IDX-DEPARTAMENTO        PIC 9(03).

      *    Confirmacoes lidas nesta execucao. CFM-RESULTADO: R
      *    recebida, X contagem divergente, J distribuicao ja
      *    recebida antes, S substituida por outra linha posterior
      *    para a mesma distribuicao, D departamento da linha
      *    diferente do arquivo, I contagem invalida, branco sem
      *    distribuicao correspondente.
       01  CONFIRMACOES-MAX        PIC 9(03) VALUE 500.
       01  QTD-CONFIRMACOES        PIC 9(03) VALUE 0.
       01  CONFIRMACOES-FORA       PIC 9(05) VALUE 0.
       01  TABELA-CONFIRMACOES.
           05  CFM-ENTRADA OCCURS 500 TIMES.
               10  CFM-DEPARTAMENTO    PIC X(03).
               10  CFM-DATA-EXTRACAO   PIC X(14).
               10  CFM-QTD-TOTALIZADOR PIC 9(07).
               10  CFM-QTD-CARREGADA   PIC 9(07).
               10  CFM-QTD-ENVIADA     PIC 9(07).
               10  CFM-RESULTADO       PIC X(01).
       01  IDX-CONFIRMACAO         PIC 9(03).
       01  IDX-BUSCA               PIC 9(03).
       01  IDX-ACHADO              PIC 9(03).

       01  DESCRICAO-RESULTADO     PIC X(40).
       01  QTD-EDITADA-1           PIC Z(6)9.
       01  QTD-EDITADA-2           PIC Z(6)9.
       01  QTD-EDITADA-3           PIC Z(6)9.

       01  TOTAL-RECEBIDAS         PIC 9(05) VALUE 0.
       01  TOTAL-REJEITADAS        PIC 9(05) VALUE 0.
       01  TOTAL-SEM-ENVIO         PIC 9(05) VALUE 0.
       01  TOTAL-IGNORADAS         PIC 9(05) VALUE 0.
       01  TOTAL-ARQUIVOS          PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DATA-RECEPCAO.
           PERFORM LEVANTA-PENDENCIAS.
           IF QTD-DEPARTAMENTOS = 0
               DISPLAY "Nenhuma distribuicao aguardando confirmacao."
               STOP RUN
           END-IF.

           PERFORM VARYING IDX-DEPARTAMENTO FROM 1 BY 1
           UNTIL IDX-DEPARTAMENTO > QTD-DEPARTAMENTOS
               PERFORM LE-CONFIRMACOES-DEPARTAMENTO
           END-PERFORM.
           IF QTD-CONFIRMACOES = 0
               DISPLAY "Nenhuma confirmacao de recebimento chegou."
               STOP RUN
           END-IF.

           PERFORM APLICA-CONFIRMACOES.
           IF ENVIOS-REGRAVADO-SIM
               PERFORM GUARDA-ARQUIVOS-LIDOS
           END-IF.
           PERFORM APRESENTA-RECEPCAO.
           STOP RUN.

           LEVANTA-PENDENCIAS.
               OPEN INPUT LIVRO-ENVIOS
               IF STATUS-ENVIOS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-ENVIOS
               PERFORM LE-ENVIO
               PERFORM UNTIL FIM-ENVIOS-SIM
                   IF ENV-PENDENTE OR ENV-REJEITADO
                       PERFORM ANOTA-DEPARTAMENTO
                   END-IF
                   PERFORM LE-ENVIO
               END-PERFORM
               CLOSE LIVRO-ENVIOS
               IF DEPTOS-FORA > 0
                   DISPLAY "Aviso: " DEPTOS-FORA " distribuicao(oes) "
                       "de departamentos alem da capacidade ficam "
                       "sem conferencia nesta execucao."
               END-IF
               EXIT.

           LE-ENVIO.
               READ LIVRO-ENVIOS
                   AT END
                       SET FIM-ENVIOS-SIM TO TRUE
               END-READ.
               EXIT.

           ANOTA-DEPARTAMENTO.
               MOVE 0 TO IDX-ACHADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > QTD-DEPARTAMENTOS
                   IF DPC-CODIGO(IDX-BUSCA) = ENV-DEPARTAMENTO
                       MOVE IDX-BUSCA TO IDX-ACHADO
                   END-IF
               END-PERFORM
               IF IDX-ACHADO = 0
                   IF QTD-DEPARTAMENTOS < DEPARTAMENTOS-MAX
                       ADD 1 TO QTD-DEPARTAMENTOS
                       MOVE ENV-DEPARTAMENTO
                           TO DPC-CODIGO(QTD-DEPARTAMENTOS)
                       MOVE 'N' TO DPC-ARQUIVO-LIDO(QTD-DEPARTAMENTOS)
                   ELSE
                       ADD 1 TO DEPTOS-FORA
                   END-IF
               END-IF
               EXIT.

      *    Arquivo ausente (status 35) e o caso comum: o departamento
      *    ainda nao confirmou nada.
           LE-CONFIRMACOES-DEPARTAMENTO.
               MOVE SPACES TO NOME-ARQ-CONFIRMACAO
               STRING "CONF" FUNCTION TRIM(DPC-CODIGO(IDX-DEPARTAMENTO))
                   ".DAT" DELIMITED BY SIZE INTO NOME-ARQ-CONFIRMACAO
               OPEN INPUT ARQUIVO-CONFIRMACAO
               IF STATUS-CONFIRMACAO NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO DPC-ARQUIVO-LIDO(IDX-DEPARTAMENTO)
               ADD 1 TO TOTAL-ARQUIVOS
               MOVE 'N' TO FIM-CONFIRMACOES
               PERFORM LE-CONFIRMACAO
               PERFORM UNTIL FIM-CONFIRMACOES-SIM
                   IF REG-CONFIRMACAO NOT = SPACES
                       IF QTD-CONFIRMACOES < CONFIRMACOES-MAX
                           ADD 1 TO QTD-CONFIRMACOES
                           PERFORM SOBE-CONFIRMACAO
                       ELSE
                           ADD 1 TO CONFIRMACOES-FORA
                       END-IF
                   END-IF
                   PERFORM LE-CONFIRMACAO
               END-PERFORM
               CLOSE ARQUIVO-CONFIRMACAO
               EXIT.

           LE-CONFIRMACAO.
               READ ARQUIVO-CONFIRMACAO
                   AT END
                       SET FIM-CONFIRMACOES-SIM TO TRUE
               END-READ.
               EXIT.

      *    Contagem carregada em branco vale a do totalizador: o
      *    departamento so ecoou o que recebeu.
           SOBE-CONFIRMACAO.
               MOVE DPC-CODIGO(IDX-DEPARTAMENTO)
                   TO CFM-DEPARTAMENTO(QTD-CONFIRMACOES)
               MOVE CNF-DATA-EXTRACAO
                   TO CFM-DATA-EXTRACAO(QTD-CONFIRMACOES)
               MOVE 0 TO CFM-QTD-TOTALIZADOR(QTD-CONFIRMACOES)
               MOVE 0 TO CFM-QTD-CARREGADA(QTD-CONFIRMACOES)
               MOVE 0 TO CFM-QTD-ENVIADA(QTD-CONFIRMACOES)
               MOVE SPACE TO CFM-RESULTADO(QTD-CONFIRMACOES)
               IF CNF-QTD-CARREGADA = SPACES
                   MOVE CNF-QTD-TOTALIZADOR TO CNF-QTD-CARREGADA
               END-IF
               IF CNF-DEPARTAMENTO NOT = DPC-CODIGO(IDX-DEPARTAMENTO)
                   MOVE "D" TO CFM-RESULTADO(QTD-CONFIRMACOES)
                   EXIT PARAGRAPH
               END-IF
               IF CNF-QTD-TOTALIZADOR NOT NUMERIC
                   OR CNF-QTD-CARREGADA NOT NUMERIC
                   MOVE "I" TO CFM-RESULTADO(QTD-CONFIRMACOES)
                   EXIT PARAGRAPH
               END-IF
               MOVE CNF-QTD-TOTALIZADOR
                   TO CFM-QTD-TOTALIZADOR(QTD-CONFIRMACOES)
               MOVE CNF-QTD-CARREGADA
                   TO CFM-QTD-CARREGADA(QTD-CONFIRMACOES)
               EXIT.

      *    ENVIOS.DAT e relido inteiro; cada distribuicao procura a
      *    ultima confirmacao que a responde (as anteriores ficam como
      *    substituidas) e recebe a situacao nova.
           APLICA-CONFIRMACOES.
               OPEN INPUT LIVRO-ENVIOS
               IF STATUS-ENVIOS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT ENVIOS-TEMP
               MOVE 'N' TO FIM-ENVIOS
               PERFORM LE-ENVIO
               PERFORM UNTIL FIM-ENVIOS-SIM
                   PERFORM CONFERE-ENVIO
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
                       "livro de envios preservado em ENVIOS.TMP; "
                       "as confirmacoes ficam para a proxima execucao."
               ELSE
                   MOVE 'S' TO ENVIOS-REGRAVADO
               END-IF
               EXIT.

           CONFERE-ENVIO.
               MOVE 0 TO IDX-ACHADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > QTD-CONFIRMACOES
                   IF CFM-DEPARTAMENTO(IDX-BUSCA) = ENV-DEPARTAMENTO
                       AND CFM-DATA-EXTRACAO(IDX-BUSCA)
                           = ENV-DATA-EXTRACAO
                       AND CFM-RESULTADO(IDX-BUSCA) = SPACE
                       IF IDX-ACHADO > 0
                           MOVE "S" TO CFM-RESULTADO(IDX-ACHADO)
                       END-IF
                       MOVE IDX-BUSCA TO IDX-ACHADO
                   END-IF
               END-PERFORM
               IF IDX-ACHADO = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE ENV-QTD-DETALHES TO CFM-QTD-ENVIADA(IDX-ACHADO)
               IF ENV-RECEBIDO
                   MOVE "J" TO CFM-RESULTADO(IDX-ACHADO)
                   EXIT PARAGRAPH
               END-IF
               MOVE DATA-RECEPCAO TO ENV-DATA-CONFIRMACAO
               MOVE CFM-QTD-CARREGADA(IDX-ACHADO) TO ENV-QTD-CONFIRMADA
               IF CFM-QTD-TOTALIZADOR(IDX-ACHADO) = ENV-QTD-DETALHES
                   AND CFM-QTD-CARREGADA(IDX-ACHADO) = ENV-QTD-DETALHES
                   SET ENV-RECEBIDO TO TRUE
                   MOVE "R" TO CFM-RESULTADO(IDX-ACHADO)
               ELSE
                   SET ENV-REJEITADO TO TRUE
                   MOVE "X" TO CFM-RESULTADO(IDX-ACHADO)
               END-IF
               EXIT.

           GUARDA-ARQUIVOS-LIDOS.
               PERFORM VARYING IDX-DEPARTAMENTO FROM 1 BY 1
               UNTIL IDX-DEPARTAMENTO > QTD-DEPARTAMENTOS
                   IF DPC-ARQUIVO-LIDO(IDX-DEPARTAMENTO) = 'S'
                       PERFORM GUARDA-ARQUIVO-LIDO
                   END-IF
               END-PERFORM
               EXIT.

           GUARDA-ARQUIVO-LIDO.
               MOVE SPACES TO NOME-ARQ-CONFIRMACAO
               STRING "CONF" FUNCTION TRIM(DPC-CODIGO(IDX-DEPARTAMENTO))
                   ".DAT" DELIMITED BY SIZE INTO NOME-ARQ-CONFIRMACAO
               MOVE SPACES TO NOME-ARQ-GUARDADO
               STRING "CONF" FUNCTION TRIM(DPC-CODIGO(IDX-DEPARTAMENTO))
                   "-" DATA-RECEPCAO ".DAT"
                   DELIMITED BY SIZE INTO NOME-ARQ-GUARDADO
               CALL "CBL_RENAME_FILE" USING NOME-ARQ-CONFIRMACAO
                   NOME-ARQ-GUARDADO
               IF RETURN-CODE NOT = 0
                   DISPLAY "Aviso: nao foi possivel guardar "
                       FUNCTION TRIM(NOME-ARQ-CONFIRMACAO)
                       " - retire o arquivo antes da proxima execucao."
               END-IF
               EXIT.

           APRESENTA-RECEPCAO.
               DISPLAY "==============================================="
               DISPLAY "Recepcao de confirmacoes - " DATA-RECEPCAO
               DISPLAY "Depto Extracao        Totaliz. Carreg.  "
                   "Enviado  Resultado"
               DISPLAY "-----------------------------------------------"
               PERFORM VARYING IDX-CONFIRMACAO FROM 1 BY 1
               UNTIL IDX-CONFIRMACAO > QTD-CONFIRMACOES
                   PERFORM EMITE-LINHA-CONFIRMACAO
               END-PERFORM
               DISPLAY "-----------------------------------------------"
               DISPLAY "Arquivos de confirmacao lidos: " TOTAL-ARQUIVOS
               DISPLAY "Distribuicoes recebidas......: " TOTAL-RECEBIDAS
               DISPLAY "Distribuicoes rejeitadas.....: "
                   TOTAL-REJEITADAS
               DISPLAY "Confirmacoes sem distribuicao: " TOTAL-SEM-ENVIO
               DISPLAY "Confirmacoes ignoradas.......: " TOTAL-IGNORADAS
               IF CONFIRMACOES-FORA > 0
                   DISPLAY "Aviso: " CONFIRMACOES-FORA " linha(s) de "
                       "confirmacao alem da capacidade nao foram "
                       "conferidas; reenvie-as na proxima execucao."
               END-IF
               IF TOTAL-REJEITADAS > 0
                   DISPLAY "Distribuicoes rejeitadas devem ser "
                       "regeradas por DISTRIBUI-RESPOSTAS com "
                       "REGERA_DEPTO e REGERA_EXTRACAO."
               END-IF
               IF NOT ENVIOS-REGRAVADO-SIM
                   DISPLAY "ENVIOS.DAT nao foi atualizado - nenhuma "
                       "situacao acima foi gravada."
               END-IF
               DISPLAY "==============================================="
               EXIT.

           EMITE-LINHA-CONFIRMACAO.
               EVALUATE CFM-RESULTADO(IDX-CONFIRMACAO)
                   WHEN "R"
                       MOVE "RECEBIDA" TO DESCRICAO-RESULTADO
                       ADD 1 TO TOTAL-RECEBIDAS
                   WHEN "X"
                       MOVE "REJEITADA - CONTAGEM NAO CONFERE"
                           TO DESCRICAO-RESULTADO
                       ADD 1 TO TOTAL-REJEITADAS
                   WHEN "J"
                       MOVE "IGNORADA - JA RECEBIDA ANTES"
                           TO DESCRICAO-RESULTADO
                       ADD 1 TO TOTAL-IGNORADAS
                   WHEN "S"
                       MOVE "IGNORADA - SUBSTITUIDA POR LINHA NOVA"
                           TO DESCRICAO-RESULTADO
                       ADD 1 TO TOTAL-IGNORADAS
                   WHEN "D"
                       MOVE "IGNORADA - DEPTO DIFERENTE DO ARQUIVO"
                           TO DESCRICAO-RESULTADO
                       ADD 1 TO TOTAL-IGNORADAS
                   WHEN "I"
                       MOVE "IGNORADA - CONTAGEM INVALIDA"
                           TO DESCRICAO-RESULTADO
                       ADD 1 TO TOTAL-IGNORADAS
                   WHEN OTHER
                       MOVE "SEM DISTRIBUICAO CORRESPONDENTE"
                           TO DESCRICAO-RESULTADO
                       ADD 1 TO TOTAL-SEM-ENVIO
               END-EVALUATE
               MOVE CFM-QTD-TOTALIZADOR(IDX-CONFIRMACAO)
                   TO QTD-EDITADA-1
               MOVE CFM-QTD-CARREGADA(IDX-CONFIRMACAO) TO QTD-EDITADA-2
               MOVE CFM-QTD-ENVIADA(IDX-CONFIRMACAO) TO QTD-EDITADA-3
               DISPLAY CFM-DEPARTAMENTO(IDX-CONFIRMACAO) "   "
                   CFM-DATA-EXTRACAO(IDX-CONFIRMACAO) "  "
                   QTD-EDITADA-1 "  " QTD-EDITADA-2 "  "
                   QTD-EDITADA-3 "  "
                   FUNCTION TRIM(DESCRICAO-RESULTADO)
               EXIT.
       END PROGRAM CONFIRMA-RECEBIMENTO.
