      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Pre-carga do mestre FATORES.MST fora do horario
      *          noturno: um crivo segmentado fatora em primos todos
      *          os numeros de uma faixa (por padrao de 2 ate
      *          PAR-FATOR-MAXIMO; ou PRECARGA_INICIO a PRECARGA_FIM)
      *          e grava ou renova a entrada de cada um no layout de
      *          MESTRE.cpy, para que o FATORADOR ache no mestre o que
      *          hoje ainda custa divisao experimental dentro da janela
      *          batch. Entrada ja existente tem so os fatores
      *          renovados: contador e data do ultimo acerto e a origem
      *          ficam como estao; entrada nova nasce com MST-ORIGEM
      *          "P" e sem acertos.
      *          O crivo trabalha em segmentos de SEGMENTO-MAX numeros
      *          com os primos-base ate a raiz do fim da faixa; a
      *          tabela de primos-base vai ate 1.000.000, entao a
      *          faixa e limitada a FIM-SUPORTADO (10^12) - acima dela
      *          os numeros seguem calculados sob demanda pelo
      *          FATORADOR.
      *          Apos cada segmento o ponto de parada e gravado em
      *          PRECARGA.CKP; com PRECARGA_ATE (AAAAMMDDHHMM) o job
      *          para ao passar desse horario (fim da janela do fim de
      *          semana) e a proxima execucao com a mesma faixa
      *          continua de onde parou. Faixa concluida limpa o
      *          checkpoint. Ao final, o job apresenta a cobertura da
      *          faixa, para ser lida ao lado do resumo de eficacia do
      *          UTILITARIO-MESTRE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECARGA-MESTRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATORES-MESTRE ASSIGN TO "FATORES.MST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-NUMERO
               FILE STATUS IS STATUS-MESTRE.
           SELECT ARQUIVO-CHECKPOINT ASSIGN TO "PRECARGA.CKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-CHECKPOINT.

       DATA DIVISION.
       FILE SECTION.
       FD  FATORES-MESTRE.
           COPY 'MESTRE.cpy'.

       FD  ARQUIVO-CHECKPOINT.
       01  REG-CHECKPOINT.
           05  CKP-INICIO-FAIXA           PIC 9(15).
           05  CKP-FIM-FAIXA              PIC 9(15).
           05  CKP-PROXIMO-NUMERO         PIC 9(15).
           05  CKP-TOTAL-NOVAS            PIC 9(15).
           05  CKP-TOTAL-RENOVADAS        PIC 9(15).
           05  CKP-TIMESTAMP              PIC X(14).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-MESTRE           PIC X(02).
       01  STATUS-CHECKPOINT       PIC X(02).

      *    FIM-SUPORTADO e o quadrado de PRIMO-BASE-LIMITE: os primos-
      *    base guardados so fatoram por completo ate ele.
       01  FIM-SUPORTADO           PIC 9(15) VALUE 1000000000000.
       01  PRIMO-BASE-LIMITE       PIC 9(07) VALUE 1000000.
      *    SEGMENTO-MAX casa com o OCCURS 2000 de SEG-NUMERO; os dois
      *    precisam mudar juntos.
       01  SEGMENTO-MAX            PIC 9(05) VALUE 2000.
      *    MESTRE-TABELA-MAX casa com o OCCURS 50 de MST-TABELA-FATORES
      *    em MESTRE.cpy e de SEG-FATOR abaixo.
       01  MESTRE-TABELA-MAX       PIC 9(03) VALUE 50.

       01  ENTRADA-AMBIENTE        PIC X(15).
       01  ENTRADA-ALINHADA        PIC X(15) JUSTIFIED RIGHT.
       01  JANELA-FIM              PIC X(12) VALUE SPACES.

       01  INICIO-FAIXA            PIC 9(15).
       01  FIM-FAIXA               PIC 9(15).
       01  PROXIMO-NUMERO          PIC 9(15).
       01  SEG-INICIO              PIC 9(15).
       01  SEG-FIM                 PIC 9(15).
       01  SEG-TAMANHO             PIC 9(05).
       01  QUOCIENTE               PIC 9(15).
       01  PRIMEIRO-MULTIPLO       PIC 9(15).
       01  PRIMEIRA-POSICAO        PIC 9(15).

       01  JANELA-ENCERRADA        PIC X(01) VALUE 'N'.
           88 JANELA-ENCERRADA-SIM          VALUE 'S'.
       01  FIM-PRIMOS-SEGMENTO     PIC X(01).
           88 FIM-PRIMOS-SEGMENTO-SIM       VALUE 'S'.
       01  ENTRADA-EXISTENTE       PIC X(01).
           88 ENTRADA-EXISTENTE-SIM         VALUE 'S'.

      *    Crivo de Eratostenes dos primos-base: 'S' marca composto.
       01  LIMITE-BASE             PIC 9(07).
       01  CANDIDATO-BASE          PIC 9(07).
       01  MULTIPLO-BASE           PIC 9(13).
       01  CRIVO-BASE.
           05  MARCA-COMPOSTO      PIC X(01) OCCURS 1000000 TIMES.
      *    OCCURS 78498 e a quantidade de primos ate 1.000.000.
       01  QTD-PRIMOS-BASE         PIC 9(05).
       01  IDX-PRIMO               PIC 9(05).
       01  PRIMO-DA-VEZ            PIC 9(07).
       01  TABELA-PRIMOS-BASE.
           05  PRIMO-BASE          PIC 9(07) OCCURS 78498 TIMES.

      *    Um segmento do crivo: para cada numero, o que ainda resta
      *    dividir e os fatores primos ja extraidos, em ordem
      *    crescente como o FATORADOR grava.
       01  TABELA-SEGMENTO.
           05  SEG-NUMERO OCCURS 2000 TIMES.
               10  SEG-RESTO       PIC 9(15).
               10  SEG-QTD         PIC 9(03).
               10  SEG-FATOR       PIC 9(15) OCCURS 50 TIMES.
       01  IDX-SEG                 PIC 9(15).
       01  IDX-FATOR               PIC 9(03).

       01  NUMEROS-NA-FAIXA        PIC 9(15).
       01  NUMEROS-COBERTOS        PIC 9(15).
       01  NUMEROS-NESTA-EXECUCAO  PIC 9(15) VALUE 0.
       01  NOVAS-NESTA-EXECUCAO    PIC 9(15) VALUE 0.
       01  RENOVADAS-NESTA-EXECUCAO PIC 9(15) VALUE 0.
       01  TOTAL-NOVAS             PIC 9(15) VALUE 0.
       01  TOTAL-RENOVADAS         PIC 9(15) VALUE 0.
       01  TAXA-COBERTURA          PIC 9(03)V9.
       01  TAXA-EDITADA            PIC Z(2)9.9.
       01  NUMERO-EDITADO          PIC Z(14)9.

       PROCEDURE DIVISION.
           DISPLAY "=== Pre-carga do mestre FATORES.MST ===".
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           PERFORM DEFINE-FAIXA.
           PERFORM RECUPERA-CHECKPOINT.
           IF PROXIMO-NUMERO > FIM-FAIXA
               DISPLAY "Nada a fazer na faixa informada."
               STOP RUN
           END-IF.

           OPEN I-O FATORES-MESTRE.
           IF STATUS-MESTRE = "35"
               OPEN OUTPUT FATORES-MESTRE
               CLOSE FATORES-MESTRE
               OPEN I-O FATORES-MESTRE
           END-IF.
           IF STATUS-MESTRE NOT = "00"
               DISPLAY "FATORES.MST indisponivel (status "
                   STATUS-MESTRE ") - pre-carga cancelada."
               STOP RUN
           END-IF.

           PERFORM GERA-PRIMOS-BASE.
           PERFORM UNTIL PROXIMO-NUMERO > FIM-FAIXA
                   OR JANELA-ENCERRADA-SIM
               PERFORM PROCESSA-SEGMENTO
               PERFORM GRAVA-CHECKPOINT
               PERFORM VERIFICA-JANELA
           END-PERFORM.
           CLOSE FATORES-MESTRE.

           IF PROXIMO-NUMERO > FIM-FAIXA
               PERFORM LIMPA-CHECKPOINT
           END-IF.
           PERFORM APRESENTA-COBERTURA.
           STOP RUN.

      *    Faixa e janela vem do ambiente; sem elas vale a faixa
      *    inteira aceita pelo FATORADOR, limitada a FIM-SUPORTADO.
           DEFINE-FAIXA.
               MOVE 2 TO INICIO-FAIXA
               MOVE PAR-FATOR-MAXIMO TO FIM-FAIXA
               MOVE SPACES TO ENTRADA-AMBIENTE
               ACCEPT ENTRADA-AMBIENTE FROM ENVIRONMENT
                   "PRECARGA_INICIO"
               IF ENTRADA-AMBIENTE NOT = SPACES
                   PERFORM ALINHA-ENTRADA
                   MOVE ENTRADA-ALINHADA TO INICIO-FAIXA
               END-IF
               MOVE SPACES TO ENTRADA-AMBIENTE
               ACCEPT ENTRADA-AMBIENTE FROM ENVIRONMENT "PRECARGA_FIM"
               IF ENTRADA-AMBIENTE NOT = SPACES
                   PERFORM ALINHA-ENTRADA
                   MOVE ENTRADA-ALINHADA TO FIM-FAIXA
               END-IF
               ACCEPT JANELA-FIM FROM ENVIRONMENT "PRECARGA_ATE"
               IF JANELA-FIM NOT = SPACES AND JANELA-FIM NOT NUMERIC
                   DISPLAY "PRECARGA_ATE deve ser informado como "
                       "AAAAMMDDHHMM."
                   STOP RUN
               END-IF

               IF INICIO-FAIXA < 2
                   MOVE 2 TO INICIO-FAIXA
               END-IF
               IF FIM-FAIXA > PAR-FATOR-MAXIMO
                   MOVE PAR-FATOR-MAXIMO TO FIM-FAIXA
                   MOVE FIM-FAIXA TO NUMERO-EDITADO
                   DISPLAY "Fim da faixa limitado ao maximo aceito "
                       "pelo FATORADOR: "
                       FUNCTION TRIM(NUMERO-EDITADO)
               END-IF
               IF FIM-FAIXA > FIM-SUPORTADO
                   MOVE FIM-SUPORTADO TO FIM-FAIXA
                   MOVE FIM-FAIXA TO NUMERO-EDITADO
                   DISPLAY "Fim da faixa limitado a "
                       FUNCTION TRIM(NUMERO-EDITADO)
                       "; acima disso os numeros seguem calculados "
                       "sob demanda pelo FATORADOR."
               END-IF
               IF INICIO-FAIXA > FIM-FAIXA
                   DISPLAY "Faixa invalida: inicio maior que o fim."
                   STOP RUN
               END-IF
               MOVE INICIO-FAIXA TO PROXIMO-NUMERO
               EXIT.

           ALINHA-ENTRADA.
               MOVE FUNCTION TRIM(ENTRADA-AMBIENTE) TO ENTRADA-ALINHADA
               INSPECT ENTRADA-ALINHADA REPLACING LEADING SPACES
                   BY ZEROS
               IF ENTRADA-ALINHADA NOT NUMERIC
                   DISPLAY "PRECARGA_INICIO e PRECARGA_FIM devem ser "
                       "numericos (ate 15 digitos)."
                   STOP RUN
               END-IF
               EXIT.

      *    Checkpoint de outra faixa nao e aproveitado: a faixa nova
      *    comeca do inicio e o checkpoint passa a ser dela.
           RECUPERA-CHECKPOINT.
               OPEN INPUT ARQUIVO-CHECKPOINT
               IF STATUS-CHECKPOINT = "00"
                   READ ARQUIVO-CHECKPOINT
                       NOT AT END
                           IF CKP-INICIO-FAIXA = INICIO-FAIXA
                               AND CKP-FIM-FAIXA = FIM-FAIXA
                               AND CKP-PROXIMO-NUMERO > INICIO-FAIXA
                               MOVE CKP-PROXIMO-NUMERO
                                   TO PROXIMO-NUMERO
                               MOVE CKP-TOTAL-NOVAS TO TOTAL-NOVAS
                               MOVE CKP-TOTAL-RENOVADAS
                                   TO TOTAL-RENOVADAS
                               MOVE PROXIMO-NUMERO TO NUMERO-EDITADO
                               DISPLAY "Retomando a faixa a partir de "
                                   FUNCTION TRIM(NUMERO-EDITADO)
                                   " (checkpoint de " CKP-TIMESTAMP
                                   ")."
                           ELSE
                               IF CKP-PROXIMO-NUMERO > 0
                                   DISPLAY "Checkpoint de outra faixa "
                                       "(" CKP-INICIO-FAIXA " a "
                                       CKP-FIM-FAIXA ") descartado."
                               END-IF
                           END-IF
                   END-READ
                   CLOSE ARQUIVO-CHECKPOINT
               END-IF
               EXIT.

           GRAVA-CHECKPOINT.
               MOVE INICIO-FAIXA TO CKP-INICIO-FAIXA
               MOVE FIM-FAIXA TO CKP-FIM-FAIXA
               MOVE PROXIMO-NUMERO TO CKP-PROXIMO-NUMERO
               MOVE TOTAL-NOVAS TO CKP-TOTAL-NOVAS
               MOVE TOTAL-RENOVADAS TO CKP-TOTAL-RENOVADAS
               MOVE FUNCTION CURRENT-DATE(1:14) TO CKP-TIMESTAMP
               OPEN OUTPUT ARQUIVO-CHECKPOINT
               WRITE REG-CHECKPOINT
               CLOSE ARQUIVO-CHECKPOINT
               EXIT.

           LIMPA-CHECKPOINT.
               MOVE 0 TO CKP-INICIO-FAIXA
               MOVE 0 TO CKP-FIM-FAIXA
               MOVE 0 TO CKP-PROXIMO-NUMERO
               MOVE 0 TO CKP-TOTAL-NOVAS
               MOVE 0 TO CKP-TOTAL-RENOVADAS
               MOVE FUNCTION CURRENT-DATE(1:14) TO CKP-TIMESTAMP
               OPEN OUTPUT ARQUIVO-CHECKPOINT
               WRITE REG-CHECKPOINT
               CLOSE ARQUIVO-CHECKPOINT
               EXIT.

           VERIFICA-JANELA.
               IF JANELA-FIM NOT = SPACES
                   IF FUNCTION CURRENT-DATE(1:12) >= JANELA-FIM
                       SET JANELA-ENCERRADA-SIM TO TRUE
                   END-IF
               END-IF
               EXIT.

      *    Primos ate a raiz do fim da faixa, que e o que o crivo
      *    segmentado precisa para fatorar cada numero por completo.
           GERA-PRIMOS-BASE.
               COMPUTE LIMITE-BASE =
                   FUNCTION INTEGER(FUNCTION SQRT(FIM-FAIXA)) + 1
               IF LIMITE-BASE > PRIMO-BASE-LIMITE
                   MOVE PRIMO-BASE-LIMITE TO LIMITE-BASE
               END-IF
               MOVE SPACES TO CRIVO-BASE
               MOVE 0 TO QTD-PRIMOS-BASE
               PERFORM VARYING CANDIDATO-BASE FROM 2 BY 1
                       UNTIL CANDIDATO-BASE > LIMITE-BASE
                   IF MARCA-COMPOSTO(CANDIDATO-BASE) NOT = 'S'
                       ADD 1 TO QTD-PRIMOS-BASE
                       MOVE CANDIDATO-BASE
                           TO PRIMO-BASE(QTD-PRIMOS-BASE)
                       PERFORM MARCA-MULTIPLOS-BASE
                   END-IF
               END-PERFORM
               EXIT.

           MARCA-MULTIPLOS-BASE.
               COMPUTE MULTIPLO-BASE = CANDIDATO-BASE * CANDIDATO-BASE
               PERFORM UNTIL MULTIPLO-BASE > LIMITE-BASE
                   MOVE 'S' TO MARCA-COMPOSTO(MULTIPLO-BASE)
                   ADD CANDIDATO-BASE TO MULTIPLO-BASE
               END-PERFORM
               EXIT.

      *    Cada primo-base divide, no segmento, so os seus multiplos;
      *    o que sobra acima de 1 depois de todos eles e um primo
      *    maior que a raiz e entra como ultimo fator.
           PROCESSA-SEGMENTO.
               MOVE PROXIMO-NUMERO TO SEG-INICIO
               COMPUTE SEG-FIM = SEG-INICIO + SEGMENTO-MAX - 1
               IF SEG-FIM > FIM-FAIXA
                   MOVE FIM-FAIXA TO SEG-FIM
               END-IF
               COMPUTE SEG-TAMANHO = SEG-FIM - SEG-INICIO + 1
               PERFORM VARYING IDX-SEG FROM 1 BY 1
                       UNTIL IDX-SEG > SEG-TAMANHO
                   COMPUTE SEG-RESTO(IDX-SEG) = SEG-INICIO + IDX-SEG - 1
                   MOVE 0 TO SEG-QTD(IDX-SEG)
               END-PERFORM
               MOVE 'N' TO FIM-PRIMOS-SEGMENTO
               PERFORM VARYING IDX-PRIMO FROM 1 BY 1
                       UNTIL IDX-PRIMO > QTD-PRIMOS-BASE
                       OR FIM-PRIMOS-SEGMENTO-SIM
                   MOVE PRIMO-BASE(IDX-PRIMO) TO PRIMO-DA-VEZ
                   IF PRIMO-DA-VEZ * PRIMO-DA-VEZ > SEG-FIM
                       MOVE 'S' TO FIM-PRIMOS-SEGMENTO
                   ELSE
                       PERFORM CRIVA-SEGMENTO
                   END-IF
               END-PERFORM
               PERFORM VARYING IDX-SEG FROM 1 BY 1
                       UNTIL IDX-SEG > SEG-TAMANHO
                   IF SEG-RESTO(IDX-SEG) > 1
                       ADD 1 TO SEG-QTD(IDX-SEG)
                       MOVE SEG-RESTO(IDX-SEG)
                           TO SEG-FATOR(IDX-SEG, SEG-QTD(IDX-SEG))
                   END-IF
                   PERFORM GRAVA-ENTRADA
               END-PERFORM
               ADD SEG-TAMANHO TO NUMEROS-NESTA-EXECUCAO
               COMPUTE PROXIMO-NUMERO = SEG-FIM + 1
               EXIT.

           CRIVA-SEGMENTO.
               COMPUTE QUOCIENTE =
                   (SEG-INICIO + PRIMO-DA-VEZ - 1) / PRIMO-DA-VEZ
               COMPUTE PRIMEIRO-MULTIPLO = QUOCIENTE * PRIMO-DA-VEZ
               COMPUTE PRIMEIRA-POSICAO =
                   PRIMEIRO-MULTIPLO - SEG-INICIO + 1
               PERFORM VARYING IDX-SEG FROM PRIMEIRA-POSICAO
                       BY PRIMO-DA-VEZ
                       UNTIL IDX-SEG > SEG-TAMANHO
                   PERFORM EXTRAI-PRIMO-BASE
               END-PERFORM
               EXIT.

           EXTRAI-PRIMO-BASE.
               PERFORM
               UNTIL FUNCTION MOD(SEG-RESTO(IDX-SEG), PRIMO-DA-VEZ)
                   NOT EQUAL 0
                   DIVIDE PRIMO-DA-VEZ INTO SEG-RESTO(IDX-SEG)
                   ADD 1 TO SEG-QTD(IDX-SEG)
                   MOVE PRIMO-DA-VEZ
                       TO SEG-FATOR(IDX-SEG, SEG-QTD(IDX-SEG))
               END-PERFORM
               EXIT.

      *    Entrada existente so tem os fatores renovados; contador e
      *    data do ultimo acerto e a origem sao dela e ficam.
           GRAVA-ENTRADA.
               COMPUTE MST-NUMERO = SEG-INICIO + IDX-SEG - 1
               MOVE 'N' TO ENTRADA-EXISTENTE
               READ FATORES-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO ENTRADA-EXISTENTE
               END-READ
               IF NOT ENTRADA-EXISTENTE-SIM
                   COMPUTE MST-NUMERO = SEG-INICIO + IDX-SEG - 1
                   MOVE 0 TO MST-QTD-ACERTOS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO MST-ULTIMO-ACERTO
                   SET MST-ORIGEM-PRECARGA TO TRUE
               END-IF
               MOVE SEG-QTD(IDX-SEG) TO MST-QTD-FATORES
               PERFORM VARYING IDX-FATOR FROM 1 BY 1
                       UNTIL IDX-FATOR > MESTRE-TABELA-MAX
                   IF IDX-FATOR > SEG-QTD(IDX-SEG)
                       MOVE 0 TO MST-FATOR(IDX-FATOR)
                   ELSE
                       MOVE SEG-FATOR(IDX-SEG, IDX-FATOR)
                           TO MST-FATOR(IDX-FATOR)
                   END-IF
               END-PERFORM
               IF ENTRADA-EXISTENTE-SIM
                   REWRITE REG-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO RENOVADAS-NESTA-EXECUCAO
                           ADD 1 TO TOTAL-RENOVADAS
                   END-REWRITE
               ELSE
                   WRITE REG-MESTRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO NOVAS-NESTA-EXECUCAO
                           ADD 1 TO TOTAL-NOVAS
                   END-WRITE
               END-IF
               EXIT.

           APRESENTA-COBERTURA.
               COMPUTE NUMEROS-NA-FAIXA = FIM-FAIXA - INICIO-FAIXA + 1
               COMPUTE NUMEROS-COBERTOS = PROXIMO-NUMERO - INICIO-FAIXA
               COMPUTE TAXA-COBERTURA =
                   NUMEROS-COBERTOS * 100 / NUMEROS-NA-FAIXA
               MOVE TAXA-COBERTURA TO TAXA-EDITADA
               DISPLAY "==============================================="
               DISPLAY "Cobertura da pre-carga de FATORES.MST"
               DISPLAY "Faixa.......................: " INICIO-FAIXA
                   " a " FIM-FAIXA
               DISPLAY "Numeros na faixa............: " NUMEROS-NA-FAIXA
               DISPLAY "Numeros ja cobertos.........: " NUMEROS-COBERTOS
               DISPLAY "Cobertura da faixa..........: "
                   FUNCTION TRIM(TAXA-EDITADA) " %"
               DISPLAY "Nesta execucao:"
               DISPLAY "  numeros crivados..........: "
                   NUMEROS-NESTA-EXECUCAO
               DISPLAY "  entradas novas............: "
                   NOVAS-NESTA-EXECUCAO
               DISPLAY "  entradas renovadas........: "
                   RENOVADAS-NESTA-EXECUCAO
               DISPLAY "Desde o inicio da faixa:"
               DISPLAY "  entradas novas............: " TOTAL-NOVAS
               DISPLAY "  entradas renovadas........: " TOTAL-RENOVADAS
               IF PROXIMO-NUMERO > FIM-FAIXA
                   DISPLAY "Faixa concluida - checkpoint limpo."
               ELSE
                   MOVE PROXIMO-NUMERO TO NUMERO-EDITADO
                   DISPLAY "Janela encerrada - proxima execucao com a "
                       "mesma faixa continua de "
                       FUNCTION TRIM(NUMERO-EDITADO) "."
               END-IF
               DISPLAY "==============================================="
               EXIT.
       END PROGRAM PRECARGA-MESTRE.
