      *              virou a parte mais longa da janela batch. Em
      *              branco segue o comportamento avulso de sempre,
      *              abrindo e fechando a cada chamada.
      * 15/10/2026 - Numeros de ate 15 digitos: FATOR-MAXIMO,
      *              FATOR-ORIGINAL, FATOR-EDITADO e os divisores altos
      *              ampliados; tabela de fatores com 50 posicoes e
      *              lista em texto com 100 (cabe sempre a fatoracao
      *              completa em primos, que RECONCILIA-FATORES
      *              precisa conferir). A divisao experimental passa a
      *              parar quando DIVISOR * DIVISOR supera o que resta
      *              de FACTOR - comparacao exata em inteiros, sem a
      *              raiz em ponto flutuante que perde precisao nessa
      *              faixa - e, depois do 2, testa so divisores
      *              impares.
      * 15/10/2026 - Entrada nova do mestre gravada com MST-ORIGEM "C"
      *              (calculada sob demanda), para separa-la das
      *              gravadas pela pre-carga.
      * 15/10/2026 - Chamada do canal expresso diurno (CANAL-EXECUCAO
      *              "E" em BOOKPARAMETERS) grava REL-CANAL e AUD-CANAL
      *              como expressos; qualquer outro valor segue como
      *              cadeia noturna, com o canal em branco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATORADOR.
       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.

       01  FATOR-MAXIMO             PIC 9(15) VALUE 999999999999999.
      *    FATOR-TABELA-MAX casa com OCCURS 50 de TABELA-FATORES em
      *    COPYBOOK.cpy; os dois precisam mudar juntos.
       01  FATOR-TABELA-MAX         PIC 9(03) VALUE 50.
       01  FATOR-ORIGINAL          PIC S9(15) SIGN IS LEADING SEPARATE.
       01  FATOR-EDITADO           PIC Z(14)9.
       01  FATOR-STRING            PIC X(100).
       01  FATOR-STRING-PTR        PIC 9(03).
      *    FATOR-STRING-MAX casa com o PIC X(100) de FATOR-STRING,
      *    REL-FATORES e AUD-FATORES; os quatro precisam mudar juntos.
       01  FATOR-STRING-MAX        PIC 9(03) VALUE 100.
       01  FATOR-TRIM-LEN          PIC 9(03).
       01  LISTA-FATORES-TRUNCADA  PIC X(01) VALUE 'N'.
           88 LISTA-TRUNCADA-SIM             VALUE 'S'.
       01  NOMES-RESOLVIDOS         PIC X(01) VALUE 'N'.
           88 NOMES-RESOLVIDOS-SIM           VALUE 'S'.
       01  FUNCAO-EFETIVA           PIC X(01).
       01  DIVISOR-ALTO             PIC 9(15).
       01  QTD-DIVISORES-ALTOS      PIC 9(05).
       01  IDX-DIVISOR-ALTO         PIC 9(05).
      *    OCCURS 13440 e a metade dos 26880 divisores do numero de ate
      *    15 digitos que mais tem divisores (866421317361600): e o
      *    maximo de divisores altos guardados ate a segunda metade da
      *    lista ser devolvida em ordem.
       01  TABELA-DIVISORES-ALTOS.
           05  DIVISOR-ALTO-GUARDADO OCCURS 13440 TIMES PIC 9(15).
       01  MESTRE-ENCONTRADO        PIC X(01) VALUE 'N'.
           88 MESTRE-ENCONTRADO-SIM          VALUE 'S'.
       01  IDX-MESTRE               PIC 9(03).
               PERFORM CONSULTA-MESTRE

               IF NOT MESTRE-ENCONTRADO-SIM
                   MOVE 2 TO DIVISOR
                   PERFORM EXTRAI-DIVISOR
                   PERFORM VARYING DIVISOR FROM 3 BY 2
                   UNTIL DIVISOR * DIVISOR > FACTOR
                       PERFORM EXTRAI-DIVISOR
                   END-PERFORM

                   IF FACTOR > 1
                   MOVE 0 TO MST-QTD-ACERTOS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO MST-ULTIMO-ACERTO
                   SET MST-ORIGEM-CALCULO TO TRUE
                   PERFORM VARYING IDX-MESTRE FROM 1 BY 1
                   UNTIL IDX-MESTRE > FATOR-TABELA-MAX
                       IF IDX-MESTRE > QTD-FATORES
               END-IF
               EXIT.

      *    Divide FACTOR por DIVISOR enquanto a divisao for exata,
      *    registrando DIVISOR como fator primo a cada vez.
           EXTRAI-DIVISOR.
               PERFORM
               UNTIL FUNCTION MOD(FACTOR, DIVISOR) NOT EQUAL 0
                   DIVIDE FACTOR BY DIVISOR GIVING FACTOR

                   MOVE DIVISOR TO FATOR-ESCRITA
                   DISPLAY FATOR-ESCRITA
                   PERFORM REGISTRA-FATOR
               END-PERFORM
               EXIT.

           CALCULA-DIVISORES.
               MOVE 0 TO QTD-DIVISORES-ALTOS
               PERFORM VARYING DIVISOR FROM 1 BY 1
               UNTIL DIVISOR * DIVISOR > FACTOR
                   IF FUNCTION MOD(FACTOR, DIVISOR) = 0
                       MOVE DIVISOR TO FATOR-ESCRITA
                       DISPLAY FATOR-ESCRITA
               MOVE COD-DEPARTAMENTO TO REL-DEPARTAMENTO
               MOVE FUNCTION CURRENT-DATE(1:14) TO REL-DATA-GERACAO
               MOVE FUNCAO-EFETIVA TO REL-SERVICO
               IF CANAL-EXPRESSO
                   SET REL-CANAL-EXPRESSO TO TRUE
               END-IF
               IF NOT RELATORIO-ABERTO-SIM
                   OPEN EXTEND RELATORIO-FATORES
                   IF STATUS-RELATORIO = "35"
               MOVE FATOR-STRING TO AUD-FATORES
               MOVE ID-REQUISICAO TO AUD-ID-REQUISICAO
               MOVE COD-DEPARTAMENTO TO AUD-DEPARTAMENTO
               IF CANAL-EXPRESSO
                   SET AUD-CANAL-EXPRESSO TO TRUE
               END-IF
               WRITE REG-AUDITORIA
               IF NOT MODO-LOTE
                   CLOSE AUDITORIA-FATORADOR
