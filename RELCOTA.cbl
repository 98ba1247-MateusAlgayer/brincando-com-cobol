      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Relatorio diario de cotas: confronta o uso do
      *          FATORADOR no mes corrente (ou em MES_REFERENCIA,
      *          AAAAMM), apurado por APURA-USO-MES do mesmo jeito que
      *          a fatura, com as cotas mensais por servico (P, D e S)
      *          do cadastro DEPTOS.DAT, e lista todo departamento que
      *          passou do percentual de alerta de qualquer cota, com
      *          o contato e os registros segurados em espera em
      *          ERROS.DAT - o gerente da conta avisa o departamento
      *          antes de a cota estourar no fechamento do mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-COTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-REJEITADA ASSIGN TO "ERROS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-REJEITADA.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-REJEITADA.
           COPY 'ERROS.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'DEPTOS.cpy'.
           COPY 'USOMES.cpy'.

       01  STATUS-REJEITADA        PIC X(02).
       01  FIM-REJEITADOS          PIC X(01).
           88 FIM-REJEITADOS-SIM            VALUE 'S'.

      *    Percentual da cota a partir do qual o departamento sai no
      *    relatorio.
       01  PERCENTUAL-ALERTA       PIC 9(03) VALUE 80.

       01  MES-REFERENCIA          PIC X(06) VALUE SPACES.
       01  IDX-DEPARTAMENTO        PIC 9(03).
       01  IDX-USO                 PIC 9(03).
       01  DEPARTAMENTO-BUSCADO    PIC X(03).
      *    Posicoes devolvidas pelas buscas; 0 quando nao achado.
       01  IDX-BUSCA               PIC 9(03).
       01  IDX-ACHADO              PIC 9(03).
       01  IDX-USO-ACHADO          PIC 9(03).
       01  DEPTO-NO-RELATORIO      PIC X(01).
           88 DEPTO-NO-RELATORIO-SIM        VALUE 'S'.
       01  DEPTO-ESTOUROU          PIC X(01).
           88 DEPTO-ESTOUROU-SIM            VALUE 'S'.

      *    Registros em espera por departamento, na posicao do
      *    departamento em DEP-CADASTRO.
       01  TABELA-EM-ESPERA        VALUE ZEROS.
           05  ESP-QTD-DEPARTAMENTO OCCURS 50 TIMES PIC 9(07).
       01  ESPERA-SEM-CADASTRO     PIC 9(07) VALUE 0.

      *    Servico da vez, preenchido antes de CONFERE-SERVICO.
       01  SERVICO-DA-VEZ          PIC X(30).
       01  USO-DA-VEZ              PIC 9(07).
       01  COTA-DA-VEZ             PIC 9(07).
       01  PERCENTUAL-USO          PIC 9(09).

       01  QTD-EDITADA             PIC Z(6)9.
       01  COTA-EDITADA            PIC Z(6)9.
       01  PERCENTUAL-EDITADO      PIC Z(8)9.

       01  TOTAL-EM-ALERTA         PIC 9(03) VALUE 0.
       01  TOTAL-ESTOURADOS        PIC 9(03) VALUE 0.
       01  TOTAL-COM-COTA          PIC 9(03) VALUE 0.
       01  TOTAL-EM-ESPERA         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           CALL 'CARREGA-DEPARTAMENTOS' USING DEPARTAMENTOS-SISTEMA.
           IF DEP-QTD-CADASTRADOS = 0
               DISPLAY "Cadastro de departamentos vazio - sem cotas "
                   "a conferir."
               STOP RUN
           END-IF.
           ACCEPT MES-REFERENCIA FROM ENVIRONMENT "MES_REFERENCIA".
           IF MES-REFERENCIA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO MES-REFERENCIA
           END-IF.
           IF MES-REFERENCIA NOT NUMERIC
               DISPLAY "MES_REFERENCIA invalido (AAAAMM): "
                   MES-REFERENCIA
               STOP RUN
           END-IF.
           MOVE MES-REFERENCIA TO USO-MES-REFERENCIA.
           CALL 'APURA-USO-MES' USING USO-MES.
           PERFORM CONTA-EM-ESPERA.

           DISPLAY "===============================================".
           DISPLAY "Relatorio diario de cotas - mes " MES-REFERENCIA
               " - emitido em " FUNCTION CURRENT-DATE(1:8).
           MOVE PERCENTUAL-ALERTA TO PERCENTUAL-EDITADO.
           DISPLAY "Departamentos acima de "
               FUNCTION TRIM(PERCENTUAL-EDITADO)
               "% de alguma cota mensal:".
           DISPLAY "-----------------------------------------------".
           PERFORM VARYING IDX-DEPARTAMENTO FROM 1 BY 1
           UNTIL IDX-DEPARTAMENTO > DEP-QTD-CADASTRADOS
               PERFORM CONFERE-DEPARTAMENTO
           END-PERFORM.
           PERFORM EMITE-TOTAIS.
           STOP RUN.

      *    Registro em espera no layout antigo de 7 digitos (branco
      *    na posicao 9) tem o departamento oito posicoes antes.
           CONTA-EM-ESPERA.
               OPEN INPUT ENTRADA-REJEITADA
               IF STATUS-REJEITADA NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO FIM-REJEITADOS
               PERFORM LE-REJEITADO
               PERFORM UNTIL FIM-REJEITADOS-SIM
                   IF ERR-EM-ESPERA
                       IF ERR-REGISTRO(9:1) = SPACE
                           MOVE ERR-REGISTRO(19:3)
                               TO DEPARTAMENTO-BUSCADO
                       ELSE
                           MOVE ERR-REGISTRO(27:3)
                               TO DEPARTAMENTO-BUSCADO
                       END-IF
                       PERFORM ACUMULA-EM-ESPERA
                   END-IF
                   PERFORM LE-REJEITADO
               END-PERFORM
               CLOSE ENTRADA-REJEITADA
               EXIT.

           LE-REJEITADO.
               READ ENTRADA-REJEITADA
                   AT END
                       SET FIM-REJEITADOS-SIM TO TRUE
               END-READ.
               EXIT.

           ACUMULA-EM-ESPERA.
               ADD 1 TO TOTAL-EM-ESPERA
               MOVE 0 TO IDX-ACHADO
               PERFORM VARYING IDX-BUSCA FROM 1 BY 1
               UNTIL IDX-BUSCA > DEP-QTD-CADASTRADOS
                   IF DEP-CODIGO(IDX-BUSCA) = DEPARTAMENTO-BUSCADO
                       MOVE IDX-BUSCA TO IDX-ACHADO
                   END-IF
               END-PERFORM
               IF IDX-ACHADO = 0
                   ADD 1 TO ESPERA-SEM-CADASTRO
               ELSE
                   ADD 1 TO ESP-QTD-DEPARTAMENTO(IDX-ACHADO)
               END-IF
               EXIT.

           CONFERE-DEPARTAMENTO.
               MOVE 'N' TO DEPTO-NO-RELATORIO
               MOVE 'N' TO DEPTO-ESTOUROU
               IF DEP-COTA-PRIMOS(IDX-DEPARTAMENTO) = 0
                   AND DEP-COTA-DIVISORES(IDX-DEPARTAMENTO) = 0
                   AND DEP-COTA-SOMA(IDX-DEPARTAMENTO) = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-COM-COTA
               MOVE 0 TO IDX-USO-ACHADO
               PERFORM VARYING IDX-USO FROM 1 BY 1
               UNTIL IDX-USO > USO-QTD-DEPARTAMENTOS
                   IF USO-DEPARTAMENTO(IDX-USO)
                       = DEP-CODIGO(IDX-DEPARTAMENTO)
                       MOVE IDX-USO TO IDX-USO-ACHADO
                   END-IF
               END-PERFORM
               MOVE "P - fatores primos" TO SERVICO-DA-VEZ
               MOVE DEP-COTA-PRIMOS(IDX-DEPARTAMENTO) TO COTA-DA-VEZ
               MOVE 0 TO USO-DA-VEZ
               IF IDX-USO-ACHADO > 0
                   MOVE USO-QTD-PRIMOS(IDX-USO-ACHADO)
                       TO USO-DA-VEZ
               END-IF
               PERFORM CONFERE-SERVICO
               MOVE "D - lista de divisores" TO SERVICO-DA-VEZ
               MOVE DEP-COTA-DIVISORES(IDX-DEPARTAMENTO)
                   TO COTA-DA-VEZ
               MOVE 0 TO USO-DA-VEZ
               IF IDX-USO-ACHADO > 0
                   MOVE USO-QTD-DIVISORES(IDX-USO-ACHADO)
                       TO USO-DA-VEZ
               END-IF
               PERFORM CONFERE-SERVICO
               MOVE "S - contagem e soma" TO SERVICO-DA-VEZ
               MOVE DEP-COTA-SOMA(IDX-DEPARTAMENTO) TO COTA-DA-VEZ
               MOVE 0 TO USO-DA-VEZ
               IF IDX-USO-ACHADO > 0
                   MOVE USO-QTD-SOMA(IDX-USO-ACHADO)
                       TO USO-DA-VEZ
               END-IF
               PERFORM CONFERE-SERVICO
               IF DEPTO-NO-RELATORIO-SIM
                   ADD 1 TO TOTAL-EM-ALERTA
                   MOVE ESP-QTD-DEPARTAMENTO(IDX-DEPARTAMENTO)
                       TO QTD-EDITADA
                   DISPLAY "    registros em espera na critica: "
                       FUNCTION TRIM(QTD-EDITADA)
               END-IF
               IF DEPTO-ESTOUROU-SIM
                   ADD 1 TO TOTAL-ESTOURADOS
               END-IF
               EXIT.

      *    Cota zero e livre e nao entra no relatorio. O cabecalho do
      *    departamento sai na primeira cota em alerta.
           CONFERE-SERVICO.
               IF COTA-DA-VEZ = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE PERCENTUAL-USO = USO-DA-VEZ * 100 / COTA-DA-VEZ
               IF PERCENTUAL-USO < PERCENTUAL-ALERTA
                   EXIT PARAGRAPH
               END-IF
               IF NOT DEPTO-NO-RELATORIO-SIM
                   MOVE 'S' TO DEPTO-NO-RELATORIO
                   DISPLAY DEP-CODIGO(IDX-DEPARTAMENTO) " "
                       FUNCTION TRIM(DEP-NOME(IDX-DEPARTAMENTO))
                       " - contato: " FUNCTION TRIM(
                           DEP-CONTATO(IDX-DEPARTAMENTO))
               END-IF
               IF USO-DA-VEZ >= COTA-DA-VEZ
                   MOVE 'S' TO DEPTO-ESTOUROU
               END-IF
               MOVE USO-DA-VEZ TO QTD-EDITADA
               MOVE COTA-DA-VEZ TO COTA-EDITADA
               MOVE PERCENTUAL-USO TO PERCENTUAL-EDITADO
               DISPLAY "    " SERVICO-DA-VEZ(1:24) ": "
                   QTD-EDITADA " de " COTA-EDITADA " ("
                   FUNCTION TRIM(PERCENTUAL-EDITADO) "%)"
               EXIT.

           EMITE-TOTAIS.
               IF TOTAL-EM-ALERTA = 0
                   DISPLAY "  (nenhum departamento acima do alerta)"
               END-IF
               DISPLAY "-----------------------------------------------"
               DISPLAY "Departamentos com cota definida.: "
                   TOTAL-COM-COTA
               DISPLAY "Departamentos em alerta.........: "
                   TOTAL-EM-ALERTA
               DISPLAY "Departamentos com cota esgotada.: "
                   TOTAL-ESTOURADOS
               DISPLAY "Registros em espera em ERROS.DAT: "
                   TOTAL-EM-ESPERA
               IF ESPERA-SEM-CADASTRO > 0
                   DISPLAY "  de departamento fora do cadastro: "
                       ESPERA-SEM-CADASTRO
               END-IF
               IF USO-LINHAS-FORA > 0
                   DISPLAY "Linhas do mes fora da tabela de uso (50): "
                       USO-LINHAS-FORA
               END-IF
               DISPLAY "==============================================="
               EXIT.
       END PROGRAM RELATORIO-COTAS.
