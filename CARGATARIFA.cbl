      *          arquivo de tarifas ainda fatura com valores
      *          conhecidos em vez de zerar a cobranca.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Inclusao do preco do canal expresso diurno
      *              (TAR-PRECO-EXPRESSO). TARIFAS.DAT gravado antes
      *              dele, mais curto, le o preco em branco e fica com
      *              o padrao, sem mexer nos demais precos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREGA-TARIFAS.

       DATA DIVISION.
       FILE SECTION.
      *    X(28) casa com o tamanho de TARIFAS-SISTEMA em TARIFAS.cpy;
      *    os dois precisam mudar juntos.
       FD  ARQUIVO-TARIFAS.
       01  REG-TARIFAS             PIC X(28).

       WORKING-STORAGE SECTION.
       01  STATUS-TARIFAS          PIC X(02).
           IF NOT TARIFAS-LIDAS-SIM
               PERFORM ASSUME-PADROES
           END-IF.
           IF TAR-PRECO-EXPRESSO NOT NUMERIC
               PERFORM ASSUME-PADRAO-EXPRESSO
           END-IF.
           GOBACK.

           ASSUME-PADROES.
               MOVE 1.00 TO TAR-PRECO-PRIMOS
               MOVE 1.50 TO TAR-PRECO-DIVISORES
               MOVE 0.50 TO TAR-PRECO-SOMA
               PERFORM ASSUME-PADRAO-EXPRESSO
               EXIT.

           ASSUME-PADRAO-EXPRESSO.
               MOVE 3.00 TO TAR-PRECO-EXPRESSO
               EXIT.
       END PROGRAM CARREGA-TARIFAS.
