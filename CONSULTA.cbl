      *              consulta avulsa segue no modo chamada a chamada
      *              do FATORADOR, sem depender do lixo que estiver na
      *              working-storage nao inicializada.
      * 15/10/2026 - Numero e limite com ate 15 digitos e exibicao de
      *              ate 50 valores da tabela, acompanhando
      *              COPYBOOK.cpy.
      * 15/10/2026 - Entrada pela identificacao do operador
      *              (IDENTIFICA-OPERADOR, perfil F).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-FATORES.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'COPYBOOK.cpy'.
           COPY 'PARAMETROS.cpy'.

       01  ENTRADA-ORIGINAL        PIC S9(15) SIGN IS LEADING SEPARATE.
       01  LIMITE-EDITADO          PIC Z(14)9.
       01  EXIBE-ATE               PIC 9(05).
       01  IDX-EXIBE               PIC 9(03).
       01  CONTINUA-CONSULTA       PIC X(01) VALUE 'S'.
           88 CONTINUA-CONSULTA-SIM          VALUE 'S'.

       PROCEDURE DIVISION.
           DISPLAY "=== Consulta de fatores (FATORADOR) ===".
           MOVE "CONSULTA-FATORES" TO ACS-PROGRAMA.
           MOVE "F" TO ACS-PERFIL-EXIGIDO.
           MOVE "N" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF NOT ACS-LIBERADO
               DISPLAY "Operador nao autorizado para "
                   "a consulta de fatores."
               STOP RUN
           END-IF.
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.
           MOVE PAR-FATOR-MAXIMO TO LIMITE-EDITADO.
           MOVE "AVULSA" TO ID-REQUISICAO.
                           DISPLAY "Fatores de " ENTRADA-ORIGINAL ":"
                       END-IF
                       MOVE QTD-FATORES TO EXIBE-ATE
      *    A tabela devolvida comporta 50 valores; acima disso so a
      *    quantidade e exibida por inteiro.
                       IF EXIBE-ATE > 50
                           MOVE 50 TO EXIBE-ATE
                       END-IF
                       PERFORM VARYING IDX-EXIBE FROM 1 BY 1
                       UNTIL IDX-EXIBE > EXIBE-ATE
                           DISPLAY "  " FATOR-DA-TABELA(IDX-EXIBE)
                       END-PERFORM
                       IF QTD-FATORES > 50
                           DISPLAY "  ... e mais " QTD-FATORES
                               " no total (tabela limitada a 50)"
                       END-IF
                   END-IF
               ELSE
