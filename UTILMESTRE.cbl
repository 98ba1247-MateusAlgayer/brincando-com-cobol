      *          acumulados e eficacia do cache - da para enfim saber
      *          se o mestre paga o proprio custo.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Descarga acompanha o layout de 15 digitos de
      *              MESTRE.cpy (783 posicoes) e a verificacao
      *              multiplica os fatores em 18 digitos.
      * 15/10/2026 - Descarga com MST-ORIGEM (784 posicoes). O resumo
      *              separa entradas calculadas sob demanda das
      *              gravadas pela pre-carga PRECARGA-MESTRE: so as
      *              calculadas foram "erros" do cache, entao a taxa de
      *              acerto passa a considerar apenas elas mais os
      *              acertos.
      * 15/10/2026 - Entrada pela identificacao individual do operador
      *              (IDENTIFICA-OPERADOR, perfil M) no lugar do
      *              operador unico de manutencao.
      * 15/10/2026 - Contadores de entradas, acertos e chamadas
      *              ampliados para 15 digitos, como os da pre-carga:
      *              um mestre pre-carregado passa de 9.999.999
      *              entradas e as contagens davam a volta caladas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILITARIO-MESTRE.
       FD  FATORES-MESTRE.
           COPY 'MESTRE.cpy'.

      *    X(784) casa com o tamanho de REG-MESTRE em MESTRE.cpy; os
      *    dois precisam mudar juntos.
       FD  DESCARGA-MESTRE.
       01  REG-DESCARGA            PIC X(784).

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-MESTRE           PIC X(02).

       01  DATA-CORTE-EXPURGO      PIC X(08).
       01  IDX-MESTRE              PIC 9(03).
       01  PRODUTO-FATORES         PIC 9(18).

       01  TOTAL-ENTRADAS          PIC 9(15).
       01  TOTAL-GRAVADAS          PIC 9(15).
       01  TOTAL-DIVERGENTES       PIC 9(15).
       01  TOTAL-EXPURGADAS        PIC 9(15).
       01  TOTAL-MANTIDAS          PIC 9(15).
       01  TOTAL-ACERTOS           PIC 9(15).
       01  ENTRADAS-SEM-ACERTO     PIC 9(15).
       01  ENTRADAS-CALCULADAS     PIC 9(15).
       01  ENTRADAS-PRECARGA       PIC 9(15).
       01  ACERTOS-PRECARGA        PIC 9(15).
       01  CHAMADAS-AO-MESTRE      PIC 9(15).
       01  TAXA-ACERTO             PIC 9(03)V9.
       01  TAXA-EDITADA            PIC Z(2)9.9.

           DISPLAY "=== Utilitario do mestre FATORES.MST ===".
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.

           MOVE "UTILITARIO-MESTRE" TO ACS-PROGRAMA.
           MOVE "M" TO ACS-PERFIL-EXIGIDO.
           MOVE "N" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF ACS-NEGADO
               DISPLAY "Operador nao autorizado para o utilitario do "
                   "mestre."
               STOP RUN
           END-IF.
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.

           PERFORM UNTIL NOT CONTINUA-UTILITARIO-SIM
               PERFORM APRESENTA-MENU
               DISPLAY "Entradas mantidas...: " TOTAL-MANTIDAS
               EXIT.

      *    Cada entrada calculada nasceu de um calculo completo (um
      *    "erro" do cache); as da pre-carga nao custaram chamada
      *    nenhuma. Os acertos acumulados dizem quantas chamadas foram
      *    poupadas desde entao.
           RESUME-MESTRE.
               PERFORM ABRE-MESTRE-LEITURA
               IF STATUS-MESTRE NOT = "00"
               MOVE 0 TO TOTAL-ENTRADAS
               MOVE 0 TO TOTAL-ACERTOS
               MOVE 0 TO ENTRADAS-SEM-ACERTO
               MOVE 0 TO ENTRADAS-CALCULADAS
               MOVE 0 TO ENTRADAS-PRECARGA
               MOVE 0 TO ACERTOS-PRECARGA
               PERFORM LE-PROXIMO-MESTRE
               PERFORM UNTIL FIM-MESTRE-SIM
                   ADD 1 TO TOTAL-ENTRADAS
                   ADD MST-QTD-ACERTOS TO TOTAL-ACERTOS
                   IF MST-ORIGEM-PRECARGA
                       ADD 1 TO ENTRADAS-PRECARGA
                       ADD MST-QTD-ACERTOS TO ACERTOS-PRECARGA
                   ELSE
                       ADD 1 TO ENTRADAS-CALCULADAS
                   END-IF
                   IF MST-QTD-ACERTOS = 0
                       ADD 1 TO ENTRADAS-SEM-ACERTO
                   END-IF
               DISPLAY "==============================================="
               DISPLAY "Resumo do mestre FATORES.MST"
               DISPLAY "Entradas no mestre..........: " TOTAL-ENTRADAS
               DISPLAY "  calculadas sob demanda....: "
                   ENTRADAS-CALCULADAS
               DISPLAY "  gravadas pela pre-carga...: "
                   ENTRADAS-PRECARGA
               DISPLAY "Acertos acumulados..........: " TOTAL-ACERTOS
               DISPLAY "  em entradas da pre-carga..: "
                   ACERTOS-PRECARGA
               DISPLAY "Entradas nunca reaproveitadas: "
                   ENTRADAS-SEM-ACERTO
               COMPUTE CHAMADAS-AO-MESTRE =
                   ENTRADAS-CALCULADAS + TOTAL-ACERTOS
               IF CHAMADAS-AO-MESTRE > 0
                   COMPUTE TAXA-ACERTO = TOTAL-ACERTOS * 100
                       / CHAMADAS-AO-MESTRE
