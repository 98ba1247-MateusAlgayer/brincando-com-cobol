      *          lote do FATORADOR - as etapas chamam uma vez por
      *          registro e o OPEN/CLOSE repetido pesaria na janela.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Etapa de consulta (RAS-ETAPA = "C"): devolve na
      *              area se a requisicao ja existe e seus carimbos de
      *              critica e processamento, sem gravar nada; usada
      *              pela critica para recusar ID-REQUISICAO reusado.
      * 15/10/2026 - Etapa de processamento do canal expresso diurno
      *              (RAS-CANAL = "E") grava tambem RTR-PART-FLUXO "E";
      *              a consulta devolve o fluxo em RAS-FLUXO-ACHADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALIZA-RASTREIO.
               GOBACK
           END-IF.

           IF RAS-ETAPA-CONSULTA
               PERFORM CONSULTA-REQUISICAO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO TIMESTAMP-ETAPA
               PERFORM LOCALIZA-REQUISICAO
               PERFORM FUNDE-ETAPA
               PERFORM REGRAVA-REQUISICAO
           END-IF.
           IF NOT RAS-MODO-LOTE
               CLOSE RASTREIO-MESTRE
               MOVE 'N' TO ARQ-RASTREIO-ABERTO
               END-IF
               EXIT.

           CONSULTA-REQUISICAO.
               MOVE 'N' TO RAS-REQUISICAO-ACHADA
               MOVE SPACES TO RAS-VAL-TIMESTAMP-ACHADO
               MOVE SPACES TO RAS-VAL-SITUACAO-ACHADA
               MOVE SPACES TO RAS-PROC-TIMESTAMP-ACHADO
               MOVE SPACES TO RAS-FLUXO-ACHADO
               MOVE RAS-ID-REQUISICAO TO RTR-ID-REQUISICAO
               READ RASTREIO-MESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO RAS-REQUISICAO-ACHADA
                       MOVE RTR-VAL-TIMESTAMP
                           TO RAS-VAL-TIMESTAMP-ACHADO
                       MOVE RTR-VAL-SITUACAO
                           TO RAS-VAL-SITUACAO-ACHADA
                       MOVE RTR-PROC-TIMESTAMP
                           TO RAS-PROC-TIMESTAMP-ACHADO
                       MOVE RTR-PART-FLUXO TO RAS-FLUXO-ACHADO
               END-READ
               EXIT.

           FUNDE-ETAPA.
               EVALUATE TRUE
                   WHEN RAS-ETAPA-VALIDACAO
                   WHEN RAS-ETAPA-PROCESSAMENTO
                       MOVE TIMESTAMP-ETAPA TO RTR-PROC-TIMESTAMP
                       MOVE RAS-STATUS TO RTR-PROC-STATUS
                       IF RAS-CANAL-EXPRESSO
                           SET RTR-PART-EXPRESSO TO TRUE
                       END-IF
               END-EVALUATE
               EXIT.

