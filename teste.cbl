      *              pelo modo lote, um abend perdia linhas ainda nao
      *              descarregadas de registros que o restart, pelo
      *              checkpoint, nao reprocessava mais.
      * 15/10/2026 - Numero de entrada com sinal e 15 digitos,
      *              acompanhando ENTRADA.cpy e COPYBOOK.cpy.
      * 15/10/2026 - Canal expresso diurno: com CANAL_EXPRESSO=S no
      *              ambiente o job processa EXPVALID.DAT (critica
      *              expressa de VALIDA-ENTRADA) com checkpoint proprio
      *              em CHKEXPR.DAT, chama o FATORADOR e o rastreio com
      *              o canal "E", grava o controle com CTL-CANAL "E",
      *              nao passa pelo livro da noite (nem pela INSTANCIA)
      *              e, ao terminar, esvazia EXPVALID.DAT. Requisicao
      *              ja atendida pelo outro canal (carimbo de
      *              processamento em RASTREIO.MST, com fluxo "E" para
      *              o expresso) nao e processada de novo: entra em
      *              lidos, fica fora de processados e sai contada a
      *              parte no resumo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEU-PROGRAMA-1.
       01  TOTAL-PROCESSADOS       PIC 9(07) VALUE 0.
       01  TOTAL-PRIMOS            PIC 9(07) VALUE 0.
       01  TOTAL-REJEITADOS        PIC 9(07) VALUE 0.
      *    Informativo: nao vai ao checkpoint, e depois de um restart
      *    conta so os registros lidos desde entao.
       01  TOTAL-OUTRO-CANAL       PIC 9(07) VALUE 0.
      *    Canal desta execucao: "S" em CANAL_EXPRESSO e a rodada
      *    expressa diurna.
       01  CANAL-DO-JOB            PIC X(01) VALUE SPACE.
           88 JOB-EXPRESSO                  VALUE 'S'.
       01  ATENDIDA-OUTRO-CANAL    PIC X(01).
           88 ATENDIDA-OUTRO-CANAL-SIM      VALUE 'S'.

       01  STATUS-NUMEROS          PIC X(02).
       01  STATUS-CHECKPOINT       PIC X(02).
           PERFORM RECUPERA-CHECKPOINT.
           PERFORM ABRE-ARQUIVOS.
           IF STATUS-NUMEROS = "35"
               IF JOB-EXPRESSO
                   DISPLAY "EXPVALID.DAT nao encontrado - execute "
                       "VALIDA-ENTRADA com CANAL_EXPRESSO=S antes."
               ELSE
                   DISPLAY FUNCTION TRIM(NOME-ARQ-ENTRADA)
                       " nao encontrado - execute VALIDA-ENTRADA (e "
                       "PARTICIONA-ENTRADA, se for o caso) antes do "
                       "job."
               END-IF
               STOP RUN
           END-IF.

               PERFORM GRAVA-RESUMO-INSTANCIA
           END-IF.
           PERFORM GRAVA-CONTROLE-EXECUCAO.
           PERFORM ESVAZIA-ENTRADA-EXPRESSA.
           PERFORM REGISTRA-FIM-NO-LIVRO.
           STOP RUN.

               MOVE FUNCTION CURRENT-DATE(1:14) TO HORARIO-INICIO
               MOVE "P" TO FUNCAO-FATORADOR
               SET MODO-LOTE TO TRUE
               SET CANAL-NOTURNO TO TRUE
               MOVE SPACES TO AREA-RASTREIO
               SET RAS-MODO-LOTE TO TRUE
               CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA
               MOVE PAR-INTERVALO-CHECKPOINT TO INTERVALO-CHECKPOINT
               MOVE PAR-ARQ-ENTRADA TO NOME-ARQ-ENTRADA
               MOVE PAR-ARQ-CHECKPOINT TO NOME-ARQ-CHECKPOINT
               ACCEPT CANAL-DO-JOB FROM ENVIRONMENT "CANAL_EXPRESSO"
               IF JOB-EXPRESSO
                   SET CANAL-EXPRESSO TO TRUE
                   SET RAS-CANAL-EXPRESSO TO TRUE
                   MOVE "EXPVALID.DAT" TO NOME-ARQ-ENTRADA
                   MOVE "CHKEXPR.DAT" TO NOME-ARQ-CHECKPOINT
                   MOVE SPACE TO INSTANCIA
                   EXIT PARAGRAPH
               END-IF
               ACCEPT INSTANCIA FROM ENVIRONMENT "INSTANCIA"
               IF INSTANCIA >= "1" AND INSTANCIA <= "9"
                   MOVE SPACES TO NOME-ARQ-ENTRADA
               MOVE TOTAL-PROCESSADOS TO CTL-PROCESSADOS
               MOVE TOTAL-PRIMOS TO CTL-PRIMOS
               MOVE TOTAL-REJEITADOS TO CTL-REJEITADOS
               IF JOB-EXPRESSO
                   SET CTL-CANAL-EXPRESSO TO TRUE
               END-IF
               WRITE REG-CONTROLE
               CLOSE ARQUIVO-CONTROLE
               EXIT.
               EXIT.

           EXECUTA-CALCULO.
               PERFORM CONFERE-OUTRO-CANAL
               IF ATENDIDA-OUTRO-CANAL-SIM
                   ADD 1 TO TOTAL-OUTRO-CANAL
                   DISPLAY "Requisicao " ENT-ID-REQUISICAO
                       " ja atendida pelo outro canal em "
                       RAS-PROC-TIMESTAMP-ACHADO " - nao processada."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "==============================================="
               DISPLAY "Calculando fatores de " FACTOR.
               ADD 1 TO TOTAL-PROCESSADOS
               PERFORM REGISTRA-RASTREIO-PROCESSO
               EXIT.

      *    A mesma requisicao pode ter sido aceita pelas duas
      *    criticas, a da noite e a expressa, e atendida pela que
      *    rodou primeiro; o rastreio diz por qual canal. Carimbo do
      *    proprio canal nao conta: e o restart refazendo o que passou
      *    do ultimo checkpoint.
           CONFERE-OUTRO-CANAL.
               MOVE 'N' TO ATENDIDA-OUTRO-CANAL
               SET RAS-ETAPA-CONSULTA TO TRUE
               MOVE ENT-ID-REQUISICAO TO RAS-ID-REQUISICAO
               CALL 'ATUALIZA-RASTREIO' USING AREA-RASTREIO
               IF RAS-PROC-TIMESTAMP-ACHADO = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF JOB-EXPRESSO
                   IF NOT RAS-FLUXO-ACHADO-EXPRESSO
                       MOVE 'S' TO ATENDIDA-OUTRO-CANAL
                   END-IF
               ELSE
                   IF RAS-FLUXO-ACHADO-EXPRESSO
                       MOVE 'S' TO ATENDIDA-OUTRO-CANAL
                   END-IF
               END-IF
               EXIT.

      *    Os aceitos de EXPVALID.DAT foram todos atendidos; a
      *    proxima critica expressa recomeca o arquivo.
           ESVAZIA-ENTRADA-EXPRESSA.
               IF NOT JOB-EXPRESSO
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT ARQUIVO-NUMEROS
               CLOSE ARQUIVO-NUMEROS
               EXIT.

           REGISTRA-RASTREIO-PROCESSO.
               SET RAS-ETAPA-PROCESSAMENTO TO TRUE
               MOVE ENT-ID-REQUISICAO TO RAS-ID-REQUISICAO
               MOVE ENT-DEPARTAMENTO TO RAS-DEPARTAMENTO
               MOVE REG-ENTRADA(1:16) TO RAS-NUMERO
               MOVE STATUS-FATORADOR TO RAS-STATUS
               CALL 'ATUALIZA-RASTREIO' USING AREA-RASTREIO
               EXIT.
               CALL 'ATUALIZA-RASTREIO' USING AREA-RASTREIO
               EXIT.

      *    A rodada expressa e diurna, fora da cadeia da noite.
           REGISTRA-INICIO-NO-LIVRO.
               IF JOB-EXPRESSO
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO ETAPA-EXECUCAO
               SET ETP-REGISTRA-INICIO TO TRUE
               MOVE "MEU-PROGRAMA-1" TO ETP-PASSO
               EXIT.

           REGISTRA-FIM-NO-LIVRO.
               IF JOB-EXPRESSO
                   EXIT PARAGRAPH
               END-IF
               SET ETP-REGISTRA-FIM TO TRUE
               CALL 'GUARDA-EXECUCAO' USING ETAPA-EXECUCAO
               EXIT.

           APRESENTA-RESUMO.
               DISPLAY "==============================================="
               IF JOB-EXPRESSO
                   DISPLAY "Resumo do job MEU-PROGRAMA-1 - canal "
                       "expresso"
               ELSE
                   DISPLAY "Resumo do job MEU-PROGRAMA-1"
               END-IF
               DISPLAY "Numeros processados.: " TOTAL-PROCESSADOS
               DISPLAY "Numeros primos......: " TOTAL-PRIMOS
               DISPLAY "Numeros rejeitados..: " TOTAL-REJEITADOS
               IF TOTAL-OUTRO-CANAL > 0
                   DISPLAY "Ja atendidos pelo outro canal: "
                       TOTAL-OUTRO-CANAL
               END-IF
               EXIT.
       END PROGRAM MEU-PROGRAMA-1.
