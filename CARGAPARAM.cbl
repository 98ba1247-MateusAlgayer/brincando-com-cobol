      *              30; PARAMETROS.DAT gravado no tamanho antigo
      *              continua aceito, com o campo novo assumindo o
      *              padrao.
      * 15/10/2026 - Limite do FATORADOR com 15 digitos no fim do
      *              registro (158 posicoes), padrao 999999999999999.
      *              Arquivo no tamanho antigo chega com o campo novo
      *              em branco: vale o limite de 7 digitos gravado na
      *              posicao antiga quando a operacao o tinha baixado
      *              de 999999; o antigo padrao (ou acima dele) vira o
      *              padrao novo.
      * 15/10/2026 - Prazo de confirmacao de recebimento das respostas
      *              (161 posicoes), padrao 3 dias; arquivo no tamanho
      *              antigo chega com o campo em branco e assume o
      *              padrao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREGA-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
      *    X(161) casa com o tamanho de PARAMETROS-SISTEMA em
      *    PARAMETROS.cpy; os dois precisam mudar juntos.
       FD  ARQUIVO-PARAMETROS.
       01  REG-PARAMETROS          PIC X(161).

       WORKING-STORAGE SECTION.
       01  STATUS-PARAMETROS       PIC X(02).
               OR PAR-TOLERANCIA-TENDENCIA = 0
               MOVE 30 TO PAR-TOLERANCIA-TENDENCIA
           END-IF.
      *    Arquivo gravado antes do limite de 15 digitos chega com o
      *    campo novo em branco; aproveita o limite antigo so quando
      *    ele tinha sido baixado abaixo do antigo padrao.
           IF PAR-FATOR-MAXIMO NOT NUMERIC
               OR PAR-FATOR-MAXIMO = 0
               IF PAR-FATOR-MAXIMO-LEGADO NUMERIC
                   AND PAR-FATOR-MAXIMO-LEGADO > 0
                   AND PAR-FATOR-MAXIMO-LEGADO < 999999
                   MOVE PAR-FATOR-MAXIMO-LEGADO TO PAR-FATOR-MAXIMO
               ELSE
                   MOVE 999999999999999 TO PAR-FATOR-MAXIMO
               END-IF
           END-IF.
      *    Arquivo gravado antes do prazo de confirmacao existir chega
      *    com o campo em branco; vale o padrao.
           IF PAR-DIAS-CONFIRMACAO NOT NUMERIC
               OR PAR-DIAS-CONFIRMACAO = 0
               MOVE 3 TO PAR-DIAS-CONFIRMACAO
           END-IF.
           GOBACK.

           ASSUME-PADROES.
               MOVE 5 TO PAR-INTERVALO-CHECKPOINT
               MOVE 0 TO PAR-FATOR-MAXIMO-LEGADO
               MOVE 999999999999999 TO PAR-FATOR-MAXIMO
               MOVE "NUMVALID.DAT" TO PAR-ARQ-ENTRADA
               MOVE "RELATORIO.DAT" TO PAR-ARQ-RELATORIO
               MOVE "AUDITORIA.DAT" TO PAR-ARQ-AUDITORIA
               MOVE "CHECKPOINT.DAT" TO PAR-ARQ-CHECKPOINT
               MOVE "MASTER" TO PAR-OPERADOR-MANUTENCAO
               MOVE 30 TO PAR-TOLERANCIA-TENDENCIA
               MOVE 3 TO PAR-DIAS-CONFIRMACAO
               EXIT.
       END PROGRAM CARREGA-PARAMETROS.
