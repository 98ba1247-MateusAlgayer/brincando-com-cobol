      *              PARAMETROS.DAT gravado no tamanho antigo (140)
      *              continua aceito: o campo novo chega em branco e
      *              CARREGA-PARAMETROS assume o padrao.
      * 15/10/2026 - PAR-FATOR-MAXIMO passa a ter 15 digitos e vai
      *              para o fim do registro (143 para 158 posicoes);
      *              a posicao antiga de 7 digitos fica como
      *              PAR-FATOR-MAXIMO-LEGADO, so para que
      *              CARREGA-PARAMETROS aproveite o valor de um
      *              PARAMETROS.DAT gravado no tamanho antigo.
      * 15/10/2026 - Inclusao de PAR-DIAS-CONFIRMACAO (158 para 161
      *              posicoes), o prazo em dias para o departamento
      *              confirmar o recebimento de RESP<dep>.DAT antes de
      *              o envio sair no relatorio de confirmacoes.
      ******************************************************************
       01  PARAMETROS-SISTEMA.
           05  PAR-INTERVALO-CHECKPOINT   PIC 9(05).
           05  PAR-FATOR-MAXIMO-LEGADO    PIC 9(07).
           05  PAR-ARQ-ENTRADA            PIC X(30).
           05  PAR-ARQ-RELATORIO          PIC X(30).
           05  PAR-ARQ-AUDITORIA          PIC X(30).
           05  PAR-ARQ-CHECKPOINT         PIC X(30).
           05  PAR-OPERADOR-MANUTENCAO    PIC X(08).
           05  PAR-TOLERANCIA-TENDENCIA   PIC 9(03).
           05  PAR-FATOR-MAXIMO           PIC 9(15).
           05  PAR-DIAS-CONFIRMACAO       PIC 9(03).
