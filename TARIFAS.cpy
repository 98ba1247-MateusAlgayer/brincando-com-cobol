      *          S=contagem e soma), usado por FATURAMENTO-USO para
      *          ratear o custo do processamento entre os
      *          departamentos que o consomem.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Inclusao de TAR-PRECO-EXPRESSO: preco unitario da
      *              chamada atendida pelo canal expresso diurno, no
      *              lugar do preco do servico. TARIFAS.DAT antigo, de
      *              21 posicoes, le o preco expresso em branco e
      *              CARREGA-TARIFAS assume o padrao.
      ******************************************************************
       01  TARIFAS-SISTEMA.
           05  TAR-PRECO-PRIMOS           PIC 9(05)V99.
           05  TAR-PRECO-DIVISORES        PIC 9(05)V99.
           05  TAR-PRECO-SOMA             PIC 9(05)V99.
           05  TAR-PRECO-EXPRESSO         PIC 9(05)V99.
