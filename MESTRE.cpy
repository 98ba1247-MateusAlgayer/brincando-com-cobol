      *          precisam ser recarregados a partir de uma descarga no
      *          layout novo (ou recriados do zero pelo proprio
      *          FATORADOR, que refaz o calculo de numero inedito).
      ******************************************************************
      * Modification history:
      * 15/10/2026 - MST-NUMERO e MST-FATOR ampliados para 15 digitos
      *              e a tabela de fatores para 50 posicoes,
      *              acompanhando COPYBOOK.cpy. O registro passa de 235
      *              para 783 posicoes; o mestre antigo e convertido
      *              por CONVERTE-QUINZE-DIGITOS.
      * 15/10/2026 - Inclusao de MST-ORIGEM (784 posicoes): "C" para a
      *              entrada calculada sob demanda pelo FATORADOR, "P"
      *              para a gravada pela pre-carga PRECARGA-MESTRE.
      *              Em branco (entrada anterior ao campo) vale como
      *              calculada.
      ******************************************************************
       01  REG-MESTRE.
           05  MST-NUMERO              PIC 9(15).
           05  MST-QTD-FATORES         PIC 9(03).
           05  MST-QTD-ACERTOS         PIC 9(07).
           05  MST-ULTIMO-ACERTO       PIC X(08).
      *    OCCURS 50 casa com TABELA-FATORES de COPYBOOK.cpy; os dois
      *    precisam mudar juntos.
           05  MST-TABELA-FATORES OCCURS 50 TIMES.
               10  MST-FATOR           PIC 9(15).
           05  MST-ORIGEM              PIC X(01).
               88  MST-ORIGEM-CALCULO           VALUE "C" " ".
               88  MST-ORIGEM-PRECARGA          VALUE "P".
