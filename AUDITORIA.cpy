      * 23/08/2026 - Inclusao de AUD-ID-REQUISICAO e AUD-DEPARTAMENTO
      *              para que cada linha da trilha identifique a
      *              requisicao e o departamento solicitante.
      * 15/10/2026 - AUD-NUMERO ampliado para sinal e 15 digitos e
      *              AUD-FATORES para 100 posicoes, acompanhando
      *              RELATORIO.cpy. O registro passa de 138 para 186
      *              posicoes; trilhas e historicos no layout antigo
      *              sao convertidos por CONVERTE-QUINZE-DIGITOS.
      * 15/10/2026 - Inclusao de AUD-CANAL ("E" = canal expresso
      *              diurno, em branco = cadeia noturna), acompanhando
      *              REL-CANAL. O registro passa para 188 posicoes;
      *              linha antiga le o canal em branco.
      ******************************************************************
       01  REG-AUDITORIA.
           05  AUD-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  AUD-STATUS          PIC X(02).
           05  FILLER              PIC X(01).
           05  AUD-NUMERO          PIC S9(15) SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AUD-FATORES         PIC X(100).
           05  FILLER              PIC X(01).
           05  AUD-ID-REQUISICAO   PIC X(08).
           05  FILLER              PIC X(01).
           05  AUD-DEPARTAMENTO    PIC X(03).
           05  FILLER              PIC X(01).
           05  AUD-CANAL           PIC X(01).
               88  AUD-CANAL-NOTURNO            VALUE " ".
               88  AUD-CANAL-EXPRESSO           VALUE "E".
