      *              D=lista de divisores, S=contagem e soma) para
      *              identificar qual servico do FATORADOR gerou a
      *              linha.
      * 15/10/2026 - REL-NUMERO ampliado para 15 digitos e REL-FATORES
      *              para 100 posicoes (cabe a lista completa de
      *              fatores primos de qualquer numero de 15 digitos,
      *              no pior caso 2 repetido 49 vezes). O registro
      *              passa de 100 para 148 posicoes; relatorios e
      *              historicos no layout antigo sao convertidos uma
      *              unica vez por CONVERTE-QUINZE-DIGITOS.
      * 15/10/2026 - Inclusao de REL-CANAL: "E" marca a linha gerada
      *              pelo canal expresso diurno, respondida ao
      *              departamento na hora, que nao entra na distribuicao
      *              noturna; em branco e a cadeia noturna de sempre. O
      *              registro passa para 150 posicoes; linha antiga,
      *              mais curta, le o canal em branco.
      ******************************************************************
       01  REG-RELATORIO.
           05  REL-NUMERO          PIC Z(14)9.
           05  REL-FILLER          PIC X(03).
           05  REL-FATORES         PIC X(100).
           05  FILLER              PIC X(01).
           05  REL-ID-REQUISICAO   PIC X(08).
           05  FILLER              PIC X(01).
           05  REL-DATA-GERACAO    PIC X(14).
           05  FILLER              PIC X(01).
           05  REL-SERVICO         PIC X(01).
           05  FILLER              PIC X(01).
           05  REL-CANAL           PIC X(01).
               88  REL-CANAL-NOTURNO            VALUE " ".
               88  REL-CANAL-EXPRESSO           VALUE "E".
