      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Layout do registro de DISPUTAS.DAT, compartilhado
      *          entre MANUTENCAO-DISPUTAS (quem registra e decide as
      *          contestacoes de cobranca) e FATURAMENTO-USO (quem
      *          aplica as aprovadas como credito no demonstrativo do
      *          departamento): uma disputa por linha, contra um
      *          ID-REQUISICAO ou contra um mes inteiro, com motivo,
      *          valor, analista, aprovador e o mes do demonstrativo
      *          em que o credito saiu. O acerto deixa de ser feito
      *          numa planilha fora do sistema.
      ******************************************************************
       01  REG-DISPUTA.
           05  DSP-NUMERO          PIC 9(06).
           05  FILLER              PIC X(01).
           05  DSP-SITUACAO        PIC X(01).
               88  DSP-ABERTA               VALUE "A".
               88  DSP-APROVADA             VALUE "P".
               88  DSP-REJEITADA            VALUE "R".
               88  DSP-CREDITADA            VALUE "F".
           05  FILLER              PIC X(01).
           05  DSP-DEPARTAMENTO    PIC X(03).
           05  FILLER              PIC X(01).
           05  DSP-TIPO            PIC X(01).
               88  DSP-TIPO-REQUISICAO      VALUE "R".
               88  DSP-TIPO-MES             VALUE "M".
           05  FILLER              PIC X(01).
           05  DSP-ID-REQUISICAO   PIC X(08).
           05  FILLER              PIC X(01).
           05  DSP-MES-REFERENCIA  PIC X(06).
           05  FILLER              PIC X(01).
           05  DSP-VALOR           PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  DSP-MOTIVO          PIC X(40).
           05  FILLER              PIC X(01).
           05  DSP-DATA-ABERTURA   PIC X(08).
           05  FILLER              PIC X(01).
           05  DSP-ANALISTA        PIC X(08).
           05  FILLER              PIC X(01).
           05  DSP-APROVADOR       PIC X(30).
           05  FILLER              PIC X(01).
           05  DSP-DATA-DECISAO    PIC X(08).
           05  FILLER              PIC X(01).
      *    Mes do demonstrativo (AAAAMM) em que FATURAMENTO-USO aplicou
      *    o credito; em branco ate la.
           05  DSP-MES-CREDITO     PIC X(06).
