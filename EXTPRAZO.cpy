      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Layout do extrato mensal de prazos de atendimento
      *          (EXTPRAZO<AAAAMM>.DAT), gerado por RELATORIO-PRAZOS a
      *          partir de RASTREIO.MST para a carga nos paineis da
      *          gestao de servicos. O arquivo leva um cabecalho (tipo
      *          H) com o mes e a data da emissao, um detalhe (tipo D)
      *          por requisicao aceita na critica do mes, um resumo
      *          (tipo R) por departamento e canal e um totalizador
      *          (tipo T) com a contagem de detalhes e resumos para a
      *          conferencia da carga.
      *          Canal: N - cadeia noturna; E - canal expresso diurno.
      *          Situacao do detalhe: D - respondida dentro do prazo;
      *          V - prazo violado; S - departamento sem prazo
      *          combinado; P - aceita e ainda sem processamento.
      *          Horas com duas decimais, sem ponto: da critica ao
      *          processamento na requisicao respondida e da critica
      *          a emissao na pendente. Prazo em horas inteiras, zero
      *          e sem prazo. Pendente sai no canal N - o canal so e
      *          conhecido no processamento.
      ******************************************************************
       01  REG-EXTRATO-PRAZO.
           05  XPZ-TIPO            PIC X(01).
               88  XPZ-CABECALHO            VALUE "H".
               88  XPZ-DETALHE              VALUE "D".
               88  XPZ-RESUMO               VALUE "R".
               88  XPZ-TOTALIZADOR          VALUE "T".
           05  FILLER              PIC X(01).
           05  XPZ-CORPO           PIC X(78).
           05  XPZ-CORPO-CAB REDEFINES XPZ-CORPO.
               10  XPZ-CAB-MES-REFERENCIA  PIC X(06).
               10  FILLER                  PIC X(01).
               10  XPZ-CAB-DATA-EMISSAO    PIC X(14).
               10  FILLER                  PIC X(57).
           05  XPZ-CORPO-DET REDEFINES XPZ-CORPO.
               10  XPZ-DET-DEPARTAMENTO    PIC X(03).
               10  FILLER                  PIC X(01).
               10  XPZ-DET-CANAL           PIC X(01).
               10  FILLER                  PIC X(01).
               10  XPZ-DET-ID-REQUISICAO   PIC X(08).
               10  FILLER                  PIC X(01).
               10  XPZ-DET-VAL-TIMESTAMP   PIC X(14).
               10  FILLER                  PIC X(01).
               10  XPZ-DET-PROC-TIMESTAMP  PIC X(14).
               10  FILLER                  PIC X(01).
               10  XPZ-DET-PROC-STATUS     PIC X(02).
               10  FILLER                  PIC X(01).
               10  XPZ-DET-HORAS           PIC 9(05)V99.
               10  FILLER                  PIC X(01).
               10  XPZ-DET-PRAZO-HORAS     PIC 9(03).
               10  FILLER                  PIC X(01).
               10  XPZ-DET-SITUACAO        PIC X(01).
                   88  XPZ-DET-NO-PRAZO             VALUE "D".
                   88  XPZ-DET-VIOLADO              VALUE "V".
                   88  XPZ-DET-SEM-PRAZO            VALUE "S".
                   88  XPZ-DET-PENDENTE             VALUE "P".
               10  FILLER                  PIC X(17).
           05  XPZ-CORPO-RES REDEFINES XPZ-CORPO.
               10  XPZ-RES-DEPARTAMENTO    PIC X(03).
               10  FILLER                  PIC X(01).
               10  XPZ-RES-CANAL           PIC X(01).
               10  FILLER                  PIC X(01).
               10  XPZ-RES-PRAZO-HORAS     PIC 9(03).
               10  FILLER                  PIC X(01).
               10  XPZ-RES-QTD-RESPONDIDAS PIC 9(07).
               10  FILLER                  PIC X(01).
               10  XPZ-RES-QTD-NO-PRAZO    PIC 9(07).
               10  FILLER                  PIC X(01).
               10  XPZ-RES-PERC-NO-PRAZO   PIC 9(03)V99.
               10  FILLER                  PIC X(01).
               10  XPZ-RES-MEDIA-HORAS     PIC 9(05)V99.
               10  FILLER                  PIC X(01).
               10  XPZ-RES-PIOR-HORAS      PIC 9(05)V99.
               10  FILLER                  PIC X(01).
               10  XPZ-RES-QTD-PENDENTES   PIC 9(07).
               10  FILLER                  PIC X(23).
           05  XPZ-CORPO-TOT REDEFINES XPZ-CORPO.
               10  XPZ-TOT-QTD-DETALHES    PIC 9(07).
               10  FILLER                  PIC X(01).
               10  XPZ-TOT-QTD-RESUMOS     PIC 9(07).
               10  FILLER                  PIC X(01).
               10  XPZ-TOT-DATA-EMISSAO    PIC X(14).
               10  FILLER                  PIC X(48).
