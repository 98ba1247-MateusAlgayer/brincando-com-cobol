      *          entre MEU-PROGRAMA-1 (quem grava) e BALANCO-EXECUCOES
      *          (quem confere os totais contra o que de fato foi
      *          anexado a relatorio e auditoria na janela).
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Inclusao de CTL-CANAL: "E" marca a rodada do
      *              canal expresso diurno (MEU-PROGRAMA-1 com
      *              CANAL_EXPRESSO=S), balanceada so contra as linhas
      *              expressas; em branco e a rodada noturna. O
      *              registro passa para 65 posicoes; registro antigo
      *              le o canal em branco.
      ******************************************************************
       01  REG-CONTROLE.
           05  CTL-INICIO          PIC X(14).
           05  CTL-PRIMOS          PIC 9(07).
           05  FILLER              PIC X(01).
           05  CTL-REJEITADOS      PIC 9(07).
           05  FILLER              PIC X(01).
           05  CTL-CANAL           PIC X(01).
               88  CTL-CANAL-NOTURNO            VALUE " ".
               88  CTL-CANAL-EXPRESSO           VALUE "E".
