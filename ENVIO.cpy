      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Layout do registro de ENVIOS.DAT, o livro das
      *          distribuicoes: DISTRIBUI-RESPOSTAS acrescenta uma
      *          linha por arquivo RESP<dep>.DAT gerado, com a data da
      *          extracao e a contagem que foram no cabecalho e no
      *          totalizador, e a janela de REL-DATA-GERACAO que o
      *          arquivo cobriu (corte anterior exclusive, corte final
      *          inclusive) - e por ela que um arquivo perdido e
      *          regerado sem mexer nos outros departamentos.
      *          CONFIRMA-RECEBIMENTO marca a linha recebida ou
      *          rejeitada quando chega a confirmacao do departamento;
      *          RELATORIO-CONFIRMACOES lista o que passou do prazo.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Inclusao de ENV-CANAL: "E" marca o arquivo
      *              RESP<dep>-<extracao>.DAT respondido na hora pelo
      *              canal expresso diurno (DISTRIBUI-RESPOSTAS com
      *              CANAL_EXPRESSO=S); a janela dele cobre so as linhas
      *              expressas do relatorio, e a da distribuicao noturna
      *              so as demais. O registro passa para 102 posicoes;
      *              linha antiga le o canal em branco.
      ******************************************************************
       01  REG-ENVIO.
           05  ENV-DEPARTAMENTO        PIC X(03).
           05  FILLER                  PIC X(01).
           05  ENV-DATA-EXTRACAO       PIC X(14).
           05  FILLER                  PIC X(01).
           05  ENV-QTD-DETALHES        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  ENV-CORTE-ANTERIOR      PIC X(14).
           05  FILLER                  PIC X(01).
           05  ENV-CORTE-FINAL         PIC X(14).
           05  FILLER                  PIC X(01).
      *    Data/hora em que o arquivo foi gravado pela ultima vez:
      *    a da extracao, ou a da regeracao quando foi refeito. O
      *    prazo de confirmacao conta a partir dela.
           05  ENV-DATA-ENVIO          PIC X(14).
           05  FILLER                  PIC X(01).
           05  ENV-SITUACAO            PIC X(01).
               88  ENV-PENDENTE                 VALUE "P".
               88  ENV-RECEBIDO                 VALUE "R".
               88  ENV-REJEITADO                VALUE "X".
           05  FILLER                  PIC X(01).
           05  ENV-DATA-CONFIRMACAO    PIC X(14).
           05  FILLER                  PIC X(01).
           05  ENV-QTD-CONFIRMADA      PIC 9(07).
           05  FILLER                  PIC X(01).
           05  ENV-QTD-REGERACOES      PIC 9(03).
           05  FILLER                  PIC X(01).
           05  ENV-CANAL               PIC X(01).
               88  ENV-CANAL-NOTURNO            VALUE " ".
               88  ENV-CANAL-EXPRESSO           VALUE "E".
