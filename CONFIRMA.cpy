      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Layout do registro de confirmacao de recebimento
      *          devolvido pelo departamento em CONF<dep>.DAT, uma
      *          linha por arquivo RESP<dep>.DAT carregado: o codigo do
      *          departamento, a data da extracao copiada do cabecalho
      *          (tipo H) e a contagem copiada do totalizador (tipo T)
      *          do arquivo recebido, mais a contagem de detalhes que o
      *          departamento efetivamente carregou.
      ******************************************************************
       01  REG-CONFIRMACAO.
           05  CNF-DEPARTAMENTO        PIC X(03).
           05  FILLER                  PIC X(01).
           05  CNF-DATA-EXTRACAO       PIC X(14).
           05  FILLER                  PIC X(01).
           05  CNF-QTD-TOTALIZADOR     PIC X(07).
           05  FILLER                  PIC X(01).
           05  CNF-QTD-CARREGADA       PIC X(07).
