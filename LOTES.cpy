      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Layout do registro do historico indexado LOTES.MST,
      *          chaveado por departamento + data de criacao + numero
      *          do lote do cabecalho "H" de NUMEROS.DAT: um registro
      *          por lote de transmissao ja aceito pela critica, com a
      *          data/hora do aceite e os totais conferidos. E com ele
      *          que VALIDA-ENTRADA reconhece um lote reenviado noites
      *          depois e o rejeita inteiro (motivo 08), em vez de
      *          processar, distribuir e faturar tudo de novo.
      ******************************************************************
       01  REG-LOTE-ACEITO.
           05  LTH-CHAVE.
               10  LTH-DEPARTAMENTO    PIC X(03).
               10  LTH-DATA-CRIACAO    PIC X(08).
               10  LTH-NUMERO-LOTE     PIC X(04).
           05  LTH-ACEITE-TIMESTAMP    PIC X(14).
           05  LTH-QTD-DETALHES        PIC 9(07).
           05  LTH-HASH                PIC 9(10).
