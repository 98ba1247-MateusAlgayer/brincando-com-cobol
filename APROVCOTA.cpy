      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Layout do registro de APROVCOTA.DAT: uma linha por
      *          registro em espera por cota mensal excedida que o
      *          departamento aprovou na bancada de rejeitos
      *          (RETRABALHO-REJEITOS, quem grava). A critica
      *          (VALIDA-ENTRADA, quem le) deixa passar acima da cota
      *          o ID-REQUISICAO aprovado no mes corrente.
      ******************************************************************
       01  REG-APROVACAO-COTA.
           05  APR-ID-REQUISICAO   PIC X(08).
           05  FILLER              PIC X(01).
           05  APR-DEPARTAMENTO    PIC X(03).
           05  FILLER              PIC X(01).
           05  APR-TIMESTAMP       PIC X(14).
           05  FILLER              PIC X(01).
           05  APR-OPERADOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  APR-NOTA            PIC X(30).
