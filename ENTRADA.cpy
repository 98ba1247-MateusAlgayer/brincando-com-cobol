      *          MEU-PROGRAMA-1 (quem processa), para que o numero
      *          chegue acompanhado da requisicao e do departamento
      *          solicitante e o resultado possa voltar a quem pediu.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - ENT-NUMERO ampliado para sinal e 15 digitos; o
      *              registro passa de 21 para 29 posicoes.
      *              VALIDA-ENTRADA continua aceitando em NUMEROS.DAT
      *              o registro antigo (sinal e 7 digitos) e o grava
      *              em NUMVALID.DAT ja no layout novo.
      ******************************************************************
       01  REG-ENTRADA.
           05  ENT-NUMERO          PIC S9(15) SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  ENT-ID-REQUISICAO   PIC X(08).
           05  FILLER              PIC X(01).
