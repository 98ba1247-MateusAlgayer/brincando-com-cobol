      *              fechar arquivo a cada numero; em branco segue o
      *              comportamento avulso de sempre, chamada a
      *              chamada, para CONSULTA-FATORES e afins.
      * 15/10/2026 - FACTOR, DIVISOR, FATOR-ESCRITA e FATOR-DA-TABELA
      *              ampliados para 15 digitos; QTD-FATORES para 5
      *              digitos (um numero de 15 digitos chega a ter
      *              26880 divisores) e SOMA-DIVISORES para 18 digitos.
      *              TABELA-FATORES passa de 30 para 50 posicoes: o
      *              pior caso de fatores primos de um numero de 15
      *              digitos e 2 elevado a 49.
      * 15/10/2026 - Inclusao de CANAL-EXECUCAO: "E" quando a chamada
      *              vem da rodada expressa diurna de MEU-PROGRAMA-1;
      *              o FATORADOR leva o canal para REL-CANAL e
      *              AUD-CANAL. Em branco e a cadeia noturna e as
      *              consultas avulsas.
      ******************************************************************
       01  BOOKPARAMETERS.
           05  FACTOR              PIC S9(15) SIGN IS LEADING SEPARATE.
           05  DIVISOR             PIC 9(15).
           05  FATOR-ESCRITA       PIC 9(15).
           05  STATUS-FATORADOR    PIC X(02).
               88  FATORADOR-OK                 VALUE "00".
               88  FATORADOR-FATOR-INVALIDO      VALUE "10".
               88  FATORADOR-FATOR-FORA-FAIXA    VALUE "20".
               88  FATORADOR-FUNCAO-INVALIDA     VALUE "30".
           05  QTD-FATORES         PIC 9(05).
           05  ID-REQUISICAO       PIC X(08).
           05  COD-DEPARTAMENTO    PIC X(03).
           05  FUNCAO-FATORADOR    PIC X(01).
               88  FUNCAO-FATORES-PRIMOS        VALUE "P", " ".
               88  FUNCAO-LISTA-DIVISORES       VALUE "D".
               88  FUNCAO-CONTA-SOMA            VALUE "S".
           05  SOMA-DIVISORES      PIC 9(18).
           05  MODO-EXECUCAO       PIC X(01).
               88  MODO-AVULSO                  VALUE " ".
               88  MODO-LOTE                    VALUE "L".
               88  MODO-ENCERRA-LOTE            VALUE "F".
           05  CANAL-EXECUCAO      PIC X(01).
               88  CANAL-NOTURNO                VALUE " ".
               88  CANAL-EXPRESSO               VALUE "E".
      *    OCCURS 50 casa com FATOR-TABELA-MAX em FATORADOR.cbl; os
      *    dois precisam mudar juntos.
           05  TABELA-FATORES OCCURS 50 TIMES.
               10  FATOR-DA-TABELA PIC 9(15).
