      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Layout do registro do cadastro de operadores
      *          OPERADORES.DAT, mantido por MANUTENCAO-OPERADORES e
      *          conferido por IDENTIFICA-OPERADOR na entrada de cada
      *          programa de manutencao e de consulta. A senha so e
      *          guardada cifrada (ACS-FUNCAO-CIFRA de
      *          IDENTIFICA-OPERADOR); os perfis sao as letras de
      *          acesso descritas em ACESSO.cpy.
      ******************************************************************
       01  REG-OPERADOR.
           05  OPR-CODIGO              PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-NOME                PIC X(30).
           05  FILLER                  PIC X(01).
           05  OPR-SENHA-CIFRADA       PIC 9(10).
           05  FILLER                  PIC X(01).
           05  OPR-PERFIS              PIC X(10).
           05  FILLER                  PIC X(01).
           05  OPR-ATIVO               PIC X(01).
               88  OPR-ATIVO-SIM                VALUE "S".
           05  FILLER                  PIC X(01).
           05  OPR-DATA-SENHA          PIC X(08).
