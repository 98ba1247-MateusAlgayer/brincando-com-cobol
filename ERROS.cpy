      *          rejeicao para a lista de envelhecimento e uma nota
      *          do operador no descarte - nenhum rejeito some sem
      *          rastro nem fica esquecido sem aparecer como pendente.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Novas situacoes "E" (em espera: registro valido
      *              segurado por cota mensal excedida, motivo 10,
      *              aguardando aprovacao do departamento) e "L"
      *              (liberado: aprovado e devolvido a NUMEROS.DAT).
      ******************************************************************
       01  REG-REJEITADO.
           05  ERR-SITUACAO        PIC X(01).
               88  ERR-PENDENTE             VALUE "P".
               88  ERR-CORRIGIDO            VALUE "C".
               88  ERR-DESCARTADO           VALUE "D".
               88  ERR-EM-ESPERA            VALUE "E".
               88  ERR-LIBERADO             VALUE "L".
           05  FILLER              PIC X(01).
           05  ERR-MOTIVO          PIC X(02).
           05  FILLER              PIC X(01).
