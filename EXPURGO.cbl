      *              vivo fica intacto; se o rename falhar, os
      *              registros mantidos estao integros no .TMP e basta
      *              renomea-lo sobre o vivo a mao.
      * 15/10/2026 - Registros temporarios e historicos acompanham os
      *              layouts de 15 digitos de RELATORIO.cpy (148) e
      *              AUDITORIA.cpy (186).
      * 15/10/2026 - Registros temporarios e historicos acompanham a
      *              inclusao do canal em RELATORIO.cpy (150) e
      *              AUDITORIA.cpy (188).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGO-ARQUIVOS.
       FD  RELATORIO-FATORES.
           COPY 'RELATORIO.cpy'.

      *    X(150) casa com o tamanho de REG-RELATORIO em RELATORIO.cpy;
      *    X(188) com REG-AUDITORIA em AUDITORIA.cpy; precisam mudar
      *    juntos.
       FD  RELATORIO-TEMP.
       01  REG-REL-TEMP            PIC X(150).

       FD  RELATORIO-HISTORICO.
       01  REG-REL-HISTORICO       PIC X(150).

       FD  AUDITORIA-FATORADOR.
           COPY 'AUDITORIA.cpy'.

       FD  AUDITORIA-TEMP.
       01  REG-AUD-TEMP            PIC X(188).

       FD  AUDITORIA-HISTORICO.
       01  REG-AUD-HISTORICO       PIC X(188).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.
