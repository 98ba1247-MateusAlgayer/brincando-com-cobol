      *              instancias esperadas do driver registraram
      *              conclusao hoje - disparada cedo demais, ela
      *              esvaziava parciais de instancia ainda em voo.
      * 15/10/2026 - Registros finais acompanham os layouts de 15
      *              digitos de RELATORIO.cpy (148) e AUDITORIA.cpy
      *              (186).
      * 15/10/2026 - Registros finais acompanham a inclusao do canal
      *              em RELATORIO.cpy (150), AUDITORIA.cpy (188) e
      *              CONTROLE.cpy (65).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESCLA-RESULTADOS.
       FD  RELATORIO-PARCIAL.
           COPY 'RELATORIO.cpy'.

      *    X(150) casa com o tamanho de REG-RELATORIO em RELATORIO.cpy;
      *    os dois precisam mudar juntos.
       FD  RELATORIO-FINAL.
       01  REG-RELATORIO-FINAL     PIC X(150).

       FD  RESUMO-PARCIAL.
           COPY 'RESUMO.cpy'.
       FD  AUDITORIA-PARCIAL.
           COPY 'AUDITORIA.cpy'.

      *    X(188) casa com o tamanho de REG-AUDITORIA em
      *    AUDITORIA.cpy; os dois precisam mudar juntos.
       FD  AUDITORIA-FINAL.
       01  REG-AUDITORIA-FINAL     PIC X(188).

       FD  CONTROLE-PARCIAL.
           COPY 'CONTROLE.cpy'.

      *    X(65) casa com o tamanho de REG-CONTROLE em CONTROLE.cpy;
      *    os dois precisam mudar juntos.
       FD  CONTROLE-FINAL.
       01  REG-CONTROLE-FINAL      PIC X(65).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.
