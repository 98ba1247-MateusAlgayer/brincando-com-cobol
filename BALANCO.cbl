      *              balanceamento so roda com MESCLA-RESULTADOS
      *              concluido na noite (ou, no fluxo unico sem
      *              particao, com o proprio driver concluido).
      * 15/10/2026 - Cada execucao e balanceada so contra as linhas do
      *              proprio canal: a rodada expressa diurna
      *              (CTL-CANAL "E") contra as linhas expressas de
      *              relatorio e auditoria, a noturna contra as demais
      *              - uma rodada expressa no meio da janela da noite
      *              desbalanceava as duas. A execucao expressa sai
      *              identificada no relatorio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCO-EXECUCOES.
               10  EXE-INICIO          PIC X(14).
               10  EXE-FIM             PIC X(14).
               10  EXE-INSTANCIA       PIC X(01).
               10  EXE-CANAL           PIC X(01).
               10  EXE-PROCESSADOS     PIC 9(07).
               10  EXE-REJEITADOS      PIC 9(07).
               10  EXE-LINHAS-REL      PIC 9(07).
                       MOVE CTL-FIM TO EXE-FIM(QTD-EXECUCOES)
                       MOVE CTL-INSTANCIA
                           TO EXE-INSTANCIA(QTD-EXECUCOES)
                       MOVE CTL-CANAL TO EXE-CANAL(QTD-EXECUCOES)
                       MOVE CTL-PROCESSADOS
                           TO EXE-PROCESSADOS(QTD-EXECUCOES)
                       MOVE CTL-REJEITADOS
                               EXE-INICIO(IDX-EXECUCAO)
                           AND REL-DATA-GERACAO <=
                               EXE-FIM(IDX-EXECUCAO)
                           AND REL-CANAL = EXE-CANAL(IDX-EXECUCAO)
                           ADD 1 TO EXE-LINHAS-REL(IDX-EXECUCAO)
                       END-IF
                   END-PERFORM
                                   EXE-INICIO(IDX-EXECUCAO)
                               AND AUD-TIMESTAMP(1:14) <=
                                   EXE-FIM(IDX-EXECUCAO)
                               AND AUD-CANAL = EXE-CANAL(IDX-EXECUCAO)
                               ADD 1 TO EXE-LINHAS-AUD(IDX-EXECUCAO)
                           END-IF
                       END-PERFORM
               DISPLAY "Execucao " EXE-INICIO(IDX-EXECUCAO) " a "
                   EXE-FIM(IDX-EXECUCAO) " instancia ["
                   EXE-INSTANCIA(IDX-EXECUCAO) "]"
               IF EXE-CANAL(IDX-EXECUCAO) = "E"
                   DISPLAY "  canal expresso diurno"
               END-IF
               DISPLAY "  relatorio esperado/contado: "
                   ESPERADO-RELATORIO " / "
                   EXE-LINHAS-REL(IDX-EXECUCAO)
