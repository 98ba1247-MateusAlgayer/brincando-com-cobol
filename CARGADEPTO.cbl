      *          um ambiente sem DEPTOS.DAT se comporta como antes do
      *          cadastro existir.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Carga das cotas mensais por servico; cota nao
      *              numerica (linha gravada antes das cotas) entra
      *              como zero, cota livre.
      * 15/10/2026 - Carga do prazo de atendimento em horas; prazo nao
      *              numerico (linha gravada antes do prazo) entra como
      *              zero, sem prazo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARREGA-DEPARTAMENTOS.
                   MOVE DPT-CONTATO
                       TO DEP-CONTATO(DEP-QTD-CADASTRADOS)
                   MOVE DPT-ATIVO TO DEP-ATIVO(DEP-QTD-CADASTRADOS)
                   PERFORM CARREGA-COTAS
                   PERFORM CARREGA-PRAZO
               END-IF
               PERFORM LE-DEPARTAMENTO
           END-PERFORM.
           CLOSE ARQUIVO-DEPARTAMENTOS.
           GOBACK.

           CARREGA-COTAS.
               MOVE 0 TO DEP-COTA-PRIMOS(DEP-QTD-CADASTRADOS)
               MOVE 0 TO DEP-COTA-DIVISORES(DEP-QTD-CADASTRADOS)
               MOVE 0 TO DEP-COTA-SOMA(DEP-QTD-CADASTRADOS)
               IF DPT-COTA-PRIMOS NUMERIC
                   MOVE DPT-COTA-PRIMOS
                       TO DEP-COTA-PRIMOS(DEP-QTD-CADASTRADOS)
               END-IF
               IF DPT-COTA-DIVISORES NUMERIC
                   MOVE DPT-COTA-DIVISORES
                       TO DEP-COTA-DIVISORES(DEP-QTD-CADASTRADOS)
               END-IF
               IF DPT-COTA-SOMA NUMERIC
                   MOVE DPT-COTA-SOMA
                       TO DEP-COTA-SOMA(DEP-QTD-CADASTRADOS)
               END-IF
               EXIT.

           CARREGA-PRAZO.
               MOVE 0 TO DEP-PRAZO-HORAS(DEP-QTD-CADASTRADOS)
               IF DPT-PRAZO-HORAS NUMERIC
                   MOVE DPT-PRAZO-HORAS
                       TO DEP-PRAZO-HORAS(DEP-QTD-CADASTRADOS)
               END-IF
               EXIT.

           LE-DEPARTAMENTO.
               READ ARQUIVO-DEPARTAMENTOS
                   AT END
