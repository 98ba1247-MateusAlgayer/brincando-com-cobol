      * 02/09/2026 - Inicio e conclusao passam a ser registrados no
      *              livro da noite LIVRO.DAT via GUARDA-EXECUCAO; o
      *              passo so roda com VALIDA-ENTRADA concluida hoje.
      * 15/10/2026 - Registro de fluxo acompanha o layout de 15
      *              digitos de ENTRADA.cpy (21 para 29 posicoes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTICIONA-ENTRADA.
       FD  ENTRADA-VALIDADA.
           COPY 'ENTRADA.cpy'.

      *    X(29) casa com o tamanho de REG-ENTRADA em ENTRADA.cpy; os
      *    dois precisam mudar juntos.
       FD  FLUXO-SAIDA.
       01  REG-FLUXO               PIC X(29).

       WORKING-STORAGE SECTION.
           COPY 'PARAMETROS.cpy'.
               SET RAS-ETAPA-PARTICAO TO TRUE
               MOVE ENT-ID-REQUISICAO TO RAS-ID-REQUISICAO
               MOVE ENT-DEPARTAMENTO TO RAS-DEPARTAMENTO
               MOVE REG-ENTRADA(1:16) TO RAS-NUMERO
               MOVE DIGITO-FLUXO TO RAS-FLUXO
               CALL 'ATUALIZA-RASTREIO' USING AREA-RASTREIO
               EXIT.
