      *          descartado) e a lista de envelhecimento mostra o que
      *          segue pendente e ha quantos dias.
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      * 15/10/2026 - Numero com sinal e 15 digitos: o rejeito no
      *              layout antigo (sinal e 7 digitos) e exibido ja
      *              alinhado ao layout novo e a correcao volta para
      *              NUMEROS.DAT sempre no layout novo.
      * 15/10/2026 - Descricao dos motivos 08 (lote ja aceito) e 09
      *              (ID-REQUISICAO ja processado) da critica.
      * 15/10/2026 - Registros em espera por cota mensal excedida
      *              (motivo 10) sobem para a bancada junto com os
      *              pendentes: com o aval do departamento o operador
      *              aprova - o registro volta a NUMEROS.DAT e o
      *              ID-REQUISICAO e guardado em APROVCOTA.DAT para a
      *              critica deixa-lo passar acima da cota - ou
      *              descarta com uma nota.
      * 15/10/2026 - Entrada pela identificacao individual do operador
      *              (IDENTIFICA-OPERADOR, perfil R) no lugar do
      *              operador unico de manutencao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRABALHO-REJEITOS.
           SELECT REJEITADO-TEMP ASSIGN TO "ERROS.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-TEMP.
           SELECT APROVACOES-COTA ASSIGN TO "APROVCOTA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATUS-APROVACOES.

       DATA DIVISION.
       FILE SECTION.
       FD  REJEITADO-TEMP.
       01  REG-REJ-TEMP            PIC X(125).

       FD  APROVACOES-COTA.
           COPY 'APROVCOTA.cpy'.

       WORKING-STORAGE SECTION.
           COPY 'ACESSO.cpy'.
           COPY 'PARAMETROS.cpy'.

       01  STATUS-REJEITADA        PIC X(02).
       01  STATUS-ENTRADA          PIC X(02).
       01  STATUS-TEMP             PIC X(02).
       01  STATUS-APROVACOES       PIC X(02).
       01  NOME-ARQ-REJEITADOS     PIC X(30) VALUE "ERROS.DAT".
       01  NOME-ARQ-REJ-TEMP       PIC X(30) VALUE "ERROS.TMP".

       01  FIM-REJEITADOS          PIC X(01).
           88 FIM-REJEITADOS-SIM             VALUE 'S'.

      *    Capacidade da bancada: so rejeitos PENDENTES e registros
      *    EM ESPERA por cota sobem para ela - corrigidos,
      *    descartados e liberados ficam no arquivo como trilha e
      *    nao ocupam vaga. Pendentes alem dos 500
      *    primeiros ficam no arquivo como estao e sao tratados em
      *    outra sessao, depois que os da frente forem resolvidos
      *    (e com isso liberarem as vagas).

       01  IDX-REJEITO             PIC 9(03).

      *    Rejeito alinhado ao layout de 15 digitos por
      *    DESMONTA-REGISTRO, como na critica.
       01  CAMPOS-DO-REGISTRO.
           05  REG-NUMERO-BRUTO    PIC X(16).
           05  FILLER              PIC X(01).
           05  REG-REQUISICAO      PIC X(08).
           05  FILLER              PIC X(01).
           05  REG-RESTANTE        PIC X(59).

       01  DESCRICAO-MOTIVO        PIC X(35).
       01  ENTRADA-NOVO-NUMERO     PIC X(16).
       01  ENTRADA-NOVO-DEPTO      PIC X(03).
       01  ENTRADA-NOTA            PIC X(30).
       01  REGISTRO-CORRIGIDO      PIC X(80).
       01  TOTAL-PENDENTES         PIC 9(03).
       01  TOTAL-CORRIGIDOS        PIC 9(03) VALUE 0.
       01  TOTAL-DESCARTADOS       PIC 9(03) VALUE 0.
       01  TOTAL-EM-ESPERA         PIC 9(03).
       01  TOTAL-APROVADOS         PIC 9(03) VALUE 0.
       01  ENTRADA-APROVADOR       PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "=== Bancada de retrabalho de rejeitos ===".
           CALL 'CARREGA-PARAMETROS' USING PARAMETROS-SISTEMA.

           MOVE "RETRABALHO-REJEITOS" TO ACS-PROGRAMA.
           MOVE "R" TO ACS-PERFIL-EXIGIDO.
           MOVE "N" TO ACS-ACEITA-LEITURA.
           SET ACS-FUNCAO-IDENTIFICA TO TRUE.
           CALL 'IDENTIFICA-OPERADOR' USING AREA-ACESSO.
           IF ACS-NEGADO
               DISPLAY "Operador nao autorizado para a bancada de "
                   "rejeitos."
               STOP RUN
           END-IF.
           MOVE ACS-OPERADOR TO OPERADOR-INFORMADO.

           PERFORM CARREGA-REJEITOS.
           IF QTD-REJEITOS = 0
               DISPLAY "Nenhum rejeito pendente ou em espera em "
                   "ERROS.DAT - nada a tratar."
               STOP RUN
           END-IF.

           PERFORM REGRAVA-REJEITOS.
           DISPLAY "Rejeitos corrigidos....: " TOTAL-CORRIGIDOS.
           DISPLAY "Rejeitos descartados...: " TOTAL-DESCARTADOS.
           DISPLAY "Aprovados acima da cota: " TOTAL-APROVADOS.
           DISPLAY "Encerrando bancada de rejeitos.".
           STOP RUN.

               MOVE 'N' TO FIM-REJEITADOS
               PERFORM LE-REJEITADO
               PERFORM UNTIL FIM-REJEITADOS-SIM
                   IF ERR-PENDENTE OR ERR-EM-ESPERA
                       IF QTD-REJEITOS < REJEITOS-MAX
                           ADD 1 TO QTD-REJEITOS
                           MOVE ERR-SITUACAO

           APRESENTA-MENU.
               MOVE 0 TO TOTAL-PENDENTES
               MOVE 0 TO TOTAL-EM-ESPERA
               PERFORM VARYING IDX-REJEITO FROM 1 BY 1
               UNTIL IDX-REJEITO > QTD-REJEITOS
                   IF REJ-SITUACAO(IDX-REJEITO) = "P"
                       ADD 1 TO TOTAL-PENDENTES
                   END-IF
                   IF REJ-SITUACAO(IDX-REJEITO) = "E"
                       ADD 1 TO TOTAL-EM-ESPERA
                   END-IF
               END-PERFORM
               DISPLAY "-----------------------------------------------"
               DISPLAY "Rejeitos pendentes: " TOTAL-PENDENTES
               DISPLAY "Em espera por cota: " TOTAL-EM-ESPERA
               DISPLAY "1 - Tratar rejeitos pendentes"
               DISPLAY "2 - Lista de envelhecimento dos pendentes"
               DISPLAY "3 - Aprovar registros em espera por cota"
               DISPLAY "0 - Gravar e encerrar"
               EXIT.

                       PERFORM PASSEIA-PENDENTES
                   WHEN "2"
                       PERFORM LISTA-ENVELHECIMENTO
                   WHEN "3"
                       PERFORM PASSEIA-EM-ESPERA
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
               END-PERFORM
               EXIT.

      *    Rejeito no layout antigo (sinal e 7 digitos, separador na
      *    posicao 9) e alinhado ao de 15 digitos com zeros a
      *    esquerda, do mesmo jeito que VALIDA-ENTRADA faz.
           DESMONTA-REGISTRO.
               IF REJ-REGISTRO(IDX-REJEITO)(9:1) = SPACE
                   MOVE SPACES TO CAMPOS-DO-REGISTRO
                   STRING REJ-REGISTRO(IDX-REJEITO)(1:1) "00000000"
                       REJ-REGISTRO(IDX-REJEITO)(2:79)
                       DELIMITED BY SIZE INTO CAMPOS-DO-REGISTRO
               ELSE
                   MOVE REJ-REGISTRO(IDX-REJEITO)
                       TO CAMPOS-DO-REGISTRO
               END-IF
               EXIT.

           TRATA-REJEITO.
               PERFORM DESMONTA-REGISTRO
               MOVE REJ-MOTIVO(IDX-REJEITO) TO DESCRICAO-MOTIVO
               PERFORM DESCREVE-MOTIVO
               DISPLAY "-----------------------------------------------"
      *    esta). O registro corrigido volta para NUMEROS.DAT e entra
      *    no proximo ciclo de VALIDA-ENTRADA como qualquer outro.
           CORRIGE-REJEITO.
               DISPLAY "Novo numero, sinal e 15 digitos (branco "
                   "mantem " REG-NUMERO-BRUTO "): " WITH NO ADVANCING
               ACCEPT ENTRADA-NOVO-NUMERO
               IF ENTRADA-NOVO-NUMERO NOT = SPACES
               CLOSE ENTRADA-BRUTA
               EXIT.

           PASSEIA-EM-ESPERA.
               MOVE 'S' TO CONTINUA-PASSEIO
               PERFORM VARYING IDX-REJEITO FROM 1 BY 1
               UNTIL IDX-REJEITO > QTD-REJEITOS
                   OR NOT CONTINUA-PASSEIO-SIM
                   IF REJ-SITUACAO(IDX-REJEITO) = "E"
                       PERFORM TRATA-EM-ESPERA
                   END-IF
               END-PERFORM
               EXIT.

      *    Registro em espera e valido: so passou da cota mensal do
      *    departamento. Nao ha o que corrigir - ou o departamento
      *    aprova o excedente, ou o registro e descartado.
           TRATA-EM-ESPERA.
               PERFORM DESMONTA-REGISTRO
               DISPLAY "-----------------------------------------------"
               DISPLAY "Em espera desde " REJ-DATA(IDX-REJEITO)
                   " - cota mensal do departamento excedida"
               DISPLAY "  numero......: " REG-NUMERO-BRUTO
               DISPLAY "  requisicao..: " REG-REQUISICAO
               DISPLAY "  departamento: " REG-DEPARTAMENTO
               DISPLAY "A=aprovar, D=descartar, branco=pular, "
                   "F=fim do tratamento: " WITH NO ADVANCING
               ACCEPT OPCAO-REJEITO
               EVALUATE OPCAO-REJEITO
                   WHEN "A"
                       PERFORM APROVA-EM-ESPERA
                   WHEN "D"
                       PERFORM DESCARTA-REJEITO
                   WHEN "F"
                       MOVE 'N' TO CONTINUA-PASSEIO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT.

      *    A aprovacao fica em APROVCOTA.DAT com quem aprovou pelo
      *    departamento; a critica do mes deixa o ID passar acima da
      *    cota quando o registro volta de NUMEROS.DAT.
           APROVA-EM-ESPERA.
               DISPLAY "Aprovado por (contato do departamento): "
                   WITH NO ADVANCING
               ACCEPT ENTRADA-APROVADOR
               IF ENTRADA-APROVADOR = SPACES
                   DISPLAY "Aprovacao exige o nome de quem aprovou - "
                       "registro mantido em espera."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO REGISTRO-CORRIGIDO
               STRING REG-NUMERO-BRUTO " " REG-REQUISICAO " "
                   REG-DEPARTAMENTO DELIMITED BY SIZE
                   INTO REGISTRO-CORRIGIDO
               PERFORM GUARDA-APROVACAO-COTA
               PERFORM DEVOLVE-PARA-ENTRADA
               MOVE "L" TO REJ-SITUACAO(IDX-REJEITO)
               MOVE SPACES TO REJ-NOTA(IDX-REJEITO)
               STRING "APROVADO EM " FUNCTION CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO REJ-NOTA(IDX-REJEITO)
               ADD 1 TO TOTAL-APROVADOS
               DISPLAY "Registro aprovado e devolvido a NUMEROS.DAT."
               EXIT.

           GUARDA-APROVACAO-COTA.
               OPEN EXTEND APROVACOES-COTA
               IF STATUS-APROVACOES = "35"
                   OPEN OUTPUT APROVACOES-COTA
               END-IF
               MOVE SPACES TO REG-APROVACAO-COTA
               MOVE REG-REQUISICAO TO APR-ID-REQUISICAO
               MOVE REG-DEPARTAMENTO TO APR-DEPARTAMENTO
               MOVE FUNCTION CURRENT-DATE(1:14) TO APR-TIMESTAMP
               MOVE OPERADOR-INFORMADO TO APR-OPERADOR
               MOVE ENTRADA-APROVADOR TO APR-NOTA
               WRITE REG-APROVACAO-COTA
               CLOSE APROVACOES-COTA
               EXIT.

           DESCARTA-REJEITO.
               DISPLAY "Nota do descarte: " WITH NO ADVANCING
               ACCEPT ENTRADA-NOTA
           LISTA-ENVELHECIMENTO.
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-DE-HOJE
               DISPLAY "-----------------------------------------------"
               DISPLAY "Pendentes por idade (dias desde a rejeicao,"
                   " motivo 10 = em espera por cota):"
               PERFORM VARYING IDX-REJEITO FROM 1 BY 1
               UNTIL IDX-REJEITO > QTD-REJEITOS
                   IF REJ-SITUACAO(IDX-REJEITO) = "P"
                       OR REJ-SITUACAO(IDX-REJEITO) = "E"
                       PERFORM EXIBE-IDADE-PENDENTE
                   END-IF
               END-PERFORM
                   MOVE DIAS-PENDENTE TO DIAS-EDITADO
                   DISPLAY "  " FUNCTION TRIM(DIAS-EDITADO)
                       " dia(s) - motivo " REJ-MOTIVO(IDX-REJEITO)
                       " [" REJ-REGISTRO(IDX-REJEITO)(1:29) "]"
               ELSE
                   DISPLAY "  (sem data) - motivo "
                       REJ-MOTIVO(IDX-REJEITO)
                       " [" REJ-REGISTRO(IDX-REJEITO)(1:29) "]"
               END-IF
               EXIT.

                   WHEN "07"
                       MOVE "depto desconhecido/inativo"
                           TO DESCRICAO-MOTIVO
                   WHEN "08"
                       MOVE "lote ja aceito (reenvio)"
                           TO DESCRICAO-MOTIVO
                   WHEN "09"
                       MOVE "ID-REQUISICAO ja processado"
                           TO DESCRICAO-MOTIVO
                   WHEN "10"
                       MOVE "cota mensal excedida (em espera)"
                           TO DESCRICAO-MOTIVO
                   WHEN OTHER
                       MOVE "motivo desconhecido" TO DESCRICAO-MOTIVO
               END-EVALUATE

      *    A regravacao rele ERROS.DAT copiando cada registro para o
      *    temporario: o N-esimo pendente do arquivo e a N-esima
      *    vaga da bancada (a carga subiu os pendentes e os em
      *    espera nessa mesma ordem) e sai com a situacao
      *    atualizada; corrigidos, descartados, liberados e os alem
      *    da capacidade passam sem mexer. A troca do vivo pelo
      *    temporario e um unico passo final (CBL_RENAME_FILE), como
      *    no expurgo: um abend no meio nao deixa ERROS.DAT parcial.
           REGRAVA-REJEITOS.
               OPEN INPUT ENTRADA-REJEITADA
               OPEN OUTPUT REJEITADO-TEMP
               MOVE 'N' TO FIM-REJEITADOS
               PERFORM LE-REJEITADO
               PERFORM UNTIL FIM-REJEITADOS-SIM
                   IF (ERR-PENDENTE OR ERR-EM-ESPERA)
                       AND SEQ-PENDENTE < QTD-REJEITOS
                       ADD 1 TO SEQ-PENDENTE
                       MOVE SPACES TO REG-REJEITADO
