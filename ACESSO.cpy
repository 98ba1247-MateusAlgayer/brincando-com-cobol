      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Area de troca com IDENTIFICA-OPERADOR, chamado na
      *          partida de cada programa de manutencao e de consulta
      *          para identificar o operador (codigo e senha do
      *          cadastro OPERADORES.DAT) e conferir o perfil exigido.
      *          Perfis (letras em OPR-PERFIS / ACS-PERFIS):
      *            C - consultas (CONSULTA-AUDITORIA, -RASTREIO,
      *                -LIVRO) e leitura das manutencoes
      *            F - consulta avulsa do FATORADOR (CONSULTA-FATORES)
      *            P - alteracao de parametros
      *            D - alteracao do cadastro de departamentos
      *            T - alteracao de tarifas
      *            R - bancada de rejeitos
      *            B - disputas de cobranca
      *            M - utilitario do mestre de fatores
      *            A - administrador: todos os perfis e o cadastro de
      *                operadores
      *          ACS-FUNCAO-CIFRA so devolve em ACS-SENHA-CIFRADA a
      *          senha cifrada de ACS-OPERADOR + ACS-SENHA-INFORMADA,
      *          para MANUTENCAO-OPERADORES gravar no cadastro.
      ******************************************************************
       01  AREA-ACESSO.
           05  ACS-FUNCAO              PIC X(01).
               88  ACS-FUNCAO-IDENTIFICA        VALUE "I".
               88  ACS-FUNCAO-CIFRA             VALUE "C".
      *    Entrada: programa chamador (para ACESSOLOG.DAT), perfil
      *    exigido e se o programa aceita operador so de consulta.
           05  ACS-PROGRAMA            PIC X(30).
           05  ACS-PERFIL-EXIGIDO      PIC X(01).
           05  ACS-ACEITA-LEITURA      PIC X(01).
               88  ACS-ACEITA-LEITURA-SIM       VALUE "S".
      *    Saida: operador identificado e o resultado.
           05  ACS-OPERADOR            PIC X(08).
           05  ACS-NOME-OPERADOR       PIC X(30).
           05  ACS-PERFIS              PIC X(10).
           05  ACS-SENHA-INFORMADA     PIC X(08).
           05  ACS-SENHA-CIFRADA       PIC 9(10).
           05  ACS-RESULTADO           PIC X(01).
               88  ACS-LIBERADO                 VALUE "S".
               88  ACS-SO-LEITURA               VALUE "L".
               88  ACS-NEGADO                   VALUE "N".
