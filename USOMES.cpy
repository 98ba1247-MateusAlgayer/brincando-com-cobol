      ******************************************************************
      * Author: MateusAlgayer
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com APURA-USO-MES: o chamador
      *          informa o mes (AAAAMM) e recebe as chamadas ja
      *          atendidas nesse mes por departamento e servico (P, D
      *          e S), apuradas de RELATORIO.DAT e dos historicos
      *          ARQREL<data>.DAT do expurgo. E a base da conferencia
      *          de cota da critica e do relatorio diario de cotas.
      ******************************************************************
       01  USO-MES.
           05  USO-MES-REFERENCIA     PIC X(06).
           05  USO-QTD-DEPARTAMENTOS  PIC 9(03).
      *    Linhas do mes de departamentos alem dos 50 da tabela.
           05  USO-LINHAS-FORA        PIC 9(07).
      *    OCCURS 50 casa com USO-DEPARTAMENTOS-MAX de APURA-USO-MES
      *    e com o OCCURS 50 de DEPTOS.cpy; precisam mudar juntos.
           05  USO-ENTRADA OCCURS 50 TIMES.
               10  USO-DEPARTAMENTO   PIC X(03).
               10  USO-QTD-PRIMOS     PIC 9(07).
               10  USO-QTD-DIVISORES  PIC 9(07).
               10  USO-QTD-SOMA       PIC 9(07).
