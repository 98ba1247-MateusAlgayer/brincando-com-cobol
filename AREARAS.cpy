      *          FATORADOR: "L" mantem o mestre de rastreamento aberto
      *          entre as chamadas do laco e "F" encerra e fecha;
      *          em branco abre e fecha a cada chamada.
      ******************************************************************
      * Modification history:
      * 15/10/2026 - RAS-NUMERO ampliado para 16 posicoes (sinal e 15
      *              digitos), acompanhando RTR-NUMERO.
      * 15/10/2026 - Etapa de consulta ("C"): so le a requisicao, sem
      *              gravar nada, e devolve se ela existe e os carimbos
      *              de critica e processamento que ja tem - e com isso
      *              que VALIDA-ENTRADA recusa ID-REQUISICAO reusado.
      * 15/10/2026 - Inclusao de RAS-CANAL: a etapa de processamento
      *              do canal expresso diurno informa "E", gravado em
      *              RTR-PART-FLUXO (requisicao expressa nunca e
      *              particionada); a consulta devolve o fluxo em
      *              RAS-FLUXO-ACHADO, e e por ele que MEU-PROGRAMA-1
      *              nao processa de novo o que o expresso ja atendeu.
      ******************************************************************
       01  AREA-RASTREIO.
           05  RAS-ETAPA           PIC X(01).
               88  RAS-ETAPA-VALIDACAO          VALUE "V".
               88  RAS-ETAPA-PARTICAO           VALUE "P".
               88  RAS-ETAPA-PROCESSAMENTO      VALUE "F".
               88  RAS-ETAPA-CONSULTA           VALUE "C".
           05  RAS-MODO-EXECUCAO   PIC X(01).
               88  RAS-MODO-AVULSO              VALUE " ".
               88  RAS-MODO-LOTE                VALUE "L".
               88  RAS-MODO-ENCERRA-LOTE        VALUE "F".
           05  RAS-ID-REQUISICAO   PIC X(08).
           05  RAS-DEPARTAMENTO    PIC X(03).
           05  RAS-NUMERO          PIC X(16).
           05  RAS-SITUACAO        PIC X(01).
           05  RAS-MOTIVO          PIC X(02).
           05  RAS-FLUXO           PIC X(01).
           05  RAS-STATUS          PIC X(02).
           05  RAS-CANAL           PIC X(01).
               88  RAS-CANAL-NOTURNO            VALUE " ".
               88  RAS-CANAL-EXPRESSO           VALUE "E".
      *    Devolvidos pela etapa de consulta.
           05  RAS-REQUISICAO-ACHADA   PIC X(01).
               88  RAS-REQUISICAO-ACHADA-SIM    VALUE "S".
           05  RAS-VAL-TIMESTAMP-ACHADO  PIC X(14).
           05  RAS-VAL-SITUACAO-ACHADA   PIC X(01).
           05  RAS-PROC-TIMESTAMP-ACHADO PIC X(14).
           05  RAS-FLUXO-ACHADO          PIC X(01).
               88  RAS-FLUXO-ACHADO-EXPRESSO    VALUE "E".
