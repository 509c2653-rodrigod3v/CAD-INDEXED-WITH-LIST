      ******************************************************************
      * Copybook: DB_CADEI
      * Purpose: layout do registro de CADEIA.DAT (FD CADEIA), o ponto
      * de controle da cadeia noturna de NOTRCONT. Um unico registro,
      * regravado antes de cada etapa e no fim da cadeia: data, hora
      * e dia da semana do inicio da cadeia, situacao (A em andamento,
      * E interrompida por erro, C concluida) e a etapa corrente (ou
      * a que falhou). Uma cadeia que ficou em A ou E e oferecida
      * para retomada a partir dessa etapa na execucao seguinte.
      ******************************************************************
       01  REG-CADEIA.
           05 CDA-DATA-INICIO                 PIC 9(08).
           05 FILLER                          PIC X(01).
           05 CDA-HORA-INICIO                 PIC 9(06).
           05 FILLER                          PIC X(01).
           05 CDA-DIA-SEMANA                  PIC 9(01).
           05 FILLER                          PIC X(01).
           05 CDA-SITUACAO                    PIC X(01).
              88 CADEIA-EM-ANDAMENTO          VALUE 'A'.
              88 CADEIA-INTERROMPIDA          VALUE 'E'.
              88 CADEIA-CONCLUIDA             VALUE 'C'.
           05 FILLER                          PIC X(01).
           05 CDA-ETAPA                       PIC 9(02).
           05 FILLER                          PIC X(01).
           05 CDA-PROGRAMA                    PIC X(08).
           05 FILLER                          PIC X(01).
           05 CDA-OPERADOR                    PIC X(05).
