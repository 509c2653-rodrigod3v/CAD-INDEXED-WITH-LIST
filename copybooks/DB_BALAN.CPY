      ******************************************************************
      * Copybook: DB_BALAN
      * Purpose: layout do registro de BALANCO.DAT (FD BALANCO), o
      * historico de fechamentos do balanceamento diario de BALCONT.
      * Cada execucao acrescenta uma linha com a contagem real de
      * CONTATOS.DAT (ativos, inativos e total), o ultimo ID de
      * CONTCTRL.DAT, o movimento apurado desde o fechamento anterior
      * (inclusoes, exclusoes e reativacoes de AUDITORIA.DAT e
      * expurgos de PURGCONT no JORNAL.DAT) e a situacao: abertura
      * (primeira execucao, sem fechamento anterior), balanceado ou
      * divergente. A execucao seguinte parte da ultima linha.
      ******************************************************************
       01  REG-BALANCO.
           05 BAL-DATA                        PIC 9(08).
           05 FILLER                          PIC X(01).
           05 BAL-HORA                        PIC 9(06).
           05 FILLER                          PIC X(01).
           05 BAL-ATIVOS                      PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-INATIVOS                    PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-TOTAL                       PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-ULTIMO-ID                   PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-INCLUSOES                   PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-EXCLUSOES                   PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-REATIVACOES                 PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-EXPURGOS                    PIC 9(05).
           05 FILLER                          PIC X(01).
           05 BAL-SITUACAO                    PIC X(01).
              88 BAL-ABERTURA                 VALUE 'A'.
              88 BAL-BALANCEADO               VALUE 'B'.
              88 BAL-DIVERGENTE               VALUE 'D'.
