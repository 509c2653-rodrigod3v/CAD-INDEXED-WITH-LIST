      ******************************************************************
      * Copybook: DB_AGEND
      * Purpose: layout do registro de AGENDA.DAT (FD AGENDA), a
      * agenda de follow-up dos contatos. A chave e o ID do contato
      * mais a data prevista (um follow-up por contato por dia).
      * O follow-up e agendado em INTERCON ao registrar uma interacao
      * e concluido na interacao seguinte do contato, que fica
      * anotada em AGE-SEQ-INTERACAO. AGE-RESPONSAVEL e o OPE-CODIGO
      * do operador que deve fazer o retorno (RELAGEND lista a
      * agenda do dia por responsavel).
      ******************************************************************
       01  REG-AGENDA.
           05 AGE-CHAVE.
              10 AGE-ID-CONTATO               PIC 9(05).
              10 AGE-DT-PREVISTA              PIC 9(08).
           05 AGE-TAREFA                      PIC X(40).
           05 AGE-RESPONSAVEL                 PIC X(05).
           05 AGE-SITUACAO                    PIC X(01).
              88 AGE-ABERTO                   VALUE 'A'.
              88 AGE-CONCLUIDO                VALUE 'C'.
           05 AGE-DT-AGENDAMENTO              PIC 9(08).
           05 AGE-OPERADOR                    PIC X(05).
           05 AGE-DT-CONCLUSAO                PIC 9(08).
           05 AGE-SEQ-INTERACAO               PIC 9(04).
