      ******************************************************************
      * Copybook: DB_PREFC
      * Purpose: layout do registro de PREFCOM.DAT (FD PREFCOM), o
      * cadastro de recusa de comunicacao (opt-out) por contato,
      * mantido por PREFCONT. Cada canal guarda um codigo:
      *   N (ou branco) - canal liberado
      *   S             - recusado pelo proprio contato
      *   D             - bloqueado por devolucao de correspondencia
      * PRF-SEM-CONTATO = S recusa todos os canais de uma vez.
      * PRF-DATA/PRF-OPERADOR registram a ultima recusa informada
      * pelo operador (o bloqueio por devolucao nao altera os dois).
      ******************************************************************
       01  REG-PREFCOM.
           05 PRF-ID-CONTATO                  PIC 9(05).
           05 PRF-SEM-EMAIL                   PIC X(01).
              88 PRF-BLOQ-EMAIL               VALUE 'S' 'D'.
           05 PRF-SEM-CORREIO                 PIC X(01).
              88 PRF-BLOQ-CORREIO             VALUE 'S' 'D'.
           05 PRF-SEM-TELEFONE                PIC X(01).
              88 PRF-BLOQ-TELEFONE            VALUE 'S' 'D'.
           05 PRF-SEM-CONTATO                 PIC X(01).
              88 PRF-BLOQ-TOTAL               VALUE 'S'.
           05 PRF-DATA                        PIC 9(08).
           05 PRF-OPERADOR                    PIC X(05).
