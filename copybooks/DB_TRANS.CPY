      ******************************************************************
      * Copybook: DB_TRANS
      * Purpose: layout do registro de TRANSACOES.DAT (FD TRANSACOES)
      * usado pela carga em lote (modo batch) de CADCONTT.
      * TRA-ACAO define o que a carga faz com o contato do ID:
      * I=inclusao  A=alteracao  E=exclusao (inativacao)
      * R=reativacao. Em branco vale como inclusao, para os arquivos
      * gerados antes do codigo de acao continuarem carregando.
      ******************************************************************
       01  REG-TRANSACAO.
           05 TRA-ID-CONTATO                  PIC 9(05).
           05 TRA-EMAIL-CONTATO               PIC X(40).
           05 TRA-END-CONTATO                 PIC X(50).
           05 TRA-GRP-CONTATO                 PIC X(03).
           05 TRA-ACAO                        PIC X(01).
              88 TRA-ACAO-VALIDA              VALUE 'I' 'A' 'E' 'R'
                                                    SPACE.
              88 TRA-INCLUIR                  VALUE 'I' SPACE.
              88 TRA-ALTERAR                  VALUE 'A'.
              88 TRA-INATIVAR                 VALUE 'E'.
              88 TRA-REATIVAR                 VALUE 'R'.
