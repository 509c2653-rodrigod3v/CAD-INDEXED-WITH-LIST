      * motivo da rejeicao, para correcao e reenvio na proxima carga.
      * Motivos: 01=ID INVALIDO  02=NOME EM BRANCO  03=CHAVE DUPLICADA
      *          04=NOME DUPLICADO  05=ERRO DE GRAVACAO
      *          06=GRUPO INVALIDO  07=ID NAO CADASTRADO
      *          08=CONTATO JA INATIVO  09=CONTATO JA ATIVO
      *          10=ACAO INVALIDA
      ******************************************************************
       01  REG-REJEITO.
           05 REJ-ID-CONTATO                  PIC 9(05).
           05 REJ-EMAIL-CONTATO               PIC X(40).
           05 REJ-END-CONTATO                 PIC X(50).
           05 REJ-GRP-CONTATO                 PIC X(03).
           05 REJ-ACAO                        PIC X(01).
           05 REJ-MOTIVO                      PIC X(02).
