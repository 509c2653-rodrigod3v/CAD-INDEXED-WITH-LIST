      ******************************************************************
      * Copybook: DB_IMAGE
      * Purpose: layout do registro de IMAGENS.DAT (FD IMAGENS), o log
      * de imagens posteriores de CONTATOS.DAT. Todo programa que grava
      * o cadastro (inclusao, regravacao ou expurgo) acrescenta uma
      * linha com o registro inteiro como ficou, via o subprograma
      * IMGLOG. RECUCONT parte de um backup de BKPCONT e reaplica as
      * imagens ate a data/hora informada.
      * IMG-OPERACAO segue os codigos de AUD-OPERACAO (I/A/E/R) mais
      * P=expurgo fisico (a imagem e a do registro removido).
      ******************************************************************
       01  REG-IMAGEM.
           05 IMG-DATA-HORA                   PIC 9(14).
           05 FILLER                          PIC X(01) VALUE SPACE.
           05 IMG-PROGRAMA                    PIC X(08).
           05 FILLER                          PIC X(01) VALUE SPACE.
           05 IMG-OPERACAO                    PIC X(01).
              88 IMG-EXPURGO                  VALUE 'P'.
           05 FILLER                          PIC X(01) VALUE SPACE.
           05 IMG-OPERADOR                    PIC X(05).
           05 FILLER                          PIC X(01) VALUE SPACE.
           05 IMG-CONTATO                     PIC X(152).
