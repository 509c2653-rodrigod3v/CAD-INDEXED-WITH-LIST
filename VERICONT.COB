      *         grupo inativo, inconsistencias entre SIT-CONTATO e
      *         DT-EXCLUSAO e linhas de auditoria orfas (contato que
      *         nao existe mais), separando as explicaveis pelo
      *         expurgo das que nao sao. Confere tambem o vinculo
      *         do contato com a empresa (CONTEMPR.DAT x EMPRESAS.DAT):
      *         empresa nao cadastrada e ERRO, contato ativo em
      *         empresa inativa e AVISO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

           SELECT EMPRESAS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\EMPRESAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CODIGO
               ALTERNATE RECORD KEY IS EMP-CNPJ
               ALTERNATE RECORD KEY IS EMP-NOME WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-EMP.

           SELECT VINCULOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VIN-ID-CONTATO
               ALTERNATE RECORD KEY IS VIN-EMPRESA WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VIN.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD AUDITORIA.
           COPY DB_AUDIT.

       FD EMPRESAS.
           COPY DB_EMPRE.

       FD VINCULOS.
           COPY DB_VINCU.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
           88 FS-GRP-OK                       VALUE 0.
         77 WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                       VALUE 0.
         77 WS-FS-EMP                         PIC 99.
           88 FS-EMP-OK                       VALUE 0.
         77 WS-FS-VIN                         PIC 99.
           88 FS-VIN-OK                       VALUE 0.
         77 WS-VINCULOS                       PIC X     VALUE 'N'.
           88 VINCULOS-ABERTO                 VALUE 'S'.
         77 WS-EMPRESAS                       PIC X     VALUE 'N'.
           88 EMPRESAS-ABERTO                 VALUE 'S'.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-DIAS-ALPHA                     PIC X(03).
         77 WS-ATIVO-COM-DATA                 PIC 9(05) VALUE 0.
         77 WS-AUD-ORFA-RECENTE               PIC 9(05) VALUE 0.
         77 WS-AUD-ORFA-EXPURGO               PIC 9(05) VALUE 0.
         77 WS-EMP-INEXISTENTE                PIC 9(05) VALUE 0.
         77 WS-EMP-INATIVA                    PIC 9(05) VALUE 0.
      *  WS-GRUPO-TAB tem uma entrada alem do limite de 50 grupos
      *  porque o laco de busca testa WS-GT-CODIGO na posicao
      *  WS-QTD-GRUPOS + 1.

               MOVE 0                TO ID-CONTATO

               PERFORM P205-ABRE-VINCULOS THRU P205-FIM

               START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                   INVALID KEY
                       SET EOF-OK TO TRUE

               PERFORM P210-EXAMINA-CONTATO THRU P210-FIM UNTIL EOF-OK

               IF VINCULOS-ABERTO
                   CLOSE VINCULOS
               END-IF

               IF EMPRESAS-ABERTO
                   CLOSE EMPRESAS
               END-IF

               CLOSE CONTATOS
           END-IF
           .
       P200-FIM.

      ******************************************************************
      * P205-ABRE-VINCULOS: abre os vinculos contato x empresa e o
      * cadastro de empresas. Sem CONTEMPR.DAT (nenhum contato
      * vinculado ainda) a verificacao de empresa e ignorada.
      ******************************************************************
       P205-ABRE-VINCULOS.
           MOVE 'N'                 TO WS-VINCULOS
           MOVE 'N'                 TO WS-EMPRESAS

           OPEN INPUT VINCULOS

           IF WS-FS-VIN EQUAL 35
               DISPLAY 'ARQUIVO DE VINCULOS COM EMPRESAS INEXISTENTE: '
                   'VERIFICACAO DE EMPRESA IGNORADA'
           ELSE
           IF NOT FS-VIN-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
               DISPLAY 'FILE STATUS: ' WS-FS-VIN
           ELSE
               OPEN INPUT EMPRESAS

      *        Com vinculos gravados e sem EMPRESAS.DAT todas as
      *        empresas sao tratadas como nao cadastradas.
               IF NOT FS-EMP-OK AND WS-FS-EMP NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS'
                   DISPLAY 'FILE STATUS: ' WS-FS-EMP
                   CLOSE VINCULOS
               ELSE
                   MOVE 'S'          TO WS-VINCULOS
                   IF FS-EMP-OK
                       MOVE 'S'      TO WS-EMPRESAS
                   END-IF
               END-IF
           END-IF
           END-IF
           .
       P205-FIM.

       P210-EXAMINA-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   ADD 1 TO WS-EXAMINADOS
                   PERFORM P220-VERIFICA-GRUPO THRU P220-FIM
                   PERFORM P230-VERIFICA-SITUACAO THRU P230-FIM
                   IF VINCULOS-ABERTO
                       PERFORM P240-VERIFICA-EMPRESA THRU P240-FIM
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
           .
       P230-FIM.

      ******************************************************************
      * P240-VERIFICA-EMPRESA: confere o vinculo do contato corrente
      * com a empresa. Contato sem vinculo nao e excecao; vinculo para
      * empresa que nao existe em EMPRESAS.DAT e ERRO; contato ativo
      * vinculado a empresa desativada e AVISO.
      ******************************************************************
       P240-VERIFICA-EMPRESA.
           MOVE ID-CONTATO          TO VIN-ID-CONTATO

           READ VINCULOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VIN-EMPRESA TO EMP-CODIGO

                   IF EMPRESAS-ABERTO
                       READ EMPRESAS
                           INVALID KEY
                               CONTINUE
                       END-READ
                   ELSE
                       MOVE 23       TO WS-FS-EMP
                   END-IF

                   IF NOT FS-EMP-OK
                       ADD 1 TO WS-EMP-INEXISTENTE
                       ADD 1 TO WS-TOT-ERROS
                       DISPLAY 'ERRO  ' ID-CONTATO ' ' NM-CONTATO
                           ' - EMPRESA ' VIN-EMPRESA
                           ' NAO CADASTRADA'
                   ELSE
                       IF CONTATO-ATIVO AND EMPRESA-INATIVA
                           ADD 1 TO WS-EMP-INATIVA
                           ADD 1 TO WS-TOT-AVISOS
                           DISPLAY 'AVISO ' ID-CONTATO ' ' NM-CONTATO
                               ' - ATIVO EM EMPRESA INATIVA '
                               VIN-EMPRESA
                       END-IF
                   END-IF
           END-READ
           .
       P240-FIM.

      ******************************************************************
      * P300-VERIFICA-AUDITORIA: rele cada linha de AUDITORIA.DAT e
      * confere se o contato referenciado ainda existe. Orfa com data
       P320-AUDITORIA-ORFA.
           PERFORM P600-DATA-REGISTRO THRU P600-FIM

      *    A anonimizacao LGPD (operacao L) pode ser pedida por quem
      *    ja foi expurgado: a orfa e explicavel em qualquer data.
           IF AUD-OPERACAO EQUAL 'L'
               ADD 1 TO WS-AUD-ORFA-EXPURGO
               ADD 1 TO WS-TOT-AVISOS
               DISPLAY 'AVISO ' AUD-ID-CONTATO ' - ANONIMIZACAO LGPD '
                   'DE CONTATO EXPURGADO: ' AUD-DATA-HORA
           ELSE
           IF WS-DT-REGISTRO GREATER THAN WS-DT-CORTE
               ADD 1 TO WS-AUD-ORFA-RECENTE
               ADD 1 TO WS-TOT-ERROS
               DISPLAY 'AVISO ' AUD-ID-CONTATO ' - AUDITORIA ORFA '
                   'ALEM DO PRAZO DE RETENCAO: ' AUD-DATA-HORA
           END-IF
           END-IF
           .
       P320-FIM.

               WS-INATIVO-SEM-DATA
           DISPLAY 'ATIVO COM DATA DE EXCLUSAO:       '
               WS-ATIVO-COM-DATA
           DISPLAY 'EMPRESA NAO CADASTRADA:           '
               WS-EMP-INEXISTENTE
           DISPLAY 'ATIVO EM EMPRESA INATIVA:         '
               WS-EMP-INATIVA
           DISPLAY 'AUDITORIA ORFA DENTRO DO PRAZO:   '
               WS-AUD-ORFA-RECENTE
           DISPLAY 'AUDITORIA ORFA ALEM DO PRAZO:     '
