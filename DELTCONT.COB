      *         inativacao), header com data e numero de sequencia da
      *         remessa e trailer com a contagem, para o destino
      *         recusar remessa fora de ordem ou truncada.
      *         Contatos com recusa de comunicacao em PREFCOM.DAT
      *         (recusa total ou de e-mail e correspondencia) saem
      *         como inativacao so com o ID, para o destino parar de
      *         enviar; recusa de um canal so deixa o campo em branco.
      *         Cada remessa concluida fica registrada em REMESSAS.DAT,
      *         para RETOCONT conferir as devolucoes da mala direta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.

           SELECT PREFCOM ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\PREFCOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-ID-CONTATO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PRF.

           SELECT AUDITORIA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AUDITORIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAR.

           SELECT REMESSAS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\REMESSAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REM-SEQUENCIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-REM.

           SELECT DELTA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTDELT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD CONTATOS.
           COPY DB_CONTT.

       FD PREFCOM.
           COPY DB_PREFC.

       FD AUDITORIA.
           COPY DB_AUDIT.

           05 FILLER                          PIC X(01) VALUE SPACE.
           05 MAR-ULT-SEQUENCIA               PIC 9(05).

       FD REMESSAS.
           COPY DB_REMES.

       FD DELTA.
       01  REG-DELTA                          PIC X(160).

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-PRF                         PIC 99.
         77 WS-PREFCOM                        PIC X     VALUE 'N'.
           88 PREFCOM-ABERTO                  VALUE 'S'.
           88 PREFCOM-ERRO                    VALUE 'E'.
         77 WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                       VALUE 0.
         77 WS-FS-MAR                         PIC 99.
         77 WS-FS-REM                         PIC 99.
         77 WS-FS-DEL                         PIC 99.
           88 FS-DEL-OK                       VALUE 0.
         77 WS-EOF                            PIC X.
         77 WS-AUD-LIDAS                      PIC 9(05) VALUE 0.
         77 WS-AUD-IGNORADAS                  PIC 9(05) VALUE 0.
         77 WS-DETALHES                       PIC 9(07) VALUE 0.
         77 WS-SUPRIMIDOS                     PIC 9(07) VALUE 0.
         77 WS-PRF-FALHAS                     PIC 9(07) VALUE 0.
         77 WS-CANAL-OMITIDO                  PIC 9(07) VALUE 0.
         77 WS-IND                            PIC 9(04).
         77 WS-ACAO                           PIC X(01).
         01 WS-DATA-ATUAL.
      ******************************************************************
       P300-GRAVA-DELTA.
           MOVE 0                   TO WS-DETALHES
           MOVE 0                   TO WS-SUPRIMIDOS
           MOVE 0                   TO WS-PRF-FALHAS
           MOVE 0                   TO WS-CANAL-OMITIDO
           MOVE 'S'                 TO WS-EXTRACAO-OK
           COMPUTE WS-SEQUENCIA = WS-ULT-SEQUENCIA + 1

               WRITE REG-DELTA

               IF WS-QTD-TOCADOS GREATER THAN 0
                   PERFORM P150-ABRE-PREFCOM THRU P150-FIM

                   OPEN INPUT CONTATOS

                   IF PREFCOM-ERRO
                       MOVE 'N'     TO WS-EXTRACAO-OK
                   ELSE
                   IF NOT FS-OK THEN
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                       DISPLAY 'FILE STATUS: ' WS-FS
                           UNTIL WS-IND GREATER THAN WS-QTD-TOCADOS
                           PERFORM P310-GRAVA-DETALHE THRU P310-FIM
                       END-PERFORM
                   END-IF
                   END-IF

                   CLOSE CONTATOS

                   IF PREFCOM-ABERTO
                       CLOSE PREFCOM
                   END-IF
               END-IF


               IF EXTRACAO-OK
                   PERFORM P400-GRAVA-MARCA THRU P400-FIM
                   PERFORM P410-GRAVA-REMESSA THRU P410-FIM
               ELSE
                   DISPLAY 'EXTRACAO INCOMPLETA: A MARCA NAO FOI '
                       'ATUALIZADA'
                       WS-AUD-IGNORADAS
               END-IF
               DISPLAY 'CONTATOS NO DELTA:         ' WS-DETALHES
               DISPLAY 'SUPRIMIDOS POR OPT-OUT:    ' WS-SUPRIMIDOS
               DISPLAY 'COM CANAL OMITIDO:         ' WS-CANAL-OMITIDO
               IF WS-PRF-FALHAS GREATER THAN 0
                   DISPLAY 'RECUSA ILEGIVEL (SUPRIMIDOS):  '
                       WS-PRF-FALHAS
               END-IF
               DISPLAY 'ARQUIVO GERADO: CONTDELT.DAT'
           END-IF
           .
      * da auditoria foi inclusao, senao como alteracao (A);
      * contato inativo ou ja expurgado entra como inativacao (E) -
      * no expurgado o detalhe leva apenas o ID, o resto em branco.
      * O contato que recusou a mala direta em PREFCOM.DAT (recusa
      * total ou de e-mail e correspondencia) tambem sai como
      * inativacao so com o ID e conta como suprimido - continua
      * sendo um detalhe, para a conferencia de completude abaixo.
      ******************************************************************
       P310-GRAVA-DETALHE.
           MOVE WS-TC-ID(WS-IND)    TO ID-CONTATO
                   MOVE SPACES           TO WS-DET-REGISTRO
                   MOVE WS-TC-ID(WS-IND) TO WS-DET-REGISTRO(1:5)
               NOT INVALID KEY
                   PERFORM P700-LE-PREFERENCIA THRU P700-FIM

                   IF PRF-BLOQ-TOTAL
                       OR (PRF-BLOQ-EMAIL AND PRF-BLOQ-CORREIO)
                       ADD 1 TO WS-SUPRIMIDOS
                       MOVE 'E'          TO WS-DET-ACAO
                       MOVE SPACES       TO WS-DET-REGISTRO
                       MOVE WS-TC-ID(WS-IND) TO WS-DET-REGISTRO(1:5)
                   ELSE
                       IF CONTATO-INATIVO
                           MOVE 'E'      TO WS-DET-ACAO
                       ELSE
                           IF WS-TC-OPERACAO(WS-IND) EQUAL 'I'
                               MOVE 'I'  TO WS-DET-ACAO
                           ELSE
                               MOVE 'A'  TO WS-DET-ACAO
                           END-IF
                       END-IF
                       PERFORM P320-OMITE-CANAIS THRU P320-FIM
                       MOVE REG-CONTATOS TO WS-DET-REGISTRO
                   END-IF
           END-READ

           MOVE SPACES              TO REG-DELTA
           .
       P310-FIM.

      ******************************************************************
      * P320-OMITE-CANAIS: apaga no registro lido (CONTATOS.DAT esta
      * aberto so para leitura) o e-mail, o endereco ou o telefone
      * recusado, antes de o registro virar detalhe.
      ******************************************************************
       P320-OMITE-CANAIS.
           IF PRF-BLOQ-EMAIL
               MOVE SPACES          TO EMAIL-CONTATO
           END-IF
           IF PRF-BLOQ-CORREIO
               MOVE SPACES          TO END-CONTATO
           END-IF
           IF PRF-BLOQ-TELEFONE
               MOVE SPACES          TO TEL-CONTATO
           END-IF
           IF PRF-BLOQ-EMAIL OR PRF-BLOQ-CORREIO OR PRF-BLOQ-TELEFONE
               ADD 1 TO WS-CANAL-OMITIDO
           END-IF
           .
       P320-FIM.

       P400-GRAVA-MARCA.
           OPEN OUTPUT MARCA

           .
       P400-FIM.

      ******************************************************************
      * P410-GRAVA-REMESSA: registra a remessa concluida em
      * REMESSAS.DAT, criando o arquivo na primeira vez. Sequencia ja
      * registrada (marca de extracao apagada e sequencia reiniciada)
      * e regravada com os dados da remessa nova.
      ******************************************************************
       P410-GRAVA-REMESSA.
           OPEN I-O REMESSAS

           IF WS-FS-REM EQUAL 35
               OPEN OUTPUT REMESSAS
               CLOSE REMESSAS
               OPEN I-O REMESSAS
           END-IF

           IF WS-FS-REM NOT EQUAL 0 AND WS-FS-REM NOT EQUAL 5
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE REMESSAS'
               DISPLAY 'FILE STATUS: ' WS-FS-REM
               DISPLAY 'ATENCAO: DEVOLUCOES DESTA REMESSA SERAO '
                   'RECUSADAS POR RETOCONT'
           ELSE
               MOVE WS-SEQUENCIA         TO REM-SEQUENCIA
               MOVE WS-HDR-DATA          TO REM-DATA
               MOVE WS-HDR-HORA          TO REM-HORA
               MOVE WS-DETALHES          TO REM-DETALHES

               WRITE REG-REMESSA
                   INVALID KEY
                       REWRITE REG-REMESSA
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE

               IF WS-FS-REM NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO DE REMESSAS'
                   DISPLAY 'FILE STATUS: ' WS-FS-REM
                   DISPLAY 'ATENCAO: DEVOLUCOES DESTA REMESSA SERAO '
                       'RECUSADAS POR RETOCONT'
               END-IF

               CLOSE REMESSAS
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * P600-DATA-HORA-REGISTRO: converte a data/hora DD/MM/AAAA
      * HH:MM:SS de AUD-DATA-HORA para AAAAMMDDHHMMSS numerico, no
           .
       P600-FIM.

      ******************************************************************
      * P150-ABRE-PREFCOM: abre o cadastro de recusas de comunicacao,
      * no mesmo criterio de P150-ABRE-PREFCOM de EXPCONT: arquivo
      * inexistente (35) e cadastro vazio; outro erro deixa a
      * extracao incompleta, sem avancar a marca.
      ******************************************************************
       P150-ABRE-PREFCOM.
           MOVE 'N'                 TO WS-PREFCOM

           OPEN INPUT PREFCOM

           EVALUATE WS-FS-PRF
               WHEN 00
                   MOVE 'S'         TO WS-PREFCOM
               WHEN 05
                   MOVE 'S'         TO WS-PREFCOM
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUSAS'
                   DISPLAY 'FILE STATUS: ' WS-FS-PRF
                   MOVE 'E'         TO WS-PREFCOM
           END-EVALUATE
           .
       P150-FIM.

      ******************************************************************
      * P700-LE-PREFERENCIA: carrega em REG-PREFCOM a recusa do
      * contato corrente; sem recusa registrada todos os canais ficam
      * liberados (N). Erro de leitura fora de 00/23 (registro em
      * uso, 9x) deixaria no buffer a recusa do contato anterior: o
      * contato sai como recusa total e a extracao fica incompleta,
      * sem avancar a marca.
      ******************************************************************
       P700-LE-PREFERENCIA.
           MOVE ID-CONTATO          TO PRF-ID-CONTATO

           IF PREFCOM-ABERTO
               READ PREFCOM
                   INVALID KEY
                       PERFORM P710-LIBERA-CANAIS THRU P710-FIM
               END-READ

               IF WS-FS-PRF NOT EQUAL 0 AND WS-FS-PRF NOT EQUAL 23
                   DISPLAY 'ERRO AO LER A RECUSA DO CONTATO '
                       ID-CONTATO
                   DISPLAY 'FILE STATUS: ' WS-FS-PRF
                   ADD 1 TO WS-PRF-FALHAS
                   MOVE 'N'         TO WS-EXTRACAO-OK
                   PERFORM P720-RECUSA-CANAIS THRU P720-FIM
               END-IF
           ELSE
               PERFORM P710-LIBERA-CANAIS THRU P710-FIM
           END-IF
           .
       P700-FIM.

       P710-LIBERA-CANAIS.
           MOVE 'N'                 TO PRF-SEM-EMAIL
           MOVE 'N'                 TO PRF-SEM-CORREIO
           MOVE 'N'                 TO PRF-SEM-TELEFONE
           MOVE 'N'                 TO PRF-SEM-CONTATO
           .
       P710-FIM.

       P720-RECUSA-CANAIS.
           MOVE 'S'                 TO PRF-SEM-EMAIL
           MOVE 'S'                 TO PRF-SEM-CORREIO
           MOVE 'S'                 TO PRF-SEM-TELEFONE
           MOVE 'S'                 TO PRF-SEM-CONTATO
           .
       P720-FIM.

       P900-FIM.
           GOBACK
           .
