      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:recuperacao de CONTATOS.DAT em um ponto no tempo.
      *         Reconstroi o indexado a partir de um backup de BKPCONT
      *         e reaplica, em ordem de gravacao, as imagens
      *         posteriores de IMAGENS.DAT (gravadas por IMGLOG) com
      *         data/hora anterior ao ponto de parada informado -
      *         normalmente o inicio da execucao ruim, conferido em
      *         JORNCONT. Cada imagem substitui o registro inteiro
      *         (ou o remove, no expurgo), entao reaplicar uma imagem
      *         ja contida no backup nao altera o resultado. Imprime o
      *         que foi reaplicado e reconstroi CONTCTRL.DAT com o
      *         maior ID do arquivo recuperado. O inicio da janela
      *         e obrigatorio: as imagens da execucao ruim continuam
      *         no log, e imagens anteriores ao backup desfariam
      *         alteracoes gravadas sem imagem (CONVCONT, recuperacao
      *         anterior). Apos a recuperacao deve ser feita uma nova
      *         descarga em BKPCONT, de onde parte a proxima.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL-CONTATO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS.

           SELECT BACKUP ASSIGN TO DYNAMIC WS-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKP.

           SELECT IMAGENS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\IMAGENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IMG.

           SELECT CONTROLE ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTCTRL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CTR.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
           COPY DB_CONTT.

       FD BACKUP.
       01  REG-BACKUP                         PIC X(152).

       FD IMAGENS.
           COPY DB_IMAGE.

       FD CONTROLE.
           COPY DB_CTRL.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-BKP                         PIC 99.
           88 FS-BKP-OK                       VALUE 0.
         77 WS-FS-IMG                         PIC 99.
           88 FS-IMG-OK                       VALUE 0.
         77 WS-FS-CTR                         PIC 99.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-NOME-BACKUP                    PIC X(70).
         77 WS-NOME-INFORMADO                 PIC X(70).
         77 WS-CONFIRMA                       PIC X.
           88 CONFIRMA-SIM                    VALUE 'S'.
         77 WS-DH-ALPHA                       PIC X(14).
         77 WS-DH-INICIO                      PIC 9(14) VALUE 0.
         77 WS-DH-PARADA                      PIC 9(14) VALUE 0.
         77 WS-DH-VALIDA                      PIC X     VALUE 'N'.
           88 DH-VALIDA                       VALUE 'S'.
         77 WS-RECARREGADOS                   PIC 9(07) VALUE 0.
         77 WS-IMG-LIDAS                      PIC 9(07) VALUE 0.
         77 WS-IMG-ANTERIORES                 PIC 9(07) VALUE 0.
         77 WS-IMG-POSTERIORES                PIC 9(07) VALUE 0.
         77 WS-IMG-APLICADAS                  PIC 9(07) VALUE 0.
         77 WS-IMG-ERROS                      PIC 9(07) VALUE 0.
         77 WS-APL-INCLUIDOS                  PIC 9(07) VALUE 0.
         77 WS-APL-REGRAVADOS                 PIC 9(07) VALUE 0.
         77 WS-APL-EXPURGADOS                 PIC 9(07) VALUE 0.
         77 WS-APL-AUSENTES                   PIC 9(07) VALUE 0.
         77 WS-TOTAL-FINAL                    PIC 9(07) VALUE 0.
         77 WS-MAIOR-ID                       PIC 9(05) VALUE 0.
         77 WS-RESULTADO                      PIC X(10).
         77 WS-EXECUCAO-ERRO                  PIC X     VALUE 'N'.
           88 EXECUCAO-ERRO                   VALUE 'S'.
         01 WS-DATA-ATUAL.
           03 WS-DA-ANO                       PIC 9(04).
           03 WS-DA-MES                       PIC 9(02).
           03 WS-DA-DIA                       PIC 9(02).
           03 FILLER                          PIC X(14).
         COPY PAR_JORN.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
      *    RECUCONT e chamado pelo menu e mantem o estado da chamada
      *    anterior - os contadores da reaplicacao e o indicador de
      *    erro recomecam do zero para o resumo e o jornal refletirem
      *    so esta execucao.
           MOVE 'N'                 TO WS-EXECUCAO-ERRO
           MOVE 0                   TO WS-IMG-LIDAS
           MOVE 0                   TO WS-IMG-ANTERIORES
           MOVE 0                   TO WS-IMG-POSTERIORES
           MOVE 0                   TO WS-IMG-APLICADAS
           MOVE 0                   TO WS-IMG-ERROS
           MOVE 0                   TO WS-APL-INCLUIDOS
           MOVE 0                   TO WS-APL-REGRAVADOS
           MOVE 0                   TO WS-APL-EXPURGADOS
           MOVE 0                   TO WS-APL-AUSENTES
           MOVE 0                   TO WS-TOTAL-FINAL
           MOVE 0                   TO WS-MAIOR-ID

           MOVE 'RECUCONT'          TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE 'BATCH'             TO PJR-OPERADOR
           IF ADDRESS OF PAR-SESSAO NOT EQUAL NULL
               IF PSE-OPERADOR NOT EQUAL SPACES
                   AND PSE-OPERADOR NOT EQUAL LOW-VALUES
                   MOVE PSE-OPERADOR TO PJR-OPERADOR
               END-IF
           END-IF
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** RECUPERACAO DE CONTATOS (PONTO NO TEMPO) ***'

           PERFORM P100-MONTA-NOME-BACKUP THRU P100-FIM
           PERFORM P110-LE-INICIO THRU P110-FIM
           PERFORM P120-LE-PARADA THRU P120-FIM

           DISPLAY 'BACKUP DE PARTIDA: ' WS-NOME-BACKUP
           DISPLAY 'IMAGENS A PARTIR DE: ' WS-DH-INICIO
           DISPLAY 'IMAGENS ANTERIORES A: ' WS-DH-PARADA
           DISPLAY 'A RECUPERACAO SUBSTITUI O CONTATOS.DAT ATUAL.'
           DISPLAY 'CONFIRMA A RECUPERACAO? <S> - <N>'
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMA-SIM
               DISPLAY 'RECUPERACAO CANCELADA PELO USUARIO'
           ELSE
               PERFORM P200-RECARGA THRU P200-FIM

               IF NOT EXECUCAO-ERRO
                   PERFORM P300-REAPLICA THRU P300-FIM
               END-IF

               IF NOT EXECUCAO-ERRO
                   PERFORM P400-MAIOR-ID THRU P400-FIM
                   PERFORM P500-ATUALIZA-CONTROLE THRU P500-FIM
               END-IF

               PERFORM P600-RESUMO THRU P600-FIM
           END-IF

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-IMG-LIDAS        TO PJR-LIDOS
           MOVE WS-IMG-APLICADAS    TO PJR-APLICADOS
           MOVE WS-IMG-ERROS        TO PJR-REJEITADOS
           IF EXECUCAO-ERRO OR WS-IMG-ERROS GREATER THAN 0
               MOVE 'ER'            TO PJR-STATUS
           ELSE
               MOVE 'OK'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

      ******************************************************************
      * P100-MONTA-NOME-BACKUP: mesmo nome padrao de BKPCONT
      * (CONTATOS-AAAAMMDD.BKP do dia), trocavel pelo operador para
      * partir de um backup anterior.
      ******************************************************************
       P100-MONTA-NOME-BACKUP.
           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-ATUAL

           STRING 'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTATOS-'
                  WS-DA-ANO WS-DA-MES WS-DA-DIA '.BKP'
                  DELIMITED BY SIZE INTO WS-NOME-BACKUP
           END-STRING

           DISPLAY 'BACKUP DE PARTIDA (ENTER PARA O PADRAO):'
           DISPLAY WS-NOME-BACKUP
           ACCEPT WS-NOME-INFORMADO

           IF WS-NOME-INFORMADO NOT EQUAL SPACES
               MOVE WS-NOME-INFORMADO    TO WS-NOME-BACKUP
           END-IF
           .
       P100-FIM.

      ******************************************************************
      * P110-LE-INICIO / P120-LE-PARADA: capturam a janela de imagens
      * a reaplicar, no formato AAAAMMDDHHMMSS de IMG-DATA-HORA. O
      * inicio e obrigatorio e deve ser o inicio da descarga que gerou
      * o backup, conferido em JORNCONT: reaplicar o log inteiro nao e
      * inofensivo - traria de volta as imagens de uma execucao ruim
      * ja desfeita por recuperacao anterior e, com imagens mais
      * antigas que o backup, desfaria alteracoes posteriores de quem
      * grava CONTATOS.DAT sem imagem (CONVCONT, outra recuperacao).
      * A parada e obrigatoria e exclusiva: imagens gravadas naquele
      * segundo ou depois ficam de fora.
      ******************************************************************
       P110-LE-INICIO.
           MOVE 'N'                 TO WS-DH-VALIDA
           MOVE 0                   TO WS-DH-INICIO

           PERFORM UNTIL DH-VALIDA
               DISPLAY 'REAPLICAR IMAGENS A PARTIR DE (AAAAMMDDHHMMSS'
                   ', INICIO DA DESCARGA DO BACKUP EM JORNCONT):'
               ACCEPT WS-DH-ALPHA

               IF WS-DH-ALPHA IS NUMERIC
                   AND WS-DH-ALPHA NOT EQUAL ZEROS
                   MOVE WS-DH-ALPHA      TO WS-DH-INICIO
                   MOVE 'S'              TO WS-DH-VALIDA
               ELSE
                   DISPLAY 'DATA/HORA INVALIDA: INFORME 14 DIGITOS'
               END-IF
           END-PERFORM
           .
       P110-FIM.

       P120-LE-PARADA.
           MOVE 'N'                 TO WS-DH-VALIDA

           PERFORM UNTIL DH-VALIDA
               DISPLAY 'PARAR ANTES DE (AAAAMMDDHHMMSS):'
               ACCEPT WS-DH-ALPHA

               IF WS-DH-ALPHA IS NUMERIC
                   MOVE WS-DH-ALPHA      TO WS-DH-PARADA
                   IF WS-DH-PARADA GREATER THAN WS-DH-INICIO
                       MOVE 'S'          TO WS-DH-VALIDA
                   ELSE
                       DISPLAY 'A PARADA DEVE SER POSTERIOR AO INICIO'
                   END-IF
               ELSE
                   DISPLAY 'DATA/HORA INVALIDA: INFORME 14 DIGITOS'
               END-IF
           END-PERFORM
           .
       P120-FIM.

      ******************************************************************
      * P200-RECARGA: reconstroi CONTATOS.DAT a partir do backup, como
      * P300-RECARGA de BKPCONT.
      ******************************************************************
       P200-RECARGA.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-RECARREGADOS

           OPEN INPUT BACKUP

           IF NOT FS-BKP-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BACKUP'
               DISPLAY 'FILE STATUS: ' WS-FS-BKP
               MOVE 'S'             TO WS-EXECUCAO-ERRO
           ELSE
               OPEN OUTPUT CONTATOS

               IF NOT FS-OK THEN
                   DISPLAY 'ERRO AO RECRIAR O ARQUIVO DE CONTATOS'
                   DISPLAY 'FILE STATUS: ' WS-FS
                   MOVE 'S'         TO WS-EXECUCAO-ERRO
               ELSE
                   PERFORM P210-RECARREGA-REGISTRO THRU P210-FIM
                       UNTIL EOF-OK

                   CLOSE CONTATOS

                   DISPLAY '---------------------------------------'
                   DISPLAY 'CONTATOS RECARREGADOS DO BACKUP: '
                       WS-RECARREGADOS
               END-IF

               CLOSE BACKUP
           END-IF
           .
       P200-FIM.

       P210-RECARREGA-REGISTRO.
           READ BACKUP
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   MOVE REG-BACKUP       TO REG-CONTATOS

                   WRITE REG-CONTATOS
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O CONTATO ID: '
                               ID-CONTATO
                           DISPLAY 'FILE STATUS: ' WS-FS
                           MOVE 'S'      TO WS-EXECUCAO-ERRO
                       NOT INVALID KEY
                           ADD 1 TO WS-RECARREGADOS
                   END-WRITE
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-BKP NOT EQUAL 0 AND WS-FS-BKP NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE BACKUP'
               DISPLAY 'FILE STATUS: ' WS-FS-BKP
               MOVE 'S'             TO WS-EXECUCAO-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P210-FIM.

      ******************************************************************
      * P300-REAPLICA: le IMAGENS.DAT em ordem de gravacao e reaplica
      * as imagens da janela. Sem log de imagens nao ha o que
      * reaplicar: o arquivo fica como o backup e o resumo avisa.
      ******************************************************************
       P300-REAPLICA.
           SET EOF-OK               TO FALSE

           OPEN INPUT IMAGENS

           IF WS-FS-IMG EQUAL 35
               DISPLAY 'LOG DE IMAGENS INEXISTENTE: NADA A REAPLICAR'
           ELSE
               IF NOT FS-IMG-OK
                   DISPLAY 'ERRO AO ABRIR O LOG DE IMAGENS'
                   DISPLAY 'FILE STATUS: ' WS-FS-IMG
                   MOVE 'S'         TO WS-EXECUCAO-ERRO
               ELSE
                   OPEN I-O CONTATOS

                   IF NOT FS-OK
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                       DISPLAY 'FILE STATUS: ' WS-FS
                       MOVE 'S'     TO WS-EXECUCAO-ERRO
                   ELSE
                       DISPLAY '---------------------------------------'
                       DISPLAY 'IMAGENS REAPLICADAS'
                       DISPLAY 'DATA/HORA      PROGRAMA OP OPER. '
                           'ID    NOME                           '
                           'RESULTADO'
                       PERFORM P310-LE-IMAGEM THRU P310-FIM
                           UNTIL EOF-OK

                       CLOSE CONTATOS
                   END-IF

                   CLOSE IMAGENS
               END-IF
           END-IF
           .
       P300-FIM.

       P310-LE-IMAGEM.
           READ IMAGENS
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-IMG-LIDAS

                   EVALUATE TRUE
                       WHEN IMG-DATA-HORA IS NOT NUMERIC
                           ADD 1 TO WS-IMG-ERROS
                           DISPLAY 'IMAGEM COM DATA/HORA INVALIDA NA '
                               'LINHA ' WS-IMG-LIDAS
                       WHEN IMG-DATA-HORA LESS THAN WS-DH-INICIO
                           ADD 1 TO WS-IMG-ANTERIORES
                       WHEN IMG-DATA-HORA NOT LESS THAN WS-DH-PARADA
                           ADD 1 TO WS-IMG-POSTERIORES
                       WHEN OTHER
                           PERFORM P320-APLICA-IMAGEM THRU P320-FIM
                   END-EVALUATE
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-IMG NOT EQUAL 0 AND WS-FS-IMG NOT EQUAL 10
               DISPLAY 'ERRO AO LER O LOG DE IMAGENS'
               DISPLAY 'FILE STATUS: ' WS-FS-IMG
               MOVE 'S'             TO WS-EXECUCAO-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * P320-APLICA-IMAGEM: expurgo remove o registro; qualquer outra
      * operacao grava a imagem inteira - WRITE quando o ID nao existe
      * no arquivo, REWRITE quando ja existe (chave duplicada, 22).
      ******************************************************************
       P320-APLICA-IMAGEM.
           MOVE IMG-CONTATO         TO REG-CONTATOS
           MOVE SPACES              TO WS-RESULTADO

           IF IMG-EXPURGO
               DELETE CONTATOS
                   INVALID KEY
                       ADD 1 TO WS-APL-AUSENTES
                       MOVE 'AUSENTE'    TO WS-RESULTADO
                   NOT INVALID KEY
                       ADD 1 TO WS-APL-EXPURGADOS
                       MOVE 'EXPURGADO'  TO WS-RESULTADO
               END-DELETE
           ELSE
               WRITE REG-CONTATOS
                   INVALID KEY
                       IF WS-FS EQUAL 22
                           REWRITE REG-CONTATOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-APL-REGRAVADOS
                                   MOVE 'REGRAVADO' TO WS-RESULTADO
                           END-REWRITE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-APL-INCLUIDOS
                       MOVE 'INCLUIDO'   TO WS-RESULTADO
               END-WRITE
           END-IF

           IF WS-RESULTADO EQUAL SPACES
               ADD 1 TO WS-IMG-ERROS
               MOVE 'ERRO ' TO WS-RESULTADO
               MOVE WS-FS   TO WS-RESULTADO(6:2)
           ELSE
               ADD 1 TO WS-IMG-APLICADAS
           END-IF

           DISPLAY IMG-DATA-HORA ' ' IMG-PROGRAMA ' ' IMG-OPERACAO
               '  ' IMG-OPERADOR ' ' ID-CONTATO ' ' NM-CONTATO ' '
               WS-RESULTADO
           .
       P320-FIM.

      ******************************************************************
      * P400-MAIOR-ID: varre o arquivo recuperado contando os registros
      * e guardando o maior ID, base do controle de IDs. O maior ID
      * recarregado do backup nao serve: inclusoes reaplicadas podem
      * ter passado dele e expurgos podem ter removido o ultimo.
      ******************************************************************
       P400-MAIOR-ID.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-MAIOR-ID
           MOVE 0                   TO WS-TOTAL-FINAL

           OPEN INPUT CONTATOS

           IF NOT FS-OK
               DISPLAY 'ERRO AO REABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'S'             TO WS-EXECUCAO-ERRO
           ELSE
               PERFORM P410-LE-CONTATO THRU P410-FIM UNTIL EOF-OK
               CLOSE CONTATOS
           END-IF
           .
       P400-FIM.

       P410-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-FINAL
                   MOVE ID-CONTATO       TO WS-MAIOR-ID
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS NOT EQUAL 0 AND WS-FS NOT EQUAL 2
               AND WS-FS NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'S'             TO WS-EXECUCAO-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * P500-ATUALIZA-CONTROLE: regrava o registro de controle do
      * ultimo ID (CONTCTRL.DAT) com o maior ID do arquivo recuperado,
      * no criterio de P500-ATUALIZA-CONTROLE de BKPCONT.
      ******************************************************************
       P500-ATUALIZA-CONTROLE.
           OPEN I-O CONTROLE

           IF WS-FS-CTR EQUAL 35
               OPEN OUTPUT CONTROLE
               CLOSE CONTROLE
               OPEN I-O CONTROLE
           END-IF

           IF WS-FS-CTR GREATER THAN 05
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE ID'
               DISPLAY 'FILE STATUS: ' WS-FS-CTR
               MOVE 'S'             TO WS-EXECUCAO-ERRO
           ELSE
               MOVE '1'                  TO CTR-CHAVE

               READ CONTROLE
                   INVALID KEY
                       MOVE '1'          TO CTR-CHAVE
                       MOVE WS-MAIOR-ID  TO CTR-ULTIMO-ID
                       WRITE REG-CONTROLE
                   NOT INVALID KEY
                       MOVE WS-MAIOR-ID  TO CTR-ULTIMO-ID
                       REWRITE REG-CONTROLE
               END-READ

               IF WS-FS-CTR EQUAL 0
                   DISPLAY 'CONTROLE DE ID ATUALIZADO PARA: '
                       WS-MAIOR-ID
               ELSE
                   DISPLAY 'ERRO AO GRAVAR O CONTROLE DE ID'
                   DISPLAY 'FILE STATUS: ' WS-FS-CTR
                   MOVE 'S'         TO WS-EXECUCAO-ERRO
               END-IF

               CLOSE CONTROLE
           END-IF
           .
       P500-FIM.

       P600-RESUMO.
           DISPLAY '---------------------------------------'
           DISPLAY 'RESUMO DA RECUPERACAO'
           DISPLAY 'CONTATOS RECARREGADOS DO BACKUP: ' WS-RECARREGADOS
           DISPLAY 'IMAGENS LIDAS NO LOG:            ' WS-IMG-LIDAS
           DISPLAY 'ANTERIORES AO INICIO (SALTADAS): '
               WS-IMG-ANTERIORES
           DISPLAY 'A PARTIR DA PARADA (IGNORADAS):  '
               WS-IMG-POSTERIORES
           DISPLAY 'IMAGENS REAPLICADAS:             ' WS-IMG-APLICADAS
           DISPLAY '  INCLUIDOS:                     ' WS-APL-INCLUIDOS
           DISPLAY '  REGRAVADOS:                    ' WS-APL-REGRAVADOS
           DISPLAY '  EXPURGADOS:                    ' WS-APL-EXPURGADOS
           DISPLAY '  EXPURGO DE ID AUSENTE:         ' WS-APL-AUSENTES
           DISPLAY 'IMAGENS COM ERRO:                ' WS-IMG-ERROS
           DISPLAY 'CONTATOS NO ARQUIVO RECUPERADO:  ' WS-TOTAL-FINAL

           IF EXECUCAO-ERRO OR WS-IMG-ERROS GREATER THAN 0
               DISPLAY 'RECUPERACAO: COM ERROS - CONFIRA O RELATORIO'
           ELSE
               DISPLAY 'RECUPERACAO: CONCLUIDA'
               DISPLAY 'FACA UMA NOVA DESCARGA EM BKPCONT ANTES DE '
                   'RETOMAR AS OPERACOES'
           END-IF
           DISPLAY '---------------------------------------'
           .
       P600-FIM.

       P900-FIM.
           GOBACK
           .
       END PROGRAM RECUCONT.
