      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:atendimento ao titular de dados (LGPD). Para um
      *         ID-CONTATO imprime o relatorio de tudo o que o sistema
      *         guarda da pessoa em CONTATOS.DAT, PREFCOM.DAT,
      *         INTERACO.DAT, AGENDA.DAT, DEVOLUC.DAT, AUDITORIA.DAT,
      *         REJEITOS.DAT, TRANSACOES.DAT, CONTDELT.DAT,
      *         CONTATOS.CSV e IMAGENS.DAT. A pedido do titular
      *         anonimiza em seguida nome, telefone, e-mail, endereco,
      *         notas de interacao, tarefas de follow-up e motivos de
      *         devolucao da mala direta em todos esses arquivos,
      *         mantendo o ID, a situacao e as datas para as contagens
      *         de AUDITORIA, VERICONT e ESTACONT continuarem
      *         fechando. A anonimizacao sai em
      *         AUDITORIA.DAT com a operacao L e em IMAGENS.DAT, para
      *         uma recuperacao de RECUCONT nao trazer o dado de volta.
      *         O contato anonimizado recebe recusa total em
      *         PREFCOM.DAT (operacao O), para as extracoes deixarem
      *         de levar a linha mascarada a mala direta e aos
      *         parceiros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCONT.

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
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.

           SELECT INTERACOES ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\INTERACO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-INT.

           SELECT AGENDA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AGENDA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-AGE.

           SELECT DEVOLUC ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\DEVOLUC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-DEV.

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
               FILE STATUS IS WS-FS-AUD.

           SELECT ARQ-SEQ ASSIGN TO DYNAMIC WS-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

           SELECT ARQ-TMP ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\LGPDTEMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
           COPY DB_CONTT.

       FD INTERACOES.
           COPY DB_INTER.

       FD AGENDA.
           COPY DB_AGEND.

       FD DEVOLUC.
           COPY DB_DEVOL.

       FD PREFCOM.
           COPY DB_PREFC.

       FD AUDITORIA.
           COPY DB_AUDIT.

       FD ARQ-SEQ.
       01  REG-ARQ-SEQ                        PIC X(400).

       FD ARQ-TMP.
       01  REG-ARQ-TMP                        PIC X(400).

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-INT                         PIC 99.
         77 WS-FS-AGE                         PIC 99.
         77 WS-FS-DEV                         PIC 99.
         77 WS-FS-PRF                         PIC 99.
         77 WS-FS-AUD                         PIC 99.
         77 WS-FS-SEQ                         PIC 99.
         77 WS-FS-TMP                         PIC 99.
         77 WS-OPERADOR-SESSAO                PIC X(05) VALUE 'BATCH'.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-FASE                           PIC X     VALUE 'R'.
           88 FASE-RELATORIO                  VALUE 'R'.
           88 FASE-ANONIMIZA                  VALUE 'A'.
         77 WS-ID-ALPHA                       PIC X(05).
         77 WS-ID-CONFIRMA                    PIC X(05).
         77 WS-ID-CONTATO                     PIC 9(05).
         77 WS-CONFIRMA                       PIC X.
           88 CONFIRMA-SIM                    VALUE 'S'.
         77 WS-TENTAR                         PIC X.
           88 TENTAR-SIM                      VALUE 'S'.
         77 WS-LEITURA                        PIC X     VALUE SPACE.
           88 LEITURA-OK                      VALUE 'O'.
           88 LEITURA-NAO-ENCONTRADA          VALUE 'N'.
           88 LEITURA-BLOQUEADA               VALUE 'B'.
         77 WS-MASCARA-NOTA                   PIC X(60)
                                  VALUE 'NOTA REMOVIDA (LGPD)'.
         77 WS-MASCARA-TAREFA                 PIC X(40)
                                  VALUE 'TAREFA REMOVIDA (LGPD)'.
         77 WS-MASCARA-MOTIVO                 PIC X(40)
                                  VALUE 'MOTIVO REMOVIDO (LGPD)'.
      *  Arquivo sequencial da vez na varredura de P300: nome curto,
      *  tipo de layout e deslocamento do registro de contato dentro
      *  da linha (REJEITOS e TRANSACOES comecam pelo registro; no
      *  detalhe de CONTDELT ele vem depois do tipo e da acao; em
      *  IMAGENS depois do carimbo de 32 posicoes; CONTATOS.CSV tem
      *  tratamento proprio por ser texto separado por virgulas).
         77 WS-NOME-ARQ                       PIC X(70).
         77 WS-ARQ-CURTO                      PIC X(15).
         77 WS-TIPO-ARQ                       PIC X(01).
           88 ARQ-REJEITOS                    VALUE 'R'.
           88 ARQ-TRANSACOES                  VALUE 'T'.
           88 ARQ-DELTA                       VALUE 'D'.
           88 ARQ-CSV                         VALUE 'C'.
           88 ARQ-IMAGENS                     VALUE 'I'.
         77 WS-DESLOC                         PIC 9(03).
         77 WS-POS-ID                         PIC 9(03).
         77 WS-POS-NM                         PIC 9(03).
         77 WS-POS-TEL                        PIC 9(03).
         77 WS-POS-EMAIL                      PIC 9(03).
         77 WS-POS-END                        PIC 9(03).
         77 WS-REFERE                         PIC X     VALUE 'N'.
           88 REFERE-CONTATO                  VALUE 'S'.
         77 WS-ARQ-ERRO                       PIC X     VALUE 'N'.
           88 ARQ-ERRO                        VALUE 'S'.
         77 WS-ARQ-ABERTO                     PIC X     VALUE 'N'.
           88 ARQ-ABERTO                      VALUE 'S'.
         77 WS-QTD-ARQ                        PIC 9(05) VALUE 0.
         77 WS-QTD-CONTATO                    PIC 9(05) VALUE 0.
         77 WS-QTD-INTERACOES                 PIC 9(05) VALUE 0.
         77 WS-QTD-AGENDA                     PIC 9(05) VALUE 0.
         77 WS-QTD-DEVOLUCOES                 PIC 9(05) VALUE 0.
         77 WS-QTD-AUDITORIA                  PIC 9(05) VALUE 0.
         77 WS-ENCONTRADOS                    PIC 9(05) VALUE 0.
         77 WS-ANONIMIZADOS                   PIC 9(05) VALUE 0.
         77 WS-ERROS                          PIC 9(05) VALUE 0.
         77 WS-DATA-HORA                      PIC X(19).
         77 WS-AUD-OPERACAO                   PIC X(01).
         01 WS-DATA-HORA-NUM.
           03 WS-DH-ANO                       PIC 9(04).
           03 WS-DH-MES                       PIC 9(02).
           03 WS-DH-DIA                       PIC 9(02).
           03 WS-DH-HORA                      PIC 9(02).
           03 WS-DH-MIN                       PIC 9(02).
           03 WS-DH-SEG                       PIC 9(02).
           03 FILLER                          PIC X(06).
         COPY PAR_JORN.
         COPY PAR_IMAGE.
         COPY PAR_LGPD.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
           PERFORM P810-LE-SESSAO THRU P810-FIM

      *    LGPDCONT e chamado pelo menu e mantem o estado da chamada
      *    anterior - os contadores recomecam do zero para o jornal
      *    refletir so esta execucao.
           MOVE 0                   TO WS-ERROS
           MOVE 0                   TO WS-ANONIMIZADOS

           MOVE 'LGPDCONT'          TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE WS-OPERADOR-SESSAO  TO PJR-OPERADOR
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** LGPD: RELATORIO E ANONIMIZACAO DO TITULAR ***'

           PERFORM P100-LE-ID THRU P100-FIM

           PERFORM P200-RELATORIO THRU P200-FIM

           IF WS-ENCONTRADOS EQUAL 0
               DISPLAY 'NENHUM DADO PESSOAL ENCONTRADO PARA O ID '
                   WS-ID-CONTATO
           ELSE
               DISPLAY ' '
               DISPLAY 'O TITULAR PEDIU A ANONIMIZACAO? <S> - <N>'
               ACCEPT WS-CONFIRMA

               IF CONFIRMA-SIM
                   DISPLAY 'A ANONIMIZACAO NAO PODE SER DESFEITA.'
                   DISPLAY 'DIGITE O ID NOVAMENTE PARA CONFIRMAR:'
                   ACCEPT WS-ID-CONFIRMA

                   IF WS-ID-CONFIRMA EQUAL WS-ID-ALPHA
                       PERFORM P400-ANONIMIZA THRU P400-FIM
                   ELSE
                       DISPLAY 'ID NAO CONFERE: ANONIMIZACAO CANCELADA'
                   END-IF
               END-IF
           END-IF

           PERFORM P600-RESUMO THRU P600-FIM

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-ENCONTRADOS      TO PJR-LIDOS
           MOVE WS-ANONIMIZADOS     TO PJR-APLICADOS
           MOVE WS-ERROS            TO PJR-REJEITADOS
           IF WS-ERROS GREATER THAN 0
               MOVE 'ER'            TO PJR-STATUS
           ELSE
               MOVE 'OK'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

       P100-LE-ID.
           DISPLAY 'ID DO CONTATO (5 DIGITOS): '
           ACCEPT WS-ID-ALPHA

           PERFORM UNTIL WS-ID-ALPHA IS NUMERIC
               AND WS-ID-ALPHA NOT EQUAL '00000'
               DISPLAY 'ID INVALIDO: INFORME UM NUMERO '
                   'DE 00001 A 99999'
               DISPLAY 'ID DO CONTATO (5 DIGITOS): '
               ACCEPT WS-ID-ALPHA
           END-PERFORM

           MOVE WS-ID-ALPHA         TO WS-ID-CONTATO
           .
       P100-FIM.

      ******************************************************************
      * P200-RELATORIO: relatorio do titular - cada arquivo com os
      * registros que se referem ao ID. O contato pode ja ter sido
      * expurgado de CONTATOS.DAT (PURGCONT) e continuar presente nos
      * demais arquivos, por isso todos sao varridos de qualquer
      * forma.
      ******************************************************************
       P200-RELATORIO.
           MOVE 'R'                 TO WS-FASE
           MOVE 0                   TO WS-ENCONTRADOS

           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM

           DISPLAY ' '
           DISPLAY 'RELATORIO DO TITULAR DE DADOS - ID ' WS-ID-CONTATO
               '   DATA: ' WS-DH-DIA '/' WS-DH-MES '/' WS-DH-ANO
           DISPLAY '---------------------------------------'

           PERFORM P210-RELATA-CONTATO     THRU P210-FIM
           PERFORM P220-RELATA-PREFERENCIA THRU P220-FIM
           PERFORM P230-VARRE-INTERACOES   THRU P230-FIM
           PERFORM P250-VARRE-AGENDA       THRU P250-FIM
           PERFORM P260-VARRE-DEVOLUCOES   THRU P260-FIM
           PERFORM P240-RELATA-AUDITORIA   THRU P240-FIM
           PERFORM P290-VARRE-SEQUENCIAIS  THRU P290-FIM

           DISPLAY '---------------------------------------'
           DISPLAY 'REGISTROS COM DADO PESSOAL: ' WS-ENCONTRADOS
           DISPLAY 'OBS: BACKUPS DE BKPCONT E CSV RECEBIDOS DE '
               'PARCEIROS NAO SAO VARRIDOS'
           .
       P200-FIM.

       P210-RELATA-CONTATO.
           MOVE 0                   TO WS-QTD-CONTATO

           DISPLAY ' '
           DISPLAY 'CONTATOS.DAT'

           OPEN INPUT CONTATOS

           IF NOT FS-OK
               DISPLAY '  ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY '  FILE STATUS: ' WS-FS
               ADD 1 TO WS-ERROS
           ELSE
               MOVE WS-ID-CONTATO   TO ID-CONTATO

               READ CONTATOS
                   INVALID KEY
                       DISPLAY '  CONTATO NAO ENCONTRADO (EXPURGADO OU'
                           ' NUNCA CADASTRADO)'
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-CONTATO
                       ADD 1 TO WS-ENCONTRADOS
                       DISPLAY '  NOME:     ' NM-CONTATO
                       DISPLAY '  TELEFONE: ' TEL-CONTATO
                       DISPLAY '  E-MAIL:   ' EMAIL-CONTATO
                       DISPLAY '  ENDERECO: ' END-CONTATO
                       DISPLAY '  GRUPO:    ' GRP-CONTATO
                           '   SITUACAO: ' SIT-CONTATO
                           '   EXCLUSAO: ' DT-EXCLUSAO
                       IF NM-CONTATO EQUAL PLG-MASCARA-NOME
                           DISPLAY '  (CONTATO JA ANONIMIZADO)'
                       END-IF
               END-READ

               CLOSE CONTATOS
           END-IF
           .
       P210-FIM.

      ******************************************************************
      * P220-RELATA-PREFERENCIA: a recusa de comunicacao nao guarda
      * dado pessoal alem do ID e e mantida na anonimizacao - e a
      * prova de que o titular pediu para nao ser contatado.
      ******************************************************************
       P220-RELATA-PREFERENCIA.
           DISPLAY ' '
           DISPLAY 'PREFCOM.DAT (RECUSA DE COMUNICACAO - MANTIDA)'

           OPEN INPUT PREFCOM

           IF WS-FS-PRF EQUAL 35
               DISPLAY '  NENHUMA RECUSA REGISTRADA'
           ELSE
           IF WS-FS-PRF NOT EQUAL 0 AND WS-FS-PRF NOT EQUAL 05
               DISPLAY '  ERRO AO ABRIR O ARQUIVO DE RECUSAS'
               DISPLAY '  FILE STATUS: ' WS-FS-PRF
               ADD 1 TO WS-ERROS
           ELSE
               MOVE WS-ID-CONTATO   TO PRF-ID-CONTATO

               READ PREFCOM
                   INVALID KEY
                       DISPLAY '  NENHUMA RECUSA REGISTRADA'
                   NOT INVALID KEY
                       DISPLAY '  E-MAIL: ' PRF-SEM-EMAIL
                           '  CORREIO: ' PRF-SEM-CORREIO
                           '  TELEFONE: ' PRF-SEM-TELEFONE
                           '  TOTAL: ' PRF-SEM-CONTATO
                       DISPLAY '  REGISTRADA EM ' PRF-DATA
                           ' POR ' PRF-OPERADOR
               END-READ

               CLOSE PREFCOM
           END-IF
           END-IF
           .
       P220-FIM.

      ******************************************************************
      * P230-VARRE-INTERACOES: percorre as interacoes do ID pela
      * chave (ID + sequencia). No relatorio lista cada uma; na
      * anonimizacao troca a nota livre pela mascara e mantem data,
      * tipo e operador.
      ******************************************************************
       P230-VARRE-INTERACOES.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-INTERACOES

           IF FASE-RELATORIO
               DISPLAY ' '
               DISPLAY 'INTERACO.DAT'
               OPEN INPUT INTERACOES
           ELSE
               OPEN I-O INTERACOES
           END-IF

           IF WS-FS-INT EQUAL 35
               IF FASE-RELATORIO
                   DISPLAY '  ARQUIVO INEXISTENTE'
               END-IF
           ELSE
           IF WS-FS-INT NOT EQUAL 0
               DISPLAY '  ERRO AO ABRIR O ARQUIVO DE INTERACOES'
               DISPLAY '  FILE STATUS: ' WS-FS-INT
               ADD 1 TO WS-ERROS
           ELSE
               MOVE WS-ID-CONTATO   TO INT-ID-CONTATO
               MOVE 0               TO INT-SEQUENCIA

               START INTERACOES KEY IS NOT LESS THAN INT-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START

               PERFORM P235-LE-INTERACAO THRU P235-FIM UNTIL EOF-OK

               CLOSE INTERACOES

               IF FASE-RELATORIO
                   DISPLAY '  INTERACOES: ' WS-QTD-INTERACOES
               END-IF
           END-IF
           END-IF
           .
       P230-FIM.

       P235-LE-INTERACAO.
           READ INTERACOES NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF INT-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                       SET EOF-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-INTERACOES

                       IF FASE-RELATORIO
                           ADD 1 TO WS-ENCONTRADOS
                           DISPLAY '  ' INT-SEQUENCIA ' ' INT-DATA ' '
                               INT-TIPO ' ' INT-OPERADOR ' ' INT-NOTA
                       ELSE
                           MOVE WS-MASCARA-NOTA  TO INT-NOTA

                           REWRITE REG-INTERACOES
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE

                           IF WS-FS-INT EQUAL 0
                               ADD 1 TO WS-ANONIMIZADOS
                           ELSE
                               DISPLAY 'ERRO AO REGRAVAR A INTERACAO '
                                   INT-SEQUENCIA
                               DISPLAY 'FILE STATUS: ' WS-FS-INT
                               ADD 1 TO WS-ERROS
                           END-IF
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-INT NOT EQUAL 0 AND WS-FS-INT NOT EQUAL 2
               AND WS-FS-INT NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE INTERACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-INT
               ADD 1 TO WS-ERROS
               SET EOF-OK TO TRUE
           END-IF
           .
       P235-FIM.

      ******************************************************************
      * P250-VARRE-AGENDA: percorre os follow-ups do ID pela chave
      * (ID + data prevista). No relatorio lista cada um; na
      * anonimizacao troca a tarefa livre pela mascara e mantem
      * datas, responsavel e situacao.
      ******************************************************************
       P250-VARRE-AGENDA.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-AGENDA

           IF FASE-RELATORIO
               DISPLAY ' '
               DISPLAY 'AGENDA.DAT'
               OPEN INPUT AGENDA
           ELSE
               OPEN I-O AGENDA
           END-IF

           IF WS-FS-AGE EQUAL 35
               IF FASE-RELATORIO
                   DISPLAY '  ARQUIVO INEXISTENTE'
               END-IF
           ELSE
           IF WS-FS-AGE NOT EQUAL 0
               DISPLAY '  ERRO AO ABRIR O ARQUIVO DE AGENDA'
               DISPLAY '  FILE STATUS: ' WS-FS-AGE
               ADD 1 TO WS-ERROS
           ELSE
               MOVE WS-ID-CONTATO   TO AGE-ID-CONTATO
               MOVE 0               TO AGE-DT-PREVISTA

               START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START

               PERFORM P255-LE-AGENDA THRU P255-FIM UNTIL EOF-OK

               CLOSE AGENDA

               IF FASE-RELATORIO
                   DISPLAY '  FOLLOW-UPS: ' WS-QTD-AGENDA
               END-IF
           END-IF
           END-IF
           .
       P250-FIM.

       P255-LE-AGENDA.
           READ AGENDA NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF AGE-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                       SET EOF-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-AGENDA

                       IF FASE-RELATORIO
                           ADD 1 TO WS-ENCONTRADOS
                           DISPLAY '  ' AGE-DT-PREVISTA ' '
                               AGE-SITUACAO ' ' AGE-RESPONSAVEL ' '
                               AGE-TAREFA
                       ELSE
                           MOVE WS-MASCARA-TAREFA TO AGE-TAREFA

                           REWRITE REG-AGENDA
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE

                           IF WS-FS-AGE EQUAL 0
                               ADD 1 TO WS-ANONIMIZADOS
                           ELSE
                               DISPLAY 'ERRO AO REGRAVAR O FOLLOW-UP '
                                   AGE-DT-PREVISTA
                               DISPLAY 'FILE STATUS: ' WS-FS-AGE
                               ADD 1 TO WS-ERROS
                           END-IF
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-AGE NOT EQUAL 0 AND WS-FS-AGE NOT EQUAL 2
               AND WS-FS-AGE NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGE
               ADD 1 TO WS-ERROS
               SET EOF-OK TO TRUE
           END-IF
           .
       P255-FIM.

      ******************************************************************
      * P260-VARRE-DEVOLUCOES: percorre o acumulado de devolucoes da
      * mala direta do ID (um registro por canal). No relatorio lista
      * cada canal; na anonimizacao troca o motivo informado pelo
      * destino pela mascara e mantem contadores, datas e situacao.
      ******************************************************************
       P260-VARRE-DEVOLUCOES.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-DEVOLUCOES

           IF FASE-RELATORIO
               DISPLAY ' '
               DISPLAY 'DEVOLUC.DAT'
               OPEN INPUT DEVOLUC
           ELSE
               OPEN I-O DEVOLUC
           END-IF

           IF WS-FS-DEV EQUAL 35
               IF FASE-RELATORIO
                   DISPLAY '  ARQUIVO INEXISTENTE'
               END-IF
           ELSE
           IF WS-FS-DEV NOT EQUAL 0
               DISPLAY '  ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES'
               DISPLAY '  FILE STATUS: ' WS-FS-DEV
               ADD 1 TO WS-ERROS
           ELSE
               MOVE WS-ID-CONTATO   TO DEV-ID-CONTATO
               MOVE LOW-VALUES      TO DEV-CANAL

               START DEVOLUC KEY IS NOT LESS THAN DEV-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START

               PERFORM P265-LE-DEVOLUCAO THRU P265-FIM UNTIL EOF-OK

               CLOSE DEVOLUC

               IF FASE-RELATORIO
                   DISPLAY '  CANAIS COM DEVOLUCAO: ' WS-QTD-DEVOLUCOES
               END-IF
           END-IF
           END-IF
           .
       P260-FIM.

       P265-LE-DEVOLUCAO.
           READ DEVOLUC NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF DEV-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                       SET EOF-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-DEVOLUCOES

                       IF FASE-RELATORIO
                           ADD 1 TO WS-ENCONTRADOS
                           DISPLAY '  ' DEV-CANAL ' ' DEV-SITUACAO ' '
                               DEV-ULT-DATA ' ' DEV-ULT-MOTIVO
                       ELSE
                           MOVE WS-MASCARA-MOTIVO TO DEV-ULT-MOTIVO

                           REWRITE REG-DEVOLUCAO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE

                           IF WS-FS-DEV EQUAL 0
                               ADD 1 TO WS-ANONIMIZADOS
                           ELSE
                               DISPLAY 'ERRO AO REGRAVAR A DEVOLUCAO '
                                   'DO CANAL ' DEV-CANAL
                               DISPLAY 'FILE STATUS: ' WS-FS-DEV
                               ADD 1 TO WS-ERROS
                           END-IF
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-DEV NOT EQUAL 0 AND WS-FS-DEV NOT EQUAL 2
               AND WS-FS-DEV NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE DEVOLUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
               ADD 1 TO WS-ERROS
               SET EOF-OK TO TRUE
           END-IF
           .
       P265-FIM.

      ******************************************************************
      * P240-RELATA-AUDITORIA: lista as operacoes registradas para o
      * ID. A auditoria so guarda ID, operacao, data/hora e operador -
      * nada a anonimizar - e fica como esta.
      ******************************************************************
       P240-RELATA-AUDITORIA.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-AUDITORIA

           DISPLAY ' '
           DISPLAY 'AUDITORIA.DAT (SEM DADO PESSOAL - MANTIDA)'

           OPEN INPUT AUDITORIA

           IF WS-FS-AUD EQUAL 35
               DISPLAY '  ARQUIVO INEXISTENTE'
           ELSE
           IF WS-FS-AUD NOT EQUAL 0
               DISPLAY '  ERRO AO ABRIR O ARQUIVO DE AUDITORIA'
               DISPLAY '  FILE STATUS: ' WS-FS-AUD
               ADD 1 TO WS-ERROS
           ELSE
               PERFORM P245-LE-AUDITORIA THRU P245-FIM UNTIL EOF-OK

               CLOSE AUDITORIA

               DISPLAY '  OPERACOES: ' WS-QTD-AUDITORIA
           END-IF
           END-IF
           .
       P240-FIM.

       P245-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF AUD-ID-CONTATO IS NUMERIC
                       AND AUD-ID-CONTATO EQUAL WS-ID-CONTATO
                       ADD 1 TO WS-QTD-AUDITORIA
                       DISPLAY '  ' AUD-OPERACAO ' ' AUD-DATA-HORA
                           ' ' AUD-OPERADOR
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-AUD NOT EQUAL 0 AND WS-FS-AUD NOT EQUAL 2
               AND WS-FS-AUD NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE AUDITORIA'
               DISPLAY 'FILE STATUS: ' WS-FS-AUD
               ADD 1 TO WS-ERROS
               SET EOF-OK TO TRUE
           END-IF
           .
       P245-FIM.

      ******************************************************************
      * P290-VARRE-SEQUENCIAIS: passa por P300 cada arquivo
      * sequencial que pode conter o registro do contato.
      ******************************************************************
       P290-VARRE-SEQUENCIAIS.
           MOVE 'REJEITOS.DAT'      TO WS-ARQ-CURTO
           MOVE 'R'                 TO WS-TIPO-ARQ
           PERFORM P300-VARRE-SEQUENCIAL THRU P300-FIM

           MOVE 'TRANSACOES.DAT'    TO WS-ARQ-CURTO
           MOVE 'T'                 TO WS-TIPO-ARQ
           PERFORM P300-VARRE-SEQUENCIAL THRU P300-FIM

           MOVE 'CONTDELT.DAT'      TO WS-ARQ-CURTO
           MOVE 'D'                 TO WS-TIPO-ARQ
           PERFORM P300-VARRE-SEQUENCIAL THRU P300-FIM

           MOVE 'CONTATOS.CSV'      TO WS-ARQ-CURTO
           MOVE 'C'                 TO WS-TIPO-ARQ
           PERFORM P300-VARRE-SEQUENCIAL THRU P300-FIM

           MOVE 'IMAGENS.DAT'       TO WS-ARQ-CURTO
           MOVE 'I'                 TO WS-TIPO-ARQ
           PERFORM P300-VARRE-SEQUENCIAL THRU P300-FIM
           .
       P290-FIM.

      ******************************************************************
      * P300-VARRE-SEQUENCIAL: le o arquivo de WS-ARQ-CURTO linha a
      * linha. No relatorio lista as linhas do contato; na
      * anonimizacao copia o arquivo inteiro para LGPDTEMP.DAT com as
      * linhas do contato mascaradas e, se alguma foi mascarada e a
      * copia fechou sem erro, devolve o conteudo ao arquivo original
      * (arquivo LINE SEQUENTIAL nao aceita REWRITE).
      ******************************************************************
       P300-VARRE-SEQUENCIAL.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-ARQ
           MOVE 'N'                 TO WS-ARQ-ERRO
           MOVE 'N'                 TO WS-ARQ-ABERTO

           MOVE SPACES              TO WS-NOME-ARQ
           STRING 'C:\Users\777\Desktop\ESTUDOS\CADV2\'
                  WS-ARQ-CURTO
                  DELIMITED BY SPACE INTO WS-NOME-ARQ
           END-STRING

           EVALUATE TRUE
               WHEN ARQ-DELTA
                   MOVE 2           TO WS-DESLOC
               WHEN ARQ-IMAGENS
                   MOVE 32          TO WS-DESLOC
               WHEN OTHER
                   MOVE 0           TO WS-DESLOC
           END-EVALUATE

           COMPUTE WS-POS-ID    = WS-DESLOC + 1
           COMPUTE WS-POS-NM    = WS-DESLOC + 6
           COMPUTE WS-POS-TEL   = WS-DESLOC + 36
           COMPUTE WS-POS-EMAIL = WS-DESLOC + 51
           COMPUTE WS-POS-END   = WS-DESLOC + 91

           IF FASE-RELATORIO
               DISPLAY ' '
               DISPLAY WS-ARQ-CURTO
           END-IF

           OPEN INPUT ARQ-SEQ

           IF WS-FS-SEQ EQUAL 35
               IF FASE-RELATORIO
                   DISPLAY '  ARQUIVO INEXISTENTE'
               END-IF
           ELSE
           IF WS-FS-SEQ NOT EQUAL 0
               DISPLAY '  ERRO AO ABRIR ' WS-ARQ-CURTO
               DISPLAY '  FILE STATUS: ' WS-FS-SEQ
               ADD 1 TO WS-ERROS
           ELSE
               MOVE 'S'             TO WS-ARQ-ABERTO
           END-IF
           END-IF

           IF ARQ-ABERTO AND FASE-ANONIMIZA
               OPEN OUTPUT ARQ-TMP

               IF WS-FS-TMP NOT EQUAL 0
                   DISPLAY 'ERRO AO CRIAR LGPDTEMP.DAT'
                   DISPLAY 'FILE STATUS: ' WS-FS-TMP
                   ADD 1 TO WS-ERROS
                   CLOSE ARQ-SEQ
                   MOVE 'N'         TO WS-ARQ-ABERTO
               END-IF
           END-IF

           IF ARQ-ABERTO
               PERFORM P310-LE-LINHA THRU P310-FIM UNTIL EOF-OK

               CLOSE ARQ-SEQ

               IF FASE-RELATORIO
                   DISPLAY '  REGISTROS: ' WS-QTD-ARQ
               ELSE
                   CLOSE ARQ-TMP

                   IF WS-QTD-ARQ GREATER THAN 0 AND NOT ARQ-ERRO
                       PERFORM P330-DEVOLVE-ARQUIVO THRU P330-FIM
                   END-IF
               END-IF
           END-IF
           .
       P300-FIM.

       P310-LE-LINHA.
           READ ARQ-SEQ
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   PERFORM P320-REFERE-CONTATO THRU P320-FIM

                   IF REFERE-CONTATO
                       ADD 1 TO WS-QTD-ARQ

                       IF FASE-RELATORIO
                           ADD 1 TO WS-ENCONTRADOS
                           PERFORM P340-EXIBE-LINHA THRU P340-FIM
                       ELSE
                           PERFORM P350-MASCARA-LINHA THRU P350-FIM
                       END-IF
                   END-IF

                   IF FASE-ANONIMIZA
                       MOVE REG-ARQ-SEQ      TO REG-ARQ-TMP
                       WRITE REG-ARQ-TMP

                       IF WS-FS-TMP NOT EQUAL 0
                           DISPLAY 'ERRO AO GRAVAR LGPDTEMP.DAT'
                           DISPLAY 'FILE STATUS: ' WS-FS-TMP
                           ADD 1 TO WS-ERROS
                           MOVE 'S'          TO WS-ARQ-ERRO
                           SET EOF-OK        TO TRUE
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-SEQ NOT EQUAL 0 AND WS-FS-SEQ NOT EQUAL 2
               AND WS-FS-SEQ NOT EQUAL 10
               DISPLAY 'ERRO AO LER ' WS-ARQ-CURTO
               DISPLAY 'FILE STATUS: ' WS-FS-SEQ
               ADD 1 TO WS-ERROS
               MOVE 'S'             TO WS-ARQ-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * P320-REFERE-CONTATO: decide se a linha lida e do contato. No
      * CONTDELT so o detalhe (tipo 1) carrega registro - header e
      * trailer tem outro conteudo nas mesmas posicoes; no CSV a
      * linha comeca pelo ID seguido da virgula.
      ******************************************************************
       P320-REFERE-CONTATO.
           MOVE 'N'                 TO WS-REFERE

           EVALUATE TRUE
               WHEN ARQ-CSV
                   IF REG-ARQ-SEQ(1:5) EQUAL WS-ID-ALPHA
                       AND REG-ARQ-SEQ(6:1) EQUAL ','
                       MOVE 'S'     TO WS-REFERE
                   END-IF
               WHEN ARQ-DELTA
                   IF REG-ARQ-SEQ(1:1) EQUAL '1'
                       AND REG-ARQ-SEQ(WS-POS-ID:5) EQUAL WS-ID-ALPHA
                       MOVE 'S'     TO WS-REFERE
                   END-IF
               WHEN OTHER
                   IF REG-ARQ-SEQ(WS-POS-ID:5) EQUAL WS-ID-ALPHA
                       MOVE 'S'     TO WS-REFERE
                   END-IF
           END-EVALUATE
           .
       P320-FIM.

      ******************************************************************
      * P330-DEVOLVE-ARQUIVO: regrava o arquivo original a partir de
      * LGPDTEMP.DAT. Se a regravacao falhar no meio o conteudo
      * completo continua em LGPDTEMP.DAT, e o operador e avisado.
      ******************************************************************
       P330-DEVOLVE-ARQUIVO.
           SET EOF-OK               TO FALSE

           OPEN INPUT ARQ-TMP
           OPEN OUTPUT ARQ-SEQ

           IF WS-FS-TMP NOT EQUAL 0 OR WS-FS-SEQ NOT EQUAL 0
               DISPLAY 'ERRO AO REGRAVAR ' WS-ARQ-CURTO
               DISPLAY 'FILE STATUS: ' WS-FS-TMP ' / ' WS-FS-SEQ
               DISPLAY 'O CONTEUDO ANONIMIZADO ESTA EM LGPDTEMP.DAT'
               ADD 1 TO WS-ERROS
           ELSE
               PERFORM P335-COPIA-LINHA THRU P335-FIM UNTIL EOF-OK

               IF ARQ-ERRO
                   DISPLAY 'O CONTEUDO ANONIMIZADO ESTA EM '
                       'LGPDTEMP.DAT'
               ELSE
                   ADD WS-QTD-ARQ   TO WS-ANONIMIZADOS
               END-IF
           END-IF

           CLOSE ARQ-TMP
           CLOSE ARQ-SEQ
           .
       P330-FIM.

       P335-COPIA-LINHA.
           READ ARQ-TMP
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   MOVE REG-ARQ-TMP      TO REG-ARQ-SEQ
                   WRITE REG-ARQ-SEQ

                   IF WS-FS-SEQ NOT EQUAL 0
                       DISPLAY 'ERRO AO REGRAVAR ' WS-ARQ-CURTO
                       DISPLAY 'FILE STATUS: ' WS-FS-SEQ
                       ADD 1 TO WS-ERROS
                       MOVE 'S'          TO WS-ARQ-ERRO
                       SET EOF-OK        TO TRUE
                   END-IF
           END-READ
           .
       P335-FIM.

       P340-EXIBE-LINHA.
           EVALUATE TRUE
               WHEN ARQ-CSV
                   DISPLAY '  ' REG-ARQ-SEQ(1:110)
               WHEN ARQ-DELTA
                   DISPLAY '  DETALHE DE REMESSA - ACAO '
                       REG-ARQ-SEQ(2:1)
               WHEN ARQ-IMAGENS
                   DISPLAY '  IMAGEM ' REG-ARQ-SEQ(1:14) ' '
                       REG-ARQ-SEQ(16:8) ' OPERACAO '
                       REG-ARQ-SEQ(25:1)
               WHEN ARQ-REJEITOS
                   DISPLAY '  REJEICAO - MOTIVO ' REG-ARQ-SEQ(145:2)
               WHEN OTHER
                   DISPLAY '  TRANSACAO PENDENTE - ACAO '
                       REG-ARQ-SEQ(144:1)
           END-EVALUATE

           IF NOT ARQ-CSV
               DISPLAY '    ' REG-ARQ-SEQ(WS-POS-NM:30) ' '
                   REG-ARQ-SEQ(WS-POS-TEL:15)
               DISPLAY '    ' REG-ARQ-SEQ(WS-POS-EMAIL:40)
               DISPLAY '    ' REG-ARQ-SEQ(WS-POS-END:50)
           END-IF
           .
       P340-FIM.

      ******************************************************************
      * P350-MASCARA-LINHA: troca o nome pela mascara e apaga
      * telefone, e-mail e endereco; o ID e o restante da linha
      * (datas, acao, motivo, grupo) ficam como estavam. A linha do
      * CSV e remontada com o ID e a mascara.
      ******************************************************************
       P350-MASCARA-LINHA.
           IF ARQ-CSV
               MOVE SPACES          TO REG-ARQ-SEQ
               STRING WS-ID-ALPHA ',"' PLG-MASCARA-NOME
                      DELIMITED BY SIZE
                      '","","",""'
                      DELIMITED BY SIZE
                      INTO REG-ARQ-SEQ
               END-STRING
           ELSE
               MOVE PLG-MASCARA-NOME TO REG-ARQ-SEQ(WS-POS-NM:30)
               MOVE SPACES          TO REG-ARQ-SEQ(WS-POS-TEL:15)
               MOVE SPACES          TO REG-ARQ-SEQ(WS-POS-EMAIL:40)
               MOVE SPACES          TO REG-ARQ-SEQ(WS-POS-END:50)
           END-IF
           .
       P350-FIM.

      ******************************************************************
      * P400-ANONIMIZA: aplica a anonimizacao em todos os arquivos.
      * Os sequenciais vem primeiro: a imagem gravada por P410 em
      * IMAGENS.DAT ja sai mascarada e nao precisa ser varrida de
      * novo. O contato anonimizado ganha recusa total em PREFCOM.DAT
      * (P430). Ao final a operacao e auditada com o codigo L.
      ******************************************************************
       P400-ANONIMIZA.
           MOVE 'A'                 TO WS-FASE
           MOVE 0                   TO WS-ANONIMIZADOS

           PERFORM P290-VARRE-SEQUENCIAIS THRU P290-FIM
           PERFORM P230-VARRE-INTERACOES  THRU P230-FIM
           PERFORM P250-VARRE-AGENDA      THRU P250-FIM
           PERFORM P260-VARRE-DEVOLUCOES  THRU P260-FIM
           PERFORM P410-ANONIMIZA-CONTATO THRU P410-FIM
           MOVE 'L'                 TO WS-AUD-OPERACAO
           PERFORM P800-GRAVA-AUDITORIA   THRU P800-FIM

           DISPLAY 'ANONIMIZACAO CONCLUIDA: ' WS-ANONIMIZADOS
               ' REGISTRO(S)'
           .
       P400-FIM.

       P410-ANONIMIZA-CONTATO.
           IF WS-QTD-CONTATO GREATER THAN 0
               OPEN I-O CONTATOS

               IF NOT FS-OK
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                   DISPLAY 'FILE STATUS: ' WS-FS
                   ADD 1 TO WS-ERROS
               ELSE
                   PERFORM P420-LE-CONTATO-REGISTRO THRU P420-FIM

                   EVALUATE TRUE
                       WHEN LEITURA-NAO-ENCONTRADA
                           DISPLAY 'CONTATO NAO ENCONTRADO NA '
                               'ANONIMIZACAO'
                       WHEN LEITURA-BLOQUEADA
                           DISPLAY 'CADASTRO DO CONTATO NAO '
                               'ANONIMIZADO'
                           ADD 1 TO WS-ERROS
                       WHEN OTHER
                           MOVE PLG-MASCARA-NOME TO NM-CONTATO
                           MOVE SPACES           TO TEL-CONTATO
                           MOVE SPACES           TO EMAIL-CONTATO
                           MOVE SPACES           TO END-CONTATO

                           REWRITE REG-CONTATOS
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE

                           IF FS-OK
                               ADD 1 TO WS-ANONIMIZADOS
                               PERFORM P820-GRAVA-IMAGEM THRU P820-FIM
                               PERFORM P430-RECUSA-TOTAL THRU P430-FIM
                           ELSE
                               DISPLAY 'ERRO AO REGRAVAR O CONTATO'
                               DISPLAY 'FILE STATUS: ' WS-FS
                               ADD 1 TO WS-ERROS
                           END-IF
                   END-EVALUATE

                   CLOSE CONTATOS
               END-IF
           END-IF
           .
       P410-FIM.

      ******************************************************************
      * P420-LE-CONTATO-REGISTRO: le o contato com bloqueio, com a
      * mesma escolha entre tentar de novo ou desistir diante de
      * registro em uso (51) de P280-LE-CONTATO de CADCONTT.
      ******************************************************************
       P420-LE-CONTATO-REGISTRO.
           MOVE SPACE               TO WS-LEITURA

           PERFORM UNTIL WS-LEITURA NOT EQUAL SPACE
               MOVE WS-ID-CONTATO        TO ID-CONTATO

               READ CONTATOS
                   INVALID KEY
                       MOVE 'N'          TO WS-LEITURA
                   NOT INVALID KEY
                       MOVE 'O'          TO WS-LEITURA
               END-READ

               IF WS-FS EQUAL 51
                   MOVE SPACE            TO WS-LEITURA
                   DISPLAY 'REGISTRO EM USO POR OUTRO OPERADOR'
                   DISPLAY 'TENTAR NOVAMENTE? <S> - <N>'
                   ACCEPT WS-TENTAR

                   IF NOT TENTAR-SIM
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               ELSE
      *            Erro de leitura fora das classes tratadas (3x/9x):
      *            sem este desvio o laco ficaria rodando sem mensagem.
                   IF WS-LEITURA EQUAL SPACE
                       DISPLAY 'ERRO AO LER O CONTATO'
                       DISPLAY 'FILE STATUS: ' WS-FS
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               END-IF
           END-PERFORM
           .
       P420-FIM.

      ******************************************************************
      * P430-RECUSA-TOTAL: registra em PREFCOM.DAT a recusa total do
      * contato anonimizado (todos os canais S), com a data do dia e
      * o operador da sessao, auditada com a operacao O como em
      * P350-REGRAVA de PREFCONT. O contato continua ativo e com a
      * mascara no nome; sem a recusa, a linha L faria DELTCONT
      * reenviar esse registro a mala direta e EXPCONT/RELCONT
      * continuariam levando a linha aos parceiros. Com ela o contato
      * sai como suprimido nos tres.
      ******************************************************************
       P430-RECUSA-TOTAL.
           OPEN I-O PREFCOM

           IF WS-FS-PRF EQUAL 35
               OPEN OUTPUT PREFCOM
               CLOSE PREFCOM
               OPEN I-O PREFCOM
           END-IF

           IF WS-FS-PRF NOT EQUAL 0 AND WS-FS-PRF NOT EQUAL 05
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUSAS'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
               DISPLAY 'RECUSA TOTAL NAO REGISTRADA: USE PREFCONT'
               ADD 1 TO WS-ERROS
           ELSE
               PERFORM P435-LE-PREF-REGISTRO THRU P435-FIM

               IF LEITURA-BLOQUEADA
                   DISPLAY 'RECUSA TOTAL NAO REGISTRADA: USE PREFCONT'
                   ADD 1 TO WS-ERROS
               ELSE
                   MOVE WS-ID-CONTATO        TO PRF-ID-CONTATO
                   MOVE 'S'                  TO PRF-SEM-EMAIL
                   MOVE 'S'                  TO PRF-SEM-CORREIO
                   MOVE 'S'                  TO PRF-SEM-TELEFONE
                   MOVE 'S'                  TO PRF-SEM-CONTATO
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-NUM
                   MOVE WS-DATA-HORA-NUM(1:8) TO PRF-DATA
                   MOVE WS-OPERADOR-SESSAO   TO PRF-OPERADOR

                   IF LEITURA-OK
                       REWRITE REG-PREFCOM
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE REG-PREFCOM
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF

                   IF WS-FS-PRF EQUAL 0
                       DISPLAY 'RECUSA TOTAL REGISTRADA EM PREFCOM.DAT'
                       MOVE 'O'              TO WS-AUD-OPERACAO
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR A RECUSA'
                       DISPLAY 'FILE STATUS: ' WS-FS-PRF
                       DISPLAY 'RECUSA TOTAL NAO REGISTRADA: USE '
                           'PREFCONT'
                       ADD 1 TO WS-ERROS
                   END-IF
               END-IF

               CLOSE PREFCOM
           END-IF
           .
       P430-FIM.

      ******************************************************************
      * P435-LE-PREF-REGISTRO: le com bloqueio a recusa ja registrada
      * do contato, com a mesma escolha de P420-LE-CONTATO-REGISTRO
      * diante de registro em uso (51).
      ******************************************************************
       P435-LE-PREF-REGISTRO.
           MOVE SPACE               TO WS-LEITURA

           PERFORM UNTIL WS-LEITURA NOT EQUAL SPACE
               MOVE WS-ID-CONTATO        TO PRF-ID-CONTATO

               READ PREFCOM
                   INVALID KEY
                       MOVE 'N'          TO WS-LEITURA
                   NOT INVALID KEY
                       MOVE 'O'          TO WS-LEITURA
               END-READ

               IF WS-FS-PRF EQUAL 51
                   MOVE SPACE            TO WS-LEITURA
                   DISPLAY 'RECUSA EM USO POR OUTRO OPERADOR'
                   DISPLAY 'TENTAR NOVAMENTE? <S> - <N>'
                   ACCEPT WS-TENTAR

                   IF NOT TENTAR-SIM
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               ELSE
      *            Erro de leitura fora das classes tratadas (3x/9x):
      *            sem este desvio o laco ficaria rodando sem mensagem.
                   IF WS-LEITURA EQUAL SPACE
                       DISPLAY 'ERRO AO LER A RECUSA'
                       DISPLAY 'FILE STATUS: ' WS-FS-PRF
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               END-IF
           END-PERFORM
           .
       P435-FIM.

       P600-RESUMO.
           DISPLAY ' '
           DISPLAY '---------------------------------------'
           DISPLAY 'RESUMO LGPD - ID ' WS-ID-CONTATO
           DISPLAY 'REGISTROS COM DADO PESSOAL: ' WS-ENCONTRADOS
           DISPLAY 'REGISTROS ANONIMIZADOS:     ' WS-ANONIMIZADOS
           DISPLAY 'ERROS:                      ' WS-ERROS
           IF WS-ERROS GREATER THAN 0
               DISPLAY 'HOUVE ERROS: CONFIRA AS MENSAGENS ACIMA E '
                   'EXECUTE NOVAMENTE'
           END-IF
           .
       P600-FIM.

      ******************************************************************
      * P800-GRAVA-AUDITORIA: registra em AUDITORIA.DAT a operacao de
      * WS-AUD-OPERACAO - L para a anonimizacao, O para a recusa total
      * de P430 - no mesmo layout e criterio de P800-GRAVA-AUDITORIA
      * de CADCONTT. A linha L e gravada mesmo quando o contato ja foi
      * expurgado, para ficar a prova do atendimento.
      ******************************************************************
       P800-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM

           STRING WS-DH-DIA    '/' WS-DH-MES  '/' WS-DH-ANO ' '
                  WS-DH-HORA   ':' WS-DH-MIN  ':' WS-DH-SEG
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING

           OPEN EXTEND AUDITORIA

           IF WS-FS-AUD EQUAL 35 THEN
               OPEN OUTPUT AUDITORIA
           END-IF

           IF WS-FS-AUD EQUAL 0 THEN
               MOVE WS-ID-CONTATO        TO AUD-ID-CONTATO
               MOVE WS-AUD-OPERACAO      TO AUD-OPERACAO
               MOVE WS-DATA-HORA         TO AUD-DATA-HORA
               MOVE WS-OPERADOR-SESSAO   TO AUD-OPERADOR

               WRITE REG-AUDITORIA
           ELSE
               DISPLAY 'ERRO AO GRAVAR AUDITORIA'
               DISPLAY 'FILE STATUS: ' WS-FS-AUD
               ADD 1 TO WS-ERROS
           END-IF

           CLOSE AUDITORIA
           .
       P800-FIM.

      ******************************************************************
      * P810-LE-SESSAO: resolve o operador identificado no sign-on de
      * CADMENU, recebido na area PAR-SESSAO, para carimbar a
      * auditoria. Fora do menu o operador fica BATCH.
      ******************************************************************
       P810-LE-SESSAO.
           MOVE 'BATCH'             TO WS-OPERADOR-SESSAO

           IF ADDRESS OF PAR-SESSAO NOT EQUAL NULL
               IF PSE-OPERADOR NOT EQUAL SPACES
                   AND PSE-OPERADOR NOT EQUAL LOW-VALUES
                   MOVE PSE-OPERADOR TO WS-OPERADOR-SESSAO
               END-IF
           END-IF
           .
       P810-FIM.

      ******************************************************************
      * P820-GRAVA-IMAGEM: grava em IMAGENS.DAT a imagem posterior do
      * contato anonimizado, para a recuperacao de RECUCONT reaplicar
      * a anonimizacao sobre um backup anterior a ela.
      ******************************************************************
       P820-GRAVA-IMAGEM.
           MOVE 'LGPDCONT'          TO PIM-PROGRAMA
           MOVE 'L'                 TO PIM-OPERACAO
           MOVE WS-OPERADOR-SESSAO  TO PIM-OPERADOR
           MOVE REG-CONTATOS        TO PIM-CONTATO
           CALL 'IMGLOG' USING PAR-IMAGEM
           .
       P820-FIM.

       P900-FIM.
           GOBACK
           .
       END PROGRAM LGPDCONT.
