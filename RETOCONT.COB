      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:processamento das devolucoes da mala direta. Le o
      *         arquivo de retornos do destino (RETORNOS.DAT), recusa
      *         devolucao de contato desconhecido ou de remessa que
      *         nunca foi enviada (REMESSAS.DAT, gravado por
      *         DELTCONT), acumula por contato e canal em DEVOLUC.DAT
      *         o tipo, a data e a quantidade de devolucoes e, ao
      *         atingir o limite de devolucoes definitivas informado,
      *         bloqueia o canal em PREFCOM.DAT (codigo D, auditado
      *         com a operacao O para a extracao delta). Lista cada
      *         devolucao e termina com a lista de trabalho dos canais
      *         bloqueados, que o operador corrige em INTERCON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\RETORNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

           SELECT CONTATOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL-CONTATO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.

           SELECT REMESSAS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\REMESSAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-SEQUENCIA
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-REM.

           SELECT DEVOLUC ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\DEVOLUC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-DEV.

           SELECT PREFCOM ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\PREFCOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-ID-CONTATO
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-PRF.

           SELECT AUDITORIA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AUDITORIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNOS.
           COPY DB_RETOR.

       FD CONTATOS.
           COPY DB_CONTT.

       FD REMESSAS.
           COPY DB_REMES.

       FD DEVOLUC.
           COPY DB_DEVOL.

       FD PREFCOM.
           COPY DB_PREFC.

       FD AUDITORIA.
           COPY DB_AUDIT.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-RET                         PIC 99.
           88 FS-RET-OK                       VALUE 0.
         77 WS-FS-REM                         PIC 99.
         77 WS-FS-DEV                         PIC 99.
           88 FS-DEV-OK                       VALUE 0.
         77 WS-FS-PRF                         PIC 99.
         77 WS-FS-AUD                         PIC 99.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-OPERADOR-SESSAO                PIC X(05).
         77 WS-MODO                           PIC X     VALUE 'P'.
           88 MODO-LISTA                      VALUE 'L'.
         77 WS-ARQUIVOS                       PIC X     VALUE 'N'.
           88 ARQUIVOS-OK                     VALUE 'S'.
         77 WS-REMESSAS                       PIC X     VALUE 'N'.
           88 REMESSAS-ABERTO                 VALUE 'S'.
         77 WS-EXECUCAO                       PIC X     VALUE 'S'.
           88 EXECUCAO-OK                     VALUE 'S'.
         77 WS-DEV-NOVO                       PIC X     VALUE 'N'.
           88 DEVOLUCAO-NOVA                  VALUE 'S'.
         77 WS-PRF-NOVO                       PIC X     VALUE 'N'.
           88 PREFERENCIA-NOVA                VALUE 'S'.
         77 WS-LIMITE-ALPHA                   PIC X(02).
         77 WS-LIMITE                         PIC 9(02) VALUE 3.
         77 WS-LIMITE-VALIDO                  PIC X     VALUE 'N'.
           88 LIMITE-VALIDO                   VALUE 'S'.
         77 WS-PRIMEIRA-REMESSA               PIC 9(05) VALUE 0.
         77 WS-DT-HOJE                        PIC 9(08).
         77 WS-DT-RETORNO                     PIC 9(08).
         77 WS-MOTIVO-REJEICAO                PIC X(40).
         77 WS-RESULTADO                      PIC X(30).
         77 WS-CODIGO-CANAL                   PIC X(01).
         77 WS-CANAL-EXTENSO                  PIC X(14).
         77 WS-VALOR-CANAL                    PIC X(50).
         77 WS-LIDOS                          PIC 9(05) VALUE 0.
         77 WS-ACEITOS                        PIC 9(05) VALUE 0.
         77 WS-REJEITADOS                     PIC 9(05) VALUE 0.
         77 WS-DEFINITIVAS                    PIC 9(05) VALUE 0.
         77 WS-TEMPORARIAS                    PIC 9(05) VALUE 0.
         77 WS-BLOQUEADOS                     PIC 9(05) VALUE 0.
         77 WS-JA-BLOQUEADOS                  PIC 9(05) VALUE 0.
         77 WS-NAO-BLOQUEADOS                 PIC 9(05) VALUE 0.
         77 WS-PENDENTES                      PIC 9(05) VALUE 0.
         77 WS-DATA-HORA                      PIC X(19).
         01 WS-DATA-HORA-NUM.
           03 WS-DH-ANO                       PIC 9(04).
           03 WS-DH-MES                       PIC 9(02).
           03 WS-DH-DIA                       PIC 9(02).
           03 WS-DH-HORA                      PIC 9(02).
           03 WS-DH-MIN                       PIC 9(02).
           03 WS-DH-SEG                       PIC 9(02).
           03 FILLER                          PIC X(06).
         COPY PAR_JORN.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
           PERFORM P810-LE-SESSAO THRU P810-FIM

      *    RETOCONT e chamado pelo menu e mantem o estado da chamada
      *    anterior - a situacao e os contadores recomecam do zero
      *    para os totais e o jornal refletirem so esta execucao.
           MOVE 'S'                 TO WS-EXECUCAO
           MOVE 0                   TO WS-LIDOS
           MOVE 0                   TO WS-ACEITOS
           MOVE 0                   TO WS-REJEITADOS
           MOVE 0                   TO WS-DEFINITIVAS
           MOVE 0                   TO WS-TEMPORARIAS
           MOVE 0                   TO WS-BLOQUEADOS
           MOVE 0                   TO WS-JA-BLOQUEADOS
           MOVE 0                   TO WS-NAO-BLOQUEADOS

           MOVE 'RETOCONT'          TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE WS-OPERADOR-SESSAO  TO PJR-OPERADOR
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** DEVOLUCOES DA MALA DIRETA ***'
           DISPLAY 'MODO: <P>ROCESSAR RETORNOS  <L>ISTA DE TRABALHO'
           ACCEPT WS-MODO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE

           IF NOT MODO-LISTA
               PERFORM P100-LE-LIMITE THRU P100-FIM
               PERFORM P200-PROCESSA  THRU P200-FIM
           END-IF

           PERFORM P600-LISTA-TRABALHO THRU P600-FIM

           IF NOT MODO-LISTA
               PERFORM P700-TOTAIS THRU P700-FIM
           END-IF

           MOVE 'F'                 TO PJR-TIPO
           IF MODO-LISTA
               MOVE WS-PENDENTES    TO PJR-LIDOS
           ELSE
               MOVE WS-LIDOS        TO PJR-LIDOS
               MOVE WS-ACEITOS      TO PJR-APLICADOS
               MOVE WS-REJEITADOS   TO PJR-REJEITADOS
           END-IF
           IF EXECUCAO-OK
               MOVE 'OK'            TO PJR-STATUS
           ELSE
               MOVE 'ER'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

      ******************************************************************
      * P100-LE-LIMITE: quantidade de devolucoes definitivas do mesmo
      * canal que bloqueia o canal (ENTER = 03).
      ******************************************************************
       P100-LE-LIMITE.
           MOVE 'N'                 TO WS-LIMITE-VALIDO

           PERFORM UNTIL LIMITE-VALIDO
               DISPLAY 'DEVOLUCOES DEFINITIVAS PARA BLOQUEAR O CANAL '
                   '(01 A 99, ENTER = 03):'
               ACCEPT WS-LIMITE-ALPHA

               IF WS-LIMITE-ALPHA EQUAL SPACES
                   MOVE 3                TO WS-LIMITE
                   MOVE 'S'              TO WS-LIMITE-VALIDO
               ELSE
                   IF WS-LIMITE-ALPHA IS NUMERIC
                       AND WS-LIMITE-ALPHA NOT EQUAL '00'
                       MOVE WS-LIMITE-ALPHA TO WS-LIMITE
                       MOVE 'S'          TO WS-LIMITE-VALIDO
                   ELSE
                       DISPLAY 'LIMITE INVALIDO: INFORME UM NUMERO '
                           'DE 01 A 99'
                   END-IF
               END-IF
           END-PERFORM
           .
       P100-FIM.

       P200-PROCESSA.
           SET EOF-OK               TO FALSE

           OPEN INPUT RETORNOS

           IF WS-FS-RET EQUAL 35
               DISPLAY 'ARQUIVO DE RETORNOS INEXISTENTE: NADA A '
                   'PROCESSAR'
           ELSE
           IF NOT FS-RET-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RETORNOS'
               DISPLAY 'FILE STATUS: ' WS-FS-RET
               MOVE 'N'              TO WS-EXECUCAO
           ELSE
               PERFORM P210-ABRE-ARQUIVOS THRU P210-FIM

               IF ARQUIVOS-OK
                   DISPLAY ' '
                   DISPLAY 'DEVOLUCOES PROCESSADAS'
                   DISPLAY 'ID    NOME                      CANAL'
                       '          TIPO DATA     REMESSA DEF TMP '
                       'RESULTADO'
                   DISPLAY '-------------------------------------'
                       '--------------------------------------'

                   PERFORM P300-PROCESSA-RETORNO THRU P300-FIM
                       UNTIL EOF-OK
               ELSE
                   MOVE 'N'          TO WS-EXECUCAO
               END-IF

               PERFORM P290-FECHA-ARQUIVOS THRU P290-FIM

               CLOSE RETORNOS
           END-IF
           END-IF
           .
       P200-FIM.

      ******************************************************************
      * P210-ABRE-ARQUIVOS: abre os arquivos da conferencia e do
      * acumulo. Sem REMESSAS.DAT nenhuma remessa e conhecida e toda
      * devolucao e recusada; a primeira sequencia registrada vale
      * como inicio do historico (as anteriores foram enviadas antes
      * de DELTCONT registrar as remessas e sao aceitas).
      ******************************************************************
       P210-ABRE-ARQUIVOS.
           MOVE 'S'                 TO WS-ARQUIVOS
           MOVE 'N'                 TO WS-REMESSAS
           MOVE 0                   TO WS-PRIMEIRA-REMESSA

           OPEN INPUT CONTATOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'N'              TO WS-ARQUIVOS
           END-IF

           OPEN INPUT REMESSAS
           EVALUATE WS-FS-REM
               WHEN 00
                   MOVE 'S'          TO WS-REMESSAS
               WHEN 05
                   MOVE 'S'          TO WS-REMESSAS
               WHEN 35
                   DISPLAY 'NENHUMA REMESSA REGISTRADA EM '
                       'REMESSAS.DAT: DEVOLUCOES SERAO RECUSADAS'
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR O HISTORICO DE REMESSAS'
                   DISPLAY 'FILE STATUS: ' WS-FS-REM
                   MOVE 'N'          TO WS-ARQUIVOS
           END-EVALUATE

           IF REMESSAS-ABERTO
               MOVE 0                TO REM-SEQUENCIA

               START REMESSAS KEY IS NOT LESS THAN REM-SEQUENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ REMESSAS NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE REM-SEQUENCIA
                                   TO WS-PRIMEIRA-REMESSA
                       END-READ
               END-START
           END-IF

           OPEN I-O DEVOLUC
           EVALUATE WS-FS-DEV
               WHEN 00
                   CONTINUE
               WHEN 05
                   MOVE 0            TO WS-FS-DEV
               WHEN 35
                   OPEN OUTPUT DEVOLUC
                   CLOSE DEVOLUC
                   OPEN I-O DEVOLUC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT FS-DEV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
               MOVE 'N'              TO WS-ARQUIVOS
           END-IF

           OPEN I-O PREFCOM
           EVALUATE WS-FS-PRF
               WHEN 00
                   CONTINUE
               WHEN 05
                   MOVE 0            TO WS-FS-PRF
               WHEN 35
                   OPEN OUTPUT PREFCOM
                   CLOSE PREFCOM
                   OPEN I-O PREFCOM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FS-PRF NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUSAS'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
               MOVE 'N'              TO WS-ARQUIVOS
           END-IF
           .
       P210-FIM.

       P290-FECHA-ARQUIVOS.
           CLOSE CONTATOS
           IF REMESSAS-ABERTO
               CLOSE REMESSAS
           END-IF
           CLOSE DEVOLUC
           CLOSE PREFCOM
           .
       P290-FIM.

       P300-PROCESSA-RETORNO.
           READ RETORNOS
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIDOS
                   PERFORM P310-VALIDA-RETORNO THRU P310-FIM

                   IF WS-MOTIVO-REJEICAO EQUAL SPACES
                       PERFORM P330-ACUMULA THRU P330-FIM
                   END-IF

                   IF WS-MOTIVO-REJEICAO NOT EQUAL SPACES
                       ADD 1 TO WS-REJEITADOS
                       DISPLAY RET-ID-CONTATO ' RECUSADA - REMESSA '
                           RET-SEQUENCIA ' - ' WS-MOTIVO-REJEICAO
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-RET NOT EQUAL 0 AND WS-FS-RET NOT EQUAL 2
               AND WS-FS-RET NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE RETORNOS'
               DISPLAY 'FILE STATUS: ' WS-FS-RET
               MOVE 'N'              TO WS-EXECUCAO
               SET EOF-OK TO TRUE
           END-IF
           .
       P300-FIM.

      ******************************************************************
      * P310-VALIDA-RETORNO: confere a linha de retorno. Deixa em
      * WS-MOTIVO-REJEICAO o motivo da recusa (branco = aceita): campo
      * invalido, contato que nao existe em CONTATOS.DAT ou remessa
      * que nunca foi enviada.
      ******************************************************************
       P310-VALIDA-RETORNO.
           MOVE SPACES              TO WS-MOTIVO-REJEICAO

           EVALUATE TRUE
               WHEN RET-ID-CONTATO IS NOT NUMERIC
                   OR RET-ID-CONTATO EQUAL 0
                   MOVE 'ID DE CONTATO INVALIDO'
                                         TO WS-MOTIVO-REJEICAO
               WHEN RET-SEQUENCIA IS NOT NUMERIC
                   OR RET-SEQUENCIA EQUAL 0
                   MOVE 'SEQUENCIA DE REMESSA INVALIDA'
                                         TO WS-MOTIVO-REJEICAO
               WHEN NOT RET-CANAL-EMAIL AND NOT RET-CANAL-CORREIO
                   AND NOT RET-CANAL-TELEFONE
                   MOVE 'CANAL INVALIDO (E/C/T)'
                                         TO WS-MOTIVO-REJEICAO
               WHEN NOT RET-DEFINITIVA AND NOT RET-TEMPORARIA
                   MOVE 'TIPO DE DEVOLUCAO INVALIDO (H/S)'
                                         TO WS-MOTIVO-REJEICAO
               WHEN RET-DATA IS NOT NUMERIC
                   MOVE 'DATA DA DEVOLUCAO INVALIDA'
                                         TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE RET-DATA         TO WS-DT-RETORNO
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-RETORNO)
                       NOT EQUAL 0
                       MOVE 'DATA DA DEVOLUCAO INVALIDA'
                                         TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE

           IF WS-MOTIVO-REJEICAO EQUAL SPACES
               MOVE RET-ID-CONTATO   TO ID-CONTATO

               READ CONTATOS
                   INVALID KEY
                       MOVE 'ID DE CONTATO DESCONHECIDO'
                                         TO WS-MOTIVO-REJEICAO
               END-READ
           END-IF

           IF WS-MOTIVO-REJEICAO EQUAL SPACES
               PERFORM P320-CONFERE-REMESSA THRU P320-FIM
           END-IF
           .
       P310-FIM.

       P320-CONFERE-REMESSA.
           IF NOT REMESSAS-ABERTO
               MOVE 'REMESSA NAO ENVIADA'
                                         TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE RET-SEQUENCIA    TO REM-SEQUENCIA

               READ REMESSAS
                   INVALID KEY
                       IF RET-SEQUENCIA NOT LESS THAN
                           WS-PRIMEIRA-REMESSA
                           MOVE 'REMESSA NAO ENVIADA'
                                         TO WS-MOTIVO-REJEICAO
                       END-IF
               END-READ
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * P330-ACUMULA: soma a devolucao no acumulado do contato e
      * canal em DEVOLUC.DAT. A mesma devolucao lida de novo (mesma
      * remessa, data e tipo da ultima) e recusada, para uma
      * reexecucao com o mesmo arquivo nao contar em dobro. Atingido
      * o limite de definitivas, o canal e bloqueado (P400).
      ******************************************************************
       P330-ACUMULA.
           MOVE RET-ID-CONTATO      TO DEV-ID-CONTATO
           MOVE RET-CANAL           TO DEV-CANAL
           MOVE 'N'                 TO WS-DEV-NOVO

           READ DEVOLUC
               INVALID KEY
                   MOVE 'S'              TO WS-DEV-NOVO
                   MOVE 0                TO DEV-QTD-DEFINITIVAS
                   MOVE 0                TO DEV-QTD-TEMPORARIAS
                   MOVE 'M'              TO DEV-SITUACAO
                   MOVE 0                TO DEV-DT-BLOQUEIO
                   MOVE 0                TO DEV-DT-CORRECAO
                   MOVE SPACES           TO DEV-OPERADOR
           END-READ

           EVALUATE TRUE
               WHEN WS-FS-DEV EQUAL 51
                   MOVE 'DEVOLUCOES DO CONTATO EM USO: REPROCESSE'
                                         TO WS-MOTIVO-REJEICAO
               WHEN WS-FS-DEV NOT EQUAL 0 AND NOT DEVOLUCAO-NOVA
                   MOVE 'ERRO AO LER O ARQUIVO DE DEVOLUCOES'
                                         TO WS-MOTIVO-REJEICAO
               WHEN NOT DEVOLUCAO-NOVA
                   AND DEV-ULT-SEQUENCIA EQUAL RET-SEQUENCIA
                   AND DEV-ULT-DATA EQUAL RET-DATA
                   AND DEV-ULT-TIPO EQUAL RET-TIPO
                   MOVE 'DEVOLUCAO JA PROCESSADA'
                                         TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM P340-SOMA-DEVOLUCAO THRU P340-FIM
           END-EVALUATE
           .
       P330-FIM.

       P340-SOMA-DEVOLUCAO.
           MOVE SPACES              TO WS-RESULTADO

      *    Dado ja corrigido em INTERCON que volta a ser devolvido:
      *    o contato volta a observacao, com os contadores zerados.
           IF DEV-CORRIGIDO
               MOVE 'M'              TO DEV-SITUACAO
           END-IF

           IF RET-DEFINITIVA
               ADD 1 TO WS-DEFINITIVAS
               IF DEV-QTD-DEFINITIVAS LESS THAN 999
                   ADD 1 TO DEV-QTD-DEFINITIVAS
               END-IF
           ELSE
               ADD 1 TO WS-TEMPORARIAS
               IF DEV-QTD-TEMPORARIAS LESS THAN 999
                   ADD 1 TO DEV-QTD-TEMPORARIAS
               END-IF
           END-IF

           MOVE RET-TIPO            TO DEV-ULT-TIPO
           MOVE RET-DATA            TO DEV-ULT-DATA
           MOVE RET-SEQUENCIA       TO DEV-ULT-SEQUENCIA
           MOVE RET-MOTIVO          TO DEV-ULT-MOTIVO

           IF DEV-BLOQUEADO
               ADD 1 TO WS-JA-BLOQUEADOS
               MOVE 'CANAL JA BLOQUEADO'  TO WS-RESULTADO
           ELSE
               IF RET-DEFINITIVA
                   AND DEV-QTD-DEFINITIVAS NOT LESS THAN WS-LIMITE
                   PERFORM P400-BLOQUEIA-CANAL THRU P400-FIM
               END-IF
           END-IF

           IF DEVOLUCAO-NOVA
               WRITE REG-DEVOLUCAO
                   INVALID KEY
                       MOVE 'ERRO AO GRAVAR A DEVOLUCAO'
                                         TO WS-MOTIVO-REJEICAO
               END-WRITE
           ELSE
               REWRITE REG-DEVOLUCAO
                   INVALID KEY
                       MOVE 'ERRO AO GRAVAR A DEVOLUCAO'
                                         TO WS-MOTIVO-REJEICAO
               END-REWRITE
           END-IF

           IF WS-FS-DEV NOT LESS THAN 30
               MOVE 'ERRO AO GRAVAR A DEVOLUCAO'
                                         TO WS-MOTIVO-REJEICAO
           END-IF

           IF WS-MOTIVO-REJEICAO EQUAL SPACES
               ADD 1 TO WS-ACEITOS
               PERFORM P630-CANAL-EXTENSO THRU P630-FIM
               DISPLAY RET-ID-CONTATO ' ' NM-CONTATO(1:25) ' '
                   WS-CANAL-EXTENSO ' ' RET-TIPO '    ' RET-DATA ' '
                   RET-SEQUENCIA '   ' DEV-QTD-DEFINITIVAS ' '
                   DEV-QTD-TEMPORARIAS ' ' WS-RESULTADO
           ELSE
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
               MOVE 'N'              TO WS-EXECUCAO
           END-IF
           .
       P340-FIM.

      ******************************************************************
      * P400-BLOQUEIA-CANAL: bloqueia em PREFCOM.DAT o canal devolvido
      * (codigo D), sem alterar PRF-DATA/PRF-OPERADOR, que registram a
      * ultima recusa informada pelo operador. Canal ja recusado pelo
      * contato (S) ou ja bloqueado (D) nao muda. A mudanca e auditada
      * com a operacao O, como em PREFCONT, para a extracao delta levar
      * o canal em branco ao destino. Sem conseguir gravar a recusa o
      * canal continua em observacao e o bloqueio e refeito na
      * proxima devolucao definitiva.
      ******************************************************************
       P400-BLOQUEIA-CANAL.
           MOVE RET-ID-CONTATO      TO PRF-ID-CONTATO
           MOVE 'N'                 TO WS-PRF-NOVO

           READ PREFCOM
               INVALID KEY
                   MOVE 'S'              TO WS-PRF-NOVO
                   MOVE RET-ID-CONTATO   TO PRF-ID-CONTATO
                   MOVE 'N'              TO PRF-SEM-EMAIL
                   MOVE 'N'              TO PRF-SEM-CORREIO
                   MOVE 'N'              TO PRF-SEM-TELEFONE
                   MOVE 'N'              TO PRF-SEM-CONTATO
                   MOVE 0                TO PRF-DATA
                   MOVE SPACES           TO PRF-OPERADOR
           END-READ

           IF WS-FS-PRF NOT EQUAL 0 AND NOT PREFERENCIA-NOVA
               ADD 1 TO WS-NAO-BLOQUEADOS
               MOVE 'BLOQUEIO PENDENTE (RECUSAS)' TO WS-RESULTADO
           ELSE
               EVALUATE TRUE
                   WHEN RET-CANAL-EMAIL
                       MOVE PRF-SEM-EMAIL    TO WS-CODIGO-CANAL
                   WHEN RET-CANAL-CORREIO
                       MOVE PRF-SEM-CORREIO  TO WS-CODIGO-CANAL
                   WHEN OTHER
                       MOVE PRF-SEM-TELEFONE TO WS-CODIGO-CANAL
               END-EVALUATE

               IF WS-CODIGO-CANAL EQUAL 'S'
                   OR WS-CODIGO-CANAL EQUAL 'D'
                   PERFORM P420-MARCA-BLOQUEIO THRU P420-FIM
               ELSE
                   PERFORM P410-GRAVA-BLOQUEIO THRU P410-FIM
               END-IF
           END-IF
           .
       P400-FIM.

       P410-GRAVA-BLOQUEIO.
           EVALUATE TRUE
               WHEN RET-CANAL-EMAIL
                   MOVE 'D'          TO PRF-SEM-EMAIL
               WHEN RET-CANAL-CORREIO
                   MOVE 'D'          TO PRF-SEM-CORREIO
               WHEN OTHER
                   MOVE 'D'          TO PRF-SEM-TELEFONE
           END-EVALUATE

           IF PREFERENCIA-NOVA
               WRITE REG-PREFCOM
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE REG-PREFCOM
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-FS-PRF EQUAL 0
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               PERFORM P420-MARCA-BLOQUEIO THRU P420-FIM
           ELSE
               ADD 1 TO WS-NAO-BLOQUEADOS
               MOVE 'BLOQUEIO PENDENTE (RECUSAS)' TO WS-RESULTADO
               DISPLAY 'ERRO AO GRAVAR A RECUSA DO CONTATO '
                   RET-ID-CONTATO
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
           END-IF
           .
       P410-FIM.

       P420-MARCA-BLOQUEIO.
           MOVE 'B'                 TO DEV-SITUACAO
           MOVE WS-DT-HOJE          TO DEV-DT-BLOQUEIO
           MOVE 0                   TO DEV-DT-CORRECAO
           MOVE SPACES              TO DEV-OPERADOR
           ADD 1 TO WS-BLOQUEADOS
           MOVE '*** CANAL BLOQUEADO'   TO WS-RESULTADO
           .
       P420-FIM.

      ******************************************************************
      * P600-LISTA-TRABALHO: lista de trabalho dos canais bloqueados
      * por devolucao ainda sem correcao, com o dado atual do contato,
      * para o operador obter o dado correto numa interacao de
      * INTERCON. Contato inativo ou ja expurgado e sinalizado.
      ******************************************************************
       P600-LISTA-TRABALHO.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-PENDENTES

           OPEN INPUT DEVOLUC

           IF WS-FS-DEV EQUAL 35
               DISPLAY ' '
               DISPLAY 'NENHUMA DEVOLUCAO REGISTRADA: LISTA DE '
                   'TRABALHO VAZIA'
           ELSE
           IF NOT FS-DEV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
               MOVE 'N'              TO WS-EXECUCAO
           ELSE
               OPEN INPUT CONTATOS

               IF NOT FS-OK
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                   DISPLAY 'FILE STATUS: ' WS-FS
                   MOVE 'N'          TO WS-EXECUCAO
               ELSE
                   DISPLAY ' '
                   DISPLAY 'LISTA DE TRABALHO: CANAIS BLOQUEADOS POR '
                       'DEVOLUCAO'
                   DISPLAY 'ID    NOME                           CANAL'
                       '          BLOQUEIO DEF ULTIMO MOTIVO'
                   DISPLAY '-------------------------------------'
                       '--------------------------------------'

                   MOVE LOW-VALUES   TO DEV-CHAVE

                   START DEVOLUC KEY IS NOT LESS THAN DEV-CHAVE
                       INVALID KEY
                           SET EOF-OK TO TRUE
                   END-START

                   PERFORM P610-LISTA-PENDENTE THRU P610-FIM
                       UNTIL EOF-OK

                   DISPLAY '-------------------------------------'
                       '--------------------------------------'
                   DISPLAY 'CANAIS BLOQUEADOS A CORRIGIR: '
                       WS-PENDENTES
                   DISPLAY 'CORRECAO: REGISTRE A INTERACAO EM '
                       'INTERCON E INFORME O DADO CORRETO'

                   CLOSE CONTATOS
               END-IF

               CLOSE DEVOLUC
           END-IF
           END-IF
           .
       P600-FIM.

       P610-LISTA-PENDENTE.
           READ DEVOLUC NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF DEV-BLOQUEADO
                       PERFORM P620-EXIBE-PENDENTE THRU P620-FIM
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-DEV NOT EQUAL 0 AND WS-FS-DEV NOT EQUAL 2
               AND WS-FS-DEV NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE DEVOLUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
               MOVE 'N'              TO WS-EXECUCAO
               SET EOF-OK TO TRUE
           END-IF
           .
       P610-FIM.

       P620-EXIBE-PENDENTE.
           ADD 1 TO WS-PENDENTES
           MOVE DEV-CANAL           TO RET-CANAL
           PERFORM P630-CANAL-EXTENSO THRU P630-FIM

           MOVE DEV-ID-CONTATO      TO ID-CONTATO

           READ CONTATOS
               INVALID KEY
                   DISPLAY DEV-ID-CONTATO ' '
                       '*** CONTATO EXPURGADO          '
                       WS-CANAL-EXTENSO ' ' DEV-DT-BLOQUEIO ' '
                       DEV-QTD-DEFINITIVAS ' ' DEV-ULT-MOTIVO
               NOT INVALID KEY
                   DISPLAY ID-CONTATO ' ' NM-CONTATO ' '
                       WS-CANAL-EXTENSO ' ' DEV-DT-BLOQUEIO ' '
                       DEV-QTD-DEFINITIVAS ' ' DEV-ULT-MOTIVO

                   EVALUATE TRUE
                       WHEN RET-CANAL-EMAIL
                           MOVE EMAIL-CONTATO TO WS-VALOR-CANAL
                       WHEN RET-CANAL-CORREIO
                           MOVE END-CONTATO   TO WS-VALOR-CANAL
                       WHEN OTHER
                           MOVE TEL-CONTATO   TO WS-VALOR-CANAL
                   END-EVALUATE

                   IF CONTATO-INATIVO
                       DISPLAY '      DADO ATUAL: ' WS-VALOR-CANAL
                           ' *** CONTATO INATIVO'
                   ELSE
                       DISPLAY '      DADO ATUAL: ' WS-VALOR-CANAL
                   END-IF
           END-READ
           .
       P620-FIM.

       P630-CANAL-EXTENSO.
           EVALUATE TRUE
               WHEN RET-CANAL-EMAIL
                   MOVE 'E-MAIL'         TO WS-CANAL-EXTENSO
               WHEN RET-CANAL-CORREIO
                   MOVE 'CORRESPONDENCIA' TO WS-CANAL-EXTENSO
               WHEN RET-CANAL-TELEFONE
                   MOVE 'TELEFONE'       TO WS-CANAL-EXTENSO
               WHEN OTHER
                   MOVE 'CANAL ?'        TO WS-CANAL-EXTENSO
           END-EVALUATE
           .
       P630-FIM.

       P700-TOTAIS.
           DISPLAY ' '
           DISPLAY '---------------------------------------'
           DISPLAY 'RESUMO DO PROCESSAMENTO DE DEVOLUCOES'
           DISPLAY 'LIMITE DE DEFINITIVAS PARA BLOQUEIO: ' WS-LIMITE
           DISPLAY 'LINHAS DE RETORNO LIDAS:     ' WS-LIDOS
           DISPLAY 'DEVOLUCOES ACEITAS:          ' WS-ACEITOS
           DISPLAY '  DEFINITIVAS:               ' WS-DEFINITIVAS
           DISPLAY '  TEMPORARIAS:               ' WS-TEMPORARIAS
           DISPLAY 'DEVOLUCOES RECUSADAS:        ' WS-REJEITADOS
           DISPLAY 'CANAIS BLOQUEADOS AGORA:     ' WS-BLOQUEADOS
           DISPLAY 'EM CANAL JA BLOQUEADO:       ' WS-JA-BLOQUEADOS
           DISPLAY 'BLOQUEIOS PENDENTES:         ' WS-NAO-BLOQUEADOS
           .
       P700-FIM.

      ******************************************************************
      * P800-GRAVA-AUDITORIA: registra o bloqueio do canal em
      * AUDITORIA.DAT com a operacao O, no mesmo layout de
      * P800-GRAVA-AUDITORIA de PREFCONT.
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
               MOVE RET-ID-CONTATO       TO AUD-ID-CONTATO
               MOVE 'O'                  TO AUD-OPERACAO
               MOVE WS-DATA-HORA         TO AUD-DATA-HORA
               MOVE WS-OPERADOR-SESSAO   TO AUD-OPERADOR

               WRITE REG-AUDITORIA
           ELSE
               DISPLAY 'ERRO AO GRAVAR AUDITORIA'
               DISPLAY 'FILE STATUS: ' WS-FS-AUD
           END-IF

           CLOSE AUDITORIA
           .
       P800-FIM.

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

       P900-FIM.
           GOBACK
           .
       END PROGRAM RETOCONT.
