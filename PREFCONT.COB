      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:manutencao do cadastro de recusa de comunicacao
      *         (opt-out) em PREFCOM.DAT. Por contato o operador
      *         registra a recusa de e-mail, de correspondencia, de
      *         telefone ou de qualquer contato, carimbada com a data
      *         e o operador. Cada gravacao ou remocao sai em
      *         AUDITORIA.DAT com a operacao O, para a extracao delta
      *         (DELTCONT) levar a mudanca ao sistema de mala direta.
      *         As extracoes DELTCONT, EXPCONT e RELCONT consultam
      *         este cadastro e deixam de fora os canais recusados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFCOM ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\PREFCOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID-CONTATO
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.

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
               FILE STATUS IS WS-FS-CON.

           SELECT AUDITORIA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AUDITORIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD PREFCOM.
           COPY DB_PREFC.

       FD CONTATOS.
           COPY DB_CONTT.

       FD AUDITORIA.
           COPY DB_AUDIT.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-CON                         PIC 99.
         77 WS-FS-AUD                         PIC 99.
         77 WS-OPERADOR-SESSAO                PIC X(05) VALUE 'BATCH'.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-EXIT                           PIC X     VALUE 'N'.
           88 EXIT-OK                         VALUE 'N' FALSE 'S'.
         77 WS-OPERACAO                       PIC X.
           88 OP-CONSULTAR                    VALUE 'C'.
           88 OP-GRAVAR                       VALUE 'G'.
           88 OP-REMOVER                      VALUE 'R'.
           88 OP-LISTAR                       VALUE 'L'.
         77 WS-ID-ALPHA                       PIC X(05).
         77 WS-ID-CONTATO                     PIC 9(05).
         77 WS-NM-CONTATO                     PIC X(30).
         77 WS-SIT-CONTATO                    PIC X(01).
         77 WS-CONTATO-ACHADO                 PIC X     VALUE 'N'.
           88 CONTATO-ACHADO                  VALUE 'S'.
         77 WS-LEITURA                        PIC X     VALUE SPACE.
           88 LEITURA-OK                      VALUE 'O'.
           88 LEITURA-NAO-ENCONTRADA          VALUE 'N'.
           88 LEITURA-BLOQUEADA               VALUE 'B'.
         77 WS-TENTAR                         PIC X.
           88 TENTAR-SIM                      VALUE 'S'.
         77 WS-CONFIRMA                       PIC X.
           88 CONFIRMA-SIM                    VALUE 'S'.
         77 WS-RESPOSTA                       PIC X.
         77 WS-CANAL-TEXTO                    PIC X(20).
         77 WS-CANAL-VALOR                    PIC X(01).
         77 WS-CANAL-EXTENSO                  PIC X(23).
         77 WS-TOTAL                          PIC 9(05) VALUE 0.
         77 WS-GRAVADOS                       PIC 9(05) VALUE 0.
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

      *    PREFCONT e chamado pelo menu e mantem o estado da chamada
      *    anterior - o contador de gravacoes recomeca do zero para o
      *    jornal refletir so esta execucao.
           MOVE 0                   TO WS-GRAVADOS

           MOVE 'PREFCONT'          TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE WS-OPERADOR-SESSAO  TO PJR-OPERADOR
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** RECUSA DE COMUNICACAO (OPT-OUT) ***'

           SET EXIT-OK               TO FALSE
           PERFORM P300-MANUTENCAO   THRU P300-FIM UNTIL EXIT-OK

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-GRAVADOS         TO PJR-APLICADOS
           MOVE 'OK'                TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

       P300-MANUTENCAO.
           SET FS-OK                TO TRUE

           DISPLAY 'OPERACAO: <C>ONSULTAR  <G>RAVAR  <R>EMOVER'
           DISPLAY '          <L>ISTAR'
           ACCEPT WS-OPERACAO

           PERFORM P210-ABRE-PREFCOM THRU P210-FIM

           IF FS-OK THEN
               EVALUATE TRUE
                   WHEN OP-CONSULTAR
                       PERFORM P310-CONSULTA THRU P310-FIM
                   WHEN OP-REMOVER
                       PERFORM P330-REMOVE   THRU P330-FIM
                   WHEN OP-LISTAR
                       PERFORM P340-LISTA    THRU P340-FIM
                   WHEN OTHER
                       PERFORM P320-GRAVA    THRU P320-FIM
               END-EVALUATE
           END-IF

           CLOSE PREFCOM

           DISPLAY 'DESEJA CONTINUAR? <S> - <N>'
           ACCEPT WS-EXIT

           .
       P300-FIM.

       P310-CONSULTA.
           PERFORM P220-LE-ID THRU P220-FIM
           PERFORM P240-LE-CONTATO THRU P240-FIM
           PERFORM P230-LE-PREF-REGISTRO THRU P230-FIM

           EVALUATE TRUE
               WHEN LEITURA-NAO-ENCONTRADA
                   DISPLAY 'NENHUMA RECUSA REGISTRADA PARA O CONTATO'
               WHEN LEITURA-BLOQUEADA
                   DISPLAY 'CONSULTA CANCELADA'
               WHEN OTHER
                   PERFORM P600-EXIBE-PREFERENCIA THRU P600-FIM
           END-EVALUATE
           .
       P310-FIM.

      ******************************************************************
      * P320-GRAVA: registra ou altera a recusa do contato informado.
      * O contato precisa existir em CONTATOS.DAT (ativo ou inativo).
      * Cada canal e perguntado com o valor atual como padrao (ENTER
      * mantem); um canal bloqueado por devolucao (D) so volta a ser
      * liberado quando o operador responde N. Sem nenhum canal
      * recusado o registro deixa de ter razao de existir e e
      * removido.
      ******************************************************************
       P320-GRAVA.
           PERFORM P220-LE-ID THRU P220-FIM
           PERFORM P240-LE-CONTATO THRU P240-FIM

           IF NOT CONTATO-ACHADO
               DISPLAY 'CONTATO NAO CADASTRADO: RECUSA NAO GRAVADA'
           ELSE
               PERFORM P230-LE-PREF-REGISTRO THRU P230-FIM

               IF LEITURA-BLOQUEADA
                   DISPLAY 'GRAVACAO CANCELADA'
               ELSE
                   IF LEITURA-NAO-ENCONTRADA
                       MOVE WS-ID-CONTATO TO PRF-ID-CONTATO
                       MOVE 'N'           TO PRF-SEM-EMAIL
                       MOVE 'N'           TO PRF-SEM-CORREIO
                       MOVE 'N'           TO PRF-SEM-TELEFONE
                       MOVE 'N'           TO PRF-SEM-CONTATO
                       MOVE 0             TO PRF-DATA
                       MOVE SPACES        TO PRF-OPERADOR
                   END-IF

                   PERFORM P325-LE-CANAIS THRU P325-FIM

                   IF PRF-BLOQ-TOTAL OR PRF-BLOQ-EMAIL
                       OR PRF-BLOQ-CORREIO OR PRF-BLOQ-TELEFONE
                       PERFORM P350-REGRAVA THRU P350-FIM
                   ELSE
                       IF LEITURA-OK
                           PERFORM P360-EXCLUI THRU P360-FIM
                       ELSE
                           DISPLAY 'NENHUM CANAL RECUSADO: NADA A '
                               'GRAVAR'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       P320-FIM.

       P325-LE-CANAIS.
           MOVE 'NENHUM CONTATO'    TO WS-CANAL-TEXTO
           MOVE PRF-SEM-CONTATO     TO WS-CANAL-VALOR
           PERFORM P326-LE-CANAL THRU P326-FIM
           MOVE WS-CANAL-VALOR      TO PRF-SEM-CONTATO

      *    Com a recusa total os canais individuais nao mudam nada
      *    nas extracoes - ficam como estao, para valerem de novo se
      *    a recusa total for retirada.
           IF NOT PRF-BLOQ-TOTAL
               MOVE 'SEM E-MAIL'        TO WS-CANAL-TEXTO
               MOVE PRF-SEM-EMAIL       TO WS-CANAL-VALOR
               PERFORM P326-LE-CANAL THRU P326-FIM
               MOVE WS-CANAL-VALOR      TO PRF-SEM-EMAIL

               MOVE 'SEM CORRESPONDENCIA' TO WS-CANAL-TEXTO
               MOVE PRF-SEM-CORREIO     TO WS-CANAL-VALOR
               PERFORM P326-LE-CANAL THRU P326-FIM
               MOVE WS-CANAL-VALOR      TO PRF-SEM-CORREIO

               MOVE 'SEM TELEFONE'      TO WS-CANAL-TEXTO
               MOVE PRF-SEM-TELEFONE    TO WS-CANAL-VALOR
               PERFORM P326-LE-CANAL THRU P326-FIM
               MOVE WS-CANAL-VALOR      TO PRF-SEM-TELEFONE
           END-IF
           .
       P325-FIM.

       P326-LE-CANAL.
           PERFORM P610-CANAL-EXTENSO THRU P610-FIM

           DISPLAY WS-CANAL-TEXTO ' (ATUAL: ' WS-CANAL-EXTENSO ')'
           DISPLAY '  <S>IM  <N>AO  (ENTER MANTEM): '
           ACCEPT WS-RESPOSTA

           PERFORM UNTIL WS-RESPOSTA EQUAL SPACE
               OR WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 'N'
               DISPLAY 'RESPOSTA INVALIDA: INFORME S, N OU ENTER'
               ACCEPT WS-RESPOSTA
           END-PERFORM

           IF WS-RESPOSTA NOT EQUAL SPACE
               MOVE WS-RESPOSTA     TO WS-CANAL-VALOR
           END-IF
           .
       P326-FIM.

       P330-REMOVE.
           PERFORM P220-LE-ID THRU P220-FIM
           PERFORM P240-LE-CONTATO THRU P240-FIM
           PERFORM P230-LE-PREF-REGISTRO THRU P230-FIM

           EVALUATE TRUE
               WHEN LEITURA-NAO-ENCONTRADA
                   DISPLAY 'NENHUMA RECUSA REGISTRADA PARA O CONTATO'
               WHEN LEITURA-BLOQUEADA
                   DISPLAY 'REMOCAO CANCELADA'
               WHEN OTHER
                   PERFORM P600-EXIBE-PREFERENCIA THRU P600-FIM

                   DISPLAY 'CONFIRMA A REMOCAO DA RECUSA? <S> - <N>'
                   ACCEPT WS-CONFIRMA

                   IF CONFIRMA-SIM
                       PERFORM P360-EXCLUI THRU P360-FIM
                   ELSE
                       DISPLAY 'REMOCAO CANCELADA'
                   END-IF
           END-EVALUATE
           .
       P330-FIM.

       P340-LISTA.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-TOTAL

           MOVE ZEROS               TO PRF-ID-CONTATO

           START PREFCOM KEY IS NOT LESS THAN PRF-ID-CONTATO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           DISPLAY 'ID    E-MAIL CORREIO TELEFONE TOTAL DATA     '
               'OPERADOR'
           PERFORM P345-LISTA-PREFERENCIA THRU P345-FIM UNTIL EOF-OK

           DISPLAY '-------------------------------------------'
           DISPLAY 'TOTAL DE CONTATOS COM RECUSA: ' WS-TOTAL
           DISPLAY 'S = RECUSADO PELO CONTATO  D = BLOQUEADO POR '
               'DEVOLUCAO'
           .
       P340-FIM.

       P345-LISTA-PREFERENCIA.
           READ PREFCOM NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL
                   DISPLAY PRF-ID-CONTATO ' '
                       PRF-SEM-EMAIL    '      '
                       PRF-SEM-CORREIO  '       '
                       PRF-SEM-TELEFONE '        '
                       PRF-SEM-CONTATO  '     '
                       PRF-DATA ' ' PRF-OPERADOR
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS NOT EQUAL 0 AND WS-FS NOT EQUAL 2
               AND WS-FS NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE RECUSAS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET EOF-OK TO TRUE
           END-IF
           .
       P345-FIM.

      ******************************************************************
      * P350-REGRAVA: grava (registro novo) ou regrava a recusa com a
      * data do dia e o operador da sessao, auditando a mudanca.
      ******************************************************************
       P350-REGRAVA.
           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM
           MOVE WS-DATA-HORA-NUM(1:8)   TO PRF-DATA
           MOVE WS-OPERADOR-SESSAO      TO PRF-OPERADOR

           IF LEITURA-OK
               REWRITE REG-PREFCOM
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A RECUSA'
                       DISPLAY 'FILE STATUS: ' WS-FS
                   NOT INVALID KEY
                       DISPLAY 'RECUSA ALTERADA COM SUCESSO!'
                       ADD 1 TO WS-GRAVADOS
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               END-REWRITE
           ELSE
               WRITE REG-PREFCOM
                   INVALID KEY
                       DISPLAY 'CHAVE DUPLICADA: RECUSA JA CADASTRADA'
                   NOT INVALID KEY
                       DISPLAY 'RECUSA GRAVADA COM SUCESSO!'
                       ADD 1 TO WS-GRAVADOS
                       PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
               END-WRITE
           END-IF

      *    Falha de gravacao fora da classe INVALID KEY (status 3x)
      *    nao dispara nenhuma das clausulas - trata aqui para o
      *    operador nao acreditar que a gravacao aconteceu.
           IF WS-FS NOT LESS THAN 30
               DISPLAY 'ERRO AO GRAVAR A RECUSA'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF
           .
       P350-FIM.

       P360-EXCLUI.
           DELETE PREFCOM
               INVALID KEY
                   DISPLAY 'ERRO AO REMOVER A RECUSA'
                   DISPLAY 'FILE STATUS: ' WS-FS
               NOT INVALID KEY
                   DISPLAY 'RECUSA REMOVIDA: TODOS OS CANAIS LIBERADOS'
                   ADD 1 TO WS-GRAVADOS
                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-DELETE

           IF WS-FS NOT LESS THAN 30
               DISPLAY 'ERRO AO REMOVER A RECUSA'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF
           .
       P360-FIM.

      ******************************************************************
      * P210-ABRE-PREFCOM: abre PREFCOM em I-O, criando o arquivo
      * vazio quando ainda nao existe (35), no mesmo padrao de
      * P210-ABRE-GRUPOS de CADGRUPO.
      ******************************************************************
       P210-ABRE-PREFCOM.
           OPEN I-O PREFCOM

           EVALUATE WS-FS
               WHEN 00
                   CONTINUE
               WHEN 05
                   CONTINUE
               WHEN 35
                   DISPLAY 'ARQUIVO DE RECUSAS INEXISTENTE, CRIANDO...'
                   OPEN OUTPUT PREFCOM
                   CLOSE PREFCOM
                   OPEN I-O PREFCOM
               WHEN 37
                   DISPLAY 'MODO DE ABERTURA INVALIDO PARA O ARQUIVO'
               WHEN 41
                   DISPLAY 'ARQUIVO DE RECUSAS JA ESTA ABERTO'
               WHEN OTHER
                   DISPLAY 'ARQUIVO DE RECUSAS BLOQUEADO OU '
                       'ERRO NAO MAPEADO'
                   DISPLAY 'FILE STATUS: ' WS-FS
           END-EVALUATE
           .
       P210-FIM.

       P220-LE-ID.
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
       P220-FIM.

      ******************************************************************
      * P230-LE-PREF-REGISTRO: le por chave a recusa de WS-ID-CONTATO,
      * com a mesma escolha entre tentar de novo ou desistir diante
      * de registro em uso (51) de P230-LE-GRUPO-REGISTRO de CADGRUPO.
      ******************************************************************
       P230-LE-PREF-REGISTRO.
           MOVE SPACE               TO WS-LEITURA

           PERFORM UNTIL WS-LEITURA NOT EQUAL SPACE
               MOVE WS-ID-CONTATO        TO PRF-ID-CONTATO

               READ PREFCOM
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
                       DISPLAY 'ERRO AO LER A RECUSA'
                       DISPLAY 'FILE STATUS: ' WS-FS
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               END-IF
           END-PERFORM
           .
       P230-FIM.

      ******************************************************************
      * P240-LE-CONTATO: le o contato em CONTATOS.DAT so para exibir o
      * nome e a situacao e confirmar que o ID existe; o arquivo e
      * aberto e fechado aqui para nao segurar CONTATOS.DAT durante a
      * manutencao.
      ******************************************************************
       P240-LE-CONTATO.
           MOVE 'N'                 TO WS-CONTATO-ACHADO
           MOVE SPACES              TO WS-NM-CONTATO
           MOVE SPACE               TO WS-SIT-CONTATO

           OPEN INPUT CONTATOS

           IF WS-FS-CON NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CON
           ELSE
               MOVE WS-ID-CONTATO        TO ID-CONTATO

               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'CONTATO NAO ENCONTRADO EM CONTATOS.DAT'
                   NOT INVALID KEY
                       MOVE 'S'          TO WS-CONTATO-ACHADO
                       MOVE NM-CONTATO   TO WS-NM-CONTATO
                       MOVE SIT-CONTATO  TO WS-SIT-CONTATO
                       DISPLAY 'CONTATO: ' NM-CONTATO
                           ' - SITUACAO: ' SIT-CONTATO
               END-READ

               CLOSE CONTATOS
           END-IF
           .
       P240-FIM.

       P600-EXIBE-PREFERENCIA.
           MOVE PRF-SEM-CONTATO     TO WS-CANAL-VALOR
           PERFORM P610-CANAL-EXTENSO THRU P610-FIM
           DISPLAY 'NENHUM CONTATO:      ' WS-CANAL-EXTENSO

           MOVE PRF-SEM-EMAIL       TO WS-CANAL-VALOR
           PERFORM P610-CANAL-EXTENSO THRU P610-FIM
           DISPLAY 'SEM E-MAIL:          ' WS-CANAL-EXTENSO

           MOVE PRF-SEM-CORREIO     TO WS-CANAL-VALOR
           PERFORM P610-CANAL-EXTENSO THRU P610-FIM
           DISPLAY 'SEM CORRESPONDENCIA: ' WS-CANAL-EXTENSO

           MOVE PRF-SEM-TELEFONE    TO WS-CANAL-VALOR
           PERFORM P610-CANAL-EXTENSO THRU P610-FIM
           DISPLAY 'SEM TELEFONE:        ' WS-CANAL-EXTENSO

           DISPLAY 'REGISTRADO EM ' PRF-DATA ' POR ' PRF-OPERADOR
           .
       P600-FIM.

       P610-CANAL-EXTENSO.
           EVALUATE WS-CANAL-VALOR
               WHEN 'S'
                   MOVE 'RECUSADO'          TO WS-CANAL-EXTENSO
               WHEN 'D'
                   MOVE 'BLOQUEADO/DEVOLUCAO' TO WS-CANAL-EXTENSO
               WHEN OTHER
                   MOVE 'LIBERADO'          TO WS-CANAL-EXTENSO
           END-EVALUATE
           .
       P610-FIM.

      ******************************************************************
      * P800-GRAVA-AUDITORIA: registra em AUDITORIA.DAT a mudanca de
      * recusa do contato com a operacao O, no mesmo layout e
      * criterio de P800-GRAVA-AUDITORIA de CADCONTT. A linha faz a
      * extracao delta reenviar o contato ao sistema de mala direta
      * ja com os canais recusados de fora.
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

      ******************************************************************
      * P810-LE-SESSAO: resolve o operador identificado no sign-on de
      * CADMENU, recebido na area PAR-SESSAO, para carimbar a recusa
      * e a auditoria. Fora do menu o operador fica BATCH.
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

       P900-FIM.
           GOBACK
           .
       END PROGRAM PREFCONT.
