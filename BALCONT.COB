      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:balanceamento diario da quantidade de registros de
      *         CONTATOS.DAT. Parte do ultimo fechamento gravado em
      *         BALANCO.DAT (ativos, inativos, total e ultimo ID de
      *         CONTCTRL.DAT), aplica o movimento havido desde entao -
      *         inclusoes, exclusoes e reativacoes de AUDITORIA.DAT
      *         (interativas e da carga em lote, que audita cada
      *         transacao aplicada) e os expurgos de PURGCONT, que nao
      *         passam pela auditoria e vem do JRN-APLICADOS do
      *         JORNAL.DAT - e compara o esperado com a contagem real
      *         do arquivo. Qualquer diferenca sai como excecao FORA
      *         DE BALANCO, com o movimento aberto por tipo de
      *         operacao e as execucoes do periodo que gravam
      *         CONTATOS.DAT sem auditoria (BKPCONT, RECUCONT,
      *         CONVCONT). O fechamento do dia, com a contagem real,
      *         e acrescentado a BALANCO.DAT e vira a base da proxima
      *         execucao. Deve rodar sem cadastro em andamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL-CONTATO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.

           SELECT CONTROLE ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTCTRL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CTR.

           SELECT AUDITORIA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AUDITORIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

           SELECT JORNAL ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\JORNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT BALANCO ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\BALANCO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
           COPY DB_CONTT.

       FD CONTROLE.
           COPY DB_CTRL.

       FD AUDITORIA.
           COPY DB_AUDIT.

       FD JORNAL.
           COPY DB_JORNA.

       FD BALANCO.
           COPY DB_BALAN.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-CTR                         PIC 99.
         77 WS-FS-AUD                         PIC 99.
           88 FS-AUD-OK                       VALUE 0.
         77 WS-FS-JRN                         PIC 99.
           88 FS-JRN-OK                       VALUE 0.
         77 WS-FS-BAL                         PIC 99.
           88 FS-BAL-OK                       VALUE 0.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-OPERADOR-SESSAO                PIC X(05).
         77 WS-ERRO                           PIC X     VALUE 'N'.
           88 HOUVE-ERRO                      VALUE 'S'.
         77 WS-ANTERIOR                       PIC X     VALUE 'N'.
           88 HA-ANTERIOR                     VALUE 'S'.
         77 WS-CONTROLE                       PIC X     VALUE 'N'.
           88 CONTROLE-LIDO                   VALUE 'S'.
         77 WS-GRAVADO                        PIC X     VALUE 'N'.
           88 FECHAMENTO-GRAVADO              VALUE 'S'.
         77 WS-DATA-HORA-LINHA                PIC X(19).
         77 WS-DATA-HORA-IMP                  PIC X(19).
      *  Contagem real de CONTATOS.DAT e do controle de IDs.
         77 WS-CNT-ATIVOS                     PIC 9(05) VALUE 0.
         77 WS-CNT-INATIVOS                   PIC 9(05) VALUE 0.
         77 WS-CNT-TOTAL                      PIC 9(05) VALUE 0.
         77 WS-MAIOR-ID                       PIC 9(05) VALUE 0.
         77 WS-ULTIMO-ID                      PIC 9(05) VALUE 0.
      *  Movimento desde o fechamento anterior, por tipo de operacao.
         77 WS-MOV-INCLUSOES                  PIC 9(05) VALUE 0.
         77 WS-MOV-EXCLUSOES                  PIC 9(05) VALUE 0.
         77 WS-MOV-REATIVACOES                PIC 9(05) VALUE 0.
         77 WS-MOV-ALTERACOES                 PIC 9(05) VALUE 0.
         77 WS-MOV-PREFERENCIAS               PIC 9(05) VALUE 0.
         77 WS-MOV-ANONIMIZACOES              PIC 9(05) VALUE 0.
         77 WS-MOV-OUTRAS                     PIC 9(05) VALUE 0.
         77 WS-MOV-EXPURGOS                   PIC 9(05) VALUE 0.
         77 WS-MOV-CARGA                      PIC 9(05) VALUE 0.
         77 WS-AUD-IGNORADAS                  PIC 9(05) VALUE 0.
      *  Esperado e diferencas podem ficar negativos quando o arquivo
      *  foi mexido por fora do movimento.
         77 WS-ESP-ATIVOS                     PIC S9(06).
         77 WS-ESP-INATIVOS                   PIC S9(06).
         77 WS-ESP-TOTAL                      PIC S9(06).
         77 WS-DIF-ATIVOS                     PIC S9(06).
         77 WS-DIF-INATIVOS                   PIC S9(06).
         77 WS-DIF-TOTAL                      PIC S9(06).
         77 WS-QTD-DIVERGENCIAS               PIC 9(01) VALUE 0.
      *  Linha do quadro de balanceamento montada por P620/P630.
         77 WS-LINHA-DESCR                    PIC X(27).
         77 WS-LINHA-QTD                      PIC 9(05).
         77 WS-EF-ATIVOS                      PIC S9(06).
         77 WS-EF-INATIVOS                    PIC S9(06).
         77 WS-EF-TOTAL                       PIC S9(06).
         77 WS-ED-ATIVOS                      PIC ------9.
         77 WS-ED-INATIVOS                    PIC ------9.
         77 WS-ED-TOTAL                       PIC ------9.
         77 WS-ED-EF-ATIVOS                   PIC ++++++9.
         77 WS-ED-EF-INATIVOS                 PIC ++++++9.
         77 WS-ED-EF-TOTAL                    PIC ++++++9.
         77 WS-IND                            PIC 9(02).
      *  Momento do fechamento anterior e desta execucao no formato
      *  AAAAMMDDHHMMSS, comparavel com as linhas da auditoria e do
      *  jornal convertidas por P350-MONTA-CHAVE.
         01 WS-FECHAMENTO-ANTERIOR.
           03 WS-ANT-MOMENTO.
             05 WS-ANT-DATA                   PIC 9(08) VALUE 0.
             05 WS-ANT-HORA                   PIC 9(06) VALUE 0.
           03 WS-ANT-CHAVE REDEFINES WS-ANT-MOMENTO
                                              PIC 9(14).
           03 WS-ANT-ATIVOS                   PIC 9(05) VALUE 0.
           03 WS-ANT-INATIVOS                 PIC 9(05) VALUE 0.
           03 WS-ANT-TOTAL                    PIC 9(05) VALUE 0.
           03 WS-ANT-ULTIMO-ID                PIC 9(05) VALUE 0.
         01 WS-MOMENTO-ATUAL.
           03 WS-DT-HOJE                      PIC 9(08).
           03 WS-HR-AGORA                     PIC 9(06).
         01 WS-CHAVE-ATUAL REDEFINES WS-MOMENTO-ATUAL
                                              PIC 9(14).
         01 WS-CHAVE-LINHA.
           03 WS-CL-ANO                       PIC X(04).
           03 WS-CL-MES                       PIC X(02).
           03 WS-CL-DIA                       PIC X(02).
           03 WS-CL-HORA                      PIC X(02).
           03 WS-CL-MINUTO                    PIC X(02).
           03 WS-CL-SEGUNDO                   PIC X(02).
         01 WS-CHAVE-LINHA-NUM REDEFINES WS-CHAVE-LINHA
                                              PIC 9(14).
      *  Execucoes do periodo de programas que gravam CONTATOS.DAT sem
      *  passar pela auditoria; listadas na excecao como as causas
      *  provaveis da diferenca.
         01 WS-TABELA-SEM-AUDITORIA.
           03 WS-QTD-SEM-AUD                  PIC 9(02) VALUE 0.
           03 WS-SEM-AUD-EXCEDENTES           PIC 9(05) VALUE 0.
           03 WS-SEM-AUD-TAB OCCURS 20 TIMES.
             05 WS-SA-PROGRAMA                PIC X(08).
             05 WS-SA-DATA-HORA               PIC X(19).
             05 WS-SA-OPERADOR                PIC X(05).
             05 WS-SA-APLICADOS               PIC 9(07).
             05 WS-SA-STATUS                  PIC X(02).
         COPY PAR_JORN.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
           PERFORM P810-LE-SESSAO THRU P810-FIM

      *    BALCONT e chamado pelo menu e pela cadeia noturna e mantem
      *    o estado da chamada anterior - contagens, movimento e
      *    indicadores recomecam do zero para o fechamento gravado em
      *    BALANCO.DAT refletir so esta execucao.
           MOVE 'N'                 TO WS-ERRO
           MOVE 'N'                 TO WS-GRAVADO
           MOVE 0                   TO WS-CNT-ATIVOS
           MOVE 0                   TO WS-CNT-INATIVOS
           MOVE 0                   TO WS-CNT-TOTAL
           MOVE 0                   TO WS-MAIOR-ID
           MOVE 0                   TO WS-ULTIMO-ID
           MOVE 0                   TO WS-MOV-INCLUSOES
           MOVE 0                   TO WS-MOV-EXCLUSOES
           MOVE 0                   TO WS-MOV-REATIVACOES
           MOVE 0                   TO WS-MOV-ALTERACOES
           MOVE 0                   TO WS-MOV-PREFERENCIAS
           MOVE 0                   TO WS-MOV-ANONIMIZACOES
           MOVE 0                   TO WS-MOV-OUTRAS
           MOVE 0                   TO WS-MOV-EXPURGOS
           MOVE 0                   TO WS-MOV-CARGA
           MOVE 0                   TO WS-AUD-IGNORADAS
           MOVE 0                   TO WS-QTD-DIVERGENCIAS
           MOVE 0                   TO WS-QTD-SEM-AUD
           MOVE 0                   TO WS-SEM-AUD-EXCEDENTES
           MOVE 0                   TO WS-ANT-DATA
           MOVE 0                   TO WS-ANT-HORA
           MOVE 0                   TO WS-ANT-ATIVOS
           MOVE 0                   TO WS-ANT-INATIVOS
           MOVE 0                   TO WS-ANT-TOTAL
           MOVE 0                   TO WS-ANT-ULTIMO-ID

           MOVE 'BALCONT '          TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE WS-OPERADOR-SESSAO  TO PJR-OPERADOR
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** BALANCEAMENTO DIARIO DE CONTATOS ***'

           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DT-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-HR-AGORA

           PERFORM P100-CARREGA-ANTERIOR THRU P100-FIM

           IF NOT HOUVE-ERRO
               PERFORM P200-CONTA-CONTATOS THRU P200-FIM
           END-IF

           IF NOT HOUVE-ERRO
               PERFORM P250-LE-CONTROLE THRU P250-FIM
           END-IF

           IF NOT HOUVE-ERRO
               IF HA-ANTERIOR
                   PERFORM P300-MOVIMENTO-AUDITORIA THRU P300-FIM
                   IF NOT HOUVE-ERRO
                       PERFORM P400-MOVIMENTO-JORNAL THRU P400-FIM
                   END-IF
                   IF NOT HOUVE-ERRO
                       PERFORM P500-CALCULA-ESPERADO THRU P500-FIM
                       PERFORM P600-QUADRO           THRU P600-FIM
                       IF WS-QTD-DIVERGENCIAS GREATER THAN 0
                           PERFORM P650-EXCECAO      THRU P650-FIM
                       ELSE
                           DISPLAY ' '
                           DISPLAY 'CONTATOS.DAT BALANCEADO COM O '
                               'MOVIMENTO DO PERIODO'
                       END-IF
                   END-IF
               ELSE
                   PERFORM P550-ABERTURA THRU P550-FIM
               END-IF
           END-IF

           IF NOT HOUVE-ERRO
               PERFORM P700-GRAVA-FECHAMENTO THRU P700-FIM
           END-IF

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-CNT-TOTAL        TO PJR-LIDOS
           IF FECHAMENTO-GRAVADO
               MOVE 1               TO PJR-APLICADOS
           ELSE
               MOVE 0               TO PJR-APLICADOS
           END-IF
           MOVE WS-QTD-DIVERGENCIAS TO PJR-REJEITADOS
           IF HOUVE-ERRO
               MOVE 'ER'            TO PJR-STATUS
           ELSE
               MOVE 'OK'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

      ******************************************************************
      * P100-CARREGA-ANTERIOR: guarda a ultima linha valida de
      * BALANCO.DAT, o fechamento de onde parte o balanceamento. Sem
      * arquivo (ou sem linha valida) esta e a primeira execucao e so
      * se grava o fechamento de abertura.
      ******************************************************************
       P100-CARREGA-ANTERIOR.
           SET EOF-OK               TO FALSE
           MOVE 'N'                 TO WS-ANTERIOR

           OPEN INPUT BALANCO

           IF WS-FS-BAL EQUAL 35
               CONTINUE
           ELSE
           IF NOT FS-BAL-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE BALANCEAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-BAL
               MOVE 'S'             TO WS-ERRO
           ELSE
               PERFORM P110-LE-ANTERIOR THRU P110-FIM UNTIL EOF-OK

               CLOSE BALANCO
           END-IF
           END-IF
           .
       P100-FIM.

       P110-LE-ANTERIOR.
           READ BALANCO
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF BAL-DATA IS NUMERIC AND BAL-HORA IS NUMERIC
                       AND BAL-ATIVOS IS NUMERIC
                       AND BAL-INATIVOS IS NUMERIC
                       AND BAL-TOTAL IS NUMERIC
                       AND BAL-ULTIMO-ID IS NUMERIC
                       MOVE 'S'             TO WS-ANTERIOR
                       MOVE BAL-DATA        TO WS-ANT-DATA
                       MOVE BAL-HORA        TO WS-ANT-HORA
                       MOVE BAL-ATIVOS      TO WS-ANT-ATIVOS
                       MOVE BAL-INATIVOS    TO WS-ANT-INATIVOS
                       MOVE BAL-TOTAL       TO WS-ANT-TOTAL
                       MOVE BAL-ULTIMO-ID   TO WS-ANT-ULTIMO-ID
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-BAL NOT EQUAL 0 AND WS-FS-BAL NOT EQUAL 2
               AND WS-FS-BAL NOT EQUAL 10
               DISPLAY 'ERRO AO LER O HISTORICO DE BALANCEAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-BAL
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P110-FIM.

      ******************************************************************
      * P200-CONTA-CONTATOS: contagem real de CONTATOS.DAT, no mesmo
      * criterio de ESTACONT (o que nao e inativo conta como ativo).
      ******************************************************************
       P200-CONTA-CONTATOS.
           SET EOF-OK               TO FALSE

           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'S'             TO WS-ERRO
           ELSE
               PERFORM P210-CONTA-CONTATO THRU P210-FIM UNTIL EOF-OK

               CLOSE CONTATOS

               COMPUTE WS-CNT-TOTAL = WS-CNT-ATIVOS + WS-CNT-INATIVOS
           END-IF
           .
       P200-FIM.

       P210-CONTA-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF CONTATO-INATIVO
                       ADD 1 TO WS-CNT-INATIVOS
                   ELSE
                       ADD 1 TO WS-CNT-ATIVOS
                   END-IF

                   IF ID-CONTATO GREATER THAN WS-MAIOR-ID
                       MOVE ID-CONTATO TO WS-MAIOR-ID
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS NOT EQUAL 0 AND WS-FS NOT EQUAL 2
               AND WS-FS NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P210-FIM.

      ******************************************************************
      * P250-LE-CONTROLE: ultimo ID atribuido, do registro de controle
      * de CONTCTRL.DAT. Sem controle gravado vale o maior ID do
      * arquivo, como em P400-CAPACIDADE de ESTACONT.
      ******************************************************************
       P250-LE-CONTROLE.
           MOVE 'N'                 TO WS-CONTROLE
           MOVE WS-MAIOR-ID         TO WS-ULTIMO-ID

           OPEN INPUT CONTROLE

           IF WS-FS-CTR EQUAL 0
               MOVE '1'             TO CTR-CHAVE

               READ CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTR-ULTIMO-ID IS NUMERIC
                           MOVE 'S'           TO WS-CONTROLE
                           MOVE CTR-ULTIMO-ID TO WS-ULTIMO-ID
                       END-IF
               END-READ

               CLOSE CONTROLE
           END-IF
           .
       P250-FIM.

      ******************************************************************
      * P300-MOVIMENTO-AUDITORIA: acumula por tipo de operacao as
      * linhas de AUDITORIA.DAT gravadas depois do fechamento anterior
      * e ate o inicio desta execucao. A carga em lote de CADCONTT
      * audita cada transacao aplicada, entao as suas inclusoes,
      * exclusoes e reativacoes ja estao aqui; a fusao de DUPCONT e a
      * inativacao em cascata de CADEMPR auditam 'E'. Alteracoes,
      * preferencias (O) e anonimizacoes (L) nao mudam a contagem.
      ******************************************************************
       P300-MOVIMENTO-AUDITORIA.
           SET EOF-OK               TO FALSE

           OPEN INPUT AUDITORIA

           IF WS-FS-AUD EQUAL 35
               CONTINUE
           ELSE
           IF NOT FS-AUD-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AUDITORIA'
               DISPLAY 'FILE STATUS: ' WS-FS-AUD
               MOVE 'S'             TO WS-ERRO
           ELSE
               PERFORM P310-ACUMULA-AUDITORIA THRU P310-FIM
                   UNTIL EOF-OK

               CLOSE AUDITORIA
           END-IF
           END-IF
           .
       P300-FIM.

       P310-ACUMULA-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   MOVE AUD-DATA-HORA    TO WS-DATA-HORA-LINHA
                   PERFORM P350-MONTA-CHAVE THRU P350-FIM

                   IF AUD-ID-CONTATO IS NOT NUMERIC
                       OR WS-CHAVE-LINHA IS NOT NUMERIC
                       ADD 1 TO WS-AUD-IGNORADAS
                   ELSE
                   IF WS-CHAVE-LINHA-NUM GREATER THAN WS-ANT-CHAVE
                       AND WS-CHAVE-LINHA-NUM NOT GREATER THAN
                           WS-CHAVE-ATUAL
                       EVALUATE AUD-OPERACAO
                           WHEN 'I'
                               ADD 1 TO WS-MOV-INCLUSOES
                           WHEN 'E'
                               ADD 1 TO WS-MOV-EXCLUSOES
                           WHEN 'R'
                               ADD 1 TO WS-MOV-REATIVACOES
                           WHEN 'A'
                               ADD 1 TO WS-MOV-ALTERACOES
                           WHEN 'O'
                               ADD 1 TO WS-MOV-PREFERENCIAS
                           WHEN 'L'
                               ADD 1 TO WS-MOV-ANONIMIZACOES
                           WHEN OTHER
                               ADD 1 TO WS-MOV-OUTRAS
                       END-EVALUATE
                   END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-AUD NOT EQUAL 0 AND WS-FS-AUD NOT EQUAL 2
               AND WS-FS-AUD NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE AUDITORIA'
               DISPLAY 'FILE STATUS: ' WS-FS-AUD
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * P350-MONTA-CHAVE: converte a data/hora DD/MM/AAAA HH:MM:SS de
      * WS-DATA-HORA-LINHA (auditoria e jornal usam o mesmo formato)
      * para AAAAMMDDHHMMSS em WS-CHAVE-LINHA.
      ******************************************************************
       P350-MONTA-CHAVE.
           MOVE WS-DATA-HORA-LINHA(7:4)  TO WS-CL-ANO
           MOVE WS-DATA-HORA-LINHA(4:2)  TO WS-CL-MES
           MOVE WS-DATA-HORA-LINHA(1:2)  TO WS-CL-DIA
           MOVE WS-DATA-HORA-LINHA(12:2) TO WS-CL-HORA
           MOVE WS-DATA-HORA-LINHA(15:2) TO WS-CL-MINUTO
           MOVE WS-DATA-HORA-LINHA(18:2) TO WS-CL-SEGUNDO
           .
       P350-FIM.

      ******************************************************************
      * P400-MOVIMENTO-JORNAL: das linhas de fim do JORNAL.DAT no
      * periodo, soma o JRN-APLICADOS de PURGCONT (contatos inativos
      * apagados, sem auditoria) e o de CADCONTT (so informativo: a
      * carga em lote ja entrou pela auditoria) e guarda as execucoes
      * de BKPCONT, RECUCONT e CONVCONT, que gravam CONTATOS.DAT sem
      * auditar. A soma vale mesmo com status ER: o que foi aplicado
      * antes da falha esta no arquivo.
      ******************************************************************
       P400-MOVIMENTO-JORNAL.
           SET EOF-OK               TO FALSE

           OPEN INPUT JORNAL

           IF WS-FS-JRN EQUAL 35
               CONTINUE
           ELSE
           IF NOT FS-JRN-OK
               DISPLAY 'ERRO AO ABRIR O JORNAL DE EXECUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               MOVE 'S'             TO WS-ERRO
           ELSE
               PERFORM P410-ACUMULA-JORNAL THRU P410-FIM UNTIL EOF-OK

               CLOSE JORNAL
           END-IF
           END-IF
           .
       P400-FIM.

       P410-ACUMULA-JORNAL.
           READ JORNAL
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF JRN-FIM AND JRN-APLICADOS IS NUMERIC
                       MOVE JRN-DATA-HORA    TO WS-DATA-HORA-LINHA
                       PERFORM P350-MONTA-CHAVE THRU P350-FIM

                       IF WS-CHAVE-LINHA IS NUMERIC
                           AND WS-CHAVE-LINHA-NUM GREATER THAN
                               WS-ANT-CHAVE
                           AND WS-CHAVE-LINHA-NUM NOT GREATER THAN
                               WS-CHAVE-ATUAL
                           EVALUATE JRN-PROGRAMA
                               WHEN 'PURGCONT'
                                   ADD JRN-APLICADOS
                                       TO WS-MOV-EXPURGOS
                               WHEN 'CADCONTT'
                                   ADD JRN-APLICADOS TO WS-MOV-CARGA
                               WHEN 'BKPCONT '
                               WHEN 'RECUCONT'
                               WHEN 'CONVCONT'
                                   PERFORM P420-GUARDA-SEM-AUDITORIA
                                       THRU P420-FIM
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-JRN NOT EQUAL 0 AND WS-FS-JRN NOT EQUAL 2
               AND WS-FS-JRN NOT EQUAL 10
               DISPLAY 'ERRO AO LER O JORNAL DE EXECUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P410-FIM.

       P420-GUARDA-SEM-AUDITORIA.
           IF WS-QTD-SEM-AUD LESS THAN 20
               ADD 1                TO WS-QTD-SEM-AUD
               MOVE JRN-PROGRAMA    TO WS-SA-PROGRAMA(WS-QTD-SEM-AUD)
               MOVE JRN-DATA-HORA   TO WS-SA-DATA-HORA(WS-QTD-SEM-AUD)
               MOVE JRN-OPERADOR    TO WS-SA-OPERADOR(WS-QTD-SEM-AUD)
               MOVE JRN-APLICADOS   TO WS-SA-APLICADOS(WS-QTD-SEM-AUD)
               MOVE JRN-STATUS      TO WS-SA-STATUS(WS-QTD-SEM-AUD)
           ELSE
               ADD 1                TO WS-SEM-AUD-EXCEDENTES
           END-IF
           .
       P420-FIM.

      ******************************************************************
      * P500-CALCULA-ESPERADO: aplica o movimento ao fechamento
      * anterior e compara com a contagem real. Inclusao soma em
      * ativos e no total; exclusao passa de ativo a inativo;
      * reativacao, de inativo a ativo; expurgo tira de inativos e do
      * total. O ultimo ID tambem entra na conferencia: nao pode
      * recuar nem ficar abaixo do maior ID gravado.
      ******************************************************************
       P500-CALCULA-ESPERADO.
           COMPUTE WS-ESP-ATIVOS = WS-ANT-ATIVOS + WS-MOV-INCLUSOES
               - WS-MOV-EXCLUSOES + WS-MOV-REATIVACOES
           COMPUTE WS-ESP-INATIVOS = WS-ANT-INATIVOS
               + WS-MOV-EXCLUSOES - WS-MOV-REATIVACOES
               - WS-MOV-EXPURGOS
           COMPUTE WS-ESP-TOTAL = WS-ANT-TOTAL + WS-MOV-INCLUSOES
               - WS-MOV-EXPURGOS

           COMPUTE WS-DIF-ATIVOS   = WS-CNT-ATIVOS   - WS-ESP-ATIVOS
           COMPUTE WS-DIF-INATIVOS = WS-CNT-INATIVOS - WS-ESP-INATIVOS
           COMPUTE WS-DIF-TOTAL    = WS-CNT-TOTAL    - WS-ESP-TOTAL

           MOVE 0                   TO WS-QTD-DIVERGENCIAS
           IF WS-DIF-ATIVOS NOT EQUAL 0
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF
           IF WS-DIF-INATIVOS NOT EQUAL 0
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF
           IF WS-DIF-TOTAL NOT EQUAL 0
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF
           IF WS-ULTIMO-ID LESS THAN WS-ANT-ULTIMO-ID
               OR WS-MAIOR-ID GREATER THAN WS-ULTIMO-ID
               ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF
           .
       P500-FIM.

      ******************************************************************
      * P550-ABERTURA: primeira execucao - sem fechamento anterior nao
      * ha o que balancear; a contagem de hoje vira a abertura.
      ******************************************************************
       P550-ABERTURA.
           DISPLAY ' '
           DISPLAY 'SEM FECHAMENTO ANTERIOR EM BALANCO.DAT: GRAVANDO '
               'O FECHAMENTO DE ABERTURA'
           DISPLAY 'CONTATOS ATIVOS:   ' WS-CNT-ATIVOS
           DISPLAY 'CONTATOS INATIVOS: ' WS-CNT-INATIVOS
           DISPLAY 'TOTAL DE REGISTROS: ' WS-CNT-TOTAL
           DISPLAY 'ULTIMO ID:         ' WS-ULTIMO-ID
           .
       P550-FIM.

      ******************************************************************
      * P600-QUADRO: quadro do balanceamento - fechamento anterior,
      * efeito de cada tipo de operacao em ativos, inativos e total,
      * esperado, contado e diferenca.
      ******************************************************************
       P600-QUADRO.
           MOVE SPACES              TO WS-DATA-HORA-IMP
           STRING WS-ANT-DATA(7:2) '/' WS-ANT-DATA(5:2) '/'
                  WS-ANT-DATA(1:4) ' ' WS-ANT-HORA(1:2) ':'
                  WS-ANT-HORA(3:2) ':' WS-ANT-HORA(5:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA-IMP
           END-STRING

           DISPLAY ' '
           DISPLAY 'MOVIMENTO DESDE O FECHAMENTO DE ' WS-DATA-HORA-IMP
           DISPLAY 'OPERACAO                      QTD'
               '   ATIVOS INATIVOS    TOTAL'
           DISPLAY '----------------------------------'
               '--------------------------'

           MOVE 'FECHAMENTO ANTERIOR'   TO WS-LINHA-DESCR
           MOVE WS-ANT-ATIVOS       TO WS-EF-ATIVOS
           MOVE WS-ANT-INATIVOS     TO WS-EF-INATIVOS
           MOVE WS-ANT-TOTAL        TO WS-EF-TOTAL
           PERFORM P630-LINHA-SALDO THRU P630-FIM

           MOVE 'INCLUSOES (AUDITORIA I)'  TO WS-LINHA-DESCR
           MOVE WS-MOV-INCLUSOES    TO WS-LINHA-QTD
           MOVE WS-MOV-INCLUSOES    TO WS-EF-ATIVOS
           MOVE 0                   TO WS-EF-INATIVOS
           MOVE WS-MOV-INCLUSOES    TO WS-EF-TOTAL
           PERFORM P620-LINHA-EFEITO THRU P620-FIM

           MOVE 'EXCLUSOES (AUDITORIA E)'  TO WS-LINHA-DESCR
           MOVE WS-MOV-EXCLUSOES    TO WS-LINHA-QTD
           COMPUTE WS-EF-ATIVOS = 0 - WS-MOV-EXCLUSOES
           MOVE WS-MOV-EXCLUSOES    TO WS-EF-INATIVOS
           MOVE 0                   TO WS-EF-TOTAL
           PERFORM P620-LINHA-EFEITO THRU P620-FIM

           MOVE 'REATIVACOES (AUDITORIA R)' TO WS-LINHA-DESCR
           MOVE WS-MOV-REATIVACOES  TO WS-LINHA-QTD
           MOVE WS-MOV-REATIVACOES  TO WS-EF-ATIVOS
           COMPUTE WS-EF-INATIVOS = 0 - WS-MOV-REATIVACOES
           MOVE 0                   TO WS-EF-TOTAL
           PERFORM P620-LINHA-EFEITO THRU P620-FIM

           MOVE 'EXPURGOS (JORNAL PURGCONT)' TO WS-LINHA-DESCR
           MOVE WS-MOV-EXPURGOS     TO WS-LINHA-QTD
           MOVE 0                   TO WS-EF-ATIVOS
           COMPUTE WS-EF-INATIVOS = 0 - WS-MOV-EXPURGOS
           COMPUTE WS-EF-TOTAL    = 0 - WS-MOV-EXPURGOS
           PERFORM P620-LINHA-EFEITO THRU P620-FIM

           DISPLAY '----------------------------------'
               '--------------------------'

           MOVE 'ESPERADO'          TO WS-LINHA-DESCR
           MOVE WS-ESP-ATIVOS       TO WS-EF-ATIVOS
           MOVE WS-ESP-INATIVOS     TO WS-EF-INATIVOS
           MOVE WS-ESP-TOTAL        TO WS-EF-TOTAL
           PERFORM P630-LINHA-SALDO THRU P630-FIM

           MOVE 'CONTADO EM CONTATOS.DAT' TO WS-LINHA-DESCR
           MOVE WS-CNT-ATIVOS       TO WS-EF-ATIVOS
           MOVE WS-CNT-INATIVOS     TO WS-EF-INATIVOS
           MOVE WS-CNT-TOTAL        TO WS-EF-TOTAL
           PERFORM P630-LINHA-SALDO THRU P630-FIM

           MOVE WS-DIF-ATIVOS       TO WS-ED-EF-ATIVOS
           MOVE WS-DIF-INATIVOS     TO WS-ED-EF-INATIVOS
           MOVE WS-DIF-TOTAL        TO WS-ED-EF-TOTAL
           DISPLAY 'DIFERENCA                        '
               '  ' WS-ED-EF-ATIVOS '  ' WS-ED-EF-INATIVOS
               '  ' WS-ED-EF-TOTAL

           DISPLAY ' '
           DISPLAY 'SEM EFEITO NA CONTAGEM:'
           DISPLAY '  ALTERACOES (AUDITORIA A):      ' WS-MOV-ALTERACOES
           DISPLAY '  PREFERENCIAS (AUDITORIA O):    '
               WS-MOV-PREFERENCIAS
           DISPLAY '  ANONIMIZACOES (AUDITORIA L):   '
               WS-MOV-ANONIMIZACOES
           DISPLAY '  CARGA EM LOTE (JORNAL CADCONTT): ' WS-MOV-CARGA
               ' APLICADAS, JA CONTADAS NA AUDITORIA'

           IF WS-MOV-OUTRAS GREATER THAN 0
               DISPLAY '  OPERACOES NAO RECONHECIDAS NA AUDITORIA: '
                   WS-MOV-OUTRAS
           END-IF

           IF WS-AUD-IGNORADAS GREATER THAN 0
               DISPLAY 'LINHAS DE AUDITORIA EM LAYOUT ANTIGO '
                   'IGNORADAS: ' WS-AUD-IGNORADAS
           END-IF

           DISPLAY ' '
           DISPLAY 'ULTIMO ID (CONTCTRL.DAT): ' WS-ULTIMO-ID
               '  ANTERIOR: ' WS-ANT-ULTIMO-ID
               '  MAIOR ID GRAVADO: ' WS-MAIOR-ID
           IF NOT CONTROLE-LIDO
               DISPLAY 'SEM CONTROLE GRAVADO: VALE O MAIOR ID DO '
                   'ARQUIVO'
           END-IF
           .
       P600-FIM.

       P620-LINHA-EFEITO.
           MOVE WS-EF-ATIVOS        TO WS-ED-EF-ATIVOS
           MOVE WS-EF-INATIVOS      TO WS-ED-EF-INATIVOS
           MOVE WS-EF-TOTAL         TO WS-ED-EF-TOTAL

           DISPLAY WS-LINHA-DESCR ' ' WS-LINHA-QTD
               '  ' WS-ED-EF-ATIVOS '  ' WS-ED-EF-INATIVOS
               '  ' WS-ED-EF-TOTAL
           .
       P620-FIM.

       P630-LINHA-SALDO.
           MOVE WS-EF-ATIVOS        TO WS-ED-ATIVOS
           MOVE WS-EF-INATIVOS      TO WS-ED-INATIVOS
           MOVE WS-EF-TOTAL         TO WS-ED-TOTAL

           DISPLAY WS-LINHA-DESCR '      '
               '  ' WS-ED-ATIVOS '  ' WS-ED-INATIVOS
               '  ' WS-ED-TOTAL
           .
       P630-FIM.

      ******************************************************************
      * P650-EXCECAO: excecao FORA DE BALANCO - cada diferenca, a
      * conferencia do ultimo ID e as execucoes do periodo que gravam
      * CONTATOS.DAT sem auditoria, as causas provaveis (restauracao
      * de backup, recuperacao, conversao).
      ******************************************************************
       P650-EXCECAO.
           DISPLAY ' '
           DISPLAY '*** FORA DE BALANCO ***'

           IF WS-DIF-ATIVOS NOT EQUAL 0
               MOVE WS-DIF-ATIVOS   TO WS-ED-EF-ATIVOS
               DISPLAY 'DIFERENCA EM CONTATOS ATIVOS:   '
                   WS-ED-EF-ATIVOS
           END-IF
           IF WS-DIF-INATIVOS NOT EQUAL 0
               MOVE WS-DIF-INATIVOS TO WS-ED-EF-INATIVOS
               DISPLAY 'DIFERENCA EM CONTATOS INATIVOS: '
                   WS-ED-EF-INATIVOS
           END-IF
           IF WS-DIF-TOTAL NOT EQUAL 0
               MOVE WS-DIF-TOTAL    TO WS-ED-EF-TOTAL
               DISPLAY 'DIFERENCA NO TOTAL DE REGISTROS:'
                   WS-ED-EF-TOTAL
           END-IF
           IF WS-ULTIMO-ID LESS THAN WS-ANT-ULTIMO-ID
               DISPLAY 'ULTIMO ID RECUOU DESDE O FECHAMENTO ANTERIOR: '
                   WS-ANT-ULTIMO-ID ' PARA ' WS-ULTIMO-ID
           END-IF
           IF WS-MAIOR-ID GREATER THAN WS-ULTIMO-ID
               DISPLAY 'MAIOR ID GRAVADO ' WS-MAIOR-ID
                   ' ACIMA DO ULTIMO ID DE CONTCTRL.DAT ' WS-ULTIMO-ID
           END-IF

           DISPLAY ' '
           IF WS-QTD-SEM-AUD EQUAL 0
               DISPLAY 'NENHUMA EXECUCAO DE BKPCONT, RECUCONT OU '
                   'CONVCONT NO PERIODO:'
               DISPLAY 'CONTATOS.DAT FOI ALTERADO SEM REGISTRO NA '
                   'AUDITORIA NEM NO JORNAL'
           ELSE
               DISPLAY 'EXECUCOES NO PERIODO QUE GRAVAM CONTATOS.DAT '
                   'SEM AUDITORIA:'
               DISPLAY 'PROGRAMA DATA/HORA           OPER. '
                   'APLICADOS ST'
               PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-SEM-AUD
                   DISPLAY WS-SA-PROGRAMA(WS-IND) ' '
                       WS-SA-DATA-HORA(WS-IND) ' '
                       WS-SA-OPERADOR(WS-IND) ' '
                       WS-SA-APLICADOS(WS-IND) '   '
                       WS-SA-STATUS(WS-IND)
               END-PERFORM
               IF WS-SEM-AUD-EXCEDENTES GREATER THAN 0
                   DISPLAY 'E MAIS ' WS-SEM-AUD-EXCEDENTES
                       ' EXECUCOES NAO LISTADAS'
               END-IF
               DISPLAY '(BKPCONT NO JORNAL INCLUI DESCARGAS, QUE NAO '
                   'ALTERAM O ARQUIVO)'
           END-IF

           DISPLAY ' '
           DISPLAY 'O FECHAMENTO DE HOJE GRAVA A CONTAGEM REAL: A '
               'PROXIMA EXECUCAO PARTE DELA'
           .
       P650-FIM.

      ******************************************************************
      * P700-GRAVA-FECHAMENTO: acrescenta a BALANCO.DAT o fechamento
      * desta execucao com a contagem real (e nao a esperada), para
      * que uma divergencia apareca uma vez e nao se arraste pelos
      * dias seguintes, criando o arquivo na primeira execucao.
      ******************************************************************
       P700-GRAVA-FECHAMENTO.
           OPEN EXTEND BALANCO

           IF WS-FS-BAL EQUAL 35 THEN
               OPEN OUTPUT BALANCO
           END-IF

           IF NOT FS-BAL-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE BALANCEAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-BAL
               MOVE 'S'             TO WS-ERRO
           ELSE
               MOVE SPACES              TO REG-BALANCO
               MOVE WS-DT-HOJE          TO BAL-DATA
               MOVE WS-HR-AGORA         TO BAL-HORA
               MOVE WS-CNT-ATIVOS       TO BAL-ATIVOS
               MOVE WS-CNT-INATIVOS     TO BAL-INATIVOS
               MOVE WS-CNT-TOTAL        TO BAL-TOTAL
               MOVE WS-ULTIMO-ID        TO BAL-ULTIMO-ID
               MOVE WS-MOV-INCLUSOES    TO BAL-INCLUSOES
               MOVE WS-MOV-EXCLUSOES    TO BAL-EXCLUSOES
               MOVE WS-MOV-REATIVACOES  TO BAL-REATIVACOES
               MOVE WS-MOV-EXPURGOS     TO BAL-EXPURGOS
               EVALUATE TRUE
                   WHEN NOT HA-ANTERIOR
                       SET BAL-ABERTURA      TO TRUE
                   WHEN WS-QTD-DIVERGENCIAS GREATER THAN 0
                       SET BAL-DIVERGENTE    TO TRUE
                   WHEN OTHER
                       SET BAL-BALANCEADO    TO TRUE
               END-EVALUATE

               WRITE REG-BALANCO

               IF NOT FS-BAL-OK
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO DE '
                       'BALANCEAMENTO'
                   DISPLAY 'FILE STATUS: ' WS-FS-BAL
                   MOVE 'S'         TO WS-ERRO
               ELSE
                   MOVE 'S'         TO WS-GRAVADO
               END-IF

               CLOSE BALANCO
           END-IF
           .
       P700-FIM.

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
       END PROGRAM BALCONT.
