           88 MOT-NOME-DUPLICADO            VALUE '04'.
           88 MOT-ERRO-GRAVACAO             VALUE '05'.
           88 MOT-GRUPO-INVALIDO            VALUE '06'.
           88 MOT-NAO-CADASTRADO            VALUE '07'.
           88 MOT-JA-INATIVO                VALUE '08'.
           88 MOT-JA-ATIVO                  VALUE '09'.
           88 MOT-ACAO-INVALIDA             VALUE '10'.
         77 WS-TRA-LIDAS                    PIC 9(05) VALUE 0.
         77 WS-TRA-APLICADAS                PIC 9(05) VALUE 0.
         77 WS-TRA-REJEITADAS               PIC 9(05) VALUE 0.
           03 WS-REJ-NOME-DUPLICADO         PIC 9(05) VALUE 0.
           03 WS-REJ-ERRO-GRAVACAO          PIC 9(05) VALUE 0.
           03 WS-REJ-GRUPO-INVALIDO         PIC 9(05) VALUE 0.
           03 WS-REJ-NAO-CADASTRADO         PIC 9(05) VALUE 0.
           03 WS-REJ-JA-INATIVO             PIC 9(05) VALUE 0.
           03 WS-REJ-JA-ATIVO               PIC 9(05) VALUE 0.
           03 WS-REJ-ACAO-INVALIDA          PIC 9(05) VALUE 0.
         01 WS-APL-POR-ACAO.
           03 WS-APL-INCLUSOES              PIC 9(05) VALUE 0.
           03 WS-APL-ALTERACOES             PIC 9(05) VALUE 0.
           03 WS-APL-INATIVACOES            PIC 9(05) VALUE 0.
           03 WS-APL-REATIVACOES            PIC 9(05) VALUE 0.
         77 WS-FS-CKP                       PIC 99.
         77 WS-RETOMAR                      PIC X     VALUE 'N'.
           88 RETOMAR-CARGA                 VALUE 'S'.
         77 WS-RESSINCRONIZA                 PIC X     VALUE 'N'.
           88 RESSINCRONIZA                  VALUE 'S'.
         COPY PAR_JORN.
         COPY PAR_IMAGE.

       LINKAGE SECTION.
           COPY PAR_SESSA.
                 DISPLAY 'CONTATO GRAVADO COM SUCESSO!'
                 IF MODO-BATCH
                     ADD 1 TO WS-TRA-APLICADAS
                     ADD 1 TO WS-APL-INCLUSOES
                 END-IF
                 MOVE 'I'                  TO WS-AUD-OPERACAO
                 PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
       P270-FIM.

      ******************************************************************
      * P400-BATCH: le TRANSACOES.DAT sequencialmente e aplica cada
      * transacao em CONTATOS.DAT conforme TRA-ACAO: a inclusao usa a
      * mesma logica de gravacao do modo interativo (P350-GRAVA-
      * CONTATO); alteracao, inativacao e reativacao seguem as regras
      * de P325/P330/P335 sem dialogo (P465/P470/P475). Toda transacao
      * recusada vai para REJEITOS.DAT com o motivo (P420-GRAVA-
      * REJEITO) e, ao final, P430-RELATORIO-CONTROLE imprime o
      * resumo lidas/aplicadas/rejeitadas por motivo para conferencia
           MOVE 0                   TO WS-REJ-NOME-DUPLICADO
           MOVE 0                   TO WS-REJ-ERRO-GRAVACAO
           MOVE 0                   TO WS-REJ-GRUPO-INVALIDO
           MOVE 0                   TO WS-REJ-NAO-CADASTRADO
           MOVE 0                   TO WS-REJ-JA-INATIVO
           MOVE 0                   TO WS-REJ-JA-ATIVO
           MOVE 0                   TO WS-REJ-ACAO-INVALIDA
           MOVE 0                   TO WS-APL-INCLUSOES
           MOVE 0                   TO WS-APL-ALTERACOES
           MOVE 0                   TO WS-APL-INATIVACOES
           MOVE 0                   TO WS-APL-REATIVACOES

           OPEN INPUT TRANSACOES

           .
       P410-FIM.

      ******************************************************************
      * P415-PROCESSA-TRANSACAO: valida a transacao e despacha pela
      * acao. O nome so e exigido na inclusao e na alteracao - para
      * inativar ou reativar basta o ID. O grupo e validado apenas
      * quando os dados do contato sao gravados (inclusao/alteracao).
      ******************************************************************
       P415-PROCESSA-TRANSACAO.
           ADD 1 TO WS-TRA-LIDAS

           IF NOT TRA-ACAO-VALIDA
               DISPLAY 'TRANSACAO COM ACAO INVALIDA IGNORADA - ID: '
                   TRA-ID-CONTATO
               MOVE '10'              TO WS-MOTIVO
               PERFORM P420-GRAVA-REJEITO THRU P420-FIM
           ELSE
           IF TRA-ID-CONTATO IS NOT NUMERIC
               OR TRA-ID-CONTATO EQUAL 0
               DISPLAY 'TRANSACAO INVALIDA IGNORADA - ID: '
               PERFORM P420-GRAVA-REJEITO THRU P420-FIM
           ELSE
           IF TRA-NM-CONTATO EQUAL SPACES
               AND (TRA-INCLUIR OR TRA-ALTERAR)
               DISPLAY 'TRANSACAO INVALIDA IGNORADA - ID: '
                   TRA-ID-CONTATO
               MOVE '02'              TO WS-MOTIVO
               MOVE TRA-END-CONTATO      TO WS-END-CONTATO
               MOVE TRA-GRP-CONTATO      TO WS-GRP-CONTATO

               EVALUATE TRUE
                   WHEN TRA-INATIVAR
                       PERFORM P470-INATIVA-BATCH THRU P470-FIM
                   WHEN TRA-REATIVAR
                       PERFORM P475-REATIVA-BATCH THRU P475-FIM
                   WHEN OTHER
                       PERFORM P250-VALIDA-GRUPO THRU P250-FIM

                       IF GRUPO-VALIDO
                           IF TRA-ALTERAR
                               PERFORM P465-ALTERA-BATCH THRU P465-FIM
                           ELSE
                               PERFORM P350-GRAVA-CONTATO THRU P350-FIM
                           END-IF
                       ELSE
                           DISPLAY 'TRANSACAO COM GRUPO INVALIDO '
                               'IGNORADA - ID: ' TRA-ID-CONTATO
                           MOVE '06'      TO WS-MOTIVO
                           PERFORM P420-GRAVA-REJEITO THRU P420-FIM
                       END-IF
               END-EVALUATE
           END-IF
           END-IF
           END-IF

           .
       P415-FIM.

      ******************************************************************
      * P460-LE-CONTATO-BATCH: le por chave o contato de WS-ID-CONTATO
      * para as acoes de alteracao/inativacao/reativacao da carga. Sem
      * operador para responder, um registro em uso por outro operador
      * (51) ou qualquer outro erro de leitura nao re-pergunta como
      * P280-LE-CONTATO: a transacao vai para o rejeito (motivo 05,
      * por P360-TRATA-ERRO-GRAVACAO) e a carga segue.
      ******************************************************************
       P460-LE-CONTATO-BATCH.
           MOVE WS-ID-CONTATO        TO ID-CONTATO

           READ CONTATOS
               INVALID KEY
                   MOVE 'N'          TO WS-LEITURA
               NOT INVALID KEY
                   MOVE 'O'          TO WS-LEITURA
           END-READ

           IF WS-FS NOT EQUAL 0 AND WS-FS NOT EQUAL 2
               AND WS-FS NOT EQUAL 23
               MOVE 'B'              TO WS-LEITURA
               PERFORM P360-TRATA-ERRO-GRAVACAO THRU P360-FIM
           END-IF
           .
       P460-FIM.

      ******************************************************************
      * P465-ALTERA-BATCH: alteracao em lote no criterio de
      * P325-ALTERA-DADOS - todos os dados do contato sao substituidos
      * pelos da transacao. A duplicidade de nome com outro ID, que no
      * modo interativo pede confirmacao, aqui vai para o rejeito
      * (motivo 04) como na inclusao em lote. A consulta de duplicidade
      * e feita antes da leitura do contato alvo, para o REWRITE
      * encontrar no buffer o registro certo.
      ******************************************************************
       P465-ALTERA-BATCH.
           PERFORM P340-VERIFICA-DUPLICADO THRU P340-FIM

           IF NOME-DUPLICADO AND WS-ID-ENCONTRADO
               NOT EQUAL WS-ID-CONTATO
               DISPLAY 'ATENCAO: NOME SEMELHANTE JA CADASTRADO'
               DISPLAY 'ID DO CONTATO EXISTENTE: ' WS-ID-ENCONTRADO
               DISPLAY 'REGISTRO IGNORADO NO MODO BATCH'
               MOVE '04'             TO WS-MOTIVO
               PERFORM P420-GRAVA-REJEITO THRU P420-FIM
           ELSE
               PERFORM P460-LE-CONTATO-BATCH THRU P460-FIM

               IF LEITURA-NAO-ENCONTRADA
                   DISPLAY 'ALTERACAO PARA CONTATO NAO CADASTRADO - '
                       'ID: ' WS-ID-CONTATO
                   MOVE '07'         TO WS-MOTIVO
                   PERFORM P420-GRAVA-REJEITO THRU P420-FIM
               END-IF

               IF LEITURA-OK
                   MOVE WS-NM-CONTATO    TO NM-CONTATO
                   MOVE WS-TEL-CONTATO   TO TEL-CONTATO
                   MOVE WS-EMAIL-CONTATO TO EMAIL-CONTATO
                   MOVE WS-END-CONTATO   TO END-CONTATO
                   MOVE WS-GRP-CONTATO   TO GRP-CONTATO

                   MOVE 'A'              TO WS-AUD-OPERACAO
                   PERFORM P480-REGRAVA-BATCH THRU P480-FIM
               END-IF
           END-IF
           .
       P465-FIM.

      ******************************************************************
      * P470-INATIVA-BATCH / P475-REATIVA-BATCH: inativacao e
      * reativacao em lote no criterio de P330-EXCLUI e P335-REATIVA.
      * Contato inexistente (07), ja inativo (08) ou ja ativo (09) vai
      * para o rejeito em vez de so exibir o aviso.
      ******************************************************************
       P470-INATIVA-BATCH.
           PERFORM P460-LE-CONTATO-BATCH THRU P460-FIM

           EVALUATE TRUE
               WHEN LEITURA-NAO-ENCONTRADA
                   DISPLAY 'INATIVACAO PARA CONTATO NAO CADASTRADO - '
                       'ID: ' WS-ID-CONTATO
                   MOVE '07'             TO WS-MOTIVO
                   PERFORM P420-GRAVA-REJEITO THRU P420-FIM
               WHEN LEITURA-OK
                   IF CONTATO-INATIVO
                       DISPLAY 'CONTATO JA ESTA INATIVO - ID: '
                           WS-ID-CONTATO
                       MOVE '08'         TO WS-MOTIVO
                       PERFORM P420-GRAVA-REJEITO THRU P420-FIM
                   ELSE
                       MOVE 'I'          TO SIT-CONTATO
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-DT-HOJE
                       MOVE WS-DT-HOJE   TO DT-EXCLUSAO

                       MOVE 'E'          TO WS-AUD-OPERACAO
                       PERFORM P480-REGRAVA-BATCH THRU P480-FIM
                   END-IF
           END-EVALUATE
           .
       P470-FIM.

       P475-REATIVA-BATCH.
           PERFORM P460-LE-CONTATO-BATCH THRU P460-FIM

           EVALUATE TRUE
               WHEN LEITURA-NAO-ENCONTRADA
                   DISPLAY 'REATIVACAO PARA CONTATO NAO CADASTRADO - '
                       'ID: ' WS-ID-CONTATO
                   MOVE '07'             TO WS-MOTIVO
                   PERFORM P420-GRAVA-REJEITO THRU P420-FIM
               WHEN LEITURA-OK
                   IF NOT CONTATO-INATIVO
                       DISPLAY 'CONTATO JA ESTA ATIVO - ID: '
                           WS-ID-CONTATO
                       MOVE '09'         TO WS-MOTIVO
                       PERFORM P420-GRAVA-REJEITO THRU P420-FIM
                   ELSE
                       MOVE 'A'          TO SIT-CONTATO
                       MOVE ZEROS        TO DT-EXCLUSAO

                       MOVE 'R'          TO WS-AUD-OPERACAO
                       PERFORM P480-REGRAVA-BATCH THRU P480-FIM
                   END-IF
           END-EVALUATE
           .
       P475-FIM.

      ******************************************************************
      * P480-REGRAVA-BATCH: regrava o contato ja montado no buffer
      * pelas acoes de lote, audita com a operacao de WS-AUD-OPERACAO
      * e acumula o aplicado por acao para o relatorio de controle.
      ******************************************************************
       P480-REGRAVA-BATCH.
           REWRITE REG-CONTATOS
               INVALID KEY
                   PERFORM P360-TRATA-ERRO-GRAVACAO THRU P360-FIM
               NOT INVALID KEY
                   DISPLAY 'CONTATO ATUALIZADO - ID: ' WS-ID-CONTATO
                       ' OPERACAO: ' WS-AUD-OPERACAO
                   ADD 1 TO WS-TRA-APLICADAS

                   EVALUATE WS-AUD-OPERACAO
                       WHEN 'A'
                           ADD 1 TO WS-APL-ALTERACOES
                       WHEN 'E'
                           ADD 1 TO WS-APL-INATIVACOES
                       WHEN 'R'
                           ADD 1 TO WS-APL-REATIVACOES
                   END-EVALUATE

                   PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-REWRITE

           IF WS-FS NOT LESS THAN 30
               PERFORM P360-TRATA-ERRO-GRAVACAO THRU P360-FIM
           END-IF
           .
       P480-FIM.

      ******************************************************************
      * P420-GRAVA-REJEITO: grava a transacao corrente em REJEITOS.DAT
      * com o motivo em WS-MOTIVO e acumula os contadores do relatorio
                   ADD 1 TO WS-REJ-ERRO-GRAVACAO
               WHEN MOT-GRUPO-INVALIDO
                   ADD 1 TO WS-REJ-GRUPO-INVALIDO
               WHEN MOT-NAO-CADASTRADO
                   ADD 1 TO WS-REJ-NAO-CADASTRADO
               WHEN MOT-JA-INATIVO
                   ADD 1 TO WS-REJ-JA-INATIVO
               WHEN MOT-JA-ATIVO
                   ADD 1 TO WS-REJ-JA-ATIVO
               WHEN MOT-ACAO-INVALIDA
                   ADD 1 TO WS-REJ-ACAO-INVALIDA
           END-EVALUATE
           .
       P420-FIM.
           DISPLAY 'TRANSACOES LIDAS:      ' WS-TRA-LIDAS
           DISPLAY 'TRANSACOES APLICADAS:  ' WS-TRA-APLICADAS
           DISPLAY 'TRANSACOES REJEITADAS: ' WS-TRA-REJEITADAS
           DISPLAY 'APLICADAS POR ACAO:'
           DISPLAY '  I INCLUSOES:         ' WS-APL-INCLUSOES
           DISPLAY '  A ALTERACOES:        ' WS-APL-ALTERACOES
           DISPLAY '  E INATIVACOES:       ' WS-APL-INATIVACOES
           DISPLAY '  R REATIVACOES:       ' WS-APL-REATIVACOES
           DISPLAY 'REJEITADAS POR MOTIVO:'
           DISPLAY '  01 ID INVALIDO:      ' WS-REJ-ID-INVALIDO
           DISPLAY '  02 NOME EM BRANCO:   ' WS-REJ-NOME-BRANCO
           DISPLAY '  04 NOME DUPLICADO:   ' WS-REJ-NOME-DUPLICADO
           DISPLAY '  05 ERRO DE GRAVACAO: ' WS-REJ-ERRO-GRAVACAO
           DISPLAY '  06 GRUPO INVALIDO:   ' WS-REJ-GRUPO-INVALIDO
           DISPLAY '  07 ID NAO CADASTRADO:' WS-REJ-NAO-CADASTRADO
           DISPLAY '  08 JA INATIVO:       ' WS-REJ-JA-INATIVO
           DISPLAY '  09 JA ATIVO:         ' WS-REJ-JA-ATIVO
           DISPLAY '  10 ACAO INVALIDA:    ' WS-REJ-ACAO-INVALIDA
           DISPLAY '---------------------------------------'
           .
       P430-FIM.

      ******************************************************************
      * P800-GRAVA-AUDITORIA: grava a linha de AUDITORIA.DAT da
      * operacao em WS-AUD-OPERACAO e, com REG-CONTATOS ainda no
      * buffer como acabou de ser gravado, a imagem posterior em
      * IMAGENS.DAT (P820-GRAVA-IMAGEM) para a recuperacao de RECUCONT.
      ******************************************************************
       P800-GRAVA-AUDITORIA.
           PERFORM P820-GRAVA-IMAGEM THRU P820-FIM

           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM

           STRING WS-DH-DIA    '/' WS-DH-MES  '/' WS-DH-ANO ' '
               MOVE WS-ID-CONTATO        TO AUD-ID-CONTATO
               MOVE WS-AUD-OPERACAO      TO AUD-OPERACAO
               MOVE WS-DATA-HORA         TO AUD-DATA-HORA
      *        A carga em lote carimba BATCH mesmo disparada pelo
      *        menu: o operador que a disparou fica no JORNAL.DAT.
               IF MODO-BATCH
                   MOVE 'BATCH'          TO AUD-OPERADOR
               ELSE
                   MOVE WS-OPERADOR-SESSAO TO AUD-OPERADOR
               END-IF

               WRITE REG-AUDITORIA
           ELSE
           .
       P800-FIM.

       P820-GRAVA-IMAGEM.
           MOVE 'CADCONTT'          TO PIM-PROGRAMA
           MOVE WS-AUD-OPERACAO     TO PIM-OPERACAO
           IF MODO-BATCH
               MOVE 'BATCH'         TO PIM-OPERADOR
           ELSE
               MOVE WS-OPERADOR-SESSAO TO PIM-OPERADOR
           END-IF
           MOVE REG-CONTATOS        TO PIM-CONTATO
           CALL 'IMGLOG' USING PAR-IMAGEM
           .
       P820-FIM.

      ******************************************************************
      * P810-LE-SESSAO: resolve o operador identificado no sign-on de
      * CADMENU, recebido na area PAR-SESSAO de cada CALL, para
