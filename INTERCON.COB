      *         PESQCONT), registra uma interacao datada (ligacao,
      *         visita ou e-mail, com nota livre) ou lista a cronologia
      *         das interacoes do contato, no mesmo espirito da
      *         cronologia de AUDCONT. Depois de registrar a
      *         interacao o operador pode concluir os follow-ups em
      *         aberto do contato e agendar um novo retorno em
      *         AGENDA.DAT, com data, tarefa e responsavel. Canal
      *         bloqueado por devolucao da mala direta (DEVOLUC.DAT,
      *         RETOCONT) e mostrado ao localizar o contato e, depois
      *         da interacao, o operador informa o dado correto: o
      *         contato e regravado, o canal e liberado em PREFCOM.DAT
      *         e o bloqueio sai da lista de trabalho.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-INT.

           SELECT AGENDA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AGENDA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-AGE.

           SELECT OPERADORES ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\OPERADOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OPE.

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
       FD CONTATOS.
       FD INTERACOES.
           COPY DB_INTER.

       FD AGENDA.
           COPY DB_AGEND.

       FD OPERADORES.
           COPY DB_OPERA.

       FD DEVOLUC.
           COPY DB_DEVOL.

       FD PREFCOM.
           COPY DB_PREFC.

       FD AUDITORIA.
           COPY DB_AUDIT.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-TIPO-EXTENSO                   PIC X(10).
         77 WS-NOTA                           PIC X(60).
         77 WS-ULT-SEQ                        PIC 9(04) VALUE 0.
         77 WS-FS-AGE                         PIC 99.
           88 FS-AGE-OK                       VALUE 0.
         77 WS-FS-OPE                         PIC 99.
         77 WS-OPERADORES                     PIC X     VALUE 'N'.
           88 OPERADORES-ABERTO               VALUE 'S'.
         77 WS-EOF-AGE                        PIC X.
           88 EOF-AGE-OK                      VALUE 'S' FALSE 'N'.
         77 WS-INTERACAO-GRAVADA              PIC X     VALUE 'N'.
           88 INTERACAO-GRAVADA               VALUE 'S'.
         77 WS-SEQ-GRAVADA                    PIC 9(04) VALUE 0.
         77 WS-CONFIRMA                       PIC X.
           88 CONFIRMA-SIM                    VALUE 'S'.
         77 WS-DT-HOJE                        PIC 9(08).
         77 WS-DT-FOLLOWUP                    PIC 9(08).
         77 WS-TAREFA                         PIC X(40).
         77 WS-RESPONSAVEL                    PIC X(05).
         77 WS-RESP-VALIDO                    PIC X     VALUE 'N'.
           88 RESP-VALIDO                     VALUE 'S'.
         77 WS-FS-DEV                         PIC 99.
           88 FS-DEV-OK                       VALUE 0.
         77 WS-FS-PRF                         PIC 99.
         77 WS-FS-AUD                         PIC 99.
         77 WS-EOF-DEV                        PIC X.
           88 EOF-DEV-OK                      VALUE 'S' FALSE 'N'.
         77 WS-QTD-BLOQUEIOS                  PIC 9(01) VALUE 0.
         77 WS-CANAL-EXTENSO                  PIC X(15).
         77 WS-DADO-NOVO                      PIC X(50).
         77 WS-DADO-VALIDO                    PIC X     VALUE 'N'.
           88 DADO-VALIDO                     VALUE 'S'.
         77 WS-ARROBAS                        PIC 9(02) VALUE 0.
         77 WS-DADO-GRAVADO                   PIC X     VALUE 'N'.
           88 DADO-GRAVADO                    VALUE 'S'.
         77 WS-TENTAR                         PIC X.
           88 TENTAR-SIM                      VALUE 'S'.
         77 WS-LEITURA                        PIC X     VALUE SPACE.
           88 LEITURA-OK                      VALUE 'O'.
           88 LEITURA-NAO-ENCONTRADA          VALUE 'N'.
           88 LEITURA-BLOQUEADA               VALUE 'B'.
         77 WS-AUD-OPERACAO                   PIC X(01).
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
         COPY PAR_IMAGE.

       LINKAGE SECTION.
           COPY PAR_SESSA.
               END-READ

               CLOSE CONTATOS

               MOVE 0                    TO WS-QTD-BLOQUEIOS
               IF CONTATO-OK
                   PERFORM P250-EXIBE-BLOQUEIOS THRU P250-FIM
               END-IF
           END-IF
           .
       P200-FIM.
           .
       P230-FIM.

      ******************************************************************
      * P250-EXIBE-BLOQUEIOS: mostra os canais do contato bloqueados
      * por devolucao da mala direta (DEVOLUC.DAT, situacao B) e
      * conta-os em WS-QTD-BLOQUEIOS, para P700 pedir o dado correto
      * depois da interacao. Sem DEVOLUC.DAT nao ha bloqueio.
      ******************************************************************
       P250-EXIBE-BLOQUEIOS.
           OPEN INPUT DEVOLUC

           IF FS-DEV-OK
               SET EOF-DEV-OK        TO FALSE

               MOVE WS-ID-CONTATO    TO DEV-ID-CONTATO
               MOVE LOW-VALUES       TO DEV-CANAL

               START DEVOLUC KEY IS NOT LESS THAN DEV-CHAVE
                   INVALID KEY
                       SET EOF-DEV-OK TO TRUE
               END-START

               PERFORM P260-LE-BLOQUEIO THRU P260-FIM
                   UNTIL EOF-DEV-OK

               CLOSE DEVOLUC

               IF WS-QTD-BLOQUEIOS GREATER THAN 0
                   DISPLAY 'REGISTRE A INTERACAO PARA INFORMAR O DADO '
                       'CORRETO'
               END-IF
           END-IF
           .
       P250-FIM.

       P260-LE-BLOQUEIO.
           READ DEVOLUC NEXT RECORD
               AT END
                   SET EOF-DEV-OK TO TRUE
               NOT AT END
                   IF DEV-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                       SET EOF-DEV-OK TO TRUE
                   ELSE
                   IF DEV-BLOQUEADO
                       ADD 1 TO WS-QTD-BLOQUEIOS
                       PERFORM P790-CANAL-EXTENSO THRU P790-FIM
                       DISPLAY '*** CANAL BLOQUEADO POR DEVOLUCAO: '
                           WS-CANAL-EXTENSO ' DESDE ' DEV-DT-BLOQUEIO
                       DISPLAY '    ULTIMO MOTIVO: ' DEV-ULT-MOTIVO
                   END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-DEV NOT EQUAL 0 AND WS-FS-DEV NOT EQUAL 2
               AND WS-FS-DEV NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE DEVOLUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
               SET EOF-DEV-OK TO TRUE
           END-IF
           .
       P260-FIM.

      ******************************************************************
      * P300-REGISTRA: grava uma interacao do contato escolhido com a
      * proxima sequencia livre do contato (P340-PROXIMA-SEQ), data
      * com o operador da sessao.
      ******************************************************************
       P300-REGISTRA.
           MOVE 'N'                 TO WS-INTERACAO-GRAVADA

           PERFORM P310-LE-DATA THRU P310-FIM
           PERFORM P320-LE-TIPO THRU P320-FIM

                       NOT INVALID KEY
                           DISPLAY 'INTERACAO REGISTRADA COM '
                               'SUCESSO! SEQUENCIA: ' INT-SEQUENCIA
                           MOVE 'S'      TO WS-INTERACAO-GRAVADA
                           MOVE INT-SEQUENCIA
                                         TO WS-SEQ-GRAVADA
                   END-WRITE

                   IF WS-FS-INT NOT LESS THAN 30

               CLOSE INTERACOES
           END-IF

           IF INTERACAO-GRAVADA
               PERFORM P500-FOLLOWUP THRU P500-FIM

               IF WS-QTD-BLOQUEIOS GREATER THAN 0
                   PERFORM P700-CORRIGE-DEVOLUCOES THRU P700-FIM
               END-IF
           END-IF
           .
       P300-FIM.

           .
       P410-FIM.

      ******************************************************************
      * P500-FOLLOWUP: depois de registrada a interacao, oferece a
      * conclusao de cada follow-up em aberto do contato (a interacao
      * de agora e o retorno que estava agendado) e o agendamento de
      * um novo follow-up.
      ******************************************************************
       P500-FOLLOWUP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE

           PERFORM P510-ABRE-AGENDA THRU P510-FIM

           IF FS-AGE-OK
               PERFORM P520-CONCLUI-PENDENTES THRU P520-FIM

               DISPLAY 'AGENDAR FOLLOW-UP PARA O CONTATO? <S> - <N>'
               ACCEPT WS-CONFIRMA

               IF CONFIRMA-SIM
                   PERFORM P540-AGENDA THRU P540-FIM
               END-IF

               CLOSE AGENDA
           END-IF
           .
       P500-FIM.

      ******************************************************************
      * P510-ABRE-AGENDA: abre AGENDA em I-O, criando o arquivo vazio
      * quando ainda nao existe (35), no mesmo padrao de
      * P330-ABRE-INTERACOES.
      ******************************************************************
       P510-ABRE-AGENDA.
           OPEN I-O AGENDA

           EVALUATE WS-FS-AGE
               WHEN 00
                   CONTINUE
               WHEN 05
                   MOVE 0           TO WS-FS-AGE
               WHEN 35
                   OPEN OUTPUT AGENDA
                   CLOSE AGENDA
                   OPEN I-O AGENDA
               WHEN 37
                   DISPLAY 'MODO DE ABERTURA INVALIDO PARA O ARQUIVO'
               WHEN 41
                   DISPLAY 'ARQUIVO DE AGENDA JA ESTA ABERTO'
               WHEN OTHER
                   DISPLAY 'ARQUIVO DE AGENDA BLOQUEADO OU '
                       'ERRO NAO MAPEADO'
                   DISPLAY 'FILE STATUS: ' WS-FS-AGE
           END-EVALUATE
           .
       P510-FIM.

       P520-CONCLUI-PENDENTES.
           SET EOF-AGE-OK           TO FALSE

           MOVE WS-ID-CONTATO       TO AGE-ID-CONTATO
           MOVE 0                   TO AGE-DT-PREVISTA

           START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
               INVALID KEY
                   SET EOF-AGE-OK TO TRUE
           END-START

           PERFORM P530-CONCLUI-FOLLOWUP THRU P530-FIM
               UNTIL EOF-AGE-OK
           .
       P520-FIM.

       P530-CONCLUI-FOLLOWUP.
           READ AGENDA NEXT RECORD
               AT END
                   SET EOF-AGE-OK TO TRUE
               NOT AT END
                   IF AGE-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                       SET EOF-AGE-OK TO TRUE
                   ELSE
                   IF AGE-ABERTO
                       DISPLAY 'FOLLOW-UP EM ABERTO: ' AGE-DT-PREVISTA
                           ' - ' AGE-TAREFA ' - RESPONSAVEL: '
                           AGE-RESPONSAVEL
                       DISPLAY 'CONCLUIR COM ESTA INTERACAO? <S> - <N>'
                       ACCEPT WS-CONFIRMA

                       IF CONFIRMA-SIM
                           MOVE 'C'              TO AGE-SITUACAO
                           MOVE WS-DT-HOJE       TO AGE-DT-CONCLUSAO
                           MOVE WS-SEQ-GRAVADA   TO AGE-SEQ-INTERACAO

                           REWRITE REG-AGENDA
                               INVALID KEY
                                   DISPLAY 'ERRO AO GRAVAR A AGENDA'
                                   DISPLAY 'FILE STATUS: ' WS-FS-AGE
                               NOT INVALID KEY
                                   DISPLAY 'FOLLOW-UP CONCLUIDO'
                           END-REWRITE

                           IF WS-FS-AGE NOT LESS THAN 30
                               DISPLAY 'ERRO AO GRAVAR A AGENDA'
                               DISPLAY 'FILE STATUS: ' WS-FS-AGE
                           END-IF
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
               SET EOF-AGE-OK TO TRUE
           END-IF
           .
       P530-FIM.

      ******************************************************************
      * P540-AGENDA: agenda um follow-up para o contato - data
      * prevista (hoje ou futura), tarefa e responsavel (ENTER = o
      * proprio operador da sessao). Um contato tem no maximo um
      * follow-up por dia, pela chave de AGENDA.DAT.
      ******************************************************************
       P540-AGENDA.
           PERFORM P550-LE-DATA-FOLLOWUP THRU P550-FIM

           DISPLAY 'TAREFA (ENTER = RETORNAR O CONTATO):'
           ACCEPT WS-TAREFA
           IF WS-TAREFA EQUAL SPACES
               MOVE 'RETORNAR O CONTATO'   TO WS-TAREFA
           END-IF

           PERFORM P560-LE-RESPONSAVEL THRU P560-FIM

           MOVE WS-ID-CONTATO       TO AGE-ID-CONTATO
           MOVE WS-DT-FOLLOWUP      TO AGE-DT-PREVISTA
           MOVE WS-TAREFA           TO AGE-TAREFA
           MOVE WS-RESPONSAVEL      TO AGE-RESPONSAVEL
           MOVE 'A'                 TO AGE-SITUACAO
           MOVE WS-DT-HOJE          TO AGE-DT-AGENDAMENTO
           MOVE WS-OPERADOR-SESSAO  TO AGE-OPERADOR
           MOVE 0                   TO AGE-DT-CONCLUSAO
           MOVE 0                   TO AGE-SEQ-INTERACAO

           WRITE REG-AGENDA
               INVALID KEY
                   DISPLAY 'JA EXISTE FOLLOW-UP PARA O CONTATO NESTA '
                       'DATA'
               NOT INVALID KEY
                   DISPLAY 'FOLLOW-UP AGENDADO PARA ' AGE-DT-PREVISTA
                       ' - RESPONSAVEL: ' AGE-RESPONSAVEL
           END-WRITE

           IF WS-FS-AGE NOT LESS THAN 30
               DISPLAY 'ERRO AO GRAVAR A AGENDA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGE
           END-IF
           .
       P540-FIM.

       P550-LE-DATA-FOLLOWUP.
           MOVE 'N'                 TO WS-DT-VALIDA

           PERFORM UNTIL DT-VALIDA
               DISPLAY 'DATA DO FOLLOW-UP AAAAMMDD:'
               ACCEPT WS-DT-ALPHA

               MOVE 0                   TO WS-DT-FOLLOWUP
               IF WS-DT-ALPHA IS NUMERIC
                   MOVE WS-DT-ALPHA      TO WS-DT-FOLLOWUP
               END-IF

               IF WS-DT-FOLLOWUP EQUAL 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DT-FOLLOWUP)
                       NOT EQUAL 0
                   DISPLAY 'DATA INVALIDA: INFORME AAAAMMDD'
               ELSE
                   IF WS-DT-FOLLOWUP LESS THAN WS-DT-HOJE
                       DISPLAY 'DATA JA PASSOU: INFORME HOJE OU '
                           'UMA DATA FUTURA'
                   ELSE
                       MOVE 'S'          TO WS-DT-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           .
       P550-FIM.

      ******************************************************************
      * P560-LE-RESPONSAVEL: o responsavel precisa ser um operador
      * ativo de OPERADOR.DAT. Sem o cadastro de operadores (35, ou
      * arquivo indisponivel) nao ha o que conferir e o codigo
      * informado e aceito.
      ******************************************************************
       P560-LE-RESPONSAVEL.
           MOVE 'N'                 TO WS-RESP-VALIDO

           MOVE 'N'                 TO WS-OPERADORES
           OPEN INPUT OPERADORES
           IF WS-FS-OPE EQUAL 0
               MOVE 'S'             TO WS-OPERADORES
           END-IF

           PERFORM UNTIL RESP-VALIDO
               DISPLAY 'RESPONSAVEL (ENTER = ' WS-OPERADOR-SESSAO '):'
               ACCEPT WS-RESPONSAVEL

               IF WS-RESPONSAVEL EQUAL SPACES
                   MOVE WS-OPERADOR-SESSAO TO WS-RESPONSAVEL
               END-IF

               IF NOT OPERADORES-ABERTO
                   MOVE 'S'              TO WS-RESP-VALIDO
               ELSE
                   MOVE WS-RESPONSAVEL   TO OPE-CODIGO

                   READ OPERADORES
                       INVALID KEY
                           DISPLAY 'OPERADOR NAO CADASTRADO'
                       NOT INVALID KEY
                           IF OPERADOR-ATIVO
                               MOVE 'S'  TO WS-RESP-VALIDO
                           ELSE
                               DISPLAY 'OPERADOR INATIVO'
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           IF OPERADORES-ABERTO
               CLOSE OPERADORES
           END-IF
           .
       P560-FIM.

       P610-TIPO-EXTENSO.
           EVALUATE TRUE
               WHEN INT-LIGACAO
           .
       P610-FIM.

      ******************************************************************
      * P700-CORRIGE-DEVOLUCOES: para cada canal do contato bloqueado
      * por devolucao, pergunta se a interacao trouxe o dado correto.
      * Com o dado informado o contato e regravado (auditoria A e
      * imagem em IMAGENS.DAT), o codigo D do canal volta a N em
      * PREFCOM.DAT (auditoria O, como em PREFCONT) e a devolucao
      * passa a corrigida (C), com os contadores zerados, saindo da
      * lista de trabalho de RETOCONT.
      ******************************************************************
       P700-CORRIGE-DEVOLUCOES.
           OPEN I-O DEVOLUC

           IF NOT FS-DEV-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEVOLUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
           ELSE
               SET EOF-DEV-OK        TO FALSE

               MOVE WS-ID-CONTATO    TO DEV-ID-CONTATO
               MOVE LOW-VALUES       TO DEV-CANAL

               START DEVOLUC KEY IS NOT LESS THAN DEV-CHAVE
                   INVALID KEY
                       SET EOF-DEV-OK TO TRUE
               END-START

               PERFORM P710-CORRIGE-CANAL THRU P710-FIM
                   UNTIL EOF-DEV-OK

               CLOSE DEVOLUC
           END-IF
           .
       P700-FIM.

       P710-CORRIGE-CANAL.
           READ DEVOLUC NEXT RECORD
               AT END
                   SET EOF-DEV-OK TO TRUE
               NOT AT END
                   IF DEV-ID-CONTATO NOT EQUAL WS-ID-CONTATO
                       SET EOF-DEV-OK TO TRUE
                   ELSE
                   IF DEV-BLOQUEADO
                       PERFORM P720-CORRIGE-BLOQUEIO THRU P720-FIM
                   END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-DEV NOT EQUAL 0 AND WS-FS-DEV NOT EQUAL 2
               AND WS-FS-DEV NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE DEVOLUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-DEV
               SET EOF-DEV-OK TO TRUE
           END-IF
           .
       P710-FIM.

       P720-CORRIGE-BLOQUEIO.
           PERFORM P790-CANAL-EXTENSO THRU P790-FIM

           DISPLAY 'CANAL BLOQUEADO POR DEVOLUCAO: ' WS-CANAL-EXTENSO
           DISPLAY 'DADO CORRETO OBTIDO NESTA INTERACAO? <S> - <N>'
           ACCEPT WS-CONFIRMA

           IF CONFIRMA-SIM
               PERFORM P730-LE-DADO-NOVO   THRU P730-FIM
               PERFORM P740-GRAVA-CONTATO  THRU P740-FIM

               IF DADO-GRAVADO
                   PERFORM P750-LIBERA-CANAL THRU P750-FIM
               END-IF

               IF DADO-GRAVADO
                   MOVE 'C'                  TO DEV-SITUACAO
                   MOVE WS-DT-HOJE           TO DEV-DT-CORRECAO
                   MOVE WS-OPERADOR-SESSAO   TO DEV-OPERADOR
                   MOVE 0                    TO DEV-QTD-DEFINITIVAS
                   MOVE 0                    TO DEV-QTD-TEMPORARIAS

                   REWRITE REG-DEVOLUCAO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A DEVOLUCAO'
                           DISPLAY 'FILE STATUS: ' WS-FS-DEV
                       NOT INVALID KEY
                           DISPLAY 'CANAL LIBERADO: BLOQUEIO RETIRADO '
                               'DA LISTA DE TRABALHO'
                   END-REWRITE

                   IF WS-FS-DEV NOT LESS THAN 30
                       DISPLAY 'ERRO AO GRAVAR A DEVOLUCAO'
                       DISPLAY 'FILE STATUS: ' WS-FS-DEV
                   END-IF
               END-IF
           END-IF
           .
       P720-FIM.

       P730-LE-DADO-NOVO.
           MOVE 'N'                 TO WS-DADO-VALIDO

           PERFORM UNTIL DADO-VALIDO
               DISPLAY 'INFORME O ' WS-CANAL-EXTENSO ' CORRETO:'
               ACCEPT WS-DADO-NOVO

               MOVE 0                    TO WS-ARROBAS
               INSPECT WS-DADO-NOVO TALLYING WS-ARROBAS FOR ALL '@'

               EVALUATE TRUE
                   WHEN WS-DADO-NOVO EQUAL SPACES
                       DISPLAY 'DADO OBRIGATORIO'
                   WHEN DEV-CANAL EQUAL 'E'
                       AND WS-DADO-NOVO(41:10) NOT EQUAL SPACES
                       DISPLAY 'E-MAIL COM MAIS DE 40 POSICOES'
                   WHEN DEV-CANAL EQUAL 'E'
                       AND WS-ARROBAS NOT EQUAL 1
                       DISPLAY 'E-MAIL INVALIDO: INFORME UM UNICO @'
                   WHEN DEV-CANAL EQUAL 'T'
                       AND WS-DADO-NOVO(16:35) NOT EQUAL SPACES
                       DISPLAY 'TELEFONE COM MAIS DE 15 POSICOES'
                   WHEN OTHER
                       MOVE 'S'          TO WS-DADO-VALIDO
               END-EVALUATE
           END-PERFORM
           .
       P730-FIM.

      ******************************************************************
      * P740-GRAVA-CONTATO: regrava o contato com o dado corrigido do
      * canal, lendo com bloqueio no criterio de P440-LE-CONTATO-
      * REGISTRO de CADEMPR (status 51: tentar de novo ou desistir).
      ******************************************************************
       P740-GRAVA-CONTATO.
           MOVE 'N'                 TO WS-DADO-GRAVADO

           OPEN I-O CONTATOS

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
           ELSE
               PERFORM P745-LE-CONTATO-REGISTRO THRU P745-FIM

               EVALUATE TRUE
                   WHEN LEITURA-NAO-ENCONTRADA
                       DISPLAY 'CONTATO NAO ENCONTRADO'
                   WHEN LEITURA-BLOQUEADA
                       DISPLAY 'CORRECAO CANCELADA'
                   WHEN OTHER
                       EVALUATE DEV-CANAL
                           WHEN 'E'
                               MOVE WS-DADO-NOVO TO EMAIL-CONTATO
                           WHEN 'C'
                               MOVE WS-DADO-NOVO TO END-CONTATO
                           WHEN OTHER
                               MOVE WS-DADO-NOVO TO TEL-CONTATO
                       END-EVALUATE

                       REWRITE REG-CONTATOS
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O CONTATO'
                               DISPLAY 'FILE STATUS: ' WS-FS
                           NOT INVALID KEY
                               MOVE 'S'      TO WS-DADO-GRAVADO
                               DISPLAY 'CONTATO ATUALIZADO COM SUCESSO!'
                               MOVE 'A'      TO WS-AUD-OPERACAO
                               PERFORM P800-GRAVA-AUDITORIA
                                   THRU P800-FIM
                               PERFORM P820-GRAVA-IMAGEM THRU P820-FIM
                       END-REWRITE

                       IF WS-FS NOT LESS THAN 30
                           DISPLAY 'ERRO AO REGRAVAR O CONTATO'
                           DISPLAY 'FILE STATUS: ' WS-FS
                       END-IF
               END-EVALUATE

               CLOSE CONTATOS
           END-IF
           .
       P740-FIM.

       P745-LE-CONTATO-REGISTRO.
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
                   DISPLAY 'CONTATO ' WS-ID-CONTATO
                       ' EM USO POR OUTRO OPERADOR'
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
       P745-FIM.

      ******************************************************************
      * P750-LIBERA-CANAL: devolve a N o codigo D do canal em
      * PREFCOM.DAT. Canal recusado pelo proprio contato (S) continua
      * recusado. Sem nenhum canal recusado o registro e removido, no
      * criterio de PREFCONT. Sem conseguir liberar, WS-DADO-GRAVADO
      * volta a N e o bloqueio fica na lista de trabalho.
      ******************************************************************
       P750-LIBERA-CANAL.
           OPEN I-O PREFCOM

           IF WS-FS-PRF EQUAL 0
               MOVE WS-ID-CONTATO    TO PRF-ID-CONTATO

               READ PREFCOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P760-REGRAVA-RECUSA THRU P760-FIM
               END-READ

               IF WS-FS-PRF NOT EQUAL 0 AND WS-FS-PRF NOT EQUAL 23
                   MOVE 'N'          TO WS-DADO-GRAVADO
                   DISPLAY 'RECUSAS DO CONTATO INDISPONIVEIS: CANAL '
                       'CONTINUA BLOQUEADO'
                   DISPLAY 'FILE STATUS: ' WS-FS-PRF
               END-IF

               CLOSE PREFCOM
           ELSE
           IF WS-FS-PRF NOT EQUAL 35
               MOVE 'N'              TO WS-DADO-GRAVADO
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUSAS'
               DISPLAY 'FILE STATUS: ' WS-FS-PRF
           END-IF
           END-IF
           .
       P750-FIM.

       P760-REGRAVA-RECUSA.
           EVALUATE DEV-CANAL
               WHEN 'E'
                   IF PRF-SEM-EMAIL EQUAL 'D'
                       MOVE 'N'      TO PRF-SEM-EMAIL
                   END-IF
               WHEN 'C'
                   IF PRF-SEM-CORREIO EQUAL 'D'
                       MOVE 'N'      TO PRF-SEM-CORREIO
                   END-IF
               WHEN OTHER
                   IF PRF-SEM-TELEFONE EQUAL 'D'
                       MOVE 'N'      TO PRF-SEM-TELEFONE
                   END-IF
           END-EVALUATE

           IF PRF-BLOQ-TOTAL OR PRF-BLOQ-EMAIL
               OR PRF-BLOQ-CORREIO OR PRF-BLOQ-TELEFONE
               REWRITE REG-PREFCOM
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               DELETE PREFCOM
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

           IF WS-FS-PRF EQUAL 0
               MOVE 'O'              TO WS-AUD-OPERACAO
               PERFORM P800-GRAVA-AUDITORIA THRU P800-FIM
           END-IF
           .
       P760-FIM.

       P790-CANAL-EXTENSO.
           EVALUATE DEV-CANAL
               WHEN 'E'
                   MOVE 'E-MAIL'     TO WS-CANAL-EXTENSO
               WHEN 'C'
                   MOVE 'ENDERECO'   TO WS-CANAL-EXTENSO
               WHEN 'T'
                   MOVE 'TELEFONE'   TO WS-CANAL-EXTENSO
               WHEN OTHER
                   MOVE 'CANAL ?'    TO WS-CANAL-EXTENSO
           END-EVALUATE
           .
       P790-FIM.

      ******************************************************************
      * P800-GRAVA-AUDITORIA: registra em AUDITORIA.DAT a operacao de
      * WS-AUD-OPERACAO (A na correcao do contato, O na liberacao do
      * canal) com data/hora e operador da sessao.
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
           END-IF

           CLOSE AUDITORIA
           .
       P800-FIM.

       P820-GRAVA-IMAGEM.
           MOVE 'INTERCON'          TO PIM-PROGRAMA
           MOVE 'A'                 TO PIM-OPERACAO
           MOVE WS-OPERADOR-SESSAO  TO PIM-OPERADOR
           MOVE REG-CONTATOS        TO PIM-CONTATO
           CALL 'IMGLOG' USING PAR-IMAGEM
           .
       P820-FIM.

      ******************************************************************
      * P810-LE-SESSAO: resolve o operador e o nivel do sign-on de
      * CADMENU, recebidos na area PAR-SESSAO de cada CALL, para
