      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:agenda do dia: lista os follow-ups em aberto de
      *         AGENDA.DAT com vencimento hoje ou em atraso, por
      *         responsavel (OPERADOR.DAT) e, dentro de cada um, por
      *         grupo do contato (GRUPOS.DAT). Follow-ups de contatos
      *         inativos ou ja expurgados continuam na lista, marcados,
      *         para o responsavel decidir o que fazer com eles.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAGEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AGENDA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGE-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-AGE.

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

           SELECT GRUPOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\GRUPOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-GRUPO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-GRP.

           SELECT OPERADORES ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\OPERADOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY DB_AGEND.

       FD CONTATOS.
           COPY DB_CONTT.

       FD GRUPOS.
           COPY DB_GRUPO.

       FD OPERADORES.
           COPY DB_OPERA.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-AGE                         PIC 99.
           88 FS-AGE-OK                       VALUE 0.
         77 WS-FS-GRP                         PIC 99.
           88 FS-GRP-OK                       VALUE 0.
         77 WS-FS-OPE                         PIC 99.
           88 FS-OPE-OK                       VALUE 0.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-FILTRO-OPE                     PIC X(05).
         77 WS-DT-HOJE                        PIC 9(08).
         77 WS-DIAS-ATRASO                    PIC 9(05).
         77 WS-SITUACAO-IMP                   PIC X(20).
         77 WS-MARCA-IMP                      PIC X(24).
         77 WS-ERRO                           PIC X     VALUE 'N'.
           88 HOUVE-ERRO                      VALUE 'S'.
         77 WS-CAB-OPE                        PIC X     VALUE 'N'.
           88 CAB-OPE-IMPRESSO                VALUE 'S'.
         77 WS-CAB-GRP                        PIC X     VALUE 'N'.
           88 CAB-GRP-IMPRESSO                VALUE 'S'.
         77 WS-OPE-CORRENTE                   PIC X(05).
         77 WS-NOME-OPE-CORRENTE              PIC X(30).
         77 WS-GRUPO-CORRENTE                 PIC X(03).
         77 WS-NOME-GRP-CORRENTE              PIC X(30).
         77 WS-LIDOS                          PIC 9(05) VALUE 0.
         77 WS-TOTAL                          PIC 9(05) VALUE 0.
         77 WS-TOT-HOJE                       PIC 9(05) VALUE 0.
         77 WS-TOT-ATRASO                     PIC 9(05) VALUE 0.
         77 WS-TOT-INATIVO                    PIC 9(05) VALUE 0.
         77 WS-TOT-EXPURGADO                  PIC 9(05) VALUE 0.
         77 WS-SUBTOTAL                       PIC 9(05) VALUE 0.
         77 WS-IND                            PIC 9(03).
         77 WS-IND-GRP                        PIC 9(02).
         77 WS-IND-OPE                        PIC 9(03).
         77 WS-IND-AGE                        PIC 9(04).
      *  WS-GRUPO-TAB e WS-OPERADOR-TAB tem uma entrada alem do limite
      *  porque os lacos de busca testam o codigo na posicao
      *  quantidade + 1.
         77 WS-GRUPOS-INCOMPLETA              PIC X     VALUE 'N'.
           88 GRUPOS-INCOMPLETA               VALUE 'S'.
         77 WS-OPERADORES-INCOMPLETA          PIC X     VALUE 'N'.
           88 OPERADORES-INCOMPLETA           VALUE 'S'.
         77 WS-AGENDA-INCOMPLETA              PIC X     VALUE 'N'.
           88 AGENDA-INCOMPLETA               VALUE 'S'.
         01 WS-TABELA-GRUPOS.
           03 WS-QTD-GRUPOS                   PIC 9(02) VALUE 0.
           03 WS-GRUPO-TAB OCCURS 51 TIMES.
             05 WS-GT-CODIGO                  PIC X(03).
             05 WS-GT-NOME                    PIC X(30).
         01 WS-TABELA-OPERADORES.
           03 WS-QTD-OPERADORES               PIC 9(03) VALUE 0.
           03 WS-OPERADOR-TAB OCCURS 101 TIMES.
             05 WS-OT-CODIGO                  PIC X(05).
             05 WS-OT-NOME                    PIC X(30).
      *  Follow-ups do dia carregados de AGENDA.DAT, ja com nome,
      *  grupo e situacao do contato. WS-AT-MARCA: A = contato ativo,
      *  I = inativo, X = expurgado (nao esta mais em CONTATOS.DAT).
         01 WS-TABELA-AGENDA.
           03 WS-QTD-AGENDA                   PIC 9(04) VALUE 0.
           03 WS-AGENDA-TAB OCCURS 2000 TIMES.
             05 WS-AT-ID-CONTATO              PIC 9(05).
             05 WS-AT-DT-PREVISTA             PIC 9(08).
             05 WS-AT-TAREFA                  PIC X(40).
             05 WS-AT-RESPONSAVEL             PIC X(05).
             05 WS-AT-NOME                    PIC X(30).
             05 WS-AT-GRUPO                   PIC X(03).
             05 WS-AT-MARCA                   PIC X(01).
               88 AT-CONTATO-INATIVO          VALUE 'I'.
               88 AT-CONTATO-EXPURGADO        VALUE 'X'.
         COPY PAR_JORN.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
      *    RELAGEND e chamado pelo menu e mantem o estado da chamada
      *    anterior - o indicador de erro e os totais recomecam do
      *    zero para o relatorio e o jornal refletirem so esta
      *    execucao.
           MOVE 'N'                 TO WS-ERRO
           MOVE 0                   TO WS-LIDOS
           MOVE 0                   TO WS-TOTAL
           MOVE 0                   TO WS-TOT-HOJE
           MOVE 0                   TO WS-TOT-ATRASO
           MOVE 0                   TO WS-TOT-INATIVO
           MOVE 0                   TO WS-TOT-EXPURGADO

           MOVE 'RELAGEND'          TO PJR-PROGRAMA
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

           DISPLAY '*** AGENDA DE FOLLOW-UP: HOJE E EM ATRASO ***'

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE

           DISPLAY 'RESPONSAVEL (ENTER = TODOS):'
           ACCEPT WS-FILTRO-OPE

           DISPLAY 'DATA DE REFERENCIA: ' WS-DT-HOJE

           PERFORM P120-CARREGA-GRUPOS THRU P120-FIM
           PERFORM P130-CARREGA-OPERADORES THRU P130-FIM
           PERFORM P200-CARREGA-AGENDA THRU P200-FIM

           IF NOT HOUVE-ERRO
               PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE GREATER THAN WS-QTD-OPERADORES
                   MOVE WS-OT-CODIGO(WS-IND-OPE) TO WS-OPE-CORRENTE
                   MOVE WS-OT-NOME(WS-IND-OPE)
                       TO WS-NOME-OPE-CORRENTE
                   PERFORM P300-IMPRIME-OPERADOR THRU P300-FIM
               END-PERFORM

               PERFORM P400-SEM-OPERADOR THRU P400-FIM

               DISPLAY ' '
               DISPLAY '---------------------------------------'
               DISPLAY 'FOLLOW-UPS EM ABERTO LIDOS:     ' WS-LIDOS
               DISPLAY 'FOLLOW-UPS LISTADOS:            ' WS-TOTAL
               DISPLAY '  VENCENDO HOJE:                ' WS-TOT-HOJE
               DISPLAY '  EM ATRASO:                    '
                   WS-TOT-ATRASO
               DISPLAY '  DE CONTATO INATIVO:           '
                   WS-TOT-INATIVO
               DISPLAY '  DE CONTATO EXPURGADO:         '
                   WS-TOT-EXPURGADO

               IF AGENDA-INCOMPLETA
                   DISPLAY 'ATENCAO: MAIS DE 2000 FOLLOW-UPS '
                       'PENDENTES, LISTAGEM INCOMPLETA'
               END-IF
               IF GRUPOS-INCOMPLETA
                   DISPLAY 'ATENCAO: MAIS DE 50 GRUPOS, EXCEDENTES '
                       'LISTADOS COMO SEM GRUPO'
               END-IF
               IF OPERADORES-INCOMPLETA
                   DISPLAY 'ATENCAO: MAIS DE 100 OPERADORES, '
                       'EXCEDENTES LISTADOS NA SECAO FINAL'
               END-IF
           END-IF

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-LIDOS            TO PJR-LIDOS
           MOVE WS-TOTAL            TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           IF HOUVE-ERRO
               MOVE 'ER'            TO PJR-STATUS
           ELSE
               MOVE 'OK'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

      ******************************************************************
      * P120-CARREGA-GRUPOS: carrega codigo e nome dos grupos de
      * GRUPOS.DAT, no mesmo criterio de P120-CARREGA-GRUPOS de
      * RELINTER (grupos inativos tambem entram).
      ******************************************************************
       P120-CARREGA-GRUPOS.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-GRUPOS
           MOVE 'N'                 TO WS-GRUPOS-INCOMPLETA

           OPEN INPUT GRUPOS

           IF NOT FS-GRP-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-GRP
           ELSE
               PERFORM P125-CARREGA-GRUPO THRU P125-FIM UNTIL EOF-OK

               CLOSE GRUPOS
           END-IF
           .
       P120-FIM.

       P125-CARREGA-GRUPO.
           READ GRUPOS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-QTD-GRUPOS LESS THAN 50
                       ADD 1                 TO WS-QTD-GRUPOS
                       MOVE ID-GRUPO
                           TO WS-GT-CODIGO(WS-QTD-GRUPOS)
                       MOVE NM-GRUPO
                           TO WS-GT-NOME(WS-QTD-GRUPOS)
                   ELSE
                       MOVE 'S'              TO WS-GRUPOS-INCOMPLETA
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-GRP NOT EQUAL 0 AND WS-FS-GRP NOT EQUAL 2
               AND WS-FS-GRP NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-GRP
               SET EOF-OK TO TRUE
           END-IF
           .
       P125-FIM.

      ******************************************************************
      * P130-CARREGA-OPERADORES: carrega codigo e nome dos operadores
      * de OPERADOR.DAT, que comandam a quebra principal do relatorio.
      * Operadores inativos tambem entram: os follow-ups que ainda
      * estao com eles precisam aparecer para serem redistribuidos.
      ******************************************************************
       P130-CARREGA-OPERADORES.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-OPERADORES
           MOVE 'N'                 TO WS-OPERADORES-INCOMPLETA

           OPEN INPUT OPERADORES

           IF NOT FS-OPE-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
               DISPLAY 'FILE STATUS: ' WS-FS-OPE
           ELSE
               PERFORM P135-CARREGA-OPERADOR THRU P135-FIM
                   UNTIL EOF-OK

               CLOSE OPERADORES
           END-IF
           .
       P130-FIM.

       P135-CARREGA-OPERADOR.
           READ OPERADORES NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-QTD-OPERADORES LESS THAN 100
                       ADD 1                 TO WS-QTD-OPERADORES
                       MOVE OPE-CODIGO
                           TO WS-OT-CODIGO(WS-QTD-OPERADORES)
                       MOVE OPE-NOME
                           TO WS-OT-NOME(WS-QTD-OPERADORES)
                   ELSE
                       MOVE 'S'         TO WS-OPERADORES-INCOMPLETA
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-OPE NOT EQUAL 0 AND WS-FS-OPE NOT EQUAL 2
               AND WS-FS-OPE NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE OPERADORES'
               DISPLAY 'FILE STATUS: ' WS-FS-OPE
               SET EOF-OK TO TRUE
           END-IF
           .
       P135-FIM.

      ******************************************************************
      * P200-CARREGA-AGENDA: le AGENDA.DAT e guarda na tabela os
      * follow-ups em aberto com data prevista ate hoje (do
      * responsavel pedido, quando houver filtro), completando cada um
      * com nome, grupo e situacao do contato em CONTATOS.DAT.
      ******************************************************************
       P200-CARREGA-AGENDA.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-AGENDA
           MOVE 'N'                 TO WS-AGENDA-INCOMPLETA

           OPEN INPUT AGENDA

           IF WS-FS-AGE EQUAL 35
               DISPLAY 'NENHUM FOLLOW-UP AGENDADO NO SISTEMA'
           ELSE
               IF NOT FS-AGE-OK
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AGENDA'
                   DISPLAY 'FILE STATUS: ' WS-FS-AGE
                   MOVE 'S'         TO WS-ERRO
               ELSE
                   OPEN INPUT CONTATOS

                   IF NOT FS-OK
                       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                       DISPLAY 'FILE STATUS: ' WS-FS
                       MOVE 'S'     TO WS-ERRO
                   ELSE
                       PERFORM P210-LE-AGENDA THRU P210-FIM
                           UNTIL EOF-OK

                       CLOSE CONTATOS
                   END-IF

                   CLOSE AGENDA
               END-IF
           END-IF
           .
       P200-FIM.

       P210-LE-AGENDA.
           READ AGENDA NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF AGE-ABERTO
                       AND AGE-DT-PREVISTA NOT GREATER THAN WS-DT-HOJE
                       AND (WS-FILTRO-OPE EQUAL SPACES
                           OR AGE-RESPONSAVEL EQUAL WS-FILTRO-OPE)
                       ADD 1                 TO WS-LIDOS
                       IF WS-QTD-AGENDA LESS THAN 2000
                           PERFORM P220-GUARDA-FOLLOWUP THRU P220-FIM
                       ELSE
                           MOVE 'S'          TO WS-AGENDA-INCOMPLETA
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-AGE NOT EQUAL 0 AND WS-FS-AGE NOT EQUAL 2
               AND WS-FS-AGE NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGE
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P210-FIM.

       P220-GUARDA-FOLLOWUP.
           ADD 1                    TO WS-QTD-AGENDA
           MOVE AGE-ID-CONTATO      TO WS-AT-ID-CONTATO(WS-QTD-AGENDA)
           MOVE AGE-DT-PREVISTA
               TO WS-AT-DT-PREVISTA(WS-QTD-AGENDA)
           MOVE AGE-TAREFA          TO WS-AT-TAREFA(WS-QTD-AGENDA)
           MOVE AGE-RESPONSAVEL
               TO WS-AT-RESPONSAVEL(WS-QTD-AGENDA)

           MOVE AGE-ID-CONTATO      TO ID-CONTATO

           READ CONTATOS
               INVALID KEY
                   MOVE '*** CONTATO EXPURGADO ***'
                       TO WS-AT-NOME(WS-QTD-AGENDA)
                   MOVE SPACES      TO WS-AT-GRUPO(WS-QTD-AGENDA)
                   MOVE 'X'         TO WS-AT-MARCA(WS-QTD-AGENDA)
               NOT INVALID KEY
                   MOVE NM-CONTATO  TO WS-AT-NOME(WS-QTD-AGENDA)
                   MOVE GRP-CONTATO TO WS-AT-GRUPO(WS-QTD-AGENDA)
                   IF CONTATO-ATIVO
                       MOVE 'A'     TO WS-AT-MARCA(WS-QTD-AGENDA)
                   ELSE
                       MOVE 'I'     TO WS-AT-MARCA(WS-QTD-AGENDA)
                   END-IF
           END-READ
           .
       P220-FIM.

      ******************************************************************
      * P300-IMPRIME-OPERADOR: bloco do responsavel corrente - um
      * subtitulo por grupo da tabela e, por ultimo, os follow-ups de
      * contatos sem grupo, com grupo fora da tabela ou expurgados.
      * Os cabecalhos so saem quando ha algo a listar embaixo deles.
      ******************************************************************
       P300-IMPRIME-OPERADOR.
           MOVE 'N'                 TO WS-CAB-OPE

           PERFORM VARYING WS-IND-GRP FROM 1 BY 1
               UNTIL WS-IND-GRP GREATER THAN WS-QTD-GRUPOS
               MOVE WS-GT-CODIGO(WS-IND-GRP) TO WS-GRUPO-CORRENTE
               MOVE WS-GT-NOME(WS-IND-GRP)   TO WS-NOME-GRP-CORRENTE
               MOVE 'N'             TO WS-CAB-GRP
               MOVE 0               TO WS-SUBTOTAL
               PERFORM P310-VARRE-TABELA THRU P310-FIM
           END-PERFORM

           MOVE SPACES              TO WS-GRUPO-CORRENTE
           MOVE 'SEM GRUPO, NAO CADASTRADO OU EXPURGADO'
               TO WS-NOME-GRP-CORRENTE
           MOVE 'N'                 TO WS-CAB-GRP
           MOVE 0                   TO WS-SUBTOTAL
           PERFORM P310-VARRE-TABELA THRU P310-FIM
           .
       P300-FIM.

       P310-VARRE-TABELA.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
               UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
               IF WS-AT-RESPONSAVEL(WS-IND-AGE) EQUAL WS-OPE-CORRENTE
                   PERFORM P320-GRUPO-DO-FOLLOWUP THRU P320-FIM
               END-IF
           END-PERFORM

           IF CAB-GRP-IMPRESSO
               DISPLAY '    FOLLOW-UPS NO GRUPO: ' WS-SUBTOTAL
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * P320-GRUPO-DO-FOLLOWUP: imprime o follow-up corrente quando o
      * grupo do contato e o grupo corrente ou, na subsecao final
      * (grupo corrente em branco), quando o grupo nao esta na tabela.
      ******************************************************************
       P320-GRUPO-DO-FOLLOWUP.
           IF WS-GRUPO-CORRENTE EQUAL SPACES
               PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-GRUPOS
                   OR WS-GT-CODIGO(WS-IND) EQUAL
                       WS-AT-GRUPO(WS-IND-AGE)
                   CONTINUE
               END-PERFORM

               IF WS-IND GREATER THAN WS-QTD-GRUPOS
                   PERFORM P500-IMPRIME-FOLLOWUP THRU P500-FIM
               END-IF
           ELSE
               IF WS-AT-GRUPO(WS-IND-AGE) EQUAL WS-GRUPO-CORRENTE
                   PERFORM P500-IMPRIME-FOLLOWUP THRU P500-FIM
               END-IF
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * P400-SEM-OPERADOR: secao final com os follow-ups cujo
      * responsavel nao esta em OPERADOR.DAT (ou alem do limite da
      * tabela) - nenhum follow-up vencido fica fora da agenda.
      ******************************************************************
       P400-SEM-OPERADOR.
           MOVE 'N'                 TO WS-CAB-OPE
           MOVE SPACES              TO WS-GRUPO-CORRENTE
           MOVE 'RESPONSAVEL NAO CADASTRADO'
               TO WS-NOME-GRP-CORRENTE
           MOVE 'N'                 TO WS-CAB-GRP
           MOVE 0                   TO WS-SUBTOTAL

           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
               UNTIL WS-IND-AGE GREATER THAN WS-QTD-AGENDA
               PERFORM VARYING WS-IND-OPE FROM 1 BY 1
                   UNTIL WS-IND-OPE GREATER THAN WS-QTD-OPERADORES
                   OR WS-OT-CODIGO(WS-IND-OPE) EQUAL
                       WS-AT-RESPONSAVEL(WS-IND-AGE)
                   CONTINUE
               END-PERFORM

               IF WS-IND-OPE GREATER THAN WS-QTD-OPERADORES
                   MOVE WS-AT-RESPONSAVEL(WS-IND-AGE)
                       TO WS-OPE-CORRENTE
                   MOVE SPACES      TO WS-NOME-OPE-CORRENTE
                   PERFORM P500-IMPRIME-FOLLOWUP THRU P500-FIM
               END-IF
           END-PERFORM

           IF CAB-GRP-IMPRESSO
               DISPLAY '    FOLLOW-UPS SEM RESPONSAVEL CADASTRADO: '
                   WS-SUBTOTAL
           END-IF
           .
       P400-FIM.

      ******************************************************************
      * P500-IMPRIME-FOLLOWUP: imprime os cabecalhos pendentes e a
      * linha do follow-up WS-IND-AGE, com HOJE ou os dias de atraso
      * e a marca de contato inativo ou expurgado.
      ******************************************************************
       P500-IMPRIME-FOLLOWUP.
           IF NOT CAB-OPE-IMPRESSO
               DISPLAY ' '
               IF WS-NOME-OPE-CORRENTE EQUAL SPACES
                   DISPLAY 'RESPONSAVEIS NAO CADASTRADOS EM '
                       'OPERADOR.DAT'
               ELSE
                   DISPLAY 'RESPONSAVEL ' WS-OPE-CORRENTE ' - '
                       WS-NOME-OPE-CORRENTE
               END-IF
               DISPLAY '======================================='
               MOVE 'S'             TO WS-CAB-OPE
           END-IF

           IF NOT CAB-GRP-IMPRESSO
               DISPLAY ' '
               IF WS-GRUPO-CORRENTE EQUAL SPACES
                   DISPLAY '  ' WS-NOME-GRP-CORRENTE
               ELSE
                   DISPLAY '  GRUPO ' WS-GRUPO-CORRENTE ' - '
                       WS-NOME-GRP-CORRENTE
               END-IF
               DISPLAY '  -------------------------------------'
               MOVE 'S'             TO WS-CAB-GRP
           END-IF

           IF WS-AT-DT-PREVISTA(WS-IND-AGE) EQUAL WS-DT-HOJE
               MOVE 'HOJE'          TO WS-SITUACAO-IMP
               ADD 1                TO WS-TOT-HOJE
           ELSE
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-AT-DT-PREVISTA(WS-IND-AGE))
               MOVE SPACES          TO WS-SITUACAO-IMP
               STRING 'ATRASO ' WS-DIAS-ATRASO ' DIAS'
                   DELIMITED BY SIZE INTO WS-SITUACAO-IMP
               ADD 1                TO WS-TOT-ATRASO
           END-IF

           MOVE SPACES              TO WS-MARCA-IMP
           IF AT-CONTATO-INATIVO(WS-IND-AGE)
               MOVE '*** CONTATO INATIVO'   TO WS-MARCA-IMP
               ADD 1                TO WS-TOT-INATIVO
           END-IF
           IF AT-CONTATO-EXPURGADO(WS-IND-AGE)
               MOVE '*** CONTATO EXPURGADO' TO WS-MARCA-IMP
               ADD 1                TO WS-TOT-EXPURGADO
           END-IF

           IF WS-NOME-OPE-CORRENTE EQUAL SPACES
               DISPLAY '    ' WS-AT-RESPONSAVEL(WS-IND-AGE) ' - '
                   WS-AT-ID-CONTATO(WS-IND-AGE) ' - '
                   WS-AT-NOME(WS-IND-AGE)
           ELSE
               DISPLAY '    ' WS-AT-ID-CONTATO(WS-IND-AGE) ' - '
                   WS-AT-NOME(WS-IND-AGE)
           END-IF
           DISPLAY '      ' WS-AT-DT-PREVISTA(WS-IND-AGE) ' - '
               WS-SITUACAO-IMP ' - ' WS-AT-TAREFA(WS-IND-AGE)
               ' ' WS-MARCA-IMP

           ADD 1                    TO WS-SUBTOTAL
           ADD 1                    TO WS-TOTAL
           .
       P500-FIM.

       P900-FIM.
           GOBACK
           .
       END PROGRAM RELAGEND.
