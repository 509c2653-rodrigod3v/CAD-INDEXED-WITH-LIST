      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:cadeia noturna. Executa em ordem fixa as etapas da
      *         tabela ETAPAS.DAT (descarga de BKPCONT, carga batch de
      *         CADCONTT, VERICONT, DELTCONT e PURGCONT as sextas, na
      *         tabela padrao), confere no jornal (JORNAL.DAT) o
      *         registro de fim de cada etapa e para a cadeia no
      *         primeiro ER ou fim ausente. O ponto de controle em
      *         CADEIA.DAT permite retomar, na execucao seguinte, a
      *         partir da etapa que falhou. Termina com o resumo da
      *         cadeia para o turno da manha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTRCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETAPAS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\ETAPAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ETP.

           SELECT CADEIA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CADEIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CDA.

           SELECT JORNAL ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\JORNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ETAPAS.
           COPY DB_ETAPA.

       FD CADEIA.
           COPY DB_CADEI.

       FD JORNAL.
           COPY DB_JORNA.

       WORKING-STORAGE SECTION.
         77 WS-FS-ETP                         PIC 99.
           88 FS-ETP-OK                       VALUE 0.
         77 WS-FS-CDA                         PIC 99.
           88 FS-CDA-OK                       VALUE 0.
         77 WS-FS-JRN                         PIC 99.
           88 FS-JRN-OK                       VALUE 0.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-OPERADOR-SESSAO                PIC X(05).
         77 WS-CONFIRMA                       PIC X.
           88 CONFIRMA-SIM                    VALUE 'S'.
         77 WS-TABELA                         PIC X     VALUE 'S'.
           88 TABELA-OK                       VALUE 'S'.
         77 WS-FALHA                          PIC X     VALUE 'N'.
           88 CADEIA-FALHOU                   VALUE 'S'.
         77 WS-RETOMADA                       PIC X     VALUE 'N'.
           88 CADEIA-RETOMADA                 VALUE 'S'.
         77 WS-CHAMADA                        PIC X     VALUE 'S'.
           88 PROGRAMA-ENCONTRADO             VALUE 'S'.
         77 WS-ACHOU-FIM                      PIC X     VALUE 'N'.
           88 ACHOU-FIM                       VALUE 'S'.
         77 WS-PROGRAMA                       PIC X(08).
         77 WS-SIT-CONTROLE                   PIC X(01).
         77 WS-IND                            PIC 9(02).
         77 WS-IND-CONTROLE                   PIC 9(02).
         77 WS-IND-INICIO                     PIC 9(02) VALUE 1.
         77 WS-DIA-SEMANA                     PIC 9(01).
         77 WS-DIA-CADEIA                     PIC 9(01).
         77 WS-LINHA-ETAPA                    PIC 9(03) VALUE 0.
         77 WS-LINHAS-JORNAL                  PIC 9(07) VALUE 0.
         77 WS-LINHA-JORNAL                   PIC 9(07) VALUE 0.
         77 WS-HORA-FORMATADA                 PIC X(08).
         77 WS-MSG-ETAPA                      PIC X(40).
         77 WS-EXECUTADAS                     PIC 9(02) VALUE 0.
         77 WS-CONCLUIDAS                     PIC 9(02) VALUE 0.
         77 WS-FALHAS                         PIC 9(02) VALUE 0.
         01 WS-INICIO-CADEIA.
           03 WS-IC-DATA                      PIC 9(08).
           03 WS-IC-HORA                      PIC 9(06).
         01 WS-DATA-HORA-NUM.
           03 WS-DH-ANO                       PIC 9(04).
           03 WS-DH-MES                       PIC 9(02).
           03 WS-DH-DIA                       PIC 9(02).
           03 WS-DH-HORA                      PIC 9(02).
           03 WS-DH-MIN                       PIC 9(02).
           03 WS-DH-SEG                       PIC 9(02).
           03 FILLER                          PIC X(06).
         01 WS-FIM-ETAPA.
           03 WS-FE-LIDOS                     PIC 9(07).
           03 WS-FE-APLICADOS                 PIC 9(07).
           03 WS-FE-REJEITADOS                PIC 9(07).
           03 WS-FE-STATUS                    PIC X(02).
      *  Cadeia padrao, gravada em ETAPAS.DAT quando o arquivo nao
      *  existe. Cada linha segue o layout de DB_ETAPA.
         01 WS-ETAPAS-PADRAO.
           03 FILLER                          PIC X(56) VALUE
               '01 BKPCONT  0 S DESCARGA DE CONTATOS (BACKUP)'.
           03 FILLER                          PIC X(56) VALUE
               '02 CADCONTT 0 S CARGA BATCH DE TRANSACOES'.
           03 FILLER                          PIC X(56) VALUE
               '03 VERICONT 0 S VERIFICACAO DE INTEGRIDADE'.
           03 FILLER                          PIC X(56) VALUE
               '04 DELTCONT 0 S EXTRACAO DELTA PARA MALA DIRETA'.
           03 FILLER                          PIC X(56) VALUE
               '05 PURGCONT 5 S EXPURGO DE INATIVOS (SEXTA-FEIRA)'.
         01 FILLER REDEFINES WS-ETAPAS-PADRAO.
           03 WS-ETAPA-PADRAO                 PIC X(56) OCCURS 5.
         01 WS-TABELA-ETAPAS.
           03 WS-QTD-ETAPAS                   PIC 9(02) VALUE 0.
           03 WS-ETAPA-TAB OCCURS 20 TIMES.
             05 WS-ET-SEQUENCIA               PIC 9(02).
             05 WS-ET-PROGRAMA                PIC X(08).
             05 WS-ET-DIA-SEMANA              PIC 9(01).
             05 WS-ET-ATIVA                   PIC X(01).
             05 WS-ET-DESCRICAO               PIC X(40).
             05 WS-ET-HORA-INICIO             PIC X(08).
             05 WS-ET-HORA-FIM                PIC X(08).
             05 WS-ET-LIDOS                   PIC 9(07).
             05 WS-ET-APLICADOS               PIC 9(07).
             05 WS-ET-REJEITADOS              PIC 9(07).
             05 WS-ET-SITUACAO                PIC X(02).
         COPY PAR_JORN.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
           PERFORM P810-LE-SESSAO THRU P810-FIM

      *    NOTRCONT e chamado pelo menu e mantem o estado da chamada
      *    anterior - os contadores de etapas recomecam do zero para o
      *    resumo e o jornal refletirem so esta execucao da cadeia.
           MOVE 0                   TO WS-EXECUTADAS
           MOVE 0                   TO WS-CONCLUIDAS
           MOVE 0                   TO WS-FALHAS

           MOVE 'NOTRCONT'          TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE WS-OPERADOR-SESSAO  TO PJR-OPERADOR
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** CADEIA NOTURNA ***'

           PERFORM P100-CARREGA-ETAPAS THRU P100-FIM

           IF TABELA-OK
               PERFORM P200-VERIFICA-RETOMADA THRU P200-FIM
               PERFORM P300-EXECUTA-CADEIA    THRU P300-FIM
               PERFORM P600-RESUMO            THRU P600-FIM
           ELSE
               DISPLAY 'CADEIA NAO EXECUTADA: CORRIJA ETAPAS.DAT'
           END-IF

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-EXECUTADAS       TO PJR-LIDOS
           MOVE WS-CONCLUIDAS       TO PJR-APLICADOS
           MOVE WS-FALHAS           TO PJR-REJEITADOS
           IF TABELA-OK AND NOT CADEIA-FALHOU
               MOVE 'OK'            TO PJR-STATUS
           ELSE
               MOVE 'ER'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

      ******************************************************************
      * P100-CARREGA-ETAPAS: carrega ETAPAS.DAT na tabela de etapas,
      * criando o arquivo com a cadeia padrao na primeira execucao.
      * Qualquer linha invalida e listada e impede a cadeia de rodar:
      * uma tabela pela metade executaria a cadeia fora de ordem.
      ******************************************************************
       P100-CARREGA-ETAPAS.
           SET EOF-OK               TO FALSE
           MOVE 'S'                 TO WS-TABELA
           MOVE 0                   TO WS-QTD-ETAPAS
           MOVE 0                   TO WS-LINHA-ETAPA

           OPEN INPUT ETAPAS

           IF WS-FS-ETP EQUAL 35
               PERFORM P110-CRIA-PADRAO THRU P110-FIM
               OPEN INPUT ETAPAS
           END-IF

           IF NOT FS-ETP-OK
               DISPLAY 'ERRO AO ABRIR A TABELA DE ETAPAS'
               DISPLAY 'FILE STATUS: ' WS-FS-ETP
               MOVE 'N'              TO WS-TABELA
           ELSE
               PERFORM P120-LE-ETAPA THRU P120-FIM UNTIL EOF-OK

               CLOSE ETAPAS

               IF TABELA-OK AND WS-QTD-ETAPAS EQUAL 0
                   DISPLAY 'TABELA DE ETAPAS VAZIA'
                   MOVE 'N'          TO WS-TABELA
               END-IF
           END-IF
           .
       P100-FIM.

       P110-CRIA-PADRAO.
           OPEN OUTPUT ETAPAS

           IF NOT FS-ETP-OK
               DISPLAY 'ERRO AO CRIAR A TABELA DE ETAPAS'
               DISPLAY 'FILE STATUS: ' WS-FS-ETP
           ELSE
               PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 5
                   MOVE WS-ETAPA-PADRAO(WS-IND) TO REG-ETAPA
                   WRITE REG-ETAPA
               END-PERFORM

               CLOSE ETAPAS

               DISPLAY 'TABELA DE ETAPAS CRIADA COM A CADEIA PADRAO'
           END-IF
           .
       P110-FIM.

       P120-LE-ETAPA.
           READ ETAPAS
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHA-ETAPA
                   IF REG-ETAPA NOT EQUAL SPACES
                       PERFORM P130-VALIDA-ETAPA THRU P130-FIM
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-ETP NOT EQUAL 0 AND WS-FS-ETP NOT EQUAL 2
               AND WS-FS-ETP NOT EQUAL 10
               DISPLAY 'ERRO AO LER A TABELA DE ETAPAS'
               DISPLAY 'FILE STATUS: ' WS-FS-ETP
               MOVE 'N'              TO WS-TABELA
               SET EOF-OK TO TRUE
           END-IF
           .
       P120-FIM.

       P130-VALIDA-ETAPA.
           MOVE SPACES              TO WS-MSG-ETAPA

           EVALUATE TRUE
               WHEN ETP-SEQUENCIA IS NOT NUMERIC
                   OR ETP-SEQUENCIA EQUAL 0
                   MOVE 'SEQUENCIA INVALIDA'      TO WS-MSG-ETAPA
               WHEN WS-QTD-ETAPAS GREATER THAN 0
                   AND ETP-SEQUENCIA NOT GREATER THAN
                       WS-ET-SEQUENCIA(WS-QTD-ETAPAS)
                   MOVE 'SEQUENCIA FORA DE ORDEM' TO WS-MSG-ETAPA
               WHEN ETP-PROGRAMA EQUAL SPACES
                   MOVE 'PROGRAMA EM BRANCO'      TO WS-MSG-ETAPA
               WHEN ETP-PROGRAMA EQUAL 'NOTRCONT'
                   OR ETP-PROGRAMA EQUAL 'CADMENU'
                   MOVE 'PROGRAMA NAO PERMITIDO NA CADEIA'
                                                  TO WS-MSG-ETAPA
               WHEN ETP-DIA-SEMANA IS NOT NUMERIC
                   OR ETP-DIA-SEMANA GREATER THAN 7
                   MOVE 'DIA DA SEMANA INVALIDO (0 A 7)'
                                                  TO WS-MSG-ETAPA
               WHEN NOT ETAPA-ATIVA AND NOT ETAPA-DESATIVADA
                   MOVE 'INDICADOR DE ATIVA INVALIDO (S/N)'
                                                  TO WS-MSG-ETAPA
               WHEN WS-QTD-ETAPAS NOT LESS THAN 20
                   MOVE 'MAIS DE 20 ETAPAS NA TABELA'
                                                  TO WS-MSG-ETAPA
               WHEN OTHER
                   ADD 1                 TO WS-QTD-ETAPAS
                   MOVE WS-QTD-ETAPAS    TO WS-IND
                   MOVE ETP-SEQUENCIA    TO WS-ET-SEQUENCIA(WS-IND)
                   MOVE ETP-PROGRAMA     TO WS-ET-PROGRAMA(WS-IND)
                   MOVE ETP-DIA-SEMANA   TO WS-ET-DIA-SEMANA(WS-IND)
                   MOVE ETP-ATIVA        TO WS-ET-ATIVA(WS-IND)
                   MOVE ETP-DESCRICAO    TO WS-ET-DESCRICAO(WS-IND)
           END-EVALUATE

           IF WS-MSG-ETAPA NOT EQUAL SPACES
               DISPLAY 'ETAPAS.DAT LINHA ' WS-LINHA-ETAPA ': '
                   WS-MSG-ETAPA
               DISPLAY '  ' REG-ETAPA
               MOVE 'N'              TO WS-TABELA
           END-IF
           .
       P130-FIM.

      ******************************************************************
      * P200-VERIFICA-RETOMADA: le o ponto de controle da cadeia
      * anterior. Se ela parou (erro numa etapa ou queda no meio de
      * uma etapa), oferece retomar a partir da etapa que falhou, sem
      * repetir as ja concluidas. A cadeia retomada mantem a data e o
      * dia da semana do inicio original, para que a etapa de sexta
      * nao seja perdida por uma retomada no sabado.
      ******************************************************************
       P200-VERIFICA-RETOMADA.
           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM
           MOVE WS-DATA-HORA-NUM(1:8)   TO WS-IC-DATA
           MOVE WS-DATA-HORA-NUM(9:6)   TO WS-IC-HORA
           ACCEPT WS-DIA-SEMANA FROM DAY-OF-WEEK
           MOVE WS-DIA-SEMANA       TO WS-DIA-CADEIA
           MOVE 1                   TO WS-IND-INICIO
           MOVE 'N'                 TO WS-RETOMADA

           OPEN INPUT CADEIA

           IF WS-FS-CDA EQUAL 35
               CONTINUE
           ELSE
           IF NOT FS-CDA-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DA CADEIA'
               DISPLAY 'FILE STATUS: ' WS-FS-CDA
               DISPLAY 'A CADEIA SERA EXECUTADA DESDE O INICIO'
           ELSE
               READ CADEIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CADEIA-EM-ANDAMENTO OR CADEIA-INTERROMPIDA
                           PERFORM P210-OFERECE-RETOMADA
                               THRU P210-FIM
                       END-IF
               END-READ

               CLOSE CADEIA
           END-IF
           END-IF
           .
       P200-FIM.

       P210-OFERECE-RETOMADA.
           DISPLAY ' '
           DISPLAY 'CADEIA ANTERIOR INICIADA EM '
               CDA-DATA-INICIO(7:2) '/' CDA-DATA-INICIO(5:2) '/'
               CDA-DATA-INICIO(1:4) ' AS ' CDA-HORA-INICIO(1:2) ':'
               CDA-HORA-INICIO(3:2) ' POR ' CDA-OPERADOR

           IF CADEIA-EM-ANDAMENTO
               DISPLAY 'NAO TERMINOU: PAROU DURANTE A ETAPA '
                   CDA-ETAPA ' - ' CDA-PROGRAMA
           ELSE
               DISPLAY 'INTERROMPIDA POR ERRO NA ETAPA '
                   CDA-ETAPA ' - ' CDA-PROGRAMA
           END-IF

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-ETAPAS
               OR (WS-ET-SEQUENCIA(WS-IND) EQUAL CDA-ETAPA
                   AND WS-ET-PROGRAMA(WS-IND) EQUAL CDA-PROGRAMA)
               CONTINUE
           END-PERFORM

           IF WS-IND GREATER THAN WS-QTD-ETAPAS
               DISPLAY 'ETAPA NAO ENCONTRADA NA TABELA ATUAL: A '
                   'CADEIA SERA EXECUTADA DESDE O INICIO'
           ELSE
               DISPLAY 'RETOMAR A PARTIR DA ETAPA ' CDA-ETAPA
                   '? <S> - <N>'
               ACCEPT WS-CONFIRMA

               IF CONFIRMA-SIM
                   MOVE WS-IND           TO WS-IND-INICIO
                   MOVE CDA-DATA-INICIO  TO WS-IC-DATA
                   MOVE CDA-HORA-INICIO  TO WS-IC-HORA
                   MOVE CDA-DIA-SEMANA   TO WS-DIA-CADEIA
                   MOVE 'S'              TO WS-RETOMADA
                   DISPLAY 'CADEIA RETOMADA NA ETAPA ' CDA-ETAPA
               ELSE
                   DISPLAY 'A CADEIA SERA EXECUTADA DESDE O INICIO'
               END-IF
           END-IF
           .
       P210-FIM.

      ******************************************************************
      * P300-EXECUTA-CADEIA: percorre a tabela a partir da etapa
      * inicial (1, ou a etapa retomada) ate o fim ou ate a primeira
      * etapa que falhar. As etapas anteriores a uma retomada ja
      * foram concluidas na execucao anterior (situacao AN).
      ******************************************************************
       P300-EXECUTA-CADEIA.
           MOVE 'N'                 TO WS-FALHA

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-ETAPAS
               MOVE SPACES           TO WS-ET-HORA-INICIO(WS-IND)
               MOVE SPACES           TO WS-ET-HORA-FIM(WS-IND)
               MOVE 0                TO WS-ET-LIDOS(WS-IND)
               MOVE 0                TO WS-ET-APLICADOS(WS-IND)
               MOVE 0                TO WS-ET-REJEITADOS(WS-IND)
               IF WS-IND LESS THAN WS-IND-INICIO
                   MOVE 'AN'         TO WS-ET-SITUACAO(WS-IND)
               ELSE
                   MOVE 'NE'         TO WS-ET-SITUACAO(WS-IND)
               END-IF
           END-PERFORM

           PERFORM P310-EXECUTA-ETAPA THRU P310-FIM
               VARYING WS-IND FROM WS-IND-INICIO BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-ETAPAS
               OR CADEIA-FALHOU

           IF NOT CADEIA-FALHOU
               MOVE 'C'              TO WS-SIT-CONTROLE
               MOVE WS-QTD-ETAPAS    TO WS-IND-CONTROLE
               PERFORM P400-GRAVA-CONTROLE THRU P400-FIM
           END-IF
           .
       P300-FIM.

       P310-EXECUTA-ETAPA.
           EVALUATE TRUE
               WHEN WS-ET-ATIVA(WS-IND) EQUAL 'N'
                   MOVE 'IN'         TO WS-ET-SITUACAO(WS-IND)
               WHEN WS-ET-DIA-SEMANA(WS-IND) NOT EQUAL 0
                   AND WS-ET-DIA-SEMANA(WS-IND) NOT EQUAL
                       WS-DIA-CADEIA
                   MOVE 'DS'         TO WS-ET-SITUACAO(WS-IND)
               WHEN OTHER
                   PERFORM P320-CHAMA-ETAPA THRU P320-FIM
           END-EVALUATE
           .
       P310-FIM.

      ******************************************************************
      * P320-CHAMA-ETAPA: grava o ponto de controle (etapa em
      * andamento), guarda a posicao atual do jornal, chama o
      * programa da etapa e confere no jornal o registro de fim que
      * ele gravou depois dessa posicao.
      ******************************************************************
       P320-CHAMA-ETAPA.
           ADD 1                    TO WS-EXECUTADAS
           MOVE WS-ET-PROGRAMA(WS-IND) TO WS-PROGRAMA

           MOVE 'A'                 TO WS-SIT-CONTROLE
           MOVE WS-IND              TO WS-IND-CONTROLE
           PERFORM P400-GRAVA-CONTROLE THRU P400-FIM

           PERFORM P500-CONTA-JORNAL THRU P500-FIM

           DISPLAY ' '
           DISPLAY '>>> ETAPA ' WS-ET-SEQUENCIA(WS-IND) ' - '
               WS-PROGRAMA ' - ' WS-ET-DESCRICAO(WS-IND)

           PERFORM P700-HORA-ATUAL THRU P700-FIM
           MOVE WS-HORA-FORMATADA   TO WS-ET-HORA-INICIO(WS-IND)
           MOVE 'S'                 TO WS-CHAMADA

           CALL WS-PROGRAMA USING PAR-SESSAO
               ON EXCEPTION
                   MOVE 'N'          TO WS-CHAMADA
               NOT ON EXCEPTION
                   CANCEL WS-PROGRAMA
           END-CALL

           PERFORM P700-HORA-ATUAL THRU P700-FIM
           MOVE WS-HORA-FORMATADA   TO WS-ET-HORA-FIM(WS-IND)

           IF NOT PROGRAMA-ENCONTRADO
               DISPLAY 'PROGRAMA DA ETAPA NAO ENCONTRADO: '
                   WS-PROGRAMA
               MOVE 'ER'             TO WS-ET-SITUACAO(WS-IND)
           ELSE
               PERFORM P510-CONFERE-JORNAL THRU P510-FIM
           END-IF

           IF WS-ET-SITUACAO(WS-IND) EQUAL 'OK'
               ADD 1                 TO WS-CONCLUIDAS
           ELSE
               ADD 1                 TO WS-FALHAS
               MOVE 'S'              TO WS-FALHA
               MOVE 'E'              TO WS-SIT-CONTROLE
               PERFORM P400-GRAVA-CONTROLE THRU P400-FIM
               DISPLAY '*** CADEIA INTERROMPIDA NA ETAPA '
                   WS-ET-SEQUENCIA(WS-IND) ' - ' WS-PROGRAMA
                   ' (' WS-ET-SITUACAO(WS-IND) ')'
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * P400-GRAVA-CONTROLE: regrava CADEIA.DAT com a situacao em
      * WS-SIT-CONTROLE e a etapa da posicao WS-IND-CONTROLE. Sem o
      * ponto de controle a cadeia continua, mas nao podera ser
      * retomada.
      ******************************************************************
       P400-GRAVA-CONTROLE.
           OPEN OUTPUT CADEIA

           IF NOT FS-CDA-OK
               DISPLAY 'ATENCAO: CONTROLE DA CADEIA NAO GRAVADO'
               DISPLAY 'FILE STATUS: ' WS-FS-CDA
           ELSE
               MOVE SPACES           TO REG-CADEIA
               MOVE WS-IC-DATA       TO CDA-DATA-INICIO
               MOVE WS-IC-HORA       TO CDA-HORA-INICIO
               MOVE WS-DIA-CADEIA    TO CDA-DIA-SEMANA
               MOVE WS-SIT-CONTROLE  TO CDA-SITUACAO
               MOVE WS-ET-SEQUENCIA(WS-IND-CONTROLE) TO CDA-ETAPA
               MOVE WS-ET-PROGRAMA(WS-IND-CONTROLE)  TO CDA-PROGRAMA
               MOVE WS-OPERADOR-SESSAO TO CDA-OPERADOR

               WRITE REG-CADEIA

               IF WS-FS-CDA NOT LESS THAN 30
                   DISPLAY 'ATENCAO: CONTROLE DA CADEIA NAO GRAVADO'
                   DISPLAY 'FILE STATUS: ' WS-FS-CDA
               END-IF

               CLOSE CADEIA
           END-IF
           .
       P400-FIM.

      ******************************************************************
      * P500-CONTA-JORNAL: conta as linhas ja gravadas no jornal antes
      * da etapa, para que a conferencia so considere o que a etapa
      * gravou.
      ******************************************************************
       P500-CONTA-JORNAL.
           MOVE 0                   TO WS-LINHAS-JORNAL
           SET EOF-OK               TO FALSE

           OPEN INPUT JORNAL

           IF FS-JRN-OK
               PERFORM P505-CONTA-LINHA THRU P505-FIM UNTIL EOF-OK

               CLOSE JORNAL
           END-IF
           .
       P500-FIM.

       P505-CONTA-LINHA.
           READ JORNAL
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHAS-JORNAL
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-JRN NOT EQUAL 0 AND WS-FS-JRN NOT EQUAL 2
               AND WS-FS-JRN NOT EQUAL 10
               DISPLAY 'ERRO AO LER O JORNAL DE EXECUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               SET EOF-OK TO TRUE
           END-IF
           .
       P505-FIM.

      ******************************************************************
      * P510-CONFERE-JORNAL: procura, nas linhas gravadas depois da
      * posicao guardada em P500, o ultimo registro de fim do
      * programa da etapa. Fim com OK conclui a etapa; fim com outro
      * status e ER; sem registro de fim a etapa morreu no meio (SF).
      ******************************************************************
       P510-CONFERE-JORNAL.
           MOVE 0                   TO WS-LINHA-JORNAL
           MOVE 'N'                 TO WS-ACHOU-FIM
           MOVE 0                   TO WS-FIM-ETAPA
           SET EOF-OK               TO FALSE

           OPEN INPUT JORNAL

           IF FS-JRN-OK
               PERFORM P520-CONFERE-LINHA THRU P520-FIM UNTIL EOF-OK

               CLOSE JORNAL
           ELSE
               DISPLAY 'ERRO AO ABRIR O JORNAL DE EXECUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
           END-IF

           IF ACHOU-FIM
               MOVE WS-FE-LIDOS      TO WS-ET-LIDOS(WS-IND)
               MOVE WS-FE-APLICADOS  TO WS-ET-APLICADOS(WS-IND)
               MOVE WS-FE-REJEITADOS TO WS-ET-REJEITADOS(WS-IND)
               IF WS-FE-STATUS EQUAL 'OK'
                   MOVE 'OK'         TO WS-ET-SITUACAO(WS-IND)
               ELSE
                   MOVE 'ER'         TO WS-ET-SITUACAO(WS-IND)
               END-IF
           ELSE
               DISPLAY 'ETAPA SEM REGISTRO DE FIM NO JORNAL: '
                   WS-PROGRAMA
               MOVE 'SF'             TO WS-ET-SITUACAO(WS-IND)
           END-IF
           .
       P510-FIM.

       P520-CONFERE-LINHA.
           READ JORNAL
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINHA-JORNAL
                   IF WS-LINHA-JORNAL GREATER THAN WS-LINHAS-JORNAL
                       AND JRN-PROGRAMA EQUAL WS-PROGRAMA
                       IF JRN-INICIO
                           MOVE 'N'            TO WS-ACHOU-FIM
                       ELSE
                           MOVE 'S'            TO WS-ACHOU-FIM
                           MOVE JRN-LIDOS      TO WS-FE-LIDOS
                           MOVE JRN-APLICADOS  TO WS-FE-APLICADOS
                           MOVE JRN-REJEITADOS TO WS-FE-REJEITADOS
                           MOVE JRN-STATUS     TO WS-FE-STATUS
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-JRN NOT EQUAL 0 AND WS-FS-JRN NOT EQUAL 2
               AND WS-FS-JRN NOT EQUAL 10
               DISPLAY 'ERRO AO LER O JORNAL DE EXECUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-JRN
               SET EOF-OK TO TRUE
           END-IF
           .
       P520-FIM.

      ******************************************************************
      * P600-RESUMO: resumo da cadeia em uma pagina - etapas, horarios,
      * contadores gravados por cada etapa no jornal e situacao final.
      ******************************************************************
       P600-RESUMO.
           PERFORM P700-HORA-ATUAL THRU P700-FIM

           DISPLAY ' '
           DISPLAY '============================================='
               '=================='
           DISPLAY 'RESUMO DA CADEIA NOTURNA'
           DISPLAY 'INICIO DA CADEIA: '
               WS-IC-DATA(7:2) '/' WS-IC-DATA(5:2) '/'
               WS-IC-DATA(1:4) ' ' WS-IC-HORA(1:2) ':'
               WS-IC-HORA(3:2) ':' WS-IC-HORA(5:2)
               '   TERMINO: ' WS-HORA-FORMATADA
           IF CADEIA-RETOMADA
               DISPLAY 'CADEIA RETOMADA HOJE A PARTIR DA ETAPA '
                   WS-ET-SEQUENCIA(WS-IND-INICIO)
           END-IF
           DISPLAY 'OPERADOR: ' WS-OPERADOR-SESSAO
           DISPLAY '---------------------------------------------'
               '------------------'
           DISPLAY 'SQ PROGRAMA INICIO   FIM      LIDOS   '
               'APLICAD REJEIT. SIT'

           PERFORM VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER THAN WS-QTD-ETAPAS
               DISPLAY WS-ET-SEQUENCIA(WS-IND) ' '
                   WS-ET-PROGRAMA(WS-IND) ' '
                   WS-ET-HORA-INICIO(WS-IND) ' '
                   WS-ET-HORA-FIM(WS-IND) ' '
                   WS-ET-LIDOS(WS-IND) ' '
                   WS-ET-APLICADOS(WS-IND) ' '
                   WS-ET-REJEITADOS(WS-IND) ' '
                   WS-ET-SITUACAO(WS-IND)
           END-PERFORM

           DISPLAY '---------------------------------------------'
               '------------------'
           DISPLAY 'SIT: OK CONCLUIDA  ER TERMINOU COM ERRO  '
               'SF SEM REGISTRO DE FIM'
           DISPLAY '     AN CONCLUIDA NA EXECUCAO ANTERIOR  '
               'DS FORA DO DIA DA SEMANA'
           DISPLAY '     IN DESATIVADA NA TABELA  NE NAO EXECUTADA'
           DISPLAY 'ETAPAS EXECUTADAS:  ' WS-EXECUTADAS
           DISPLAY 'ETAPAS CONCLUIDAS:  ' WS-CONCLUIDAS
           DISPLAY 'ETAPAS COM FALHA:   ' WS-FALHAS

           IF CADEIA-FALHOU
               DISPLAY 'SITUACAO FINAL: CADEIA INTERROMPIDA - '
                   'RETOME NA PROXIMA EXECUCAO DE NOTRCONT'
           ELSE
               DISPLAY 'SITUACAO FINAL: CADEIA CONCLUIDA'
           END-IF
           DISPLAY '============================================='
               '=================='
           .
       P600-FIM.

       P700-HORA-ATUAL.
           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM

           STRING WS-DH-HORA ':' WS-DH-MIN ':' WS-DH-SEG
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA
           END-STRING
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
       END PROGRAM NOTRCONT.
