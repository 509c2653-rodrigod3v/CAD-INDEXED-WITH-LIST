      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:relatorio por empresa: para cada empresa de
      *         EMPRESAS.DAT (ou so a empresa pedida) lista os
      *         contatos ativos vinculados a ela em CONTEMPR.DAT, com
      *         a data e o tipo da ultima interacao registrada em
      *         INTERACO.DAT, no mesmo criterio de
      *         P500-ULTIMA-INTERACAO de RELINTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEMPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\EMPRESAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               ALTERNATE RECORD KEY IS EMP-CNPJ
               ALTERNATE RECORD KEY IS EMP-NOME WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-EMP.

           SELECT VINCULOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTEMPR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-ID-CONTATO
               ALTERNATE RECORD KEY IS VIN-EMPRESA WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VIN.

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

           SELECT INTERACOES ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\INTERACO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-INT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESAS.
           COPY DB_EMPRE.

       FD VINCULOS.
           COPY DB_VINCU.

       FD CONTATOS.
           COPY DB_CONTT.

       FD INTERACOES.
           COPY DB_INTER.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-EMP                         PIC 99.
           88 FS-EMP-OK                       VALUE 0.
         77 WS-FS-VIN                         PIC 99.
           88 FS-VIN-OK                       VALUE 0.
         77 WS-FS-INT                         PIC 99.
           88 FS-INT-OK                       VALUE 0.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-EOF-VIN                        PIC X.
           88 EOF-VIN-OK                      VALUE 'S' FALSE 'N'.
         77 WS-EOF-INT                        PIC X.
           88 EOF-INT-OK                      VALUE 'S' FALSE 'N'.
         77 WS-SEM-INTERACOES                 PIC X     VALUE 'N'.
           88 SEM-INTERACOES                  VALUE 'S'.
         77 WS-SEM-VINCULOS                   PIC X     VALUE 'N'.
           88 SEM-VINCULOS                    VALUE 'S'.
         77 WS-ERRO                           PIC X     VALUE 'N'.
           88 HOUVE-ERRO                      VALUE 'S'.
         77 WS-CODIGO-ALPHA                   PIC X(05).
         77 WS-CODIGO                         PIC 9(05) VALUE 0.
         77 WS-ULT-DATA                       PIC 9(08).
         77 WS-ULT-TIPO                       PIC X(01).
         77 WS-TIPO-EXTENSO                   PIC X(10).
         77 WS-ID-PESQ                        PIC 9(05).
         77 WS-SUBTOTAL                       PIC 9(05) VALUE 0.
         77 WS-EMPRESAS                       PIC 9(05) VALUE 0.
         77 WS-TOTAL                          PIC 9(05) VALUE 0.
         COPY PAR_JORN.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
      *    RELEMPR e chamado pelo menu e mantem o estado da chamada
      *    anterior - o indicador de erro e os totais recomecam do
      *    zero para o relatorio e o jornal refletirem so esta
      *    execucao.
           MOVE 'N'                 TO WS-ERRO
           MOVE 0                   TO WS-EMPRESAS
           MOVE 0                   TO WS-TOTAL

           MOVE 'RELEMPR'           TO PJR-PROGRAMA
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

           DISPLAY '*** RELATORIO DE CONTATOS POR EMPRESA ***'

           PERFORM P100-LE-EMPRESA THRU P100-FIM

           OPEN INPUT EMPRESAS

           IF NOT FS-EMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS'
               DISPLAY 'FILE STATUS: ' WS-FS-EMP
               MOVE 'S'             TO WS-ERRO
           ELSE
               PERFORM P110-ABRE-ARQUIVOS THRU P110-FIM

               IF NOT HOUVE-ERRO
                   PERFORM P200-VARRE-EMPRESAS THRU P200-FIM
               END-IF

               PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM

               CLOSE EMPRESAS
           END-IF

           DISPLAY ' '
           DISPLAY '---------------------------------------'
           DISPLAY 'EMPRESAS LISTADAS:         ' WS-EMPRESAS
           DISPLAY 'CONTATOS ATIVOS LISTADOS:  ' WS-TOTAL

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-EMPRESAS         TO PJR-LIDOS
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

       P100-LE-EMPRESA.
           MOVE 0                   TO WS-CODIGO
           DISPLAY 'CODIGO DA EMPRESA (ENTER = TODAS):'
           ACCEPT WS-CODIGO-ALPHA

           PERFORM UNTIL WS-CODIGO-ALPHA EQUAL SPACES
               OR (WS-CODIGO-ALPHA IS NUMERIC
                   AND WS-CODIGO-ALPHA NOT EQUAL '00000')
               DISPLAY 'CODIGO INVALIDO: INFORME 5 DIGITOS OU ENTER'
               DISPLAY 'CODIGO DA EMPRESA (ENTER = TODAS):'
               ACCEPT WS-CODIGO-ALPHA
           END-PERFORM

           IF WS-CODIGO-ALPHA NOT EQUAL SPACES
               MOVE WS-CODIGO-ALPHA TO WS-CODIGO
           END-IF
           .
       P100-FIM.

      ******************************************************************
      * P110-ABRE-ARQUIVOS: abre vinculos, contatos e interacoes para
      * consulta. Sem CONTEMPR.DAT (35) nenhum contato foi vinculado
      * ainda e as empresas saem sem contatos; sem INTERACO.DAT (35)
      * os contatos saem como SEM INTERACAO.
      ******************************************************************
       P110-ABRE-ARQUIVOS.
           MOVE 'N'                 TO WS-SEM-VINCULOS
           MOVE 'N'                 TO WS-SEM-INTERACOES

           OPEN INPUT VINCULOS

           IF WS-FS-VIN EQUAL 35
               MOVE 'S'             TO WS-SEM-VINCULOS
               DISPLAY 'NENHUM CONTATO VINCULADO A EMPRESAS'
           ELSE
               IF NOT FS-VIN-OK
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
                   DISPLAY 'FILE STATUS: ' WS-FS-VIN
                   MOVE 'S'         TO WS-ERRO
               END-IF
           END-IF

           OPEN INPUT CONTATOS

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'S'             TO WS-ERRO
           END-IF

           OPEN INPUT INTERACOES

           IF WS-FS-INT EQUAL 35
               MOVE 'S'             TO WS-SEM-INTERACOES
               DISPLAY 'NENHUMA INTERACAO REGISTRADA NO SISTEMA'
           ELSE
               IF NOT FS-INT-OK
                   MOVE 'S'         TO WS-SEM-INTERACOES
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERACOES'
                   DISPLAY 'FILE STATUS: ' WS-FS-INT
               END-IF
           END-IF
           .
       P110-FIM.

       P190-FECHA-ARQUIVOS.
           IF NOT SEM-VINCULOS
               CLOSE VINCULOS
           END-IF

           CLOSE CONTATOS

           IF NOT SEM-INTERACOES
               CLOSE INTERACOES
           END-IF
           .
       P190-FIM.

      ******************************************************************
      * P200-VARRE-EMPRESAS: percorre EMPRESAS.DAT em ordem de codigo
      * a partir da empresa pedida (ou da primeira); com filtro, para
      * depois da empresa pedida. Empresas inativas tambem saem,
      * marcadas, para mostrar quem ainda esta ativo nelas.
      ******************************************************************
       P200-VARRE-EMPRESAS.
           SET EOF-OK               TO FALSE
           MOVE WS-CODIGO           TO EMP-CODIGO

           START EMPRESAS KEY IS NOT LESS THAN EMP-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM P210-EXAMINA-EMPRESA THRU P210-FIM UNTIL EOF-OK

           IF WS-CODIGO NOT EQUAL 0 AND WS-EMPRESAS EQUAL 0
               DISPLAY 'EMPRESA NAO CADASTRADA'
           END-IF
           .
       P200-FIM.

       P210-EXAMINA-EMPRESA.
           READ EMPRESAS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-CODIGO NOT EQUAL 0
                       AND EMP-CODIGO NOT EQUAL WS-CODIGO
                       SET EOF-OK TO TRUE
                   ELSE
                       ADD 1 TO WS-EMPRESAS
                       PERFORM P300-IMPRIME-EMPRESA THRU P300-FIM
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-EMP NOT EQUAL 0 AND WS-FS-EMP NOT EQUAL 2
               AND WS-FS-EMP NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE EMPRESAS'
               DISPLAY 'FILE STATUS: ' WS-FS-EMP
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P210-FIM.

       P300-IMPRIME-EMPRESA.
           MOVE 0                   TO WS-SUBTOTAL

           DISPLAY ' '
           IF EMPRESA-INATIVA
               DISPLAY 'EMPRESA ' EMP-CODIGO ' - ' EMP-NOME
                   ' (INATIVA)'
           ELSE
               DISPLAY 'EMPRESA ' EMP-CODIGO ' - ' EMP-NOME
           END-IF
           DISPLAY 'CNPJ: ' EMP-CNPJ '   TELEFONE: ' EMP-TELEFONE
           DISPLAY 'ENDERECO: ' EMP-ENDERECO
           DISPLAY '---------------------------------------'

           IF NOT SEM-VINCULOS
               SET EOF-VIN-OK       TO FALSE
               MOVE EMP-CODIGO      TO VIN-EMPRESA

               START VINCULOS KEY IS EQUAL VIN-EMPRESA
                   INVALID KEY
                       SET EOF-VIN-OK TO TRUE
               END-START

               PERFORM P310-EXAMINA-VINCULO THRU P310-FIM
                   UNTIL EOF-VIN-OK
           END-IF

           DISPLAY 'CONTATOS ATIVOS NA EMPRESA: ' WS-SUBTOTAL
           .
       P300-FIM.

       P310-EXAMINA-VINCULO.
           READ VINCULOS NEXT RECORD
               AT END
                   SET EOF-VIN-OK TO TRUE
               NOT AT END
                   IF VIN-EMPRESA NOT EQUAL EMP-CODIGO
                       SET EOF-VIN-OK TO TRUE
                   ELSE
                       MOVE VIN-ID-CONTATO   TO ID-CONTATO

                       READ CONTATOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CONTATO-ATIVO
                                   PERFORM P320-IMPRIME-CONTATO
                                       THRU P320-FIM
                               END-IF
                       END-READ
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-VIN NOT EQUAL 0 AND WS-FS-VIN NOT EQUAL 2
               AND WS-FS-VIN NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE VINCULOS'
               DISPLAY 'FILE STATUS: ' WS-FS-VIN
               MOVE 'S'             TO WS-ERRO
               SET EOF-VIN-OK TO TRUE
           END-IF
           .
       P310-FIM.

       P320-IMPRIME-CONTATO.
           ADD 1                    TO WS-SUBTOTAL
           ADD 1                    TO WS-TOTAL

           PERFORM P500-ULTIMA-INTERACAO THRU P500-FIM

           DISPLAY ID-CONTATO ' - ' NM-CONTATO ' - ' TEL-CONTATO
           IF WS-ULT-DATA EQUAL 0
               DISPLAY '        ' EMAIL-CONTATO ' - SEM INTERACAO'
           ELSE
               PERFORM P610-TIPO-EXTENSO THRU P610-FIM
               DISPLAY '        ' EMAIL-CONTATO ' - ULTIMA: '
                   WS-ULT-DATA ' ' WS-TIPO-EXTENSO
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * P500-ULTIMA-INTERACAO: devolve em WS-ULT-DATA/WS-ULT-TIPO a
      * interacao de data mais recente do contato corrente (zero
      * quando nao ha nenhuma), no mesmo criterio de
      * P500-ULTIMA-INTERACAO de RELINTER.
      ******************************************************************
       P500-ULTIMA-INTERACAO.
           MOVE 0                   TO WS-ULT-DATA
           MOVE SPACE               TO WS-ULT-TIPO

           IF NOT SEM-INTERACOES
               SET EOF-INT-OK           TO FALSE
               MOVE ID-CONTATO          TO WS-ID-PESQ
               MOVE WS-ID-PESQ          TO INT-ID-CONTATO
               MOVE 0                   TO INT-SEQUENCIA

               START INTERACOES KEY IS NOT LESS THAN INT-CHAVE
                   INVALID KEY
                       SET EOF-INT-OK TO TRUE
               END-START

               PERFORM P510-LE-INTERACAO THRU P510-FIM
                   UNTIL EOF-INT-OK
           END-IF
           .
       P500-FIM.

       P510-LE-INTERACAO.
           READ INTERACOES NEXT RECORD
               AT END
                   SET EOF-INT-OK TO TRUE
               NOT AT END
                   IF INT-ID-CONTATO EQUAL WS-ID-PESQ
                       IF INT-DATA GREATER THAN WS-ULT-DATA
                           MOVE INT-DATA TO WS-ULT-DATA
                           MOVE INT-TIPO TO WS-ULT-TIPO
                       END-IF
                   ELSE
                       SET EOF-INT-OK TO TRUE
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-INT NOT EQUAL 0 AND WS-FS-INT NOT EQUAL 2
               AND WS-FS-INT NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE INTERACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-INT
               SET EOF-INT-OK TO TRUE
           END-IF
           .
       P510-FIM.

       P610-TIPO-EXTENSO.
           EVALUATE WS-ULT-TIPO
               WHEN 'L'
                   MOVE 'LIGACAO'    TO WS-TIPO-EXTENSO
               WHEN 'V'
                   MOVE 'VISITA'     TO WS-TIPO-EXTENSO
               WHEN 'E'
                   MOVE 'E-MAIL'     TO WS-TIPO-EXTENSO
               WHEN OTHER
                   MOVE 'TIPO ?'     TO WS-TIPO-EXTENSO
           END-EVALUATE
           .
       P610-FIM.

       P900-FIM.
           GOBACK
           .
       END PROGRAM RELEMPR.
