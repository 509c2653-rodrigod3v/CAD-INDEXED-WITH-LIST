      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:23/10/2022
      * Purpose:relatorio impresso de contatos de CONTATOS.DAT.
      *         Contatos com recusa de comunicacao em PREFCOM.DAT
      *         ficam de fora (recusa total ou de telefone e e-mail)
      *         ou saem com a coluna do canal recusado em branco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.

           SELECT PREFCOM ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\PREFCOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-ID-CONTATO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PRF.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
           COPY DB_CONTT.

       FD PREFCOM.
           COPY DB_PREFC.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-FS-PRF                         PIC 99.
         77 WS-PREFCOM                        PIC X     VALUE 'N'.
           88 PREFCOM-ABERTO                  VALUE 'S'.
           88 PREFCOM-ERRO                    VALUE 'E'.
         77 WS-TOTAL                          PIC 9(05) VALUE 0.
         77 WS-SUPRIMIDOS                     PIC 9(05) VALUE 0.
         77 WS-PRF-FALHAS                     PIC 9(05) VALUE 0.
         77 WS-CANAL-OMITIDO                  PIC 9(05) VALUE 0.
         77 WS-TEL-IMP                        PIC X(15).
         77 WS-EMAIL-IMP                      PIC X(40).
         77 WS-PAGINA                         PIC 9(03) VALUE 0.
         77 WS-LINHA                          PIC 9(02) VALUE 0.
         77 WS-MAX-LINHAS                     PIC 9(02) VALUE 20.

           SET EOF-OK                       TO FALSE
           MOVE 0                           TO WS-TOTAL
           MOVE 0                           TO WS-SUPRIMIDOS
           MOVE 0                           TO WS-PRF-FALHAS
           MOVE 0                           TO WS-CANAL-OMITIDO
           MOVE 0                           TO WS-PAGINA
           MOVE 0                           TO WS-LINHA
           MOVE 0                           TO WS-QTD-GRUPOS
           MOVE 'N'                         TO WS-SUBTOTAL-INCOMPLETO

           PERFORM P150-ABRE-PREFCOM THRU P150-FIM

           OPEN INPUT CONTATOS

           IF PREFCOM-ERRO
               DISPLAY 'RELATORIO CANCELADO: SEM O CADASTRO DE '
                   'RECUSAS NAO HA COMO RESPEITAR O OPT-OUT'
           ELSE
           IF FS-OK THEN
               PERFORM P200-IMPRIME THRU P200-FIM UNTIL EOF-OK

               DISPLAY '---------------------------------------'
               PERFORM P300-SUBTOTAIS THRU P300-FIM
               DISPLAY 'TOTAL DE CONTATOS REGISTRADOS: ' WS-TOTAL
               DISPLAY 'CONTATOS SUPRIMIDOS POR OPT-OUT: '
                   WS-SUPRIMIDOS
               DISPLAY 'CONTATOS COM CANAL OMITIDO:      '
                   WS-CANAL-OMITIDO
               IF WS-PRF-FALHAS GREATER THAN 0
                   DISPLAY 'RECUSA ILEGIVEL (SUPRIMIDOS):    '
                       WS-PRF-FALHAS
                   DISPLAY 'EXECUTE NOVAMENTE QUANDO PREFCOM.DAT '
                       'ESTIVER LIVRE'
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUEIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF
           END-IF

           CLOSE CONTATOS

           IF PREFCOM-ABERTO
               CLOSE PREFCOM
           END-IF

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-TOTAL            TO PJR-LIDOS
           MOVE WS-TOTAL            TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           IF PREFCOM-ERRO OR WS-PRF-FALHAS GREATER THAN 0
               MOVE 'ER'            TO PJR-STATUS
           ELSE
               MOVE 'OK'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
                   ELSE
                   IF NOT LISTA-POR-GRUPO
                       OR GRP-CONTATO EQUAL WS-GRUPO-FILTRO
                       PERFORM P700-LE-PREFERENCIA THRU P700-FIM

                       IF PRF-BLOQ-TOTAL
                           OR (PRF-BLOQ-TELEFONE AND PRF-BLOQ-EMAIL)
                           ADD 1 TO WS-SUPRIMIDOS
                       ELSE
                           PERFORM P220-IMPRIME-LINHA THRU P220-FIM
                       END-IF
                   END-IF
                   END-IF
           .
       P200-FIM.

      ******************************************************************
      * P220-IMPRIME-LINHA: imprime o contato corrente; telefone ou
      * e-mail recusado em PREFCOM.DAT sai em branco.
      ******************************************************************
       P220-IMPRIME-LINHA.
           IF WS-LINHA EQUAL 0
               PERFORM P210-CABECALHO THRU P210-FIM
           END-IF

           ADD 1 TO WS-TOTAL
           ADD 1 TO WS-LINHA
           PERFORM P250-ACUMULA-GRUPO THRU P250-FIM

           MOVE TEL-CONTATO         TO WS-TEL-IMP
           MOVE EMAIL-CONTATO       TO WS-EMAIL-IMP

           IF PRF-BLOQ-TELEFONE
               MOVE SPACES          TO WS-TEL-IMP
           END-IF
           IF PRF-BLOQ-EMAIL
               MOVE SPACES          TO WS-EMAIL-IMP
           END-IF
           IF PRF-BLOQ-TELEFONE OR PRF-BLOQ-EMAIL
               ADD 1 TO WS-CANAL-OMITIDO
           END-IF

           DISPLAY ID-CONTATO ' ' NM-CONTATO ' '
               WS-TEL-IMP ' ' WS-EMAIL-IMP ' '
               GRP-CONTATO

           IF WS-LINHA IS GREATER THAN OR EQUAL TO
               WS-MAX-LINHAS
               MOVE 0 TO WS-LINHA
           END-IF
           .
       P220-FIM.

      ******************************************************************
      * P250-ACUMULA-GRUPO: acumula o subtotal do grupo do registro
      * corrente na tabela WS-GRUPO-TAB, abrindo uma nova entrada
           .
       P210-FIM.

      ******************************************************************
      * P150-ABRE-PREFCOM: abre o cadastro de recusas de comunicacao,
      * no mesmo criterio de P150-ABRE-PREFCOM de EXPCONT: arquivo
      * inexistente (35) e cadastro vazio; outro erro cancela o
      * relatorio.
      ******************************************************************
       P150-ABRE-PREFCOM.
           MOVE 'N'                 TO WS-PREFCOM

           OPEN INPUT PREFCOM

           EVALUATE WS-FS-PRF
               WHEN 00
                   MOVE 'S'         TO WS-PREFCOM
               WHEN 05
                   MOVE 'S'         TO WS-PREFCOM
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUSAS'
                   DISPLAY 'FILE STATUS: ' WS-FS-PRF
                   MOVE 'E'         TO WS-PREFCOM
           END-EVALUATE
           .
       P150-FIM.

      ******************************************************************
      * P700-LE-PREFERENCIA: carrega em REG-PREFCOM a recusa do
      * contato corrente; sem recusa registrada todos os canais ficam
      * liberados (N). Erro de leitura fora de 00/23 (registro em
      * uso, 9x) deixaria no buffer a recusa do contato anterior: o
      * contato sai como recusa total e a execucao termina em ER.
      ******************************************************************
       P700-LE-PREFERENCIA.
           MOVE ID-CONTATO          TO PRF-ID-CONTATO

           IF PREFCOM-ABERTO
               READ PREFCOM
                   INVALID KEY
                       PERFORM P710-LIBERA-CANAIS THRU P710-FIM
               END-READ

               IF WS-FS-PRF NOT EQUAL 0 AND WS-FS-PRF NOT EQUAL 23
                   DISPLAY 'ERRO AO LER A RECUSA DO CONTATO '
                       ID-CONTATO
                   DISPLAY 'FILE STATUS: ' WS-FS-PRF
                   ADD 1 TO WS-PRF-FALHAS
                   PERFORM P720-RECUSA-CANAIS THRU P720-FIM
               END-IF
           ELSE
               PERFORM P710-LIBERA-CANAIS THRU P710-FIM
           END-IF
           .
       P700-FIM.

       P710-LIBERA-CANAIS.
           MOVE 'N'                 TO PRF-SEM-EMAIL
           MOVE 'N'                 TO PRF-SEM-CORREIO
           MOVE 'N'                 TO PRF-SEM-TELEFONE
           MOVE 'N'                 TO PRF-SEM-CONTATO
           .
       P710-FIM.

       P720-RECUSA-CANAIS.
           MOVE 'S'                 TO PRF-SEM-EMAIL
           MOVE 'S'                 TO PRF-SEM-CORREIO
           MOVE 'S'                 TO PRF-SEM-TELEFONE
           MOVE 'S'                 TO PRF-SEM-CONTATO
           .
       P720-FIM.

       P900-FIM.
           GOBACK.
       END PROGRAM RELCONT.
