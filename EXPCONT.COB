      *         endereco contem virgulas) e linha de total no final
      *         para conferencia. Exporta tudo ou so uma faixa de
      *         nomes, no mesmo criterio de prefixo de PESQCONT.
      *         Contatos com recusa de comunicacao em PREFCOM.DAT
      *         ficam de fora (recusa total ou de todos os canais) ou
      *         saem com a coluna do canal recusado em branco.
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

           SELECT SAIDA-CSV ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTATOS.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
       FD CONTATOS.
           COPY DB_CONTT.

       FD PREFCOM.
           COPY DB_PREFC.

       FD SAIDA-CSV.
       01  REG-CSV                            PIC X(400).

           88 FS-OK                           VALUE 0.
         77 WS-FS-CSV                         PIC 99.
           88 FS-CSV-OK                       VALUE 0.
         77 WS-FS-PRF                         PIC 99.
         77 WS-PREFCOM                        PIC X     VALUE 'N'.
           88 PREFCOM-ABERTO                  VALUE 'S'.
           88 PREFCOM-ERRO                    VALUE 'E'.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-MODO-EXPORTA                   PIC X     VALUE 'T'.
         77 WS-EXIBE-INATIVOS                 PIC X     VALUE 'N'.
           88 EXIBE-INATIVOS                  VALUE 'S'.
         77 WS-TOTAL                          PIC 9(05) VALUE 0.
         77 WS-SUPRIMIDOS                     PIC 9(05) VALUE 0.
         77 WS-PRF-FALHAS                     PIC 9(05) VALUE 0.
         77 WS-CANAL-OMITIDO                  PIC 9(05) VALUE 0.
         77 WS-CAMPO-ENT                      PIC X(50).
         77 WS-CAMPO-SAI                      PIC X(100).
         77 WS-TAM-ENT                        PIC 9(03).

           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-TOTAL
           MOVE 0                   TO WS-SUPRIMIDOS
           MOVE 0                   TO WS-PRF-FALHAS
           MOVE 0                   TO WS-CANAL-OMITIDO

           PERFORM P150-ABRE-PREFCOM THRU P150-FIM

           IF PREFCOM-ERRO
               DISPLAY 'EXPORTACAO CANCELADA: SEM O CADASTRO DE '
                   'RECUSAS NAO HA COMO RESPEITAR O OPT-OUT'
           ELSE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN

                   DISPLAY '---------------------------------------'
                   DISPLAY 'CONTATOS EXPORTADOS: ' WS-TOTAL
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
                   DISPLAY 'ARQUIVO GERADO: CONTATOS.CSV'
               END-IF

               CLOSE CONTATOS
           END-IF
           END-IF

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
                       SET EOF-OK TO TRUE
                   ELSE
                       IF NOT CONTATO-INATIVO OR EXIBE-INATIVOS
                           PERFORM P700-LE-PREFERENCIA THRU P700-FIM

                           IF PRF-BLOQ-TOTAL
                               OR (PRF-BLOQ-EMAIL AND PRF-BLOQ-CORREIO
                                   AND PRF-BLOQ-TELEFONE)
                               ADD 1 TO WS-SUPRIMIDOS
                           ELSE
                               PERFORM P210-GRAVA-LINHA THRU P210-FIM
                           END-IF
                       END-IF
                   END-IF
           END-READ
      * campos texto saem entre aspas para o endereco com virgulas nao
      * quebrar as colunas na planilha; aspas dentro do dado sao
      * dobradas por P220-PREPARA-CAMPO, como a planilha espera.
      * A coluna de canal recusado em PREFCOM.DAT (telefone, e-mail
      * ou endereco de correspondencia) sai em branco.
      ******************************************************************
       P210-GRAVA-LINHA.
           MOVE NM-CONTATO          TO WS-CAMPO-ENT
           MOVE WS-CAMPO-SAI        TO WS-NM-CSV

           MOVE TEL-CONTATO         TO WS-CAMPO-ENT
           IF PRF-BLOQ-TELEFONE
               MOVE SPACES          TO WS-CAMPO-ENT
           END-IF
           PERFORM P220-PREPARA-CAMPO THRU P220-FIM
           MOVE WS-CAMPO-SAI        TO WS-TEL-CSV

           MOVE EMAIL-CONTATO       TO WS-CAMPO-ENT
           IF PRF-BLOQ-EMAIL
               MOVE SPACES          TO WS-CAMPO-ENT
           END-IF
           PERFORM P220-PREPARA-CAMPO THRU P220-FIM
           MOVE WS-CAMPO-SAI        TO WS-EMAIL-CSV

           MOVE END-CONTATO         TO WS-CAMPO-ENT
           IF PRF-BLOQ-CORREIO
               MOVE SPACES          TO WS-CAMPO-ENT
           END-IF
           PERFORM P220-PREPARA-CAMPO THRU P220-FIM
           MOVE WS-CAMPO-SAI        TO WS-END-CSV


           IF FS-CSV-OK
               ADD 1 TO WS-TOTAL
               IF PRF-BLOQ-TELEFONE OR PRF-BLOQ-EMAIL
                   OR PRF-BLOQ-CORREIO
                   ADD 1 TO WS-CANAL-OMITIDO
               END-IF
           ELSE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO CSV'
               DISPLAY 'FILE STATUS: ' WS-FS-CSV
           .
       P300-FIM.

      ******************************************************************
      * P150-ABRE-PREFCOM: abre o cadastro de recusas de comunicacao.
      * Arquivo inexistente (35) significa que nenhuma recusa foi
      * registrada ainda; qualquer outro erro impede a exportacao,
      * para nao sair dado de quem recusou o contato.
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
           GOBACK
           .
