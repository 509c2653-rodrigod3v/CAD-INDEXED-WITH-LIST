      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:subprograma que grava o log de imagens posteriores de
      *         CONTATOS.DAT (IMAGENS.DAT). Chamado por todo programa
      *         que grava o cadastro, logo apos cada WRITE, REWRITE ou
      *         DELETE bem sucedido, com o registro inteiro em
      *         PAR-IMAGEM (copybook PAR_IMAGE); acrescenta a
      *         data/hora corrente (AAAAMMDDHHMMSS, para a comparacao
      *         direta com o ponto de parada de RECUCONT) e grava a
      *         linha em EXTEND, criando o arquivo na primeira vez.
      *         Operador em branco sai carimbado como BATCH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMGLOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMAGENS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\IMAGENS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IMG.

       DATA DIVISION.
       FILE SECTION.
       FD IMAGENS.
           COPY DB_IMAGE.

       WORKING-STORAGE SECTION.
         77 WS-FS-IMG                         PIC 99.
         77 WS-OPERADOR                       PIC X(05).
         01 WS-DATA-HORA-NUM.
           03 WS-DH-AAAAMMDDHHMMSS            PIC 9(14).
           03 FILLER                          PIC X(07).

       LINKAGE SECTION.
           COPY PAR_IMAGE.

       PROCEDURE DIVISION USING PAR-IMAGEM.

       MAIN-PROCEDURE.
           IF PIM-OPERADOR EQUAL SPACES
               OR PIM-OPERADOR EQUAL LOW-VALUES
               MOVE 'BATCH'              TO WS-OPERADOR
           ELSE
               MOVE PIM-OPERADOR         TO WS-OPERADOR
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM

           OPEN EXTEND IMAGENS

           IF WS-FS-IMG EQUAL 35 THEN
               OPEN OUTPUT IMAGENS
           END-IF

           IF WS-FS-IMG EQUAL 0 THEN
               MOVE SPACES               TO REG-IMAGEM
               MOVE WS-DH-AAAAMMDDHHMMSS TO IMG-DATA-HORA
               MOVE PIM-PROGRAMA         TO IMG-PROGRAMA
               MOVE PIM-OPERACAO         TO IMG-OPERACAO
               MOVE WS-OPERADOR          TO IMG-OPERADOR
               MOVE PIM-CONTATO          TO IMG-CONTATO

               WRITE REG-IMAGEM

               IF WS-FS-IMG NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O LOG DE IMAGENS'
                   DISPLAY 'FILE STATUS: ' WS-FS-IMG
               END-IF

               CLOSE IMAGENS
           ELSE
               DISPLAY 'ERRO AO GRAVAR O LOG DE IMAGENS'
               DISPLAY 'FILE STATUS: ' WS-FS-IMG
           END-IF

           PERFORM P900-FIM
           .

       P900-FIM.
           GOBACK
           .
       END PROGRAM IMGLOG.
