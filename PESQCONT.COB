      * Author:Rodrigo Orlando
      * Date:23/10/2022
      * Purpose:pesquisar contatos em CONTATOS.DAT por nome, por
      *         telefone, por e-mail ou pela empresa (EMPRESAS.DAT e
      *         vinculos de CONTEMPR.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CONTATOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS.

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

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
           COPY DB_CONTT.

       FD EMPRESAS.
           COPY DB_EMPRE.

       FD VINCULOS.
           COPY DB_VINCU.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
           88 PESQ-NOME                       VALUE 'N'.
           88 PESQ-TELEFONE                   VALUE 'T'.
           88 PESQ-EMAIL                      VALUE 'E'.
           88 PESQ-EMPRESA                    VALUE 'R'.
         77 WS-FS-EMP                         PIC 99.
           88 FS-EMP-OK                       VALUE 0.
         77 WS-FS-VIN                         PIC 99.
           88 FS-VIN-OK                       VALUE 0.
         77 WS-EOF-VIN                        PIC X.
           88 EOF-VIN-OK                      VALUE 'S' FALSE 'N'.
         77 WS-EMPRESA-PESQUISA               PIC X(40).
         77 WS-TAM-EMPRESA                    PIC 9(02).
         77 WS-EMPRESAS-ACHADAS               PIC 9(05) VALUE 0.
         77 WS-NOME-PESQUISA                  PIC X(30).
         77 WS-TAM                            PIC 9(02).
         77 WS-EMAIL-PESQUISA                 PIC X(40).
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** PESQUISA DE CONTATOS ***'
           DISPLAY 'PESQUISAR POR: <N>OME  <T>ELEFONE  <E>-MAIL  '
               'EMP<R>ESA'
           ACCEPT WS-MODO-PESQ

           DISPLAY 'EXIBIR CONTATOS INATIVOS? <S> - <N>'
                   PERFORM P400-PESQUISA-TELEFONE THRU P400-FIM
               WHEN PESQ-EMAIL
                   PERFORM P500-PESQUISA-EMAIL    THRU P500-FIM
               WHEN PESQ-EMPRESA
                   PERFORM P550-PESQUISA-EMPRESA  THRU P550-FIM
               WHEN OTHER
                   PERFORM P300-PESQUISA-NOME     THRU P300-FIM
           END-EVALUATE
           .
       P510-FIM.

      ******************************************************************
      * P550-PESQUISA-EMPRESA: pesquisa pela empresa. Um codigo de 5
      * digitos localiza a empresa direto; qualquer outro texto e
      * tratado como inicio da razao social, pelo indice alternado de
      * EMP-NOME. Para cada empresa encontrada sao mostrados os
      * contatos vinculados a ela em CONTEMPR.DAT.
      ******************************************************************
       P550-PESQUISA-EMPRESA.
           DISPLAY 'CODIGO OU INICIO DA RAZAO SOCIAL DA EMPRESA:'
           ACCEPT WS-EMPRESA-PESQUISA

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMPRESA-PESQUISA))
               TO WS-TAM-EMPRESA
           MOVE 0                   TO WS-EMPRESAS-ACHADAS

           OPEN INPUT EMPRESAS

           IF NOT FS-EMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS'
               DISPLAY 'FILE STATUS: ' WS-FS-EMP
           ELSE
               OPEN INPUT VINCULOS
               OPEN INPUT CONTATOS

               IF NOT FS-VIN-OK OR NOT FS-OK
                   DISPLAY 'NENHUM CONTATO VINCULADO A EMPRESAS OU '
                       'ERRO DE ABERTURA'
                   DISPLAY 'FILE STATUS: ' WS-FS-VIN ' ' WS-FS
               ELSE
                   IF WS-EMPRESA-PESQUISA(1:5) IS NUMERIC
                       AND WS-EMPRESA-PESQUISA(6:35) EQUAL SPACES
                       MOVE WS-EMPRESA-PESQUISA(1:5) TO EMP-CODIGO

                       READ EMPRESAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM P570-CONTATOS-EMPRESA
                                   THRU P570-FIM
                       END-READ
                   ELSE
                       MOVE WS-EMPRESA-PESQUISA TO EMP-NOME

                       START EMPRESAS KEY IS NOT LESS THAN EMP-NOME
                           INVALID KEY
                               SET EOF-OK TO TRUE
                       END-START

                       PERFORM P560-EMPRESA-NOME THRU P560-FIM
                           UNTIL EOF-OK
                   END-IF

                   IF WS-EMPRESAS-ACHADAS EQUAL 0
                       DISPLAY 'NENHUMA EMPRESA ENCONTRADA'
                   ELSE
                       PERFORM P700-TOTALIZA THRU P700-FIM
                   END-IF
               END-IF

               CLOSE CONTATOS
               CLOSE VINCULOS
               CLOSE EMPRESAS
           END-IF
           .
       P550-FIM.

       P560-EMPRESA-NOME.
           READ EMPRESAS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF WS-TAM-EMPRESA EQUAL 0
                       PERFORM P570-CONTATOS-EMPRESA THRU P570-FIM
                   ELSE
                       IF EMP-NOME(1:WS-TAM-EMPRESA) EQUAL
                           WS-EMPRESA-PESQUISA(1:WS-TAM-EMPRESA)
                           PERFORM P570-CONTATOS-EMPRESA THRU P570-FIM
                       ELSE
                           SET EOF-OK TO TRUE
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-EMP NOT EQUAL 0 AND WS-FS-EMP NOT EQUAL 2
               AND WS-FS-EMP NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE EMPRESAS'
               DISPLAY 'FILE STATUS: ' WS-FS-EMP
               SET EOF-OK TO TRUE
           END-IF
           .
       P560-FIM.

       P570-CONTATOS-EMPRESA.
           ADD 1                    TO WS-EMPRESAS-ACHADAS

           DISPLAY ' '
           DISPLAY 'EMPRESA ' EMP-CODIGO ' - ' EMP-NOME ' - '
               EMP-SITUACAO
           DISPLAY '-------------------------------------------'

           SET EOF-VIN-OK           TO FALSE
           MOVE EMP-CODIGO          TO VIN-EMPRESA

           START VINCULOS KEY IS EQUAL VIN-EMPRESA
               INVALID KEY
                   SET EOF-VIN-OK TO TRUE
           END-START

           PERFORM P580-LE-VINCULO THRU P580-FIM UNTIL EOF-VIN-OK
           .
       P570-FIM.

       P580-LE-VINCULO.
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
                               PERFORM P650-EXIBE-CONTATO THRU P650-FIM
                       END-READ
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-VIN NOT EQUAL 0 AND WS-FS-VIN NOT EQUAL 2
               AND WS-FS-VIN NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE VINCULOS'
               DISPLAY 'FILE STATUS: ' WS-FS-VIN
               SET EOF-VIN-OK TO TRUE
           END-IF
           .
       P580-FIM.

      ******************************************************************
      * P600-EXTRAI-DIGITOS: copia para WS-DIGITOS apenas os digitos
      * de WS-TEL-BRUTO, descartando parenteses, tracos e espacos, e
