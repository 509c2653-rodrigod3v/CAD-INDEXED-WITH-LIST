      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:manutencao do cadastro de empresas em EMPRESAS.DAT
      *         (CNPJ, razao social, telefone principal, endereco e
      *         situacao) e do vinculo de cada contato com a empresa
      *         em que trabalha (CONTEMPR.DAT). Ao desativar uma
      *         empresa o operador pode inativar de uma vez todos os
      *         contatos ativos dela, com auditoria (operacao E) e
      *         imagem em IMAGENS.DAT para cada contato, como em
      *         P330-EXCLUI de CADCONTT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEMPR.

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
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-CONTATO
               ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS TEL-CONTATO WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL-CONTATO
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-FS-CON.

           SELECT AUDITORIA ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\AUDITORIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESAS.
           COPY DB_EMPRE.

       FD VINCULOS.
           COPY DB_VINCU.

       FD CONTATOS.
           COPY DB_CONTT.

       FD AUDITORIA.
           COPY DB_AUDIT.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-VIN                         PIC 99.
           88 FS-VIN-OK                       VALUE 0.
         77 WS-FS-CON                         PIC 99.
           88 FS-CON-OK                       VALUE 0.
         77 WS-FS-AUD                         PIC 99.
         77 WS-OPERADOR-SESSAO                PIC X(05) VALUE 'BATCH'.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-EXIT                           PIC X     VALUE 'N'.
           88 EXIT-OK                         VALUE 'N' FALSE 'S'.
         77 WS-OPERACAO                       PIC X.
           88 OP-INCLUIR                      VALUE 'I'.
           88 OP-ALTERAR                      VALUE 'A'.
           88 OP-DESATIVAR                    VALUE 'D'.
           88 OP-REATIVAR                     VALUE 'R'.
           88 OP-VINCULAR                     VALUE 'V'.
           88 OP-LISTAR                       VALUE 'L'.
         77 WS-CODIGO-ALPHA                   PIC X(05).
         77 WS-CODIGO                         PIC 9(05).
         77 WS-CODIGO-VALIDO                  PIC X     VALUE 'N'.
           88 CODIGO-VALIDO                   VALUE 'S'.
         77 WS-ID-ALPHA                       PIC X(05).
         77 WS-ID-CONTATO                     PIC 9(05).
         77 WS-NOME                           PIC X(40).
         77 WS-TELEFONE                       PIC X(15).
         77 WS-ENDERECO                       PIC X(50).
         77 WS-CNPJ-VALIDO                    PIC X     VALUE 'N'.
           88 CNPJ-VALIDO                     VALUE 'S'.
         01 WS-CNPJ-ALPHA                     PIC X(14).
         01 FILLER REDEFINES WS-CNPJ-ALPHA.
           03 WS-CNPJ-DIG                     PIC 9(01) OCCURS 14.
      *  Pesos do digito verificador do CNPJ: o primeiro digito usa as
      *  posicoes 2 a 13 da tabela sobre os 12 primeiros digitos; o
      *  segundo usa as posicoes 1 a 13 sobre os 13 primeiros.
         01 WS-PESOS-CNPJ                     PIC X(13)
                                              VALUE '6543298765432'.
         01 FILLER REDEFINES WS-PESOS-CNPJ.
           03 WS-PESO                         PIC 9(01) OCCURS 13.
         77 WS-IX                             PIC 9(02).
         77 WS-SOMA                           PIC 9(04).
         77 WS-RESTO                          PIC 9(02).
         77 WS-DV                             PIC 9(02).
         77 WS-QTD-DIG-DV                     PIC 9(02).
         77 WS-DESLOC-PESO                    PIC 9(02).
         77 WS-CONFIRMA                       PIC X.
           88 CONFIRMA-SIM                    VALUE 'S'.
         77 WS-TENTAR                         PIC X.
           88 TENTAR-SIM                      VALUE 'S'.
         77 WS-LEITURA                        PIC X     VALUE SPACE.
           88 LEITURA-OK                      VALUE 'O'.
           88 LEITURA-NAO-ENCONTRADA          VALUE 'N'.
           88 LEITURA-BLOQUEADA               VALUE 'B'.
         77 WS-VINCULO-EXISTE                 PIC X     VALUE 'N'.
           88 VINCULO-EXISTE                  VALUE 'S'.
         77 WS-DT-HOJE                        PIC 9(08).
         77 WS-TOTAL                          PIC 9(05) VALUE 0.
         77 WS-GRAVADOS                       PIC 9(05) VALUE 0.
         77 WS-ATIVOS-EMPRESA                 PIC 9(05) VALUE 0.
         77 WS-INATIVADOS                     PIC 9(05) VALUE 0.
         77 WS-NAO-INATIVADOS                 PIC 9(05) VALUE 0.
         77 WS-TOT-INATIVADOS                 PIC 9(05) VALUE 0.
         77 WS-TOT-NAO-INATIVADOS             PIC 9(05) VALUE 0.
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

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
           PERFORM P810-LE-SESSAO THRU P810-FIM

      *    CADEMPR e chamado pelo menu e mantem o estado da chamada
      *    anterior - os contadores da sessao recomecam do zero para o
      *    jornal refletir so esta execucao.
           MOVE 0                   TO WS-GRAVADOS
           MOVE 0                   TO WS-TOT-INATIVADOS
           MOVE 0                   TO WS-TOT-NAO-INATIVADOS

           MOVE 'CADEMPR'           TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE WS-OPERADOR-SESSAO  TO PJR-OPERADOR
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** MANUTENCAO DE EMPRESAS ***'

           SET EXIT-OK               TO FALSE
           PERFORM P300-MANUTENCAO   THRU P300-FIM UNTIL EXIT-OK

           MOVE 'F'                 TO PJR-TIPO
           MOVE 0                   TO PJR-LIDOS
           MOVE WS-GRAVADOS         TO PJR-APLICADOS
           ADD WS-TOT-INATIVADOS    TO PJR-APLICADOS
           MOVE WS-TOT-NAO-INATIVADOS TO PJR-REJEITADOS
           MOVE 'OK'                TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

       P300-MANUTENCAO.
           SET FS-OK                TO TRUE

           DISPLAY 'OPERACAO: <I>NCLUIR  <A>LTERAR  <D>ESATIVAR'
           DISPLAY '          <R>EATIVAR  <V>INCULAR CONTATO  <L>ISTAR'
           ACCEPT WS-OPERACAO

           PERFORM P210-ABRE-EMPRESAS THRU P210-FIM

           IF FS-OK THEN
               EVALUATE TRUE
                   WHEN OP-ALTERAR
                       PERFORM P320-ALTERA   THRU P320-FIM
                   WHEN OP-DESATIVAR
                       PERFORM P330-SITUACAO THRU P330-FIM
                   WHEN OP-REATIVAR
                       PERFORM P330-SITUACAO THRU P330-FIM
                   WHEN OP-VINCULAR
                       PERFORM P360-VINCULA  THRU P360-FIM
                   WHEN OP-LISTAR
                       PERFORM P340-LISTA    THRU P340-FIM
                   WHEN OTHER
                       PERFORM P310-INCLUI   THRU P310-FIM
               END-EVALUATE
           END-IF

           CLOSE EMPRESAS

           DISPLAY 'DESEJA CONTINUAR? <S> - <N>'
           ACCEPT WS-EXIT

           .
       P300-FIM.

       P310-INCLUI.
           PERFORM P220-LE-CODIGO THRU P220-FIM
           PERFORM P240-LE-CNPJ-VALIDO THRU P240-FIM

           DISPLAY 'RAZAO SOCIAL DA EMPRESA: '
           ACCEPT WS-NOME

           PERFORM UNTIL WS-NOME NOT EQUAL SPACES
               DISPLAY 'NOME INVALIDO: NAO PODE FICAR EM BRANCO'
               DISPLAY 'RAZAO SOCIAL DA EMPRESA: '
               ACCEPT WS-NOME
           END-PERFORM

           DISPLAY 'TELEFONE PRINCIPAL: '
           ACCEPT WS-TELEFONE
           DISPLAY 'ENDERECO: '
           ACCEPT WS-ENDERECO

           MOVE WS-CODIGO                TO EMP-CODIGO
           MOVE WS-CNPJ-ALPHA            TO EMP-CNPJ
           MOVE WS-NOME                  TO EMP-NOME
           MOVE WS-TELEFONE              TO EMP-TELEFONE
           MOVE WS-ENDERECO              TO EMP-ENDERECO
           MOVE 'A'                      TO EMP-SITUACAO

           WRITE REG-EMPRESAS
                 INVALID KEY
                 DISPLAY 'CHAVE DUPLICADA: CODIGO OU CNPJ JA '
                     'CADASTRADO'
                 NOT INVALID KEY
                 ADD 1 TO WS-GRAVADOS
                 DISPLAY 'EMPRESA GRAVADA COM SUCESSO!'
           END-WRITE

      *    Falha de gravacao fora da classe INVALID KEY (status 3x)
      *    nao dispara nenhuma das clausulas - trata aqui para o
      *    operador nao acreditar que a gravacao aconteceu.
           IF WS-FS NOT LESS THAN 30
               DISPLAY 'ERRO AO GRAVAR A EMPRESA'
               DISPLAY 'FILE STATUS: ' WS-FS
           END-IF
           .
       P310-FIM.

      ******************************************************************
      * P320-ALTERA: muda razao social, telefone e endereco da
      * empresa; ENTER mantem o valor atual. E aqui que a mudanca de
      * endereco ou de telefone principal passa a valer para todas as
      * pessoas da empresa de uma vez. O CNPJ nao muda: empresa com
      * outro CNPJ e outra empresa.
      ******************************************************************
       P320-ALTERA.
           PERFORM P220-LE-CODIGO THRU P220-FIM
           PERFORM P230-LE-EMPRESA-REGISTRO THRU P230-FIM

           EVALUATE TRUE
               WHEN LEITURA-NAO-ENCONTRADA
                   DISPLAY 'EMPRESA NAO ENCONTRADA'
               WHEN LEITURA-BLOQUEADA
                   DISPLAY 'ALTERACAO CANCELADA'
               WHEN OTHER
                   DISPLAY 'CNPJ: ' EMP-CNPJ
                   DISPLAY 'RAZAO SOCIAL ATUAL: ' EMP-NOME
                   DISPLAY 'NOVA RAZAO SOCIAL (ENTER = MANTER): '
                   ACCEPT WS-NOME
                   DISPLAY 'TELEFONE ATUAL: ' EMP-TELEFONE
                   DISPLAY 'NOVO TELEFONE (ENTER = MANTER): '
                   ACCEPT WS-TELEFONE
                   DISPLAY 'ENDERECO ATUAL: ' EMP-ENDERECO
                   DISPLAY 'NOVO ENDERECO (ENTER = MANTER): '
                   ACCEPT WS-ENDERECO

                   IF WS-NOME NOT EQUAL SPACES
                       MOVE WS-NOME      TO EMP-NOME
                   END-IF
                   IF WS-TELEFONE NOT EQUAL SPACES
                       MOVE WS-TELEFONE  TO EMP-TELEFONE
                   END-IF
                   IF WS-ENDERECO NOT EQUAL SPACES
                       MOVE WS-ENDERECO  TO EMP-ENDERECO
                   END-IF

                   REWRITE REG-EMPRESAS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A EMPRESA'
                           DISPLAY 'FILE STATUS: ' WS-FS
                       NOT INVALID KEY
                           ADD 1 TO WS-GRAVADOS
                           DISPLAY 'EMPRESA ALTERADA COM SUCESSO!'
                   END-REWRITE

                   IF WS-FS NOT LESS THAN 30
                       DISPLAY 'ERRO AO GRAVAR A EMPRESA'
                       DISPLAY 'FILE STATUS: ' WS-FS
                   END-IF
           END-EVALUATE
           .
       P320-FIM.

      ******************************************************************
      * P330-SITUACAO: desativa ou reativa a empresa informada
      * conforme a operacao escolhida (D/R). Na desativacao, com a
      * empresa ja regravada, oferece a inativacao em cascata dos
      * contatos ativos vinculados a ela (P400). A reativacao nao
      * reativa contatos: cada um volta pelo CADCONTT, se for o caso.
      ******************************************************************
       P330-SITUACAO.
           PERFORM P220-LE-CODIGO THRU P220-FIM
           PERFORM P230-LE-EMPRESA-REGISTRO THRU P230-FIM

           EVALUATE TRUE
               WHEN LEITURA-NAO-ENCONTRADA
                   DISPLAY 'EMPRESA NAO ENCONTRADA'
               WHEN LEITURA-BLOQUEADA
                   DISPLAY 'OPERACAO CANCELADA'
               WHEN OTHER
                   IF OP-DESATIVAR
                       MOVE 'I'          TO EMP-SITUACAO
                   ELSE
                       MOVE 'A'          TO EMP-SITUACAO
                   END-IF

                   REWRITE REG-EMPRESAS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A EMPRESA'
                           DISPLAY 'FILE STATUS: ' WS-FS
                       NOT INVALID KEY
                           ADD 1 TO WS-GRAVADOS
                           IF OP-DESATIVAR
                               DISPLAY 'EMPRESA DESATIVADA COM '
                                   'SUCESSO!'
                           ELSE
                               DISPLAY 'EMPRESA REATIVADA COM '
                                   'SUCESSO!'
                           END-IF
                   END-REWRITE

                   IF WS-FS NOT LESS THAN 30
                       DISPLAY 'ERRO AO GRAVAR A EMPRESA'
                       DISPLAY 'FILE STATUS: ' WS-FS
                   ELSE
                       IF OP-DESATIVAR AND FS-OK
                           PERFORM P400-CASCATA THRU P400-FIM
                       END-IF
                   END-IF
           END-EVALUATE
           .
       P330-FIM.

       P340-LISTA.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-TOTAL

           MOVE 0                   TO EMP-CODIGO

           START EMPRESAS KEY IS NOT LESS THAN EMP-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM P350-LISTA-EMPRESA THRU P350-FIM UNTIL EOF-OK

           DISPLAY '-------------------------------------------'
           DISPLAY 'TOTAL DE EMPRESAS LISTADAS: ' WS-TOTAL
           .
       P340-FIM.

       P350-LISTA-EMPRESA.
           READ EMPRESAS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL
                   DISPLAY EMP-CODIGO ' - ' EMP-CNPJ ' - ' EMP-NOME
                       ' - ' EMP-SITUACAO
                   DISPLAY '        ' EMP-TELEFONE ' - ' EMP-ENDERECO
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS NOT EQUAL 0 AND WS-FS NOT EQUAL 2
               AND WS-FS NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE EMPRESAS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET EOF-OK TO TRUE
           END-IF
           .
       P350-FIM.

      ******************************************************************
      * P360-VINCULA: liga um contato a uma empresa ativa, troca a
      * empresa dele ou, com o codigo 00000, desfaz o vinculo. O
      * vinculo fica em CONTEMPR.DAT e nao altera CONTATOS.DAT.
      ******************************************************************
       P360-VINCULA.
           PERFORM P250-LE-ID-CONTATO THRU P250-FIM

           OPEN INPUT CONTATOS

           IF NOT FS-CON-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CON
           ELSE
               MOVE WS-ID-CONTATO   TO ID-CONTATO

               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'CONTATO NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'CONTATO: ' ID-CONTATO ' - '
                           NM-CONTATO ' - ' SIT-CONTATO
               END-READ

               IF WS-FS-CON EQUAL 0
                   PERFORM P370-GRAVA-VINCULO THRU P370-FIM
               END-IF

               CLOSE CONTATOS
           END-IF
           .
       P360-FIM.

       P370-GRAVA-VINCULO.
           PERFORM P215-ABRE-VINCULOS THRU P215-FIM

           IF FS-VIN-OK
               MOVE 'N'             TO WS-VINCULO-EXISTE
               MOVE WS-ID-CONTATO   TO VIN-ID-CONTATO

               READ VINCULOS
                   INVALID KEY
                       DISPLAY 'CONTATO SEM EMPRESA VINCULADA'
                   NOT INVALID KEY
                       MOVE 'S'     TO WS-VINCULO-EXISTE
                       DISPLAY 'EMPRESA ATUAL: ' VIN-EMPRESA
               END-READ

               DISPLAY 'CODIGO DA EMPRESA (00000 = DESVINCULAR): '
               ACCEPT WS-CODIGO-ALPHA

               PERFORM UNTIL WS-CODIGO-ALPHA IS NUMERIC
                   DISPLAY 'CODIGO INVALIDO: INFORME 5 DIGITOS'
                   DISPLAY 'CODIGO DA EMPRESA (00000 = DESVINCULAR): '
                   ACCEPT WS-CODIGO-ALPHA
               END-PERFORM

               MOVE WS-CODIGO-ALPHA TO WS-CODIGO

               IF WS-CODIGO EQUAL 0
                   IF VINCULO-EXISTE
                       DELETE VINCULOS RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO REMOVER O VINCULO'
                               DISPLAY 'FILE STATUS: ' WS-FS-VIN
                           NOT INVALID KEY
                               ADD 1 TO WS-GRAVADOS
                               DISPLAY 'VINCULO REMOVIDO COM SUCESSO!'
                       END-DELETE
                   END-IF
               ELSE
                   MOVE WS-CODIGO   TO EMP-CODIGO

                   READ EMPRESAS
                       INVALID KEY
                           DISPLAY 'EMPRESA NAO CADASTRADA'
                       NOT INVALID KEY
                           IF EMPRESA-ATIVA
                               PERFORM P380-REGRAVA-VINCULO
                                   THRU P380-FIM
                           ELSE
                               DISPLAY 'EMPRESA INATIVA: VINCULO '
                                   'NAO PERMITIDO'
                           END-IF
                   END-READ
               END-IF

               CLOSE VINCULOS
           END-IF
           .
       P370-FIM.

       P380-REGRAVA-VINCULO.
           MOVE WS-ID-CONTATO       TO VIN-ID-CONTATO
           MOVE WS-CODIGO           TO VIN-EMPRESA
           MOVE FUNCTION CURRENT-DATE(1:8) TO VIN-DATA
           MOVE WS-OPERADOR-SESSAO  TO VIN-OPERADOR

           IF VINCULO-EXISTE
               REWRITE REG-VINCULO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O VINCULO'
                       DISPLAY 'FILE STATUS: ' WS-FS-VIN
                   NOT INVALID KEY
                       ADD 1 TO WS-GRAVADOS
                       DISPLAY 'CONTATO VINCULADO A ' EMP-NOME
               END-REWRITE
           ELSE
               WRITE REG-VINCULO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O VINCULO'
                       DISPLAY 'FILE STATUS: ' WS-FS-VIN
                   NOT INVALID KEY
                       ADD 1 TO WS-GRAVADOS
                       DISPLAY 'CONTATO VINCULADO A ' EMP-NOME
               END-WRITE
           END-IF

           IF WS-FS-VIN NOT LESS THAN 30
               DISPLAY 'ERRO AO GRAVAR O VINCULO'
               DISPLAY 'FILE STATUS: ' WS-FS-VIN
           END-IF
           .
       P380-FIM.

      ******************************************************************
      * P400-CASCATA: conta os contatos ativos vinculados a empresa
      * recem-desativada e, se houver, pergunta se devem ser inativados
      * juntos. Cada contato inativado segue o criterio de P330-EXCLUI
      * de CADCONTT: situacao I, data de exclusao de hoje, auditoria
      * com a operacao E e imagem para RECUCONT.
      ******************************************************************
       P400-CASCATA.
           MOVE 0                   TO WS-ATIVOS-EMPRESA

           OPEN INPUT VINCULOS

           IF WS-FS-VIN EQUAL 35
               DISPLAY 'NENHUM CONTATO VINCULADO A EMPRESA'
           ELSE
           IF NOT FS-VIN-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
               DISPLAY 'FILE STATUS: ' WS-FS-VIN
           ELSE
               OPEN I-O CONTATOS

               IF NOT FS-CON-OK AND WS-FS-CON NOT EQUAL 05
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                   DISPLAY 'FILE STATUS: ' WS-FS-CON
               ELSE
                   MOVE 'N'         TO WS-CONFIRMA
                   PERFORM P410-VARRE-VINCULOS THRU P410-FIM

                   IF WS-ATIVOS-EMPRESA EQUAL 0
                       DISPLAY 'NENHUM CONTATO ATIVO VINCULADO A '
                           'EMPRESA'
                   ELSE
                       DISPLAY 'A EMPRESA TEM ' WS-ATIVOS-EMPRESA
                           ' CONTATO(S) ATIVO(S)'
                       DISPLAY 'INATIVAR TODOS ESSES CONTATOS? '
                           '<S> - <N>'
                       ACCEPT WS-CONFIRMA

                       IF CONFIRMA-SIM
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-DT-HOJE
                           MOVE 0           TO WS-INATIVADOS
                           MOVE 0           TO WS-NAO-INATIVADOS
                           PERFORM P410-VARRE-VINCULOS THRU P410-FIM
                           DISPLAY 'CONTATOS INATIVADOS:     '
                               WS-INATIVADOS
                           DISPLAY 'CONTATOS NAO INATIVADOS: '
                               WS-NAO-INATIVADOS
                           ADD WS-INATIVADOS
                               TO WS-TOT-INATIVADOS
                           ADD WS-NAO-INATIVADOS
                               TO WS-TOT-NAO-INATIVADOS
                       ELSE
                           DISPLAY 'CONTATOS MANTIDOS ATIVOS'
                       END-IF
                   END-IF

                   CLOSE CONTATOS
               END-IF

               CLOSE VINCULOS
           END-IF
           END-IF
           .
       P400-FIM.

      ******************************************************************
      * P410-VARRE-VINCULOS: percorre pela chave alternada os vinculos
      * da empresa corrente. Na primeira passada (sem confirmacao) so
      * conta os contatos ativos; confirmada a cascata, inativa cada
      * um deles.
      ******************************************************************
       P410-VARRE-VINCULOS.
           SET EOF-OK               TO FALSE
           MOVE EMP-CODIGO          TO VIN-EMPRESA

           START VINCULOS KEY IS EQUAL VIN-EMPRESA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM P420-EXAMINA-VINCULO THRU P420-FIM UNTIL EOF-OK
           .
       P410-FIM.

       P420-EXAMINA-VINCULO.
           READ VINCULOS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF VIN-EMPRESA NOT EQUAL EMP-CODIGO
                       SET EOF-OK TO TRUE
                   ELSE
                       MOVE VIN-ID-CONTATO   TO WS-ID-CONTATO
                       IF CONFIRMA-SIM
                           PERFORM P430-INATIVA-CONTATO THRU P430-FIM
                       ELSE
                           MOVE VIN-ID-CONTATO TO ID-CONTATO
                           READ CONTATOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CONTATO-ATIVO
                                       ADD 1 TO WS-ATIVOS-EMPRESA
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-VIN NOT EQUAL 0 AND WS-FS-VIN NOT EQUAL 2
               AND WS-FS-VIN NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE VINCULOS'
               DISPLAY 'FILE STATUS: ' WS-FS-VIN
               SET EOF-OK TO TRUE
           END-IF
           .
       P420-FIM.

       P430-INATIVA-CONTATO.
           PERFORM P440-LE-CONTATO-REGISTRO THRU P440-FIM

           EVALUATE TRUE
               WHEN LEITURA-NAO-ENCONTRADA
                   CONTINUE
               WHEN LEITURA-BLOQUEADA
                   ADD 1 TO WS-NAO-INATIVADOS
                   DISPLAY 'CONTATO ' WS-ID-CONTATO ' NAO INATIVADO'
               WHEN OTHER
                   IF CONTATO-ATIVO
                       MOVE 'I'          TO SIT-CONTATO
                       MOVE WS-DT-HOJE   TO DT-EXCLUSAO

                       REWRITE REG-CONTATOS
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O CONTATO ID: '
                                   ID-CONTATO
                               DISPLAY 'FILE STATUS: ' WS-FS-CON
                               ADD 1 TO WS-NAO-INATIVADOS
                           NOT INVALID KEY
                               ADD 1 TO WS-INATIVADOS
                               DISPLAY 'INATIVADO: ' ID-CONTATO ' - '
                                   NM-CONTATO
                               PERFORM P800-GRAVA-AUDITORIA
                                   THRU P800-FIM
                       END-REWRITE

                       IF WS-FS-CON NOT LESS THAN 30
                           DISPLAY 'ERRO AO REGRAVAR O CONTATO ID: '
                               ID-CONTATO
                           DISPLAY 'FILE STATUS: ' WS-FS-CON
                           ADD 1 TO WS-NAO-INATIVADOS
                       END-IF
                   END-IF
           END-EVALUATE
           .
       P430-FIM.

      ******************************************************************
      * P440-LE-CONTATO-REGISTRO: le o contato de WS-ID-CONTATO com
      * bloqueio, no mesmo criterio de P280-LE-CONTATO de CADCONTT
      * (status 51: tentar de novo ou desistir deste contato).
      ******************************************************************
       P440-LE-CONTATO-REGISTRO.
           MOVE SPACE               TO WS-LEITURA

           PERFORM UNTIL WS-LEITURA NOT EQUAL SPACE
               MOVE WS-ID-CONTATO        TO ID-CONTATO

               READ CONTATOS
                   INVALID KEY
                       MOVE 'N'          TO WS-LEITURA
                   NOT INVALID KEY
                       MOVE 'O'          TO WS-LEITURA
               END-READ

               IF WS-FS-CON EQUAL 51
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
                       DISPLAY 'FILE STATUS: ' WS-FS-CON
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               END-IF
           END-PERFORM
           .
       P440-FIM.

      ******************************************************************
      * P230-LE-EMPRESA-REGISTRO: le por chave a empresa de WS-CODIGO,
      * com a mesma escolha de P230-LE-GRUPO-REGISTRO de CADGRUPO
      * quando o registro esta em uso por outro operador (51).
      ******************************************************************
       P230-LE-EMPRESA-REGISTRO.
           MOVE SPACE               TO WS-LEITURA

           PERFORM UNTIL WS-LEITURA NOT EQUAL SPACE
               MOVE WS-CODIGO            TO EMP-CODIGO

               READ EMPRESAS
                   INVALID KEY
                       MOVE 'N'          TO WS-LEITURA
                   NOT INVALID KEY
                       MOVE 'O'          TO WS-LEITURA
               END-READ

               IF WS-FS EQUAL 51
                   MOVE SPACE            TO WS-LEITURA
                   DISPLAY 'REGISTRO EM USO POR OUTRO OPERADOR'
                   DISPLAY 'TENTAR NOVAMENTE? <S> - <N>'
                   ACCEPT WS-TENTAR

                   IF NOT TENTAR-SIM
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               ELSE
      *            Erro de leitura fora das classes tratadas (3x/9x):
      *            sem este desvio o laco ficaria rodando sem mensagem.
                   IF WS-LEITURA EQUAL SPACE
                       DISPLAY 'ERRO AO LER A EMPRESA'
                       DISPLAY 'FILE STATUS: ' WS-FS
                       MOVE 'B'          TO WS-LEITURA
                   END-IF
               END-IF
           END-PERFORM
           .
       P230-FIM.

      ******************************************************************
      * P210-ABRE-EMPRESAS: abre EMPRESAS em I-O, criando o arquivo
      * vazio quando ainda nao existe (35), no mesmo padrao de
      * P210-ABRE-GRUPOS de CADGRUPO.
      ******************************************************************
       P210-ABRE-EMPRESAS.
           OPEN I-O EMPRESAS

           EVALUATE WS-FS
               WHEN 00
                   CONTINUE
               WHEN 05
                   CONTINUE
               WHEN 35
                   DISPLAY 'ARQUIVO DE EMPRESAS INEXISTENTE, '
                       'CRIANDO...'
                   OPEN OUTPUT EMPRESAS
                   CLOSE EMPRESAS
                   OPEN I-O EMPRESAS
               WHEN 37
                   DISPLAY 'MODO DE ABERTURA INVALIDO PARA O ARQUIVO'
               WHEN 41
                   DISPLAY 'ARQUIVO DE EMPRESAS JA ESTA ABERTO'
               WHEN OTHER
                   DISPLAY 'ARQUIVO DE EMPRESAS BLOQUEADO OU '
                       'ERRO NAO MAPEADO'
                   DISPLAY 'FILE STATUS: ' WS-FS
           END-EVALUATE
           .
       P210-FIM.

       P215-ABRE-VINCULOS.
           OPEN I-O VINCULOS

           EVALUATE WS-FS-VIN
               WHEN 00
                   CONTINUE
               WHEN 05
                   MOVE 0           TO WS-FS-VIN
               WHEN 35
                   OPEN OUTPUT VINCULOS
                   CLOSE VINCULOS
                   OPEN I-O VINCULOS
               WHEN 37
                   DISPLAY 'MODO DE ABERTURA INVALIDO PARA O ARQUIVO'
               WHEN 41
                   DISPLAY 'ARQUIVO DE VINCULOS JA ESTA ABERTO'
               WHEN OTHER
                   DISPLAY 'ARQUIVO DE VINCULOS BLOQUEADO OU '
                       'ERRO NAO MAPEADO'
                   DISPLAY 'FILE STATUS: ' WS-FS-VIN
           END-EVALUATE
           .
       P215-FIM.

       P220-LE-CODIGO.
           MOVE 'N'                 TO WS-CODIGO-VALIDO

           PERFORM UNTIL CODIGO-VALIDO
               DISPLAY 'CODIGO DA EMPRESA (5 DIGITOS): '
               ACCEPT WS-CODIGO-ALPHA

               IF WS-CODIGO-ALPHA IS NUMERIC
                   AND WS-CODIGO-ALPHA NOT EQUAL '00000'
                   MOVE WS-CODIGO-ALPHA  TO WS-CODIGO
                   MOVE 'S'              TO WS-CODIGO-VALIDO
               ELSE
                   DISPLAY 'CODIGO INVALIDO: INFORME 5 DIGITOS, '
                       'DIFERENTE DE 00000'
               END-IF
           END-PERFORM
           .
       P220-FIM.

      ******************************************************************
      * P240-LE-CNPJ-VALIDO: exige os 14 digitos do CNPJ, sem pontos
      * nem barra, e confere os dois digitos verificadores (modulo 11)
      * em P245-CALCULA-DV.
      ******************************************************************
       P240-LE-CNPJ-VALIDO.
           MOVE 'N'                 TO WS-CNPJ-VALIDO

           PERFORM UNTIL CNPJ-VALIDO
               DISPLAY 'CNPJ (14 DIGITOS, SEM PONTUACAO): '
               ACCEPT WS-CNPJ-ALPHA

               IF WS-CNPJ-ALPHA IS NUMERIC
                   AND WS-CNPJ-ALPHA NOT EQUAL ZEROS
                   MOVE 12               TO WS-QTD-DIG-DV
                   MOVE 1                TO WS-DESLOC-PESO
                   PERFORM P245-CALCULA-DV THRU P245-FIM

                   IF WS-DV EQUAL WS-CNPJ-DIG(13)
                       MOVE 13           TO WS-QTD-DIG-DV
                       MOVE 0            TO WS-DESLOC-PESO
                       PERFORM P245-CALCULA-DV THRU P245-FIM

                       IF WS-DV EQUAL WS-CNPJ-DIG(14)
                           MOVE 'S'      TO WS-CNPJ-VALIDO
                       END-IF
                   END-IF
               END-IF

               IF NOT CNPJ-VALIDO
                   DISPLAY 'CNPJ INVALIDO: CONFIRA OS DIGITOS'
               END-IF
           END-PERFORM
           .
       P240-FIM.

       P245-CALCULA-DV.
           MOVE 0                   TO WS-SOMA

           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER THAN WS-QTD-DIG-DV
               COMPUTE WS-SOMA = WS-SOMA + WS-CNPJ-DIG(WS-IX)
                   * WS-PESO(WS-IX + WS-DESLOC-PESO)
           END-PERFORM

           DIVIDE WS-SOMA BY 11 GIVING WS-IX REMAINDER WS-RESTO

           IF WS-RESTO LESS THAN 2
               MOVE 0               TO WS-DV
           ELSE
               COMPUTE WS-DV = 11 - WS-RESTO
           END-IF
           .
       P245-FIM.

       P250-LE-ID-CONTATO.
           DISPLAY 'ID DO CONTATO (5 DIGITOS): '
           ACCEPT WS-ID-ALPHA

           PERFORM UNTIL WS-ID-ALPHA IS NUMERIC
               AND WS-ID-ALPHA NOT EQUAL '00000'
               DISPLAY 'ID INVALIDO: INFORME 5 DIGITOS, DIFERENTE '
                   'DE 00000'
               DISPLAY 'ID DO CONTATO (5 DIGITOS): '
               ACCEPT WS-ID-ALPHA
           END-PERFORM

           MOVE WS-ID-ALPHA         TO WS-ID-CONTATO
           .
       P250-FIM.

      ******************************************************************
      * P800-GRAVA-AUDITORIA: registra a inativacao em cascata do
      * contato corrente em AUDITORIA.DAT com a operacao E, no mesmo
      * layout de P800-GRAVA-AUDITORIA de CADCONTT.
      ******************************************************************
       P800-GRAVA-AUDITORIA.
           PERFORM P820-GRAVA-IMAGEM THRU P820-FIM

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
               MOVE ID-CONTATO           TO AUD-ID-CONTATO
               MOVE 'E'                  TO AUD-OPERACAO
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

      ******************************************************************
      * P820-GRAVA-IMAGEM: grava em IMAGENS.DAT a imagem posterior do
      * contato recem-inativado (REG-CONTATOS ainda no buffer), para a
      * recuperacao de RECUCONT.
      ******************************************************************
       P820-GRAVA-IMAGEM.
           MOVE 'CADEMPR'           TO PIM-PROGRAMA
           MOVE 'E'                 TO PIM-OPERACAO
           MOVE WS-OPERADOR-SESSAO  TO PIM-OPERADOR
           MOVE REG-CONTATOS        TO PIM-CONTATO
           CALL 'IMGLOG' USING PAR-IMAGEM
           .
       P820-FIM.

      ******************************************************************
      * P810-LE-SESSAO: resolve o operador identificado no sign-on de
      * CADMENU, recebido na area PAR-SESSAO de cada CALL, para
      * carimbar vinculos e auditoria. Executado fora do menu nao ha
      * area valida (endereco nulo) e sai carimbado como BATCH.
      ******************************************************************
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
       END PROGRAM CADEMPR.
