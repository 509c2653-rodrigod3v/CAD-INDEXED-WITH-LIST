      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:verificacao de qualidade dos dados de contato. Cada
      *         contato ativo de CONTATOS.DAT e conferido contra as
      *         regras de WS-REGRAS (contato sem telefone e sem
      *         e-mail, endereco no campo de e-mail, e-mail invalido,
      *         telefone com letras ou com poucos digitos). Sai uma
      *         lista de correcao por grupo (GRUPOS.DAT) com cada
      *         contato reprovado e a regra violada, para cada equipe
      *         limpar os seus registros, e um resumo com a nota de
      *         cada grupo (percentual de contatos ativos sem nenhuma
      *         violacao) comparada com a da execucao anterior,
      *         guardada em QUALHIST.DAT. Diferente de VERICONT, que
      *         confere a consistencia entre os arquivos, aqui se
      *         confere se o dado serve para chegar ao contato.
      *         Contatos anonimizados pela LGPD ficam fora da nota e
      *         da lista (o dado foi apagado a pedido do titular).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALCONT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\CONTATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT QUALHIST ASSIGN TO
               'C:\Users\777\Desktop\ESTUDOS\CADV2\QUALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-QLH.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
           COPY DB_CONTT.

       FD GRUPOS.
           COPY DB_GRUPO.

       FD QUALHIST.
           COPY DB_QUALI.

       WORKING-STORAGE SECTION.
         77 WS-FS                             PIC 99.
           88 FS-OK                           VALUE 0.
         77 WS-FS-GRP                         PIC 99.
           88 FS-GRP-OK                       VALUE 0.
         77 WS-FS-QLH                         PIC 99.
           88 FS-QLH-OK                       VALUE 0.
         77 WS-EOF                            PIC X.
           88 EOF-OK                          VALUE 'S' FALSE 'N'.
         77 WS-OPERADOR-SESSAO                PIC X(05).
         77 WS-ERRO                           PIC X     VALUE 'N'.
           88 HOUVE-ERRO                      VALUE 'S'.
         77 WS-DT-HOJE                        PIC 9(08).
         77 WS-HR-AGORA                       PIC 9(06).
         77 WS-SECAO                          PIC X     VALUE 'G'.
           88 FORA-DE-GRUPO                   VALUE 'F'.
         77 WS-GRUPO-ACHADO                   PIC X     VALUE 'N'.
           88 GRUPO-ACHADO                    VALUE 'S'.
         77 WS-CAB-GRP                        PIC X     VALUE 'N'.
           88 CAB-GRP-IMPRESSO                VALUE 'S'.
         77 WS-GRUPO-CORRENTE                 PIC X(03).
         77 WS-NOME-GRP-CORRENTE              PIC X(30).
         77 WS-LINHA-TIPO                     PIC X(01).
         77 WS-GRUPOS-INCOMPLETA              PIC X     VALUE 'N'.
           88 GRUPOS-INCOMPLETA               VALUE 'S'.
         77 WS-IND                            PIC 9(03).
         77 WS-IND-GRP                        PIC 9(02).
         77 WS-IND-ANT                        PIC 9(02).
         77 WS-IND-REGRA                      PIC 9(02).
         77 WS-POS                            PIC 9(02).
         77 WS-TAM                            PIC 9(02).
         77 WS-ARROBAS                        PIC 9(02).
         77 WS-ESPACOS                        PIC 9(02).
         77 WS-VIRGULAS                       PIC 9(02).
         77 WS-PONTOS                         PIC 9(02).
         77 WS-DIGITOS                        PIC 9(02).
         77 WS-LETRAS                         PIC 9(02).
         77 WS-EMAIL-USUARIO                  PIC X(40).
         77 WS-EMAIL-DOMINIO                  PIC X(40).
         77 WS-QTD-VIOLADAS                   PIC 9(01).
         77 WS-VALOR-IMP                      PIC X(40).
         77 WS-NOTA-ED                        PIC ZZ9,9.
         77 WS-NOTA-ANT-ED                    PIC ZZ9,9.
         77 WS-VARIACAO                       PIC S9(03)V9.
         77 WS-VARIACAO-ED                    PIC +ZZ9,9.
         77 WS-NOTA-ANT-IMP                   PIC X(05).
         77 WS-VARIACAO-IMP                   PIC X(06).
         77 WS-TENDENCIA                      PIC X(09).
         77 WS-ANONIMIZADOS                   PIC 9(05) VALUE 0.
      *  Regras de qualidade, na ordem em que sao numeradas na lista
      *  de correcao e nas colunas R01 a R05 do resumo.
         01 WS-REGRAS-PADRAO.
           03 FILLER PIC X(35) VALUE 'SEM TELEFONE E SEM E-MAIL'.
           03 FILLER PIC X(35) VALUE 'ENDERECO NO CAMPO DE E-MAIL'.
           03 FILLER PIC X(35) VALUE 'E-MAIL SEM @ OU INVALIDO'.
           03 FILLER PIC X(35) VALUE 'TELEFONE COM LETRAS'.
           03 FILLER PIC X(35) VALUE 'TELEFONE COM MENOS DE 8 DIGITOS'.
         01 WS-REGRAS REDEFINES WS-REGRAS-PADRAO.
           03 WS-REGRA-DESCR OCCURS 5 TIMES   PIC X(35).
         01 WS-VIOLACOES.
           03 WS-VIOLOU OCCURS 5 TIMES        PIC X(01).
      *  Acumuladores de uma secao (grupo corrente), da secao final de
      *  contatos sem grupo e do total geral - mesmo layout, movidos
      *  inteiros entre si e para a tabela de grupos.
         01 WS-RESUMO.
           03 WS-RS-ATIVOS                    PIC 9(05).
           03 WS-RS-COM-FALHA                 PIC 9(05).
           03 WS-RS-FALHAS OCCURS 5 TIMES     PIC 9(05).
           03 WS-RS-NOTA                      PIC 9(03)V9.
         01 WS-SEM-GRUPO.
           03 WS-SG-ATIVOS                    PIC 9(05).
           03 WS-SG-COM-FALHA                 PIC 9(05).
           03 WS-SG-FALHAS OCCURS 5 TIMES     PIC 9(05).
           03 WS-SG-NOTA                      PIC 9(03)V9.
         01 WS-TOTAL-GERAL.
           03 WS-TT-ATIVOS                    PIC 9(05).
           03 WS-TT-COM-FALHA                 PIC 9(05).
           03 WS-TT-FALHAS OCCURS 5 TIMES     PIC 9(05).
           03 WS-TT-NOTA                      PIC 9(03)V9.
      *  WS-GRUPO-TAB tem uma entrada alem do limite porque o laco de
      *  busca testa o codigo na posicao quantidade + 1.
         01 WS-TABELA-GRUPOS.
           03 WS-QTD-GRUPOS                   PIC 9(02) VALUE 0.
           03 WS-GRUPO-TAB OCCURS 51 TIMES.
             05 WS-GT-CODIGO                  PIC X(03).
             05 WS-GT-NOME                    PIC X(30).
             05 WS-GT-RESUMO.
               07 WS-GT-ATIVOS                PIC 9(05).
               07 WS-GT-COM-FALHA             PIC 9(05).
               07 WS-GT-FALHAS OCCURS 5 TIMES PIC 9(05).
               07 WS-GT-NOTA                  PIC 9(03)V9.
      *  Linhas da ultima execucao gravada em QUALHIST.DAT (grupos,
      *  sem grupo e total), para a comparacao do resumo. Tambem tem
      *  uma entrada alem do limite, pelo mesmo motivo.
         01 WS-TABELA-ANTERIOR.
           03 WS-QTD-ANT                      PIC 9(02) VALUE 0.
           03 WS-ANT-DATA                     PIC 9(08) VALUE 0.
           03 WS-ANT-HORA                     PIC 9(06) VALUE 0.
           03 WS-ANT-TAB OCCURS 53 TIMES.
             05 WS-AT-TIPO                    PIC X(01).
             05 WS-AT-GRUPO                   PIC X(03).
             05 WS-AT-ATIVOS                  PIC 9(05).
             05 WS-AT-NOTA                    PIC 9(03)V9.
         COPY PAR_JORN.
         COPY PAR_LGPD.

       LINKAGE SECTION.
           COPY PAR_SESSA.

       PROCEDURE DIVISION USING PAR-SESSAO.

       MAIN-PROCEDURE.
           PERFORM P810-LE-SESSAO THRU P810-FIM

      *    QUALCONT e chamado pelo menu e mantem o estado da chamada
      *    anterior - o indicador de erro e os totais recomecam do
      *    zero para o resumo, o historico e o jornal refletirem so
      *    esta execucao.
           MOVE 'N'                 TO WS-ERRO
           MOVE 0                   TO WS-ANONIMIZADOS
           INITIALIZE WS-TOTAL-GERAL

           MOVE 'QUALCONT'          TO PJR-PROGRAMA
           MOVE 'I'                 TO PJR-TIPO
           MOVE WS-OPERADOR-SESSAO  TO PJR-OPERADOR
           MOVE 0                   TO PJR-LIDOS
           MOVE 0                   TO PJR-APLICADOS
           MOVE 0                   TO PJR-REJEITADOS
           MOVE SPACES              TO PJR-STATUS
           CALL 'JRNLOG' USING PAR-JORNAL

           DISPLAY '*** QUALIDADE DOS DADOS DE CONTATO ***'

           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DT-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-HR-AGORA

           PERFORM P120-CARREGA-GRUPOS   THRU P120-FIM
           PERFORM P150-CARREGA-ANTERIOR THRU P150-FIM

           DISPLAY ' '
           DISPLAY 'LISTA DE CORRECAO POR GRUPO - CONTATOS ATIVOS '
               'REPROVADOS'

           PERFORM VARYING WS-IND-GRP FROM 1 BY 1
               UNTIL WS-IND-GRP GREATER THAN WS-QTD-GRUPOS
               OR HOUVE-ERRO
               MOVE 'G'             TO WS-SECAO
               MOVE WS-GT-CODIGO(WS-IND-GRP) TO WS-GRUPO-CORRENTE
               MOVE WS-GT-NOME(WS-IND-GRP)   TO WS-NOME-GRP-CORRENTE
               PERFORM P200-VARRE-CONTATOS THRU P200-FIM
               MOVE WS-RESUMO       TO WS-GT-RESUMO(WS-IND-GRP)
           END-PERFORM

           IF NOT HOUVE-ERRO
               MOVE 'F'             TO WS-SECAO
               MOVE SPACES          TO WS-GRUPO-CORRENTE
               MOVE 'SEM GRUPO OU GRUPO NAO CADASTRADO'
                   TO WS-NOME-GRP-CORRENTE
               PERFORM P200-VARRE-CONTATOS THRU P200-FIM
               MOVE WS-RESUMO       TO WS-SEM-GRUPO
           END-IF

           IF NOT HOUVE-ERRO
               PERFORM P500-TOTALIZA         THRU P500-FIM
               PERFORM P600-RESUMO           THRU P600-FIM
               PERFORM P700-GRAVA-HISTORICO  THRU P700-FIM
           END-IF

           MOVE 'F'                 TO PJR-TIPO
           MOVE WS-TT-ATIVOS        TO PJR-LIDOS
           COMPUTE PJR-APLICADOS = WS-TT-ATIVOS - WS-TT-COM-FALHA
           MOVE WS-TT-COM-FALHA     TO PJR-REJEITADOS
           IF HOUVE-ERRO
               MOVE 'ER'            TO PJR-STATUS
           ELSE
               MOVE 'OK'            TO PJR-STATUS
           END-IF
           CALL 'JRNLOG' USING PAR-JORNAL

           PERFORM P900-FIM
           .

      ******************************************************************
      * P120-CARREGA-GRUPOS: carrega o codigo e o nome dos grupos de
      * GRUPOS.DAT, no mesmo criterio de P120-CARREGA-GRUPOS de
      * RELINTER (grupos inativos tambem entram: os contatos ativos
      * que ainda estao neles precisam ser corrigidos).
      ******************************************************************
       P120-CARREGA-GRUPOS.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-GRUPOS
           MOVE 'N'                 TO WS-GRUPOS-INCOMPLETA

           OPEN INPUT GRUPOS

           IF NOT FS-GRP-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-GRP
               MOVE 'S'             TO WS-ERRO
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
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P125-FIM.

      ******************************************************************
      * P150-CARREGA-ANTERIOR: guarda as linhas da ultima execucao
      * gravada em QUALHIST.DAT. O arquivo so recebe linhas no fim,
      * entao cada mudanca de data/hora comeca uma execucao mais
      * recente e descarta a que estava na tabela.
      ******************************************************************
       P150-CARREGA-ANTERIOR.
           SET EOF-OK               TO FALSE
           MOVE 0                   TO WS-QTD-ANT
           MOVE 0                   TO WS-ANT-DATA
           MOVE 0                   TO WS-ANT-HORA

           OPEN INPUT QUALHIST

           IF WS-FS-QLH EQUAL 35
               CONTINUE
           ELSE
           IF NOT FS-QLH-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE QUALIDADE'
               DISPLAY 'FILE STATUS: ' WS-FS-QLH
           ELSE
               PERFORM P155-LE-ANTERIOR THRU P155-FIM UNTIL EOF-OK

               CLOSE QUALHIST
           END-IF
           END-IF
           .
       P150-FIM.

       P155-LE-ANTERIOR.
           READ QUALHIST
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF QLH-DATA IS NUMERIC AND QLH-HORA IS NUMERIC
                       AND QLH-ATIVOS IS NUMERIC
                       AND QLH-NOTA IS NUMERIC
                       IF QLH-DATA NOT EQUAL WS-ANT-DATA
                           OR QLH-HORA NOT EQUAL WS-ANT-HORA
                           MOVE 0            TO WS-QTD-ANT
                           MOVE QLH-DATA     TO WS-ANT-DATA
                           MOVE QLH-HORA     TO WS-ANT-HORA
                       END-IF

                       IF WS-QTD-ANT LESS THAN 52
                           ADD 1             TO WS-QTD-ANT
                           MOVE QLH-TIPO
                               TO WS-AT-TIPO(WS-QTD-ANT)
                           MOVE QLH-GRUPO
                               TO WS-AT-GRUPO(WS-QTD-ANT)
                           MOVE QLH-ATIVOS
                               TO WS-AT-ATIVOS(WS-QTD-ANT)
                           MOVE QLH-NOTA
                               TO WS-AT-NOTA(WS-QTD-ANT)
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS-QLH NOT EQUAL 0 AND WS-FS-QLH NOT EQUAL 2
               AND WS-FS-QLH NOT EQUAL 10
               DISPLAY 'ERRO AO LER O HISTORICO DE QUALIDADE'
               DISPLAY 'FILE STATUS: ' WS-FS-QLH
               SET EOF-OK TO TRUE
           END-IF
           .
       P155-FIM.

      ******************************************************************
      * P200-VARRE-CONTATOS: varre CONTATOS.DAT inteiro para a secao
      * corrente (grupo da tabela ou, na secao final, contatos sem
      * grupo ou com grupo fora da tabela), como P200-VARRE-CONTATOS
      * de RELINTER, acumulando em WS-RESUMO e listando os contatos
      * reprovados. O cabecalho do grupo so sai quando ha contato a
      * listar embaixo dele.
      ******************************************************************
       P200-VARRE-CONTATOS.
           SET EOF-OK               TO FALSE
           INITIALIZE WS-RESUMO
           MOVE 'N'                 TO WS-CAB-GRP

           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'S'             TO WS-ERRO
           ELSE
               PERFORM P210-LE-CONTATO THRU P210-FIM UNTIL EOF-OK

               CLOSE CONTATOS

               IF CAB-GRP-IMPRESSO
                   DISPLAY '    CONTATOS A CORRIGIR NO GRUPO: '
                       WS-RS-COM-FALHA ' DE ' WS-RS-ATIVOS
               END-IF
           END-IF

           PERFORM P520-CALCULA-NOTA THRU P520-FIM
           .
       P200-FIM.

       P210-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK TO TRUE
               NOT AT END
                   IF CONTATO-ATIVO
                       PERFORM P220-CONTATO-DA-SECAO THRU P220-FIM

      *                Contato anonimizado (LGPD) continua ativo mas
      *                sem dado de contato por decisao do titular:
      *                fica fora da nota e da lista de correcao, so
      *                contado a parte.
                       IF GRUPO-ACHADO
                           IF NM-CONTATO EQUAL PLG-MASCARA-NOME
                               ADD 1 TO WS-ANONIMIZADOS
                           ELSE
                               ADD 1 TO WS-RS-ATIVOS
                               PERFORM P300-AVALIA-CONTATO
                                   THRU P300-FIM

                               IF WS-QTD-VIOLADAS GREATER THAN 0
                                   ADD 1 TO WS-RS-COM-FALHA
                                   PERFORM P400-IMPRIME-CONTATO
                                       THRU P400-FIM
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ

      *    Erro de leitura fora das classes tratadas (3x/9x): sem
      *    este desvio o laco ficaria rodando sem mensagem.
           IF WS-FS NOT EQUAL 0 AND WS-FS NOT EQUAL 2
               AND WS-FS NOT EQUAL 10
               DISPLAY 'ERRO AO LER O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'S'             TO WS-ERRO
               SET EOF-OK TO TRUE
           END-IF
           .
       P210-FIM.

      ******************************************************************
      * P220-CONTATO-DA-SECAO: liga GRUPO-ACHADO quando o contato
      * corrente pertence a secao sendo impressa - o grupo corrente
      * da tabela ou, na secao final, um grupo fora da tabela.
      ******************************************************************
       P220-CONTATO-DA-SECAO.
           MOVE 'N'                 TO WS-GRUPO-ACHADO

           IF FORA-DE-GRUPO
               PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN WS-QTD-GRUPOS
                   OR WS-GT-CODIGO(WS-IND) EQUAL GRP-CONTATO
                   CONTINUE
               END-PERFORM

               IF WS-IND GREATER THAN WS-QTD-GRUPOS
                   MOVE 'S'         TO WS-GRUPO-ACHADO
               END-IF
           ELSE
               IF GRP-CONTATO EQUAL WS-GRUPO-CORRENTE
                   MOVE 'S'         TO WS-GRUPO-ACHADO
               END-IF
           END-IF
           .
       P220-FIM.

      ******************************************************************
      * P300-AVALIA-CONTATO: confere o contato corrente contra as
      * regras de WS-REGRAS e marca em WS-VIOLOU as que ele viola:
      *   01 telefone e e-mail em branco (nao ha como chegar a ele);
      *   02 e-mail sem @ com espaco ou virgula (endereco digitado no
      *      campo de e-mail);
      *   03 e-mail preenchido sem exatamente um @, com espaco, sem
      *      nome antes do @ ou sem dominio com ponto depois dele;
      *   04 telefone com letras;
      *   05 telefone preenchido com menos de 8 digitos.
      ******************************************************************
       P300-AVALIA-CONTATO.
           MOVE ALL 'N'             TO WS-VIOLACOES
           MOVE 0                   TO WS-QTD-VIOLADAS

           IF TEL-CONTATO EQUAL SPACES AND EMAIL-CONTATO EQUAL SPACES
               MOVE 'S'             TO WS-VIOLOU(1)
           END-IF

           IF EMAIL-CONTATO NOT EQUAL SPACES
               PERFORM P310-AVALIA-EMAIL THRU P310-FIM
           END-IF

           IF TEL-CONTATO NOT EQUAL SPACES
               PERFORM P320-AVALIA-TELEFONE THRU P320-FIM
           END-IF

           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
               UNTIL WS-IND-REGRA GREATER THAN 5
               IF WS-VIOLOU(WS-IND-REGRA) EQUAL 'S'
                   ADD 1            TO WS-QTD-VIOLADAS
               END-IF
           END-PERFORM
           .
       P300-FIM.

       P310-AVALIA-EMAIL.
           MOVE 0                   TO WS-ARROBAS
           MOVE 0                   TO WS-ESPACOS
           MOVE 0                   TO WS-VIRGULAS
           MOVE 0                   TO WS-PONTOS

           MOVE FUNCTION LENGTH(FUNCTION TRIM(EMAIL-CONTATO TRAILING))
               TO WS-TAM

           INSPECT EMAIL-CONTATO(1:WS-TAM)
               TALLYING WS-ARROBAS  FOR ALL '@'
                        WS-ESPACOS  FOR ALL SPACE
                        WS-VIRGULAS FOR ALL ','

           IF WS-ARROBAS EQUAL 0
               AND (WS-ESPACOS GREATER THAN 0
                   OR WS-VIRGULAS GREATER THAN 0)
               MOVE 'S'             TO WS-VIOLOU(2)
           ELSE
               MOVE SPACES          TO WS-EMAIL-USUARIO
               MOVE SPACES          TO WS-EMAIL-DOMINIO

               UNSTRING EMAIL-CONTATO DELIMITED BY '@'
                   INTO WS-EMAIL-USUARIO WS-EMAIL-DOMINIO
               END-UNSTRING

               INSPECT WS-EMAIL-DOMINIO TALLYING WS-PONTOS FOR ALL '.'

               IF WS-ARROBAS NOT EQUAL 1
                   OR WS-ESPACOS GREATER THAN 0
                   OR WS-VIRGULAS GREATER THAN 0
                   OR WS-EMAIL-USUARIO EQUAL SPACES
                   OR WS-EMAIL-DOMINIO EQUAL SPACES
                   OR WS-PONTOS EQUAL 0
                   OR EMAIL-CONTATO(WS-TAM:1) EQUAL '.'
                   MOVE 'S'         TO WS-VIOLOU(3)
               END-IF
           END-IF
           .
       P310-FIM.

       P320-AVALIA-TELEFONE.
           MOVE 0                   TO WS-DIGITOS
           MOVE 0                   TO WS-LETRAS

           INSPECT TEL-CONTATO TALLYING WS-DIGITOS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'

           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS GREATER THAN 15
               IF TEL-CONTATO(WS-POS:1) IS ALPHABETIC
                   AND TEL-CONTATO(WS-POS:1) NOT EQUAL SPACE
                   ADD 1            TO WS-LETRAS
               END-IF
           END-PERFORM

           IF WS-LETRAS GREATER THAN 0
               MOVE 'S'             TO WS-VIOLOU(4)
           END-IF

           IF WS-DIGITOS LESS THAN 8
               MOVE 'S'             TO WS-VIOLOU(5)
           END-IF
           .
       P320-FIM.

      ******************************************************************
      * P400-IMPRIME-CONTATO: imprime o cabecalho do grupo pendente, o
      * contato reprovado e uma linha por regra violada, com o dado
      * que a violou, somando a violacao na coluna da regra.
      ******************************************************************
       P400-IMPRIME-CONTATO.
           IF NOT CAB-GRP-IMPRESSO
               DISPLAY ' '
               IF FORA-DE-GRUPO
                   DISPLAY '  ' WS-NOME-GRP-CORRENTE
               ELSE
                   DISPLAY '  GRUPO ' WS-GRUPO-CORRENTE ' - '
                       WS-NOME-GRP-CORRENTE
               END-IF
               DISPLAY '  -------------------------------------'
               MOVE 'S'             TO WS-CAB-GRP
           END-IF

           IF FORA-DE-GRUPO
               DISPLAY '    ' ID-CONTATO ' - ' NM-CONTATO
                   ' - GRUPO: ' GRP-CONTATO
           ELSE
               DISPLAY '    ' ID-CONTATO ' - ' NM-CONTATO
           END-IF

           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
               UNTIL WS-IND-REGRA GREATER THAN 5
               IF WS-VIOLOU(WS-IND-REGRA) EQUAL 'S'
                   ADD 1            TO WS-RS-FALHAS(WS-IND-REGRA)

                   EVALUATE WS-IND-REGRA
                       WHEN 1
                           MOVE SPACES        TO WS-VALOR-IMP
                       WHEN 2
                       WHEN 3
                           MOVE EMAIL-CONTATO TO WS-VALOR-IMP
                       WHEN OTHER
                           MOVE TEL-CONTATO   TO WS-VALOR-IMP
                   END-EVALUATE

                   DISPLAY '      REGRA ' WS-IND-REGRA ' - '
                       WS-REGRA-DESCR(WS-IND-REGRA) ' ' WS-VALOR-IMP
               END-IF
           END-PERFORM
           .
       P400-FIM.

      ******************************************************************
      * P500-TOTALIZA: soma grupos e secao sem grupo no total geral.
      ******************************************************************
       P500-TOTALIZA.
           INITIALIZE WS-TOTAL-GERAL

           PERFORM VARYING WS-IND-GRP FROM 1 BY 1
               UNTIL WS-IND-GRP GREATER THAN WS-QTD-GRUPOS
               MOVE WS-GT-RESUMO(WS-IND-GRP) TO WS-RESUMO
               PERFORM P510-SOMA-RESUMO THRU P510-FIM
           END-PERFORM

           MOVE WS-SEM-GRUPO        TO WS-RESUMO
           PERFORM P510-SOMA-RESUMO THRU P510-FIM

           MOVE WS-TOTAL-GERAL      TO WS-RESUMO
           PERFORM P520-CALCULA-NOTA THRU P520-FIM
           MOVE WS-RESUMO           TO WS-TOTAL-GERAL
           .
       P500-FIM.

       P510-SOMA-RESUMO.
           ADD WS-RS-ATIVOS         TO WS-TT-ATIVOS
           ADD WS-RS-COM-FALHA      TO WS-TT-COM-FALHA

           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
               UNTIL WS-IND-REGRA GREATER THAN 5
               ADD WS-RS-FALHAS(WS-IND-REGRA)
                   TO WS-TT-FALHAS(WS-IND-REGRA)
           END-PERFORM
           .
       P510-FIM.

      ******************************************************************
      * P520-CALCULA-NOTA: nota de WS-RESUMO = percentual de contatos
      * ativos sem nenhuma regra violada (zero quando nao ha contato
      * ativo na secao).
      ******************************************************************
       P520-CALCULA-NOTA.
           IF WS-RS-ATIVOS GREATER THAN 0
               COMPUTE WS-RS-NOTA ROUNDED =
                   (WS-RS-ATIVOS - WS-RS-COM-FALHA) * 100
                   / WS-RS-ATIVOS
           ELSE
               MOVE 0               TO WS-RS-NOTA
           END-IF
           .
       P520-FIM.

      ******************************************************************
      * P600-RESUMO: uma linha por grupo, a secao sem grupo e o total,
      * com ativos, reprovados, violacoes por regra, a nota e a
      * comparacao com a ultima execucao de QUALHIST.DAT.
      ******************************************************************
       P600-RESUMO.
           DISPLAY ' '
           DISPLAY '======================================='
           DISPLAY 'RESUMO DA QUALIDADE POR GRUPO - ' WS-DT-HOJE
               ' ' WS-HR-AGORA
           IF WS-QTD-ANT GREATER THAN 0
               DISPLAY 'COMPARADO COM A EXECUCAO DE ' WS-ANT-DATA
                   ' ' WS-ANT-HORA
           ELSE
               DISPLAY 'PRIMEIRA EXECUCAO: SEM COMPARACAO'
           END-IF

           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
               UNTIL WS-IND-REGRA GREATER THAN 5
               DISPLAY '  R' WS-IND-REGRA ' = '
                   WS-REGRA-DESCR(WS-IND-REGRA)
           END-PERFORM
           DISPLAY '  NOTA = % DE CONTATOS ATIVOS SEM NENHUMA VIOLACAO'

           DISPLAY ' '
           DISPLAY 'GRP NOME                 ATIVOS FALHA   R01   R02'
               '   R03   R04   R05  NOTA ANTER. VARIACAO'
           DISPLAY '---------------------------------------'
               '---------------------------------------------------'

           PERFORM VARYING WS-IND-GRP FROM 1 BY 1
               UNTIL WS-IND-GRP GREATER THAN WS-QTD-GRUPOS
               MOVE 'G'                      TO WS-LINHA-TIPO
               MOVE WS-GT-CODIGO(WS-IND-GRP) TO WS-GRUPO-CORRENTE
               MOVE WS-GT-NOME(WS-IND-GRP)   TO WS-NOME-GRP-CORRENTE
               MOVE WS-GT-RESUMO(WS-IND-GRP) TO WS-RESUMO
               PERFORM P610-IMPRIME-LINHA THRU P610-FIM
           END-PERFORM

           MOVE 'S'                 TO WS-LINHA-TIPO
           MOVE SPACES              TO WS-GRUPO-CORRENTE
           MOVE 'SEM GRUPO'         TO WS-NOME-GRP-CORRENTE
           MOVE WS-SEM-GRUPO        TO WS-RESUMO
           PERFORM P610-IMPRIME-LINHA THRU P610-FIM

           DISPLAY '---------------------------------------'
               '---------------------------------------------------'

           MOVE 'T'                 TO WS-LINHA-TIPO
           MOVE SPACES              TO WS-GRUPO-CORRENTE
           MOVE 'TOTAL GERAL'       TO WS-NOME-GRP-CORRENTE
           MOVE WS-TOTAL-GERAL      TO WS-RESUMO
           PERFORM P610-IMPRIME-LINHA THRU P610-FIM

           IF WS-ANONIMIZADOS GREATER THAN 0
               DISPLAY 'CONTATOS ANONIMIZADOS (LGPD), FORA DA NOTA '
                   'E DA LISTA: ' WS-ANONIMIZADOS
           END-IF

           IF GRUPOS-INCOMPLETA
               DISPLAY 'ATENCAO: MAIS DE 50 GRUPOS, EXCEDENTES '
                   'CONTADOS COMO SEM GRUPO'
           END-IF
           .
       P600-FIM.

       P610-IMPRIME-LINHA.
           MOVE WS-RS-NOTA          TO WS-NOTA-ED
           MOVE SPACES              TO WS-NOTA-ANT-IMP
           MOVE SPACES              TO WS-VARIACAO-IMP
           MOVE SPACES              TO WS-TENDENCIA

           PERFORM P620-BUSCA-ANTERIOR THRU P620-FIM

           IF WS-RS-ATIVOS EQUAL 0
               MOVE 'SEM ATIVOS'    TO WS-TENDENCIA
           ELSE
           IF WS-IND-ANT GREATER THAN WS-QTD-ANT
               OR WS-AT-ATIVOS(WS-IND-ANT) EQUAL 0
               MOVE 'NOVO'          TO WS-TENDENCIA
           ELSE
               MOVE WS-AT-NOTA(WS-IND-ANT) TO WS-NOTA-ANT-ED
               MOVE WS-NOTA-ANT-ED  TO WS-NOTA-ANT-IMP
               COMPUTE WS-VARIACAO =
                   WS-RS-NOTA - WS-AT-NOTA(WS-IND-ANT)
               MOVE WS-VARIACAO     TO WS-VARIACAO-ED
               MOVE WS-VARIACAO-ED  TO WS-VARIACAO-IMP

               EVALUATE TRUE
                   WHEN WS-VARIACAO GREATER THAN 0
                       MOVE 'MELHOROU'  TO WS-TENDENCIA
                   WHEN WS-VARIACAO LESS THAN 0
                       MOVE 'PIOROU'    TO WS-TENDENCIA
                   WHEN OTHER
                       MOVE 'ESTAVEL'   TO WS-TENDENCIA
               END-EVALUATE
           END-IF
           END-IF

           DISPLAY WS-GRUPO-CORRENTE ' ' WS-NOME-GRP-CORRENTE(1:20)
               ' ' WS-RS-ATIVOS ' ' WS-RS-COM-FALHA ' '
               WS-RS-FALHAS(1) ' ' WS-RS-FALHAS(2) ' '
               WS-RS-FALHAS(3) ' ' WS-RS-FALHAS(4) ' '
               WS-RS-FALHAS(5) ' ' WS-NOTA-ED ' ' WS-NOTA-ANT-IMP ' '
               WS-VARIACAO-IMP ' ' WS-TENDENCIA
           .
       P610-FIM.

      ******************************************************************
      * P620-BUSCA-ANTERIOR: posiciona WS-IND-ANT na linha da execucao
      * anterior do mesmo tipo e grupo (quantidade + 1 = nao achou).
      ******************************************************************
       P620-BUSCA-ANTERIOR.
           PERFORM VARYING WS-IND-ANT FROM 1 BY 1
               UNTIL WS-IND-ANT GREATER THAN WS-QTD-ANT
               OR (WS-AT-TIPO(WS-IND-ANT) EQUAL WS-LINHA-TIPO
                   AND WS-AT-GRUPO(WS-IND-ANT) EQUAL WS-GRUPO-CORRENTE)
               CONTINUE
           END-PERFORM
           .
       P620-FIM.

      ******************************************************************
      * P700-GRAVA-HISTORICO: acrescenta a QUALHIST.DAT as linhas
      * desta execucao (grupos, sem grupo e total), criando o arquivo
      * na primeira execucao.
      ******************************************************************
       P700-GRAVA-HISTORICO.
           OPEN EXTEND QUALHIST

           IF WS-FS-QLH EQUAL 35 THEN
               OPEN OUTPUT QUALHIST
           END-IF

           IF NOT FS-QLH-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE QUALIDADE'
               DISPLAY 'FILE STATUS: ' WS-FS-QLH
               MOVE 'S'             TO WS-ERRO
           ELSE
               PERFORM VARYING WS-IND-GRP FROM 1 BY 1
                   UNTIL WS-IND-GRP GREATER THAN WS-QTD-GRUPOS
                   MOVE 'G'                      TO WS-LINHA-TIPO
                   MOVE WS-GT-CODIGO(WS-IND-GRP) TO WS-GRUPO-CORRENTE
                   MOVE WS-GT-RESUMO(WS-IND-GRP) TO WS-RESUMO
                   PERFORM P710-GRAVA-LINHA THRU P710-FIM
               END-PERFORM

               MOVE 'S'             TO WS-LINHA-TIPO
               MOVE SPACES          TO WS-GRUPO-CORRENTE
               MOVE WS-SEM-GRUPO    TO WS-RESUMO
               PERFORM P710-GRAVA-LINHA THRU P710-FIM

               MOVE 'T'             TO WS-LINHA-TIPO
               MOVE SPACES          TO WS-GRUPO-CORRENTE
               MOVE WS-TOTAL-GERAL  TO WS-RESUMO
               PERFORM P710-GRAVA-LINHA THRU P710-FIM

               CLOSE QUALHIST
           END-IF
           .
       P700-FIM.

       P710-GRAVA-LINHA.
           MOVE SPACES              TO REG-QUALIDADE
           MOVE WS-DT-HOJE          TO QLH-DATA
           MOVE WS-HR-AGORA         TO QLH-HORA
           MOVE WS-LINHA-TIPO       TO QLH-TIPO
           MOVE WS-GRUPO-CORRENTE   TO QLH-GRUPO
           MOVE WS-RS-ATIVOS        TO QLH-ATIVOS
           MOVE WS-RS-COM-FALHA     TO QLH-COM-FALHA
           MOVE WS-RS-NOTA          TO QLH-NOTA

           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
               UNTIL WS-IND-REGRA GREATER THAN 5
               MOVE WS-RS-FALHAS(WS-IND-REGRA)
                   TO QLH-FALHAS(WS-IND-REGRA)
           END-PERFORM

           WRITE REG-QUALIDADE

           IF NOT FS-QLH-OK
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE QUALIDADE'
               DISPLAY 'FILE STATUS: ' WS-FS-QLH
               MOVE 'S'             TO WS-ERRO
           END-IF
           .
       P710-FIM.

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
       END PROGRAM QUALCONT.
