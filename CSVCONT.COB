      *         limpo, pronto para o modo batch de CADCONTT. O CSV de
      *         EXPCONT nao carrega grupo, entao o grupo das
      *         transacoes e informado pelo operador e validado como
      *         ativo. Uma sexta coluna opcional traz a acao da
      *         transacao (I/A/E/R, ver DB_TRANS); sem ela a linha vira
      *         inclusao. Cada linha recusada sai no relatorio com o
      *         numero da linha e o problema, para a planilha ser
      *         corrigida na origem.
      * Tectonics: cobc
         77 WS-ID-NUM                         PIC 9(05).
         77 WS-CONVERSAO-ERRO                 PIC X     VALUE 'N'.
           88 CONVERSAO-ERRO                  VALUE 'S'.
         77 WS-ACAO                           PIC X(01).
           88 ACAO-VALIDA                     VALUE 'I' 'A' 'E' 'R'.
           88 ACAO-COM-DADOS                  VALUE 'I' 'A'.
         01 WS-CAMPOS.
           03 WS-CAMPO-TAB OCCURS 6 TIMES.
             05 WS-CP-VALOR                   PIC X(100).
             05 WS-CP-TAM                     PIC 9(03).
         COPY PAR_JORN.
                   MOVE WS-CP-VALOR(4)      TO TRA-EMAIL-CONTATO
                   MOVE WS-CP-VALOR(5)      TO TRA-END-CONTATO
                   MOVE WS-GRP-CONTATO      TO TRA-GRP-CONTATO
                   MOVE WS-ACAO             TO TRA-ACAO

                   WRITE REG-TRANSACAO

      ******************************************************************
      * P400-VALIDA-CAMPOS: confere a linha quebrada contra o layout
      * DB_TRANS: cinco campos, ID numerico de 5 digitos diferente de
      * zero, acao valida (coluna 6 em branco vale inclusao), nome
      * obrigatorio na inclusao e na alteracao e tamanhos maximos de
      * cada campo -
      * estourou o tamanho, a linha volta para correcao na planilha
      * em vez de entrar truncada na carga.
      ******************************************************************
           MOVE 'N'                 TO WS-PARSE-ERRO
           MOVE SPACES              TO WS-MOTIVO

           MOVE WS-CP-VALOR(6)(1:1) TO WS-ACAO
           IF WS-CP-TAM(6) EQUAL 0
               MOVE 'I'             TO WS-ACAO
           END-IF

           EVALUATE TRUE
               WHEN WS-QTD-CAMPOS LESS THAN 5
                   MOVE 'S' TO WS-PARSE-ERRO
               WHEN WS-CP-VALOR(1)(1:5) EQUAL '00000'
                   MOVE 'S' TO WS-PARSE-ERRO
                   MOVE 'ID IGUAL A ZERO'          TO WS-MOTIVO
               WHEN WS-CP-TAM(6) GREATER THAN 1
                   OR NOT ACAO-VALIDA
                   MOVE 'S' TO WS-PARSE-ERRO
                   MOVE 'ACAO INVALIDA (I/A/E/R)'  TO WS-MOTIVO
               WHEN WS-CP-TAM(2) EQUAL 0
                   AND ACAO-COM-DADOS
                   MOVE 'S' TO WS-PARSE-ERRO
                   MOVE 'NOME EM BRANCO'           TO WS-MOTIVO
               WHEN WS-CP-TAM(2) GREATER THAN 30
       P400-FIM.

      ******************************************************************
      * P500-QUEBRA-CAMPOS: quebra REG-CSV em ate 6 campos. Campo
      * entre aspas aceita virgula no conteudo e aspa dobrada como
      * aspa literal (o inverso de P220-PREPARA-CAMPO de EXPCONT);
      * campo sem aspas vai ate a proxima virgula. O ID, alinhado a
               ADD 1 TO WS-POS
           END-PERFORM

           PERFORM UNTIL WS-QTD-CAMPOS EQUAL 6
               OR PARSE-ERRO
               PERFORM P510-EXTRAI-CAMPO THRU P510-FIM
           END-PERFORM
