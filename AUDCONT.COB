       P300-CRONOLOGIA.
           PERFORM P310-LE-ID-VALIDO THRU P310-FIM

           DISPLAY 'FILTRAR POR OPERACAO <I/A/E/R/O/L> '
               '(BRANCO PARA TODAS):'
           ACCEPT WS-OP-FILTRO

                   MOVE 'EXCLUSAO'   TO WS-OP-EXTENSO
               WHEN 'R'
                   MOVE 'REATIVACAO' TO WS-OP-EXTENSO
               WHEN 'O'
                   MOVE 'OPT-OUT'    TO WS-OP-EXTENSO
               WHEN 'L'
                   MOVE 'LGPD'       TO WS-OP-EXTENSO
               WHEN OTHER
                   MOVE 'OPERACAO ?' TO WS-OP-EXTENSO
           END-EVALUATE
