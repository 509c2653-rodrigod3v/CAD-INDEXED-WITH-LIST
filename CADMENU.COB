           88 OPCAO-ESTATISTICAS              VALUE 'H'.
           88 OPCAO-CONVERTE-CSV              VALUE 'I'.
           88 OPCAO-RECLASSIFICA              VALUE 'J'.
           88 OPCAO-RECUPERACAO               VALUE 'K'.
           88 OPCAO-OPT-OUT                   VALUE 'L'.
           88 OPCAO-LGPD                      VALUE 'M'.
           88 OPCAO-AGENDA                    VALUE 'N'.
           88 OPCAO-EMPRESAS                  VALUE 'O'.
           88 OPCAO-REL-EMPRESAS              VALUE 'P'.
           88 OPCAO-CADEIA                    VALUE 'Q'.
           88 OPCAO-DEVOLUCOES                VALUE 'R'.
           88 OPCAO-QUALIDADE                 VALUE 'S'.
           88 OPCAO-BALANCO                   VALUE 'T'.
           88 OPCAO-SAIR                      VALUE '0'.
         77 WS-FS-OPE                         PIC 99.
           88 FS-OPE-OK                       VALUE 0.
           DISPLAY 'H - ESTATISTICAS GERENCIAIS'
           DISPLAY 'I - CONVERTER CSV DE PARCEIRO EM TRANSACOES'
           DISPLAY 'J - RECLASSIFICACAO EM MASSA DE GRUPO'
           DISPLAY 'K - RECUPERACAO DE CONTATOS EM UM PONTO NO TEMPO'
           DISPLAY 'L - RECUSA DE COMUNICACAO (OPT-OUT)'
           DISPLAY 'M - LGPD: RELATORIO E ANONIMIZACAO DO TITULAR'
           DISPLAY 'N - AGENDA DE FOLLOW-UP DO DIA'
           DISPLAY 'O - MANUTENCAO DE EMPRESAS'
           DISPLAY 'P - RELATORIO DE CONTATOS POR EMPRESA'
           DISPLAY 'Q - CADEIA NOTURNA'
           DISPLAY 'R - DEVOLUCOES DA MALA DIRETA'
           DISPLAY 'S - QUALIDADE DOS DADOS POR GRUPO'
           DISPLAY 'T - BALANCEAMENTO DIARIO DE CONTATOS'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO
               WHEN OPCAO-RECLASSIFICA
                   MOVE 'RECLCONT'   TO WS-PROGRAMA
                   MOVE 3            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-RECUPERACAO
                   MOVE 'RECUCONT'   TO WS-PROGRAMA
                   MOVE 3            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-OPT-OUT
                   MOVE 'PREFCONT'   TO WS-PROGRAMA
                   MOVE 2            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-LGPD
                   MOVE 'LGPDCONT'   TO WS-PROGRAMA
                   MOVE 3            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-AGENDA
                   MOVE 'RELAGEND'   TO WS-PROGRAMA
               WHEN OPCAO-EMPRESAS
                   MOVE 'CADEMPR'    TO WS-PROGRAMA
                   MOVE 2            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-REL-EMPRESAS
                   MOVE 'RELEMPR'    TO WS-PROGRAMA
               WHEN OPCAO-CADEIA
                   MOVE 'NOTRCONT'   TO WS-PROGRAMA
                   MOVE 3            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-DEVOLUCOES
                   MOVE 'RETOCONT'   TO WS-PROGRAMA
                   MOVE 2            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-QUALIDADE
                   MOVE 'QUALCONT'   TO WS-PROGRAMA
               WHEN OPCAO-BALANCO
                   MOVE 'BALCONT'    TO WS-PROGRAMA
                   MOVE 2            TO WS-NIVEL-EXIGIDO
               WHEN OPCAO-SAIR
                   DISPLAY 'ENCERRANDO O SISTEMA...'
               WHEN OTHER
