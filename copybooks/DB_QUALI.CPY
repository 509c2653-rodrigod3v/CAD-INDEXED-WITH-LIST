      ******************************************************************
      * Copybook: DB_QUALI
      * Purpose: layout do registro de QUALHIST.DAT (FD QUALHIST), o
      * historico das execucoes da verificacao de qualidade de
      * QUALCONT. Cada execucao acrescenta, com a mesma data e hora,
      * uma linha por grupo de GRUPOS.DAT (tipo G), uma para os
      * contatos sem grupo ou com grupo nao cadastrado (tipo S) e uma
      * de total (tipo T): contatos ativos examinados, contatos com
      * alguma regra violada, violacoes por regra (01 a 05) e a nota
      * (percentual de contatos ativos sem nenhuma violacao). A
      * execucao seguinte compara a sua nota com a da ultima
      * execucao gravada.
      ******************************************************************
       01  REG-QUALIDADE.
           05 QLH-DATA                        PIC 9(08).
           05 FILLER                          PIC X(01).
           05 QLH-HORA                        PIC 9(06).
           05 FILLER                          PIC X(01).
           05 QLH-TIPO                        PIC X(01).
              88 QLH-GRUPO-CADASTRADO         VALUE 'G'.
              88 QLH-SEM-GRUPO                VALUE 'S'.
              88 QLH-TOTAL                    VALUE 'T'.
           05 FILLER                          PIC X(01).
           05 QLH-GRUPO                       PIC X(03).
           05 FILLER                          PIC X(01).
           05 QLH-ATIVOS                      PIC 9(05).
           05 FILLER                          PIC X(01).
           05 QLH-COM-FALHA                   PIC 9(05).
           05 FILLER                          PIC X(01).
           05 QLH-REGRA OCCURS 5 TIMES.
              10 QLH-FALHAS                   PIC 9(05).
              10 FILLER                       PIC X(01).
           05 QLH-NOTA                        PIC 9(03)V9.
