      ******************************************************************
      * Copybook: DB_REMES
      * Purpose: layout do registro de REMESSAS.DAT (FD REMESSAS), o
      * historico das remessas enviadas a mala direta. DELTCONT grava
      * uma linha por extracao concluida, com a sequencia do header
      * de CONTDELT.DAT, a data/hora e a contagem de detalhes;
      * RETOCONT recusa devolucoes de remessa que nao consta aqui.
      ******************************************************************
       01  REG-REMESSA.
           05 REM-SEQUENCIA                   PIC 9(05).
           05 REM-DATA                        PIC 9(08).
           05 REM-HORA                        PIC 9(06).
           05 REM-DETALHES                    PIC 9(07).
