      ******************************************************************
      * Copybook: DB_DEVOL
      * Purpose: layout do registro de DEVOLUC.DAT (FD DEVOLUC), o
      * acumulado de devolucoes da mala direta por contato e canal
      * (E e-mail, C correspondencia, T telefone), mantido por
      * RETOCONT: quantidade de devolucoes definitivas e temporarias
      * e os dados da ultima. Situacao:
      *   M - em observacao (abaixo do limite de bloqueio)
      *   B - canal bloqueado em PREFCOM.DAT (codigo D); fica na
      *       lista de trabalho ate o operador obter o dado correto
      *       numa interacao de INTERCON
      *   C - dado corrigido em INTERCON; contadores zerados
      ******************************************************************
       01  REG-DEVOLUCAO.
           05 DEV-CHAVE.
              10 DEV-ID-CONTATO               PIC 9(05).
              10 DEV-CANAL                    PIC X(01).
           05 DEV-QTD-DEFINITIVAS             PIC 9(03).
           05 DEV-QTD-TEMPORARIAS             PIC 9(03).
           05 DEV-ULT-TIPO                    PIC X(01).
           05 DEV-ULT-DATA                    PIC 9(08).
           05 DEV-ULT-SEQUENCIA               PIC 9(05).
           05 DEV-ULT-MOTIVO                  PIC X(40).
           05 DEV-SITUACAO                    PIC X(01).
              88 DEV-OBSERVACAO               VALUE 'M'.
              88 DEV-BLOQUEADO                VALUE 'B'.
              88 DEV-CORRIGIDO                VALUE 'C'.
           05 DEV-DT-BLOQUEIO                 PIC 9(08).
           05 DEV-DT-CORRECAO                 PIC 9(08).
           05 DEV-OPERADOR                    PIC X(05).
