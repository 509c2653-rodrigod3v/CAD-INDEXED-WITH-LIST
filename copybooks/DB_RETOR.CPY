      ******************************************************************
      * Copybook: DB_RETOR
      * Purpose: layout do registro de RETORNOS.DAT (FD RETORNOS), o
      * arquivo de devolucoes devolvido pelo sistema de mala direta:
      * uma linha por devolucao, com o ID do contato e a sequencia da
      * remessa (header de CONTDELT.DAT) em que ele foi enviado, o
      * canal devolvido (E e-mail, C correspondencia, T telefone), o
      * tipo da devolucao (H definitiva, S temporaria), a data e o
      * motivo informado pelo destino. Processado por RETOCONT.
      ******************************************************************
       01  REG-RETORNO.
           05 RET-ID-CONTATO                  PIC 9(05).
           05 RET-SEQUENCIA                   PIC 9(05).
           05 RET-CANAL                       PIC X(01).
              88 RET-CANAL-EMAIL              VALUE 'E'.
              88 RET-CANAL-CORREIO            VALUE 'C'.
              88 RET-CANAL-TELEFONE           VALUE 'T'.
           05 RET-TIPO                        PIC X(01).
              88 RET-DEFINITIVA               VALUE 'H'.
              88 RET-TEMPORARIA               VALUE 'S'.
           05 RET-DATA                        PIC 9(08).
           05 RET-MOTIVO                      PIC X(40).
