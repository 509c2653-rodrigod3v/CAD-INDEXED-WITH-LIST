      ******************************************************************
      * Copybook: PAR_IMAGE
      * Purpose: area de parametros da chamada ao subprograma IMGLOG,
      * que grava a imagem posterior de um contato em IMAGENS.DAT. O
      * programa chamador preenche o nome, a operacao (I/A/E/R, P no
      * expurgo, L na anonimizacao LGPD), o operador carimbado na
      * auditoria e o registro de CONTATOS como ficou gravado (ou como
      * estava, no expurgo) e chama IMGLOG USING PAR-IMAGEM logo apos
      * o WRITE/REWRITE/DELETE bem sucedido.
      ******************************************************************
       01  PAR-IMAGEM.
           05 PIM-PROGRAMA                    PIC X(08).
           05 PIM-OPERACAO                    PIC X(01).
           05 PIM-OPERADOR                    PIC X(05).
           05 PIM-CONTATO                     PIC X(152).
