      ******************************************************************
      * Copybook: PAR_LGPD
      * Purpose: mascara que a anonimizacao LGPD (P410-ANONIMIZA-
      * CONTATO de LGPDCONT) grava em NM-CONTATO, com telefone, e-mail
      * e endereco em branco. Os programas que precisam reconhecer um
      * contato anonimizado - que continua ativo - comparam o nome
      * com PLG-MASCARA-NOME em vez de repetir o literal.
      ******************************************************************
       01  PAR-LGPD.
           05 PLG-MASCARA-NOME                PIC X(30)
                                  VALUE 'DADOS REMOVIDOS (LGPD)'.
