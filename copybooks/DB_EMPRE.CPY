      ******************************************************************
      * Copybook: DB_EMPRE
      * Purpose: layout do registro de EMPRESAS.DAT (FD EMPRESAS), o
      * cadastro de empresas clientes mantido por CADEMPR. Os contatos
      * sao ligados a empresa pelo arquivo de vinculos CONTEMPR.DAT
      * (DB_VINCU), para o layout de CONTATOS.DAT, dos backups e das
      * imagens de recuperacao continuar o mesmo.
      ******************************************************************
       01  REG-EMPRESAS.
           05 EMP-CODIGO                      PIC 9(05).
           05 EMP-CNPJ                        PIC 9(14).
           05 EMP-NOME                        PIC X(40).
           05 EMP-TELEFONE                    PIC X(15).
           05 EMP-ENDERECO                    PIC X(50).
           05 EMP-SITUACAO                    PIC X(01).
              88 EMPRESA-ATIVA                VALUE 'A'.
              88 EMPRESA-INATIVA              VALUE 'I'.
