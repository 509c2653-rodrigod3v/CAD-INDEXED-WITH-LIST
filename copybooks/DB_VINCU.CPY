      ******************************************************************
      * Copybook: DB_VINCU
      * Purpose: layout do registro de CONTEMPR.DAT (FD VINCULOS), o
      * codigo de empresa (EMPRESAS.DAT) de cada contato. A chave e o
      * ID do contato (um contato trabalha em uma empresa); a chave
      * alternada VIN-EMPRESA da as pessoas de cada empresa.
      * VIN-DATA/VIN-OPERADOR registram o ultimo vinculo informado.
      ******************************************************************
       01  REG-VINCULO.
           05 VIN-ID-CONTATO                  PIC 9(05).
           05 VIN-EMPRESA                     PIC 9(05).
           05 VIN-DATA                        PIC 9(08).
           05 VIN-OPERADOR                    PIC X(05).
