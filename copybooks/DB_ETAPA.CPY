      ******************************************************************
      * Copybook: DB_ETAPA
      * Purpose: layout do registro de ETAPAS.DAT (FD ETAPAS), a
      * tabela de etapas da cadeia noturna executada por NOTRCONT.
      * Arquivo texto, uma etapa por linha, na ordem de execucao
      * (ETP-SEQUENCIA crescente); mantido no editor de texto. Na
      * falta do arquivo NOTRCONT o cria com a cadeia padrao.
      * ETP-DIA-SEMANA: 0 roda todo dia; 1 (segunda) a 7 (domingo)
      * so roda naquele dia. ETP-ATIVA 'N' deixa a etapa na tabela
      * sem executa-la.
      ******************************************************************
       01  REG-ETAPA.
           05 ETP-SEQUENCIA                   PIC 9(02).
           05 FILLER                          PIC X(01).
           05 ETP-PROGRAMA                    PIC X(08).
           05 FILLER                          PIC X(01).
           05 ETP-DIA-SEMANA                  PIC 9(01).
              88 ETAPA-TODO-DIA               VALUE 0.
           05 FILLER                          PIC X(01).
           05 ETP-ATIVA                       PIC X(01).
              88 ETAPA-ATIVA                  VALUE 'S'.
              88 ETAPA-DESATIVADA             VALUE 'N'.
           05 FILLER                          PIC X(01).
           05 ETP-DESCRICAO                   PIC X(40).
