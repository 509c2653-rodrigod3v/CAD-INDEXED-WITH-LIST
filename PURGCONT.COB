      *         fisicamente de CONTATOS.DAT os contatos marcados
      *         inativos (exclusao logica de CADCONTT) ha mais dias
      *         que o prazo de retencao informado, listando cada
      *         registro expurgado. Cada expurgo deixa a imagem do
      *         registro removido em IMAGENS.DAT (operacao P), para a
      *         recuperacao de RECUCONT reproduzir a remocao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
         77 WS-EXPURGADOS                     PIC 9(05) VALUE 0.
         77 WS-MANTIDOS                       PIC 9(05) VALUE 0.
         COPY PAR_JORN.
         COPY PAR_IMAGE.

       LINKAGE SECTION.
           COPY PAR_SESSA.
                       DISPLAY 'EXPURGANDO: ' ID-CONTATO ' - '
                           NM-CONTATO ' - INATIVADO EM: ' DT-EXCLUSAO

      *                A imagem e guardada antes do DELETE: depois
      *                dele o conteudo do buffer nao e garantido.
                       MOVE REG-CONTATOS TO PIM-CONTATO

                       DELETE CONTATOS

                       IF FS-OK
                           ADD 1 TO WS-EXPURGADOS
                           PERFORM P820-GRAVA-IMAGEM THRU P820-FIM
                       ELSE
                           DISPLAY 'ERRO AO EXPURGAR O CONTATO'
                           DISPLAY 'FILE STATUS: ' WS-FS
           .
       P200-FIM.

       P820-GRAVA-IMAGEM.
           MOVE 'PURGCONT'          TO PIM-PROGRAMA
           MOVE 'P'                 TO PIM-OPERACAO
           MOVE PJR-OPERADOR        TO PIM-OPERADOR
           CALL 'IMGLOG' USING PAR-IMAGEM
           .
       P820-FIM.

       P900-FIM.
           GOBACK
           .
