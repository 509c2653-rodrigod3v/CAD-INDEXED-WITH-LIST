           03 WS-DH-SEG                       PIC 9(02).
           03 FILLER                          PIC X(06).
         COPY PAR_JORN.
         COPY PAR_IMAGE.

       LINKAGE SECTION.
           COPY PAR_SESSA.
      * da sessao.
      ******************************************************************
       P800-GRAVA-AUDITORIA.
           PERFORM P820-GRAVA-IMAGEM THRU P820-FIM

           MOVE FUNCTION CURRENT-DATE   TO WS-DATA-HORA-NUM

           STRING WS-DH-DIA    '/' WS-DH-MES  '/' WS-DH-ANO ' '
           .
       P800-FIM.

      ******************************************************************
      * P820-GRAVA-IMAGEM: grava em IMAGENS.DAT a imagem posterior do
      * contato recem-regravado (REG-CONTATOS ainda no buffer), para a
      * recuperacao de RECUCONT.
      ******************************************************************
       P820-GRAVA-IMAGEM.
           MOVE 'RECLCONT'          TO PIM-PROGRAMA
           MOVE 'A'                 TO PIM-OPERACAO
           MOVE WS-OPERADOR-SESSAO  TO PIM-OPERADOR
           MOVE REG-CONTATOS        TO PIM-CONTATO
           CALL 'IMGLOG' USING PAR-IMAGEM
           .
       P820-FIM.

      ******************************************************************
      * P810-LE-SESSAO: resolve o operador identificado no sign-on de
      * CADMENU, recebido na area PAR-SESSAO de cada CALL, para
