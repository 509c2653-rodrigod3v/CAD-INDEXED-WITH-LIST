             05 WS-TT-DIGITOS                 PIC X(15).
             05 WS-TT-QTD                     PIC 9(02).
         COPY PAR_JORN.
         COPY PAR_IMAGE.

       LINKAGE SECTION.
           COPY PAR_SESSA.
      * sessao.
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
           MOVE 'DUPCONT '          TO PIM-PROGRAMA
           MOVE 'E'                 TO PIM-OPERACAO
           MOVE WS-OPERADOR-SESSAO  TO PIM-OPERADOR
           MOVE REG-CONTATOS        TO PIM-CONTATO
           CALL 'IMGLOG' USING PAR-IMAGEM
           .
       P820-FIM.

      ******************************************************************
      * P810-LE-SESSAO: resolve o operador identificado no sign-on de
      * CADMENU, recebido na area PAR-SESSAO de cada CALL, para
