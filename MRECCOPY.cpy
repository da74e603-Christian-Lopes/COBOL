      ******************************************************************
      * Copybook: MRECCOPY
      * Purpose: LAYOUT DO HISTORICO DE MERCADORIAS RECEBIDAS
      *          (MERCADORIAS-RECEBIDAS.DAT): UMA LINHA POR ENTREGA
      *          ACEITA CONTRA UMA LINHA DE PEDIDO DE COMPRA, COM O
      *          FORNECEDOR, O LOCAL E O PRECO DO PEDIDO, GRAVADA PELO
      *          RECEBIMENTO DE MERCADORIAS
      ******************************************************************
           01 REG-MERCADORIA-RECEBIDA.
               03 MREC-PEDIDO              PIC 9(007).
               03 MREC-LINHA               PIC 9(003).
               03 MREC-FORNECEDOR          PIC X(008).
               03 MREC-ITEM                PIC X(010).
               03 MREC-LOCAL               PIC X(003).
               03 MREC-QUANTIDADE          PIC 9(007)V99.
               03 MREC-PRECO               PIC 9(007)V99.
               03 MREC-DATA                PIC 9(008).
