      ******************************************************************
      * Copybook: PEDCOPY
      * Purpose: LAYOUT DO ARQUIVO DE PEDIDOS DE COMPRA
      *          (PEDIDOS-COMPRA.DAT): UMA LINHA POR ITEM PEDIDO AO
      *          FORNECEDOR, COM O LOCAL DE ENTREGA, A QUANTIDADE E O
      *          PRECO COMBINADOS E A DATA PREVISTA DE CHEGADA. O
      *          RECEBIMENTO DE MERCADORIAS ACUMULA O RECEBIDO E FECHA
      *          A LINHA QUANDO O PEDIDO E ATENDIDO; O CONTAS A PAGAR
      *          ACUMULA O FATURADO PELO FORNECEDOR NO CASAMENTO DAS
      *          NOTAS
      ******************************************************************
           01 REG-PEDIDO-COMPRA.
               03 PC-NUMERO                PIC 9(007).
               03 PC-LINHA                 PIC 9(003).
               03 PC-FORNECEDOR            PIC X(008).
               03 PC-ITEM                  PIC X(010).
               03 PC-LOCAL                 PIC X(003).
               03 PC-QTD-PEDIDA            PIC 9(007)V99.
               03 PC-QTD-RECEBIDA          PIC 9(007)V99.
               03 PC-PRECO                 PIC 9(007)V99.
               03 PC-DATA-PEDIDO           PIC 9(008).
               03 PC-DATA-PREVISTA         PIC 9(008).
               03 PC-SITUACAO              PIC X(001).
                  88 PC-ABERTA                         VALUE "A".
                  88 PC-FECHADA                        VALUE "F".
                  88 PC-CANCELADA                      VALUE "C".
               03 PC-QTD-FATURADA          PIC 9(007)V99.
