      ******************************************************************
      * Copybook: PVENCOPY
      * Purpose: LAYOUT DO ARQUIVO DE PEDIDOS DE VENDA
      *          (PEDIDOS-VENDA.DAT): UMA LINHA POR ITEM PEDIDO PELO
      *          CLIENTE, COM O LOCAL DE SAIDA, A QUANTIDADE, O PRECO
      *          (ZERO = PRECO DE TABELA NA DATA DA FATURA) E A DATA
      *          DESEJADA DE ENTREGA. A ALOCACAO RESERVA O DISPONIVEL
      *          DO MESTRE PARA A LINHA; O QUE FALTA FICA EM ESPERA
      *          (BACKORDER) E E TENTADO DE NOVO A CADA ALOCACAO. A
      *          LINHA TODA RESERVADA E LIBERADA PARA O FATURAMENTO NA
      *          DATA DESEJADA, COM O NUMERO DA FATURA GERADA
      ******************************************************************
           01 REG-PEDIDO-VENDA.
               03 PV-NUMERO                PIC 9(007).
               03 PV-LINHA                 PIC 9(003).
               03 PV-CLIENTE               PIC X(008).
               03 PV-ITEM                  PIC X(010).
               03 PV-LOCAL                 PIC X(003).
               03 PV-QTD-PEDIDA            PIC 9(005)V99.
               03 PV-QTD-RESERVADA         PIC 9(005)V99.
               03 PV-PRECO                 PIC 9(007)V99.
               03 PV-IMPOSTO               PIC X(003).
               03 PV-DATA-PEDIDO           PIC 9(008).
               03 PV-DATA-DESEJADA         PIC 9(008).
      * ABERTA COM RESERVA MENOR QUE O PEDIDO = EM ESPERA (BACKORDER)
               03 PV-SITUACAO              PIC X(001).
                  88 PV-ABERTA                         VALUE "A".
                  88 PV-RESERVADA                      VALUE "R".
                  88 PV-LIBERADA                       VALUE "L".
                  88 PV-FATURADA                       VALUE "F".
                  88 PV-CANCELADA                      VALUE "C".
               03 PV-FATURA                PIC 9(007).
