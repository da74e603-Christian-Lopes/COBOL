      ******************************************************************
      * Copybook: CPAGCOPY
      * Purpose: LAYOUT DO REGISTRO DO CONTAS A PAGAR
      *          (CONTAS-PAGAR.DAT): UMA LINHA POR NOTA DE FORNECEDOR
      *          CASADA COM O PEDIDO E O RECEBIMENTO, GRAVADA PELA
      *          CONFERENCIA DE NOTAS COM SITUACAO ABERTA E VENCIMENTO
      *          PELA CONDICAO DE PAGAMENTO DO FORNECEDOR. O PAGAMENTO
      *          DE FORNECEDORES MARCA A NOTA COMO PAGA COM A DATA DO
      *          PAGAMENTO, E O RELATORIO DO CONTAS A PAGAR ENVELHECE O
      *          QUE CONTINUA ABERTO PELA DATA DE VENCIMENTO
      ******************************************************************
           01 REG-CONTA-PAGAR.
               03 CP-FORNECEDOR            PIC X(008).
               03 CP-NOTA                  PIC X(010).
               03 CP-DATA-EMISSAO          PIC 9(008).
               03 CP-DATA-VENCIMENTO       PIC 9(008).
               03 CP-VALOR                 PIC -(9)9.99.
               03 CP-SITUACAO              PIC X(001).
                  88 CP-ABERTA                         VALUE "A".
                  88 CP-PAGA                           VALUE "P".
               03 CP-DATA-PAGAMENTO        PIC 9(008).
      * PRIMEIRO PEDIDO DE COMPRA DA NOTA, PARA CONSULTA DO COMPRADOR
               03 CP-PEDIDO                PIC 9(007).
