      ******************************************************************
      * Copybook: FORNECCOPY
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO MESTRE DE FORNECEDORES
      *          INDEXADO (FORNECEDORES.DAT), CHAVEADO PELO CODIGO DO
      *          FORNECEDOR, COMPARTILHADO PELA MANUTENCAO DE
      *          FORNECEDORES, PELOS PEDIDOS DE COMPRA E PELO CONTAS
      *          A PAGAR
      ******************************************************************
           01 REG-FORNECEDOR.
               03 FORN-CODIGO              PIC X(008).
               03 FORN-NOME                PIC X(030).
               03 FORN-ENDERECO            PIC X(040).
               03 FORN-SITUACAO            PIC X(001).
                  88 FORN-ATIVO                        VALUE "A".
                  88 FORN-INATIVO                      VALUE "I".
      * CONDICAO DE PAGAMENTO NEGOCIADA COM O FORNECEDOR, CODIGO DA
      * TABELA CONDICOES-PAGAMENTO.DAT; ESPACOS PAGAM NA EMISSAO
               03 FORN-COND-PAGAMENTO      PIC X(003).
