      * QUALQUER QUE SEJA O CODIGO DE IMPOSTO DAS LINHAS
               03 CLIENTE-ISENTO-IMPOSTO   PIC X(001).
                  88 CLIENTE-ISENTO                    VALUE "S".
      * CONDICAO DE PAGAMENTO DO CLIENTE, CODIGO DA TABELA
      * CONDICOES-PAGAMENTO.DAT; ESPACOS FATURAM A VISTA
               03 CLIENTE-COND-PAGAMENTO   PIC X(003).
      * VENDEDOR RESPONSAVEL PELO CLIENTE: O FATURAMENTO GRAVA O CODIGO
      * EM CADA LINHA DO HISTORICO DE VENDAS E A COMISSAO MENSAL PAGA O
      * VENDEDOR DA FATURA; ESPACOS = CLIENTE SEM VENDEDOR, SEM COMISSAO
               03 CLIENTE-VENDEDOR         PIC X(006).
