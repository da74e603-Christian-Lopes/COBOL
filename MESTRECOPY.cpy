      * CUSTO UNITARIO POR MEDIA PONDERADA: RECALCULADO A CADA
      * ENTRADA COM CUSTO INFORMADO; SAIDA E INVENTARIO NAO MEXEM
               03 MESTRE-CUSTO-UNITARIO    PIC 9(007)V99.
      * QUANTIDADE RESERVADA PARA PEDIDOS DE VENDA ALOCADOS E AINDA
      * NAO FATURADOS (ALOCACAO-PEDIDOS RESERVA, O FATURAMENTO BAIXA):
      * O DISPONIVEL PARA NOVOS PEDIDOS E O SALDO MENOS A RESERVA.
      * CADASTROS ANTIGOS PODEM TRAZER ESPACOS, TRATADOS COMO ZERO
               03 MESTRE-QTD-RESERVADA     PIC 9(007)V99.
      * GRUPO DO ITEM PARA A TABELA DE COMISSOES (COMISSOES.DAT): O
      * FATURAMENTO GRAVA O GRUPO EM CADA LINHA DO HISTORICO DE VENDAS;
      * ESPACOS = ITEM SEM GRUPO, QUE PAGA A TAXA GERAL DO VENDEDOR
               03 MESTRE-GRUPO             PIC X(004).
