      *          ART039E  ESTORNO EXCEDE A CAPACIDADE DA TABELA
      *          ART040W  TABELA INTERNA EXCEDIDA, RELATORIO PARCIAL
      *          ART041E  TABELA INTERNA EXCEDIDA, OPERACAO RECUSADA
      *          ART042W  FATURA RETIDA POR LIMITE DE CREDITO
      *          ART043I  FATURA RETIDA LIBERADA PELO SUPERVISOR
      *          ART044I  FATURA RETIDA CANCELADA PELO SUPERVISOR
      *          ART045W  CONDICAO DE PAGAMENTO SEM CADASTRO
      *          ART046I  CARTA DE COBRANCA EMITIDA
      *          ART047W  EXTRATO DE CLIENTES NAO FECHA COM O RECEBER
      *          ART048I  RECEBIMENTO GUARDADO COMO CAIXA NAO APLICADO
      *          ART049W  INSTRUCAO DE APLICACAO DE CAIXA RECUSADA
      *          ART050W  LINHA DE FATURA SEM BAIXA DE ESTOQUE
      *          ART051E  MANUTENCAO DE FORNECEDOR RECUSADA
      *          ART052E  MANUTENCAO DE PEDIDO DE COMPRA RECUSADA
      *          ART053W  RECEBIMENTO DE MERCADORIA REJEITADO
      *          ART054W  NOTA DE FORNECEDOR BLOQUEADA NA CONFERENCIA
      *          ART055I  PAGAMENTO DE FORNECEDORES EMITIDO
      *          ART056E  EXTRATO BANCARIO RECUSADO, SALDOS NAO FECHAM
      *          ART057W  CREDITO BANCARIO SEM CONCILIACAO
      *          ART058W  DOCUMENTO FISCAL REJEITADO PELA AUTORIDADE
      *          ART059I  DOCUMENTO FISCAL CANCELADO
      *          ART060W  CANCELAMENTO DE DOCUMENTO FISCAL RECUSADO
      *          ART061W  EMITENTE FISCAL SEM CNPJ CONFIGURADO
      *          ART062E  MANUTENCAO DE ORCAMENTO RECUSADA
      *          ART063W  REALIZADO ACIMA DA TOLERANCIA DO ORCAMENTO
      *          ART064E  BALANCETE DE VERIFICACAO NAO FECHA
      *          ART065I  REAVALIACAO CAMBIAL POSTADA COM ESTORNO
      *          ART066E  RECURSO COMPARTILHADO BLOQUEADO POR OUTRO
      *          ART067W  BLOQUEIO ANTIGO: POSSIVEL EXECUCAO ABORTADA
      *          ART068W  LIBERACAO DE BLOQUEIO RECUSADA
      *          ART069I  COPIA DE SEGURANCA GRAVADA
      *          ART070E  CONTAGEM DA COPIA DE SEGURANCA NAO CONFERE
      *          ART071W  RESTAURACAO DE COPIA RECUSADA
      *          ART072E  MANUTENCAO DE PEDIDO DE VENDA RECUSADA
      *          ART073W  LINHA DE PEDIDO DE VENDA REQUER CONFERENCIA
      *          ART074I  ALOCACAO DE PEDIDOS DE VENDA CONCLUIDA
      *          ART075W  FATURA SEM TAXA DE COMISSAO VIGENTE
      *          ART076I  COMISSOES DO PERIODO CALCULADAS
      *          ART077W  ATIVO SEM MAPA CONTABIL, NAO DEPRECIADO
      *          ART078E  MANUTENCAO DE ATIVO IMOBILIZADO RECUSADA
      *          ART079I  DEPRECIACAO DO PERIODO POSTADA
      *          ART080I  BAIXA DE ATIVO POSTADA COM GANHO OU PERDA
      *          ART081E  ENCERRAMENTO DO EXERCICIO RECUSADO
      *          ART082I  ENCERRAMENTO DO EXERCICIO CONCLUIDO
      *          ART083W  SALDOS TRANSPORTADOS NAO FECHAM
      *
      *          CATALOGO DOS MOTIVOS DE REJEITO (REJEITOS.DAT,
      *          REJEITOS-AJUSTE.DAT E OS ARQUIVOS DE EXCECAO). CADA
      *          CODIGO TEM UM UNICO SIGNIFICADO, INDEPENDENTE DO
      *          PROGRAMA QUE O GRAVOU:
      *          101 OPERACAO INVALIDA OU DESCONHECIDA
      *          102 OPERANDO NAO NUMERICO
      *          103 OPERANDO EXCEDE O LIMITE GERAL
      *          401 FATURA NAO ENCONTRADA NO CONTAS A RECEBER
      *          402 FATURA JA LIQUIDADA
      *          403 VALOR OU DATA DO RECEBIMENTO NAO NUMERICO
      *          404 DATA DO RECEBIMENTO EM PERIODO CONTABIL FECHADO
      *          405 RECEBIMENTO EXCEDE O SALDO ABERTO DA FATURA
      *          501 CODIGO DE MOEDA INVALIDO NO FEED DE CAMBIO
      *          502 DATA DE VIGENCIA INVALIDA NO FEED DE CAMBIO
      *          503 TAXA INVALIDA OU ZERADA NO FEED DE CAMBIO
      *          504 TAXA DESVIA DA VIGENTE ALEM DO LIMITE
      *          601 ITEM DA FATURA SEM CADASTRO NO MESTRE
      *          602 ITEM DA FATURA NAO ESTOCADO NO LOCAL DE FATURAMENTO
      *          603 ITEM DA FATURA DESATIVADO NO MESTRE
      *          604 LOTE DE AJUSTES DO DIA SEM ESPACO PARA O MOVIMENTO
      *          605 MESTRE DE ITENS INDISPONIVEL NO FATURAMENTO
      *          701 LINHA DE PEDIDO DE COMPRA NAO ENCONTRADA
      *          702 LINHA DE PEDIDO DE COMPRA FECHADA OU CANCELADA
      *          703 ITEM RECEBIDO DIFERE DO ITEM DO PEDIDO
      *          704 QUANTIDADE RECEBIDA EXCEDE O SALDO DO PEDIDO
      *          705 QUANTIDADE OU DATA DO RECEBIMENTO INVALIDA
      *          706 DATA DO RECEBIMENTO EM PERIODO CONTABIL FECHADO
      *          707 LOTE DE AJUSTES DO DIA SEM ESPACO PARA A ENTRADA
      *          801 NOTA SEM LINHA DE PEDIDO DE COMPRA
      *          802 FORNECEDOR DA NOTA DIFERE DO PEDIDO
      *          803 QUANTIDADE FATURADA EXCEDE O RECEBIDO A FATURAR
      *          804 PRECO DA NOTA FORA DA TOLERANCIA DO PEDIDO
      *          805 NOTA JA LANCADA NO CONTAS A PAGAR
      *          806 QUANTIDADE, PRECO OU DATA DA NOTA INVALIDA
      *          807 FORNECEDOR SEM CADASTRO OU DESATIVADO
      *          808 NOTA COM MAIS LINHAS QUE A TABELA
      *          901 CREDITO SEM FATURA NEM CLIENTE NA REFERENCIA
      *          902 CREDITO AMBIGUO: MAIS DE UMA FATURA OU CLIENTE
      *          903 FATURA CITADA NO CREDITO JA LIQUIDADA
      *          904 CREDITO EXCEDE O CAMPO DO LOTE DE RECEBIMENTOS
      *          905 CLIENTE SEM FATURA ABERTA DO VALOR DO CREDITO
      *          906 DEBITO BANCARIO, SEM BAIXA AUTOMATICA
      ******************************************************************
           01 MENSAGEM-OPERACIONAL.
               03 MSG-CODIGO               PIC X(007).
