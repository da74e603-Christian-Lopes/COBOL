      ******************************************************************
      * Copybook: CONDCOPY
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE CONDICOES DE PAGAMENTO
      *          (CONDICOES-PAGAMENTO.DAT): CODIGO, DESCRICAO E PRAZO EM
      *          DIAS CORRIDOS A PARTIR DA EMISSAO. O CLIENTE CARREGA O
      *          CODIGO DA SUA CONDICAO E O FATURAMENTO CALCULA O
      *          VENCIMENTO DA FATURA PELO PRAZO; CLIENTE SEM CONDICAO
      *          FATURA A VISTA (VENCIMENTO NA EMISSAO)
      ******************************************************************
           01 REG-CONDICAO.
               03 COND-CODIGO              PIC X(003).
               03 COND-DESCRICAO           PIC X(020).
               03 COND-PRAZO-DIAS          PIC 9(003).
