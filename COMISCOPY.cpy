      ******************************************************************
      * Copybook: COMISCOPY
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE TAXAS DE COMISSAO
      *          (COMISSOES.DAT): VENDEDOR, GRUPO DE ITEM, DATA DE
      *          VIGENCIA E PERCENTUAL. VALE A TAXA COM A MAIOR DATA DE
      *          VIGENCIA NAO POSTERIOR A DATA DA FATURA, A MESMA REGRA
      *          DE PRECOS.DAT; A TAXA DO GRUPO DO ITEM TEM PRECEDENCIA
      *          SOBRE A TAXA GERAL DO VENDEDOR (GRUPO EM BRANCO). LINHA
      *          SEM TAXA VIGENTE NAO TEM COMISSAO ASSUMIDA
      ******************************************************************
           01 REG-COMISSAO.
               03 COM-VENDEDOR             PIC X(006).
               03 COM-GRUPO                PIC X(004).
               03 COM-DATA-VIGENCIA        PIC 9(008).
               03 COM-PERCENTUAL           PIC 9(003)V99.
