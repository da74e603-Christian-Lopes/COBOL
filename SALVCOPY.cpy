      ******************************************************************
      * Copybook: SALVCOPY
      * Purpose: RELACAO DOS ARQUIVOS MESTRE E DE CONTROLE PROTEGIDOS
      *          PELA COPIA DE SEGURANCA EM GERACOES (NOME SEM O
      *          ".DAT"). CLIENTES E INDEXADO E E COPIADO REGISTRO A
      *          REGISTRO; OS DEMAIS SAO SEQUENCIAIS DE LINHA. O MESTRE
      *          DE ITENS TEM SALVAGUARDA PROPRIA (SNAPSHOT-MESTRE)
      ******************************************************************
           01 ARQUIVOS-SALVAGUARDA.
               03 FILLER                   PIC X(020)
                                            VALUE "CLIENTES".
               03 FILLER                   PIC X(020)
                                            VALUE "CONTAS-RECEBER".
               03 FILLER                   PIC X(020)
                                            VALUE "PERIODOS".
               03 FILLER                   PIC X(020)
                                            VALUE "PRECOS".
               03 FILLER                   PIC X(020)
                                            VALUE "IMPOSTOS".
               03 FILLER                   PIC X(020)
                                            VALUE "USUARIOS".
               03 FILLER                   PIC X(020)
                                            VALUE "CONTROLE-POSTAGEM".
               03 FILLER                   PIC X(020)
                                            VALUE "SEQUENCIA-LEDGER".
           01 TABELA-SALVAGUARDA REDEFINES ARQUIVOS-SALVAGUARDA.
               03 ARQ-SALVAGUARDA          PIC X(020) OCCURS 8 TIMES.
           01 QTD-SALVAGUARDA              PIC 9(002) VALUE 8.
