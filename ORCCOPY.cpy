      ******************************************************************
      * Copybook: ORCCOPY
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE ORCAMENTO INDEXADO
      *          (ORCAMENTOS.DAT), CHAVEADO POR DEPARTAMENTO, CONTA
      *          CONTABIL (A MESMA DA TABELA CONTAS-GL.DAT) E MES
      *          AAAAMM. O VALOR ORCADO SEGUE O LADO DEVEDOR DA CONTA
      *          (DEBITOS MENOS CREDITOS), QUE E COMO O RELATORIO DE
      *          ORCADO X REALIZADO APURA O REALIZADO. MANTIDO PELA
      *          MANUTENCAO-ORCAMENTO, COM TRILHA DE AUDITORIA
      ******************************************************************
           01 REG-ORCAMENTO.
               03 ORC-CHAVE.
                   05 ORC-DEPARTAMENTO     PIC X(010).
                   05 ORC-CONTA            PIC 9(008).
                   05 ORC-ANO-MES          PIC 9(006).
               03 ORC-VALOR                PIC S9(9)V99.
               03 ORC-SITUACAO             PIC X(001).
                  88 ORC-ATIVO                         VALUE "A".
                  88 ORC-INATIVO                       VALUE "I".
