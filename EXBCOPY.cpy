      ******************************************************************
      * Copybook: EXBCOPY
      * Purpose: LAYOUT DO EXTRATO BANCARIO DIARIO
      *          (EXTRATO-BANCARIO.DAT) ENVIADO PELO BANCO: UM
      *          REGISTRO "A" COM O SALDO DE ABERTURA, OS LANCAMENTOS
      *          "L" (CREDITOS E DEBITOS COM DATA, VALOR E A
      *          REFERENCIA DO PAGADOR) E UM REGISTRO "F" COM O SALDO
      *          DE FECHAMENTO. ABERTURA MAIS CREDITOS MENOS DEBITOS
      *          TEM DE DAR O FECHAMENTO, SENAO O EXTRATO CHEGOU
      *          TRUNCADO E E RECUSADO PELA CONCILIACAO
      ******************************************************************
           01 REG-LANCAMENTO-BANCO.
               03 EXB-TIPO-REG             PIC X(001).
                  88 EXB-ABERTURA                      VALUE "A".
                  88 EXB-LANCAMENTO                    VALUE "L".
                  88 EXB-FECHAMENTO                    VALUE "F".
               03 EXB-DATA                 PIC 9(008).
               03 EXB-NATUREZA             PIC X(001).
                  88 EXB-CREDITO                       VALUE "C".
                  88 EXB-DEBITO                        VALUE "D".
               03 EXB-VALOR                PIC 9(009)V99.
      * REFERENCIA LIVRE DO PAGADOR: A CONCILIACAO PROCURA NELA O
      * NUMERO DA FATURA (GRUPO DE ATE 7 DIGITOS) E O CODIGO DO
      * CLIENTE
               03 EXB-REFERENCIA           PIC X(030).
           01 REG-SALDO-BANCO.
               03 EXS-TIPO-REG             PIC X(001).
               03 EXS-DATA                 PIC 9(008).
               03 EXS-CONTA                PIC X(010).
               03 EXS-SALDO                PIC -(11)9.99.
