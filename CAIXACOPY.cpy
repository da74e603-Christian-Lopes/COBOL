      ******************************************************************
      * Copybook: CAIXACOPY
      * Purpose: LAYOUT DO ARQUIVO DE CAIXA NAO APLICADO
      *          (CAIXA-NAO-APLICADO.DAT): DINHEIRO DO CLIENTE RECEBIDO
      *          PELA BAIXA DE RECEBIMENTOS SEM FATURA ABERTA ONDE
      *          CAIR (FATURA LIQUIDADA, SEM FATURA OU EXCESSO SOBRE O
      *          SALDO). O VALOR E O SALDO AINDA NAO APLICADO; A
      *          APLICACAO DE CAIXA CONSOME O SALDO CONTRA AS FATURAS
      *          ABERTAS DO CLIENTE E REGRAVA O ARQUIVO SO COM O QUE
      *          SOBROU
      ******************************************************************
           01 REG-CAIXA-NAO-APLICADO.
               03 CXA-CLIENTE              PIC X(008).
               03 CXA-DATA                 PIC 9(008).
               03 CXA-VALOR                PIC -(9)9.99.
      * FATURA INFORMADA NO PAGAMENTO (ZEROS = SEM REFERENCIA) E O
      * MOTIVO DE REJEITO QUE O PAGAMENTO TERIA
               03 CXA-FATURA-REF           PIC 9(007).
               03 CXA-MOTIVO               PIC X(003).
               03 CXA-LOTE                 PIC X(008).
