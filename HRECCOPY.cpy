      ******************************************************************
      * Copybook: HRECCOPY
      * Purpose: LAYOUT DO HISTORICO DE RECEBIMENTOS BAIXADOS
      *          (RECEBIMENTOS-BAIXADOS.DAT): UMA LINHA POR PAGAMENTO
      *          APLICADO A UMA FATURA PELA BAIXA DE RECEBIMENTOS, COM
      *          A DATA DO PAGAMENTO, PARA O EXTRATO DO CLIENTE
      *          DATAR CADA RECEBIMENTO DO MES
      ******************************************************************
           01 REG-RECEBIMENTO-BAIXADO.
               03 HREC-FATURA              PIC 9(007).
               03 HREC-CLIENTE             PIC X(008).
               03 HREC-DATA                PIC 9(008).
               03 HREC-VALOR               PIC -(9)9.99.
               03 HREC-LOTE                PIC X(008).
