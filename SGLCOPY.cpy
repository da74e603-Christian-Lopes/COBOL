      ******************************************************************
      * Copybook: SGLCOPY
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE SALDOS CONTABEIS
      *          (SALDOS-GL.DAT): UMA LINHA POR CONTA E PERIODO
      *          (AAAAMM) COM O SALDO DE ABERTURA, OS DEBITOS E OS
      *          CREDITOS DO PERIODO E O SALDO DE FECHAMENTO (ABERTURA
      *          MAIS DEBITOS MENOS CREDITOS; SALDO DEVEDOR POSITIVO).
      *          ATUALIZADO PELA ATUALIZA-SALDOS-GL A PARTIR DO VOUCHER
      *          BALANCEADO DO DIA; NO FECHAMENTO DO PERIODO O SALDO DE
      *          FECHAMENTO PASSA A SER A ABERTURA DO PERIODO SEGUINTE
      ******************************************************************
           01 REG-SALDO-GL.
               03 SGL-CONTA                PIC 9(008).
               03 SGL-ANO-MES              PIC 9(006).
               03 SGL-SALDO-ABERTURA       PIC -(11)9.99.
               03 SGL-DEBITOS              PIC -(11)9.99.
               03 SGL-CREDITOS             PIC -(11)9.99.
               03 SGL-SALDO-FECHAMENTO     PIC -(11)9.99.
