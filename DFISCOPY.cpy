      ******************************************************************
      * Copybook: DFISCOPY
      * Purpose: LEIAUTE FIXO DO DOCUMENTO FISCAL ELETRONICO
      *          (DOCUMENTOS-FISCAIS.DAT) TRANSMITIDO A AUTORIDADE. O
      *          FATURAMENTO ACRESCENTA, POR DOCUMENTO EMITIDO, UM
      *          REGISTRO "E" (EMITENTE E IDENTIFICACAO), UM "D"
      *          (DESTINATARIO, DO CADASTRO DE CLIENTES), UM "I" POR
      *          LINHA (COM CODIGO, BASE E VALOR DO IMPOSTO), UM "R" POR
      *          CODIGO DE IMPOSTO (O MESMO APURADO DE IMPOSTOS.DAT) E
      *          UM "T" DE TOTAIS. O CANCELA-FISCAL ACRESCENTA O
      *          REGISTRO "X" DE CANCELAMENTO. TODO REGISTRO COMECA
      *          PELO TIPO E PELO NUMERO FISCAL; VALORES SEM SINAL, EM
      *          MOEDA LOCAL - O TIPO DO DOCUMENTO DA O SENTIDO
      ******************************************************************
           01 REG-DOCUMENTO-FISCAL.
               03 DFI-TIPO-REG             PIC X(001).
                  88 DFI-EMITENTE                      VALUE "E".
                  88 DFI-DESTINATARIO                  VALUE "D".
                  88 DFI-ITEM                          VALUE "I".
                  88 DFI-RESUMO-IMPOSTO                VALUE "R".
                  88 DFI-TOTAIS                        VALUE "T".
                  88 DFI-CANCELAMENTO                  VALUE "X".
               03 DFI-NUMERO-FISCAL        PIC 9(009).
               03 DFI-DADOS                PIC X(120).
           01 REG-FISCAL-EMITENTE.
               03 DFE-TIPO-REG             PIC X(001).
               03 DFE-NUMERO-FISCAL        PIC 9(009).
      * "C" FATURA, "N" NOTA DE CREDITO, COMO RES-TIPO-DOC
               03 DFE-TIPO-DOC             PIC X(001).
               03 DFE-FATURA               PIC 9(007).
               03 DFE-DATA-EMISSAO         PIC 9(008).
               03 DFE-EMITENTE-CNPJ        PIC X(014).
               03 DFE-EMITENTE-NOME        PIC X(040).
               03 DFE-EMITENTE-ENDERECO    PIC X(040).
      * NOTA DE CREDITO: NUMERO DA FATURA ORIGINAL DEVOLVIDA; ZEROS NA
      * FATURA COMUM
               03 DFE-FATURA-ORIGINAL      PIC 9(007).
               03 FILLER                   PIC X(003).
           01 REG-FISCAL-DESTINATARIO.
               03 DFD-TIPO-REG             PIC X(001).
               03 DFD-NUMERO-FISCAL        PIC 9(009).
               03 DFD-CLIENTE              PIC X(008).
               03 DFD-NOME                 PIC X(030).
               03 DFD-ENDERECO             PIC X(040).
               03 DFD-ISENTO               PIC X(001).
               03 FILLER                   PIC X(041).
           01 REG-FISCAL-ITEM.
               03 DFL-TIPO-REG             PIC X(001).
               03 DFL-NUMERO-FISCAL        PIC 9(009).
               03 DFL-LINHA                PIC 9(003).
               03 DFL-ITEM                 PIC X(010).
               03 DFL-QUANTIDADE           PIC 9(005)V99.
               03 DFL-VALOR                PIC 9(009)V99.
               03 DFL-IMPOSTO-CODIGO       PIC X(003).
               03 DFL-ALIQUOTA             PIC 9(003)V99.
               03 DFL-BASE                 PIC 9(009)V99.
               03 DFL-VALOR-IMPOSTO        PIC 9(009)V99.
               03 FILLER                   PIC X(059).
           01 REG-FISCAL-RESUMO-IMPOSTO.
               03 DFR-TIPO-REG             PIC X(001).
               03 DFR-NUMERO-FISCAL        PIC 9(009).
               03 DFR-IMPOSTO-CODIGO       PIC X(003).
               03 DFR-ALIQUOTA             PIC 9(003)V99.
               03 DFR-BASE                 PIC 9(009)V99.
               03 DFR-VALOR-IMPOSTO        PIC 9(009)V99.
               03 FILLER                   PIC X(090).
           01 REG-FISCAL-TOTAIS.
               03 DFT-TIPO-REG             PIC X(001).
               03 DFT-NUMERO-FISCAL        PIC 9(009).
               03 DFT-QTD-LINHAS           PIC 9(003).
               03 DFT-SUBTOTAL             PIC 9(009)V99.
               03 DFT-IMPOSTO              PIC 9(009)V99.
               03 DFT-TOTAL                PIC 9(009)V99.
      * DOCUMENTO EM MOEDA ESTRANGEIRA: MOEDA, TAXA APLICADA E
      * SUBTOTAL NA MOEDA ORIGINAL; NA MOEDA LOCAL VEM "BRL", TAXA
      * ZERADA E O PROPRIO SUBTOTAL
               03 DFT-MOEDA                PIC X(003).
               03 DFT-TAXA-CAMBIO          PIC 9(005)V9(4).
               03 DFT-SUBTOTAL-MOEDA       PIC 9(009)V99.
               03 FILLER                   PIC X(061).
           01 REG-FISCAL-CANCELAMENTO.
               03 DFX-TIPO-REG             PIC X(001).
               03 DFX-NUMERO-FISCAL        PIC 9(009).
               03 DFX-TIPO-DOC             PIC X(001).
               03 DFX-FATURA               PIC 9(007).
               03 DFX-DATA-CANCELAMENTO    PIC 9(008).
               03 DFX-MOTIVO               PIC X(040).
               03 DFX-USUARIO              PIC X(008).
               03 FILLER                   PIC X(056).
