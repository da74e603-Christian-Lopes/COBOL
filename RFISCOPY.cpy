      ******************************************************************
      * Copybook: RFISCOPY
      * Purpose: LAYOUT DO REGISTRO DE CONTROLE DOS DOCUMENTOS FISCAIS
      *          (REGISTRO-FISCAL.DAT): UMA LINHA POR NUMERO FISCAL
      *          EMITIDO, GRAVADA PELO FATURAMENTO COMO PENDENTE DE
      *          RETORNO. A CARGA-RETORNO-FISCAL MARCA O DOCUMENTO
      *          AUTORIZADO OU REJEITADO PELO RETORNO DA AUTORIDADE E O
      *          CANCELA-FISCAL MARCA O CANCELAMENTO. A SERIE DE
      *          NUMEROS NAO TEM LACUNAS: DOCUMENTO CANCELADO OU
      *          REJEITADO CONTINUA NO REGISTRO COM O SEU NUMERO
      ******************************************************************
           01 REG-CONTROLE-FISCAL.
               03 RFI-NUMERO-FISCAL        PIC 9(009).
               03 RFI-TIPO-DOC             PIC X(001).
               03 RFI-FATURA               PIC 9(007).
               03 RFI-CLIENTE              PIC X(008).
               03 RFI-DATA-EMISSAO         PIC 9(008).
               03 RFI-TOTAL                PIC -(9)9.99.
      * P=PENDENTE DE RETORNO, A=AUTORIZADO, R=REJEITADO,
      * X=CANCELAMENTO ENVIADO, AGUARDANDO RETORNO, C=CANCELADO
               03 RFI-SITUACAO             PIC X(001).
                  88 RFI-PENDENTE                      VALUE "P".
                  88 RFI-AUTORIZADO                    VALUE "A".
                  88 RFI-REJEITADO                     VALUE "R".
                  88 RFI-CANCELAMENTO-ENVIADO          VALUE "X".
                  88 RFI-CANCELADO                     VALUE "C".
      * PROTOCOLO DA AUTORIZACAO DEVOLVIDO PELA AUTORIDADE
               03 RFI-PROTOCOLO            PIC X(015).
               03 RFI-DATA-RETORNO         PIC 9(008).
      * CODIGO DE REJEICAO DA AUTORIDADE (DOCUMENTO OU CANCELAMENTO)
               03 RFI-MOTIVO               PIC X(003).
               03 RFI-DATA-CANCELAMENTO    PIC 9(008).
