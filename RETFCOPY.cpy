      ******************************************************************
      * Copybook: RETFCOPY
      * Purpose: LAYOUT DO ARQUIVO DE RETORNO DA AUTORIDADE FISCAL
      *          (RETORNO-FISCAL.DAT): UMA LINHA POR DOCUMENTO OU
      *          CANCELAMENTO PROCESSADO, COM O NUMERO FISCAL, A
      *          SITUACAO (AUTORIZADO OU REJEITADO), O PROTOCOLO DA
      *          AUTORIZACAO E, NA REJEICAO, O CODIGO E O TEXTO DO
      *          MOTIVO. CARREGADO PELA CARGA-RETORNO-FISCAL
      ******************************************************************
           01 REG-RETORNO-FISCAL.
               03 RTF-NUMERO-FISCAL        PIC 9(009).
               03 RTF-SITUACAO             PIC X(001).
                  88 RTF-AUTORIZADO                    VALUE "A".
                  88 RTF-REJEITADO                     VALUE "R".
               03 RTF-DATA                 PIC 9(008).
               03 RTF-PROTOCOLO            PIC X(015).
               03 RTF-MOTIVO               PIC X(003).
               03 RTF-TEXTO                PIC X(060).
