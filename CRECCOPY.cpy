      *          DE RECEBIMENTOS ACUMULA O VALOR RECEBIDO E LIQUIDA A
      *          FATURA QUANDO O RECEBIDO ALCANCA O VALOR, E O
      *          RELATORIO DE COBRANCA ENVELHECE O QUE CONTINUA ABERTO
      *          PELA DATA DE VENCIMENTO. FATURA EM MOEDA ESTRANGEIRA
      *          GUARDA TAMBEM A MOEDA E O VALOR NELA, PARA A
      *          REAVALIACAO CAMBIAL DE FIM DE MES
      ******************************************************************
           01 REG-CONTA-RECEBER.
               03 CR-NUMERO                PIC 9(007).
                  88 CR-ABERTA                         VALUE "A".
                  88 CR-LIQUIDADA                      VALUE "L".
               03 CR-DATA-BAIXA            PIC 9(008).
      * VENCIMENTO PELA CONDICAO DE PAGAMENTO DO CLIENTE; REGISTRO
      * ANTERIOR A CONDICAO (CAMPO NAO NUMERICO OU ZERADO) VENCE NA
      * DATA DE EMISSAO
               03 CR-DATA-VENCIMENTO       PIC 9(008).
      * TIPO DO DOCUMENTO, COMO RES-TIPO-DOC DO RESUMO DE FATURAS:
      * "C" FATURA, "N" NOTA DE CREDITO (VALOR NEGATIVO); REGISTRO
      * ANTERIOR AO CAMPO (ESPACOS) E CLASSIFICADO PELO SINAL
               03 CR-TIPO-DOC              PIC X(001).
                  88 CR-NOTA-CREDITO                   VALUE "N".
      * MOEDA ORIGINAL DA FATURA E VALORES NELA: ESPACOS OU "BRL" E
      * MOEDA LOCAL (VALORES NA MOEDA ZERADOS). O RECEBIDO NA MOEDA
      * ACOMPANHA O RECEBIDO LOCAL NA PROPORCAO DO VALOR DA FATURA
               03 CR-MOEDA                 PIC X(003).
                  88 CR-MOEDA-LOCAL                    VALUE "BRL"
                                                             SPACES.
               03 CR-VALOR-MOEDA           PIC -(9)9.99.
               03 CR-RECEBIDO-MOEDA        PIC -(9)9.99.
