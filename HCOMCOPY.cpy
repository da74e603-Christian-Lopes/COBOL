      ******************************************************************
      * Copybook: HCOMCOPY
      * Purpose: LAYOUT DO HISTORICO DE COMISSOES PAGAS
      *          (COMISSOES-PAGAS.DAT): UMA LINHA POR FATURA COM
      *          RECEBIMENTO NO PERIODO (COMISSAO SOBRE O RECEBIDO) E
      *          UMA POR NOTA DE CREDITO DO PERIODO QUE ESTORNA
      *          COMISSAO JA PAGA NA FATURA ORIGINAL (VALORES
      *          NEGATIVOS). ACRESCENTADO A CADA CALCULO MENSAL E NUNCA
      *          REGRAVADO: E A BASE DOS ESTORNOS DOS MESES SEGUINTES
      ******************************************************************
           01 REG-COMISSAO-PAGA.
               03 HCOM-PERIODO             PIC 9(006).
               03 HCOM-VENDEDOR            PIC X(006).
               03 HCOM-TIPO                PIC X(001).
                  88 HCOM-RECEBIMENTO                  VALUE "R".
                  88 HCOM-ESTORNO                      VALUE "E".
               03 HCOM-FATURA              PIC 9(007).
               03 HCOM-CLIENTE             PIC X(008).
               03 HCOM-DATA-FATURA         PIC 9(008).
      * FATURA ORIGINAL DA NOTA DE CREDITO; ZEROS NO RECEBIMENTO
               03 HCOM-REF-ORIGINAL        PIC 9(007).
      * VALOR LIQUIDO DAS LINHAS DA FATURA NO HISTORICO DE VENDAS (NO
      * ESTORNO, O DA FATURA ORIGINAL), BASE DA PROPORCAO DO ESTORNO
               03 HCOM-VALOR-FATURA        PIC -(9)9.99.
      * RECEBIDO NO PERIODO; NO ESTORNO, O VALOR DA NOTA (NEGATIVO)
               03 HCOM-BASE                PIC -(9)9.99.
               03 HCOM-PERCENTUAL          PIC 9(003)V99.
               03 HCOM-COMISSAO            PIC -(9)9.99.
