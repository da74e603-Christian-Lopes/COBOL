      ******************************************************************
      * Copybook: HVENCOPY
      * Purpose: LAYOUT DO REGISTRO DO HISTORICO PERMANENTE DE VENDAS
      *          (HISTORICO-VENDAS.DAT): UMA LINHA POR LINHA DE
      *          DOCUMENTO EMITIDO PELO FATURAMENTO, ACRESCENTADA A
      *          CADA EXECUCAO E NUNCA REGRAVADA. NOTA DE CREDITO ENTRA
      *          COM QUANTIDADE, VALOR E CUSTO NEGATIVOS. O VALOR
      *          LIQUIDO (SEM IMPOSTO) E O CUSTO FICAM EM MOEDA LOCAL;
      *          O VALOR NA MOEDA DA FATURA FICA AO LADO. E A BASE DA
      *          ANALISE MENSAL DE VENDAS E MARGEM
      ******************************************************************
           01 REG-HISTORICO-VENDA.
               03 HVEN-DATA                PIC 9(008).
               03 HVEN-FATURA              PIC 9(007).
               03 HVEN-TIPO-DOC            PIC X(001).
                  88 HVEN-FATURA-COMUM                 VALUE "C".
                  88 HVEN-NOTA-CREDITO                 VALUE "N".
               03 HVEN-CLIENTE             PIC X(008).
               03 HVEN-ITEM                PIC X(010).
               03 HVEN-QUANTIDADE          PIC -(6)9.99.
               03 HVEN-VALOR               PIC -(9)9.99.
      * CUSTO DA LINHA AO CUSTO UNITARIO DO MESTRE NA HORA DA VENDA;
      * ZERO QUANDO O ITEM NAO ESTAVA NO MESTRE NO LOCAL FATURADO
               03 HVEN-CUSTO               PIC -(9)9.99.
               03 HVEN-IMPOSTO             PIC X(003).
               03 HVEN-MOEDA               PIC X(003).
               03 HVEN-VALOR-MOEDA         PIC -(9)9.99.
               03 HVEN-DEPARTAMENTO        PIC X(010).
               03 HVEN-REF-ORIGINAL        PIC 9(007).
      * VENDEDOR DO CLIENTE NA EMISSAO E GRUPO DO ITEM NO MESTRE, PARA A
      * COMISSAO MENSAL; ESPACOS NOS REGISTROS ANTERIORES AOS CAMPOS
               03 HVEN-VENDEDOR            PIC X(006).
               03 HVEN-GRUPO               PIC X(004).
