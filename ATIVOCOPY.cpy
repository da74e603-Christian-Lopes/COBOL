      ******************************************************************
      * Copybook: ATIVOCOPY
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE ATIVO IMOBILIZADO
      *          INDEXADO (ATIVOS.DAT), CHAVEADO PELO NUMERO DO BEM:
      *          DESCRICAO, DEPARTAMENTO, DATA DE AQUISICAO, CUSTO,
      *          VIDA UTIL EM MESES, METODO (SL LINEAR, DB SALDO
      *          DECRESCENTE EM DOBRO) E A DEPRECIACAO ACUMULADA, QUE
      *          NUNCA PASSA DO CUSTO. A DEPRECIACAO DO MES E POSTADA
      *          NO RAZAO COM A OPERACAO DO BEM, QUE TEM DE TER MAPA EM
      *          CONTAS-GL.DAT (DEBITO DESPESA, CREDITO DEPRECIACAO
      *          ACUMULADA). MANTIDO PELA MANUTENCAO-ATIVOS, COM TRILHA
      *          DE AUDITORIA; A BAIXA GUARDA A DATA, O VALOR DE VENDA
      *          E O GANHO (POSITIVO) OU A PERDA (NEGATIVO)
      ******************************************************************
           01 REG-ATIVO.
               03 ATIVO-NUMERO             PIC 9(007).
               03 ATIVO-DESCRICAO          PIC X(030).
               03 ATIVO-DEPARTAMENTO       PIC X(010).
               03 ATIVO-DATA-AQUISICAO     PIC 9(008).
               03 ATIVO-CUSTO              PIC 9(009)V99.
               03 ATIVO-VIDA-MESES         PIC 9(004).
               03 ATIVO-METODO             PIC X(002).
                  88 ATIVO-LINEAR                      VALUE "SL".
                  88 ATIVO-DECRESCENTE                 VALUE "DB".
               03 ATIVO-DEPRECIACAO-ACUM   PIC 9(009)V99.
      * OPERACAO DO RAZAO DA DEPRECIACAO (PADRAO "DEPRECIACAO")
               03 ATIVO-OPERACAO           PIC X(015).
      * ULTIMO MES AAAAMM DEPRECIADO E MESES DE VIDA JA CONSUMIDOS;
      * MES NAO DEPRECIADO (SEM MAPA) E RECUPERADO NA PROXIMA RODADA
               03 ATIVO-ULTIMO-PERIODO     PIC 9(006).
               03 ATIVO-MESES-DEPRECIADOS  PIC 9(004).
               03 ATIVO-SITUACAO           PIC X(001).
                  88 ATIVO-EM-USO                      VALUE "A".
                  88 ATIVO-BAIXADO                     VALUE "B".
               03 ATIVO-DATA-BAIXA         PIC 9(008).
               03 ATIVO-VALOR-VENDA        PIC 9(009)V99.
               03 ATIVO-RESULTADO-BAIXA    PIC S9(009)V99.
