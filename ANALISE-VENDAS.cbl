      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ANALISE MENSAL DE VENDAS E MARGEM BRUTA: LE O
      *          HISTORICO DE VENDAS (HISTORICO-VENDAS.DAT) GRAVADO
      *          PELO FATURAMENTO E, PARA O MES PEDIDO (ARIT_MES_ANALISE
      *          AAAAMM, OU O MES DA DATA DO MOVIMENTO), TOTALIZA POR
      *          CLIENTE, POR ITEM E POR DEPARTAMENTO A QUANTIDADE, A
      *          RECEITA LIQUIDA, O CUSTO AO CUSTO UNITARIO DO MESTRE, A
      *          MARGEM BRUTA E A MARGEM PERCENTUAL, COMPARANDO A
      *          RECEITA E A MARGEM COM AS DO MESMO MES DO ANO ANTERIOR.
      *          NOTAS DE CREDITO ENTRAM NEGATIVAS. CADA SECAO SAI EM
      *          ORDEM DECRESCENTE DE RECEITA DO MES, COM O TOTAL NO FIM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISE-VENDAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-VENDAS ASSIGN TO "HISTORICO-VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTAMENTOS-STATUS.
           SELECT RELATORIO-VENDAS
               ASSIGN TO "RELATORIO-VENDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CLASSIFICA-VENDAS ASSIGN TO "SORT-VENDAS.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-VENDAS.
           COPY HVENCOPY.
       FD  CLIENTES.
           COPY CLIENTECOPY.
       FD  DEPARTAMENTOS.
           COPY DEPCOPY.
       FD  RELATORIO-VENDAS.
       01  REG-RELATORIO-VENDAS            PIC X(132).
      * SECAO (1 CLIENTE, 2 ITEM, 3 DEPARTAMENTO), RECEITA DO MES
      * DECRESCENTE E A CHAVE NO EMPATE
       SD  CLASSIFICA-VENDAS.
       01  REG-CLASSIFICA-VENDAS.
           03 CLS-SECAO                    PIC 9(001).
           03 CLS-RECEITA                  PIC S9(13)V99 COMP-3.
           03 CLS-CHAVE                    PIC X(010).
           03 CLS-IND-ANALISE              PIC 9(005).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-HISTORICO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-STATUS           PIC X(002) VALUE SPACES.
           77 WS-DEPARTAMENTOS-STATUS      PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-ABERTO           PIC X(001) VALUE "N".
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-MES-ANTERIOR              PIC 9(006) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-HISTORICO-LIDO            PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-MES                PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-ANTERIOR           PIC 9(007) VALUE ZEROS.
           77 WS-FORA-TABELA               PIC 9(007) VALUE ZEROS.
           77 WS-QTD-ANALISE               PIC 9(005) VALUE ZEROS.
           77 WS-IND-ANALISE               PIC 9(005) VALUE ZEROS.
           77 WS-ANALISE-ACHADA            PIC 9(005) VALUE ZEROS.
           77 WS-QTD-DEPARTAMENTOS         PIC 9(003) VALUE ZEROS.
           77 WS-IND-DEPARTAMENTO          PIC 9(003) VALUE ZEROS.
           77 WS-SECAO-PROCURADA           PIC 9(001) VALUE ZEROS.
           77 WS-CHAVE-PROCURADA           PIC X(010) VALUE SPACES.
           77 WS-SECAO-ATUAL               PIC 9(001) VALUE ZEROS.
           77 WS-PERIODO-LINHA             PIC X(001) VALUE SPACES.
              88 LINHA-DO-MES                         VALUE "M".
              88 LINHA-DO-ANO-ANTERIOR                VALUE "A".
           77 WS-NOME                      PIC X(020) VALUE SPACES.
           77 QTD-LINHA                    PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 RECEITA-LINHA                PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 CUSTO-LINHA                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 MARGEM                       PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 MARGEM-ANTERIOR              PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 BASE-RECEITA                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 BASE-RECEITA-ANT             PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 PERCENTUAL                   PIC S9(5)V9 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-QTD                    PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-RECEITA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CUSTO                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-RECEITA-ANT            PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CUSTO-ANT              PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-QTD-EDITADA               PIC -(8)9.99.
           77 WS-RECEITA-EDITADA           PIC -(10)9.99.
           77 WS-CUSTO-EDITADO             PIC -(10)9.99.
           77 WS-MARGEM-EDITADA            PIC -(10)9.99.
           77 WS-RECEITA-ANT-EDITADA       PIC -(10)9.99.
           77 WS-PERC-EDITADO              PIC -(4)9.9.
           77 WS-PERC-ANT-EDITADO          PIC -(4)9.9.
           77 WS-VARIACAO-EDITADA          PIC -(4)9.9.
           77 WS-PERC-TEXTO                PIC X(007) VALUE SPACES.
           77 WS-PERC-ANT-TEXTO            PIC X(007) VALUE SPACES.
           77 WS-VARIACAO-TEXTO            PIC X(007) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 WS-MES-ANALISE               PIC 9(006) VALUE ZEROS.
           01 WS-MES-PARTES REDEFINES WS-MES-ANALISE.
               03 WS-ANO-ANALISE           PIC 9(004).
               03 WS-MM-ANALISE            PIC 9(002).
      * UMA POSICAO POR CLIENTE, ITEM OU DEPARTAMENTO COM VENDA NO MES
      * OU NO MESMO MES DO ANO ANTERIOR
           01 TABELA-ANALISE.
               03 LINHA-ANALISE OCCURS 3000 TIMES.
                   05 ANA-SECAO            PIC 9(001).
                   05 ANA-CHAVE            PIC X(010).
                   05 ANA-QTD              PIC S9(9)V99 COMP-3.
                   05 ANA-RECEITA          PIC S9(11)V99 COMP-3.
                   05 ANA-CUSTO            PIC S9(11)V99 COMP-3.
                   05 ANA-RECEITA-ANT      PIC S9(11)V99 COMP-3.
                   05 ANA-CUSTO-ANT        PIC S9(11)V99 COMP-3.
           01 TABELA-DEPARTAMENTOS.
               03 TAB-DEPARTAMENTO OCCURS 100 TIMES.
                   05 TAB-DEP-CODIGO       PIC X(010).
                   05 TAB-DEP-NOME         PIC X(030).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-PROCESSAMENTO THRU 002-SAI.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-ANALISE.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_MES_ANALISE" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:6) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:6) TO WS-MES-ANALISE
               END-IF.
               IF WS-MM-ANALISE < 1 OR WS-MM-ANALISE > 12
                   DISPLAY "MES DA ANALISE INVALIDO: " WS-MES-ANALISE
                       ", USADO O MES DO MOVIMENTO"
                   MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-ANALISE
               END-IF.
               COMPUTE WS-MES-ANTERIOR = WS-MES-ANALISE - 100.
           002-PROCESSAMENTO.
               OPEN INPUT HISTORICO-VENDAS.
               IF WS-HISTORICO-STATUS NOT = "00"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "HISTORICO-VENDAS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "HISTORICO DE VENDAS NAO ENCONTRADO, "
                       "ANALISE NAO EMITIDA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-HISTORICO.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-HISTORICO-LIDO
                   PERFORM 004-ACUMULAR-LINHA THRU 004-SAI
                   PERFORM 003-LER-HISTORICO
               END-PERFORM.
               CLOSE HISTORICO-VENDAS.
               PERFORM 005-CARREGAR-DEPARTAMENTOS.
               OPEN INPUT CLIENTES.
               IF WS-CLIENTES-STATUS = "00"
                   MOVE "S" TO WS-CLIENTES-ABERTO
               ELSE
                   DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL, "
                       "ANALISE SAI SEM OS NOMES"
               END-IF.
               OPEN OUTPUT RELATORIO-VENDAS.
               MOVE SPACES TO WS-LINHA.
               STRING "ANALISE DE VENDAS E MARGEM BRUTA - MES "
                   WS-MES-ANALISE " COMPARADO COM " WS-MES-ANTERIOR
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-VENDAS FROM WS-LINHA.
               PERFORM 006-CLASSIFICAR-ANALISE.
               IF WS-FORA-TABELA > 0
                   MOVE SPACES TO WS-LINHA
                   STRING "*** " WS-FORA-TABELA " LINHAS DE HISTORICO "
                       "FORA DA ANALISE: TABELA DE 3000 POSICOES "
                       "EXCEDIDA ***"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-VENDAS FROM WS-LINHA
               END-IF.
               CLOSE RELATORIO-VENDAS.
               IF WS-CLIENTES-ABERTO = "S"
                   CLOSE CLIENTES
               END-IF.
               DISPLAY "LINHAS DO MES: " WS-LINHAS-MES
                   " DO ANO ANTERIOR: " WS-LINHAS-ANTERIOR
                   " FORA DA TABELA: " WS-FORA-TABELA.
               IF WS-FORA-TABELA > 0
                   MOVE "ART040W" TO WS-LOG-CODIGO
                   MOVE WS-MES-ANALISE TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ANALISE DE VENDAS PARCIAL: " WS-FORA-TABELA
                       " LINHAS ALEM DA TABELA DE 3000 POSICOES"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
           002-SAI.
               EXIT.
           003-LER-HISTORICO.
               READ HISTORICO-VENDAS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-ACUMULAR-LINHA.
      * SO INTERESSAM O MES ANALISADO E O MESMO MES DO ANO ANTERIOR;
      * CADA LINHA SOMA NAS TRES SECOES
               EVALUATE HVEN-DATA(1:6)
                   WHEN WS-MES-ANALISE
                       MOVE "M" TO WS-PERIODO-LINHA
                       ADD 1 TO WS-LINHAS-MES
                   WHEN WS-MES-ANTERIOR
                       MOVE "A" TO WS-PERIODO-LINHA
                       ADD 1 TO WS-LINHAS-ANTERIOR
                   WHEN OTHER
                       GO TO 004-SAI
               END-EVALUATE.
               COMPUTE QTD-LINHA = FUNCTION NUMVAL(HVEN-QUANTIDADE).
               COMPUTE RECEITA-LINHA = FUNCTION NUMVAL(HVEN-VALOR).
               COMPUTE CUSTO-LINHA = FUNCTION NUMVAL(HVEN-CUSTO).
               MOVE 1 TO WS-SECAO-PROCURADA.
               MOVE HVEN-CLIENTE TO WS-CHAVE-PROCURADA.
               PERFORM 004-SOMAR-SECAO.
               MOVE 2 TO WS-SECAO-PROCURADA.
               MOVE HVEN-ITEM TO WS-CHAVE-PROCURADA.
               PERFORM 004-SOMAR-SECAO.
               MOVE 3 TO WS-SECAO-PROCURADA.
               MOVE HVEN-DEPARTAMENTO TO WS-CHAVE-PROCURADA.
               PERFORM 004-SOMAR-SECAO.
           004-SAI.
               EXIT.
           004-SOMAR-SECAO.
               MOVE ZEROS TO WS-ANALISE-ACHADA.
               PERFORM VARYING WS-IND-ANALISE FROM 1 BY 1
                   UNTIL WS-IND-ANALISE > WS-QTD-ANALISE
                   OR WS-ANALISE-ACHADA NOT = ZEROS
                   IF ANA-SECAO(WS-IND-ANALISE) = WS-SECAO-PROCURADA
                       AND ANA-CHAVE(WS-IND-ANALISE)
                           = WS-CHAVE-PROCURADA
                       MOVE WS-IND-ANALISE TO WS-ANALISE-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-ANALISE-ACHADA = ZEROS
                   IF WS-QTD-ANALISE < 3000
                       ADD 1 TO WS-QTD-ANALISE
                       MOVE WS-QTD-ANALISE TO WS-ANALISE-ACHADA
                       MOVE WS-SECAO-PROCURADA
                           TO ANA-SECAO(WS-ANALISE-ACHADA)
                       MOVE WS-CHAVE-PROCURADA
                           TO ANA-CHAVE(WS-ANALISE-ACHADA)
                       MOVE ZEROS TO ANA-QTD(WS-ANALISE-ACHADA)
                       MOVE ZEROS TO ANA-RECEITA(WS-ANALISE-ACHADA)
                       MOVE ZEROS TO ANA-CUSTO(WS-ANALISE-ACHADA)
                       MOVE ZEROS
                           TO ANA-RECEITA-ANT(WS-ANALISE-ACHADA)
                       MOVE ZEROS TO ANA-CUSTO-ANT(WS-ANALISE-ACHADA)
                   ELSE
                       ADD 1 TO WS-FORA-TABELA
                   END-IF
               END-IF.
               IF WS-ANALISE-ACHADA NOT = ZEROS
                   IF LINHA-DO-MES
                       ADD QTD-LINHA TO ANA-QTD(WS-ANALISE-ACHADA)
                       ADD RECEITA-LINHA
                           TO ANA-RECEITA(WS-ANALISE-ACHADA)
                       ADD CUSTO-LINHA TO ANA-CUSTO(WS-ANALISE-ACHADA)
                   ELSE
                       ADD RECEITA-LINHA
                           TO ANA-RECEITA-ANT(WS-ANALISE-ACHADA)
                       ADD CUSTO-LINHA
                           TO ANA-CUSTO-ANT(WS-ANALISE-ACHADA)
                   END-IF
               END-IF.
           005-CARREGAR-DEPARTAMENTOS.
               MOVE ZEROS TO WS-QTD-DEPARTAMENTOS.
               OPEN INPUT DEPARTAMENTOS.
               IF WS-DEPARTAMENTOS-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ DEPARTAMENTOS
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-DEPARTAMENTOS < 100
                                   ADD 1 TO WS-QTD-DEPARTAMENTOS
                                   MOVE DEP-CODIGO TO TAB-DEP-CODIGO
                                       (WS-QTD-DEPARTAMENTOS)
                                   MOVE DEP-NOME TO TAB-DEP-NOME
                                       (WS-QTD-DEPARTAMENTOS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEPARTAMENTOS
               END-IF.
      ******************************************************************
           006-CLASSIFICAR-ANALISE.
               SORT CLASSIFICA-VENDAS
                   ON ASCENDING KEY CLS-SECAO
                   ON DESCENDING KEY CLS-RECEITA
                   ON ASCENDING KEY CLS-CHAVE
                   INPUT PROCEDURE 007-LIBERAR-ANALISE
                   OUTPUT PROCEDURE 008-IMPRIMIR-ANALISE.
           007-LIBERAR-ANALISE.
               PERFORM VARYING WS-IND-ANALISE FROM 1 BY 1
                   UNTIL WS-IND-ANALISE > WS-QTD-ANALISE
                   MOVE ANA-SECAO(WS-IND-ANALISE) TO CLS-SECAO
                   MOVE ANA-RECEITA(WS-IND-ANALISE) TO CLS-RECEITA
                   MOVE ANA-CHAVE(WS-IND-ANALISE) TO CLS-CHAVE
                   MOVE WS-IND-ANALISE TO CLS-IND-ANALISE
                   RELEASE REG-CLASSIFICA-VENDAS
               END-PERFORM.
           008-IMPRIMIR-ANALISE.
               MOVE ZEROS TO WS-SECAO-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-VENDAS
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CLS-SECAO NOT = WS-SECAO-ATUAL
                               IF WS-SECAO-ATUAL NOT = ZEROS
                                   PERFORM 009-TOTAL-SECAO
                               END-IF
                               MOVE CLS-SECAO TO WS-SECAO-ATUAL
                               PERFORM 008-CABECALHO-SECAO
                           END-IF
                           MOVE CLS-IND-ANALISE TO WS-IND-ANALISE
                           PERFORM 008-IMPRIMIR-LINHA
                   END-RETURN
               END-PERFORM.
               IF WS-SECAO-ATUAL NOT = ZEROS
                   PERFORM 009-TOTAL-SECAO
               END-IF.
           008-CABECALHO-SECAO.
               MOVE ZEROS TO TOTAL-QTD.
               MOVE ZEROS TO TOTAL-RECEITA.
               MOVE ZEROS TO TOTAL-CUSTO.
               MOVE ZEROS TO TOTAL-RECEITA-ANT.
               MOVE ZEROS TO TOTAL-CUSTO-ANT.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-VENDAS FROM WS-LINHA.
               EVALUATE WS-SECAO-ATUAL
                   WHEN 1
                       STRING "VENDAS POR CLIENTE"
                           DELIMITED BY SIZE INTO WS-LINHA
                   WHEN 2
                       STRING "VENDAS POR ITEM"
                           DELIMITED BY SIZE INTO WS-LINHA
                   WHEN OTHER
                       STRING "VENDAS POR DEPARTAMENTO"
                           DELIMITED BY SIZE INTO WS-LINHA
               END-EVALUATE.
               WRITE REG-RELATORIO-VENDAS FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CODIGO     " "NOME                 "
                   "  QUANTIDADE " "       RECEITA "
                   "         CUSTO " "        MARGEM "
                   "  MARG% " "   REC.ANO ANT " " MG%ANT " "   VAR%"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-VENDAS FROM WS-LINHA.
           008-IMPRIMIR-LINHA.
               MOVE SPACES TO WS-NOME.
               EVALUATE WS-SECAO-ATUAL
                   WHEN 1
                       PERFORM 008-NOME-CLIENTE
                   WHEN 3
                       PERFORM 008-NOME-DEPARTAMENTO
               END-EVALUATE.
               ADD ANA-QTD(WS-IND-ANALISE) TO TOTAL-QTD.
               ADD ANA-RECEITA(WS-IND-ANALISE) TO TOTAL-RECEITA.
               ADD ANA-CUSTO(WS-IND-ANALISE) TO TOTAL-CUSTO.
               ADD ANA-RECEITA-ANT(WS-IND-ANALISE) TO TOTAL-RECEITA-ANT.
               ADD ANA-CUSTO-ANT(WS-IND-ANALISE) TO TOTAL-CUSTO-ANT.
               MOVE ANA-QTD(WS-IND-ANALISE) TO WS-QTD-EDITADA.
               MOVE ANA-RECEITA(WS-IND-ANALISE) TO WS-RECEITA-EDITADA.
               MOVE ANA-CUSTO(WS-IND-ANALISE) TO WS-CUSTO-EDITADO.
               MOVE ANA-RECEITA-ANT(WS-IND-ANALISE)
                   TO WS-RECEITA-ANT-EDITADA.
               COMPUTE MARGEM = ANA-RECEITA(WS-IND-ANALISE)
                   - ANA-CUSTO(WS-IND-ANALISE).
               COMPUTE MARGEM-ANTERIOR = ANA-RECEITA-ANT(WS-IND-ANALISE)
                   - ANA-CUSTO-ANT(WS-IND-ANALISE).
               MOVE ANA-RECEITA(WS-IND-ANALISE) TO BASE-RECEITA.
               MOVE ANA-RECEITA-ANT(WS-IND-ANALISE) TO BASE-RECEITA-ANT.
               PERFORM 009-CALCULAR-PERCENTUAIS.
               MOVE SPACES TO WS-LINHA.
               STRING ANA-CHAVE(WS-IND-ANALISE) " " WS-NOME " "
                   WS-QTD-EDITADA " " WS-RECEITA-EDITADA " "
                   WS-CUSTO-EDITADO " " WS-MARGEM-EDITADA " "
                   WS-PERC-TEXTO " " WS-RECEITA-ANT-EDITADA " "
                   WS-PERC-ANT-TEXTO " " WS-VARIACAO-TEXTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-VENDAS FROM WS-LINHA.
           008-NOME-CLIENTE.
               IF WS-CLIENTES-ABERTO = "S"
                   MOVE ANA-CHAVE(WS-IND-ANALISE) TO CLIENTE-CODIGO
                   READ CLIENTES
                       INVALID KEY
                           MOVE "(SEM CADASTRO)" TO WS-NOME
                       NOT INVALID KEY
                           MOVE CLIENTE-NOME TO WS-NOME
                   END-READ
               END-IF.
           008-NOME-DEPARTAMENTO.
               PERFORM VARYING WS-IND-DEPARTAMENTO FROM 1 BY 1
                   UNTIL WS-IND-DEPARTAMENTO > WS-QTD-DEPARTAMENTOS
                   IF TAB-DEP-CODIGO(WS-IND-DEPARTAMENTO)
                       = ANA-CHAVE(WS-IND-ANALISE)
                       MOVE TAB-DEP-NOME(WS-IND-DEPARTAMENTO)
                           TO WS-NOME
                   END-IF
               END-PERFORM.
           009-CALCULAR-PERCENTUAIS.
      * MARGEM PERCENTUAL SOBRE A RECEITA E VARIACAO DA RECEITA SOBRE
      * O MESMO MES DO ANO ANTERIOR; SEM BASE, O PERCENTUAL SAI EM
      * BRANCO E, SEM VENDA NO ANO ANTERIOR, A VARIACAO SAI "NOVO"
               MOVE MARGEM TO WS-MARGEM-EDITADA.
               MOVE SPACES TO WS-PERC-TEXTO.
               MOVE SPACES TO WS-PERC-ANT-TEXTO.
               MOVE SPACES TO WS-VARIACAO-TEXTO.
               IF BASE-RECEITA NOT = ZEROS
                   COMPUTE PERCENTUAL ROUNDED
                       = MARGEM * 100 / BASE-RECEITA
                       ON SIZE ERROR
                           MOVE "*******" TO WS-PERC-TEXTO
                       NOT ON SIZE ERROR
                           MOVE PERCENTUAL TO WS-PERC-EDITADO
                           MOVE WS-PERC-EDITADO TO WS-PERC-TEXTO
                   END-COMPUTE
               END-IF.
               IF BASE-RECEITA-ANT NOT = ZEROS
                   COMPUTE PERCENTUAL ROUNDED
                       = MARGEM-ANTERIOR * 100 / BASE-RECEITA-ANT
                       ON SIZE ERROR
                           MOVE "*******" TO WS-PERC-ANT-TEXTO
                       NOT ON SIZE ERROR
                           MOVE PERCENTUAL TO WS-PERC-ANT-EDITADO
                           MOVE WS-PERC-ANT-EDITADO
                               TO WS-PERC-ANT-TEXTO
                   END-COMPUTE
                   COMPUTE PERCENTUAL ROUNDED
                       = (BASE-RECEITA - BASE-RECEITA-ANT) * 100
                       / BASE-RECEITA-ANT
                       ON SIZE ERROR
                           MOVE "*******" TO WS-VARIACAO-TEXTO
                       NOT ON SIZE ERROR
                           MOVE PERCENTUAL TO WS-VARIACAO-EDITADA
                           MOVE WS-VARIACAO-EDITADA
                               TO WS-VARIACAO-TEXTO
                   END-COMPUTE
               ELSE
                   IF BASE-RECEITA NOT = ZEROS
                       MOVE "   NOVO" TO WS-VARIACAO-TEXTO
                   END-IF
               END-IF.
           009-TOTAL-SECAO.
               MOVE TOTAL-QTD TO WS-QTD-EDITADA.
               MOVE TOTAL-RECEITA TO WS-RECEITA-EDITADA.
               MOVE TOTAL-CUSTO TO WS-CUSTO-EDITADO.
               MOVE TOTAL-RECEITA-ANT TO WS-RECEITA-ANT-EDITADA.
               MOVE TOTAL-RECEITA TO BASE-RECEITA.
               MOVE TOTAL-RECEITA-ANT TO BASE-RECEITA-ANT.
               COMPUTE MARGEM = TOTAL-RECEITA - TOTAL-CUSTO.
               COMPUTE MARGEM-ANTERIOR = TOTAL-RECEITA-ANT
                   - TOTAL-CUSTO-ANT.
               PERFORM 009-CALCULAR-PERCENTUAIS.
               MOVE SPACES TO WS-NOME.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL     " " " WS-NOME " "
                   WS-QTD-EDITADA " " WS-RECEITA-EDITADA " "
                   WS-CUSTO-EDITADO " " WS-MARGEM-EDITADA " "
                   WS-PERC-TEXTO " " WS-RECEITA-ANT-EDITADA " "
                   WS-PERC-ANT-TEXTO " " WS-VARIACAO-TEXTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-VENDAS FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "ANALISE-VENDAS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "ANALISE-VENDAS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "ANALISE-VENDAS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-HISTORICO-LIDO TO EXEC-LIDOS.
               COMPUTE EXEC-POSTADOS = WS-LINHAS-MES
                   + WS-LINHAS-ANTERIOR.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM ANALISE-VENDAS.
