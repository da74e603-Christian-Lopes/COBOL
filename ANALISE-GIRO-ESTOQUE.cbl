      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ANALISE DE GIRO DO ESTOQUE E CLASSIFICACAO ABC: CRUZA O
      *          HISTORICO DE AJUSTES APLICADOS (AJUSTES-APLICADOS.DAT)
      *          COM O MESTRE DE SALDOS E DA, PARA CADA ITEM+LOCAL
      *          ATIVO, A DATA DA ULTIMA SAIDA, A QUANTIDADE SAIDA NOS
      *          ULTIMOS 90 E 365 DIAS E OS MESES DE COBERTURA DO SALDO
      *          NO RITMO ATUAL DE CONSUMO. CLASSIFICA OS ITENS EM A/B/C
      *          PELO VALOR ANUAL DAS SAIDAS AO CUSTO MEDIO DO MESTRE (A
      *          ATE 80% DO VALOR ACUMULADO, B ATE 95%, C O RESTO) E
      *          LISTA OS ITENS COM SALDO E SEM SAIDA HA MAIS DE
      *          ARIT_DIAS_SEM_SAIDA DIAS (PADRAO 180) COM O VALOR
      *          PARADO, PARA COMPRAS SUSPENDER A REPOSICAO E A
      *          CONTABILIDADE AVALIAR A BAIXA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALISE-GIRO-ESTOQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESTRE-ITENS ASSIGN TO "MESTRE-ITENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MESTRE-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT AJUSTES-APLICADOS
               ASSIGN TO "AJUSTES-APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLICADOS-STATUS.
           SELECT RELATORIO-GIRO
               ASSIGN TO "RELATORIO-GIRO-ESTOQUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CLASSIFICA-GIRO ASSIGN TO "SORT-GIRO.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-ITENS.
           COPY MESTRECOPY.
       FD  AJUSTES-APLICADOS.
       01  REG-AJUSTE-APLICADO.
           03 APL-DATA-HORA                PIC X(014).
           03 APL-ITEM                     PIC X(010).
           03 APL-LOCAL                    PIC X(003).
           03 APL-TIPO                     PIC X(001).
           03 APL-QUANTIDADE               PIC 9(007)V99.
           03 APL-LOCAL-DESTINO            PIC X(003).
       FD  RELATORIO-GIRO.
       01  REG-RELATORIO-GIRO              PIC X(132).
      * ORDEM DA CURVA ABC: VALOR ANUAL DECRESCENTE, EMPATE PELA CHAVE
       SD  CLASSIFICA-GIRO.
       01  REG-CLASSIFICA-GIRO.
           03 CLS-VALOR-ANUAL              PIC S9(13)V99 COMP-3.
           03 CLS-ITEM                     PIC X(010).
           03 CLS-LOCAL                    PIC X(003).
           03 CLS-IND-ITEM                 PIC 9(005).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-APLICADOS-STATUS          PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-DIAS-MOVIMENTO            PIC 9(007) VALUE ZEROS.
           77 WS-DIAS-SEM-SAIDA            PIC 9(005) VALUE 180.
           77 WS-DATA-SAIDA                PIC 9(008) VALUE ZEROS.
           77 WS-IDADE                     PIC S9(7) COMP-3
                                            VALUE ZEROS.
           77 WS-FIM-MESTRE                PIC X(001) VALUE "N".
              88 FIM-MESTRE                           VALUE "S".
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-QTD-ITENS                 PIC 9(005) VALUE ZEROS.
           77 WS-IND-ITEM                  PIC 9(005) VALUE ZEROS.
           77 WS-ITEM-ACHADO               PIC 9(005) VALUE ZEROS.
           77 WS-FORA-TABELA               PIC 9(005) VALUE ZEROS.
           77 WS-HISTORICO-LIDO            PIC 9(007) VALUE ZEROS.
           77 WS-SAIDAS-CONTADAS           PIC 9(007) VALUE ZEROS.
           77 WS-ITENS-PARADOS             PIC 9(005) VALUE ZEROS.
           77 CONSUMO-MENSAL               PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 MESES-COBERTURA              PIC S9(5)V9 COMP-3
                                            VALUE ZEROS.
           77 VALOR-PARADO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-PARADO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-ANUAL                  PIC S9(15)V99 COMP-3
                                            VALUE ZEROS.
           77 ACUMULADO-ANUAL              PIC S9(15)V99 COMP-3
                                            VALUE ZEROS.
           77 PERCENTUAL-ACUMULADO         PIC S9(3)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-CLASSE                    PIC X(001) VALUE SPACES.
           77 WS-ITENS-A                   PIC 9(005) VALUE ZEROS.
           77 WS-ITENS-B                   PIC 9(005) VALUE ZEROS.
           77 WS-ITENS-C                   PIC 9(005) VALUE ZEROS.
           77 TOTAL-CLASSE-A               PIC S9(15)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CLASSE-B               PIC S9(15)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CLASSE-C               PIC S9(15)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-COBERTURA-TEXTO           PIC X(007) VALUE SPACES.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-QTD90-EDITADO             PIC -(7)9.99.
           77 WS-QTD365-EDITADO            PIC -(7)9.99.
           77 WS-SALDO-EDITADO             PIC -(6)9.99.
           77 WS-CUSTO-EDITADO             PIC -(6)9.99.
           77 WS-COBERTURA-EDITADA         PIC ZZZZ9.9.
           77 WS-VALOR-EDITADO             PIC -(11)9.99.
           77 WS-TOTAL-EDITADO             PIC -(13)9.99.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * UMA POSICAO POR ITEM+LOCAL ATIVO, CARREGADA NA ORDEM DA CHAVE
      * DO MESTRE E ACUMULADA COM AS SAIDAS DO HISTORICO
           01 TABELA-GIRO.
               03 ITEM-GIRO OCCURS 2000 TIMES.
                   05 GIR-ITEM             PIC X(010).
                   05 GIR-LOCAL            PIC X(003).
                   05 GIR-DESCRICAO        PIC X(030).
                   05 GIR-SALDO            PIC S9(7)V99 COMP-3.
                   05 GIR-CUSTO            PIC S9(7)V99 COMP-3.
                   05 GIR-ULTIMA-SAIDA     PIC 9(008).
                   05 GIR-QTD-90           PIC S9(9)V99 COMP-3.
                   05 GIR-QTD-365          PIC S9(9)V99 COMP-3.
                   05 GIR-VALOR-ANUAL      PIC S9(13)V99 COMP-3.
                   05 GIR-CLASSE           PIC X(001).
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
               COMPUTE WS-DIAS-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO).
      * CORTE DO ESTOQUE PARADO EM DIAS SEM SAIDA; VALOR INVALIDO OU
      * ZERO FICA NO PADRAO
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DIAS_SEM_SAIDA" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-ENTRADA-PARM)) = 0
                       AND FUNCTION NUMVAL(WS-ENTRADA-PARM) > 0
                       AND FUNCTION NUMVAL(WS-ENTRADA-PARM) < 100000
                       COMPUTE WS-DIAS-SEM-SAIDA =
                           FUNCTION NUMVAL(WS-ENTRADA-PARM)
                   ELSE
                       DISPLAY "ARIT_DIAS_SEM_SAIDA INVALIDO ("
                           WS-ENTRADA-PARM "), USANDO "
                           WS-DIAS-SEM-SAIDA " DIAS"
                   END-IF
               END-IF.
           002-PROCESSAMENTO.
               PERFORM 003-CARREGAR-MESTRE.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 002-SAI
               END-IF.
               PERFORM 004-ACUMULAR-SAIDAS.
               OPEN OUTPUT RELATORIO-GIRO.
               MOVE SPACES TO WS-LINHA.
               STRING "ANALISE DE GIRO E CLASSIFICACAO ABC DO "
                   "ESTOQUE - DATA " WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "ITEM       LOC CL ULT.SAIDA  SAIDAS 90D "
                   "SAIDAS 365D      SALDO MESES COB       VALOR ANUAL"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               PERFORM 005-CLASSIFICAR-ABC.
               PERFORM 008-LISTAR-PARADOS.
               PERFORM 009-RESUMO.
               CLOSE RELATORIO-GIRO.
               DISPLAY "ITENS ANALISADOS: " WS-QTD-ITENS
                   " SAIDAS CONTADAS: " WS-SAIDAS-CONTADAS
                   " PARADOS: " WS-ITENS-PARADOS.
               IF WS-FORA-TABELA > 0
                   MOVE "ART040W" TO WS-LOG-CODIGO
                   MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ANALISE DE GIRO PARCIAL: " WS-FORA-TABELA
                       " ITENS ALEM DA TABELA DE 2000 POSICOES"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
           002-SAI.
               EXIT.
           003-CARREGAR-MESTRE.
               OPEN INPUT MESTRE-ITENS.
               IF WS-MESTRE-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "MESTRE-ITENS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MESTRE INDISPONIVEL, STATUS "
                       WS-MESTRE-STATUS ", ANALISE DE GIRO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   MOVE LOW-VALUES TO MESTRE-CHAVE
                   START MESTRE-ITENS KEY NOT < MESTRE-CHAVE
                       INVALID KEY MOVE "S" TO WS-FIM-MESTRE
                   END-START
                   PERFORM UNTIL FIM-MESTRE
                       READ MESTRE-ITENS NEXT
                           AT END MOVE "S" TO WS-FIM-MESTRE
                           NOT AT END
                               IF MESTRE-ATIVO
                                   PERFORM 003-GUARDAR-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MESTRE-ITENS
               END-IF.
           003-GUARDAR-ITEM.
               IF WS-QTD-ITENS < 2000
                   ADD 1 TO WS-QTD-ITENS
                   MOVE MESTRE-ITEM TO GIR-ITEM(WS-QTD-ITENS)
                   MOVE MESTRE-LOCAL TO GIR-LOCAL(WS-QTD-ITENS)
                   MOVE MESTRE-DESCRICAO
                       TO GIR-DESCRICAO(WS-QTD-ITENS)
                   MOVE MESTRE-SALDO TO GIR-SALDO(WS-QTD-ITENS)
                   IF MESTRE-CUSTO-UNITARIO IS NUMERIC
                       MOVE MESTRE-CUSTO-UNITARIO
                           TO GIR-CUSTO(WS-QTD-ITENS)
                   ELSE
                       MOVE ZEROS TO GIR-CUSTO(WS-QTD-ITENS)
                   END-IF
                   MOVE ZEROS TO GIR-ULTIMA-SAIDA(WS-QTD-ITENS)
                   MOVE ZEROS TO GIR-QTD-90(WS-QTD-ITENS)
                   MOVE ZEROS TO GIR-QTD-365(WS-QTD-ITENS)
                   MOVE ZEROS TO GIR-VALOR-ANUAL(WS-QTD-ITENS)
                   MOVE "C" TO GIR-CLASSE(WS-QTD-ITENS)
               ELSE
                   ADD 1 TO WS-FORA-TABELA
               END-IF.
           004-ACUMULAR-SAIDAS.
      * SO AS SAIDAS CONTAM COMO CONSUMO; ENTRADA, INVENTARIO E
      * TRANSFERENCIA ENTRE LOCAIS NAO SAO GIRO. A DATA DA SAIDA E A
      * DA APLICACAO NO MESTRE
               OPEN INPUT AJUSTES-APLICADOS.
               IF WS-APLICADOS-STATUS NOT = "00"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "AJUSTES-APLICADOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "HISTORICO DE AJUSTES NAO ENCONTRADO, TODOS "
                       "OS ITENS SAEM SEM SAIDA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 004-LER-HISTORICO
                   PERFORM UNTIL FIM-ARQUIVO
                       ADD 1 TO WS-HISTORICO-LIDO
                       IF APL-TIPO = "S" OR APL-TIPO = SPACE
                           PERFORM 004-SOMAR-SAIDA THRU 004-SAI
                       END-IF
                       PERFORM 004-LER-HISTORICO
                   END-PERFORM
                   CLOSE AJUSTES-APLICADOS
               END-IF.
           004-LER-HISTORICO.
               READ AJUSTES-APLICADOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-SOMAR-SAIDA.
               IF APL-DATA-HORA(1:8) NOT NUMERIC
                   GO TO 004-SAI
               END-IF.
               MOVE APL-DATA-HORA(1:8) TO WS-DATA-SAIDA.
      * SAIDA DATADA DEPOIS DA DATA DO MOVIMENTO NAO ENTRA NA ANALISE
               IF WS-DATA-SAIDA > WS-DATA-MOVIMENTO
                   GO TO 004-SAI
               END-IF.
               MOVE ZEROS TO WS-ITEM-ACHADO.
               PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
                   OR WS-ITEM-ACHADO NOT = ZEROS
                   IF GIR-ITEM(WS-IND-ITEM) = APL-ITEM
                       AND GIR-LOCAL(WS-IND-ITEM) = APL-LOCAL
                       MOVE WS-IND-ITEM TO WS-ITEM-ACHADO
                   END-IF
               END-PERFORM.
      * SAIDA DE ITEM DESATIVADO OU FORA DA TABELA FICA DE FORA
               IF WS-ITEM-ACHADO = ZEROS
                   GO TO 004-SAI
               END-IF.
               ADD 1 TO WS-SAIDAS-CONTADAS.
               IF WS-DATA-SAIDA > GIR-ULTIMA-SAIDA(WS-ITEM-ACHADO)
                   MOVE WS-DATA-SAIDA
                       TO GIR-ULTIMA-SAIDA(WS-ITEM-ACHADO)
               END-IF.
               COMPUTE WS-IDADE = WS-DIAS-MOVIMENTO
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-SAIDA).
               IF WS-IDADE < 365
                   ADD APL-QUANTIDADE TO GIR-QTD-365(WS-ITEM-ACHADO)
               END-IF.
               IF WS-IDADE < 90
                   ADD APL-QUANTIDADE TO GIR-QTD-90(WS-ITEM-ACHADO)
               END-IF.
           004-SAI.
               EXIT.
      ******************************************************************
           005-CLASSIFICAR-ABC.
               SORT CLASSIFICA-GIRO
                   ON DESCENDING KEY CLS-VALOR-ANUAL
                   ON ASCENDING KEY CLS-ITEM CLS-LOCAL
                   INPUT PROCEDURE 006-LIBERAR-ITENS
                   OUTPUT PROCEDURE 007-IMPRIMIR-CURVA.
           006-LIBERAR-ITENS.
      * VALOR ANUAL DAS SAIDAS AO CUSTO MEDIO ATUAL DO MESTRE
               PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
                   COMPUTE GIR-VALOR-ANUAL(WS-IND-ITEM) ROUNDED =
                       GIR-QTD-365(WS-IND-ITEM) * GIR-CUSTO(WS-IND-ITEM)
                   ADD GIR-VALOR-ANUAL(WS-IND-ITEM) TO TOTAL-ANUAL
                   MOVE GIR-VALOR-ANUAL(WS-IND-ITEM) TO CLS-VALOR-ANUAL
                   MOVE GIR-ITEM(WS-IND-ITEM) TO CLS-ITEM
                   MOVE GIR-LOCAL(WS-IND-ITEM) TO CLS-LOCAL
                   MOVE WS-IND-ITEM TO CLS-IND-ITEM
                   RELEASE REG-CLASSIFICA-GIRO
               END-PERFORM.
           007-IMPRIMIR-CURVA.
               MOVE ZEROS TO ACUMULADO-ANUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-GIRO
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE CLS-IND-ITEM TO WS-IND-ITEM
                           PERFORM 007-CLASSIFICAR-ITEM
                           PERFORM 007-IMPRIMIR-ITEM
                   END-RETURN
               END-PERFORM.
           007-CLASSIFICAR-ITEM.
      * A CLASSE SAI DO PERCENTUAL ACUMULADO ANTES DO PROPRIO ITEM, DE
      * MODO QUE O ITEM QUE CRUZA A FRONTEIRA AINDA FICA NA CLASSE DE
      * CIMA; ITEM SEM VALOR ANUAL E SEMPRE C
               IF TOTAL-ANUAL > ZEROS
                   COMPUTE PERCENTUAL-ACUMULADO =
                       ACUMULADO-ANUAL * 100 / TOTAL-ANUAL
               ELSE
                   MOVE 100 TO PERCENTUAL-ACUMULADO
               END-IF.
               EVALUATE TRUE
                   WHEN GIR-VALOR-ANUAL(WS-IND-ITEM) NOT > ZEROS
                       MOVE "C" TO WS-CLASSE
                       ADD 1 TO WS-ITENS-C
                   WHEN PERCENTUAL-ACUMULADO < 80
                       MOVE "A" TO WS-CLASSE
                       ADD 1 TO WS-ITENS-A
                       ADD GIR-VALOR-ANUAL(WS-IND-ITEM)
                           TO TOTAL-CLASSE-A
                   WHEN PERCENTUAL-ACUMULADO < 95
                       MOVE "B" TO WS-CLASSE
                       ADD 1 TO WS-ITENS-B
                       ADD GIR-VALOR-ANUAL(WS-IND-ITEM)
                           TO TOTAL-CLASSE-B
                   WHEN OTHER
                       MOVE "C" TO WS-CLASSE
                       ADD 1 TO WS-ITENS-C
                       ADD GIR-VALOR-ANUAL(WS-IND-ITEM)
                           TO TOTAL-CLASSE-C
               END-EVALUATE.
               MOVE WS-CLASSE TO GIR-CLASSE(WS-IND-ITEM).
               ADD GIR-VALOR-ANUAL(WS-IND-ITEM) TO ACUMULADO-ANUAL.
           007-IMPRIMIR-ITEM.
      * COBERTURA PELO CONSUMO MENSAL DOS ULTIMOS 90 DIAS; SEM SAIDA
      * NO TRIMESTRE, PELO CONSUMO MEDIO DO ANO
               IF GIR-QTD-90(WS-IND-ITEM) > ZEROS
                   COMPUTE CONSUMO-MENSAL ROUNDED =
                       GIR-QTD-90(WS-IND-ITEM) / 3
               ELSE
                   COMPUTE CONSUMO-MENSAL ROUNDED =
                       GIR-QTD-365(WS-IND-ITEM) / 12
               END-IF.
               IF CONSUMO-MENSAL > ZEROS
                   COMPUTE MESES-COBERTURA ROUNDED =
                       GIR-SALDO(WS-IND-ITEM) / CONSUMO-MENSAL
                       ON SIZE ERROR
                           MOVE 9999.9 TO MESES-COBERTURA
                   END-COMPUTE
                   IF MESES-COBERTURA < ZEROS
                       MOVE ZEROS TO MESES-COBERTURA
                   END-IF
                   MOVE MESES-COBERTURA TO WS-COBERTURA-EDITADA
                   MOVE WS-COBERTURA-EDITADA TO WS-COBERTURA-TEXTO
               ELSE
                   MOVE "SEM USO" TO WS-COBERTURA-TEXTO
               END-IF.
               MOVE GIR-QTD-90(WS-IND-ITEM) TO WS-QTD90-EDITADO.
               MOVE GIR-QTD-365(WS-IND-ITEM) TO WS-QTD365-EDITADO.
               MOVE GIR-SALDO(WS-IND-ITEM) TO WS-SALDO-EDITADO.
               MOVE GIR-VALOR-ANUAL(WS-IND-ITEM) TO WS-VALOR-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING GIR-ITEM(WS-IND-ITEM) " "
                   GIR-LOCAL(WS-IND-ITEM) " "
                   GIR-CLASSE(WS-IND-ITEM) "  "
                   GIR-ULTIMA-SAIDA(WS-IND-ITEM) " "
                   WS-QTD90-EDITADO " " WS-QTD365-EDITADO " "
                   WS-SALDO-EDITADO "   " WS-COBERTURA-TEXTO " "
                   WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
      ******************************************************************
           008-LISTAR-PARADOS.
      * ESTOQUE PARADO: SALDO POSITIVO E NENHUMA SAIDA HA MAIS DE
      * ARIT_DIAS_SEM_SAIDA DIAS (OU NENHUMA SAIDA NO HISTORICO)
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               STRING "ITENS SEM SAIDA HA MAIS DE " WS-DIAS-SEM-SAIDA
                   " DIAS"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "ITEM       LOC DESCRICAO                      "
                   "ULT.SAIDA       SALDO       CUSTO      VALOR PARADO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               PERFORM 008-VERIFICAR-PARADO
                   VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS.
               MOVE TOTAL-PARADO TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "ITENS PARADOS: " WS-ITENS-PARADOS
                   "  VALOR PARADO TOTAL: " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
           008-VERIFICAR-PARADO.
               IF GIR-SALDO(WS-IND-ITEM) > ZEROS
                   IF GIR-ULTIMA-SAIDA(WS-IND-ITEM) = ZEROS
                       MOVE 99999 TO WS-IDADE
                   ELSE
                       COMPUTE WS-IDADE = WS-DIAS-MOVIMENTO
                           - FUNCTION INTEGER-OF-DATE(
                               GIR-ULTIMA-SAIDA(WS-IND-ITEM))
                   END-IF
                   IF WS-IDADE > WS-DIAS-SEM-SAIDA
                       PERFORM 008-LISTAR-PARADO
                   END-IF
               END-IF.
           008-LISTAR-PARADO.
               ADD 1 TO WS-ITENS-PARADOS.
               COMPUTE VALOR-PARADO ROUNDED =
                   GIR-SALDO(WS-IND-ITEM) * GIR-CUSTO(WS-IND-ITEM).
               ADD VALOR-PARADO TO TOTAL-PARADO.
               MOVE GIR-SALDO(WS-IND-ITEM) TO WS-SALDO-EDITADO.
               MOVE GIR-CUSTO(WS-IND-ITEM) TO WS-CUSTO-EDITADO.
               MOVE VALOR-PARADO TO WS-VALOR-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING GIR-ITEM(WS-IND-ITEM) " "
                   GIR-LOCAL(WS-IND-ITEM) " "
                   GIR-DESCRICAO(WS-IND-ITEM) " "
                   GIR-ULTIMA-SAIDA(WS-IND-ITEM) " "
                   WS-SALDO-EDITADO " " WS-CUSTO-EDITADO " "
                   WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
           009-RESUMO.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               MOVE TOTAL-CLASSE-A TO WS-TOTAL-EDITADO.
               STRING "CLASSE A: " WS-ITENS-A " ITENS, VALOR ANUAL "
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               MOVE TOTAL-CLASSE-B TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "CLASSE B: " WS-ITENS-B " ITENS, VALOR ANUAL "
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               MOVE TOTAL-CLASSE-C TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "CLASSE C: " WS-ITENS-C " ITENS, VALOR ANUAL "
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-GIRO FROM WS-LINHA.
               IF WS-FORA-TABELA > 0
                   MOVE SPACES TO WS-LINHA
                   STRING "*** " WS-FORA-TABELA " ITENS FORA DA "
                       "ANALISE: TABELA DE 2000 POSICOES EXCEDIDA ***"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-GIRO FROM WS-LINHA
               END-IF.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "ANALISE-GIRO-ESTOQUE" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "ANALISE-GIRO-ESTOQUE" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "ANALISE-GIRO-ESTOQUE" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-HISTORICO-LIDO TO EXEC-LIDOS.
               MOVE WS-QTD-ITENS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM ANALISE-GIRO-ESTOQUE.
