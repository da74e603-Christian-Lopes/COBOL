      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DE ORCADO X REALIZADO POR
      *          DEPARTAMENTO E CONTA: PARA O MES PEDIDO
      *          (ARIT_MES_ORCAMENTO AAAAMM, OU O MES DA DATA DO
      *          MOVIMENTO) E PARA O ACUMULADO DO ANO ATE ELE, COMPARA
      *          O ORCAMENTO DE ORCAMENTOS.DAT COM O REALIZADO APURADO
      *          NO RAZAO (LEDGER.DAT E O QUE JA FOI PARA
      *          LEDGER-HIST.DAT). CADA LANCAMENTO E MAPEADO PELA
      *          TABELA CONTAS-GL.DAT: DEBITA A CONTA DE DEBITO E
      *          CREDITA A DE CREDITO DO DEPARTAMENTO QUE POSTOU, E O
      *          REALIZADO DA CONTA E DEBITOS MENOS CREDITOS. SO AS
      *          CONTAS COM ORCAMENTO NO ANO ENTRAM NO RELATORIO.
      *          CADA LINHA TRAZ ORCADO, REALIZADO, VARIACAO (ORCADO
      *          MENOS REALIZADO) E PERCENTUAL CONSUMIDO; A LINHA QUE
      *          PASSA DO ORCADO MAIS A TOLERANCIA
      *          (ARIT_TOLERANCIA_ORCAMENTO, EM PORCENTO, PADRAO 10) E
      *          MARCADA E AVISADA NO LOG. SUBTOTAL POR DEPARTAMENTO
      *          COM O NOME DO CADASTRO DEPARTAMENTOS.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-ORCAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTOS ASSIGN TO "ORCAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCAMENTOS-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-HIST ASSIGN TO "LEDGER-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CONTAS-GL ASSIGN TO "CONTAS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTAMENTOS-STATUS.
           SELECT RELATORIO-ORCAMENTO
               ASSIGN TO "RELATORIO-ORCAMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CLASSIFICA-ORCAMENTO ASSIGN TO "SORT-ORCAMENTO.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTOS.
           COPY ORCCOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
      * LANCAMENTOS JA ARQUIVADOS POR ARQUIVA-LEDGER: O REGISTRO E
      * BYTE A BYTE O MESMO DO RAZAO E E MOVIDO PARA REG-LEDGER
      * ANTES DA ACUMULACAO
       FD  LEDGER-HIST.
       01  REG-LEDGER-HIST-LIDO            PIC X(103).
       FD  CONTAS-GL.
           COPY GLCOPY.
       FD  DEPARTAMENTOS.
           COPY DEPCOPY.
       FD  RELATORIO-ORCAMENTO.
       01  REG-RELATORIO-ORCAMENTO         PIC X(132).
       SD  CLASSIFICA-ORCAMENTO.
       01  REG-CLASSIFICA-ORCAMENTO.
           03 CLS-DEPARTAMENTO             PIC X(010).
           03 CLS-CONTA                    PIC 9(008).
           03 CLS-IND-LINHA                PIC 9(005).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-ORCAMENTOS-STATUS         PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-HIST-STATUS               PIC X(002) VALUE SPACES.
           77 WS-GL-STATUS                 PIC X(002) VALUE SPACES.
           77 WS-DEPARTAMENTOS-STATUS      PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-NO-ANO                    PIC 9(007) VALUE ZEROS.
           77 WS-SEM-MAPA                  PIC 9(007) VALUE ZEROS.
           77 WS-FORA-TABELA               PIC 9(007) VALUE ZEROS.
           77 WS-ACIMA-TOLERANCIA          PIC 9(005) VALUE ZEROS.
           77 WS-QTD-MAPAS                 PIC 9(003) VALUE ZEROS.
           77 WS-IND-MAPA                  PIC 9(003) VALUE ZEROS.
           77 WS-MAPA-ACHADO               PIC 9(003) VALUE ZEROS.
           77 WS-QTD-DEPARTAMENTOS         PIC 9(003) VALUE ZEROS.
           77 WS-IND-DEPARTAMENTO          PIC 9(003) VALUE ZEROS.
           77 WS-QTD-CONTAS                PIC 9(003) VALUE ZEROS.
           77 WS-IND-CONTA                 PIC 9(003) VALUE ZEROS.
           77 WS-CONTA-ORCADA              PIC X(001) VALUE "N".
           77 WS-QTD-LINHAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-LINHA                 PIC 9(005) VALUE ZEROS.
           77 WS-LINHA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 WS-DEPTO-PROCURADO           PIC X(010) VALUE SPACES.
           77 WS-CONTA-PROCURADA           PIC 9(008) VALUE ZEROS.
           77 WS-DEPTO-ATUAL               PIC X(010) VALUE SPACES.
           77 WS-NOME                      PIC X(030) VALUE SPACES.
           77 WS-MARCA                     PIC X(007) VALUE SPACES.
           77 VALOR-LANCAMENTO             PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-CONTA                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
      * TOLERANCIA EM PORCENTO SOBRE O ORCADO ANTES DE MARCAR A LINHA
           77 TOLERANCIA-ORCAMENTO         PIC 9(3)V99 COMP-3
                                            VALUE 10.
           77 LIMITE-TOLERADO              PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 PERCENTUAL                   PIC S9(5)V9 COMP-3
                                            VALUE ZEROS.
      * AREA DE IMPRESSAO COMUM A LINHA, AO SUBTOTAL E AO TOTAL
           77 IMP-ORCADO-MES               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-REAL-MES                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-ORCADO-ANO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-REAL-ANO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-ORCADO-MES               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-REAL-MES                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-ORCADO-ANO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-REAL-ANO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-ORCADO-MES               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-REAL-MES                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-ORCADO-ANO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-REAL-ANO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 VARIACAO                     PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-ORCADO-MES-ED             PIC -(10)9.99.
           77 WS-REAL-MES-ED               PIC -(10)9.99.
           77 WS-VARIACAO-MES-ED           PIC -(10)9.99.
           77 WS-ORCADO-ANO-ED             PIC -(10)9.99.
           77 WS-REAL-ANO-ED               PIC -(10)9.99.
           77 WS-VARIACAO-ANO-ED           PIC -(10)9.99.
           77 WS-PERC-EDITADO              PIC -(4)9.9.
           77 WS-PERC-MES-TEXTO            PIC X(007) VALUE SPACES.
           77 WS-PERC-ANO-TEXTO            PIC X(007) VALUE SPACES.
           77 WS-PERC-TEXTO                PIC X(007) VALUE SPACES.
           77 WS-TOLERANCIA-ED             PIC ZZ9.99.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 WS-MES-ORCAMENTO             PIC 9(006) VALUE ZEROS.
           01 WS-MES-PARTES REDEFINES WS-MES-ORCAMENTO.
               03 WS-ANO-ORCAMENTO         PIC 9(004).
               03 WS-MM-ORCAMENTO          PIC 9(002).
           77 WS-MES-LANCAMENTO            PIC 9(006) VALUE ZEROS.
           01 TABELA-MAPAS.
               03 MAPA-GL OCCURS 50 TIMES.
                   05 MAPA-OPERACAO        PIC X(015).
                   05 MAPA-CONTA-DEBITO    PIC 9(008).
                   05 MAPA-CONTA-CREDITO   PIC 9(008).
           01 TABELA-DEPARTAMENTOS.
               03 TAB-DEPARTAMENTO OCCURS 100 TIMES.
                   05 TAB-DEP-CODIGO       PIC X(010).
                   05 TAB-DEP-NOME         PIC X(030).
      * CONTAS QUE TEM ORCAMENTO NO ANO EM ALGUM DEPARTAMENTO; O
      * RAZAO SO E APURADO PARA ELAS
           01 TABELA-CONTAS-ORCADAS.
               03 CONTA-ORCADA OCCURS 200 TIMES
                                            PIC 9(008).
      * UMA POSICAO POR DEPARTAMENTO E CONTA, COM ORCADO E REALIZADO
      * DO MES E DO ACUMULADO DO ANO
           01 TABELA-LINHAS.
               03 LINHA-ORCAMENTO OCCURS 2000 TIMES.
                   05 LIN-DEPARTAMENTO     PIC X(010).
                   05 LIN-CONTA            PIC 9(008).
                   05 LIN-ORCADO-MES       PIC S9(11)V99 COMP-3.
                   05 LIN-REAL-MES         PIC S9(11)V99 COMP-3.
                   05 LIN-ORCADO-ANO       PIC S9(11)V99 COMP-3.
                   05 LIN-REAL-ANO         PIC S9(11)V99 COMP-3.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-PROCESSAMENTO THRU 002-SAI.
            IF WS-ACIMA-TOLERANCIA > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
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
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-ORCAMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_MES_ORCAMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:6) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:6) TO WS-MES-ORCAMENTO
               END-IF.
               IF WS-MM-ORCAMENTO < 1 OR WS-MM-ORCAMENTO > 12
                   DISPLAY "MES DO ORCAMENTO INVALIDO: "
                       WS-MES-ORCAMENTO ", USADO O MES DO MOVIMENTO"
                   MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-ORCAMENTO
               END-IF.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_TOLERANCIA_ORCAMENTO"
                   UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION
                       TRIM(WS-ENTRADA-PARM)) = 0
                   COMPUTE TOLERANCIA-ORCAMENTO =
                       FUNCTION NUMVAL(WS-ENTRADA-PARM)
               END-IF.
           002-PROCESSAMENTO.
               PERFORM 003-CARREGAR-MAPAS.
               PERFORM 004-CARREGAR-DEPARTAMENTOS.
               PERFORM 005-CARREGAR-ORCAMENTO THRU 005-SAI.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 002-SAI
               END-IF.
               IF WS-QTD-CONTAS = ZEROS
                   DISPLAY "NENHUM ORCAMENTO ATIVO NO ANO "
                       WS-ANO-ORCAMENTO ", RELATORIO SAI VAZIO"
               ELSE
                   PERFORM 006-APURAR-REALIZADO
                   PERFORM 007-APURAR-HISTORICO THRU 007-SAI
               END-IF.
               OPEN OUTPUT RELATORIO-ORCAMENTO.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE TOLERANCIA-ORCAMENTO TO WS-TOLERANCIA-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "RELATORIO DE ORCADO X REALIZADO - MES "
                   WS-MES-ORCAMENTO " E ACUMULADO DO ANO "
                   WS-ANO-ORCAMENTO "   TOLERANCIA "
                   WS-TOLERANCIA-ED "%   EMISSAO "
                   WS-DATA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
               PERFORM 008-CLASSIFICAR-LINHAS.
               PERFORM 009-TOTAL-GERAL.
               CLOSE RELATORIO-ORCAMENTO.
               DISPLAY "LANCAMENTOS DO ANO APURADOS: " WS-NO-ANO
                   " SEM MAPA: " WS-SEM-MAPA
                   " LINHAS ACIMA DA TOLERANCIA: "
                   WS-ACIMA-TOLERANCIA.
               IF WS-FORA-TABELA > 0
                   MOVE "ART040W" TO WS-LOG-CODIGO
                   MOVE WS-MES-ORCAMENTO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ORCADO X REALIZADO PARCIAL: "
                       WS-FORA-TABELA " LANCAMENTOS OU LINHAS ALEM "
                       "DAS TABELAS INTERNAS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
           002-SAI.
               EXIT.
           003-CARREGAR-MAPAS.
               MOVE ZEROS TO WS-QTD-MAPAS.
               OPEN INPUT CONTAS-GL.
               IF WS-GL-STATUS NOT = "00"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "CONTAS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "TABELA DE CONTAS GL NAO ENCONTRADA, "
                       "REALIZADO SAI ZERADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CONTAS-GL
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-MAPAS < 50
                                   ADD 1 TO WS-QTD-MAPAS
                                   MOVE GL-OPERACAO TO
                                       MAPA-OPERACAO(WS-QTD-MAPAS)
                                   MOVE GL-CONTA-DEBITO TO
                                       MAPA-CONTA-DEBITO(WS-QTD-MAPAS)
                                   MOVE GL-CONTA-CREDITO TO
                                       MAPA-CONTA-CREDITO
                                           (WS-QTD-MAPAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTAS-GL
               END-IF.
           004-CARREGAR-DEPARTAMENTOS.
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
           005-CARREGAR-ORCAMENTO.
      * SO AS LINHAS ATIVAS DO ANO ATE O MES PEDIDO; A DO PROPRIO MES
      * TAMBEM VAI PARA O ORCADO DO MES
               OPEN INPUT ORCAMENTOS.
               IF WS-ORCAMENTOS-STATUS = "35"
                   DISPLAY "ARQUIVO DE ORCAMENTO NAO ENCONTRADO"
                   GO TO 005-SAI
               END-IF.
               IF WS-ORCAMENTOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "ORCAMENTOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ORCAMENTO INDISPONIVEL, STATUS "
                       WS-ORCAMENTOS-STATUS ", RELATORIO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               MOVE LOW-VALUES TO ORC-CHAVE.
               START ORCAMENTOS KEY NOT < ORC-CHAVE
                   INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
               END-START.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ORCAMENTOS NEXT
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ORC-ATIVO
                               AND ORC-ANO-MES(1:4) = WS-ANO-ORCAMENTO
                               AND ORC-ANO-MES NOT > WS-MES-ORCAMENTO
                               PERFORM 005-SOMAR-ORCADO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ORCAMENTOS.
           005-SAI.
               EXIT.
           005-SOMAR-ORCADO.
               MOVE ORC-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
               MOVE ORC-CONTA TO WS-CONTA-PROCURADA.
               PERFORM 013-LOCALIZAR-LINHA.
               IF WS-LINHA-ACHADA NOT = ZEROS
                   ADD ORC-VALOR TO LIN-ORCADO-ANO(WS-LINHA-ACHADA)
                   IF ORC-ANO-MES = WS-MES-ORCAMENTO
                       ADD ORC-VALOR
                           TO LIN-ORCADO-MES(WS-LINHA-ACHADA)
                   END-IF
               END-IF.
               MOVE "N" TO WS-CONTA-ORCADA.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF CONTA-ORCADA(WS-IND-CONTA) = ORC-CONTA
                       MOVE "S" TO WS-CONTA-ORCADA
                   END-IF
               END-PERFORM.
               IF WS-CONTA-ORCADA = "N"
                   IF WS-QTD-CONTAS < 200
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE ORC-CONTA TO CONTA-ORCADA(WS-QTD-CONTAS)
                   ELSE
                       ADD 1 TO WS-FORA-TABELA
                   END-IF
               END-IF.
      ******************************************************************
           006-APURAR-REALIZADO.
               OPEN INPUT LEDGER-ARITMETICO.
               IF WS-LEDGER-STATUS = "35"
                   DISPLAY "LEDGER.DAT NAO ENCONTRADO, REALIZADO "
                       "SAI SO DO HISTORICO"
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 006-LER-LEDGER
                   PERFORM UNTIL FIM-ARQUIVO
                       ADD 1 TO WS-LIDOS
                       PERFORM 014-ACUMULAR-LANCAMENTO THRU 014-SAI
                       PERFORM 006-LER-LEDGER
                   END-PERFORM
                   CLOSE LEDGER-ARITMETICO
               END-IF.
           006-LER-LEDGER.
               READ LEDGER-ARITMETICO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           007-APURAR-HISTORICO.
      * O ARQUIVAMENTO PERIODICO PODE JA TER LEVADO PARTE DO ANO PARA
      * O HISTORICO; OS LANCAMENTOS DE LA ENTRAM NO MESMO REALIZADO
               OPEN INPUT LEDGER-HIST.
               IF WS-HIST-STATUS NOT = "00"
                   GO TO 007-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 007-LER-HIST.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-LIDOS
                   MOVE REG-LEDGER-HIST-LIDO TO REG-LEDGER
                   PERFORM 014-ACUMULAR-LANCAMENTO THRU 014-SAI
                   PERFORM 007-LER-HIST
               END-PERFORM.
               CLOSE LEDGER-HIST.
           007-SAI.
               EXIT.
           007-LER-HIST.
               READ LEDGER-HIST
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           014-ACUMULAR-LANCAMENTO.
               IF LEDGER-DATA-HORA(1:6) NOT NUMERIC
                   GO TO 014-SAI
               END-IF.
               MOVE LEDGER-DATA-HORA(1:6) TO WS-MES-LANCAMENTO.
               IF WS-MES-LANCAMENTO(1:4) NOT = WS-ANO-ORCAMENTO
                   OR WS-MES-LANCAMENTO > WS-MES-ORCAMENTO
                   GO TO 014-SAI
               END-IF.
               ADD 1 TO WS-NO-ANO.
               MOVE ZEROS TO WS-MAPA-ACHADO.
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                   IF MAPA-OPERACAO(WS-IND-MAPA) = LEDGER-OPERACAO
                       MOVE WS-IND-MAPA TO WS-MAPA-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-MAPA-ACHADO = ZEROS
                   ADD 1 TO WS-SEM-MAPA
                   GO TO 014-SAI
               END-IF.
               COMPUTE VALOR-LANCAMENTO =
                   FUNCTION NUMVAL(LEDGER-RESULTADO).
      * LANCAMENTO ANTIGO SEM DEPARTAMENTO ENTRA COMO "GERAL", COMO
      * NOS DEMAIS RELATORIOS DO RAZAO
               MOVE LEDGER-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
               IF WS-DEPTO-PROCURADO = SPACES
                   MOVE "GERAL" TO WS-DEPTO-PROCURADO
               END-IF.
               MOVE MAPA-CONTA-DEBITO(WS-MAPA-ACHADO)
                   TO WS-CONTA-PROCURADA.
               MOVE VALOR-LANCAMENTO TO VALOR-CONTA.
               PERFORM 015-SOMAR-REALIZADO.
               MOVE MAPA-CONTA-CREDITO(WS-MAPA-ACHADO)
                   TO WS-CONTA-PROCURADA.
               COMPUTE VALOR-CONTA = 0 - VALOR-LANCAMENTO.
               PERFORM 015-SOMAR-REALIZADO.
           014-SAI.
               EXIT.
           015-SOMAR-REALIZADO.
               MOVE "N" TO WS-CONTA-ORCADA.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF CONTA-ORCADA(WS-IND-CONTA) = WS-CONTA-PROCURADA
                       MOVE "S" TO WS-CONTA-ORCADA
                   END-IF
               END-PERFORM.
               IF WS-CONTA-ORCADA = "S"
                   PERFORM 013-LOCALIZAR-LINHA
                   IF WS-LINHA-ACHADA NOT = ZEROS
                       ADD VALOR-CONTA TO LIN-REAL-ANO(WS-LINHA-ACHADA)
                       IF WS-MES-LANCAMENTO = WS-MES-ORCAMENTO
                           ADD VALOR-CONTA
                               TO LIN-REAL-MES(WS-LINHA-ACHADA)
                       END-IF
                   END-IF
               END-IF.
           013-LOCALIZAR-LINHA.
               MOVE ZEROS TO WS-LINHA-ACHADA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   OR WS-LINHA-ACHADA NOT = ZEROS
                   IF LIN-DEPARTAMENTO(WS-IND-LINHA)
                       = WS-DEPTO-PROCURADO
                       AND LIN-CONTA(WS-IND-LINHA)
                           = WS-CONTA-PROCURADA
                       MOVE WS-IND-LINHA TO WS-LINHA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-LINHA-ACHADA = ZEROS
                   IF WS-QTD-LINHAS < 2000
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE WS-QTD-LINHAS TO WS-LINHA-ACHADA
                       MOVE WS-DEPTO-PROCURADO
                           TO LIN-DEPARTAMENTO(WS-LINHA-ACHADA)
                       MOVE WS-CONTA-PROCURADA
                           TO LIN-CONTA(WS-LINHA-ACHADA)
                       MOVE ZEROS TO LIN-ORCADO-MES(WS-LINHA-ACHADA)
                       MOVE ZEROS TO LIN-REAL-MES(WS-LINHA-ACHADA)
                       MOVE ZEROS TO LIN-ORCADO-ANO(WS-LINHA-ACHADA)
                       MOVE ZEROS TO LIN-REAL-ANO(WS-LINHA-ACHADA)
                   ELSE
                       ADD 1 TO WS-FORA-TABELA
                   END-IF
               END-IF.
      ******************************************************************
           008-CLASSIFICAR-LINHAS.
               SORT CLASSIFICA-ORCAMENTO
                   ON ASCENDING KEY CLS-DEPARTAMENTO
                   ON ASCENDING KEY CLS-CONTA
                   INPUT PROCEDURE 008-LIBERAR-LINHAS
                   OUTPUT PROCEDURE 008-IMPRIMIR-LINHAS.
           008-LIBERAR-LINHAS.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   MOVE LIN-DEPARTAMENTO(WS-IND-LINHA)
                       TO CLS-DEPARTAMENTO
                   MOVE LIN-CONTA(WS-IND-LINHA) TO CLS-CONTA
                   MOVE WS-IND-LINHA TO CLS-IND-LINHA
                   RELEASE REG-CLASSIFICA-ORCAMENTO
               END-PERFORM.
           008-IMPRIMIR-LINHAS.
               MOVE SPACES TO WS-DEPTO-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-ORCAMENTO
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CLS-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
                               IF WS-DEPTO-ATUAL NOT = SPACES
                                   PERFORM 009-SUBTOTAL-DEPARTAMENTO
                               END-IF
                               MOVE CLS-DEPARTAMENTO TO WS-DEPTO-ATUAL
                               PERFORM 008-CABECALHO-DEPARTAMENTO
                           END-IF
                           MOVE CLS-IND-LINHA TO WS-IND-LINHA
                           PERFORM 008-IMPRIMIR-LINHA
                   END-RETURN
               END-PERFORM.
               IF WS-DEPTO-ATUAL NOT = SPACES
                   PERFORM 009-SUBTOTAL-DEPARTAMENTO
               END-IF.
           008-CABECALHO-DEPARTAMENTO.
               MOVE ZEROS TO SUB-ORCADO-MES.
               MOVE ZEROS TO SUB-REAL-MES.
               MOVE ZEROS TO SUB-ORCADO-ANO.
               MOVE ZEROS TO SUB-REAL-ANO.
               MOVE "(SEM CADASTRO)" TO WS-NOME.
               PERFORM VARYING WS-IND-DEPARTAMENTO FROM 1 BY 1
                   UNTIL WS-IND-DEPARTAMENTO > WS-QTD-DEPARTAMENTOS
                   IF TAB-DEP-CODIGO(WS-IND-DEPARTAMENTO)
                       = WS-DEPTO-ATUAL
                       MOVE TAB-DEP-NOME(WS-IND-DEPARTAMENTO)
                           TO WS-NOME
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
               STRING "DEPARTAMENTO " WS-DEPTO-ATUAL " " WS-NOME
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CONTA    " "    ORCADO MES " "      REAL MES "
                   "  VARIACAO MES " " %USO M " "    ORCADO ANO "
                   "      REAL ANO " "  VARIACAO ANO " " %USO A "
                   " MARCA"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
           008-IMPRIMIR-LINHA.
               MOVE LIN-ORCADO-MES(WS-IND-LINHA) TO IMP-ORCADO-MES.
               MOVE LIN-REAL-MES(WS-IND-LINHA) TO IMP-REAL-MES.
               MOVE LIN-ORCADO-ANO(WS-IND-LINHA) TO IMP-ORCADO-ANO.
               MOVE LIN-REAL-ANO(WS-IND-LINHA) TO IMP-REAL-ANO.
               ADD IMP-ORCADO-MES TO SUB-ORCADO-MES.
               ADD IMP-REAL-MES TO SUB-REAL-MES.
               ADD IMP-ORCADO-ANO TO SUB-ORCADO-ANO.
               ADD IMP-REAL-ANO TO SUB-REAL-ANO.
               PERFORM 016-CONFERIR-TOLERANCIA.
               PERFORM 017-MONTAR-VALORES.
               MOVE SPACES TO WS-LINHA.
               STRING LIN-CONTA(WS-IND-LINHA) " " WS-ORCADO-MES-ED " "
                   WS-REAL-MES-ED " " WS-VARIACAO-MES-ED " "
                   WS-PERC-MES-TEXTO " " WS-ORCADO-ANO-ED " "
                   WS-REAL-ANO-ED " " WS-VARIACAO-ANO-ED " "
                   WS-PERC-ANO-TEXTO " " WS-MARCA
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
               IF WS-MARCA NOT = SPACES
                   ADD 1 TO WS-ACIMA-TOLERANCIA
                   MOVE "ART063W" TO WS-LOG-CODIGO
                   MOVE SPACES TO WS-LOG-CHAVE
                   STRING WS-DEPTO-ATUAL " " LIN-CONTA(WS-IND-LINHA)
                       DELIMITED BY SIZE INTO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "REALIZADO ACIMA DO ORCADO MAIS "
                       WS-TOLERANCIA-ED "% (" DELIMITED BY SIZE
                       WS-MARCA DELIMITED BY SPACE
                       ") NO MES " WS-MES-ORCAMENTO
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           016-CONFERIR-TOLERANCIA.
      * A LINHA E MARCADA QUANDO O REALIZADO PASSA DO ORCADO MAIS A
      * TOLERANCIA, NO MES ("MES"), NO ACUMULADO ("ANO") OU NOS DOIS;
      * SEM ORCADO, QUALQUER REALIZADO POSITIVO PASSA
               MOVE SPACES TO WS-MARCA.
               COMPUTE LIMITE-TOLERADO ROUNDED = IMP-ORCADO-MES
                   * (100 + TOLERANCIA-ORCAMENTO) / 100.
               IF IMP-REAL-MES > LIMITE-TOLERADO
                   MOVE "MES" TO WS-MARCA
               END-IF.
               COMPUTE LIMITE-TOLERADO ROUNDED = IMP-ORCADO-ANO
                   * (100 + TOLERANCIA-ORCAMENTO) / 100.
               IF IMP-REAL-ANO > LIMITE-TOLERADO
                   IF WS-MARCA = SPACES
                       MOVE "ANO" TO WS-MARCA
                   ELSE
                       MOVE "MES+ANO" TO WS-MARCA
                   END-IF
               END-IF.
           017-MONTAR-VALORES.
      * VARIACAO E O ORCADO MENOS O REALIZADO (NEGATIVA QUANDO O
      * DEPARTAMENTO GASTOU MAIS QUE O ORCADO) E O PERCENTUAL E O
      * REALIZADO SOBRE O ORCADO; SEM ORCADO O PERCENTUAL SAI EM
      * BRANCO
               MOVE IMP-ORCADO-MES TO WS-ORCADO-MES-ED.
               MOVE IMP-REAL-MES TO WS-REAL-MES-ED.
               COMPUTE VARIACAO = IMP-ORCADO-MES - IMP-REAL-MES.
               MOVE VARIACAO TO WS-VARIACAO-MES-ED.
               MOVE IMP-ORCADO-ANO TO WS-ORCADO-ANO-ED.
               MOVE IMP-REAL-ANO TO WS-REAL-ANO-ED.
               COMPUTE VARIACAO = IMP-ORCADO-ANO - IMP-REAL-ANO.
               MOVE VARIACAO TO WS-VARIACAO-ANO-ED.
               MOVE SPACES TO WS-PERC-TEXTO.
               IF IMP-ORCADO-MES NOT = ZEROS
                   COMPUTE PERCENTUAL ROUNDED
                       = IMP-REAL-MES * 100 / IMP-ORCADO-MES
                       ON SIZE ERROR
                           MOVE "*******" TO WS-PERC-TEXTO
                       NOT ON SIZE ERROR
                           MOVE PERCENTUAL TO WS-PERC-EDITADO
                           MOVE WS-PERC-EDITADO TO WS-PERC-TEXTO
                   END-COMPUTE
               END-IF.
               MOVE WS-PERC-TEXTO TO WS-PERC-MES-TEXTO.
               MOVE SPACES TO WS-PERC-TEXTO.
               IF IMP-ORCADO-ANO NOT = ZEROS
                   COMPUTE PERCENTUAL ROUNDED
                       = IMP-REAL-ANO * 100 / IMP-ORCADO-ANO
                       ON SIZE ERROR
                           MOVE "*******" TO WS-PERC-TEXTO
                       NOT ON SIZE ERROR
                           MOVE PERCENTUAL TO WS-PERC-EDITADO
                           MOVE WS-PERC-EDITADO TO WS-PERC-TEXTO
                   END-COMPUTE
               END-IF.
               MOVE WS-PERC-TEXTO TO WS-PERC-ANO-TEXTO.
           009-SUBTOTAL-DEPARTAMENTO.
               MOVE SUB-ORCADO-MES TO IMP-ORCADO-MES.
               MOVE SUB-REAL-MES TO IMP-REAL-MES.
               MOVE SUB-ORCADO-ANO TO IMP-ORCADO-ANO.
               MOVE SUB-REAL-ANO TO IMP-REAL-ANO.
               ADD SUB-ORCADO-MES TO TOT-ORCADO-MES.
               ADD SUB-REAL-MES TO TOT-REAL-MES.
               ADD SUB-ORCADO-ANO TO TOT-ORCADO-ANO.
               ADD SUB-REAL-ANO TO TOT-REAL-ANO.
               PERFORM 017-MONTAR-VALORES.
               MOVE SPACES TO WS-LINHA.
               STRING "SUBTOTAL " WS-ORCADO-MES-ED " "
                   WS-REAL-MES-ED " " WS-VARIACAO-MES-ED " "
                   WS-PERC-MES-TEXTO " " WS-ORCADO-ANO-ED " "
                   WS-REAL-ANO-ED " " WS-VARIACAO-ANO-ED " "
                   WS-PERC-ANO-TEXTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
           009-TOTAL-GERAL.
               MOVE TOT-ORCADO-MES TO IMP-ORCADO-MES.
               MOVE TOT-REAL-MES TO IMP-REAL-MES.
               MOVE TOT-ORCADO-ANO TO IMP-ORCADO-ANO.
               MOVE TOT-REAL-ANO TO IMP-REAL-ANO.
               PERFORM 017-MONTAR-VALORES.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
               STRING "TOTAL    " WS-ORCADO-MES-ED " "
                   WS-REAL-MES-ED " " WS-VARIACAO-MES-ED " "
                   WS-PERC-MES-TEXTO " " WS-ORCADO-ANO-ED " "
                   WS-REAL-ANO-ED " " WS-VARIACAO-ANO-ED " "
                   WS-PERC-ANO-TEXTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS ACIMA DA TOLERANCIA: "
                   WS-ACIMA-TOLERANCIA
                   "   LANCAMENTOS DO ANO SEM MAPA NO GL (FORA DO "
                   "REALIZADO): " WS-SEM-MAPA
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA.
               IF WS-FORA-TABELA > 0
                   MOVE SPACES TO WS-LINHA
                   STRING "*** " WS-FORA-TABELA " LANCAMENTOS OU "
                       "LINHAS FORA DO RELATORIO: TABELAS INTERNAS "
                       "EXCEDIDAS ***"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-ORCAMENTO FROM WS-LINHA
               END-IF.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RELATORIO-ORCAMENTO" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RELATORIO-ORCAMENTO" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RELATORIO-ORCAMENTO" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-QTD-LINHAS TO EXEC-POSTADOS.
               MOVE WS-ACIMA-TOLERANCIA TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM RELATORIO-ORCAMENTO.
