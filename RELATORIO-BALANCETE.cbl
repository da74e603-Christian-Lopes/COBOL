      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: BALANCETE DE VERIFICACAO DE UM PERIODO (ARIT_PERIODO
      *          AAAAMM, OU O MES DA DATA DO MOVIMENTO) A PARTIR DOS
      *          SALDOS CONTABEIS DE SALDOS-GL.DAT: POR CONTA, SALDO
      *          DE ABERTURA, DEBITOS E CREDITOS DO PERIODO E SALDO
      *          FINAL NA COLUNA DEVEDORA OU CREDORA. CONTA SEM LINHA
      *          NO PERIODO ENTRA COM O ULTIMO FECHAMENTO ANTERIOR E
      *          MOVIMENTO ZERO (SO SE O SALDO NAO FOR ZERO). O
      *          BALANCETE FECHA QUANDO O TOTAL DE DEBITOS E IGUAL AO
      *          DE CREDITOS E O DE SALDOS DEVEDORES E IGUAL AO DE
      *          SALDOS CREDORES; SE NAO FECHA, AVISA NO LOG E SAI
      *          COM RC 8
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-BALANCETE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS-GL ASSIGN TO "SALDOS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT RELATORIO-BALANCETE
               ASSIGN TO "RELATORIO-BALANCETE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CLASSIFICA-SALDOS ASSIGN TO "SORT-BALANCETE.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS-GL.
           COPY SGLCOPY.
       FD  RELATORIO-BALANCETE.
       01  REG-RELATORIO-BALANCETE         PIC X(132).
       SD  CLASSIFICA-SALDOS.
       01  REG-CLASSIFICA-SALDOS.
           03 CLS-CONTA                    PIC 9(008).
           03 CLS-ANO-MES                  PIC 9(006).
           03 CLS-ABERTURA                 PIC S9(13)V99 COMP-3.
           03 CLS-DEBITOS                  PIC S9(13)V99 COMP-3.
           03 CLS-CREDITOS                 PIC S9(13)V99 COMP-3.
           03 CLS-FECHAMENTO               PIC S9(13)V99 COMP-3.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-SALDOS-STATUS             PIC X(002) VALUE SPACES.
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
           77 WS-CONTAS-IMPRESSAS          PIC 9(005) VALUE ZEROS.
           77 WS-TEM-CONTA                 PIC X(001) VALUE "N".
           77 WS-CONTA-ATUAL               PIC 9(008) VALUE ZEROS.
           77 WS-ANO-MES-ATUAL             PIC 9(006) VALUE ZEROS.
           77 WS-SITUACAO                  PIC X(020) VALUE SPACES.
      * ULTIMA LINHA DA CONTA ATE O PERIODO (A DO PROPRIO PERIODO,
      * SE HOUVER, VEM POR ULTIMO NA CLASSIFICACAO)
           77 ULT-ABERTURA                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 ULT-DEBITOS                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 ULT-CREDITOS                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 ULT-FECHAMENTO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-ABERTURA                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-DEBITOS                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-CREDITOS                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-DEVEDOR                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-CREDOR                   PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-DEVEDOR                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-CREDOR                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-ABERTURA-ED               PIC -(11)9.99.
           77 WS-DEBITOS-ED                PIC -(11)9.99.
           77 WS-CREDITOS-ED               PIC -(11)9.99.
           77 WS-DEVEDOR-ED                PIC -(11)9.99.
           77 WS-CREDOR-ED                 PIC -(11)9.99.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 WS-PERIODO                   PIC 9(006) VALUE ZEROS.
           01 WS-PERIODO-PARTES REDEFINES WS-PERIODO.
               03 WS-ANO-PERIODO           PIC 9(004).
               03 WS-MM-PERIODO            PIC 9(002).
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
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-PERIODO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_PERIODO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:6) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:6) TO WS-PERIODO
               END-IF.
               IF WS-MM-PERIODO < 1 OR WS-MM-PERIODO > 12
                   DISPLAY "PERIODO DO BALANCETE INVALIDO: "
                       WS-PERIODO ", USADO O MES DO MOVIMENTO"
                   MOVE WS-DATA-MOVIMENTO(1:6) TO WS-PERIODO
               END-IF.
           002-PROCESSAMENTO.
               OPEN INPUT SALDOS-GL.
               IF WS-SALDOS-STATUS NOT = "00"
                   AND WS-SALDOS-STATUS NOT = "35"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SALDOS CONTABEIS INDISPONIVEIS, STATUS "
                       WS-SALDOS-STATUS ", BALANCETE ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               IF WS-SALDOS-STATUS = "00"
                   CLOSE SALDOS-GL
               ELSE
                   DISPLAY "SALDOS-GL.DAT NAO ENCONTRADO, BALANCETE "
                       "SAI VAZIO"
               END-IF.
               OPEN OUTPUT RELATORIO-BALANCETE.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE SPACES TO WS-LINHA.
               STRING "BALANCETE DE VERIFICACAO - PERIODO "
                   WS-PERIODO "   EMISSAO " WS-DATA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-LINHA.
               STRING "CONTA    " "  SALDO ABERTURA "
                   "         DEBITOS " "        CREDITOS "
                   "   SALDO DEVEDOR " "    SALDO CREDOR"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-LINHA.
               IF WS-SALDOS-STATUS = "00"
                   PERFORM 003-CLASSIFICAR-SALDOS
               END-IF.
               PERFORM 006-TOTAL-GERAL.
               CLOSE RELATORIO-BALANCETE.
               DISPLAY "BALANCETE DE " WS-PERIODO ": "
                   WS-CONTAS-IMPRESSAS " CONTAS, " WS-SITUACAO.
           002-SAI.
               EXIT.
      ******************************************************************
           003-CLASSIFICAR-SALDOS.
               SORT CLASSIFICA-SALDOS
                   ON ASCENDING KEY CLS-CONTA
                   ON ASCENDING KEY CLS-ANO-MES
                   INPUT PROCEDURE 003-LIBERAR-SALDOS
                   OUTPUT PROCEDURE 004-IMPRIMIR-CONTAS.
           003-LIBERAR-SALDOS.
      * SO ENTRAM AS LINHAS ATE O PERIODO PEDIDO; AS POSTERIORES NAO
      * MUDAM O BALANCETE DELE
               OPEN INPUT SALDOS-GL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-SALDO.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-LIDOS
                   IF SGL-ANO-MES NOT > WS-PERIODO
                       MOVE SGL-CONTA TO CLS-CONTA
                       MOVE SGL-ANO-MES TO CLS-ANO-MES
                       COMPUTE CLS-ABERTURA =
                           FUNCTION NUMVAL(SGL-SALDO-ABERTURA)
                       COMPUTE CLS-DEBITOS =
                           FUNCTION NUMVAL(SGL-DEBITOS)
                       COMPUTE CLS-CREDITOS =
                           FUNCTION NUMVAL(SGL-CREDITOS)
                       COMPUTE CLS-FECHAMENTO =
                           FUNCTION NUMVAL(SGL-SALDO-FECHAMENTO)
                       RELEASE REG-CLASSIFICA-SALDOS
                   END-IF
                   PERFORM 003-LER-SALDO
               END-PERFORM.
               CLOSE SALDOS-GL.
           003-LER-SALDO.
               READ SALDOS-GL
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-IMPRIMIR-CONTAS.
               MOVE "N" TO WS-TEM-CONTA.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-SALDOS
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-TEM-CONTA = "S"
                               AND CLS-CONTA NOT = WS-CONTA-ATUAL
                               PERFORM 005-IMPRIMIR-CONTA THRU 005-SAI
                           END-IF
                           MOVE "S" TO WS-TEM-CONTA
                           MOVE CLS-CONTA TO WS-CONTA-ATUAL
                           MOVE CLS-ANO-MES TO WS-ANO-MES-ATUAL
                           MOVE CLS-ABERTURA TO ULT-ABERTURA
                           MOVE CLS-DEBITOS TO ULT-DEBITOS
                           MOVE CLS-CREDITOS TO ULT-CREDITOS
                           MOVE CLS-FECHAMENTO TO ULT-FECHAMENTO
                   END-RETURN
               END-PERFORM.
               IF WS-TEM-CONTA = "S"
                   PERFORM 005-IMPRIMIR-CONTA THRU 005-SAI
               END-IF.
           005-IMPRIMIR-CONTA.
      * SEM LINHA NO PERIODO A CONTA ABRE E FECHA COM O ULTIMO
      * FECHAMENTO CONHECIDO, SEM MOVIMENTO; ZERADA, NAO APARECE
               IF WS-ANO-MES-ATUAL NOT = WS-PERIODO
                   IF ULT-FECHAMENTO = ZEROS
                       GO TO 005-SAI
                   END-IF
                   MOVE ULT-FECHAMENTO TO ULT-ABERTURA
                   MOVE ZEROS TO ULT-DEBITOS
                   MOVE ZEROS TO ULT-CREDITOS
               END-IF.
               MOVE ZEROS TO SALDO-DEVEDOR.
               MOVE ZEROS TO SALDO-CREDOR.
               IF ULT-FECHAMENTO < ZEROS
                   COMPUTE SALDO-CREDOR = 0 - ULT-FECHAMENTO
               ELSE
                   MOVE ULT-FECHAMENTO TO SALDO-DEVEDOR
               END-IF.
               ADD ULT-ABERTURA TO TOT-ABERTURA.
               ADD ULT-DEBITOS TO TOT-DEBITOS.
               ADD ULT-CREDITOS TO TOT-CREDITOS.
               ADD SALDO-DEVEDOR TO TOT-DEVEDOR.
               ADD SALDO-CREDOR TO TOT-CREDOR.
               ADD 1 TO WS-CONTAS-IMPRESSAS.
               MOVE ULT-ABERTURA TO WS-ABERTURA-ED.
               MOVE ULT-DEBITOS TO WS-DEBITOS-ED.
               MOVE ULT-CREDITOS TO WS-CREDITOS-ED.
               MOVE SALDO-DEVEDOR TO WS-DEVEDOR-ED.
               MOVE SALDO-CREDOR TO WS-CREDOR-ED.
               MOVE SPACES TO WS-LINHA.
               STRING WS-CONTA-ATUAL " " WS-ABERTURA-ED " "
                   WS-DEBITOS-ED " " WS-CREDITOS-ED " "
                   WS-DEVEDOR-ED " " WS-CREDOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-LINHA.
           005-SAI.
               EXIT.
      ******************************************************************
           006-TOTAL-GERAL.
               MOVE TOT-ABERTURA TO WS-ABERTURA-ED.
               MOVE TOT-DEBITOS TO WS-DEBITOS-ED.
               MOVE TOT-CREDITOS TO WS-CREDITOS-ED.
               MOVE TOT-DEVEDOR TO WS-DEVEDOR-ED.
               MOVE TOT-CREDOR TO WS-CREDOR-ED.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-LINHA.
               STRING "TOTAL    " WS-ABERTURA-ED " "
                   WS-DEBITOS-ED " " WS-CREDITOS-ED " "
                   WS-DEVEDOR-ED " " WS-CREDOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-LINHA.
               IF TOT-DEBITOS = TOT-CREDITOS
                   AND TOT-DEVEDOR = TOT-CREDOR
                   MOVE "BALANCETE FECHADO" TO WS-SITUACAO
               ELSE
                   MOVE "BALANCETE NAO FECHA" TO WS-SITUACAO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART064E" TO WS-LOG-CODIGO
                   MOVE WS-PERIODO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "BALANCETE DE " WS-PERIODO
                       " NAO FECHA: DEBITOS " WS-DEBITOS-ED
                       " CREDITOS " WS-CREDITOS-ED
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-LINHA.
               WRITE REG-RELATORIO-BALANCETE FROM WS-SITUACAO.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RELATORIO-BALANCETE" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RELATORIO-BALANCETE" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RELATORIO-BALANCETE" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-CONTAS-IMPRESSAS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM RELATORIO-BALANCETE.
