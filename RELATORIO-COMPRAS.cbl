      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PEDIDOS DE COMPRA EM ABERTO: LISTA CADA
      *          LINHA ABERTA DE PEDIDOS-COMPRA.DAT COM O FORNECEDOR, O
      *          ITEM, O LOCAL, O SALDO A RECEBER, O VALOR DO SALDO
      *          PELO PRECO DO PEDIDO E A DATA PREVISTA, MARCANDO COMO
      *          ATRASADA A LINHA CUJA DATA PREVISTA JA PASSOU NA DATA
      *          DO MOVIMENTO (ARIT_DATA_MOVIMENTO), COM OS TOTAIS DE
      *          LINHAS E VALORES EM ABERTO E EM ATRASO NO RODAPE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-COMPRAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-COMPRA ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT RELATORIO-COMPRAS
               ASSIGN TO "RELATORIO-COMPRAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-COMPRA.
           COPY PEDCOPY.
       FD  RELATORIO-COMPRAS.
       01  REG-RELATORIO-COMPRAS           PIC X(100).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-PEDIDOS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-ABERTAS            PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-ATRASADAS          PIC 9(007) VALUE ZEROS.
           77 SALDO-A-RECEBER              PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-SALDO                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-ABERTO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-ATRASADO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-SITUACAO-LINHA            PIC X(008) VALUE SPACES.
           77 WS-LINHA                     PIC X(100) VALUE SPACES.
           77 WS-SALDO-EDITADO             PIC -(6)9.99.
           77 WS-PRECO-EDITADO             PIC -(6)9.99.
           77 WS-VALOR-EDITADO             PIC -(11)9.99.
           77 WS-TOTAL-EDITADO             PIC -(11)9.99.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-PROCESSAMENTO.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-PROCESSAMENTO.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
               OPEN INPUT PEDIDOS-COMPRA.
               IF WS-PEDIDOS-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "PEDIDOS-COMPRA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE PEDIDOS DE COMPRA NAO "
                       "ENCONTRADO, RELATORIO NAO EMITIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN OUTPUT RELATORIO-COMPRAS
                   PERFORM 002-CABECALHO
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ PEDIDOS-COMPRA
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               IF PC-ABERTA
                                   PERFORM 003-LISTAR-LINHA
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM 004-RODAPE
                   CLOSE RELATORIO-COMPRAS
                   CLOSE PEDIDOS-COMPRA
                   DISPLAY "LINHAS EM ABERTO: " WS-LINHAS-ABERTAS
                       " EM ATRASO: " WS-LINHAS-ATRASADAS
               END-IF.
           002-CABECALHO.
               MOVE SPACES TO WS-LINHA.
               STRING "PEDIDOS DE COMPRA EM ABERTO - POSICAO EM "
                   WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-COMPRAS FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "PEDIDO  LIN FORNEC   ITEM       LOC  SALDO A "
                   "REC      PRECO    VALOR DO SALDO PREVISTA"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-COMPRAS FROM WS-LINHA.
           003-LISTAR-LINHA.
               ADD 1 TO WS-LINHAS-ABERTAS.
               COMPUTE SALDO-A-RECEBER =
                   PC-QTD-PEDIDA - PC-QTD-RECEBIDA.
               COMPUTE VALOR-SALDO ROUNDED =
                   SALDO-A-RECEBER * PC-PRECO.
               ADD VALOR-SALDO TO TOTAL-ABERTO.
      * A DATA PREVISTA JA PASSOU E A MERCADORIA NAO CHEGOU TODA
               IF PC-DATA-PREVISTA < WS-DATA-MOVIMENTO
                   MOVE "ATRASADO" TO WS-SITUACAO-LINHA
                   ADD 1 TO WS-LINHAS-ATRASADAS
                   ADD VALOR-SALDO TO TOTAL-ATRASADO
               ELSE
                   MOVE SPACES TO WS-SITUACAO-LINHA
               END-IF.
               MOVE SALDO-A-RECEBER TO WS-SALDO-EDITADO.
               MOVE PC-PRECO TO WS-PRECO-EDITADO.
               MOVE VALOR-SALDO TO WS-VALOR-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING PC-NUMERO " " PC-LINHA " " PC-FORNECEDOR " "
                   PC-ITEM " " PC-LOCAL " " WS-SALDO-EDITADO " "
                   WS-PRECO-EDITADO " " WS-VALOR-EDITADO " "
                   PC-DATA-PREVISTA " " WS-SITUACAO-LINHA
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-COMPRAS FROM WS-LINHA.
           004-RODAPE.
               MOVE TOTAL-ABERTO TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS EM ABERTO: " WS-LINHAS-ABERTAS
                   "  VALOR A RECEBER: " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-COMPRAS FROM WS-LINHA.
               MOVE TOTAL-ATRASADO TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS EM ATRASO: " WS-LINHAS-ATRASADAS
                   "  VALOR EM ATRASO:  " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-COMPRAS FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RELATORIO-COMPRAS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RELATORIO-COMPRAS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RELATORIO-COMPRAS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-LINHAS-ABERTAS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM RELATORIO-COMPRAS.
