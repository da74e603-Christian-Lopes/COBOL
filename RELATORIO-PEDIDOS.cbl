      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PEDIDOS DE VENDA EM ABERTO E EM ESPERA
      *          (BACKORDER): LISTA CADA LINHA NAO FATURADA NEM
      *          CANCELADA DE PEDIDOS-VENDA.DAT COM O CLIENTE, O ITEM,
      *          O LOCAL, A QUANTIDADE PEDIDA, A RESERVADA, A EM ESPERA
      *          E A DATA DESEJADA. A SITUACAO MOSTRA SE A LINHA ESTA
      *          EM ESPERA, RESERVADA OU LIBERADA (COM O NUMERO DA
      *          FATURA GERADA), MARCANDO COMO ATRASADA A LINHA NAO
      *          LIBERADA CUJA DATA DESEJADA JA PASSOU NA DATA DO
      *          MOVIMENTO (ARIT_DATA_MOVIMENTO). O RODAPE TRAZ OS
      *          TOTAIS DE LINHAS EM ABERTO, EM ESPERA, ATRASADAS E
      *          LIBERADAS AGUARDANDO FATURAMENTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-PEDIDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-VENDA ASSIGN TO "PEDIDOS-VENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT RELATORIO-PEDIDOS
               ASSIGN TO "RELATORIO-PEDIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-VENDA.
           COPY PVENCOPY.
       FD  RELATORIO-PEDIDOS.
       01  REG-RELATORIO-PEDIDOS           PIC X(100).
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
           77 WS-LINHAS-ESPERA             PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-ATRASADAS          PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-LIBERADAS          PIC 9(007) VALUE ZEROS.
           77 QTD-EM-ESPERA                PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-EM-ESPERA              PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-SITUACAO-LINHA            PIC X(016) VALUE SPACES.
           77 WS-ATRASO-LINHA              PIC X(008) VALUE SPACES.
           77 WS-LINHA                     PIC X(100) VALUE SPACES.
           77 WS-PEDIDA-EDITADA            PIC -(5)9.99.
           77 WS-RESERVADA-EDITADA         PIC -(5)9.99.
           77 WS-ESPERA-EDITADA            PIC -(5)9.99.
           77 WS-TOTAL-EDITADO             PIC -(8)9.99.
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
               OPEN INPUT PEDIDOS-VENDA.
               IF WS-PEDIDOS-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "PEDIDOS-VENDA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE PEDIDOS DE VENDA NAO "
                       "ENCONTRADO, RELATORIO NAO EMITIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN OUTPUT RELATORIO-PEDIDOS
                   PERFORM 002-CABECALHO
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ PEDIDOS-VENDA
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-LIDOS
                               IF PV-ABERTA OR PV-RESERVADA
                                   OR PV-LIBERADA
                                   PERFORM 003-LISTAR-LINHA
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM 004-RODAPE
                   CLOSE RELATORIO-PEDIDOS
                   CLOSE PEDIDOS-VENDA
                   DISPLAY "LINHAS EM ABERTO: " WS-LINHAS-ABERTAS
                       " EM ESPERA: " WS-LINHAS-ESPERA
                       " EM ATRASO: " WS-LINHAS-ATRASADAS
               END-IF.
           002-CABECALHO.
               MOVE SPACES TO WS-LINHA.
               STRING "PEDIDOS DE VENDA EM ABERTO E EM ESPERA - "
                   "POSICAO EM " WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PEDIDOS FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "PEDIDO  LIN CLIENTE  ITEM       LOC    PEDIDA "
                   "RESERVADA EM ESPERA DESEJADA SITUACAO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PEDIDOS FROM WS-LINHA.
           003-LISTAR-LINHA.
               ADD 1 TO WS-LINHAS-ABERTAS.
               COMPUTE QTD-EM-ESPERA =
                   PV-QTD-PEDIDA - PV-QTD-RESERVADA.
               MOVE SPACES TO WS-ATRASO-LINHA.
               EVALUATE TRUE
                   WHEN PV-LIBERADA
                       ADD 1 TO WS-LINHAS-LIBERADAS
                       MOVE ZEROS TO QTD-EM-ESPERA
                       MOVE SPACES TO WS-SITUACAO-LINHA
                       STRING "LIBERADA " PV-FATURA
                           DELIMITED BY SIZE INTO WS-SITUACAO-LINHA
                   WHEN QTD-EM-ESPERA > ZEROS
                       ADD 1 TO WS-LINHAS-ESPERA
                       ADD QTD-EM-ESPERA TO TOTAL-EM-ESPERA
                       MOVE "EM ESPERA" TO WS-SITUACAO-LINHA
                   WHEN OTHER
                       MOVE "RESERVADA" TO WS-SITUACAO-LINHA
               END-EVALUATE.
      * A DATA DESEJADA JA PASSOU E A LINHA AINDA NAO FOI LIBERADA
               IF PV-DATA-DESEJADA < WS-DATA-MOVIMENTO
                   AND NOT PV-LIBERADA
                   MOVE "ATRASADO" TO WS-ATRASO-LINHA
                   ADD 1 TO WS-LINHAS-ATRASADAS
               END-IF.
               MOVE PV-QTD-PEDIDA TO WS-PEDIDA-EDITADA.
               MOVE PV-QTD-RESERVADA TO WS-RESERVADA-EDITADA.
               MOVE QTD-EM-ESPERA TO WS-ESPERA-EDITADA.
               MOVE SPACES TO WS-LINHA.
               STRING PV-NUMERO " " PV-LINHA " " PV-CLIENTE " "
                   PV-ITEM " " PV-LOCAL " " WS-PEDIDA-EDITADA " "
                   WS-RESERVADA-EDITADA " " WS-ESPERA-EDITADA " "
                   PV-DATA-DESEJADA " " WS-SITUACAO-LINHA " "
                   WS-ATRASO-LINHA
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PEDIDOS FROM WS-LINHA.
           004-RODAPE.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS EM ABERTO: " WS-LINHAS-ABERTAS
                   "  LIBERADAS AGUARDANDO FATURAMENTO: "
                   WS-LINHAS-LIBERADAS
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PEDIDOS FROM WS-LINHA.
               MOVE TOTAL-EM-ESPERA TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS EM ESPERA: " WS-LINHAS-ESPERA
                   "  QUANTIDADE EM ESPERA: " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PEDIDOS FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS EM ATRASO: " WS-LINHAS-ATRASADAS
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PEDIDOS FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RELATORIO-PEDIDOS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RELATORIO-PEDIDOS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RELATORIO-PEDIDOS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-LINHAS-ABERTAS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM RELATORIO-PEDIDOS.
