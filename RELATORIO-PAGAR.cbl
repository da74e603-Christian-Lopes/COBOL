      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RELATORIO DO CONTAS A PAGAR POR IDADE DE SALDO: LE O
      *          CONTAS A PAGAR (CONTAS-PAGAR.DAT), SELECIONA AS NOTAS
      *          DE FORNECEDOR AINDA ABERTAS, CALCULA O ATRASO DE CADA
      *          UMA PELA DATA DE VENCIMENTO CONTRA A DATA DO MOVIMENTO
      *          (ARIT_DATA_MOVIMENTO OU A DATA CORRENTE) E IMPRIME UMA
      *          LINHA POR FORNECEDOR COM O VALOR ABERTO A VENCER E NAS
      *          FAIXAS DE ATRASO DE ATE 30, 31-60, 61-90 E MAIS DE 90
      *          DIAS, COM O NOME DO FORNECEDOR BUSCADO NO CADASTRO, NO
      *          MESMO FORMATO DO RELATORIO DE COBRANCA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-PAGAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-PAGAR ASSIGN TO "CONTAS-PAGAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAR-STATUS.
           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WS-FORNECEDORES-STATUS.
           SELECT RELATORIO-PAGAR
               ASSIGN TO "RELATORIO-PAGAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
           COPY CPAGCOPY.
       FD  FORNECEDORES.
           COPY FORNECCOPY.
       FD  RELATORIO-PAGAR.
       01  REG-RELATORIO-PAGAR             PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-PAGAR-STATUS              PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-STATUS       PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-ABERTO       PIC X(001) VALUE "N".
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-ABERTAS                   PIC 9(007) VALUE ZEROS.
           77 WS-IDADE                     PIC S9(5) COMP-3
                                            VALUE ZEROS.
           77 WS-DIAS-MOVIMENTO            PIC 9(007) VALUE ZEROS.
           77 WS-DIAS-VENCIMENTO           PIC 9(007) VALUE ZEROS.
           77 SALDO-ABERTO                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-QTD-FORNECEDORES          PIC 9(003) VALUE ZEROS.
           77 WS-IND-FORNECEDOR            PIC 9(003) VALUE ZEROS.
           77 WS-FORNECEDOR-ACHADO         PIC 9(003) VALUE ZEROS.
           77 WS-FORA-TABELA               PIC 9(005) VALUE ZEROS.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-VALOR-EDITADO             PIC -(8)9.99.
           77 WS-FAIXA-0-ED                PIC -(8)9.99.
           77 WS-FAIXA-1-ED                PIC -(8)9.99.
           77 WS-FAIXA-2-ED                PIC -(8)9.99.
           77 WS-FAIXA-3-ED                PIC -(8)9.99.
           77 WS-FAIXA-4-ED                PIC -(8)9.99.
           77 TOTAL-FAIXA-0                PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-FAIXA-1                PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-FAIXA-2                PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-FAIXA-3                PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-FAIXA-4                PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 TABELA-FORNECEDORES.
               03 FORNECEDOR-PAGAR OCCURS 100 TIMES.
                   05 PAG-FORNECEDOR       PIC X(008).
                   05 PAG-NOME             PIC X(030).
                   05 PAG-FAIXA-0          PIC S9(9)V99 COMP-3.
                   05 PAG-FAIXA-1          PIC S9(9)V99 COMP-3.
                   05 PAG-FAIXA-2          PIC S9(9)V99 COMP-3.
                   05 PAG-FAIXA-3          PIC S9(9)V99 COMP-3.
                   05 PAG-FAIXA-4          PIC S9(9)V99 COMP-3.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-ACUMULAR-ABERTAS.
            PERFORM 005-IMPRIMIR-RELATORIO.
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
               OPEN INPUT FORNECEDORES.
               IF WS-FORNECEDORES-STATUS = "00"
                   MOVE "S" TO WS-FORNECEDORES-ABERTO
               ELSE
                   DISPLAY "CADASTRO DE FORNECEDORES INDISPONIVEL, "
                       "RELATORIO SAI SEM OS NOMES"
               END-IF.
           002-ACUMULAR-ABERTAS.
               OPEN INPUT CONTAS-PAGAR.
               IF WS-PAGAR-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "CONTAS-PAGAR.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A PAGAR NAO ENCONTRADO, "
                       "RELATORIO SAI VAZIO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 002-LER-CONTA
                   PERFORM UNTIL FIM-ARQUIVO
                       IF CP-ABERTA
                           PERFORM 003-ENVELHECER-CONTA
                               THRU 003-SAI
                       END-IF
                       PERFORM 002-LER-CONTA
                   END-PERFORM
                   CLOSE CONTAS-PAGAR
               END-IF.
               IF WS-FORNECEDORES-ABERTO = "S"
                   CLOSE FORNECEDORES
               END-IF.
           002-LER-CONTA.
               READ CONTAS-PAGAR
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-ENVELHECER-CONTA.
               ADD 1 TO WS-ABERTAS.
      * A NOTA E PAGA DE UMA VEZ, ENTAO O SALDO ABERTO E O VALOR TODO
               COMPUTE SALDO-ABERTO = FUNCTION NUMVAL(CP-VALOR).
      * O ATRASO CONTA DO VENCIMENTO; REGISTRO SEM VENCIMENTO VENCE
      * NA EMISSAO
               IF CP-DATA-VENCIMENTO NUMERIC
                   AND CP-DATA-VENCIMENTO NOT = ZEROS
                   COMPUTE WS-DIAS-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE(CP-DATA-VENCIMENTO)
               ELSE
                   COMPUTE WS-DIAS-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE(CP-DATA-EMISSAO)
               END-IF.
               COMPUTE WS-IDADE =
                   WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO.
               PERFORM 004-ACHAR-FORNECEDOR.
      * FORNECEDOR ALEM DA CAPACIDADE DA TABELA: A NOTA FICA FORA DO
      * RELATORIO, O QUE E APONTADO NO FIM COM CODIGO DE AVISO
               IF WS-FORNECEDOR-ACHADO = ZEROS
                   ADD 1 TO WS-FORA-TABELA
                   GO TO 003-SAI
               END-IF.
               EVALUATE TRUE
                   WHEN WS-IDADE NOT > 0
                       ADD SALDO-ABERTO
                           TO PAG-FAIXA-0(WS-FORNECEDOR-ACHADO)
                       ADD SALDO-ABERTO TO TOTAL-FAIXA-0
                   WHEN WS-IDADE NOT > 30
                       ADD SALDO-ABERTO
                           TO PAG-FAIXA-1(WS-FORNECEDOR-ACHADO)
                       ADD SALDO-ABERTO TO TOTAL-FAIXA-1
                   WHEN WS-IDADE NOT > 60
                       ADD SALDO-ABERTO
                           TO PAG-FAIXA-2(WS-FORNECEDOR-ACHADO)
                       ADD SALDO-ABERTO TO TOTAL-FAIXA-2
                   WHEN WS-IDADE NOT > 90
                       ADD SALDO-ABERTO
                           TO PAG-FAIXA-3(WS-FORNECEDOR-ACHADO)
                       ADD SALDO-ABERTO TO TOTAL-FAIXA-3
                   WHEN OTHER
                       ADD SALDO-ABERTO
                           TO PAG-FAIXA-4(WS-FORNECEDOR-ACHADO)
                       ADD SALDO-ABERTO TO TOTAL-FAIXA-4
               END-EVALUATE.
           003-SAI.
               EXIT.
           004-ACHAR-FORNECEDOR.
               MOVE ZEROS TO WS-FORNECEDOR-ACHADO.
               PERFORM VARYING WS-IND-FORNECEDOR FROM 1 BY 1
                   UNTIL WS-IND-FORNECEDOR > WS-QTD-FORNECEDORES
                   IF PAG-FORNECEDOR(WS-IND-FORNECEDOR) = CP-FORNECEDOR
                       MOVE WS-IND-FORNECEDOR TO WS-FORNECEDOR-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-FORNECEDOR-ACHADO = ZEROS
                   AND WS-QTD-FORNECEDORES < 100
                   ADD 1 TO WS-QTD-FORNECEDORES
                   MOVE WS-QTD-FORNECEDORES TO WS-FORNECEDOR-ACHADO
                   MOVE CP-FORNECEDOR
                       TO PAG-FORNECEDOR(WS-FORNECEDOR-ACHADO)
                   MOVE SPACES TO PAG-NOME(WS-FORNECEDOR-ACHADO)
                   MOVE ZEROS TO PAG-FAIXA-0(WS-FORNECEDOR-ACHADO)
                   MOVE ZEROS TO PAG-FAIXA-1(WS-FORNECEDOR-ACHADO)
                   MOVE ZEROS TO PAG-FAIXA-2(WS-FORNECEDOR-ACHADO)
                   MOVE ZEROS TO PAG-FAIXA-3(WS-FORNECEDOR-ACHADO)
                   MOVE ZEROS TO PAG-FAIXA-4(WS-FORNECEDOR-ACHADO)
                   IF WS-FORNECEDORES-ABERTO = "S"
                       MOVE CP-FORNECEDOR TO FORN-CODIGO
                       READ FORNECEDORES
                           INVALID KEY
                               MOVE "(SEM CADASTRO)"
                                   TO PAG-NOME(WS-FORNECEDOR-ACHADO)
                           NOT INVALID KEY
                               MOVE FORN-NOME
                                   TO PAG-NOME(WS-FORNECEDOR-ACHADO)
                       END-READ
                   END-IF
               END-IF.
           005-IMPRIMIR-RELATORIO.
               OPEN OUTPUT RELATORIO-PAGAR.
               MOVE SPACES TO WS-LINHA.
               STRING "CONTAS A PAGAR POR ATRASO DE SALDO - "
                   "DATA " WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PAGAR FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "FORNEC    NOME                           "
                   "  A VENCER      ATE 30       31-60       61-90     "
                   "MAIS 90"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PAGAR FROM WS-LINHA.
               PERFORM 006-IMPRIMIR-FORNECEDOR
                   VARYING WS-IND-FORNECEDOR FROM 1 BY 1
                   UNTIL WS-IND-FORNECEDOR > WS-QTD-FORNECEDORES.
               MOVE TOTAL-FAIXA-0 TO WS-FAIXA-0-ED.
               MOVE TOTAL-FAIXA-1 TO WS-FAIXA-1-ED.
               MOVE TOTAL-FAIXA-2 TO WS-FAIXA-2-ED.
               MOVE TOTAL-FAIXA-3 TO WS-FAIXA-3-ED.
               MOVE TOTAL-FAIXA-4 TO WS-FAIXA-4-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL GERAL                            "
                   WS-FAIXA-0-ED " "
                   WS-FAIXA-1-ED " " WS-FAIXA-2-ED " "
                   WS-FAIXA-3-ED " " WS-FAIXA-4-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PAGAR FROM WS-LINHA.
               IF WS-FORA-TABELA > 0
                   MOVE SPACES TO WS-LINHA
                   STRING "*** " WS-FORA-TABELA " NOTAS ABERTAS "
                       "FORA DO RELATORIO: TABELA DE 100 FORNECEDORES "
                       "EXCEDIDA ***"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-PAGAR FROM WS-LINHA
               END-IF.
               CLOSE RELATORIO-PAGAR.
               DISPLAY "NOTAS ABERTAS ENVELHECIDAS: " WS-ABERTAS
                   " FORNECEDORES: " WS-QTD-FORNECEDORES
                   " FORA DA TABELA: " WS-FORA-TABELA.
               IF WS-FORA-TABELA > 0
                   MOVE "ART040W" TO WS-LOG-CODIGO
                   MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "RELATORIO DO CONTAS A PAGAR PARCIAL: "
                       WS-FORA-TABELA " NOTAS ALEM DA TABELA DE "
                       "100 FORNECEDORES"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   IF WS-CODIGO-RETORNO = ZEROS
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.
           006-IMPRIMIR-FORNECEDOR.
               MOVE PAG-FAIXA-0(WS-IND-FORNECEDOR) TO WS-FAIXA-0-ED.
               MOVE PAG-FAIXA-1(WS-IND-FORNECEDOR) TO WS-FAIXA-1-ED.
               MOVE PAG-FAIXA-2(WS-IND-FORNECEDOR) TO WS-FAIXA-2-ED.
               MOVE PAG-FAIXA-3(WS-IND-FORNECEDOR) TO WS-FAIXA-3-ED.
               MOVE PAG-FAIXA-4(WS-IND-FORNECEDOR) TO WS-FAIXA-4-ED.
               MOVE SPACES TO WS-LINHA.
               STRING PAG-FORNECEDOR(WS-IND-FORNECEDOR) "  "
                   PAG-NOME(WS-IND-FORNECEDOR) " "
                   WS-FAIXA-0-ED " "
                   WS-FAIXA-1-ED " " WS-FAIXA-2-ED " "
                   WS-FAIXA-3-ED " " WS-FAIXA-4-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-PAGAR FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RELATORIO-PAGAR" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RELATORIO-PAGAR" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RELATORIO-PAGAR" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-ABERTAS TO EXEC-LIDOS.
               MOVE WS-ABERTAS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM RELATORIO-PAGAR.
