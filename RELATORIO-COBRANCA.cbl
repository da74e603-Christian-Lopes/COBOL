      * Date: 02/09/2026
      * Purpose: RELATORIO DE COBRANCA POR IDADE DE SALDO: LE O CONTAS
      *          A RECEBER (CONTAS-RECEBER.DAT), SELECIONA AS FATURAS
      *          AINDA ABERTAS, CALCULA O ATRASO DE CADA UMA PELA DATA
      *          DE VENCIMENTO CONTRA A DATA DO MOVIMENTO
      *          (ARIT_DATA_MOVIMENTO OU A DATA CORRENTE) E IMPRIME UMA
      *          LINHA POR CLIENTE COM O VALOR ABERTO A VENCER E NAS
      *          FAIXAS DE ATRASO DE ATE 30, 31-60, 61-90 E MAIS DE 90
      *          DIAS, COM O NOME DO CLIENTE BUSCADO NO CADASTRO, PARA
      *          O SETOR DE COBRANCA TRABALHAR DE RELATORIO EM VEZ DE
      *          PLANILHA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           77 WS-IDADE                     PIC S9(5) COMP-3
                                            VALUE ZEROS.
           77 WS-DIAS-MOVIMENTO            PIC 9(007) VALUE ZEROS.
           77 WS-DIAS-VENCIMENTO           PIC 9(007) VALUE ZEROS.
           77 SALDO-ABERTO                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-QTD-CLIENTES              PIC 9(003) VALUE ZEROS.
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
               03 CLIENTE-COBRANCA OCCURS 100 TIMES.
                   05 COB-CLIENTE          PIC X(008).
                   05 COB-NOME             PIC X(030).
                   05 COB-FAIXA-0          PIC S9(9)V99 COMP-3.
                   05 COB-FAIXA-1          PIC S9(9)V99 COMP-3.
                   05 COB-FAIXA-2          PIC S9(9)V99 COMP-3.
                   05 COB-FAIXA-3          PIC S9(9)V99 COMP-3.
               COMPUTE SALDO-ABERTO =
                   FUNCTION NUMVAL(CR-VALOR)
                   - FUNCTION NUMVAL(CR-VALOR-RECEBIDO).
      * O ATRASO CONTA DO VENCIMENTO; REGISTRO SEM VENCIMENTO VENCE
      * NA EMISSAO
               IF CR-DATA-VENCIMENTO NUMERIC
                   AND CR-DATA-VENCIMENTO NOT = ZEROS
                   COMPUTE WS-DIAS-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE(CR-DATA-VENCIMENTO)
               ELSE
                   COMPUTE WS-DIAS-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE(CR-DATA-EMISSAO)
               END-IF.
               COMPUTE WS-IDADE =
                   WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO.
               PERFORM 004-ACHAR-CLIENTE.
      * CLIENTE ALEM DA CAPACIDADE DA TABELA: A FATURA FICA FORA DO
      * RELATORIO, O QUE E APONTADO NO FIM COM CODIGO DE AVISO
                   GO TO 003-SAI
               END-IF.
               EVALUATE TRUE
                   WHEN WS-IDADE NOT > 0
                       ADD SALDO-ABERTO
                           TO COB-FAIXA-0(WS-CLIENTE-ACHADO)
                       ADD SALDO-ABERTO TO TOTAL-FAIXA-0
                   WHEN WS-IDADE NOT > 30
                       ADD SALDO-ABERTO
                           TO COB-FAIXA-1(WS-CLIENTE-ACHADO)
                   MOVE CR-CLIENTE
                       TO COB-CLIENTE(WS-CLIENTE-ACHADO)
                   MOVE SPACES TO COB-NOME(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO COB-FAIXA-0(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO COB-FAIXA-1(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO COB-FAIXA-2(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO COB-FAIXA-3(WS-CLIENTE-ACHADO)
           005-IMPRIMIR-RELATORIO.
               OPEN OUTPUT RELATORIO-COBRANCA.
               MOVE SPACES TO WS-LINHA.
               STRING "RELATORIO DE COBRANCA POR ATRASO DE SALDO - "
                   "DATA " WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CLIENTE   NOME                           "
                   "  A VENCER      ATE 30       31-60       61-90     "
                   "MAIS 90"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-COBRANCA FROM WS-LINHA.
               PERFORM 006-IMPRIMIR-CLIENTE
                   VARYING WS-IND-CLIENTE FROM 1 BY 1
                   UNTIL WS-IND-CLIENTE > WS-QTD-CLIENTES.
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
                   END-IF
               END-IF.
           006-IMPRIMIR-CLIENTE.
               MOVE COB-FAIXA-0(WS-IND-CLIENTE) TO WS-FAIXA-0-ED.
               MOVE COB-FAIXA-1(WS-IND-CLIENTE) TO WS-FAIXA-1-ED.
               MOVE COB-FAIXA-2(WS-IND-CLIENTE) TO WS-FAIXA-2-ED.
               MOVE COB-FAIXA-3(WS-IND-CLIENTE) TO WS-FAIXA-3-ED.
               MOVE SPACES TO WS-LINHA.
               STRING COB-CLIENTE(WS-IND-CLIENTE) "  "
                   COB-NOME(WS-IND-CLIENTE) " "
                   WS-FAIXA-0-ED " "
                   WS-FAIXA-1-ED " " WS-FAIXA-2-ED " "
                   WS-FAIXA-3-ED " " WS-FAIXA-4-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
