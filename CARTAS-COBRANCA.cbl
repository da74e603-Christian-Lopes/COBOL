      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: EMISSAO DAS CARTAS DE COBRANCA: LE O CONTAS A RECEBER
      *          (CONTAS-RECEBER.DAT), SELECIONA AS FATURAS ABERTAS JA
      *          VENCIDAS NA DATA DO MOVIMENTO (ARIT_DATA_MOVIMENTO OU A
      *          DATA CORRENTE) E IMPRIME UMA CARTA POR CLIENTE EM
      *          CARTAS-COBRANCA.TXT, EM TRES NIVEIS CRESCENTES
      *          (LEMBRETE, SEGUNDO AVISO E AVISO FINAL), COM O SALDO
      *          EM ABERTO DE CADA FATURA VENCIDA. CADA FATURA SOBE UM
      *          NIVEL POR VEZ, QUANDO O ATRASO ALCANCA O PRAZO DO
      *          NIVEL SEGUINTE, E O HISTORICO DE COBRANCA
      *          (HISTORICO-COBRANCA.DAT) GUARDA O NIVEL E A DATA DE
      *          CADA CARTA, PARA O CLIENTE NAO RECEBER O MESMO NIVEL
      *          DUAS VEZES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS-COBRANCA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTAS-RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT HISTORICO-COBRANCA
               ASSIGN TO "HISTORICO-COBRANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT CARTAS-COBRANCA ASSIGN TO "CARTAS-COBRANCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY CRECCOPY.
       FD  CLIENTES.
           COPY CLIENTECOPY.
      * UMA LINHA POR FATURA POR CARTA EMITIDA: NIVEL, DATA DE ENVIO,
      * DIAS DE ATRASO E SALDO COBRADO NAQUELA CARTA
       FD  HISTORICO-COBRANCA.
       01  REG-HISTORICO-COBRANCA.
           03 HCOB-FATURA                  PIC 9(007).
           03 HCOB-CLIENTE                 PIC X(008).
           03 HCOB-NIVEL                   PIC 9(001).
           03 HCOB-DATA-ENVIO              PIC 9(008).
           03 HCOB-DIAS-ATRASO             PIC 9(005).
           03 HCOB-SALDO                   PIC -(9)9.99.
       FD  CARTAS-COBRANCA.
       01  REG-CARTA-COBRANCA              PIC X(081).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-RECEBER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-STATUS           PIC X(002) VALUE SPACES.
           77 WS-HISTORICO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-CARTAS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-ABERTO           PIC X(001) VALUE "N".
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-DIAS-MOVIMENTO            PIC 9(007) VALUE ZEROS.
           77 WS-DIAS-VENCIMENTO           PIC 9(007) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DIAS-ATRASO               PIC S9(5) COMP-3
                                            VALUE ZEROS.
           77 SALDO-ABERTO                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CARTA                  PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-VENCIMENTO                PIC 9(008) VALUE ZEROS.
           77 WS-NIVEL-ANTERIOR            PIC 9(001) VALUE ZEROS.
           77 WS-NIVEL-SEGUINTE            PIC 9(001) VALUE ZEROS.
           77 WS-NIVEL-CARTA               PIC 9(001) VALUE ZEROS.
           77 WS-QTD-HISTORICO             PIC 9(004) VALUE ZEROS.
           77 WS-IND-HISTORICO             PIC 9(004) VALUE ZEROS.
           77 WS-QTD-ATRASADAS             PIC 9(003) VALUE ZEROS.
           77 WS-IND-ATRASADA              PIC 9(003) VALUE ZEROS.
           77 WS-IND-CLIENTE               PIC 9(003) VALUE ZEROS.
           77 WS-CLIENTE-ATUAL             PIC X(008) VALUE SPACES.
           77 WS-NOME-CLIENTE              PIC X(030) VALUE SPACES.
           77 WS-ENDERECO-CLIENTE          PIC X(040) VALUE SPACES.
           77 WS-FORA-TABELA               PIC 9(005) VALUE ZEROS.
           77 WS-VENCIDAS                  PIC 9(005) VALUE ZEROS.
           77 WS-CARTAS-EMITIDAS           PIC 9(005) VALUE ZEROS.
           77 WS-FATURAS-COBRADAS          PIC 9(005) VALUE ZEROS.
           77 WS-LINHA                     PIC X(081) VALUE SPACES.
           77 WS-VALOR-EDITADO             PIC $$,$$$,$$$,$$9.99.
           77 WS-DIAS-EDITADO              PIC ZZZZ9.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * DIAS DE ATRASO A PARTIR DOS QUAIS A FATURA SOBE PARA CADA NIVEL
      * DE CARTA (1=LEMBRETE, 2=SEGUNDO AVISO, 3=AVISO FINAL);
      * ARIT_PRAZOS_COBRANCA SUBSTITUI OS TRES PRAZOS (9 DIGITOS)
           01 PRAZOS-COBRANCA.
               03 FILLER                   PIC 9(003) VALUE 001.
               03 FILLER                   PIC 9(003) VALUE 030.
               03 FILLER                   PIC 9(003) VALUE 060.
           01 TABELA-PRAZOS REDEFINES PRAZOS-COBRANCA.
               03 PRAZO-NIVEL OCCURS 3 TIMES PIC 9(003).
      * MAIOR NIVEL JA ENVIADO POR FATURA, DO HISTORICO DE COBRANCA
           01 TABELA-HISTORICO.
               03 HISTORICO-FATURA OCCURS 2000 TIMES.
                   05 TAB-HIS-FATURA       PIC 9(007).
                   05 TAB-HIS-NIVEL        PIC 9(001).
           01 TABELA-ATRASADAS.
               03 FATURA-ATRASADA OCCURS 500 TIMES.
                   05 ATR-NUMERO           PIC 9(007).
                   05 ATR-CLIENTE          PIC X(008).
                   05 ATR-EMISSAO          PIC 9(008).
                   05 ATR-VENCIMENTO       PIC 9(008).
                   05 ATR-DIAS             PIC 9(005).
                   05 ATR-SALDO            PIC S9(9)V99 COMP-3.
                   05 ATR-NIVEL            PIC 9(001).
                   05 ATR-NIVEL-NOVO       PIC 9(001).
                   05 ATR-TRATADA          PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-CARREGAR-HISTORICO THRU 002-SAI.
            IF WS-CODIGO-RETORNO < 8
                PERFORM 003-SELECIONAR-VENCIDAS THRU 003-SAI
            END-IF.
            IF WS-CODIGO-RETORNO < 8
                PERFORM 005-EMITIR-CARTAS
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
               COMPUTE WS-DIAS-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO).
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_PRAZOS_COBRANCA" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:9) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:9) TO PRAZOS-COBRANCA
               END-IF.
           002-CARREGAR-HISTORICO.
               MOVE ZEROS TO WS-QTD-HISTORICO.
               OPEN INPUT HISTORICO-COBRANCA.
               IF WS-HISTORICO-STATUS = "35"
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-HISTORICO.
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 002-GUARDAR-NIVEL
                   PERFORM 002-LER-HISTORICO
               END-PERFORM.
               CLOSE HISTORICO-COBRANCA.
           002-SAI.
               EXIT.
           002-LER-HISTORICO.
               READ HISTORICO-COBRANCA
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           002-GUARDAR-NIVEL.
               MOVE ZEROS TO WS-IND-HISTORICO.
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                   UNTIL WS-IND-CLIENTE > WS-QTD-HISTORICO
                   OR WS-IND-HISTORICO NOT = ZEROS
                   IF TAB-HIS-FATURA(WS-IND-CLIENTE) = HCOB-FATURA
                       MOVE WS-IND-CLIENTE TO WS-IND-HISTORICO
                   END-IF
               END-PERFORM.
               IF WS-IND-HISTORICO = ZEROS
                   IF WS-QTD-HISTORICO < 2000
                       ADD 1 TO WS-QTD-HISTORICO
                       MOVE WS-QTD-HISTORICO TO WS-IND-HISTORICO
                       MOVE HCOB-FATURA
                           TO TAB-HIS-FATURA(WS-IND-HISTORICO)
                       MOVE ZEROS TO TAB-HIS-NIVEL(WS-IND-HISTORICO)
                   ELSE
      * SEM O HISTORICO COMPLETO A FATURA PODERIA RECEBER DE NOVO UM
      * NIVEL JA ENVIADO: NENHUMA CARTA SAI
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "S" TO WS-FIM-ARQUIVO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "HISTORICO-COBRANCA.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "HISTORICO DE COBRANCA EXCEDE A TABELA "
                           "DE 2000 FATURAS, CARTAS NAO EMITIDAS"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-IF.
               IF WS-IND-HISTORICO NOT = ZEROS
                   AND HCOB-NIVEL NUMERIC
                   AND HCOB-NIVEL > TAB-HIS-NIVEL(WS-IND-HISTORICO)
                   MOVE HCOB-NIVEL TO TAB-HIS-NIVEL(WS-IND-HISTORICO)
               END-IF.
      ******************************************************************
           003-SELECIONAR-VENCIDAS.
               MOVE ZEROS TO WS-QTD-ATRASADAS.
               OPEN INPUT CONTAS-RECEBER.
               IF WS-RECEBER-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A RECEBER NAO ENCONTRADO, "
                       "NENHUMA CARTA A EMITIR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-CONTA.
               PERFORM UNTIL FIM-ARQUIVO
                   IF CR-ABERTA
                       PERFORM 004-AVALIAR-FATURA THRU 004-SAI
                   END-IF
                   PERFORM 003-LER-CONTA
               END-PERFORM.
               CLOSE CONTAS-RECEBER.
               IF WS-FORA-TABELA > 0
                   MOVE 4 TO WS-CODIGO-RETORNO
                   MOVE "ART040W" TO WS-LOG-CODIGO
                   MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "COBRANCA PARCIAL: " WS-FORA-TABELA
                       " FATURAS VENCIDAS ALEM DA TABELA DE 500"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           003-SAI.
               EXIT.
           003-LER-CONTA.
               READ CONTAS-RECEBER
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-AVALIAR-FATURA.
               COMPUTE SALDO-ABERTO =
                   FUNCTION NUMVAL(CR-VALOR)
                   - FUNCTION NUMVAL(CR-VALOR-RECEBIDO).
               IF SALDO-ABERTO NOT > ZEROS
                   GO TO 004-SAI
               END-IF.
               IF CR-DATA-VENCIMENTO NUMERIC
                   AND CR-DATA-VENCIMENTO NOT = ZEROS
                   MOVE CR-DATA-VENCIMENTO TO WS-VENCIMENTO
               ELSE
                   MOVE CR-DATA-EMISSAO TO WS-VENCIMENTO
               END-IF.
               COMPUTE WS-DIAS-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO).
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIAS-MOVIMENTO - WS-DIAS-VENCIMENTO.
               IF WS-DIAS-ATRASO NOT > ZEROS
                   GO TO 004-SAI
               END-IF.
               ADD 1 TO WS-VENCIDAS.
               IF WS-QTD-ATRASADAS NOT < 500
                   ADD 1 TO WS-FORA-TABELA
                   GO TO 004-SAI
               END-IF.
      * A FATURA SO SOBE PARA O NIVEL SEGUINTE AO ULTIMO JA ENVIADO, E
      * SO QUANDO O ATRASO ALCANCA O PRAZO DESSE NIVEL
               MOVE ZEROS TO WS-NIVEL-ANTERIOR.
               PERFORM VARYING WS-IND-HISTORICO FROM 1 BY 1
                   UNTIL WS-IND-HISTORICO > WS-QTD-HISTORICO
                   IF TAB-HIS-FATURA(WS-IND-HISTORICO) = CR-NUMERO
                       MOVE TAB-HIS-NIVEL(WS-IND-HISTORICO)
                           TO WS-NIVEL-ANTERIOR
                   END-IF
               END-PERFORM.
               MOVE ZEROS TO WS-NIVEL-SEGUINTE.
               IF WS-NIVEL-ANTERIOR < 3
                   IF WS-DIAS-ATRASO
                       NOT < PRAZO-NIVEL(WS-NIVEL-ANTERIOR + 1)
                       COMPUTE WS-NIVEL-SEGUINTE =
                           WS-NIVEL-ANTERIOR + 1
                   END-IF
               END-IF.
               ADD 1 TO WS-QTD-ATRASADAS.
               MOVE CR-NUMERO       TO ATR-NUMERO(WS-QTD-ATRASADAS).
               MOVE CR-CLIENTE      TO ATR-CLIENTE(WS-QTD-ATRASADAS).
               MOVE CR-DATA-EMISSAO TO ATR-EMISSAO(WS-QTD-ATRASADAS).
               MOVE WS-VENCIMENTO
                   TO ATR-VENCIMENTO(WS-QTD-ATRASADAS).
               MOVE WS-DIAS-ATRASO  TO ATR-DIAS(WS-QTD-ATRASADAS).
               MOVE SALDO-ABERTO    TO ATR-SALDO(WS-QTD-ATRASADAS).
               MOVE WS-NIVEL-ANTERIOR
                   TO ATR-NIVEL(WS-QTD-ATRASADAS).
               MOVE WS-NIVEL-SEGUINTE
                   TO ATR-NIVEL-NOVO(WS-QTD-ATRASADAS).
               MOVE "N" TO ATR-TRATADA(WS-QTD-ATRASADAS).
           004-SAI.
               EXIT.
      ******************************************************************
           005-EMITIR-CARTAS.
               OPEN INPUT CLIENTES.
               IF WS-CLIENTES-STATUS = "00"
                   MOVE "S" TO WS-CLIENTES-ABERTO
               ELSE
                   DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL, "
                       "CARTAS SAEM SEM NOME E ENDERECO"
               END-IF.
               OPEN OUTPUT CARTAS-COBRANCA.
               OPEN EXTEND HISTORICO-COBRANCA.
               IF WS-HISTORICO-STATUS = "35"
                   OPEN OUTPUT HISTORICO-COBRANCA
               END-IF.
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                   UNTIL WS-IND-CLIENTE > WS-QTD-ATRASADAS
                   IF ATR-TRATADA(WS-IND-CLIENTE) = "N"
                       PERFORM 006-TRATAR-CLIENTE
                   END-IF
               END-PERFORM.
               CLOSE HISTORICO-COBRANCA.
               CLOSE CARTAS-COBRANCA.
               IF WS-CLIENTES-ABERTO = "S"
                   CLOSE CLIENTES
               END-IF.
               DISPLAY "FATURAS VENCIDAS: " WS-VENCIDAS
                   " CARTAS EMITIDAS: " WS-CARTAS-EMITIDAS
                   " FATURAS COBRADAS: " WS-FATURAS-COBRADAS.
           006-TRATAR-CLIENTE.
      * A CARTA DO CLIENTE SAI NO MAIOR NIVEL ALCANCADO POR UMA DAS
      * SUAS FATURAS; CLIENTE SEM FATURA SUBINDO DE NIVEL NAO RECEBE
      * CARTA NESTA EXECUCAO
               MOVE ATR-CLIENTE(WS-IND-CLIENTE) TO WS-CLIENTE-ATUAL.
               MOVE ZEROS TO WS-NIVEL-CARTA.
               PERFORM VARYING WS-IND-ATRASADA FROM WS-IND-CLIENTE
                   BY 1 UNTIL WS-IND-ATRASADA > WS-QTD-ATRASADAS
                   IF ATR-CLIENTE(WS-IND-ATRASADA) = WS-CLIENTE-ATUAL
                       MOVE "S" TO ATR-TRATADA(WS-IND-ATRASADA)
                       IF ATR-NIVEL-NOVO(WS-IND-ATRASADA)
                           > WS-NIVEL-CARTA
                           MOVE ATR-NIVEL-NOVO(WS-IND-ATRASADA)
                               TO WS-NIVEL-CARTA
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-NIVEL-CARTA > ZEROS
                   PERFORM 007-IMPRIMIR-CARTA
               END-IF.
           007-IMPRIMIR-CARTA.
               ADD 1 TO WS-CARTAS-EMITIDAS.
               MOVE SPACES TO WS-NOME-CLIENTE.
               MOVE SPACES TO WS-ENDERECO-CLIENTE.
               IF WS-CLIENTES-ABERTO = "S"
                   MOVE WS-CLIENTE-ATUAL TO CLIENTE-CODIGO
                   READ CLIENTES
                       INVALID KEY
                           MOVE "(SEM CADASTRO)" TO WS-NOME-CLIENTE
                       NOT INVALID KEY
                           MOVE CLIENTE-NOME TO WS-NOME-CLIENTE
                           MOVE CLIENTE-ENDERECO
                               TO WS-ENDERECO-CLIENTE
                   END-READ
               END-IF.
               MOVE ALL "=" TO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               EVALUATE WS-NIVEL-CARTA
                   WHEN 1
                       STRING "LEMBRETE DE PAGAMENTO"
                           DELIMITED BY SIZE INTO WS-LINHA
                   WHEN 2
                       STRING "SEGUNDO AVISO DE COBRANCA"
                           DELIMITED BY SIZE INTO WS-LINHA
                   WHEN OTHER
                       STRING "AVISO FINAL DE COBRANCA"
                           DELIMITED BY SIZE INTO WS-LINHA
               END-EVALUATE.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "DATA: " WS-DATA-MOVIMENTO
                   "   CLIENTE: " WS-CLIENTE-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "NOME:     " WS-NOME-CLIENTE
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "ENDERECO: " WS-ENDERECO-CLIENTE
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               PERFORM 008-IMPRIMIR-TEXTO.
               MOVE ALL "-" TO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "  FATURA   EMISSAO   VENCIMENTO  DIAS ATRASO"
                   "  AVISO    SALDO EM ABERTO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE ZEROS TO TOTAL-CARTA.
               PERFORM 009-IMPRIMIR-FATURA
                   VARYING WS-IND-ATRASADA FROM WS-IND-CLIENTE BY 1
                   UNTIL WS-IND-ATRASADA > WS-QTD-ATRASADAS.
               MOVE ALL "-" TO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE TOTAL-CARTA TO WS-VALOR-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "  TOTAL VENCIDO EM ABERTO:          "
                   "             " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
               MOVE "ART046I" TO WS-LOG-CODIGO.
               MOVE WS-CLIENTE-ATUAL TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "CARTA DE COBRANCA NIVEL " WS-NIVEL-CARTA
                   " EMITIDA PARA O CLIENTE " WS-CLIENTE-ATUAL
                   " EM " WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           008-IMPRIMIR-TEXTO.
               MOVE SPACES TO WS-LINHA.
               EVALUATE WS-NIVEL-CARTA
                   WHEN 1
                       STRING "CONSTAM EM ABERTO AS FATURAS VENCIDAS "
                           "ABAIXO. CASO O PAGAMENTO JA TENHA"
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-CARTA-COBRANCA FROM WS-LINHA
                       MOVE SPACES TO WS-LINHA
                       STRING "SIDO EFETUADO, FAVOR DESCONSIDERAR "
                           "ESTE AVISO."
                           DELIMITED BY SIZE INTO WS-LINHA
                   WHEN 2
                       STRING "APESAR DO LEMBRETE ANTERIOR, AS FATURAS "
                           "ABAIXO CONTINUAM EM ABERTO."
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-CARTA-COBRANCA FROM WS-LINHA
                       MOVE SPACES TO WS-LINHA
                       STRING "SOLICITAMOS A REGULARIZACAO NO PRAZO "
                           "DE 10 DIAS."
                           DELIMITED BY SIZE INTO WS-LINHA
                   WHEN OTHER
                       STRING "ESTE E O AVISO FINAL. SEM A QUITACAO "
                           "DAS FATURAS ABAIXO EM 5 DIAS, O"
                           DELIMITED BY SIZE INTO WS-LINHA
                       WRITE REG-CARTA-COBRANCA FROM WS-LINHA
                       MOVE SPACES TO WS-LINHA
                       STRING "CREDITO SERA SUSPENSO E O DEBITO "
                           "ENCAMINHADO A COBRANCA EXTERNA."
                           DELIMITED BY SIZE INTO WS-LINHA
               END-EVALUATE.
               WRITE REG-CARTA-COBRANCA FROM WS-LINHA.
           009-IMPRIMIR-FATURA.
      * TODA FATURA VENCIDA DO CLIENTE SAI NA CARTA; SO A QUE SUBIU DE
      * NIVEL GANHA LINHA NOVA NO HISTORICO DE COBRANCA
               IF ATR-CLIENTE(WS-IND-ATRASADA) = WS-CLIENTE-ATUAL
                   ADD ATR-SALDO(WS-IND-ATRASADA) TO TOTAL-CARTA
                   MOVE ATR-DIAS(WS-IND-ATRASADA) TO WS-DIAS-EDITADO
                   MOVE ATR-SALDO(WS-IND-ATRASADA) TO WS-VALOR-EDITADO
                   IF ATR-NIVEL-NOVO(WS-IND-ATRASADA) > ZEROS
                       MOVE ATR-NIVEL-NOVO(WS-IND-ATRASADA)
                           TO WS-NIVEL-SEGUINTE
                   ELSE
                       MOVE ATR-NIVEL(WS-IND-ATRASADA)
                           TO WS-NIVEL-SEGUINTE
                   END-IF
                   MOVE SPACES TO WS-LINHA
                   STRING "  " ATR-NUMERO(WS-IND-ATRASADA)
                       "  " ATR-EMISSAO(WS-IND-ATRASADA)
                       "  " ATR-VENCIMENTO(WS-IND-ATRASADA)
                       "       " WS-DIAS-EDITADO
                       "      " WS-NIVEL-SEGUINTE
                       "  " WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-CARTA-COBRANCA FROM WS-LINHA
                   IF ATR-NIVEL-NOVO(WS-IND-ATRASADA) > ZEROS
                       ADD 1 TO WS-FATURAS-COBRADAS
                       MOVE ATR-NUMERO(WS-IND-ATRASADA) TO HCOB-FATURA
                       MOVE WS-CLIENTE-ATUAL TO HCOB-CLIENTE
                       MOVE ATR-NIVEL-NOVO(WS-IND-ATRASADA)
                           TO HCOB-NIVEL
                       MOVE WS-DATA-MOVIMENTO TO HCOB-DATA-ENVIO
                       MOVE ATR-DIAS(WS-IND-ATRASADA)
                           TO HCOB-DIAS-ATRASO
                       MOVE ATR-SALDO(WS-IND-ATRASADA) TO HCOB-SALDO
                       WRITE REG-HISTORICO-COBRANCA
                   END-IF
               END-IF.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "CARTAS-COBRANCA" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "CARTAS-COBRANCA" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "CARTAS-COBRANCA" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-VENCIDAS TO EXEC-LIDOS.
               MOVE WS-FATURAS-COBRADAS TO EXEC-POSTADOS.
               MOVE WS-FORA-TABELA TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM CARTAS-COBRANCA.
