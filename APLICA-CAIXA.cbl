      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: APLICACAO DO CAIXA NAO APLICADO: CASA O DINHEIRO
      *          GUARDADO PELA BAIXA DE RECEBIMENTOS EM
      *          CAIXA-NAO-APLICADO.DAT COM AS FATURAS ABERTAS DO
      *          PROPRIO CLIENTE EM CONTAS-RECEBER.DAT. PRIMEIRO VALEM
      *          AS INSTRUCOES DO OPERADOR (INSTRUCOES-APLICACAO.DAT:
      *          CLIENTE, FATURA, VALOR - ZERO APLICA O QUE DER);
      *          DEPOIS, SALVO ARIT_APLICACAO_AUTOMATICA = "N", O QUE
      *          SOBRAR E APLICADO NAS FATURAS MAIS ANTIGAS (MENOR
      *          VENCIMENTO). CADA APLICACAO BAIXA A FATURA, ENTRA NO
      *          HISTORICO DE RECEBIMENTOS BAIXADOS NA DATA DO
      *          MOVIMENTO E E POSTADA NO RAZAO COMO APLICACAO-CAIXA;
      *          O ARQUIVO DE CAIXA E REGRAVADO SO COM O SALDO QUE
      *          SOBROU
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-CAIXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA-NAO-APLICADO ASSIGN TO "CAIXA-NAO-APLICADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXA-STATUS.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTAS-RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT INSTRUCOES-APLICACAO
               ASSIGN TO "INSTRUCOES-APLICACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUCOES-STATUS.
           SELECT RECEBIMENTOS-BAIXADOS
               ASSIGN TO "RECEBIMENTOS-BAIXADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXADOS-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAIXA-NAO-APLICADO.
           COPY CAIXACOPY.
       FD  CONTAS-RECEBER.
           COPY CRECCOPY.
       FD  INSTRUCOES-APLICACAO.
       01  REG-INSTRUCAO-APLICACAO.
           03 INS-CLIENTE                  PIC X(008).
           03 INS-FATURA                   PIC 9(007).
           03 INS-VALOR                    PIC 9(007)V99.
           03 INS-USUARIO                  PIC X(008).
       FD  RECEBIMENTOS-BAIXADOS.
           COPY HRECCOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-CAIXA-STATUS              PIC X(002) VALUE SPACES.
           77 WS-RECEBER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-INSTRUCOES-STATUS         PIC X(002) VALUE SPACES.
           77 WS-BAIXADOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-APLICACAO-AUTOMATICA      PIC X(001) VALUE "S".
           77 WS-SEQUENCIA                 PIC 9(009) VALUE ZEROS.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-DEPARTAMENTO              PIC X(010) VALUE "GERAL".
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-CONTAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-CONTA                 PIC 9(005) VALUE ZEROS.
           77 WS-CONTA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 WS-QTD-CAIXA                 PIC 9(005) VALUE ZEROS.
           77 WS-IND-CAIXA                 PIC 9(005) VALUE ZEROS.
           77 WS-IND-CLIENTE-CAIXA         PIC 9(005) VALUE ZEROS.
           77 WS-CLIENTE-ATUAL             PIC X(008) VALUE SPACES.
           77 WS-INSTRUCOES-LIDAS          PIC 9(005) VALUE ZEROS.
           77 WS-INSTRUCOES-RECUSADAS      PIC 9(005) VALUE ZEROS.
           77 WS-APLICACOES                PIC 9(005) VALUE ZEROS.
           77 WS-LIQUIDADAS                PIC 9(005) VALUE ZEROS.
           77 WS-MOTIVO-RECUSA             PIC X(040) VALUE SPACES.
           77 CAIXA-DISPONIVEL             PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-FATURA                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-APLICACAO              PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-CONSUMIR               PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-APLICADO               PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-VALOR-EDITADO             PIC -(8)9.99.
           77 WS-TOTAL-EDITADO             PIC -(10)9.99.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * AREA DE CHAMADA DE VERIFICA-PERIODO: DATA DO MOVIMENTO NA IDA,
      * SINALIZADOR DE LIBERACAO NA VOLTA
           01 PEDIDO-PERIODO.
               03 PER-PED-DATA             PIC 9(008).
               03 PER-PED-LIBERADO         PIC X(001).
           01 TABELA-CONTAS.
               03 CONTA-RECEBER OCCURS 500 TIMES.
                   05 TAB-CR-NUMERO        PIC 9(007).
                   05 TAB-CR-CLIENTE       PIC X(008).
                   05 TAB-CR-DATA-EMISSAO  PIC 9(008).
                   05 TAB-CR-VALOR         PIC S9(9)V99 COMP-3.
                   05 TAB-CR-RECEBIDO      PIC S9(9)V99 COMP-3.
                   05 TAB-CR-SITUACAO      PIC X(001).
                   05 TAB-CR-DATA-BAIXA    PIC 9(008).
                   05 TAB-CR-VENCIMENTO    PIC 9(008).
                   05 TAB-CR-TIPO-DOC      PIC X(001).
                   05 TAB-CR-MOEDA         PIC X(003).
                   05 TAB-CR-VALOR-MOEDA   PIC S9(9)V99 COMP-3.
                   05 TAB-CR-RECEB-MOEDA   PIC S9(9)V99 COMP-3.
      * O CAIXA DE CADA CLIENTE E CONSUMIDO NA ORDEM DO ARQUIVO, QUE
      * E A ORDEM EM QUE O DINHEIRO ENTROU
           01 TABELA-CAIXA.
               03 CAIXA-CLIENTE OCCURS 1000 TIMES.
                   05 TAB-CXA-CLIENTE      PIC X(008).
                   05 TAB-CXA-DATA         PIC 9(008).
                   05 TAB-CXA-VALOR        PIC S9(9)V99 COMP-3.
                   05 TAB-CXA-FATURA-REF   PIC 9(007).
                   05 TAB-CXA-MOTIVO       PIC X(003).
                   05 TAB-CXA-LOTE         PIC X(008).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
            MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 018-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-PROCESSAMENTO THRU 002-SAI
                PERFORM 019-LIBERAR-RECURSOS
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_APLICACAO_AUTOMATICA"
                   UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:1) = "N"
                   MOVE "N" TO WS-APLICACAO-AUTOMATICA
               END-IF.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DEPARTAMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   MOVE WS-ENTRADA-PARM TO WS-DEPARTAMENTO
               END-IF.
           002-PROCESSAMENTO.
               MOVE WS-DATA-MOVIMENTO TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO = "N"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART028E" TO WS-LOG-CODIGO
                   MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "APLICACAO DE CAIXA RECUSADA: DATA "
                       WS-DATA-MOVIMENTO " CAI EM PERIODO CONTABIL "
                       "FECHADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               PERFORM 003-CARREGAR-CAIXA THRU 003-SAI.
               IF WS-CARGA-OK = "S" AND WS-QTD-CAIXA = ZEROS
                   DISPLAY "NENHUM CAIXA NAO APLICADO, NADA A APLICAR"
                   GO TO 002-SAI
               END-IF.
               IF WS-CARGA-OK = "S"
                   PERFORM 004-CARREGAR-CONTAS THRU 004-SAI
               END-IF.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA FALHOU, NADA SERA APLICADO NEM "
                       "REGRAVADO ***"
                   GO TO 002-SAI
               END-IF.
               OPEN EXTEND RECEBIMENTOS-BAIXADOS.
               IF WS-BAIXADOS-STATUS = "35"
                   OPEN OUTPUT RECEBIMENTOS-BAIXADOS
               END-IF.
               PERFORM 005-APLICAR-INSTRUCOES THRU 005-SAI.
               IF WS-APLICACAO-AUTOMATICA = "S"
                   PERFORM 008-APLICAR-CLIENTE
                       VARYING WS-IND-CLIENTE-CAIXA FROM 1 BY 1
                       UNTIL WS-IND-CLIENTE-CAIXA > WS-QTD-CAIXA
               END-IF.
               CLOSE RECEBIMENTOS-BAIXADOS.
               PERFORM 015-REGRAVAR-CONTAS.
               PERFORM 016-REGRAVAR-CAIXA.
               MOVE TOTAL-APLICADO TO WS-TOTAL-EDITADO.
               DISPLAY "APLICACOES: " WS-APLICACOES
                   " FATURAS LIQUIDADAS: " WS-LIQUIDADAS
                   " INSTRUCOES RECUSADAS: " WS-INSTRUCOES-RECUSADAS
                   " TOTAL APLICADO: " WS-TOTAL-EDITADO.
               IF WS-INSTRUCOES-RECUSADAS > 0
                   AND WS-CODIGO-RETORNO = ZEROS
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.
           002-SAI.
               EXIT.
      ******************************************************************
           003-CARREGAR-CAIXA.
               MOVE ZEROS TO WS-QTD-CAIXA.
               OPEN INPUT CAIXA-NAO-APLICADO.
               IF WS-CAIXA-STATUS = "35"
                   GO TO 003-SAI
               END-IF.
               IF WS-CAIXA-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CAIXA-NAO-APLICADO.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CAIXA NAO APLICADO INDISPONIVEL, STATUS "
                       WS-CAIXA-STATUS ", APLICACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-CAIXA.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-CAIXA < 1000
                       ADD 1 TO WS-QTD-CAIXA
                       MOVE CXA-CLIENTE
                           TO TAB-CXA-CLIENTE(WS-QTD-CAIXA)
                       MOVE CXA-DATA TO TAB-CXA-DATA(WS-QTD-CAIXA)
                       COMPUTE TAB-CXA-VALOR(WS-QTD-CAIXA) =
                           FUNCTION NUMVAL(CXA-VALOR)
                       MOVE CXA-FATURA-REF
                           TO TAB-CXA-FATURA-REF(WS-QTD-CAIXA)
                       MOVE CXA-MOTIVO TO TAB-CXA-MOTIVO(WS-QTD-CAIXA)
                       MOVE CXA-LOTE TO TAB-CXA-LOTE(WS-QTD-CAIXA)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "CAIXA-NAO-APLICADO.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "CAIXA NAO APLICADO EXCEDE A TABELA DE "
                           "1000 REGISTROS, APLICACAO ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 003-LER-CAIXA
               END-PERFORM.
               CLOSE CAIXA-NAO-APLICADO.
           003-SAI.
               EXIT.
           003-LER-CAIXA.
               READ CAIXA-NAO-APLICADO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-CARREGAR-CONTAS.
      * O CONTAS A RECEBER E REGRAVADO DO ZERO: QUALQUER FALHA DE
      * CARGA ABANDONA A APLICACAO SEM REGRAVAR NADA
               MOVE ZEROS TO WS-QTD-CONTAS.
               OPEN INPUT CONTAS-RECEBER.
               IF WS-RECEBER-STATUS = "35"
                   DISPLAY "CONTAS-RECEBER.DAT AUSENTE, NENHUMA "
                       "FATURA PARA APLICAR O CAIXA"
                   GO TO 004-SAI
               END-IF.
               IF WS-RECEBER-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A RECEBER INDISPONIVEL, STATUS "
                       WS-RECEBER-STATUS ", APLICACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 004-LER-CONTA.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-CONTAS < 500
                       ADD 1 TO WS-QTD-CONTAS
                       PERFORM 004-GUARDAR-CONTA
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "CONTAS A RECEBER EXCEDE A TABELA DE "
                           "500 FATURAS, APLICACAO ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 004-LER-CONTA
               END-PERFORM.
               CLOSE CONTAS-RECEBER.
           004-SAI.
               EXIT.
           004-LER-CONTA.
               READ CONTAS-RECEBER
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-GUARDAR-CONTA.
               MOVE CR-NUMERO TO TAB-CR-NUMERO(WS-QTD-CONTAS).
               MOVE CR-CLIENTE TO TAB-CR-CLIENTE(WS-QTD-CONTAS).
               MOVE CR-DATA-EMISSAO
                   TO TAB-CR-DATA-EMISSAO(WS-QTD-CONTAS).
               COMPUTE TAB-CR-VALOR(WS-QTD-CONTAS) =
                   FUNCTION NUMVAL(CR-VALOR).
               COMPUTE TAB-CR-RECEBIDO(WS-QTD-CONTAS) =
                   FUNCTION NUMVAL(CR-VALOR-RECEBIDO).
               MOVE CR-SITUACAO TO TAB-CR-SITUACAO(WS-QTD-CONTAS).
               MOVE CR-DATA-BAIXA TO TAB-CR-DATA-BAIXA(WS-QTD-CONTAS).
               IF CR-DATA-VENCIMENTO NUMERIC
                   AND CR-DATA-VENCIMENTO NOT = ZEROS
                   MOVE CR-DATA-VENCIMENTO
                       TO TAB-CR-VENCIMENTO(WS-QTD-CONTAS)
               ELSE
                   MOVE CR-DATA-EMISSAO
                       TO TAB-CR-VENCIMENTO(WS-QTD-CONTAS)
               END-IF.
               MOVE CR-TIPO-DOC TO TAB-CR-TIPO-DOC(WS-QTD-CONTAS).
               MOVE CR-MOEDA TO TAB-CR-MOEDA(WS-QTD-CONTAS).
               COMPUTE TAB-CR-VALOR-MOEDA(WS-QTD-CONTAS) =
                   FUNCTION NUMVAL(CR-VALOR-MOEDA).
               COMPUTE TAB-CR-RECEB-MOEDA(WS-QTD-CONTAS) =
                   FUNCTION NUMVAL(CR-RECEBIDO-MOEDA).
      ******************************************************************
           005-APLICAR-INSTRUCOES.
               OPEN INPUT INSTRUCOES-APLICACAO.
               IF WS-INSTRUCOES-STATUS NOT = "00"
                   GO TO 005-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 005-LER-INSTRUCAO.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-INSTRUCOES-LIDAS
                   PERFORM 006-TRATAR-INSTRUCAO THRU 006-SAI
                   PERFORM 005-LER-INSTRUCAO
               END-PERFORM.
               CLOSE INSTRUCOES-APLICACAO.
           005-SAI.
               EXIT.
           005-LER-INSTRUCAO.
               READ INSTRUCOES-APLICACAO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           006-TRATAR-INSTRUCAO.
      * A INSTRUCAO SO E CUMPRIDA INTEIRA: FATURA DO PROPRIO CLIENTE,
      * ABERTA, E VALOR QUE CAIBA NO CAIXA E NO SALDO DA FATURA
               MOVE SPACES TO WS-MOTIVO-RECUSA.
               MOVE INS-CLIENTE TO WS-CLIENTE-ATUAL.
               IF INS-VALOR NOT NUMERIC OR INS-FATURA NOT NUMERIC
                   MOVE "VALOR OU FATURA NAO NUMERICOS"
                       TO WS-MOTIVO-RECUSA
                   GO TO 006-RECUSAR
               END-IF.
               PERFORM 009-SOMAR-CAIXA.
               IF CAIXA-DISPONIVEL NOT > ZEROS
                   MOVE "CLIENTE SEM CAIXA NAO APLICADO"
                       TO WS-MOTIVO-RECUSA
                   GO TO 006-RECUSAR
               END-IF.
               MOVE ZEROS TO WS-CONTA-ACHADA.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF TAB-CR-NUMERO(WS-IND-CONTA) = INS-FATURA
                       MOVE WS-IND-CONTA TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-CONTA-ACHADA = ZEROS
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
                   GO TO 006-RECUSAR
               END-IF.
               IF TAB-CR-CLIENTE(WS-CONTA-ACHADA) NOT = INS-CLIENTE
                   MOVE "FATURA DE OUTRO CLIENTE" TO WS-MOTIVO-RECUSA
                   GO TO 006-RECUSAR
               END-IF.
               COMPUTE SALDO-FATURA = TAB-CR-VALOR(WS-CONTA-ACHADA)
                   - TAB-CR-RECEBIDO(WS-CONTA-ACHADA).
               IF TAB-CR-SITUACAO(WS-CONTA-ACHADA) = "L"
                   OR SALDO-FATURA NOT > ZEROS
                   MOVE "FATURA SEM SALDO ABERTO" TO WS-MOTIVO-RECUSA
                   GO TO 006-RECUSAR
               END-IF.
               IF INS-VALOR = ZEROS
                   IF CAIXA-DISPONIVEL < SALDO-FATURA
                       MOVE CAIXA-DISPONIVEL TO VALOR-APLICACAO
                   ELSE
                       MOVE SALDO-FATURA TO VALOR-APLICACAO
                   END-IF
               ELSE
                   MOVE INS-VALOR TO VALOR-APLICACAO
               END-IF.
               IF VALOR-APLICACAO > CAIXA-DISPONIVEL
                   MOVE "VALOR EXCEDE O CAIXA DO CLIENTE"
                       TO WS-MOTIVO-RECUSA
                   GO TO 006-RECUSAR
               END-IF.
               IF VALOR-APLICACAO > SALDO-FATURA
                   MOVE "VALOR EXCEDE O SALDO DA FATURA"
                       TO WS-MOTIVO-RECUSA
                   GO TO 006-RECUSAR
               END-IF.
               PERFORM 007-APLICAR.
               GO TO 006-SAI.
           006-RECUSAR.
               ADD 1 TO WS-INSTRUCOES-RECUSADAS.
               MOVE "ART049W" TO WS-LOG-CODIGO.
               MOVE INS-CLIENTE TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "INSTRUCAO DE " INS-USUARIO " PARA A FATURA "
                   INS-FATURA " RECUSADA: " WS-MOTIVO-RECUSA
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           006-SAI.
               EXIT.
           007-APLICAR.
      * BAIXA VALOR-APLICACAO NA FATURA WS-CONTA-ACHADA, CONSUMINDO O
      * CAIXA DO CLIENTE WS-CLIENTE-ATUAL DO MAIS ANTIGO PARA O MAIS
      * NOVO
               MOVE VALOR-APLICACAO TO VALOR-CONSUMIR.
               PERFORM VARYING WS-IND-CAIXA FROM 1 BY 1
                   UNTIL WS-IND-CAIXA > WS-QTD-CAIXA
                   OR VALOR-CONSUMIR = ZEROS
                   IF TAB-CXA-CLIENTE(WS-IND-CAIXA) = WS-CLIENTE-ATUAL
                       AND TAB-CXA-VALOR(WS-IND-CAIXA) > ZEROS
                       IF TAB-CXA-VALOR(WS-IND-CAIXA) > VALOR-CONSUMIR
                           SUBTRACT VALOR-CONSUMIR
                               FROM TAB-CXA-VALOR(WS-IND-CAIXA)
                           MOVE ZEROS TO VALOR-CONSUMIR
                       ELSE
                           SUBTRACT TAB-CXA-VALOR(WS-IND-CAIXA)
                               FROM VALOR-CONSUMIR
                           MOVE ZEROS TO TAB-CXA-VALOR(WS-IND-CAIXA)
                       END-IF
                   END-IF
               END-PERFORM.
               ADD VALOR-APLICACAO TO TAB-CR-RECEBIDO(WS-CONTA-ACHADA).
               PERFORM 017-BAIXAR-MOEDA.
               ADD VALOR-APLICACAO TO TOTAL-APLICADO.
               ADD 1 TO WS-APLICACOES.
               IF TAB-CR-RECEBIDO(WS-CONTA-ACHADA)
                   NOT < TAB-CR-VALOR(WS-CONTA-ACHADA)
                   MOVE "L" TO TAB-CR-SITUACAO(WS-CONTA-ACHADA)
                   MOVE WS-DATA-MOVIMENTO
                       TO TAB-CR-DATA-BAIXA(WS-CONTA-ACHADA)
                   ADD 1 TO WS-LIQUIDADAS
               END-IF.
               MOVE TAB-CR-NUMERO(WS-CONTA-ACHADA) TO HREC-FATURA.
               MOVE WS-CLIENTE-ATUAL TO HREC-CLIENTE.
               MOVE WS-DATA-MOVIMENTO TO HREC-DATA.
               MOVE VALOR-APLICACAO TO HREC-VALOR.
               MOVE "APLCAIXA" TO HREC-LOTE.
               WRITE REG-RECEBIMENTO-BAIXADO.
               PERFORM 014-POSTAR-NO-LEDGER.
               MOVE VALOR-APLICACAO TO WS-VALOR-EDITADO.
               DISPLAY "CAIXA DE " WS-CLIENTE-ATUAL " APLICADO NA "
                   "FATURA " TAB-CR-NUMERO(WS-CONTA-ACHADA) ": "
                   WS-VALOR-EDITADO.
           017-BAIXAR-MOEDA.
      * O RECEBIDO NA MOEDA ESTRANGEIRA E A MESMA FRACAO DO VALOR NA
      * MOEDA QUE O RECEBIDO LOCAL E DO VALOR LOCAL; LIQUIDADA, A
      * FATURA FICA COM O VALOR NA MOEDA TODO RECEBIDO
               IF TAB-CR-VALOR-MOEDA(WS-CONTA-ACHADA) NOT = ZEROS
                   AND TAB-CR-VALOR(WS-CONTA-ACHADA) NOT = ZEROS
                   IF TAB-CR-RECEBIDO(WS-CONTA-ACHADA)
                       NOT < TAB-CR-VALOR(WS-CONTA-ACHADA)
                       MOVE TAB-CR-VALOR-MOEDA(WS-CONTA-ACHADA)
                           TO TAB-CR-RECEB-MOEDA(WS-CONTA-ACHADA)
                   ELSE
                       COMPUTE TAB-CR-RECEB-MOEDA(WS-CONTA-ACHADA)
                           ROUNDED =
                           TAB-CR-VALOR-MOEDA(WS-CONTA-ACHADA)
                           * TAB-CR-RECEBIDO(WS-CONTA-ACHADA)
                           / TAB-CR-VALOR(WS-CONTA-ACHADA)
                   END-IF
               END-IF.
           008-APLICAR-CLIENTE.
      * APLICACAO AUTOMATICA: O CAIXA QUE SOBROU DO CLIENTE VAI PARA
      * AS FATURAS ABERTAS DE MENOR VENCIMENTO ATE ACABAR O CAIXA OU
      * AS FATURAS
               IF TAB-CXA-VALOR(WS-IND-CLIENTE-CAIXA) > ZEROS
                   MOVE TAB-CXA-CLIENTE(WS-IND-CLIENTE-CAIXA)
                       TO WS-CLIENTE-ATUAL
                   PERFORM 009-SOMAR-CAIXA
                   PERFORM 013-ACHAR-MAIS-ANTIGA
                   PERFORM UNTIL CAIXA-DISPONIVEL NOT > ZEROS
                       OR WS-CONTA-ACHADA = ZEROS
                       COMPUTE SALDO-FATURA =
                           TAB-CR-VALOR(WS-CONTA-ACHADA)
                           - TAB-CR-RECEBIDO(WS-CONTA-ACHADA)
                       IF CAIXA-DISPONIVEL < SALDO-FATURA
                           MOVE CAIXA-DISPONIVEL TO VALOR-APLICACAO
                       ELSE
                           MOVE SALDO-FATURA TO VALOR-APLICACAO
                       END-IF
                       PERFORM 007-APLICAR
                       SUBTRACT VALOR-APLICACAO FROM CAIXA-DISPONIVEL
                       PERFORM 013-ACHAR-MAIS-ANTIGA
                   END-PERFORM
               END-IF.
           009-SOMAR-CAIXA.
               MOVE ZEROS TO CAIXA-DISPONIVEL.
               PERFORM VARYING WS-IND-CAIXA FROM 1 BY 1
                   UNTIL WS-IND-CAIXA > WS-QTD-CAIXA
                   IF TAB-CXA-CLIENTE(WS-IND-CAIXA) = WS-CLIENTE-ATUAL
                       ADD TAB-CXA-VALOR(WS-IND-CAIXA)
                           TO CAIXA-DISPONIVEL
                   END-IF
               END-PERFORM.
           013-ACHAR-MAIS-ANTIGA.
               MOVE ZEROS TO WS-CONTA-ACHADA.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF TAB-CR-CLIENTE(WS-IND-CONTA) = WS-CLIENTE-ATUAL
                       AND TAB-CR-SITUACAO(WS-IND-CONTA) = "A"
                       AND TAB-CR-VALOR(WS-IND-CONTA)
                           > TAB-CR-RECEBIDO(WS-IND-CONTA)
                       IF WS-CONTA-ACHADA = ZEROS
                           MOVE WS-IND-CONTA TO WS-CONTA-ACHADA
                       ELSE
                           IF TAB-CR-VENCIMENTO(WS-IND-CONTA)
                               < TAB-CR-VENCIMENTO(WS-CONTA-ACHADA)
                               MOVE WS-IND-CONTA TO WS-CONTA-ACHADA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           014-POSTAR-NO-LEDGER.
      * UM LANCAMENTO POR APLICACAO; VALOR ALEM DA CAPACIDADE DO
      * CAMPO DO RAZAO NAO E POSTADO, APENAS REGISTRADO NO LOG
               IF VALOR-APLICACAO > 999999.99
                   MOVE "ART013W" TO WS-LOG-CODIGO
                   MOVE TAB-CR-NUMERO(WS-CONTA-ACHADA) TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "APLICACAO DE CAIXA NA FATURA "
                       TAB-CR-NUMERO(WS-CONTA-ACHADA)
                       " NAO POSTADA NO RAZAO: VALOR EXCEDE O CAMPO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN EXTEND LEDGER-ARITMETICO
                   IF WS-LEDGER-STATUS = "35"
                       OPEN OUTPUT LEDGER-ARITMETICO
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                   MOVE "APLICACAO-CAIXA"  TO LEDGER-OPERACAO
                   MOVE VALOR-APLICACAO    TO LEDGER-OPERANDO-1
                   MOVE ZEROS              TO LEDGER-OPERANDO-2
                   MOVE VALOR-APLICACAO    TO LEDGER-RESULTADO
                   MOVE WS-DATA-HORA(1:14) TO LEDGER-DATA-HORA
                   CALL "PROXIMA-SEQUENCIA" USING WS-SEQUENCIA
                   MOVE WS-SEQUENCIA       TO LEDGER-SEQUENCIA
                   MOVE WS-RUN-ID          TO LEDGER-RUN-ID
                   MOVE WS-DEPARTAMENTO    TO LEDGER-DEPARTAMENTO
                   MOVE ZEROS              TO LEDGER-SEQ-ESTORNADA
                   WRITE REG-LEDGER
                   CLOSE LEDGER-ARITMETICO
               END-IF.
      ******************************************************************
           015-REGRAVAR-CONTAS.
               OPEN OUTPUT CONTAS-RECEBER.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   MOVE TAB-CR-NUMERO(WS-IND-CONTA) TO CR-NUMERO
                   MOVE TAB-CR-CLIENTE(WS-IND-CONTA) TO CR-CLIENTE
                   MOVE TAB-CR-DATA-EMISSAO(WS-IND-CONTA)
                       TO CR-DATA-EMISSAO
                   MOVE TAB-CR-VALOR(WS-IND-CONTA) TO CR-VALOR
                   MOVE TAB-CR-RECEBIDO(WS-IND-CONTA)
                       TO CR-VALOR-RECEBIDO
                   MOVE TAB-CR-SITUACAO(WS-IND-CONTA) TO CR-SITUACAO
                   MOVE TAB-CR-DATA-BAIXA(WS-IND-CONTA)
                       TO CR-DATA-BAIXA
                   MOVE TAB-CR-VENCIMENTO(WS-IND-CONTA)
                       TO CR-DATA-VENCIMENTO
                   MOVE TAB-CR-TIPO-DOC(WS-IND-CONTA) TO CR-TIPO-DOC
                   MOVE TAB-CR-MOEDA(WS-IND-CONTA) TO CR-MOEDA
                   MOVE TAB-CR-VALOR-MOEDA(WS-IND-CONTA)
                       TO CR-VALOR-MOEDA
                   MOVE TAB-CR-RECEB-MOEDA(WS-IND-CONTA)
                       TO CR-RECEBIDO-MOEDA
                   WRITE REG-CONTA-RECEBER
               END-PERFORM.
               CLOSE CONTAS-RECEBER.
           016-REGRAVAR-CAIXA.
      * SO O CAIXA COM SALDO CONTINUA NO ARQUIVO
               OPEN OUTPUT CAIXA-NAO-APLICADO.
               PERFORM VARYING WS-IND-CAIXA FROM 1 BY 1
                   UNTIL WS-IND-CAIXA > WS-QTD-CAIXA
                   IF TAB-CXA-VALOR(WS-IND-CAIXA) > ZEROS
                       MOVE TAB-CXA-CLIENTE(WS-IND-CAIXA)
                           TO CXA-CLIENTE
                       MOVE TAB-CXA-DATA(WS-IND-CAIXA) TO CXA-DATA
                       MOVE TAB-CXA-VALOR(WS-IND-CAIXA) TO CXA-VALOR
                       MOVE TAB-CXA-FATURA-REF(WS-IND-CAIXA)
                           TO CXA-FATURA-REF
                       MOVE TAB-CXA-MOTIVO(WS-IND-CAIXA) TO CXA-MOTIVO
                       MOVE TAB-CXA-LOTE(WS-IND-CAIXA) TO CXA-LOTE
                       WRITE REG-CAIXA-NAO-APLICADO
                   END-IF
               END-PERFORM.
               CLOSE CAIXA-NAO-APLICADO.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "APLICA-CAIXA" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "APLICA-CAIXA" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "APLICA-CAIXA" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-QTD-CAIXA TO EXEC-LIDOS.
               MOVE WS-APLICACOES TO EXEC-POSTADOS.
               MOVE WS-INSTRUCOES-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           018-BLOQUEAR-RECURSOS.
      * A APLICACAO POSTA NO LEDGER COM A SEQUENCIA COMPARTILHADA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "APLICA-CAIXA" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           019-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM APLICA-CAIXA.
