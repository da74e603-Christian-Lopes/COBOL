      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: SELECAO SEMANAL DE PAGAMENTOS A FORNECEDORES: ESCOLHE
      *          NO CONTAS A PAGAR (CONTAS-PAGAR.DAT) AS NOTAS ABERTAS
      *          QUE VENCEM ATE A DATA DE CORTE (ARIT_VENCIMENTO_ATE;
      *          NA AUSENCIA, UMA SEMANA APOS A DATA DO MOVIMENTO),
      *          GRAVA UM PAGAMENTO POR FORNECEDOR NO ARQUIVO PARA O
      *          BANCO (PAGAMENTOS-FORNECEDOR.DAT) E A LISTA DE REMESSA
      *          COM AS NOTAS PAGAS DE CADA FORNECEDOR
      *          (REMESSA-PAGAMENTOS.TXT), MARCA AS NOTAS COMO PAGAS NA
      *          DATA DO MOVIMENTO E POSTA CADA NOTA PAGA NO RAZAO
      *          (LEDGER.DAT) COMO PAGAMENTO-FORN. DATA DO MOVIMENTO EM
      *          PERIODO CONTABIL FECHADO RECUSA A EXECUCAO INTEIRA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAMENTO-FORNECEDORES.
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
           SELECT PAGAMENTOS-FORNECEDOR
               ASSIGN TO "PAGAMENTOS-FORNECEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAMENTOS-STATUS.
           SELECT REMESSA-PAGAMENTOS
               ASSIGN TO "REMESSA-PAGAMENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
           COPY CPAGCOPY.
       FD  FORNECEDORES.
           COPY FORNECCOPY.
      * UM PAGAMENTO POR FORNECEDOR, PELO TOTAL DAS NOTAS SELECIONADAS
       FD  PAGAMENTOS-FORNECEDOR.
       01  REG-PAGAMENTO-FORNECEDOR.
           03 PAG-FORNECEDOR               PIC X(008).
           03 PAG-NOME                     PIC X(030).
           03 PAG-DATA                     PIC 9(008).
           03 PAG-VALOR                    PIC 9(009)V99.
           03 PAG-QTD-NOTAS                PIC 9(005).
       FD  REMESSA-PAGAMENTOS.
       01  REG-REMESSA-PAGAMENTOS          PIC X(100).
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-PAGAR-STATUS              PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-STATUS       PIC X(002) VALUE SPACES.
           77 WS-PAGAMENTOS-STATUS         PIC X(002) VALUE SPACES.
           77 WS-REMESSA-STATUS            PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-ABERTO       PIC X(001) VALUE "N".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-SEQUENCIA                 PIC 9(009) VALUE ZEROS.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-DEPARTAMENTO              PIC X(010) VALUE "GERAL".
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-VENCIMENTO-ATE            PIC 9(008) VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-CONTAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-CONTA                 PIC 9(005) VALUE ZEROS.
           77 WS-IND-FORNECEDOR            PIC 9(005) VALUE ZEROS.
           77 WS-FORNECEDOR-ATUAL          PIC X(008) VALUE SPACES.
           77 WS-NOME-ATUAL                PIC X(030) VALUE SPACES.
           77 WS-NOTAS-FORNECEDOR          PIC 9(005) VALUE ZEROS.
           77 WS-NOTAS-PAGAS               PIC 9(007) VALUE ZEROS.
           77 WS-PAGAMENTOS                PIC 9(007) VALUE ZEROS.
           77 TOTAL-FORNECEDOR             PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-PAGO                   PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-LEDGER                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-LINHA                     PIC X(100) VALUE SPACES.
           77 WS-VALOR-EDITADO             PIC -(8)9.99.
           77 WS-TOTAL-EDITADO             PIC -(10)9.99.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * O CONTAS A PAGAR INTEIRO E CARREGADO E REGRAVADO NO FIM COM AS
      * NOTAS PAGAS, COMO O CONTAS A RECEBER NA BAIXA DE RECEBIMENTOS
           01 TABELA-CONTAS.
               03 CONTA-PAGAR OCCURS 2000 TIMES.
                   05 TAB-CP-FORNECEDOR    PIC X(008).
                   05 TAB-CP-NOTA          PIC X(010).
                   05 TAB-CP-DATA-EMISSAO  PIC 9(008).
                   05 TAB-CP-VENCIMENTO    PIC 9(008).
                   05 TAB-CP-VALOR         PIC S9(9)V99 COMP-3.
                   05 TAB-CP-SITUACAO      PIC X(001).
                   05 TAB-CP-DATA-PAGAMENTO PIC 9(008).
                   05 TAB-CP-PEDIDO        PIC 9(007).
      * "S" SELECIONADA PARA ESTE PAGAMENTO, "N" FORA DA SELECAO
                   05 TAB-CP-SELECIONADA   PIC X(001).
      * AREA DE CHAMADA DE VERIFICA-PERIODO: DATA DO PAGAMENTO NA IDA,
      * SINALIZADOR DE LIBERACAO NA VOLTA
           01 PEDIDO-PERIODO.
               03 PER-PED-DATA             PIC 9(008).
               03 PER-PED-LIBERADO         PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 015-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-PROCESSAMENTO THRU 002-SAI
                PERFORM 016-LIBERAR-RECURSOS
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
               COMPUTE WS-VENCIMENTO-ATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO) + 7).
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_VENCIMENTO_ATE" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-VENCIMENTO-ATE
               END-IF.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DEPARTAMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   MOVE WS-ENTRADA-PARM TO WS-DEPARTAMENTO
               END-IF.
           002-PROCESSAMENTO.
      * PAGAMENTO DATADO EM PERIODO CONTABIL FECHADO NAO SAI: NEM
      * ARQUIVO PARA O BANCO, NEM BAIXA, NEM POSTAGEM NO RAZAO
               MOVE WS-DATA-MOVIMENTO TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO = "N"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART028E" TO WS-LOG-CODIGO
                   MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PAGAMENTO DE FORNECEDORES RECUSADO: DATA "
                       WS-DATA-MOVIMENTO " CAI EM PERIODO CONTABIL "
                       "FECHADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               PERFORM 003-CARREGAR-CONTAS THRU 003-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DO CONTAS A PAGAR FALHOU, NADA "
                       "SERA PAGO NEM REGRAVADO ***"
                   GO TO 002-SAI
               END-IF.
               OPEN INPUT FORNECEDORES.
               IF WS-FORNECEDORES-STATUS = "00"
                   MOVE "S" TO WS-FORNECEDORES-ABERTO
               END-IF.
               OPEN OUTPUT PAGAMENTOS-FORNECEDOR.
               OPEN OUTPUT REMESSA-PAGAMENTOS.
               MOVE SPACES TO WS-LINHA.
               STRING "REMESSA DE PAGAMENTOS A FORNECEDORES - DATA "
                   WS-DATA-MOVIMENTO " - VENCIMENTOS ATE "
                   WS-VENCIMENTO-ATE
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-REMESSA-PAGAMENTOS FROM WS-LINHA.
      * UM FORNECEDOR POR VEZ: A PRIMEIRA NOTA SELECIONADA AINDA NAO
      * PAGA PUXA TODAS AS OUTRAS SELECIONADAS DO MESMO FORNECEDOR
               PERFORM VARYING WS-IND-FORNECEDOR FROM 1 BY 1
                   UNTIL WS-IND-FORNECEDOR > WS-QTD-CONTAS
                   IF TAB-CP-SELECIONADA(WS-IND-FORNECEDOR) = "S"
                       PERFORM 004-PAGAR-FORNECEDOR
                   END-IF
               END-PERFORM.
               MOVE TOTAL-PAGO TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL DA REMESSA: " WS-PAGAMENTOS
                   " PAGAMENTOS, " WS-NOTAS-PAGAS " NOTAS, "
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-REMESSA-PAGAMENTOS FROM WS-LINHA.
               CLOSE REMESSA-PAGAMENTOS.
               CLOSE PAGAMENTOS-FORNECEDOR.
               IF WS-FORNECEDORES-ABERTO = "S"
                   CLOSE FORNECEDORES
               END-IF.
               IF WS-NOTAS-PAGAS > ZEROS
                   PERFORM 007-REGRAVAR-CONTAS
               END-IF.
               MOVE "ART055I" TO WS-LOG-CODIGO.
               MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "PAGAMENTO DE FORNECEDORES: " WS-PAGAMENTOS
                   " PAGAMENTOS, " WS-NOTAS-PAGAS " NOTAS, TOTAL "
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               DISPLAY "PAGAMENTOS EMITIDOS: " WS-PAGAMENTOS
                   " NOTAS PAGAS: " WS-NOTAS-PAGAS.
           002-SAI.
               EXIT.
           003-CARREGAR-CONTAS.
      * QUALQUER FALHA DE CARGA (ABERTURA QUE NAO SEJA ARQUIVO
      * AUSENTE, OU MAIS NOTAS QUE A TABELA) ABANDONA O PAGAMENTO SEM
      * REGRAVAR, SENAO NOTAS SUMIRIAM DO CONTAS A PAGAR
               MOVE ZEROS TO WS-QTD-CONTAS.
               OPEN INPUT CONTAS-PAGAR.
               IF WS-PAGAR-STATUS = "35"
                   DISPLAY "CONTAS-PAGAR.DAT AUSENTE, NADA A PAGAR"
                   GO TO 003-SAI
               END-IF.
               IF WS-PAGAR-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CONTAS-PAGAR.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A PAGAR INDISPONIVEL, STATUS "
                       WS-PAGAR-STATUS ", PAGAMENTO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-CONTA.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-CONTAS < 2000
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CP-FORNECEDOR
                           TO TAB-CP-FORNECEDOR(WS-QTD-CONTAS)
                       MOVE CP-NOTA TO TAB-CP-NOTA(WS-QTD-CONTAS)
                       MOVE CP-DATA-EMISSAO
                           TO TAB-CP-DATA-EMISSAO(WS-QTD-CONTAS)
                       MOVE CP-DATA-VENCIMENTO
                           TO TAB-CP-VENCIMENTO(WS-QTD-CONTAS)
                       COMPUTE TAB-CP-VALOR(WS-QTD-CONTAS) =
                           FUNCTION NUMVAL(CP-VALOR)
                       MOVE CP-SITUACAO
                           TO TAB-CP-SITUACAO(WS-QTD-CONTAS)
                       MOVE CP-DATA-PAGAMENTO
                           TO TAB-CP-DATA-PAGAMENTO(WS-QTD-CONTAS)
                       MOVE CP-PEDIDO TO TAB-CP-PEDIDO(WS-QTD-CONTAS)
                       IF CP-ABERTA AND
                           CP-DATA-VENCIMENTO NOT > WS-VENCIMENTO-ATE
                           MOVE "S"
                               TO TAB-CP-SELECIONADA(WS-QTD-CONTAS)
                       ELSE
                           MOVE "N"
                               TO TAB-CP-SELECIONADA(WS-QTD-CONTAS)
                       END-IF
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "CONTAS-PAGAR.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "CONTAS A PAGAR EXCEDE A TABELA DE "
                           "2000 NOTAS, PAGAMENTO ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 003-LER-CONTA
               END-PERFORM.
               CLOSE CONTAS-PAGAR.
           003-SAI.
               EXIT.
           003-LER-CONTA.
               READ CONTAS-PAGAR
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-PAGAR-FORNECEDOR.
               MOVE TAB-CP-FORNECEDOR(WS-IND-FORNECEDOR)
                   TO WS-FORNECEDOR-ATUAL.
               MOVE SPACES TO WS-NOME-ATUAL.
               IF WS-FORNECEDORES-ABERTO = "S"
                   MOVE WS-FORNECEDOR-ATUAL TO FORN-CODIGO
                   READ FORNECEDORES
                       INVALID KEY
                           MOVE "(SEM CADASTRO)" TO WS-NOME-ATUAL
                       NOT INVALID KEY
                           MOVE FORN-NOME TO WS-NOME-ATUAL
                   END-READ
               END-IF.
               MOVE ZEROS TO TOTAL-FORNECEDOR.
               MOVE ZEROS TO WS-NOTAS-FORNECEDOR.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-REMESSA-PAGAMENTOS FROM WS-LINHA.
               STRING "FORNECEDOR " WS-FORNECEDOR-ATUAL " "
                   WS-NOME-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-REMESSA-PAGAMENTOS FROM WS-LINHA.
               PERFORM 005-PAGAR-NOTA
                   VARYING WS-IND-CONTA FROM WS-IND-FORNECEDOR BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS.
               MOVE WS-FORNECEDOR-ATUAL TO PAG-FORNECEDOR.
               MOVE WS-NOME-ATUAL TO PAG-NOME.
               MOVE WS-DATA-MOVIMENTO TO PAG-DATA.
               MOVE TOTAL-FORNECEDOR TO PAG-VALOR.
               MOVE WS-NOTAS-FORNECEDOR TO PAG-QTD-NOTAS.
               WRITE REG-PAGAMENTO-FORNECEDOR.
               ADD 1 TO WS-PAGAMENTOS.
               ADD TOTAL-FORNECEDOR TO TOTAL-PAGO.
               MOVE TOTAL-FORNECEDOR TO WS-VALOR-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "  TOTAL PAGO AO FORNECEDOR: " WS-NOTAS-FORNECEDOR
                   " NOTAS, " WS-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-REMESSA-PAGAMENTOS FROM WS-LINHA.
           005-PAGAR-NOTA.
               IF TAB-CP-SELECIONADA(WS-IND-CONTA) = "S"
                   AND TAB-CP-FORNECEDOR(WS-IND-CONTA)
                       = WS-FORNECEDOR-ATUAL
                   MOVE "N" TO TAB-CP-SELECIONADA(WS-IND-CONTA)
                   MOVE "P" TO TAB-CP-SITUACAO(WS-IND-CONTA)
                   MOVE WS-DATA-MOVIMENTO
                       TO TAB-CP-DATA-PAGAMENTO(WS-IND-CONTA)
                   ADD TAB-CP-VALOR(WS-IND-CONTA) TO TOTAL-FORNECEDOR
                   ADD 1 TO WS-NOTAS-FORNECEDOR
                   ADD 1 TO WS-NOTAS-PAGAS
                   MOVE TAB-CP-VALOR(WS-IND-CONTA) TO WS-VALOR-EDITADO
                   MOVE SPACES TO WS-LINHA
                   STRING "  NOTA " TAB-CP-NOTA(WS-IND-CONTA)
                       " EMISSAO " TAB-CP-DATA-EMISSAO(WS-IND-CONTA)
                       " VENCIMENTO " TAB-CP-VENCIMENTO(WS-IND-CONTA)
                       " VALOR " WS-VALOR-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-REMESSA-PAGAMENTOS FROM WS-LINHA
                   MOVE TAB-CP-VALOR(WS-IND-CONTA) TO VALOR-LEDGER
                   PERFORM 014-POSTAR-NO-LEDGER
               END-IF.
           007-REGRAVAR-CONTAS.
      * O CONTAS A PAGAR INTEIRO E REGRAVADO COM AS NOTAS PAGAS
               OPEN OUTPUT CONTAS-PAGAR.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   MOVE TAB-CP-FORNECEDOR(WS-IND-CONTA)
                       TO CP-FORNECEDOR
                   MOVE TAB-CP-NOTA(WS-IND-CONTA) TO CP-NOTA
                   MOVE TAB-CP-DATA-EMISSAO(WS-IND-CONTA)
                       TO CP-DATA-EMISSAO
                   MOVE TAB-CP-VENCIMENTO(WS-IND-CONTA)
                       TO CP-DATA-VENCIMENTO
                   MOVE TAB-CP-VALOR(WS-IND-CONTA) TO CP-VALOR
                   MOVE TAB-CP-SITUACAO(WS-IND-CONTA) TO CP-SITUACAO
                   MOVE TAB-CP-DATA-PAGAMENTO(WS-IND-CONTA)
                       TO CP-DATA-PAGAMENTO
                   MOVE TAB-CP-PEDIDO(WS-IND-CONTA) TO CP-PEDIDO
                   WRITE REG-CONTA-PAGAR
               END-PERFORM.
               CLOSE CONTAS-PAGAR.
           014-POSTAR-NO-LEDGER.
      * UM LANCAMENTO POR NOTA PAGA; VALOR ALEM DA CAPACIDADE DO CAMPO
      * DO RAZAO NAO E POSTADO, APENAS REGISTRADO NO LOG
               IF VALOR-LEDGER > 999999.99
                   MOVE "ART013W" TO WS-LOG-CODIGO
                   MOVE TAB-CP-NOTA(WS-IND-CONTA) TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PAGAMENTO DA NOTA "
                       TAB-CP-NOTA(WS-IND-CONTA)
                       " NAO POSTADO NO RAZAO: VALOR EXCEDE O CAMPO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN EXTEND LEDGER-ARITMETICO
                   IF WS-LEDGER-STATUS = "35"
                       OPEN OUTPUT LEDGER-ARITMETICO
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                   MOVE "PAGAMENTO-FORN"   TO LEDGER-OPERACAO
                   MOVE VALOR-LEDGER       TO LEDGER-OPERANDO-1
                   MOVE ZEROS              TO LEDGER-OPERANDO-2
                   MOVE VALOR-LEDGER       TO LEDGER-RESULTADO
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
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "PAGAMENTO-FORNECEDORES" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "PAGAMENTO-FORNECEDORES" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "PAGAMENTO-FORNECEDORES" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-QTD-CONTAS TO EXEC-LIDOS.
               MOVE WS-NOTAS-PAGAS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           015-BLOQUEAR-RECURSOS.
      * OS PAGAMENTOS SAO POSTADOS NO LEDGER COM A SEQUENCIA
      * COMPARTILHADA, E O CONTAS A PAGAR E REGRAVADO INTEIRO: A
      * CONFERENCIA DE NOTAS NAO PODE LANCAR NOTAS ENQUANTO ISSO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "PAGAMENTO-FORNECEDORES" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE "CONTAS-PAGAR" TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           016-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM PAGAMENTO-FORNECEDORES.
