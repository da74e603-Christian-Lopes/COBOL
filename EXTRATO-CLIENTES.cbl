      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: EXTRATO MENSAL DE CONTA DO CLIENTE: PARA O MES PEDIDO
      *          (ARIT_MES_EXTRATO AAAAMM, OU O MES DA DATA DO
      *          MOVIMENTO) IMPRIME EM EXTRATO-CLIENTES.TXT UM
      *          DOCUMENTO POR CLIENTE COM O SALDO ANTERIOR, CADA
      *          FATURA, NOTA DE CREDITO E RECEBIMENTO DO MES EM ORDEM
      *          DE DATA COM O SALDO CORRENTE, O SALDO FINAL E AS
      *          FAIXAS DE ATRASO NO FIM DO MES. OS DOCUMENTOS VEM DE
      *          CONTAS-RECEBER.DAT E OS RECEBIMENTOS DATADOS DO
      *          HISTORICO RECEBIMENTOS-BAIXADOS.DAT; NOME E ENDERECO
      *          VEM DO CADASTRO DE CLIENTES. CLIENTE SEM MOVIMENTO E
      *          COM SALDO ZERO NAO RECEBE EXTRATO. O TOTAL DOS SALDOS
      *          FINAIS E CONFERIDO COM O ABERTO DO CONTAS A RECEBER
      *          NO FIM DO MES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTAS-RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT RECEBIMENTOS-BAIXADOS
               ASSIGN TO "RECEBIMENTOS-BAIXADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXADOS-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT EXTRATO-CLIENTES ASSIGN TO "EXTRATO-CLIENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           SELECT CLASSIFICA-EXTRATO ASSIGN TO "SORT-EXTRATO.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY CRECCOPY.
       FD  RECEBIMENTOS-BAIXADOS.
           COPY HRECCOPY.
       FD  CLIENTES.
           COPY CLIENTECOPY.
       FD  EXTRATO-CLIENTES.
       01  REG-EXTRATO-CLIENTE             PIC X(081).
      * GRUPO 0 = ABERTURA DO EXTRATO DO CLIENTE (UM POR CLIENTE),
      * GRUPO 1 = MOVIMENTO DO MES; NO MESMO DIA A FATURA VEM ANTES DO
      * RECEBIMENTO
       SD  CLASSIFICA-EXTRATO.
       01  REG-CLASSIFICA-EXTRATO.
           03 CLS-CLIENTE                  PIC X(008).
           03 CLS-GRUPO                    PIC 9(001).
           03 CLS-DATA                     PIC 9(008).
           03 CLS-ORDEM                    PIC 9(001).
           03 CLS-DOCUMENTO                PIC 9(007).
           03 CLS-TIPO                     PIC X(001).
           03 CLS-VALOR                    PIC S9(9)V99 COMP-3.
           03 CLS-IND-CLIENTE              PIC 9(003).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-RECEBER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-BAIXADOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-STATUS           PIC X(002) VALUE SPACES.
           77 WS-EXTRATO-STATUS            PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-ABERTO           PIC X(001) VALUE "N".
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-INICIO-MES                PIC 9(008) VALUE ZEROS.
           77 WS-FIM-MES                   PIC 9(008) VALUE ZEROS.
           77 WS-PROXIMO-MES               PIC 9(008) VALUE ZEROS.
           77 WS-DIAS-FIM-MES              PIC 9(007) VALUE ZEROS.
           77 WS-DIAS-VENCIMENTO           PIC 9(007) VALUE ZEROS.
           77 WS-IDADE                     PIC S9(5) COMP-3
                                            VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-EXTRATO-ABERTO            PIC X(001) VALUE "N".
           77 WS-QTD-CONTAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-CONTA                 PIC 9(005) VALUE ZEROS.
           77 WS-CONTA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 WS-QTD-CLIENTES              PIC 9(003) VALUE ZEROS.
           77 WS-IND-CLIENTE               PIC 9(003) VALUE ZEROS.
           77 WS-CLIENTE-ACHADO            PIC 9(003) VALUE ZEROS.
           77 WS-CLIENTE-PROCURADO         PIC X(008) VALUE SPACES.
           77 WS-EXTRATOS-EMITIDOS         PIC 9(005) VALUE ZEROS.
           77 WS-CLIENTES-OMITIDOS         PIC 9(005) VALUE ZEROS.
           77 WS-MOVIMENTOS                PIC 9(007) VALUE ZEROS.
           77 WS-BAIXAS-AVULSAS            PIC 9(005) VALUE ZEROS.
           77 WS-DESCRICAO-TIPO            PIC X(016) VALUE SPACES.
           77 VALOR-BAIXA                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 RECEBIDO-ANTES               PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-ABERTO                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-CORRENTE               PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-EXTRATOS               PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-ABERTO-ATUAL           PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-DOC-POSTERIOR          PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-BAIXA-POSTERIOR        PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-ABERTO-FIM             PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 DIFERENCA-CONTROLE           PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-LINHA                     PIC X(081) VALUE SPACES.
           77 WS-VALOR-EDITADO             PIC -(8)9.99.
           77 WS-SALDO-EDITADO             PIC -(8)9.99.
           77 WS-TOTAL-EDITADO             PIC -(10)9.99.
           77 WS-FAIXA-0-ED                PIC -(8)9.99.
           77 WS-FAIXA-1-ED                PIC -(8)9.99.
           77 WS-FAIXA-2-ED                PIC -(8)9.99.
           77 WS-FAIXA-3-ED                PIC -(8)9.99.
           77 WS-FAIXA-4-ED                PIC -(8)9.99.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 WS-MES-EXTRATO               PIC 9(006) VALUE ZEROS.
           01 WS-MES-PARTES REDEFINES WS-MES-EXTRATO.
               03 WS-ANO-EXTRATO           PIC 9(004).
               03 WS-MM-EXTRATO            PIC 9(002).
      * O CONTAS A RECEBER INTEIRO, COM OS RECEBIMENTOS DO HISTORICO
      * SEPARADOS EM DENTRO DO MES E POSTERIORES AO MES
           01 TABELA-CONTAS.
               03 CONTA-RECEBER OCCURS 500 TIMES.
                   05 TAB-CR-NUMERO        PIC 9(007).
                   05 TAB-CR-CLIENTE       PIC X(008).
                   05 TAB-CR-DATA-EMISSAO  PIC 9(008).
                   05 TAB-CR-VENCIMENTO    PIC 9(008).
                   05 TAB-CR-TIPO-DOC      PIC X(001).
                   05 TAB-CR-VALOR         PIC S9(9)V99 COMP-3.
                   05 TAB-CR-RECEBIDO      PIC S9(9)V99 COMP-3.
                   05 TAB-CR-NO-MES        PIC S9(9)V99 COMP-3.
                   05 TAB-CR-APOS-MES      PIC S9(9)V99 COMP-3.
           01 TABELA-CLIENTES.
               03 CLIENTE-EXTRATO OCCURS 500 TIMES.
                   05 EXT-CLIENTE          PIC X(008).
                   05 EXT-SALDO-INICIAL    PIC S9(11)V99 COMP-3.
                   05 EXT-SALDO-FINAL      PIC S9(11)V99 COMP-3.
                   05 EXT-MOVIMENTOS       PIC 9(005).
                   05 EXT-FAIXA-0          PIC S9(9)V99 COMP-3.
                   05 EXT-FAIXA-1          PIC S9(9)V99 COMP-3.
                   05 EXT-FAIXA-2          PIC S9(9)V99 COMP-3.
                   05 EXT-FAIXA-3          PIC S9(9)V99 COMP-3.
                   05 EXT-FAIXA-4          PIC S9(9)V99 COMP-3.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-CARREGAR-CONTAS THRU 002-SAI.
            IF WS-CARGA-OK = "S"
                PERFORM 003-CARREGAR-BAIXAS THRU 003-SAI
                PERFORM 004-APURAR-CONTA THRU 004-SAI
                    VARYING WS-IND-CONTA FROM 1 BY 1
                    UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                        OR WS-CARGA-OK = "N"
            END-IF.
            IF WS-CARGA-OK = "S"
                PERFORM 006-CLASSIFICAR-MOVIMENTOS
            ELSE
                DISPLAY "*** EXTRATOS NAO EMITIDOS: CARGA DO CONTAS "
                    "A RECEBER FALHOU ***"
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
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-EXTRATO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_MES_EXTRATO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:6) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:6) TO WS-MES-EXTRATO
               END-IF.
               IF WS-MM-EXTRATO < 1 OR WS-MM-EXTRATO > 12
                   DISPLAY "MES DO EXTRATO INVALIDO: " WS-MES-EXTRATO
                       ", USADO O MES DO MOVIMENTO"
                   MOVE WS-DATA-MOVIMENTO(1:6) TO WS-MES-EXTRATO
               END-IF.
      * FIM DO MES = VESPERA DO DIA 1 DO MES SEGUINTE
               COMPUTE WS-INICIO-MES = WS-MES-EXTRATO * 100 + 1.
               IF WS-MM-EXTRATO = 12
                   COMPUTE WS-PROXIMO-MES =
                       (WS-ANO-EXTRATO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-PROXIMO-MES = WS-INICIO-MES + 100
               END-IF.
               COMPUTE WS-DIAS-FIM-MES =
                   FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1.
               COMPUTE WS-FIM-MES =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-FIM-MES).
      ******************************************************************
           002-CARREGAR-CONTAS.
      * SEM O CONTAS A RECEBER COMPLETO OS SALDOS NAO FECHAM: FALHA DE
      * ABERTURA OU TABELA EXCEDIDA ABANDONA A EMISSAO
               MOVE ZEROS TO WS-QTD-CONTAS.
               OPEN INPUT CONTAS-RECEBER.
               IF WS-RECEBER-STATUS = "35"
                   DISPLAY "CONTAS-RECEBER.DAT NAO ENCONTRADO, "
                       "NENHUM DOCUMENTO NO EXTRATO"
                   GO TO 002-SAI
               END-IF.
               IF WS-RECEBER-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A RECEBER INDISPONIVEL, STATUS "
                       WS-RECEBER-STATUS ", EXTRATO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-CONTA.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-CONTAS < 500
                       ADD 1 TO WS-QTD-CONTAS
                       PERFORM 002-GUARDAR-CONTA
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "CONTAS A RECEBER EXCEDE A TABELA DE "
                           "500 FATURAS, EXTRATO ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 002-LER-CONTA
               END-PERFORM.
               CLOSE CONTAS-RECEBER.
           002-SAI.
               EXIT.
           002-LER-CONTA.
               READ CONTAS-RECEBER
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           002-GUARDAR-CONTA.
               MOVE CR-NUMERO TO TAB-CR-NUMERO(WS-QTD-CONTAS).
               MOVE CR-CLIENTE TO TAB-CR-CLIENTE(WS-QTD-CONTAS).
               MOVE CR-DATA-EMISSAO
                   TO TAB-CR-DATA-EMISSAO(WS-QTD-CONTAS).
               IF CR-DATA-VENCIMENTO NUMERIC
                   AND CR-DATA-VENCIMENTO NOT = ZEROS
                   MOVE CR-DATA-VENCIMENTO
                       TO TAB-CR-VENCIMENTO(WS-QTD-CONTAS)
               ELSE
                   MOVE CR-DATA-EMISSAO
                       TO TAB-CR-VENCIMENTO(WS-QTD-CONTAS)
               END-IF.
               COMPUTE TAB-CR-VALOR(WS-QTD-CONTAS) =
                   FUNCTION NUMVAL(CR-VALOR).
               COMPUTE TAB-CR-RECEBIDO(WS-QTD-CONTAS) =
                   FUNCTION NUMVAL(CR-VALOR-RECEBIDO).
               MOVE ZEROS TO TAB-CR-NO-MES(WS-QTD-CONTAS).
               MOVE ZEROS TO TAB-CR-APOS-MES(WS-QTD-CONTAS).
               MOVE CR-TIPO-DOC TO TAB-CR-TIPO-DOC(WS-QTD-CONTAS).
               IF CR-TIPO-DOC NOT = "C" AND CR-TIPO-DOC NOT = "N"
                   IF TAB-CR-VALOR(WS-QTD-CONTAS) < ZEROS
                       MOVE "N" TO TAB-CR-TIPO-DOC(WS-QTD-CONTAS)
                   ELSE
                       MOVE "C" TO TAB-CR-TIPO-DOC(WS-QTD-CONTAS)
                   END-IF
               END-IF.
      ******************************************************************
           003-CARREGAR-BAIXAS.
      * RECEBIMENTO SEM DATA NO HISTORICO (ANTERIOR AO HISTORICO) E
      * TRATADO COMO RECEBIDO ANTES DO MES DO EXTRATO
               OPEN INPUT RECEBIMENTOS-BAIXADOS.
               IF WS-BAIXADOS-STATUS NOT = "00"
                   DISPLAY "RECEBIMENTOS-BAIXADOS.DAT NAO ENCONTRADO, "
                       "EXTRATOS SEM RECEBIMENTOS DO MES"
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-BAIXA.
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 005-ACHAR-CONTA
                   IF WS-CONTA-ACHADA = ZEROS
                       ADD 1 TO WS-BAIXAS-AVULSAS
                   ELSE
                       COMPUTE VALOR-BAIXA =
                           FUNCTION NUMVAL(HREC-VALOR)
                       IF HREC-DATA > WS-FIM-MES
                           ADD VALOR-BAIXA
                               TO TAB-CR-APOS-MES(WS-CONTA-ACHADA)
                       ELSE
                           IF HREC-DATA NOT < WS-INICIO-MES
                               ADD VALOR-BAIXA
                                   TO TAB-CR-NO-MES(WS-CONTA-ACHADA)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 003-LER-BAIXA
               END-PERFORM.
               CLOSE RECEBIMENTOS-BAIXADOS.
           003-SAI.
               EXIT.
           003-LER-BAIXA.
               READ RECEBIMENTOS-BAIXADOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-APURAR-CONTA.
      * SALDO ANTERIOR = DOCUMENTOS ANTES DO MES MENOS O RECEBIDO ANTES
      * DO MES; SALDO FINAL E FAIXAS = O QUE CONTINUAVA ABERTO NO
      * ULTIMO DIA DO MES. DOCUMENTO EMITIDO DEPOIS DO MES FICA FORA
               COMPUTE TOTAL-ABERTO-ATUAL = TOTAL-ABERTO-ATUAL
                   + TAB-CR-VALOR(WS-IND-CONTA)
                   - TAB-CR-RECEBIDO(WS-IND-CONTA).
               IF TAB-CR-DATA-EMISSAO(WS-IND-CONTA) > WS-FIM-MES
                   COMPUTE TOTAL-DOC-POSTERIOR = TOTAL-DOC-POSTERIOR
                       + TAB-CR-VALOR(WS-IND-CONTA)
                       - TAB-CR-RECEBIDO(WS-IND-CONTA)
                   GO TO 004-SAI
               END-IF.
               ADD TAB-CR-APOS-MES(WS-IND-CONTA)
                   TO TOTAL-BAIXA-POSTERIOR.
               MOVE TAB-CR-CLIENTE(WS-IND-CONTA)
                   TO WS-CLIENTE-PROCURADO.
               PERFORM 005-ACHAR-CLIENTE.
               IF WS-CLIENTE-ACHADO = ZEROS
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE WS-CLIENTE-PROCURADO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A RECEBER EXCEDE A TABELA DE "
                       "500 CLIENTES, EXTRATO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               IF TAB-CR-DATA-EMISSAO(WS-IND-CONTA) < WS-INICIO-MES
                   ADD TAB-CR-VALOR(WS-IND-CONTA)
                       TO EXT-SALDO-INICIAL(WS-CLIENTE-ACHADO)
               END-IF.
               COMPUTE RECEBIDO-ANTES = TAB-CR-RECEBIDO(WS-IND-CONTA)
                   - TAB-CR-NO-MES(WS-IND-CONTA)
                   - TAB-CR-APOS-MES(WS-IND-CONTA).
               SUBTRACT RECEBIDO-ANTES
                   FROM EXT-SALDO-INICIAL(WS-CLIENTE-ACHADO).
               COMPUTE SALDO-ABERTO = TAB-CR-VALOR(WS-IND-CONTA)
                   - TAB-CR-RECEBIDO(WS-IND-CONTA)
                   + TAB-CR-APOS-MES(WS-IND-CONTA).
               ADD SALDO-ABERTO TO EXT-SALDO-FINAL(WS-CLIENTE-ACHADO).
               IF SALDO-ABERTO = ZEROS
                   GO TO 004-SAI
               END-IF.
               COMPUTE WS-DIAS-VENCIMENTO = FUNCTION INTEGER-OF-DATE
                   (TAB-CR-VENCIMENTO(WS-IND-CONTA)).
               COMPUTE WS-IDADE = WS-DIAS-FIM-MES - WS-DIAS-VENCIMENTO.
               EVALUATE TRUE
                   WHEN WS-IDADE NOT > 0
                       ADD SALDO-ABERTO
                           TO EXT-FAIXA-0(WS-CLIENTE-ACHADO)
                   WHEN WS-IDADE NOT > 30
                       ADD SALDO-ABERTO
                           TO EXT-FAIXA-1(WS-CLIENTE-ACHADO)
                   WHEN WS-IDADE NOT > 60
                       ADD SALDO-ABERTO
                           TO EXT-FAIXA-2(WS-CLIENTE-ACHADO)
                   WHEN WS-IDADE NOT > 90
                       ADD SALDO-ABERTO
                           TO EXT-FAIXA-3(WS-CLIENTE-ACHADO)
                   WHEN OTHER
                       ADD SALDO-ABERTO
                           TO EXT-FAIXA-4(WS-CLIENTE-ACHADO)
               END-EVALUATE.
           004-SAI.
               EXIT.
           005-ACHAR-CONTA.
               MOVE ZEROS TO WS-CONTA-ACHADA.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   OR WS-CONTA-ACHADA NOT = ZEROS
                   IF TAB-CR-NUMERO(WS-IND-CONTA) = HREC-FATURA
                       MOVE WS-IND-CONTA TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM.
           005-ACHAR-CLIENTE.
               MOVE ZEROS TO WS-CLIENTE-ACHADO.
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                   UNTIL WS-IND-CLIENTE > WS-QTD-CLIENTES
                   OR WS-CLIENTE-ACHADO NOT = ZEROS
                   IF EXT-CLIENTE(WS-IND-CLIENTE)
                       = WS-CLIENTE-PROCURADO
                       MOVE WS-IND-CLIENTE TO WS-CLIENTE-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-CLIENTE-ACHADO = ZEROS
                   AND WS-QTD-CLIENTES < 500
                   ADD 1 TO WS-QTD-CLIENTES
                   MOVE WS-QTD-CLIENTES TO WS-CLIENTE-ACHADO
                   MOVE WS-CLIENTE-PROCURADO
                       TO EXT-CLIENTE(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-SALDO-INICIAL(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-SALDO-FINAL(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-MOVIMENTOS(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-FAIXA-0(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-FAIXA-1(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-FAIXA-2(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-FAIXA-3(WS-CLIENTE-ACHADO)
                   MOVE ZEROS TO EXT-FAIXA-4(WS-CLIENTE-ACHADO)
               END-IF.
      ******************************************************************
           006-CLASSIFICAR-MOVIMENTOS.
               SORT CLASSIFICA-EXTRATO
                   ON ASCENDING KEY CLS-CLIENTE CLS-GRUPO CLS-DATA
                                    CLS-ORDEM CLS-DOCUMENTO
                   INPUT PROCEDURE 007-LIBERAR-MOVIMENTOS
                   OUTPUT PROCEDURE 008-IMPRIMIR-EXTRATOS.
           007-LIBERAR-MOVIMENTOS.
      * UMA ABERTURA POR CLIENTE, OS DOCUMENTOS EMITIDOS NO MES E OS
      * RECEBIMENTOS DO MES DO HISTORICO
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                   UNTIL WS-IND-CLIENTE > WS-QTD-CLIENTES
                   MOVE EXT-CLIENTE(WS-IND-CLIENTE) TO CLS-CLIENTE
                   MOVE 0 TO CLS-GRUPO
                   MOVE ZEROS TO CLS-DATA
                   MOVE 0 TO CLS-ORDEM
                   MOVE ZEROS TO CLS-DOCUMENTO
                   MOVE SPACES TO CLS-TIPO
                   MOVE ZEROS TO CLS-VALOR
                   MOVE WS-IND-CLIENTE TO CLS-IND-CLIENTE
                   RELEASE REG-CLASSIFICA-EXTRATO
               END-PERFORM.
               PERFORM 007-LIBERAR-DOCUMENTO
                   VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS.
               OPEN INPUT RECEBIMENTOS-BAIXADOS.
               IF WS-BAIXADOS-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 003-LER-BAIXA
                   PERFORM UNTIL FIM-ARQUIVO
                       IF HREC-DATA NOT < WS-INICIO-MES
                           AND HREC-DATA NOT > WS-FIM-MES
                           PERFORM 007-LIBERAR-BAIXA
                       END-IF
                       PERFORM 003-LER-BAIXA
                   END-PERFORM
                   CLOSE RECEBIMENTOS-BAIXADOS
               END-IF.
           007-LIBERAR-DOCUMENTO.
               IF TAB-CR-DATA-EMISSAO(WS-IND-CONTA)
                   NOT < WS-INICIO-MES
                   AND TAB-CR-DATA-EMISSAO(WS-IND-CONTA)
                   NOT > WS-FIM-MES
                   MOVE TAB-CR-CLIENTE(WS-IND-CONTA)
                       TO WS-CLIENTE-PROCURADO
                   PERFORM 005-ACHAR-CLIENTE
                   ADD 1 TO EXT-MOVIMENTOS(WS-CLIENTE-ACHADO)
                   MOVE TAB-CR-CLIENTE(WS-IND-CONTA) TO CLS-CLIENTE
                   MOVE 1 TO CLS-GRUPO
                   MOVE TAB-CR-DATA-EMISSAO(WS-IND-CONTA) TO CLS-DATA
                   MOVE 1 TO CLS-ORDEM
                   MOVE TAB-CR-NUMERO(WS-IND-CONTA) TO CLS-DOCUMENTO
                   MOVE TAB-CR-TIPO-DOC(WS-IND-CONTA) TO CLS-TIPO
                   MOVE TAB-CR-VALOR(WS-IND-CONTA) TO CLS-VALOR
                   MOVE WS-CLIENTE-ACHADO TO CLS-IND-CLIENTE
                   RELEASE REG-CLASSIFICA-EXTRATO
               END-IF.
           007-LIBERAR-BAIXA.
               PERFORM 005-ACHAR-CONTA.
               IF WS-CONTA-ACHADA NOT = ZEROS
                   IF TAB-CR-DATA-EMISSAO(WS-CONTA-ACHADA)
                       NOT > WS-FIM-MES
                       MOVE TAB-CR-CLIENTE(WS-CONTA-ACHADA)
                           TO WS-CLIENTE-PROCURADO
                       PERFORM 005-ACHAR-CLIENTE
                       ADD 1 TO EXT-MOVIMENTOS(WS-CLIENTE-ACHADO)
                       MOVE WS-CLIENTE-PROCURADO TO CLS-CLIENTE
                       MOVE 1 TO CLS-GRUPO
                       MOVE HREC-DATA TO CLS-DATA
                       MOVE 2 TO CLS-ORDEM
                       MOVE HREC-FATURA TO CLS-DOCUMENTO
                       MOVE "R" TO CLS-TIPO
                       COMPUTE CLS-VALOR =
                           0 - FUNCTION NUMVAL(HREC-VALOR)
                       MOVE WS-CLIENTE-ACHADO TO CLS-IND-CLIENTE
                       RELEASE REG-CLASSIFICA-EXTRATO
                   END-IF
               END-IF.
      ******************************************************************
           008-IMPRIMIR-EXTRATOS.
               OPEN INPUT CLIENTES.
               IF WS-CLIENTES-STATUS = "00"
                   MOVE "S" TO WS-CLIENTES-ABERTO
               ELSE
                   DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL, "
                       "EXTRATOS SAEM SEM NOME E ENDERECO"
               END-IF.
               OPEN OUTPUT EXTRATO-CLIENTES.
               MOVE "N" TO WS-EXTRATO-ABERTO.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-EXTRATO
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CLS-GRUPO = 0
                               PERFORM 013-ABRIR-EXTRATO
                           ELSE
                               PERFORM 014-IMPRIMIR-MOVIMENTO
                           END-IF
                   END-RETURN
               END-PERFORM.
               IF WS-EXTRATO-ABERTO = "S"
                   PERFORM 015-FECHAR-EXTRATO
               END-IF.
               PERFORM 009-IMPRIMIR-CONTROLE.
               CLOSE EXTRATO-CLIENTES.
               IF WS-CLIENTES-ABERTO = "S"
                   CLOSE CLIENTES
               END-IF.
               DISPLAY "EXTRATOS EMITIDOS: " WS-EXTRATOS-EMITIDOS
                   " CLIENTES OMITIDOS: " WS-CLIENTES-OMITIDOS
                   " MOVIMENTOS: " WS-MOVIMENTOS.
           009-IMPRIMIR-CONTROLE.
      * O ABERTO DO CONTAS A RECEBER HOJE, SEM O QUE FOI EMITIDO E
      * DEVOLVENDO O QUE FOI RECEBIDO DEPOIS DO MES, TEM DE SER IGUAL
      * A SOMA DOS SALDOS FINAIS DOS EXTRATOS
               COMPUTE TOTAL-ABERTO-FIM = TOTAL-ABERTO-ATUAL
                   - TOTAL-DOC-POSTERIOR + TOTAL-BAIXA-POSTERIOR.
               COMPUTE DIFERENCA-CONTROLE =
                   TOTAL-EXTRATOS - TOTAL-ABERTO-FIM.
               MOVE ALL "=" TO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CONTROLE DOS EXTRATOS DE CLIENTES - MES "
                   WS-MES-EXTRATO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "EXTRATOS EMITIDOS: " WS-EXTRATOS-EMITIDOS
                   "   CLIENTES SEM MOVIMENTO E SALDO ZERO: "
                   WS-CLIENTES-OMITIDOS
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE TOTAL-EXTRATOS TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL DOS SALDOS FINAIS DOS EXTRATOS ......"
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE TOTAL-ABERTO-ATUAL TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "ABERTO ATUAL DO CONTAS A RECEBER ..........."
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE TOTAL-DOC-POSTERIOR TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "(-) DOCUMENTOS EMITIDOS APOS O MES ........."
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE TOTAL-BAIXA-POSTERIOR TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "(+) RECEBIMENTOS BAIXADOS APOS O MES ......."
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE TOTAL-ABERTO-FIM TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "(=) ABERTO DO CONTAS A RECEBER EM " WS-FIM-MES
                   " "
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE DIFERENCA-CONTROLE TO WS-TOTAL-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "DIFERENCA ................................."
                   WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               IF WS-BAIXAS-AVULSAS > 0
                   MOVE SPACES TO WS-LINHA
                   STRING "RECEBIMENTOS DO HISTORICO SEM FATURA NO "
                       "CONTAS A RECEBER: " WS-BAIXAS-AVULSAS
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA
               END-IF.
               IF DIFERENCA-CONTROLE NOT = ZEROS
                   MOVE SPACES TO WS-LINHA
                   STRING "*** EXTRATOS NAO FECHAM COM O CONTAS A "
                       "RECEBER ***"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA
                   IF WS-CODIGO-RETORNO = ZEROS
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
                   MOVE "ART047W" TO WS-LOG-CODIGO
                   MOVE WS-MES-EXTRATO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "EXTRATOS DO MES " WS-MES-EXTRATO
                       " NAO FECHAM COM O CONTAS A RECEBER, "
                       "DIFERENCA " WS-TOTAL-EDITADO
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
      ******************************************************************
           013-ABRIR-EXTRATO.
               IF WS-EXTRATO-ABERTO = "S"
                   PERFORM 015-FECHAR-EXTRATO
               END-IF.
               MOVE CLS-IND-CLIENTE TO WS-IND-CLIENTE.
               MOVE EXT-SALDO-INICIAL(WS-IND-CLIENTE)
                   TO SALDO-CORRENTE.
               IF EXT-MOVIMENTOS(WS-IND-CLIENTE) = ZEROS
                   AND EXT-SALDO-FINAL(WS-IND-CLIENTE) = ZEROS
                   ADD 1 TO WS-CLIENTES-OMITIDOS
                   MOVE "N" TO WS-EXTRATO-ABERTO
               ELSE
                   PERFORM 016-IMPRIMIR-CABECALHO
               END-IF.
           014-IMPRIMIR-MOVIMENTO.
               IF WS-EXTRATO-ABERTO = "S"
                   ADD 1 TO WS-MOVIMENTOS
                   ADD CLS-VALOR TO SALDO-CORRENTE
                   EVALUATE CLS-TIPO
                       WHEN "N"
                           MOVE "NOTA DE CREDITO" TO WS-DESCRICAO-TIPO
                       WHEN "R"
                           MOVE "RECEBIMENTO" TO WS-DESCRICAO-TIPO
                       WHEN OTHER
                           MOVE "FATURA" TO WS-DESCRICAO-TIPO
                   END-EVALUATE
                   MOVE CLS-VALOR TO WS-VALOR-EDITADO
                   MOVE SALDO-CORRENTE TO WS-SALDO-EDITADO
                   MOVE SPACES TO WS-LINHA
                   STRING CLS-DATA "  " CLS-DOCUMENTO "    "
                       WS-DESCRICAO-TIPO "  " WS-VALOR-EDITADO
                       "    " WS-SALDO-EDITADO
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA
               END-IF.
           015-FECHAR-EXTRATO.
               ADD SALDO-CORRENTE TO TOTAL-EXTRATOS.
               MOVE "N" TO WS-EXTRATO-ABERTO.
               MOVE ALL "-" TO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SALDO-CORRENTE TO WS-SALDO-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "SALDO FINAL EM " WS-FIM-MES
                   "                                "
                   WS-SALDO-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE EXT-FAIXA-0(WS-IND-CLIENTE) TO WS-FAIXA-0-ED.
               MOVE EXT-FAIXA-1(WS-IND-CLIENTE) TO WS-FAIXA-1-ED.
               MOVE EXT-FAIXA-2(WS-IND-CLIENTE) TO WS-FAIXA-2-ED.
               MOVE EXT-FAIXA-3(WS-IND-CLIENTE) TO WS-FAIXA-3-ED.
               MOVE EXT-FAIXA-4(WS-IND-CLIENTE) TO WS-FAIXA-4-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "SALDO POR ATRASO EM " WS-FIM-MES ":"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "    A VENCER       ATE 30        31-60"
                   "        61-90      MAIS 90"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING WS-FAIXA-0-ED " " WS-FAIXA-1-ED " "
                   WS-FAIXA-2-ED " " WS-FAIXA-3-ED " "
                   WS-FAIXA-4-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
           016-IMPRIMIR-CABECALHO.
               MOVE "S" TO WS-EXTRATO-ABERTO.
               ADD 1 TO WS-EXTRATOS-EMITIDOS.
               MOVE EXT-CLIENTE(WS-IND-CLIENTE) TO CLIENTE-CODIGO.
               MOVE SPACES TO CLIENTE-NOME.
               MOVE SPACES TO CLIENTE-ENDERECO.
               IF WS-CLIENTES-ABERTO = "S"
                   READ CLIENTES
                       INVALID KEY
                           MOVE "(SEM CADASTRO)" TO CLIENTE-NOME
                   END-READ
               END-IF.
               MOVE ALL "=" TO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "EXTRATO DE CONTA DO CLIENTE - PERIODO "
                   WS-INICIO-MES " A " WS-FIM-MES
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CLIENTE:  " EXT-CLIENTE(WS-IND-CLIENTE)
                   "  " CLIENTE-NOME
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "ENDERECO: " CLIENTE-ENDERECO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "DATA      DOCUMENTO  HISTORICO"
                   "                VALOR           SALDO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE ALL "-" TO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
               MOVE SALDO-CORRENTE TO WS-SALDO-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING WS-INICIO-MES "             SALDO ANTERIOR"
                   "                    "
                   WS-SALDO-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-CLIENTE FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "EXTRATO-CLIENTES" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "EXTRATO-CLIENTES" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "EXTRATO-CLIENTES" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-QTD-CONTAS TO EXEC-LIDOS.
               MOVE WS-EXTRATOS-EMITIDOS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM EXTRATO-CLIENTES.
