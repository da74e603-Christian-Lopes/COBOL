      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DAS NOTAS DE FORNECEDOR CONTRA O PEDIDO E
      *          O RECEBIMENTO (CASAMENTO A TRES): LE AS LINHAS DAS
      *          NOTAS DIGITADAS (NOTAS-FORNECEDOR.DAT, LINHAS DA MESMA
      *          NOTA EM SEQUENCIA), CASA CADA LINHA COM A SUA LINHA EM
      *          PEDIDOS-COMPRA.DAT E CONFERE A QUANTIDADE CONTRA O
      *          RECEBIDO AINDA NAO FATURADO E O PRECO CONTRA O DO
      *          PEDIDO, DENTRO DAS TOLERANCIAS EM PORCENTO
      *          (ARIT_TOLERANCIA_QTD_COMPRA E
      *          ARIT_TOLERANCIA_PRECO_COMPRA). A NOTA COM TODAS AS
      *          LINHAS CASADAS ENTRA NO CONTAS A PAGAR
      *          (CONTAS-PAGAR.DAT) COM VENCIMENTO PELA CONDICAO DE
      *          PAGAMENTO DO FORNECEDOR E ACUMULA O FATURADO NAS
      *          LINHAS DO PEDIDO; A NOTA COM QUALQUER LINHA FORA VAI
      *          INTEIRA PARA NOTAS-BLOQUEADAS.DAT E PARA O RELATORIO
      *          DE NOTAS BLOQUEADAS DO SETOR DE COMPRAS, COM O CODIGO
      *          DE MOTIVO DE CADA LINHA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-NOTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FORNECEDOR ASSIGN TO "NOTAS-FORNECEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT PEDIDOS-COMPRA ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT CONTAS-PAGAR ASSIGN TO "CONTAS-PAGAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAR-STATUS.
           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WS-FORNECEDORES-STATUS.
           SELECT CONDICOES-PAGAMENTO
               ASSIGN TO "CONDICOES-PAGAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDICOES-STATUS.
           SELECT NOTAS-BLOQUEADAS ASSIGN TO "NOTAS-BLOQUEADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEADAS-STATUS.
           SELECT RELATORIO-BLOQUEADAS
               ASSIGN TO "RELATORIO-NOTAS-BLOQUEADAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FORNECEDOR.
       01  REG-NOTA-FORNECEDOR.
           03 NFOR-FORNECEDOR              PIC X(008).
           03 NFOR-NOTA                    PIC X(010).
           03 NFOR-DATA                    PIC 9(008).
           03 NFOR-PEDIDO                  PIC 9(007).
           03 NFOR-LINHA                   PIC 9(003).
           03 NFOR-QUANTIDADE              PIC 9(007)V99.
           03 NFOR-PRECO                   PIC 9(007)V99.
       FD  PEDIDOS-COMPRA.
           COPY PEDCOPY.
       FD  CONTAS-PAGAR.
           COPY CPAGCOPY.
       FD  FORNECEDORES.
           COPY FORNECCOPY.
       FD  CONDICOES-PAGAMENTO.
           COPY CONDCOPY.
       FD  NOTAS-BLOQUEADAS.
       01  REG-NOTA-BLOQUEADA.
           03 BLQ-MOTIVO                   PIC X(003).
           03 BLQ-REGISTRO                 PIC X(054).
       FD  RELATORIO-BLOQUEADAS.
       01  REG-RELATORIO-BLOQUEADAS        PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-NOTAS-STATUS              PIC X(002) VALUE SPACES.
           77 WS-PEDIDOS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-PAGAR-STATUS              PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-STATUS       PIC X(002) VALUE SPACES.
           77 WS-CONDICOES-STATUS          PIC X(002) VALUE SPACES.
           77 WS-BLOQUEADAS-STATUS         PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-ABERTO       PIC X(001) VALUE "N".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
      * TOLERANCIAS DO CASAMENTO, EM PORCENTO: QUANTIDADE FATURADA
      * ALEM DO RECEBIDO A FATURAR E DESVIO DO PRECO SOBRE O PEDIDO
           77 TOLERANCIA-QTD               PIC 9(3)V99 COMP-3
                                            VALUE ZEROS.
           77 TOLERANCIA-PRECO             PIC 9(3)V99 COMP-3
                                            VALUE 2.
           77 DESVIO-PRECO                 PIC S9(5)V99 COMP-3
                                            VALUE ZEROS.
           77 QTD-A-FATURAR                PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 QTD-LIMITE                   PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-LINHA                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-NOTA                   PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 PRAZO-NOTA                   PIC 9(003) VALUE ZEROS.
           77 DATA-VENCIMENTO              PIC 9(008) VALUE ZEROS.
           77 WS-QTD-CONDICOES             PIC 9(003) VALUE ZEROS.
           77 WS-IND-CONDICAO              PIC 9(003) VALUE ZEROS.
           77 WS-FIM-CONDICOES             PIC X(001) VALUE "N".
              88 FIM-CONDICOES                        VALUE "S".
           77 WS-QTD-LINHAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-LINHA                 PIC 9(005) VALUE ZEROS.
           77 WS-LINHA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 WS-QTD-LANCADAS              PIC 9(005) VALUE ZEROS.
           77 WS-IND-LANCADA               PIC 9(005) VALUE ZEROS.
           77 WS-NOTA-ABERTA               PIC X(001) VALUE "N".
           77 WS-NOTA-VALIDA               PIC X(001) VALUE "S".
           77 WS-NOTA-EXCEDIDA             PIC X(001) VALUE "N".
           77 WS-MOTIVO-NOTA               PIC X(003) VALUE SPACES.
           77 NOTA-FORNECEDOR              PIC X(008) VALUE SPACES.
           77 NOTA-NUMERO                  PIC X(010) VALUE SPACES.
           77 NOTA-DATA                    PIC X(008) VALUE SPACES.
           77 WS-QTD-LINHAS-NOTA           PIC 9(003) VALUE ZEROS.
           77 WS-IND-NOTA                  PIC 9(003) VALUE ZEROS.
           77 WS-IND-ANTERIOR              PIC 9(003) VALUE ZEROS.
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-CASADAS                   PIC 9(007) VALUE ZEROS.
           77 WS-BLOQUEADAS                PIC 9(007) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-QTD-EDITADA               PIC -(6)9.99.
           77 WS-PRECO-EDITADO             PIC -(6)9.99.
           77 WS-PRECO-PEDIDO-ED           PIC -(6)9.99.
           77 WS-A-FATURAR-ED              PIC -(6)9.99.
           77 WS-VALOR-EDITADO             PIC -(8)9.99.
           01 TABELA-CONDICOES.
               03 TAB-CONDICAO OCCURS 50 TIMES.
                   05 TAB-COND-CODIGO      PIC X(003).
                   05 TAB-COND-PRAZO       PIC 9(003).
      * O ARQUIVO DE PEDIDOS INTEIRO E CARREGADO E REGRAVADO NO FIM
      * COM O FATURADO ACUMULADO, COMO NO RECEBIMENTO DE MERCADORIAS
           01 TABELA-PEDIDOS.
               03 LINHA-PEDIDO OCCURS 2000 TIMES.
                   05 TAB-PC-NUMERO        PIC 9(007).
                   05 TAB-PC-LINHA         PIC 9(003).
                   05 TAB-PC-FORNECEDOR    PIC X(008).
                   05 TAB-PC-ITEM          PIC X(010).
                   05 TAB-PC-LOCAL         PIC X(003).
                   05 TAB-PC-QTD-PEDIDA    PIC 9(007)V99.
                   05 TAB-PC-QTD-RECEBIDA  PIC 9(007)V99.
                   05 TAB-PC-PRECO         PIC 9(007)V99.
                   05 TAB-PC-DATA-PEDIDO   PIC 9(008).
                   05 TAB-PC-DATA-PREVISTA PIC 9(008).
                   05 TAB-PC-SITUACAO      PIC X(001).
                   05 TAB-PC-QTD-FATURADA  PIC 9(007)V99.
      * NOTAS JA LANCADAS NO CONTAS A PAGAR (FORNECEDOR + NUMERO),
      * PARA NAO LANCAR A MESMA NOTA DUAS VEZES
           01 TABELA-LANCADAS.
               03 NOTA-LANCADA OCCURS 2000 TIMES.
                   05 TAB-LAN-FORNECEDOR   PIC X(008).
                   05 TAB-LAN-NOTA         PIC X(010).
      * LINHAS DA NOTA EM CONFERENCIA
           01 TABELA-LINHAS-NOTA.
               03 LINHA-NOTA OCCURS 50 TIMES.
                   05 TLN-PEDIDO           PIC 9(007).
                   05 TLN-LINHA            PIC 9(003).
                   05 TLN-QUANTIDADE       PIC 9(007)V99.
                   05 TLN-PRECO            PIC 9(007)V99.
                   05 TLN-MOTIVO           PIC X(003).
                   05 TLN-IND-PEDIDO       PIC 9(005).
                   05 TLN-REGISTRO         PIC X(054).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 004-CARREGAR-CONDICOES.
            PERFORM 013-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 005-PROCESSAMENTO THRU 005-SAI
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            IF WS-BLOQUEADAS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_TOLERANCIA_QTD_COMPRA"
                   UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION
                       TRIM(WS-ENTRADA-PARM)) = 0
                   COMPUTE TOLERANCIA-QTD =
                       FUNCTION NUMVAL(WS-ENTRADA-PARM)
               END-IF.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_TOLERANCIA_PRECO_COMPRA"
                   UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION
                       TRIM(WS-ENTRADA-PARM)) = 0
                   COMPUTE TOLERANCIA-PRECO =
                       FUNCTION NUMVAL(WS-ENTRADA-PARM)
               END-IF.
           002-CARREGAR-PEDIDOS.
      * QUALQUER FALHA DE CARGA (ABERTURA QUE NAO SEJA ARQUIVO
      * AUSENTE, OU MAIS LINHAS QUE A TABELA) ABANDONA A CONFERENCIA
      * SEM REGRAVAR, SENAO PEDIDOS SUMIRIAM DO ARQUIVO
               MOVE ZEROS TO WS-QTD-LINHAS.
               OPEN INPUT PEDIDOS-COMPRA.
               IF WS-PEDIDOS-STATUS = "35"
                   DISPLAY "PEDIDOS-COMPRA.DAT AUSENTE, TODAS AS "
                       "NOTAS SERAO BLOQUEADAS"
                   GO TO 002-SAI
               END-IF.
               IF WS-PEDIDOS-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "PEDIDOS-COMPRA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PEDIDOS DE COMPRA INDISPONIVEIS, STATUS "
                       WS-PEDIDOS-STATUS ", CONFERENCIA ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-PEDIDO.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-LINHAS < 2000
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE REG-PEDIDO-COMPRA
                           TO LINHA-PEDIDO(WS-QTD-LINHAS)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "PEDIDOS-COMPRA.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "PEDIDOS DE COMPRA EXCEDEM A TABELA DE "
                           "2000 LINHAS, CONFERENCIA ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 002-LER-PEDIDO
               END-PERFORM.
               CLOSE PEDIDOS-COMPRA.
           002-SAI.
               EXIT.
           002-LER-PEDIDO.
               READ PEDIDOS-COMPRA
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-CARREGAR-LANCADAS.
      * SEM A LISTA COMPLETA DAS NOTAS JA LANCADAS NAO HA COMO BARRAR
      * A NOTA DIGITADA DUAS VEZES: FALHA DE CARGA ABANDONA A
      * CONFERENCIA
               MOVE ZEROS TO WS-QTD-LANCADAS.
               OPEN INPUT CONTAS-PAGAR.
               IF WS-PAGAR-STATUS = "35"
                   GO TO 003-SAI
               END-IF.
               IF WS-PAGAR-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CONTAS-PAGAR.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A PAGAR INDISPONIVEL, STATUS "
                       WS-PAGAR-STATUS ", CONFERENCIA ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-CONTA.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-LANCADAS < 2000
                       ADD 1 TO WS-QTD-LANCADAS
                       MOVE CP-FORNECEDOR
                           TO TAB-LAN-FORNECEDOR(WS-QTD-LANCADAS)
                       MOVE CP-NOTA TO TAB-LAN-NOTA(WS-QTD-LANCADAS)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "CONTAS-PAGAR.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "CONTAS A PAGAR EXCEDE A TABELA DE "
                           "2000 NOTAS, CONFERENCIA ABANDONADA"
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
           004-CARREGAR-CONDICOES.
               MOVE ZEROS TO WS-QTD-CONDICOES.
               OPEN INPUT CONDICOES-PAGAMENTO.
               IF WS-CONDICOES-STATUS = "35"
                   DISPLAY "CONDICOES-PAGAMENTO.DAT NAO ENCONTRADO, "
                       "NOTAS VENCEM NA EMISSAO"
               ELSE
                   MOVE "N" TO WS-FIM-CONDICOES
                   PERFORM UNTIL FIM-CONDICOES
                       READ CONDICOES-PAGAMENTO
                           AT END MOVE "S" TO WS-FIM-CONDICOES
                           NOT AT END
                               IF WS-QTD-CONDICOES < 50
                                   AND COND-PRAZO-DIAS NUMERIC
                                   ADD 1 TO WS-QTD-CONDICOES
                                   MOVE COND-CODIGO TO
                                       TAB-COND-CODIGO(WS-QTD-CONDICOES)
                                   MOVE COND-PRAZO-DIAS TO
                                       TAB-COND-PRAZO(WS-QTD-CONDICOES)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONDICOES-PAGAMENTO
               END-IF.
      ******************************************************************
           005-PROCESSAMENTO.
               OPEN INPUT NOTAS-FORNECEDOR.
               IF WS-NOTAS-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "NOTAS-FORNECEDOR.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE NOTAS DE FORNECEDOR NAO "
                       "ENCONTRADO, NADA A CONFERIR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
               PERFORM 002-CARREGAR-PEDIDOS THRU 002-SAI.
               IF WS-CARGA-OK = "S"
                   PERFORM 003-CARREGAR-LANCADAS THRU 003-SAI
               END-IF.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DOS PEDIDOS OU DO CONTAS A "
                       "PAGAR FALHOU, NADA SERA CONFERIDO ***"
                   CLOSE NOTAS-FORNECEDOR
                   GO TO 005-SAI
               END-IF.
               OPEN INPUT FORNECEDORES.
               IF WS-FORNECEDORES-STATUS = "00"
                   MOVE "S" TO WS-FORNECEDORES-ABERTO
               ELSE
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "FORNECEDORES.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CADASTRO DE FORNECEDORES INDISPONIVEL, "
                       "STATUS " WS-FORNECEDORES-STATUS
                       ", NOTAS SERAO BLOQUEADAS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
               OPEN EXTEND CONTAS-PAGAR.
               IF WS-PAGAR-STATUS = "35"
                   OPEN OUTPUT CONTAS-PAGAR
               END-IF.
               OPEN EXTEND NOTAS-BLOQUEADAS.
               IF WS-BLOQUEADAS-STATUS = "35"
                   OPEN OUTPUT NOTAS-BLOQUEADAS
               END-IF.
               OPEN OUTPUT RELATORIO-BLOQUEADAS.
               PERFORM 006-CABECALHO.
      * AS LINHAS DE UMA MESMA NOTA CHEGAM EM SEQUENCIA; A TROCA DE
      * FORNECEDOR OU DE NUMERO FECHA A NOTA ANTERIOR
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 005-LER-NOTA.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-LIDOS
                   IF WS-NOTA-ABERTA = "S"
                       AND (NFOR-FORNECEDOR NOT = NOTA-FORNECEDOR
                           OR NFOR-NOTA NOT = NOTA-NUMERO)
                       PERFORM 100-FECHAR-NOTA THRU 100-SAI
                   END-IF
                   IF WS-NOTA-ABERTA = "N"
                       PERFORM 007-ABRIR-NOTA
                   END-IF
                   PERFORM 008-GUARDAR-LINHA
                   PERFORM 005-LER-NOTA
               END-PERFORM.
               IF WS-NOTA-ABERTA = "S"
                   PERFORM 100-FECHAR-NOTA THRU 100-SAI
               END-IF.
               CLOSE NOTAS-FORNECEDOR.
               CLOSE CONTAS-PAGAR.
               CLOSE NOTAS-BLOQUEADAS.
               PERFORM 009-RODAPE.
               CLOSE RELATORIO-BLOQUEADAS.
               IF WS-FORNECEDORES-ABERTO = "S"
                   CLOSE FORNECEDORES
               END-IF.
               IF WS-CASADAS > ZEROS
                   PERFORM 105-REGRAVAR-PEDIDOS
               END-IF.
               DISPLAY "NOTAS LANCADAS NO CONTAS A PAGAR: " WS-CASADAS
                   " BLOQUEADAS: " WS-BLOQUEADAS.
           005-SAI.
               EXIT.
           005-LER-NOTA.
               READ NOTAS-FORNECEDOR
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           006-CABECALHO.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE SPACES TO WS-LINHA.
               STRING "NOTAS DE FORNECEDOR BLOQUEADAS NA CONFERENCIA - "
                   WS-DATA-HORA(1:8)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-BLOQUEADAS FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "FORNEC   NOTA       PEDIDO  LIN    QTD NOTA  "
                   " PRECO NOTA PRECO PEDIDO  A FATURAR MOTIVO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-BLOQUEADAS FROM WS-LINHA.
           007-ABRIR-NOTA.
               MOVE "S" TO WS-NOTA-ABERTA.
               MOVE "N" TO WS-NOTA-EXCEDIDA.
               MOVE ZEROS TO WS-QTD-LINHAS-NOTA.
               MOVE NFOR-FORNECEDOR TO NOTA-FORNECEDOR.
               MOVE NFOR-NOTA TO NOTA-NUMERO.
               MOVE NFOR-DATA TO NOTA-DATA.
           008-GUARDAR-LINHA.
               IF WS-QTD-LINHAS-NOTA NOT < 50
                   MOVE "S" TO WS-NOTA-EXCEDIDA
               ELSE
                   ADD 1 TO WS-QTD-LINHAS-NOTA
                   MOVE WS-QTD-LINHAS-NOTA TO WS-IND-NOTA
                   MOVE REG-NOTA-FORNECEDOR TO TLN-REGISTRO(WS-IND-NOTA)
                   MOVE SPACES TO TLN-MOTIVO(WS-IND-NOTA)
                   MOVE ZEROS TO TLN-IND-PEDIDO(WS-IND-NOTA)
                   IF NFOR-PEDIDO NUMERIC AND NFOR-LINHA NUMERIC
                       AND NFOR-QUANTIDADE NUMERIC
                       AND NFOR-PRECO NUMERIC
                       MOVE NFOR-PEDIDO TO TLN-PEDIDO(WS-IND-NOTA)
                       MOVE NFOR-LINHA TO TLN-LINHA(WS-IND-NOTA)
                       MOVE NFOR-QUANTIDADE
                           TO TLN-QUANTIDADE(WS-IND-NOTA)
                       MOVE NFOR-PRECO TO TLN-PRECO(WS-IND-NOTA)
                   ELSE
                       MOVE ZEROS TO TLN-PEDIDO(WS-IND-NOTA)
                       MOVE ZEROS TO TLN-LINHA(WS-IND-NOTA)
                       MOVE ZEROS TO TLN-QUANTIDADE(WS-IND-NOTA)
                       MOVE ZEROS TO TLN-PRECO(WS-IND-NOTA)
                       MOVE "806" TO TLN-MOTIVO(WS-IND-NOTA)
                   END-IF
               END-IF.
           009-RODAPE.
               MOVE SPACES TO WS-LINHA.
               STRING "NOTAS LIDAS EM " WS-LIDOS " LINHAS. LANCADAS: "
                   WS-CASADAS " BLOQUEADAS: " WS-BLOQUEADAS
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-BLOQUEADAS FROM WS-LINHA.
      ******************************************************************
           100-FECHAR-NOTA.
               MOVE "N" TO WS-NOTA-ABERTA.
               MOVE SPACES TO WS-MOTIVO-NOTA.
      * MOTIVOS DA NOTA INTEIRA VALEM PARA TODAS AS LINHAS
               IF WS-NOTA-EXCEDIDA = "S"
                   MOVE "808" TO WS-MOTIVO-NOTA
               END-IF.
               IF WS-MOTIVO-NOTA = SPACES
                   AND NOTA-DATA NOT NUMERIC
                   MOVE "806" TO WS-MOTIVO-NOTA
               END-IF.
      * EMISSAO NUMERICA MAS INEXISTENTE (MES 13, DIA 99) DARIA UM
      * VENCIMENTO SEM SENTIDO NO CONTAS A PAGAR
               IF WS-MOTIVO-NOTA = SPACES
                   MOVE NOTA-DATA TO DATA-VENCIMENTO
                   IF FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO) = ZEROS
                       MOVE "806" TO WS-MOTIVO-NOTA
                   END-IF
               END-IF.
               IF WS-MOTIVO-NOTA = SPACES
                   PERFORM 101-VERIFICAR-FORNECEDOR
               END-IF.
               IF WS-MOTIVO-NOTA = SPACES
                   PERFORM VARYING WS-IND-LANCADA FROM 1 BY 1
                       UNTIL WS-IND-LANCADA > WS-QTD-LANCADAS
                       IF TAB-LAN-FORNECEDOR(WS-IND-LANCADA)
                           = NOTA-FORNECEDOR
                           AND TAB-LAN-NOTA(WS-IND-LANCADA)
                           = NOTA-NUMERO
                           MOVE "805" TO WS-MOTIVO-NOTA
                       END-IF
                   END-PERFORM
               END-IF.
               MOVE "S" TO WS-NOTA-VALIDA.
               PERFORM 102-CASAR-LINHA THRU 102-SAI
                   VARYING WS-IND-NOTA FROM 1 BY 1
                   UNTIL WS-IND-NOTA > WS-QTD-LINHAS-NOTA.
               IF WS-NOTA-VALIDA = "S"
                   PERFORM 103-LANCAR-NOTA
               ELSE
                   PERFORM 104-BLOQUEAR-NOTA
               END-IF.
           100-SAI.
               EXIT.
           101-VERIFICAR-FORNECEDOR.
               MOVE ZEROS TO PRAZO-NOTA.
               IF WS-FORNECEDORES-ABERTO = "N"
                   MOVE "807" TO WS-MOTIVO-NOTA
               ELSE
                   MOVE NOTA-FORNECEDOR TO FORN-CODIGO
                   READ FORNECEDORES
                       INVALID KEY
                           MOVE "I" TO FORN-SITUACAO
                   END-READ
                   IF NOT FORN-ATIVO
                       MOVE "807" TO WS-MOTIVO-NOTA
                   ELSE
      * VENCIMENTO = EMISSAO + PRAZO DA CONDICAO DO FORNECEDOR;
      * FORNECEDOR SEM CONDICAO OU CONDICAO SEM CADASTRO VENCE NA
      * EMISSAO
                       PERFORM VARYING WS-IND-CONDICAO FROM 1 BY 1
                           UNTIL WS-IND-CONDICAO > WS-QTD-CONDICOES
                           IF FORN-COND-PAGAMENTO NOT = SPACES
                               AND TAB-COND-CODIGO(WS-IND-CONDICAO)
                               = FORN-COND-PAGAMENTO
                               MOVE TAB-COND-PRAZO(WS-IND-CONDICAO)
                                   TO PRAZO-NOTA
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF.
           102-CASAR-LINHA.
               IF TLN-MOTIVO(WS-IND-NOTA) NOT = SPACES
                   MOVE "N" TO WS-NOTA-VALIDA
                   GO TO 102-SAI
               END-IF.
               IF WS-MOTIVO-NOTA NOT = SPACES
                   MOVE WS-MOTIVO-NOTA TO TLN-MOTIVO(WS-IND-NOTA)
                   MOVE "N" TO WS-NOTA-VALIDA
                   GO TO 102-SAI
               END-IF.
               MOVE ZEROS TO WS-LINHA-ACHADA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PC-NUMERO(WS-IND-LINHA)
                       = TLN-PEDIDO(WS-IND-NOTA)
                       AND TAB-PC-LINHA(WS-IND-LINHA)
                       = TLN-LINHA(WS-IND-NOTA)
                       MOVE WS-IND-LINHA TO WS-LINHA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-LINHA-ACHADA = ZEROS
                   MOVE "801" TO TLN-MOTIVO(WS-IND-NOTA)
                   MOVE "N" TO WS-NOTA-VALIDA
                   GO TO 102-SAI
               END-IF.
               MOVE WS-LINHA-ACHADA TO TLN-IND-PEDIDO(WS-IND-NOTA).
               IF TAB-PC-FORNECEDOR(WS-LINHA-ACHADA)
                   NOT = NOTA-FORNECEDOR
                   MOVE "802" TO TLN-MOTIVO(WS-IND-NOTA)
                   MOVE "N" TO WS-NOTA-VALIDA
                   GO TO 102-SAI
               END-IF.
      * SO SE PAGA O QUE CHEGOU: A QUANTIDADE DA NOTA E CONFERIDA COM
      * O RECEBIDO AINDA NAO FATURADO, MAIS A TOLERANCIA
               COMPUTE QTD-A-FATURAR =
                   TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA)
                   - TAB-PC-QTD-FATURADA(WS-LINHA-ACHADA).
      * LINHAS ANTERIORES DESTA NOTA PARA A MESMA LINHA DO PEDIDO JA
      * CONSOMEM O RECEBIDO; O FATURADO SO CRESCE AO LANCAR A NOTA
               PERFORM VARYING WS-IND-ANTERIOR FROM 1 BY 1
                   UNTIL WS-IND-ANTERIOR NOT < WS-IND-NOTA
                   IF TLN-IND-PEDIDO(WS-IND-ANTERIOR) = WS-LINHA-ACHADA
                       SUBTRACT TLN-QUANTIDADE(WS-IND-ANTERIOR)
                           FROM QTD-A-FATURAR
                   END-IF
               END-PERFORM.
               COMPUTE QTD-LIMITE ROUNDED =
                   QTD-A-FATURAR * (100 + TOLERANCIA-QTD) / 100.
               IF TLN-QUANTIDADE(WS-IND-NOTA) > QTD-LIMITE
                   OR TLN-QUANTIDADE(WS-IND-NOTA) = ZEROS
                   MOVE "803" TO TLN-MOTIVO(WS-IND-NOTA)
                   MOVE "N" TO WS-NOTA-VALIDA
                   GO TO 102-SAI
               END-IF.
               IF TAB-PC-PRECO(WS-LINHA-ACHADA) NOT = ZEROS
                   COMPUTE DESVIO-PRECO ROUNDED =
                       (TLN-PRECO(WS-IND-NOTA)
                       - TAB-PC-PRECO(WS-LINHA-ACHADA)) * 100
                       / TAB-PC-PRECO(WS-LINHA-ACHADA)
                   IF DESVIO-PRECO < ZEROS
                       COMPUTE DESVIO-PRECO = ZEROS - DESVIO-PRECO
                   END-IF
                   IF DESVIO-PRECO > TOLERANCIA-PRECO
                       MOVE "804" TO TLN-MOTIVO(WS-IND-NOTA)
                       MOVE "N" TO WS-NOTA-VALIDA
                   END-IF
               END-IF.
           102-SAI.
               EXIT.
           103-LANCAR-NOTA.
               MOVE ZEROS TO VALOR-NOTA.
               PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                   UNTIL WS-IND-NOTA > WS-QTD-LINHAS-NOTA
                   COMPUTE VALOR-LINHA ROUNDED =
                       TLN-QUANTIDADE(WS-IND-NOTA)
                       * TLN-PRECO(WS-IND-NOTA)
                   ADD VALOR-LINHA TO VALOR-NOTA
                   MOVE TLN-IND-PEDIDO(WS-IND-NOTA) TO WS-LINHA-ACHADA
                   ADD TLN-QUANTIDADE(WS-IND-NOTA)
                       TO TAB-PC-QTD-FATURADA(WS-LINHA-ACHADA)
               END-PERFORM.
               MOVE NOTA-DATA TO DATA-VENCIMENTO.
               COMPUTE DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO)
                   + PRAZO-NOTA).
               MOVE NOTA-FORNECEDOR    TO CP-FORNECEDOR.
               MOVE NOTA-NUMERO        TO CP-NOTA.
               MOVE NOTA-DATA          TO CP-DATA-EMISSAO.
               MOVE DATA-VENCIMENTO    TO CP-DATA-VENCIMENTO.
               MOVE VALOR-NOTA         TO CP-VALOR.
               MOVE "A"                TO CP-SITUACAO.
               MOVE ZEROS              TO CP-DATA-PAGAMENTO.
               MOVE TLN-PEDIDO(1)      TO CP-PEDIDO.
               WRITE REG-CONTA-PAGAR.
               ADD 1 TO WS-CASADAS.
               IF WS-QTD-LANCADAS < 2000
                   ADD 1 TO WS-QTD-LANCADAS
                   MOVE NOTA-FORNECEDOR
                       TO TAB-LAN-FORNECEDOR(WS-QTD-LANCADAS)
                   MOVE NOTA-NUMERO TO TAB-LAN-NOTA(WS-QTD-LANCADAS)
               END-IF.
               MOVE VALOR-NOTA TO WS-VALOR-EDITADO.
               DISPLAY "NOTA " NOTA-NUMERO " DO FORNECEDOR "
                   NOTA-FORNECEDOR " LANCADA: " WS-VALOR-EDITADO
                   " VENCE EM " DATA-VENCIMENTO.
           104-BLOQUEAR-NOTA.
               ADD 1 TO WS-BLOQUEADAS.
               PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                   UNTIL WS-IND-NOTA > WS-QTD-LINHAS-NOTA
                   MOVE TLN-MOTIVO(WS-IND-NOTA) TO BLQ-MOTIVO
                   MOVE TLN-REGISTRO(WS-IND-NOTA) TO BLQ-REGISTRO
                   WRITE REG-NOTA-BLOQUEADA
                   MOVE TLN-QUANTIDADE(WS-IND-NOTA) TO WS-QTD-EDITADA
                   MOVE TLN-PRECO(WS-IND-NOTA) TO WS-PRECO-EDITADO
                   MOVE ZEROS TO WS-PRECO-PEDIDO-ED
                   MOVE ZEROS TO WS-A-FATURAR-ED
                   MOVE TLN-IND-PEDIDO(WS-IND-NOTA) TO WS-LINHA-ACHADA
                   IF WS-LINHA-ACHADA NOT = ZEROS
                       MOVE TAB-PC-PRECO(WS-LINHA-ACHADA)
                           TO WS-PRECO-PEDIDO-ED
                       COMPUTE QTD-A-FATURAR =
                           TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA)
                           - TAB-PC-QTD-FATURADA(WS-LINHA-ACHADA)
                       MOVE QTD-A-FATURAR TO WS-A-FATURAR-ED
                   END-IF
                   MOVE SPACES TO WS-LINHA
                   STRING NOTA-FORNECEDOR " " NOTA-NUMERO " "
                       TLN-PEDIDO(WS-IND-NOTA) " "
                       TLN-LINHA(WS-IND-NOTA) " " WS-QTD-EDITADA " "
                       WS-PRECO-EDITADO " " WS-PRECO-PEDIDO-ED " "
                       WS-A-FATURAR-ED " " TLN-MOTIVO(WS-IND-NOTA)
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-BLOQUEADAS FROM WS-LINHA
               END-PERFORM.
               MOVE "ART054W" TO WS-LOG-CODIGO.
               MOVE SPACES TO WS-LOG-CHAVE.
               STRING NOTA-FORNECEDOR "/" NOTA-NUMERO
                   DELIMITED BY SIZE INTO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "NOTA " NOTA-NUMERO " DO FORNECEDOR "
                   NOTA-FORNECEDOR " BLOQUEADA NA CONFERENCIA COM "
                   "O PEDIDO E O RECEBIMENTO"
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           105-REGRAVAR-PEDIDOS.
               OPEN OUTPUT PEDIDOS-COMPRA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   WRITE REG-PEDIDO-COMPRA
                       FROM LINHA-PEDIDO(WS-IND-LINHA)
               END-PERFORM.
               CLOSE PEDIDOS-COMPRA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "CONFERE-NOTAS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "CONFERE-NOTAS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "CONFERE-NOTAS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-CASADAS TO EXEC-POSTADOS.
               MOVE WS-BLOQUEADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * A CONFERENCIA LANCA NO CONTAS A PAGAR E REGRAVA OS PEDIDOS DE
      * COMPRA INTEIROS COM O FATURADO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "CONFERE-NOTAS" TO BLQ-PED-PROGRAMA.
               MOVE "CONTAS-PAGAR" TO BLQ-PED-RECURSO(1).
               MOVE "PEDIDOS-COMPRA" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM CONFERE-NOTAS.
