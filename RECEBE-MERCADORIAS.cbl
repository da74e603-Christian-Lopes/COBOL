      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RECEBIMENTO DE MERCADORIAS CONTRA PEDIDO DE COMPRA:
      *          LE AS ENTREGAS DIGITADAS NA DOCA
      *          (RECEBIMENTOS-MERCADORIA.DAT) E CASA CADA UMA COM A
      *          SUA LINHA EM PEDIDOS-COMPRA.DAT. ENTREGA SEM LINHA DE
      *          PEDIDO, CONTRA LINHA FECHADA OU CANCELADA, DE ITEM
      *          DIFERENTE DO PEDIDO, ALEM DO SALDO A RECEBER, COM
      *          QUANTIDADE OU DATA INVALIDA OU DATADA EM PERIODO
      *          CONTABIL FECHADO VAI PARA REJEITOS-MERCADORIA.DAT COM
      *          O CODIGO DE MOTIVO. A ENTREGA ACEITA ACUMULA O
      *          RECEBIDO NA LINHA (QUE FECHA QUANDO O PEDIDO E
      *          ATENDIDO), E GUARDADA NO HISTORICO
      *          MERCADORIAS-RECEBIDAS.DAT E GERA UM MOVIMENTO DE
      *          ENTRADA ("E") NO LOTE DE AJUSTES DO DIA PELO PRECO DO
      *          PEDIDO, PARA A ATUALIZACAO-MESTRE DAR ENTRADA NO
      *          SALDO E RECALCULAR A MEDIA PONDERADA DO CUSTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBE-MERCADORIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIMENTOS-MERCADORIA
               ASSIGN TO "RECEBIMENTOS-MERCADORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBIMENTOS-STATUS.
           SELECT PEDIDOS-COMPRA ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT REJEITOS-MERCADORIA
               ASSIGN TO "REJEITOS-MERCADORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITOS-STATUS.
           SELECT MERCADORIAS-RECEBIDAS
               ASSIGN TO "MERCADORIAS-RECEBIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT TRANSACOES-AJUSTE ASSIGN TO "TRANSACOES-AJUSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEBIMENTOS-MERCADORIA.
       01  REG-RECEBIMENTO-MERCADORIA.
           03 RMER-PEDIDO                  PIC 9(007).
           03 RMER-LINHA                   PIC 9(003).
           03 RMER-ITEM                    PIC X(010).
           03 RMER-QUANTIDADE              PIC 9(007)V99.
           03 RMER-DATA                    PIC 9(008).
       FD  PEDIDOS-COMPRA.
           COPY PEDCOPY.
       FD  REJEITOS-MERCADORIA.
       01  REG-REJEITO-MERCADORIA.
           03 REJ-MER-MOTIVO               PIC X(003).
           03 REJ-MER-REGISTRO             PIC X(037).
       FD  MERCADORIAS-RECEBIDAS.
           COPY MRECCOPY.
      * LAYOUT DO LOTE DE AJUSTES LIDO PELA EDICAO-TRANSACOES E PELA
      * ATUALIZACAO-MESTRE
       FD  TRANSACOES-AJUSTE.
       01  REG-TRANSACAO-AJUSTE.
           03 AJUSTE-TIPO-REG              PIC X(001).
              88 AJUSTE-CABECALHO                      VALUE "H".
              88 AJUSTE-DETALHE                        VALUE "D".
              88 AJUSTE-RODAPE                         VALUE "T".
           03 AJUSTE-ITEM                  PIC X(010).
           03 AJUSTE-QUANTIDADE            PIC 9(007)V99.
           03 AJUSTE-TIPO                  PIC X(001).
           03 AJUSTE-LOCAL                 PIC X(003).
           03 AJUSTE-LOCAL-DESTINO         PIC X(003).
           03 AJUSTE-CUSTO                 PIC 9(007)V99.
           COPY LOTECOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-RECEBIMENTOS-STATUS       PIC X(002) VALUE SPACES.
           77 WS-PEDIDOS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-REJEITOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-HISTORICO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-AJUSTE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-DEPARTAMENTO              PIC X(010) VALUE "GERAL".
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-LINHAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-LINHA                 PIC 9(005) VALUE ZEROS.
           77 WS-LINHA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 WS-MOTIVO-REJEITO            PIC X(003) VALUE SPACES.
           77 SALDO-A-RECEBER              PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-ACEITOS                   PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-FECHADAS           PIC 9(007) VALUE ZEROS.
           77 WS-REJEITADOS                PIC 9(007) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-QTD-MOVIMENTOS            PIC 9(004) VALUE ZEROS.
           77 WS-IND-MOVIMENTO             PIC 9(004) VALUE ZEROS.
           77 WS-CARGA-AJUSTES-OK          PIC X(001) VALUE "S".
           77 WS-TEM-LOTE-AJUSTE           PIC X(001) VALUE "N".
           77 WS-FIM-AJUSTES               PIC X(001) VALUE "N".
              88 FIM-AJUSTES                           VALUE "S".
           77 WS-CONTAGEM-AJUSTE           PIC 9(007) VALUE ZEROS.
           77 WS-HASH-AJUSTE               PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-CABECALHO-AJUSTE-GUARDADO PIC X(027) VALUE SPACES.
           01 WS-CABECALHO-AJUSTE.
               03 WS-CAB-AJ-TIPO           PIC X(001) VALUE "H".
               03 WS-CAB-AJ-LOTE-ID        PIC X(008)
                                            VALUE "RECEBMER".
               03 WS-CAB-AJ-DATA           PIC 9(008).
               03 WS-CAB-AJ-DEPTO          PIC X(010).
      * O LOTE DE AJUSTES DO DIA (SE JA EXISTIR) E GUARDADO EM MEMORIA
      * E REGRAVADO COM AS ENTRADAS DO RECEBIMENTO NO FIM E O RODAPE
      * RECALCULADO, COMO NA GERA-RECORRENTES
           01 TABELA-MOVIMENTOS.
               03 MOVIMENTO-AJUSTE OCCURS 2000 TIMES
                                            PIC X(036).
      * O ARQUIVO DE PEDIDOS INTEIRO E CARREGADO E REGRAVADO NO FIM
      * COM O RECEBIDO ACUMULADO, COMO NA MANUTENCAO DE COMPRAS
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
      * AREA DE CHAMADA DE VERIFICA-PERIODO: DATA DA ENTREGA NA IDA,
      * SINALIZADOR DE LIBERACAO NA VOLTA
           01 PEDIDO-PERIODO.
               03 PER-PED-DATA             PIC 9(008).
               03 PER-PED-LIBERADO         PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 013-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 001-PROCESSAMENTO THRU 001-SAI
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            IF WS-REJEITADOS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
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
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DEPARTAMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   MOVE WS-ENTRADA-PARM TO WS-DEPARTAMENTO
               END-IF.
               OPEN INPUT RECEBIMENTOS-MERCADORIA.
               IF WS-RECEBIMENTOS-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "RECEBIMENTOS-MERCADORIA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE RECEBIMENTOS DE MERCADORIA NAO "
                       "ENCONTRADO, NADA A RECEBER"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 001-SAI
               END-IF.
               PERFORM 002-CARREGAR-PEDIDOS THRU 002-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DOS PEDIDOS DE COMPRA FALHOU, "
                       "NADA SERA RECEBIDO NEM REGRAVADO ***"
                   CLOSE RECEBIMENTOS-MERCADORIA
                   GO TO 001-SAI
               END-IF.
               PERFORM 003-CARREGAR-AJUSTES.
               OPEN EXTEND MERCADORIAS-RECEBIDAS.
               IF WS-HISTORICO-STATUS = "35"
                   OPEN OUTPUT MERCADORIAS-RECEBIDAS
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 001-LER-RECEBIMENTO.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-LIDOS
                   PERFORM 004-RECEBER-ENTREGA THRU 004-SAI
                   PERFORM 001-LER-RECEBIMENTO
               END-PERFORM.
               CLOSE MERCADORIAS-RECEBIDAS.
               CLOSE RECEBIMENTOS-MERCADORIA.
               IF WS-ACEITOS > ZEROS
                   PERFORM 007-REGRAVAR-PEDIDOS
                   PERFORM 008-GRAVAR-AJUSTES
               END-IF.
               DISPLAY "ENTREGAS ACEITAS: " WS-ACEITOS
                   " LINHAS FECHADAS: " WS-LINHAS-FECHADAS
                   " REJEITADAS: " WS-REJEITADOS.
           001-SAI.
               EXIT.
           001-LER-RECEBIMENTO.
               READ RECEBIMENTOS-MERCADORIA
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           002-CARREGAR-PEDIDOS.
      * QUALQUER FALHA DE CARGA (ABERTURA QUE NAO SEJA ARQUIVO
      * AUSENTE, OU MAIS LINHAS QUE A TABELA) ABANDONA O RECEBIMENTO
      * SEM REGRAVAR, SENAO PEDIDOS SUMIRIAM DO ARQUIVO
               MOVE ZEROS TO WS-QTD-LINHAS.
               OPEN INPUT PEDIDOS-COMPRA.
               IF WS-PEDIDOS-STATUS = "35"
                   DISPLAY "PEDIDOS-COMPRA.DAT AUSENTE, TODAS AS "
                       "ENTREGAS SERAO REJEITADAS"
                   GO TO 002-SAI
               END-IF.
               IF WS-PEDIDOS-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "PEDIDOS-COMPRA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PEDIDOS DE COMPRA INDISPONIVEIS, STATUS "
                       WS-PEDIDOS-STATUS ", RECEBIMENTO ABANDONADO"
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
                           "2000 LINHAS, RECEBIMENTO ABANDONADO"
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
           003-CARREGAR-AJUSTES.
      * GUARDA OS DETALHES DO LOTE DE AJUSTES JA EXISTENTE DO DIA E O
      * SEU CABECALHO; AS ENTRADAS DO RECEBIMENTO SAO ANEXADAS A ELE
               MOVE ZEROS TO WS-QTD-MOVIMENTOS.
               OPEN INPUT TRANSACOES-AJUSTE.
               IF WS-AJUSTE-STATUS = "00"
                   MOVE "N" TO WS-FIM-AJUSTES
                   PERFORM 003-LER-AJUSTE
                   PERFORM UNTIL FIM-AJUSTES
                       EVALUATE TRUE
                           WHEN AJUSTE-CABECALHO
                               MOVE "S" TO WS-TEM-LOTE-AJUSTE
                               MOVE REG-CABECALHO-LOTE
                                   TO WS-CABECALHO-AJUSTE-GUARDADO
                           WHEN AJUSTE-DETALHE
                               IF WS-QTD-MOVIMENTOS < 2000
                                   ADD 1 TO WS-QTD-MOVIMENTOS
                                   MOVE REG-TRANSACAO-AJUSTE TO
                                       MOVIMENTO-AJUSTE
                                           (WS-QTD-MOVIMENTOS)
                                   ADD 1 TO WS-CONTAGEM-AJUSTE
                                   IF AJUSTE-QUANTIDADE NUMERIC
                                       ADD AJUSTE-QUANTIDADE
                                           TO WS-HASH-AJUSTE
                                   END-IF
                               ELSE
      * LOTE MAIOR QUE A TABELA: REGRAVAR PERDERIA AJUSTES JA
      * DIGITADOS, ENTAO NENHUMA ENTREGA E ACEITA NESTA EXECUCAO
                                   MOVE "N" TO WS-CARGA-AJUSTES-OK
                               END-IF
                           WHEN AJUSTE-RODAPE
                               CONTINUE
                       END-EVALUATE
                       PERFORM 003-LER-AJUSTE
                   END-PERFORM
                   CLOSE TRANSACOES-AJUSTE
                   IF WS-CARGA-AJUSTES-OK = "N"
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "TRANSACOES-AJUSTE.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "LOTE DE AJUSTES DO DIA EXCEDE A TABELA "
                           "DE 2000 DETALHES, NADA SERA RECEBIDO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-IF.
               IF WS-TEM-LOTE-AJUSTE = "N"
                   MOVE WS-DATA-MOVIMENTO TO WS-CAB-AJ-DATA
                   MOVE WS-DEPARTAMENTO TO WS-CAB-AJ-DEPTO
                   MOVE WS-CABECALHO-AJUSTE
                       TO WS-CABECALHO-AJUSTE-GUARDADO
               END-IF.
           003-LER-AJUSTE.
               READ TRANSACOES-AJUSTE
                   AT END MOVE "S" TO WS-FIM-AJUSTES
               END-READ.
           004-RECEBER-ENTREGA.
               IF RMER-QUANTIDADE NOT NUMERIC
                   OR RMER-DATA NOT NUMERIC
                   OR RMER-PEDIDO NOT NUMERIC
                   OR RMER-LINHA NOT NUMERIC
                   MOVE "705" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
               IF RMER-QUANTIDADE = ZEROS
                   MOVE "705" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
      * ENTRADA DATADA EM PERIODO CONTABIL FECHADO NAO MEXE NO
      * ESTOQUE NEM NO PEDIDO
               MOVE RMER-DATA TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO = "N"
                   MOVE "706" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
               MOVE ZEROS TO WS-LINHA-ACHADA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PC-NUMERO(WS-IND-LINHA) = RMER-PEDIDO
                       AND TAB-PC-LINHA(WS-IND-LINHA) = RMER-LINHA
                       MOVE WS-IND-LINHA TO WS-LINHA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-LINHA-ACHADA = ZEROS
                   MOVE "701" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
               IF TAB-PC-SITUACAO(WS-LINHA-ACHADA) NOT = "A"
                   MOVE "702" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
               IF TAB-PC-ITEM(WS-LINHA-ACHADA) NOT = RMER-ITEM
                   MOVE "703" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
               COMPUTE SALDO-A-RECEBER =
                   TAB-PC-QTD-PEDIDA(WS-LINHA-ACHADA)
                   - TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA).
               IF RMER-QUANTIDADE > SALDO-A-RECEBER
                   MOVE "704" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
               IF WS-CARGA-AJUSTES-OK = "N"
                   OR WS-QTD-MOVIMENTOS NOT < 2000
                   MOVE "707" TO WS-MOTIVO-REJEITO
                   GO TO 004-REJEITAR
               END-IF.
               ADD 1 TO WS-ACEITOS.
               ADD RMER-QUANTIDADE
                   TO TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA).
               IF TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA)
                   NOT < TAB-PC-QTD-PEDIDA(WS-LINHA-ACHADA)
                   MOVE "F" TO TAB-PC-SITUACAO(WS-LINHA-ACHADA)
                   ADD 1 TO WS-LINHAS-FECHADAS
                   DISPLAY "PEDIDO " RMER-PEDIDO " LINHA " RMER-LINHA
                       " ATENDIDO"
               END-IF.
               PERFORM 005-GRAVAR-HISTORICO.
               PERFORM 006-GERAR-ENTRADA.
               GO TO 004-SAI.
           004-REJEITAR.
               ADD 1 TO WS-REJEITADOS.
               OPEN EXTEND REJEITOS-MERCADORIA.
               IF WS-REJEITOS-STATUS = "35"
                   OPEN OUTPUT REJEITOS-MERCADORIA
               END-IF.
               MOVE WS-MOTIVO-REJEITO TO REJ-MER-MOTIVO.
               MOVE REG-RECEBIMENTO-MERCADORIA TO REJ-MER-REGISTRO.
               WRITE REG-REJEITO-MERCADORIA.
               CLOSE REJEITOS-MERCADORIA.
               MOVE "ART053W" TO WS-LOG-CODIGO.
               MOVE SPACES TO WS-LOG-CHAVE.
               STRING RMER-PEDIDO "/" RMER-LINHA
                   DELIMITED BY SIZE INTO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "ENTREGA DO ITEM " RMER-ITEM " NO PEDIDO "
                   RMER-PEDIDO " LINHA " RMER-LINHA
                   " REJEITADA, MOTIVO " WS-MOTIVO-REJEITO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           004-SAI.
               EXIT.
           005-GRAVAR-HISTORICO.
               MOVE RMER-PEDIDO TO MREC-PEDIDO.
               MOVE RMER-LINHA TO MREC-LINHA.
               MOVE TAB-PC-FORNECEDOR(WS-LINHA-ACHADA)
                   TO MREC-FORNECEDOR.
               MOVE RMER-ITEM TO MREC-ITEM.
               MOVE TAB-PC-LOCAL(WS-LINHA-ACHADA) TO MREC-LOCAL.
               MOVE RMER-QUANTIDADE TO MREC-QUANTIDADE.
               MOVE TAB-PC-PRECO(WS-LINHA-ACHADA) TO MREC-PRECO.
               MOVE RMER-DATA TO MREC-DATA.
               WRITE REG-MERCADORIA-RECEBIDA.
           006-GERAR-ENTRADA.
      * ENTRADA PELO PRECO DO PEDIDO: A ATUALIZACAO-MESTRE RECALCULA
      * A MEDIA PONDERADA DO CUSTO COM ELE
               MOVE "D"                    TO AJUSTE-TIPO-REG.
               MOVE RMER-ITEM              TO AJUSTE-ITEM.
               MOVE RMER-QUANTIDADE        TO AJUSTE-QUANTIDADE.
               MOVE "E"                    TO AJUSTE-TIPO.
               MOVE TAB-PC-LOCAL(WS-LINHA-ACHADA) TO AJUSTE-LOCAL.
               MOVE SPACES                 TO AJUSTE-LOCAL-DESTINO.
               MOVE TAB-PC-PRECO(WS-LINHA-ACHADA) TO AJUSTE-CUSTO.
               ADD 1 TO WS-QTD-MOVIMENTOS.
               MOVE REG-TRANSACAO-AJUSTE
                   TO MOVIMENTO-AJUSTE(WS-QTD-MOVIMENTOS).
               ADD 1 TO WS-CONTAGEM-AJUSTE.
               ADD AJUSTE-QUANTIDADE TO WS-HASH-AJUSTE.
           007-REGRAVAR-PEDIDOS.
               OPEN OUTPUT PEDIDOS-COMPRA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   WRITE REG-PEDIDO-COMPRA
                       FROM LINHA-PEDIDO(WS-IND-LINHA)
               END-PERFORM.
               CLOSE PEDIDOS-COMPRA.
           008-GRAVAR-AJUSTES.
      * O LOTE E REGRAVADO INTEIRO: CABECALHO, AJUSTES JA EXISTENTES,
      * ENTRADAS DO RECEBIMENTO E O RODAPE RECALCULADO
               OPEN OUTPUT TRANSACOES-AJUSTE.
               MOVE WS-CABECALHO-AJUSTE-GUARDADO TO REG-CABECALHO-LOTE.
               WRITE REG-CABECALHO-LOTE.
               PERFORM VARYING WS-IND-MOVIMENTO FROM 1 BY 1
                   UNTIL WS-IND-MOVIMENTO > WS-QTD-MOVIMENTOS
                   WRITE REG-TRANSACAO-AJUSTE
                       FROM MOVIMENTO-AJUSTE(WS-IND-MOVIMENTO)
               END-PERFORM.
               MOVE "T" TO ROD-TIPO-REG.
               MOVE WS-CONTAGEM-AJUSTE TO ROD-CONTAGEM.
               MOVE WS-HASH-AJUSTE TO ROD-HASH-OPERANDO-1.
               WRITE REG-RODAPE-LOTE.
               CLOSE TRANSACOES-AJUSTE.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RECEBE-MERCADORIAS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RECEBE-MERCADORIAS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RECEBE-MERCADORIAS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-ACEITOS TO EXEC-POSTADOS.
               MOVE WS-REJEITADOS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * OS PEDIDOS DE COMPRA E O LOTE DE AJUSTES DO DIA SAO REGRAVADOS
      * INTEIROS; O LOTE E PROTEGIDO PELO BLOQUEIO DO MESTRE DE ITENS,
      * QUE O FATURAMENTO E A CADEIA NOTURNA TOMAM AO REGRAVA-LO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "RECEBE-MERCADORIAS" TO BLQ-PED-PROGRAMA.
               MOVE "PEDIDOS-COMPRA" TO BLQ-PED-RECURSO(1).
               MOVE "MESTRE-ITENS" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM RECEBE-MERCADORIAS.
