      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DOS PEDIDOS DE COMPRA (PEDIDOS-COMPRA.DAT):
      *          INCLUSAO DE LINHA DE PEDIDO (FORNECEDOR, ITEM, LOCAL,
      *          QUANTIDADE, PRECO E DATA PREVISTA), ALTERACAO DE
      *          QUANTIDADE, PRECO OU DATA PREVISTA DE LINHA ABERTA E
      *          CANCELAMENTO DE LINHA ABERTA. O FORNECEDOR TEM DE
      *          ESTAR ATIVO NO CADASTRO DE FORNECEDORES E O ITEM
      *          ATIVO NO MESTRE NO LOCAL DE ENTREGA. SO SUPERVISOR
      *          MANTEM PEDIDOS, E CADA MANUTENCAO APLICADA VAI PARA A
      *          TRILHA DE AUDITORIA (QUEM/QUANDO/ANTES/DEPOIS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-COMPRAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-COMPRA ASSIGN TO "PEDIDOS-COMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT MANUTENCOES-COMPRAS
               ASSIGN TO "MANUTENCOES-COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUTENCOES-STATUS.
           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WS-FORNECEDORES-STATUS.
           SELECT MESTRE-ITENS ASSIGN TO "MESTRE-ITENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MESTRE-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT AUDITORIA-COMPRAS
               ASSIGN TO "AUDITORIA-COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-COMPRA.
           COPY PEDCOPY.
       FD  MANUTENCOES-COMPRAS.
       01  REG-MANUTENCAO-COMPRA.
           03 MANPC-ACAO                   PIC X(001).
              88 MANPC-INCLUSAO                        VALUE "I".
              88 MANPC-ALTERACAO                       VALUE "A".
              88 MANPC-CANCELAMENTO                    VALUE "C".
           03 MANPC-NUMERO                 PIC 9(007).
           03 MANPC-LINHA                  PIC 9(003).
           03 MANPC-FORNECEDOR             PIC X(008).
           03 MANPC-ITEM                   PIC X(010).
           03 MANPC-LOCAL                  PIC X(003).
      * NA ALTERACAO, QUANTIDADE, PRECO OU DATA ZERADOS DEIXAM O CAMPO
      * COMO ESTA
           03 MANPC-QUANTIDADE             PIC 9(007)V99.
           03 MANPC-PRECO                  PIC 9(007)V99.
           03 MANPC-DATA-PREVISTA          PIC 9(008).
           03 MANPC-USUARIO                PIC X(008).
       FD  FORNECEDORES.
           COPY FORNECCOPY.
       FD  MESTRE-ITENS.
           COPY MESTRECOPY.
       FD  AUDITORIA-COMPRAS.
       01  REG-AUDITORIA-COMPRA.
           03 AUDPC-DATA-HORA              PIC X(014).
           03 AUDPC-USUARIO                PIC X(008).
           03 AUDPC-ACAO                   PIC X(001).
           03 AUDPC-NUMERO                 PIC 9(007).
           03 AUDPC-LINHA                  PIC 9(003).
           03 AUDPC-QTD-ANTES              PIC 9(007)V99.
           03 AUDPC-QTD-DEPOIS             PIC 9(007)V99.
           03 AUDPC-PRECO-ANTES            PIC 9(007)V99.
           03 AUDPC-PRECO-DEPOIS           PIC 9(007)V99.
           03 AUDPC-PREVISTA-ANTES         PIC 9(008).
           03 AUDPC-PREVISTA-DEPOIS        PIC 9(008).
           03 AUDPC-SITUACAO-ANTES         PIC X(001).
           03 AUDPC-SITUACAO-DEPOIS        PIC X(001).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-PEDIDOS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-MANUTENCOES-STATUS        PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-STATUS       PIC X(002) VALUE SPACES.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-AUDITORIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FORNECEDORES-ABERTO       PIC X(001) VALUE "N".
           77 WS-MESTRE-ABERTO             PIC X(001) VALUE "N".
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-MANUTENCAO-OK             PIC X(001) VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-LINHAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-LINHA                 PIC 9(005) VALUE ZEROS.
           77 WS-LINHA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 QTD-ANTES                    PIC 9(007)V99 VALUE ZEROS.
           77 PRECO-ANTES                  PIC 9(007)V99 VALUE ZEROS.
           77 PREVISTA-ANTES               PIC 9(008) VALUE ZEROS.
           77 SITUACAO-ANTES               PIC X(001) VALUE SPACES.
           77 WS-APLICADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-RECUSADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
      * O ARQUIVO DE PEDIDOS INTEIRO E CARREGADO, MANTIDO EM MEMORIA E
      * REGRAVADO NO FIM, COMO O CONTAS A RECEBER NA BAIXA
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
      * AREA DE CHAMADA DE VERIFICA-USUARIO: IDENTIFICACAO NA IDA,
      * NIVEL E VALIDADE NA VOLTA
           01 PEDIDO-USUARIO.
               03 USU-PED-ID               PIC X(008).
               03 USU-PED-NIVEL            PIC 9(001).
               03 USU-PED-VALIDO           PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 014-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 001-PROCESSAMENTO THRU 001-SAI
                PERFORM 015-LIBERAR-RECURSOS
            END-IF.
            IF WS-RECUSADAS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-PROCESSAMENTO.
               OPEN INPUT MANUTENCOES-COMPRAS.
               IF WS-MANUTENCOES-STATUS = "35"
                   DISPLAY "ARQUIVO DE MANUTENCOES DE PEDIDOS DE "
                       "COMPRA NAO ENCONTRADO, NADA A FAZER"
                   GO TO 001-SAI
               END-IF.
               PERFORM 002-CARREGAR-PEDIDOS THRU 002-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DOS PEDIDOS DE COMPRA FALHOU, "
                       "NADA SERA ALTERADO NEM REGRAVADO ***"
                   CLOSE MANUTENCOES-COMPRAS
                   GO TO 001-SAI
               END-IF.
               OPEN INPUT FORNECEDORES.
               IF WS-FORNECEDORES-STATUS = "00"
                   MOVE "S" TO WS-FORNECEDORES-ABERTO
               END-IF.
               OPEN INPUT MESTRE-ITENS.
               IF WS-MESTRE-STATUS = "00"
                   MOVE "S" TO WS-MESTRE-ABERTO
               END-IF.
               OPEN EXTEND AUDITORIA-COMPRAS.
               IF WS-AUDITORIA-STATUS = "35"
                   OPEN OUTPUT AUDITORIA-COMPRAS
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 001-LER-MANUTENCAO.
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 003-APLICAR-MANUTENCAO THRU 003-FIM
                   PERFORM 001-LER-MANUTENCAO
               END-PERFORM.
               CLOSE MANUTENCOES-COMPRAS.
               CLOSE AUDITORIA-COMPRAS.
               IF WS-FORNECEDORES-ABERTO = "S"
                   CLOSE FORNECEDORES
               END-IF.
               IF WS-MESTRE-ABERTO = "S"
                   CLOSE MESTRE-ITENS
               END-IF.
               IF WS-APLICADAS > ZEROS
                   PERFORM 008-REGRAVAR-PEDIDOS
               END-IF.
               DISPLAY "MANUTENCOES APLICADAS: " WS-APLICADAS
                   " RECUSADAS: " WS-RECUSADAS.
           001-SAI.
               EXIT.
           001-LER-MANUTENCAO.
               READ MANUTENCOES-COMPRAS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           002-CARREGAR-PEDIDOS.
      * QUALQUER FALHA DE CARGA (ABERTURA QUE NAO SEJA ARQUIVO
      * AUSENTE, OU MAIS LINHAS QUE A TABELA) ABANDONA A MANUTENCAO
      * SEM REGRAVAR, SENAO PEDIDOS SUMIRIAM DO ARQUIVO
               MOVE ZEROS TO WS-QTD-LINHAS.
               OPEN INPUT PEDIDOS-COMPRA.
               IF WS-PEDIDOS-STATUS = "35"
                   GO TO 002-SAI
               END-IF.
               IF WS-PEDIDOS-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "PEDIDOS-COMPRA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PEDIDOS DE COMPRA INDISPONIVEIS, STATUS "
                       WS-PEDIDOS-STATUS ", MANUTENCAO ABANDONADA"
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
                           "2000 LINHAS, MANUTENCAO ABANDONADA"
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
           003-APLICAR-MANUTENCAO.
               MOVE "S" TO WS-MANUTENCAO-OK.
      * O USUARIO DO REGISTRO TEM DE EXISTIR NO CADASTRO DE
      * OPERADORES COM NIVEL DE SUPERVISOR PARA A MANUTENCAO SER
      * APLICADA
               MOVE MANPC-USUARIO TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   ADD 1 TO WS-RECUSADAS
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE MANPC-USUARIO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO DO PEDIDO " MANPC-NUMERO "/"
                       MANPC-LINHA " RECUSADA: USUARIO " MANPC-USUARIO
                       " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-FIM
               END-IF.
               IF MANPC-NUMERO NOT NUMERIC OR MANPC-LINHA NOT NUMERIC
                   OR MANPC-QUANTIDADE NOT NUMERIC
                   OR MANPC-PRECO NOT NUMERIC
                   OR MANPC-DATA-PREVISTA NOT NUMERIC
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: CAMPO NUMERICO "
                       "INVALIDO NO REGISTRO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 003-CONTAR
               END-IF.
               MOVE ZEROS TO WS-LINHA-ACHADA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PC-NUMERO(WS-IND-LINHA) = MANPC-NUMERO
                       AND TAB-PC-LINHA(WS-IND-LINHA) = MANPC-LINHA
                       MOVE WS-IND-LINHA TO WS-LINHA-ACHADA
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN MANPC-INCLUSAO
                       PERFORM 004-INCLUIR-LINHA THRU 004-SAI
                   WHEN MANPC-ALTERACAO
                       PERFORM 005-ALTERAR-LINHA THRU 005-SAI
                   WHEN MANPC-CANCELAMENTO
                       PERFORM 006-CANCELAR-LINHA THRU 006-SAI
                   WHEN OTHER
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ACAO "
                           MANPC-ACAO " DESCONHECIDA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
               END-EVALUATE.
           003-CONTAR.
               IF WS-MANUTENCAO-OK = "S"
                   ADD 1 TO WS-APLICADAS
                   PERFORM 007-GRAVAR-AUDITORIA
               ELSE
                   ADD 1 TO WS-RECUSADAS
               END-IF.
           003-FIM.
               EXIT.
           004-INCLUIR-LINHA.
               MOVE "N" TO WS-MANUTENCAO-OK.
               IF WS-LINHA-ACHADA NOT = ZEROS
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: LINHA DE PEDIDO JA "
                       "EXISTE NO ARQUIVO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               IF MANPC-QUANTIDADE = ZEROS OR MANPC-PRECO = ZEROS
                   OR MANPC-DATA-PREVISTA = ZEROS
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: QUANTIDADE, PRECO E "
                       "DATA PREVISTA SAO OBRIGATORIOS NA INCLUSAO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               IF WS-QTD-LINHAS NOT < 2000
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: TABELA DE 2000 "
                       "LINHAS DE PEDIDO CHEIA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
      * FORNECEDOR ATIVO NO CADASTRO E ITEM ATIVO NO MESTRE NO LOCAL
      * DE ENTREGA, SENAO O RECEBIMENTO NAO TERIA ONDE DAR ENTRADA
               IF WS-FORNECEDORES-ABERTO = "N"
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: CADASTRO DE "
                       "FORNECEDORES INDISPONIVEL"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               MOVE MANPC-FORNECEDOR TO FORN-CODIGO.
               READ FORNECEDORES
                   INVALID KEY
                       MOVE "I" TO FORN-SITUACAO
               END-READ.
               IF NOT FORN-ATIVO
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: FORNECEDOR "
                       MANPC-FORNECEDOR " SEM CADASTRO OU DESATIVADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               IF WS-MESTRE-ABERTO = "N"
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: MESTRE DE ITENS "
                       "INDISPONIVEL"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               MOVE MANPC-ITEM TO MESTRE-ITEM.
               MOVE MANPC-LOCAL TO MESTRE-LOCAL.
               READ MESTRE-ITENS
                   INVALID KEY
                       MOVE "I" TO MESTRE-SITUACAO
               END-READ.
               IF NOT MESTRE-ATIVO
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: ITEM " MANPC-ITEM
                       " SEM CADASTRO OU DESATIVADO NO LOCAL "
                       MANPC-LOCAL
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               MOVE "S" TO WS-MANUTENCAO-OK.
               MOVE ZEROS  TO QTD-ANTES.
               MOVE ZEROS  TO PRECO-ANTES.
               MOVE ZEROS  TO PREVISTA-ANTES.
               MOVE SPACES TO SITUACAO-ANTES.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               ADD 1 TO WS-QTD-LINHAS.
               MOVE WS-QTD-LINHAS TO WS-LINHA-ACHADA.
               MOVE MANPC-NUMERO TO TAB-PC-NUMERO(WS-LINHA-ACHADA).
               MOVE MANPC-LINHA TO TAB-PC-LINHA(WS-LINHA-ACHADA).
               MOVE MANPC-FORNECEDOR
                   TO TAB-PC-FORNECEDOR(WS-LINHA-ACHADA).
               MOVE MANPC-ITEM TO TAB-PC-ITEM(WS-LINHA-ACHADA).
               MOVE MANPC-LOCAL TO TAB-PC-LOCAL(WS-LINHA-ACHADA).
               MOVE MANPC-QUANTIDADE
                   TO TAB-PC-QTD-PEDIDA(WS-LINHA-ACHADA).
               MOVE ZEROS TO TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA).
               MOVE MANPC-PRECO TO TAB-PC-PRECO(WS-LINHA-ACHADA).
               MOVE WS-DATA-HORA(1:8)
                   TO TAB-PC-DATA-PEDIDO(WS-LINHA-ACHADA).
               MOVE MANPC-DATA-PREVISTA
                   TO TAB-PC-DATA-PREVISTA(WS-LINHA-ACHADA).
               MOVE "A" TO TAB-PC-SITUACAO(WS-LINHA-ACHADA).
               MOVE ZEROS TO TAB-PC-QTD-FATURADA(WS-LINHA-ACHADA).
               DISPLAY "PEDIDO " MANPC-NUMERO " LINHA " MANPC-LINHA
                   " INCLUIDO".
           004-SAI.
               EXIT.
           005-ALTERAR-LINHA.
               MOVE "N" TO WS-MANUTENCAO-OK.
               IF WS-LINHA-ACHADA = ZEROS
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: LINHA DE PEDIDO NAO "
                       "ENCONTRADA NO ARQUIVO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
               IF TAB-PC-SITUACAO(WS-LINHA-ACHADA) NOT = "A"
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: LINHA DE PEDIDO "
                       "FECHADA OU CANCELADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
      * A QUANTIDADE PEDIDA NAO PODE FICAR ABAIXO DO QUE JA CHEGOU
               IF MANPC-QUANTIDADE NOT = ZEROS
                   AND MANPC-QUANTIDADE
                       < TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA)
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: QUANTIDADE ABAIXO "
                       "DA JA RECEBIDA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
               MOVE "S" TO WS-MANUTENCAO-OK.
               PERFORM 009-GUARDAR-ANTES.
               IF MANPC-QUANTIDADE NOT = ZEROS
                   MOVE MANPC-QUANTIDADE
                       TO TAB-PC-QTD-PEDIDA(WS-LINHA-ACHADA)
               END-IF.
               IF MANPC-PRECO NOT = ZEROS
                   MOVE MANPC-PRECO TO TAB-PC-PRECO(WS-LINHA-ACHADA)
               END-IF.
               IF MANPC-DATA-PREVISTA NOT = ZEROS
                   MOVE MANPC-DATA-PREVISTA
                       TO TAB-PC-DATA-PREVISTA(WS-LINHA-ACHADA)
               END-IF.
      * QUANTIDADE REDUZIDA ATE O JA RECEBIDO ATENDE O PEDIDO
               IF TAB-PC-QTD-RECEBIDA(WS-LINHA-ACHADA)
                   NOT < TAB-PC-QTD-PEDIDA(WS-LINHA-ACHADA)
                   MOVE "F" TO TAB-PC-SITUACAO(WS-LINHA-ACHADA)
               END-IF.
               DISPLAY "PEDIDO " MANPC-NUMERO " LINHA " MANPC-LINHA
                   " ALTERADO".
           005-SAI.
               EXIT.
           006-CANCELAR-LINHA.
               MOVE "N" TO WS-MANUTENCAO-OK.
               IF WS-LINHA-ACHADA = ZEROS
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: LINHA DE PEDIDO NAO "
                       "ENCONTRADA NO ARQUIVO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 006-SAI
               END-IF.
               IF TAB-PC-SITUACAO(WS-LINHA-ACHADA) NOT = "A"
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: LINHA DE PEDIDO JA "
                       "FECHADA OU CANCELADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 006-SAI
               END-IF.
               MOVE "S" TO WS-MANUTENCAO-OK.
               PERFORM 009-GUARDAR-ANTES.
               MOVE "C" TO TAB-PC-SITUACAO(WS-LINHA-ACHADA).
               DISPLAY "PEDIDO " MANPC-NUMERO " LINHA " MANPC-LINHA
                   " CANCELADO".
           006-SAI.
               EXIT.
           007-GRAVAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:14) TO AUDPC-DATA-HORA.
               MOVE MANPC-USUARIO      TO AUDPC-USUARIO.
               MOVE MANPC-ACAO         TO AUDPC-ACAO.
               MOVE MANPC-NUMERO       TO AUDPC-NUMERO.
               MOVE MANPC-LINHA        TO AUDPC-LINHA.
               MOVE QTD-ANTES          TO AUDPC-QTD-ANTES.
               MOVE TAB-PC-QTD-PEDIDA(WS-LINHA-ACHADA)
                   TO AUDPC-QTD-DEPOIS.
               MOVE PRECO-ANTES        TO AUDPC-PRECO-ANTES.
               MOVE TAB-PC-PRECO(WS-LINHA-ACHADA)
                   TO AUDPC-PRECO-DEPOIS.
               MOVE PREVISTA-ANTES     TO AUDPC-PREVISTA-ANTES.
               MOVE TAB-PC-DATA-PREVISTA(WS-LINHA-ACHADA)
                   TO AUDPC-PREVISTA-DEPOIS.
               MOVE SITUACAO-ANTES     TO AUDPC-SITUACAO-ANTES.
               MOVE TAB-PC-SITUACAO(WS-LINHA-ACHADA)
                   TO AUDPC-SITUACAO-DEPOIS.
               WRITE REG-AUDITORIA-COMPRA.
           008-REGRAVAR-PEDIDOS.
               OPEN OUTPUT PEDIDOS-COMPRA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   WRITE REG-PEDIDO-COMPRA
                       FROM LINHA-PEDIDO(WS-IND-LINHA)
               END-PERFORM.
               CLOSE PEDIDOS-COMPRA.
           009-GUARDAR-ANTES.
               MOVE TAB-PC-QTD-PEDIDA(WS-LINHA-ACHADA) TO QTD-ANTES.
               MOVE TAB-PC-PRECO(WS-LINHA-ACHADA) TO PRECO-ANTES.
               MOVE TAB-PC-DATA-PREVISTA(WS-LINHA-ACHADA)
                   TO PREVISTA-ANTES.
               MOVE TAB-PC-SITUACAO(WS-LINHA-ACHADA) TO SITUACAO-ANTES.
      ******************************************************************
           013-RECUSAR-MANUTENCAO.
               MOVE "ART052E" TO WS-LOG-CODIGO.
               MOVE SPACES TO WS-LOG-CHAVE.
               STRING MANPC-NUMERO "/" MANPC-LINHA
                   DELIMITED BY SIZE INTO WS-LOG-CHAVE.
               PERFORM 012-GRAVAR-LOG.
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "MANUTENCAO-COMPRAS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "MANUTENCAO-COMPRAS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "MANUTENCAO-COMPRAS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               COMPUTE EXEC-LIDOS = WS-APLICADAS + WS-RECUSADAS.
               MOVE WS-APLICADAS TO EXEC-POSTADOS.
               MOVE WS-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           014-BLOQUEAR-RECURSOS.
      * OS PEDIDOS DE COMPRA SAO REGRAVADOS INTEIROS: RECEBIMENTO E
      * CONFERENCIA DE NOTAS NAO PODEM ATUALIZA-LOS ENQUANTO ISSO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "MANUTENCAO-COMPRAS" TO BLQ-PED-PROGRAMA.
               MOVE "PEDIDOS-COMPRA" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           015-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM MANUTENCAO-COMPRAS.
