      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DOS PEDIDOS DE VENDA (PEDIDOS-VENDA.DAT):
      *          INCLUSAO DE LINHA DE PEDIDO (CLIENTE, ITEM, LOCAL DE
      *          SAIDA, QUANTIDADE, PRECO, IMPOSTO E DATA DESEJADA),
      *          ALTERACAO DE QUANTIDADE, PRECO OU DATA DE LINHA AINDA
      *          NAO LIBERADA E CANCELAMENTO DE LINHA NAO FATURADA. O
      *          CLIENTE TEM DE ESTAR ATIVO NO CADASTRO E O ITEM ATIVO
      *          NO MESTRE NO LOCAL DE SAIDA. A RESERVA NO MESTRE E
      *          FEITA E ACERTADA PELA ALOCACAO (ALOCACAO-PEDIDOS);
      *          AQUI SO A RESERVA DA LINHA E REDUZIDA QUANDO A
      *          QUANTIDADE CAI OU A LINHA E CANCELADA. QUALQUER
      *          OPERADOR CADASTRADO DIGITA PEDIDOS, E CADA MANUTENCAO
      *          APLICADA VAI PARA A TRILHA DE AUDITORIA
      *          (QUEM/QUANDO/ANTES/DEPOIS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-VENDAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-VENDA ASSIGN TO "PEDIDOS-VENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT MANUTENCOES-VENDAS
               ASSIGN TO "MANUTENCOES-VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUTENCOES-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT MESTRE-ITENS ASSIGN TO "MESTRE-ITENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MESTRE-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT AUDITORIA-VENDAS
               ASSIGN TO "AUDITORIA-VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-VENDA.
           COPY PVENCOPY.
       FD  MANUTENCOES-VENDAS.
       01  REG-MANUTENCAO-VENDA.
           03 MANPV-ACAO                   PIC X(001).
              88 MANPV-INCLUSAO                        VALUE "I".
              88 MANPV-ALTERACAO                       VALUE "A".
              88 MANPV-CANCELAMENTO                    VALUE "C".
           03 MANPV-NUMERO                 PIC 9(007).
           03 MANPV-LINHA                  PIC 9(003).
           03 MANPV-CLIENTE                PIC X(008).
           03 MANPV-ITEM                   PIC X(010).
           03 MANPV-LOCAL                  PIC X(003).
      * NA ALTERACAO, QUANTIDADE, PRECO OU DATA ZERADOS E IMPOSTO EM
      * BRANCO DEIXAM O CAMPO COMO ESTA; NA INCLUSAO, PRECO ZERO
      * FATURA PELO PRECO DE TABELA
           03 MANPV-QUANTIDADE             PIC 9(005)V99.
           03 MANPV-PRECO                  PIC 9(007)V99.
           03 MANPV-IMPOSTO                PIC X(003).
           03 MANPV-DATA-DESEJADA          PIC 9(008).
           03 MANPV-USUARIO                PIC X(008).
       FD  CLIENTES.
           COPY CLIENTECOPY.
       FD  MESTRE-ITENS.
           COPY MESTRECOPY.
       FD  AUDITORIA-VENDAS.
       01  REG-AUDITORIA-VENDA.
           03 AUDPV-DATA-HORA              PIC X(014).
           03 AUDPV-USUARIO                PIC X(008).
           03 AUDPV-ACAO                   PIC X(001).
           03 AUDPV-NUMERO                 PIC 9(007).
           03 AUDPV-LINHA                  PIC 9(003).
           03 AUDPV-QTD-ANTES              PIC 9(005)V99.
           03 AUDPV-QTD-DEPOIS             PIC 9(005)V99.
           03 AUDPV-RESERVA-ANTES          PIC 9(005)V99.
           03 AUDPV-RESERVA-DEPOIS         PIC 9(005)V99.
           03 AUDPV-PRECO-ANTES            PIC 9(007)V99.
           03 AUDPV-PRECO-DEPOIS           PIC 9(007)V99.
           03 AUDPV-DESEJADA-ANTES         PIC 9(008).
           03 AUDPV-DESEJADA-DEPOIS        PIC 9(008).
           03 AUDPV-SITUACAO-ANTES         PIC X(001).
           03 AUDPV-SITUACAO-DEPOIS        PIC X(001).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-PEDIDOS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-MANUTENCOES-STATUS        PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-STATUS           PIC X(002) VALUE SPACES.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-AUDITORIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-CLIENTES-ABERTO           PIC X(001) VALUE "N".
           77 WS-MESTRE-ABERTO             PIC X(001) VALUE "N".
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-MANUTENCAO-OK             PIC X(001) VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-LINHAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-LINHA                 PIC 9(005) VALUE ZEROS.
           77 WS-LINHA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 WS-CLIENTE-PEDIDO            PIC X(008) VALUE SPACES.
           77 QTD-ANTES                    PIC 9(005)V99 VALUE ZEROS.
           77 RESERVA-ANTES                PIC 9(005)V99 VALUE ZEROS.
           77 PRECO-ANTES                  PIC 9(007)V99 VALUE ZEROS.
           77 DESEJADA-ANTES               PIC 9(008) VALUE ZEROS.
           77 SITUACAO-ANTES               PIC X(001) VALUE SPACES.
           77 WS-APLICADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-RECUSADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
      * O ARQUIVO DE PEDIDOS INTEIRO E CARREGADO, MANTIDO EM MEMORIA E
      * REGRAVADO NO FIM, COMO NA MANUTENCAO DE PEDIDOS DE COMPRA
           01 TABELA-PEDIDOS.
               03 LINHA-PEDIDO OCCURS 2000 TIMES.
                   05 TAB-PV-NUMERO        PIC 9(007).
                   05 TAB-PV-LINHA         PIC 9(003).
                   05 TAB-PV-CLIENTE       PIC X(008).
                   05 TAB-PV-ITEM          PIC X(010).
                   05 TAB-PV-LOCAL         PIC X(003).
                   05 TAB-PV-QTD-PEDIDA    PIC 9(005)V99.
                   05 TAB-PV-QTD-RESERVADA PIC 9(005)V99.
                   05 TAB-PV-PRECO         PIC 9(007)V99.
                   05 TAB-PV-IMPOSTO       PIC X(003).
                   05 TAB-PV-DATA-PEDIDO   PIC 9(008).
                   05 TAB-PV-DATA-DESEJADA PIC 9(008).
                   05 TAB-PV-SITUACAO      PIC X(001).
                   05 TAB-PV-FATURA        PIC 9(007).
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
               OPEN INPUT MANUTENCOES-VENDAS.
               IF WS-MANUTENCOES-STATUS = "35"
                   DISPLAY "ARQUIVO DE MANUTENCOES DE PEDIDOS DE "
                       "VENDA NAO ENCONTRADO, NADA A FAZER"
                   GO TO 001-SAI
               END-IF.
               PERFORM 002-CARREGAR-PEDIDOS THRU 002-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DOS PEDIDOS DE VENDA FALHOU, "
                       "NADA SERA ALTERADO NEM REGRAVADO ***"
                   CLOSE MANUTENCOES-VENDAS
                   GO TO 001-SAI
               END-IF.
               OPEN INPUT CLIENTES.
               IF WS-CLIENTES-STATUS = "00"
                   MOVE "S" TO WS-CLIENTES-ABERTO
               END-IF.
               OPEN INPUT MESTRE-ITENS.
               IF WS-MESTRE-STATUS = "00"
                   MOVE "S" TO WS-MESTRE-ABERTO
               END-IF.
               OPEN EXTEND AUDITORIA-VENDAS.
               IF WS-AUDITORIA-STATUS = "35"
                   OPEN OUTPUT AUDITORIA-VENDAS
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 001-LER-MANUTENCAO.
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 003-APLICAR-MANUTENCAO THRU 003-FIM
                   PERFORM 001-LER-MANUTENCAO
               END-PERFORM.
               CLOSE MANUTENCOES-VENDAS.
               CLOSE AUDITORIA-VENDAS.
               IF WS-CLIENTES-ABERTO = "S"
                   CLOSE CLIENTES
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
               READ MANUTENCOES-VENDAS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           002-CARREGAR-PEDIDOS.
      * QUALQUER FALHA DE CARGA (ABERTURA QUE NAO SEJA ARQUIVO
      * AUSENTE, OU MAIS LINHAS QUE A TABELA) ABANDONA A MANUTENCAO
      * SEM REGRAVAR, SENAO PEDIDOS SUMIRIAM DO ARQUIVO
               MOVE ZEROS TO WS-QTD-LINHAS.
               OPEN INPUT PEDIDOS-VENDA.
               IF WS-PEDIDOS-STATUS = "35"
                   GO TO 002-SAI
               END-IF.
               IF WS-PEDIDOS-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "PEDIDOS-VENDA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PEDIDOS DE VENDA INDISPONIVEIS, STATUS "
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
                       MOVE REG-PEDIDO-VENDA
                           TO LINHA-PEDIDO(WS-QTD-LINHAS)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "PEDIDOS-VENDA.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "PEDIDOS DE VENDA EXCEDEM A TABELA DE "
                           "2000 LINHAS, MANUTENCAO ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 002-LER-PEDIDO
               END-PERFORM.
               CLOSE PEDIDOS-VENDA.
           002-SAI.
               EXIT.
           002-LER-PEDIDO.
               READ PEDIDOS-VENDA
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-APLICAR-MANUTENCAO.
               MOVE "S" TO WS-MANUTENCAO-OK.
      * O USUARIO DO REGISTRO TEM DE EXISTIR ATIVO NO CADASTRO DE
      * OPERADORES; DIGITAR PEDIDO NAO EXIGE NIVEL DE SUPERVISOR
               MOVE MANPV-USUARIO TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N"
                   ADD 1 TO WS-RECUSADAS
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE MANPV-USUARIO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO DO PEDIDO " MANPV-NUMERO "/"
                       MANPV-LINHA " RECUSADA: USUARIO " MANPV-USUARIO
                       " SEM CADASTRO OU INATIVO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-FIM
               END-IF.
               IF MANPV-NUMERO NOT NUMERIC OR MANPV-LINHA NOT NUMERIC
                   OR MANPV-QUANTIDADE NOT NUMERIC
                   OR MANPV-PRECO NOT NUMERIC
                   OR MANPV-DATA-DESEJADA NOT NUMERIC
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: CAMPO NUMERICO "
                       "INVALIDO NO REGISTRO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 003-CONTAR
               END-IF.
      * ALEM DA LINHA, GUARDA O CLIENTE DE QUALQUER OUTRA LINHA DO
      * MESMO PEDIDO: A FATURA E UMA SO POR PEDIDO
               MOVE ZEROS TO WS-LINHA-ACHADA.
               MOVE SPACES TO WS-CLIENTE-PEDIDO.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PV-NUMERO(WS-IND-LINHA) = MANPV-NUMERO
                       MOVE TAB-PV-CLIENTE(WS-IND-LINHA)
                           TO WS-CLIENTE-PEDIDO
                       IF TAB-PV-LINHA(WS-IND-LINHA) = MANPV-LINHA
                           MOVE WS-IND-LINHA TO WS-LINHA-ACHADA
                       END-IF
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN MANPV-INCLUSAO
                       PERFORM 004-INCLUIR-LINHA THRU 004-SAI
                   WHEN MANPV-ALTERACAO
                       PERFORM 005-ALTERAR-LINHA THRU 005-SAI
                   WHEN MANPV-CANCELAMENTO
                       PERFORM 006-CANCELAR-LINHA THRU 006-SAI
                   WHEN OTHER
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ACAO "
                           MANPV-ACAO " DESCONHECIDA"
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
               IF WS-CLIENTE-PEDIDO NOT = SPACES
                   AND WS-CLIENTE-PEDIDO NOT = MANPV-CLIENTE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: PEDIDO JA ABERTO PARA "
                       "O CLIENTE " WS-CLIENTE-PEDIDO
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               IF MANPV-QUANTIDADE = ZEROS
                   OR MANPV-DATA-DESEJADA = ZEROS
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: QUANTIDADE E DATA "
                       "DESEJADA SAO OBRIGATORIAS NA INCLUSAO"
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
      * CLIENTE ATIVO NO CADASTRO E ITEM ATIVO NO MESTRE NO LOCAL DE
      * SAIDA, SENAO A ALOCACAO NAO TERIA DE ONDE RESERVAR
               IF WS-CLIENTES-ABERTO = "N"
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: CADASTRO DE "
                       "CLIENTES INDISPONIVEL"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               MOVE MANPV-CLIENTE TO CLIENTE-CODIGO.
               READ CLIENTES
                   INVALID KEY
                       MOVE "I" TO CLIENTE-SITUACAO
               END-READ.
               IF NOT CLIENTE-ATIVO
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: CLIENTE "
                       MANPV-CLIENTE " SEM CADASTRO OU DESATIVADO"
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
               MOVE MANPV-ITEM TO MESTRE-ITEM.
               MOVE MANPV-LOCAL TO MESTRE-LOCAL.
               READ MESTRE-ITENS
                   INVALID KEY
                       MOVE "I" TO MESTRE-SITUACAO
               END-READ.
               IF NOT MESTRE-ATIVO
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: ITEM " MANPV-ITEM
                       " SEM CADASTRO OU DESATIVADO NO LOCAL "
                       MANPV-LOCAL
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               MOVE "S" TO WS-MANUTENCAO-OK.
               MOVE ZEROS  TO QTD-ANTES.
               MOVE ZEROS  TO RESERVA-ANTES.
               MOVE ZEROS  TO PRECO-ANTES.
               MOVE ZEROS  TO DESEJADA-ANTES.
               MOVE SPACES TO SITUACAO-ANTES.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               ADD 1 TO WS-QTD-LINHAS.
               MOVE WS-QTD-LINHAS TO WS-LINHA-ACHADA.
               MOVE MANPV-NUMERO TO TAB-PV-NUMERO(WS-LINHA-ACHADA).
               MOVE MANPV-LINHA TO TAB-PV-LINHA(WS-LINHA-ACHADA).
               MOVE MANPV-CLIENTE TO TAB-PV-CLIENTE(WS-LINHA-ACHADA).
               MOVE MANPV-ITEM TO TAB-PV-ITEM(WS-LINHA-ACHADA).
               MOVE MANPV-LOCAL TO TAB-PV-LOCAL(WS-LINHA-ACHADA).
               MOVE MANPV-QUANTIDADE
                   TO TAB-PV-QTD-PEDIDA(WS-LINHA-ACHADA).
               MOVE ZEROS TO TAB-PV-QTD-RESERVADA(WS-LINHA-ACHADA).
               MOVE MANPV-PRECO TO TAB-PV-PRECO(WS-LINHA-ACHADA).
               MOVE MANPV-IMPOSTO TO TAB-PV-IMPOSTO(WS-LINHA-ACHADA).
               MOVE WS-DATA-HORA(1:8)
                   TO TAB-PV-DATA-PEDIDO(WS-LINHA-ACHADA).
               MOVE MANPV-DATA-DESEJADA
                   TO TAB-PV-DATA-DESEJADA(WS-LINHA-ACHADA).
               MOVE "A" TO TAB-PV-SITUACAO(WS-LINHA-ACHADA).
               MOVE ZEROS TO TAB-PV-FATURA(WS-LINHA-ACHADA).
               DISPLAY "PEDIDO " MANPV-NUMERO " LINHA " MANPV-LINHA
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
      * LINHA JA LIBERADA TEM FATURA GERADA: NAO MUDA MAIS
               IF TAB-PV-SITUACAO(WS-LINHA-ACHADA) NOT = "A"
                   AND TAB-PV-SITUACAO(WS-LINHA-ACHADA) NOT = "R"
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: LINHA DE PEDIDO "
                       "LIBERADA, FATURADA OU CANCELADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
               MOVE "S" TO WS-MANUTENCAO-OK.
               PERFORM 009-GUARDAR-ANTES.
               IF MANPV-QUANTIDADE NOT = ZEROS
                   MOVE MANPV-QUANTIDADE
                       TO TAB-PV-QTD-PEDIDA(WS-LINHA-ACHADA)
               END-IF.
               IF MANPV-PRECO NOT = ZEROS
                   MOVE MANPV-PRECO TO TAB-PV-PRECO(WS-LINHA-ACHADA)
               END-IF.
               IF MANPV-IMPOSTO NOT = SPACES
                   MOVE MANPV-IMPOSTO TO TAB-PV-IMPOSTO(WS-LINHA-ACHADA)
               END-IF.
               IF MANPV-DATA-DESEJADA NOT = ZEROS
                   MOVE MANPV-DATA-DESEJADA
                       TO TAB-PV-DATA-DESEJADA(WS-LINHA-ACHADA)
               END-IF.
      * QUANTIDADE REDUZIDA ABAIXO DA RESERVA DEVOLVE O EXCESSO (O
      * MESTRE E ACERTADO NA PROXIMA ALOCACAO); QUANTIDADE AUMENTADA
      * VOLTA A LINHA PARA ABERTA, A COMPLETAR NA ALOCACAO
               IF TAB-PV-QTD-RESERVADA(WS-LINHA-ACHADA)
                   > TAB-PV-QTD-PEDIDA(WS-LINHA-ACHADA)
                   MOVE TAB-PV-QTD-PEDIDA(WS-LINHA-ACHADA)
                       TO TAB-PV-QTD-RESERVADA(WS-LINHA-ACHADA)
               END-IF.
               IF TAB-PV-QTD-RESERVADA(WS-LINHA-ACHADA)
                   = TAB-PV-QTD-PEDIDA(WS-LINHA-ACHADA)
                   MOVE "R" TO TAB-PV-SITUACAO(WS-LINHA-ACHADA)
               ELSE
                   MOVE "A" TO TAB-PV-SITUACAO(WS-LINHA-ACHADA)
               END-IF.
               DISPLAY "PEDIDO " MANPV-NUMERO " LINHA " MANPV-LINHA
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
               IF TAB-PV-SITUACAO(WS-LINHA-ACHADA) = "F"
                   OR TAB-PV-SITUACAO(WS-LINHA-ACHADA) = "C"
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: LINHA DE PEDIDO JA "
                       "FATURADA OU CANCELADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 006-SAI
               END-IF.
               MOVE "S" TO WS-MANUTENCAO-OK.
               PERFORM 009-GUARDAR-ANTES.
      * LINHA LIBERADA JA TEM FATURA GERADA A CAMINHO DO FATURAMENTO
      * (OU RETIDA/RECUSADA NELE): O CANCELAMENTO SO DESFAZ O PEDIDO,
      * A FATURA TEM DE SER CONFERIDA PELO OPERADOR
               IF TAB-PV-SITUACAO(WS-LINHA-ACHADA) = "L"
                   MOVE "ART073W" TO WS-LOG-CODIGO
                   MOVE SPACES TO WS-LOG-CHAVE
                   STRING MANPV-NUMERO "/" MANPV-LINHA
                       DELIMITED BY SIZE INTO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "LINHA CANCELADA JA LIBERADA NA FATURA "
                       TAB-PV-FATURA(WS-LINHA-ACHADA)
                       ": CONFIRA SE A FATURA FOI EMITIDA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
               MOVE ZEROS TO TAB-PV-QTD-RESERVADA(WS-LINHA-ACHADA).
               MOVE "C" TO TAB-PV-SITUACAO(WS-LINHA-ACHADA).
               DISPLAY "PEDIDO " MANPV-NUMERO " LINHA " MANPV-LINHA
                   " CANCELADO".
           006-SAI.
               EXIT.
           007-GRAVAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:14) TO AUDPV-DATA-HORA.
               MOVE MANPV-USUARIO      TO AUDPV-USUARIO.
               MOVE MANPV-ACAO         TO AUDPV-ACAO.
               MOVE MANPV-NUMERO       TO AUDPV-NUMERO.
               MOVE MANPV-LINHA        TO AUDPV-LINHA.
               MOVE QTD-ANTES          TO AUDPV-QTD-ANTES.
               MOVE TAB-PV-QTD-PEDIDA(WS-LINHA-ACHADA)
                   TO AUDPV-QTD-DEPOIS.
               MOVE RESERVA-ANTES      TO AUDPV-RESERVA-ANTES.
               MOVE TAB-PV-QTD-RESERVADA(WS-LINHA-ACHADA)
                   TO AUDPV-RESERVA-DEPOIS.
               MOVE PRECO-ANTES        TO AUDPV-PRECO-ANTES.
               MOVE TAB-PV-PRECO(WS-LINHA-ACHADA)
                   TO AUDPV-PRECO-DEPOIS.
               MOVE DESEJADA-ANTES     TO AUDPV-DESEJADA-ANTES.
               MOVE TAB-PV-DATA-DESEJADA(WS-LINHA-ACHADA)
                   TO AUDPV-DESEJADA-DEPOIS.
               MOVE SITUACAO-ANTES     TO AUDPV-SITUACAO-ANTES.
               MOVE TAB-PV-SITUACAO(WS-LINHA-ACHADA)
                   TO AUDPV-SITUACAO-DEPOIS.
               WRITE REG-AUDITORIA-VENDA.
           008-REGRAVAR-PEDIDOS.
               OPEN OUTPUT PEDIDOS-VENDA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   WRITE REG-PEDIDO-VENDA
                       FROM LINHA-PEDIDO(WS-IND-LINHA)
               END-PERFORM.
               CLOSE PEDIDOS-VENDA.
           009-GUARDAR-ANTES.
               MOVE TAB-PV-QTD-PEDIDA(WS-LINHA-ACHADA) TO QTD-ANTES.
               MOVE TAB-PV-QTD-RESERVADA(WS-LINHA-ACHADA)
                   TO RESERVA-ANTES.
               MOVE TAB-PV-PRECO(WS-LINHA-ACHADA) TO PRECO-ANTES.
               MOVE TAB-PV-DATA-DESEJADA(WS-LINHA-ACHADA)
                   TO DESEJADA-ANTES.
               MOVE TAB-PV-SITUACAO(WS-LINHA-ACHADA) TO SITUACAO-ANTES.
      ******************************************************************
           013-RECUSAR-MANUTENCAO.
               MOVE "ART072E" TO WS-LOG-CODIGO.
               MOVE SPACES TO WS-LOG-CHAVE.
               STRING MANPV-NUMERO "/" MANPV-LINHA
                   DELIMITED BY SIZE INTO WS-LOG-CHAVE.
               PERFORM 012-GRAVAR-LOG.
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "MANUTENCAO-VENDAS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "MANUTENCAO-VENDAS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "MANUTENCAO-VENDAS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               COMPUTE EXEC-LIDOS = WS-APLICADAS + WS-RECUSADAS.
               MOVE WS-APLICADAS TO EXEC-POSTADOS.
               MOVE WS-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           014-BLOQUEAR-RECURSOS.
      * OS PEDIDOS DE VENDA SAO REGRAVADOS INTEIROS: A ALOCACAO NAO
      * PODE LIBERAR LINHAS ENQUANTO ISSO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "MANUTENCAO-VENDAS" TO BLQ-PED-PROGRAMA.
               MOVE "PEDIDOS-VENDA" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           015-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM MANUTENCAO-VENDAS.
