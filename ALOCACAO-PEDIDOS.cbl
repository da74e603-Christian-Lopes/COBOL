      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ALOCACAO DOS PEDIDOS DE VENDA (PEDIDOS-VENDA.DAT).
      *          PRIMEIRO, LINHA LIBERADA CUJA FATURA JA ESTA NO
      *          HISTORICO DE VENDAS PASSA A FATURADA E SOLTA A
      *          RESERVA. DEPOIS, NA ORDEM DE DATA DESEJADA E NUMERO DO
      *          PEDIDO, CADA LINHA ABERTA RESERVA O DISPONIVEL DO ITEM
      *          NO LOCAL DE SAIDA (SALDO DO MESTRE MENOS O JA
      *          RESERVADO); O QUE FALTA FICA EM ESPERA (BACKORDER) E E
      *          TENTADO DE NOVO NA PROXIMA ALOCACAO, QUANDO A
      *          MERCADORIA CHEGAR. LINHA TODA RESERVADA COM DATA
      *          DESEJADA ATE A DATA DO MOVIMENTO E LIBERADA: GERA
      *          CABECALHO E LINHAS NO LEIAUTE DE FATURAS.DAT EM
      *          FATURAS-PEDIDOS.DAT, QUE O FATURAMENTO EMITE E QUE
      *          BAIXA A RESERVA. COM ARIT_ENTREGA_COMPLETA = "S" O
      *          PEDIDO SO E LIBERADO QUANDO TODAS AS LINHAS ESTAO
      *          RESERVADAS. NO FIM A QUANTIDADE RESERVADA DE CADA
      *          REGISTRO DO MESTRE E ACERTADA PARA A SOMA DAS LINHAS
      *          NAO FATURADAS. AS FATURAS DE PEDIDOS TEM SERIE PROPRIA
      *          EM SEQUENCIA-FATURA-PEDIDO.DAT (SEM O ARQUIVO, A SERIE
      *          COMECA EM 9000001, ACIMA DA FAIXA DIGITADA)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCACAO-PEDIDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-VENDA ASSIGN TO "PEDIDOS-VENDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIDOS-STATUS.
           SELECT MESTRE-ITENS ASSIGN TO "MESTRE-ITENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MESTRE-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT HISTORICO-VENDAS ASSIGN TO "HISTORICO-VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT FATURAS-PEDIDOS ASSIGN TO "FATURAS-PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAS-STATUS.
           SELECT SEQUENCIA-FATURA
               ASSIGN TO "SEQUENCIA-FATURA-PEDIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCIA-STATUS.
           SELECT CLASSIFICA-PEDIDOS
               ASSIGN TO "SORT-PEDIDOS.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-VENDA.
           COPY PVENCOPY.
       FD  MESTRE-ITENS.
           COPY MESTRECOPY.
       FD  HISTORICO-VENDAS.
           COPY HVENCOPY.
      * MESMO LEIAUTE DE CABECALHO E LINHA DE FATURAS.DAT
       FD  FATURAS-PEDIDOS.
       01  REG-FATURA-CABECALHO.
           03 FAT-CAB-TIPO-REG             PIC X(001).
           03 FAT-NUMERO                   PIC 9(007).
           03 FAT-CLIENTE                  PIC X(008).
           03 FAT-DATA                     PIC 9(008).
           03 FAT-QTD-LINHAS               PIC 9(003).
           03 FAT-MOEDA                    PIC X(003).
           03 FAT-REF-ORIGINAL             PIC 9(007).
       01  REG-FATURA-LINHA.
           03 FAT-LIN-TIPO-REG             PIC X(001).
           03 FAT-LIN-ITEM                 PIC X(010).
           03 FAT-LIN-QUANTIDADE           PIC 9(005)V99.
           03 FAT-LIN-PRECO                PIC 9(007)V99.
           03 FAT-LIN-IMPOSTO              PIC X(003).
           03 FAT-LIN-LOCAL                PIC X(003).
           03 FAT-LIN-RESERVA              PIC X(001).
       FD  SEQUENCIA-FATURA.
       01  REG-SEQUENCIA-FATURA            PIC 9(007).
       SD  CLASSIFICA-PEDIDOS.
       01  REG-CLASSIFICA-PEDIDOS.
           03 CLS-DATA-DESEJADA            PIC 9(008).
           03 CLS-NUMERO                   PIC 9(007).
           03 CLS-LINHA                    PIC 9(003).
           03 CLS-IND-LINHA                PIC 9(005).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-PEDIDOS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-HISTORICO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FATURAS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-SEQUENCIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
      * "S": PEDIDO SO E LIBERADO INTEIRO (ARIT_ENTREGA_COMPLETA)
           77 WS-ENTREGA-COMPLETA          PIC X(001) VALUE "N".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-HA-LIBERADAS              PIC X(001) VALUE "N".
           77 WS-FATURAS-ABERTO            PIC X(001) VALUE "N".
           77 WS-PEDIDO-COMPLETO           PIC X(001) VALUE "S".
           77 WS-QTD-LINHAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-LINHA                 PIC 9(005) VALUE ZEROS.
           77 WS-IND-OUTRA                 PIC 9(005) VALUE ZEROS.
           77 WS-QTD-RESERVAS              PIC 9(005) VALUE ZEROS.
           77 WS-IND-RESERVA               PIC 9(005) VALUE ZEROS.
           77 WS-RESERVA-ACHADA            PIC 9(005) VALUE ZEROS.
           77 WS-CHAVE-ITEM                PIC X(010) VALUE SPACES.
           77 WS-CHAVE-LOCAL               PIC X(003) VALUE SPACES.
           77 WS-PEDIDO-ATUAL              PIC 9(007) VALUE ZEROS.
           77 WS-QTD-FATURAR               PIC 9(003) VALUE ZEROS.
           77 WS-QTD-GRAVADAS              PIC 9(003) VALUE ZEROS.
           77 WS-ULTIMA-FATURA             PIC 9(007) VALUE ZEROS.
           77 DISPONIVEL                   PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 FALTA-RESERVAR               PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 QTD-ALOCADA                  PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 RESERVA-NOVA                 PIC 9(007)V99 VALUE ZEROS.
           77 WS-LINHAS-FATURADAS          PIC 9(005) VALUE ZEROS.
           77 WS-LINHAS-RESERVADAS         PIC 9(005) VALUE ZEROS.
           77 WS-LINHAS-ESPERA             PIC 9(005) VALUE ZEROS.
           77 WS-LINHAS-SEM-MESTRE         PIC 9(005) VALUE ZEROS.
           77 WS-LINHAS-LIBERADAS          PIC 9(005) VALUE ZEROS.
           77 WS-FATURAS-GERADAS           PIC 9(005) VALUE ZEROS.
           77 WS-MESTRES-ACERTADOS         PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
      * O ARQUIVO DE PEDIDOS INTEIRO E CARREGADO, ALOCADO EM MEMORIA E
      * REGRAVADO NO FIM, COMO NA MANUTENCAO DE PEDIDOS DE VENDA
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
      * TOTAL RESERVADO POR ITEM E LOCAL PELAS LINHAS NAO FATURADAS;
      * NO MAXIMO UMA ENTRADA POR LINHA DE PEDIDO
           01 TABELA-RESERVAS.
               03 RESERVA-ITEM OCCURS 2000 TIMES.
                   05 RES-ITEM             PIC X(010).
                   05 RES-LOCAL            PIC X(003).
                   05 RES-QUANTIDADE       PIC 9(007)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 013-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-PROCESSAMENTO THRU 002-SAI
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            IF WS-LINHAS-SEM-MESTRE > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
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
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_ENTREGA_COMPLETA" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:1) = "S"
                   MOVE "S" TO WS-ENTREGA-COMPLETA
               END-IF.
           002-PROCESSAMENTO.
               PERFORM 003-CARREGAR-PEDIDOS THRU 003-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DOS PEDIDOS DE VENDA FALHOU, "
                       "NADA SERA ALOCADO NEM REGRAVADO ***"
                   GO TO 002-SAI
               END-IF.
               OPEN I-O MESTRE-ITENS.
               IF WS-MESTRE-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "MESTRE-ITENS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MESTRE DE ITENS INDISPONIVEL, STATUS "
                       WS-MESTRE-STATUS ", ALOCACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               IF WS-HA-LIBERADAS = "S"
                   PERFORM 004-MARCAR-FATURADAS THRU 004-SAI
               END-IF.
               PERFORM 005-SOMAR-RESERVAS.
               SORT CLASSIFICA-PEDIDOS
                   ON ASCENDING KEY CLS-DATA-DESEJADA
                   ON ASCENDING KEY CLS-NUMERO
                   ON ASCENDING KEY CLS-LINHA
                   INPUT PROCEDURE 006-LIBERAR-ABERTAS
                   OUTPUT PROCEDURE 006-ALOCAR-ABERTAS.
               PERFORM 007-LIBERAR-PEDIDOS.
               PERFORM 008-ACERTAR-MESTRE.
               CLOSE MESTRE-ITENS.
               PERFORM 009-REGRAVAR-PEDIDOS.
               MOVE "ART074I" TO WS-LOG-CODIGO.
               MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING WS-LINHAS-RESERVADAS " LINHAS RESERVADAS, "
                   WS-LINHAS-ESPERA " EM ESPERA, "
                   WS-LINHAS-LIBERADAS " LIBERADAS EM "
                   WS-FATURAS-GERADAS " FATURAS, "
                   WS-LINHAS-FATURADAS " FATURADAS"
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               DISPLAY "LINHAS DE PEDIDO: " WS-QTD-LINHAS
                   " RESERVADAS NESTA ALOCACAO: " WS-LINHAS-RESERVADAS
                   " EM ESPERA: " WS-LINHAS-ESPERA.
               DISPLAY "LINHAS LIBERADAS: " WS-LINHAS-LIBERADAS
                   " FATURAS GERADAS: " WS-FATURAS-GERADAS
                   " LINHAS FATURADAS: " WS-LINHAS-FATURADAS.
               DISPLAY "REGISTROS DO MESTRE COM RESERVA ACERTADA: "
                   WS-MESTRES-ACERTADOS
                   " LINHAS SEM ITEM NO MESTRE: " WS-LINHAS-SEM-MESTRE.
           002-SAI.
               EXIT.
           003-CARREGAR-PEDIDOS.
      * QUALQUER FALHA DE CARGA (ABERTURA QUE NAO SEJA ARQUIVO
      * AUSENTE, OU MAIS LINHAS QUE A TABELA) ABANDONA A ALOCACAO
      * SEM REGRAVAR, SENAO PEDIDOS SUMIRIAM DO ARQUIVO
               MOVE ZEROS TO WS-QTD-LINHAS.
               OPEN INPUT PEDIDOS-VENDA.
               IF WS-PEDIDOS-STATUS = "35"
                   GO TO 003-SAI
               END-IF.
               IF WS-PEDIDOS-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "PEDIDOS-VENDA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PEDIDOS DE VENDA INDISPONIVEIS, STATUS "
                       WS-PEDIDOS-STATUS ", ALOCACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-PEDIDO.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-LINHAS < 2000
                       ADD 1 TO WS-QTD-LINHAS
                       MOVE REG-PEDIDO-VENDA
                           TO LINHA-PEDIDO(WS-QTD-LINHAS)
                       IF PV-LIBERADA
                           MOVE "S" TO WS-HA-LIBERADAS
                       END-IF
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "PEDIDOS-VENDA.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "PEDIDOS DE VENDA EXCEDEM A TABELA DE "
                           "2000 LINHAS, ALOCACAO ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 003-LER-PEDIDO
               END-PERFORM.
               CLOSE PEDIDOS-VENDA.
           003-SAI.
               EXIT.
           003-LER-PEDIDO.
               READ PEDIDOS-VENDA
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-MARCAR-FATURADAS.
      * A LINHA LIBERADA ESTA FATURADA QUANDO A FATURA GERADA PARA ELA
      * APARECE NO HISTORICO DE VENDAS COM O MESMO CLIENTE E ITEM;
      * FATURA RETIDA OU REJEITADA NO FATURAMENTO MANTEM A LINHA
      * LIBERADA, COM A RESERVA, ATE SER EMITIDA OU CANCELADA
               OPEN INPUT HISTORICO-VENDAS.
               IF WS-HISTORICO-STATUS NOT = "00"
                   GO TO 004-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ HISTORICO-VENDAS
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HVEN-FATURA-COMUM
                               PERFORM 004-CONFERIR-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE HISTORICO-VENDAS.
           004-SAI.
               EXIT.
           004-CONFERIR-HISTORICO.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PV-SITUACAO(WS-IND-LINHA) = "L"
                       AND TAB-PV-FATURA(WS-IND-LINHA) = HVEN-FATURA
                       AND TAB-PV-CLIENTE(WS-IND-LINHA) = HVEN-CLIENTE
                       AND TAB-PV-ITEM(WS-IND-LINHA) = HVEN-ITEM
                       MOVE "F" TO TAB-PV-SITUACAO(WS-IND-LINHA)
                       MOVE ZEROS TO TAB-PV-QTD-RESERVADA(WS-IND-LINHA)
                       ADD 1 TO WS-LINHAS-FATURADAS
                   END-IF
               END-PERFORM.
           005-SOMAR-RESERVAS.
      * TODA LINHA NAO FATURADA NEM CANCELADA GANHA ENTRADA NA TABELA
      * DE RESERVAS, MESMO SEM NADA RESERVADO AINDA
               MOVE ZEROS TO WS-QTD-RESERVAS.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PV-SITUACAO(WS-IND-LINHA) = "A"
                       OR TAB-PV-SITUACAO(WS-IND-LINHA) = "R"
                       OR TAB-PV-SITUACAO(WS-IND-LINHA) = "L"
                       MOVE TAB-PV-ITEM(WS-IND-LINHA) TO WS-CHAVE-ITEM
                       MOVE TAB-PV-LOCAL(WS-IND-LINHA)
                           TO WS-CHAVE-LOCAL
                       PERFORM 005-LOCALIZAR-RESERVA
                       IF WS-RESERVA-ACHADA = ZEROS
                           ADD 1 TO WS-QTD-RESERVAS
                           MOVE WS-QTD-RESERVAS TO WS-RESERVA-ACHADA
                           MOVE WS-CHAVE-ITEM
                               TO RES-ITEM(WS-RESERVA-ACHADA)
                           MOVE WS-CHAVE-LOCAL
                               TO RES-LOCAL(WS-RESERVA-ACHADA)
                           MOVE ZEROS
                               TO RES-QUANTIDADE(WS-RESERVA-ACHADA)
                       END-IF
                       ADD TAB-PV-QTD-RESERVADA(WS-IND-LINHA)
                           TO RES-QUANTIDADE(WS-RESERVA-ACHADA)
                   END-IF
               END-PERFORM.
           005-LOCALIZAR-RESERVA.
               MOVE ZEROS TO WS-RESERVA-ACHADA.
               PERFORM VARYING WS-IND-RESERVA FROM 1 BY 1
                   UNTIL WS-IND-RESERVA > WS-QTD-RESERVAS
                       OR WS-RESERVA-ACHADA NOT = ZEROS
                   IF RES-ITEM(WS-IND-RESERVA) = WS-CHAVE-ITEM
                       AND RES-LOCAL(WS-IND-RESERVA) = WS-CHAVE-LOCAL
                       MOVE WS-IND-RESERVA TO WS-RESERVA-ACHADA
                   END-IF
               END-PERFORM.
           006-LIBERAR-ABERTAS.
      * SO AS LINHAS ABERTAS ENTRAM NA FILA, NA ORDEM DE DATA
      * DESEJADA, PEDIDO E LINHA: QUEM PEDIU PARA ANTES LEVA PRIMEIRO
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PV-SITUACAO(WS-IND-LINHA) = "A"
                       MOVE TAB-PV-DATA-DESEJADA(WS-IND-LINHA)
                           TO CLS-DATA-DESEJADA
                       MOVE TAB-PV-NUMERO(WS-IND-LINHA) TO CLS-NUMERO
                       MOVE TAB-PV-LINHA(WS-IND-LINHA) TO CLS-LINHA
                       MOVE WS-IND-LINHA TO CLS-IND-LINHA
                       RELEASE REG-CLASSIFICA-PEDIDOS
                   END-IF
               END-PERFORM.
           006-ALOCAR-ABERTAS.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-PEDIDOS
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE CLS-IND-LINHA TO WS-IND-LINHA
                           PERFORM 006-ALOCAR-LINHA THRU 006-SAI
                   END-RETURN
               END-PERFORM.
           006-ALOCAR-LINHA.
               MOVE TAB-PV-ITEM(WS-IND-LINHA) TO MESTRE-ITEM.
               MOVE TAB-PV-LOCAL(WS-IND-LINHA) TO MESTRE-LOCAL.
               READ MESTRE-ITENS
                   INVALID KEY
                       MOVE "I" TO MESTRE-SITUACAO
               END-READ.
               IF NOT MESTRE-ATIVO
                   ADD 1 TO WS-LINHAS-SEM-MESTRE
                   MOVE "ART073W" TO WS-LOG-CODIGO
                   MOVE SPACES TO WS-LOG-CHAVE
                   STRING TAB-PV-NUMERO(WS-IND-LINHA) "/"
                       TAB-PV-LINHA(WS-IND-LINHA)
                       DELIMITED BY SIZE INTO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "LINHA EM ESPERA: ITEM "
                       TAB-PV-ITEM(WS-IND-LINHA)
                       " SEM CADASTRO OU DESATIVADO NO LOCAL "
                       TAB-PV-LOCAL(WS-IND-LINHA)
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 006-SAI
               END-IF.
               MOVE TAB-PV-ITEM(WS-IND-LINHA) TO WS-CHAVE-ITEM.
               MOVE TAB-PV-LOCAL(WS-IND-LINHA) TO WS-CHAVE-LOCAL.
               PERFORM 005-LOCALIZAR-RESERVA.
      * DISPONIVEL = SALDO DO MESTRE MENOS TUDO O QUE JA ESTA
      * RESERVADO NO ITEM E LOCAL, INCLUSIVE PARA ESTA LINHA
               COMPUTE DISPONIVEL = MESTRE-SALDO
                   - RES-QUANTIDADE(WS-RESERVA-ACHADA).
               IF DISPONIVEL NOT > ZEROS
                   GO TO 006-SAI
               END-IF.
               COMPUTE FALTA-RESERVAR =
                   TAB-PV-QTD-PEDIDA(WS-IND-LINHA)
                   - TAB-PV-QTD-RESERVADA(WS-IND-LINHA).
               IF FALTA-RESERVAR > DISPONIVEL
                   MOVE DISPONIVEL TO QTD-ALOCADA
               ELSE
                   MOVE FALTA-RESERVAR TO QTD-ALOCADA
               END-IF.
               ADD QTD-ALOCADA TO TAB-PV-QTD-RESERVADA(WS-IND-LINHA).
               ADD QTD-ALOCADA TO RES-QUANTIDADE(WS-RESERVA-ACHADA).
               ADD 1 TO WS-LINHAS-RESERVADAS.
               IF TAB-PV-QTD-RESERVADA(WS-IND-LINHA)
                   = TAB-PV-QTD-PEDIDA(WS-IND-LINHA)
                   MOVE "R" TO TAB-PV-SITUACAO(WS-IND-LINHA)
               END-IF.
           006-SAI.
               EXIT.
           007-LIBERAR-PEDIDOS.
               MOVE 9000000 TO WS-ULTIMA-FATURA.
               OPEN INPUT SEQUENCIA-FATURA.
               IF WS-SEQUENCIA-STATUS = "00"
                   READ SEQUENCIA-FATURA
                       NOT AT END
                           MOVE REG-SEQUENCIA-FATURA
                               TO WS-ULTIMA-FATURA
                   END-READ
                   CLOSE SEQUENCIA-FATURA
               END-IF.
               PERFORM 007-LIBERAR-LINHA THRU 007-FIM
                   VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS.
               IF WS-FATURAS-ABERTO = "S"
                   CLOSE FATURAS-PEDIDOS
                   OPEN OUTPUT SEQUENCIA-FATURA
                   MOVE WS-ULTIMA-FATURA TO REG-SEQUENCIA-FATURA
                   WRITE REG-SEQUENCIA-FATURA
                   CLOSE SEQUENCIA-FATURA
               END-IF.
           007-LIBERAR-LINHA.
      * A PRIMEIRA LINHA LIBERAVEL DE CADA PEDIDO ABRE A FATURA, QUE
      * LEVA AS DEMAIS LINHAS LIBERAVEIS DO MESMO PEDIDO (ATE 100, O
      * LIMITE DO FATURAMENTO; O EXCESSO SAI EM OUTRA FATURA)
               IF TAB-PV-SITUACAO(WS-IND-LINHA) NOT = "R"
                   OR TAB-PV-DATA-DESEJADA(WS-IND-LINHA)
                       > WS-DATA-MOVIMENTO
                   GO TO 007-FIM
               END-IF.
               MOVE TAB-PV-NUMERO(WS-IND-LINHA) TO WS-PEDIDO-ATUAL.
               IF WS-ENTREGA-COMPLETA = "S"
                   MOVE "S" TO WS-PEDIDO-COMPLETO
                   PERFORM VARYING WS-IND-OUTRA FROM 1 BY 1
                       UNTIL WS-IND-OUTRA > WS-QTD-LINHAS
                       IF TAB-PV-NUMERO(WS-IND-OUTRA) = WS-PEDIDO-ATUAL
                           AND (TAB-PV-SITUACAO(WS-IND-OUTRA) = "A"
                           OR TAB-PV-DATA-DESEJADA(WS-IND-OUTRA)
                               > WS-DATA-MOVIMENTO)
                           AND TAB-PV-SITUACAO(WS-IND-OUTRA) NOT = "F"
                           AND TAB-PV-SITUACAO(WS-IND-OUTRA) NOT = "C"
                           MOVE "N" TO WS-PEDIDO-COMPLETO
                       END-IF
                   END-PERFORM
                   IF WS-PEDIDO-COMPLETO = "N"
                       GO TO 007-FIM
                   END-IF
               END-IF.
               MOVE ZEROS TO WS-QTD-FATURAR.
               PERFORM VARYING WS-IND-OUTRA FROM WS-IND-LINHA BY 1
                   UNTIL WS-IND-OUTRA > WS-QTD-LINHAS
                       OR WS-QTD-FATURAR = 100
                   IF TAB-PV-NUMERO(WS-IND-OUTRA) = WS-PEDIDO-ATUAL
                       AND TAB-PV-SITUACAO(WS-IND-OUTRA) = "R"
                       AND TAB-PV-DATA-DESEJADA(WS-IND-OUTRA)
                           NOT > WS-DATA-MOVIMENTO
                       ADD 1 TO WS-QTD-FATURAR
                   END-IF
               END-PERFORM.
               IF WS-FATURAS-ABERTO = "N"
                   OPEN EXTEND FATURAS-PEDIDOS
                   IF WS-FATURAS-STATUS = "35"
                       OPEN OUTPUT FATURAS-PEDIDOS
                   END-IF
                   MOVE "S" TO WS-FATURAS-ABERTO
               END-IF.
               ADD 1 TO WS-ULTIMA-FATURA.
               ADD 1 TO WS-FATURAS-GERADAS.
               MOVE "C"                 TO FAT-CAB-TIPO-REG.
               MOVE WS-ULTIMA-FATURA    TO FAT-NUMERO.
               MOVE TAB-PV-CLIENTE(WS-IND-LINHA) TO FAT-CLIENTE.
               MOVE WS-DATA-MOVIMENTO   TO FAT-DATA.
               MOVE WS-QTD-FATURAR      TO FAT-QTD-LINHAS.
               MOVE SPACES              TO FAT-MOEDA.
               MOVE ZEROS               TO FAT-REF-ORIGINAL.
               WRITE REG-FATURA-CABECALHO.
               MOVE ZEROS TO WS-QTD-GRAVADAS.
               PERFORM VARYING WS-IND-OUTRA FROM WS-IND-LINHA BY 1
                   UNTIL WS-IND-OUTRA > WS-QTD-LINHAS
                       OR WS-QTD-GRAVADAS = WS-QTD-FATURAR
                   IF TAB-PV-NUMERO(WS-IND-OUTRA) = WS-PEDIDO-ATUAL
                       AND TAB-PV-SITUACAO(WS-IND-OUTRA) = "R"
                       AND TAB-PV-DATA-DESEJADA(WS-IND-OUTRA)
                           NOT > WS-DATA-MOVIMENTO
                       PERFORM 007-GRAVAR-LINHA-FATURA
                   END-IF
               END-PERFORM.
               DISPLAY "PEDIDO " WS-PEDIDO-ATUAL " LIBERADO NA FATURA "
                   WS-ULTIMA-FATURA " COM " WS-QTD-FATURAR " LINHAS".
           007-FIM.
               EXIT.
           007-GRAVAR-LINHA-FATURA.
               MOVE "I"                 TO FAT-LIN-TIPO-REG.
               MOVE TAB-PV-ITEM(WS-IND-OUTRA) TO FAT-LIN-ITEM.
               MOVE TAB-PV-QTD-PEDIDA(WS-IND-OUTRA)
                   TO FAT-LIN-QUANTIDADE.
               MOVE TAB-PV-PRECO(WS-IND-OUTRA) TO FAT-LIN-PRECO.
               MOVE TAB-PV-IMPOSTO(WS-IND-OUTRA) TO FAT-LIN-IMPOSTO.
               MOVE TAB-PV-LOCAL(WS-IND-OUTRA) TO FAT-LIN-LOCAL.
               MOVE "S"                 TO FAT-LIN-RESERVA.
               WRITE REG-FATURA-LINHA.
               MOVE "L" TO TAB-PV-SITUACAO(WS-IND-OUTRA).
               MOVE WS-ULTIMA-FATURA TO TAB-PV-FATURA(WS-IND-OUTRA).
               ADD 1 TO WS-QTD-GRAVADAS.
               ADD 1 TO WS-LINHAS-LIBERADAS.
           008-ACERTAR-MESTRE.
      * A RESERVA DE CADA REGISTRO DO MESTRE PASSA A SER A SOMA DAS
      * LINHAS NAO FATURADAS: CORRIGE CANCELAMENTOS, REDUCOES E
      * QUALQUER DIFERENCA DEIXADA POR FATURA EMITIDA OU RECUSADA
               MOVE LOW-VALUES TO MESTRE-CHAVE.
               MOVE "N" TO WS-FIM-ARQUIVO.
               START MESTRE-ITENS KEY NOT < MESTRE-CHAVE
                   INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
               END-START.
               PERFORM UNTIL FIM-ARQUIVO
                   READ MESTRE-ITENS NEXT
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 008-ACERTAR-REGISTRO THRU 008-SAI
                   END-READ
               END-PERFORM.
           008-ACERTAR-REGISTRO.
               MOVE MESTRE-ITEM TO WS-CHAVE-ITEM.
               MOVE MESTRE-LOCAL TO WS-CHAVE-LOCAL.
               PERFORM 005-LOCALIZAR-RESERVA.
               IF WS-RESERVA-ACHADA = ZEROS
                   MOVE ZEROS TO RESERVA-NOVA
               ELSE
                   MOVE RES-QUANTIDADE(WS-RESERVA-ACHADA)
                       TO RESERVA-NOVA
               END-IF.
               IF MESTRE-QTD-RESERVADA IS NUMERIC
                   IF MESTRE-QTD-RESERVADA = RESERVA-NOVA
                       GO TO 008-SAI
                   END-IF
               END-IF.
               MOVE RESERVA-NOVA TO MESTRE-QTD-RESERVADA.
               REWRITE REG-MESTRE.
               ADD 1 TO WS-MESTRES-ACERTADOS.
           008-SAI.
               EXIT.
           009-REGRAVAR-PEDIDOS.
               MOVE ZEROS TO WS-LINHAS-ESPERA.
               OPEN OUTPUT PEDIDOS-VENDA.
               PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
                   IF TAB-PV-SITUACAO(WS-IND-LINHA) = "A"
                       ADD 1 TO WS-LINHAS-ESPERA
                   END-IF
                   WRITE REG-PEDIDO-VENDA
                       FROM LINHA-PEDIDO(WS-IND-LINHA)
               END-PERFORM.
               CLOSE PEDIDOS-VENDA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "ALOCACAO-PEDIDOS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "ALOCACAO-PEDIDOS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "ALOCACAO-PEDIDOS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-QTD-LINHAS TO EXEC-LIDOS.
               MOVE WS-LINHAS-LIBERADAS TO EXEC-POSTADOS.
               MOVE WS-LINHAS-SEM-MESTRE TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
      ******************************************************************
           013-BLOQUEAR-RECURSOS.
      * A ALOCACAO REGRAVA A RESERVA NO MESTRE DE ITENS E OS PEDIDOS
      * DE VENDA INTEIROS: A MANUTENCAO DE PEDIDOS ESPERA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "ALOCACAO-PEDIDOS" TO BLQ-PED-PROGRAMA.
               MOVE "MESTRE-ITENS" TO BLQ-PED-RECURSO(1).
               MOVE "PEDIDOS-VENDA" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM ALOCACAO-PEDIDOS.
