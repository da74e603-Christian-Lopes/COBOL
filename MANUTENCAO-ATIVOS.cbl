      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE ATIVO IMOBILIZADO INDEXADO
      *          (ATIVOS.DAT): INCLUSAO DO BEM COM CUSTO, VIDA UTIL E
      *          METODO, ALTERACAO E BAIXA, SO POR SUPERVISOR E COM
      *          TRILHA DE AUDITORIA (QUEM/QUANDO/ANTES/DEPOIS) EM
      *          AUDITORIA-ATIVOS.DAT, NO MESMO ESPIRITO DA MANUTENCAO
      *          DO MESTRE. O DEPARTAMENTO TEM DE ESTAR ATIVO EM
      *          DEPARTAMENTOS.DAT E A OPERACAO DA DEPRECIACAO TEM DE
      *          TER MAPA EM CONTAS-GL.DAT. CUSTO E METODO SO MUDAM
      *          ANTES DA PRIMEIRA DEPRECIACAO; A VIDA UTIL PODE MUDAR
      *          DEPOIS, DESDE QUE MAIOR QUE OS MESES JA CONSUMIDOS.
      *          A BAIXA APURA O GANHO OU A PERDA (VALOR DE VENDA MENOS
      *          CUSTO LIQUIDO DA DEPRECIACAO ACUMULADA) E POSTA NO
      *          RAZAO, NA DATA DA RODADA COMO OS DEMAIS LANCAMENTOS
      *          (O PERIODO CONFERIDO E O DA DATA DA BAIXA) E NO
      *          DEPARTAMENTO DO BEM:
      *          BAIXA-DEPREC (A DEPRECIACAO ACUMULADA CONTRA O CUSTO),
      *          BAIXA-ATIVO (O CUSTO LIQUIDO CONTRA O RESULTADO DA
      *          BAIXA) E VENDA-ATIVO (O VALOR RECEBIDO CONTRA O
      *          RESULTADO DA BAIXA). BAIXA EM PERIODO FECHADO OU COM
      *          OPERACAO SEM MAPA E RECUSADA SEM POSTAR NADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-ATIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS ASSIGN TO "ATIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATIVO-NUMERO
               FILE STATUS IS WS-ATIVOS-STATUS.
           SELECT MANUTENCOES-ATIVOS
               ASSIGN TO "MANUTENCOES-ATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUTENCOES-STATUS.
           SELECT AUDITORIA-ATIVOS ASSIGN TO "AUDITORIA-ATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTAMENTOS-STATUS.
           SELECT CONTAS-GL ASSIGN TO "CONTAS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATIVOS.
           COPY ATIVOCOPY.
       FD  MANUTENCOES-ATIVOS.
       01  REG-MANUTENCAO-ATIVO.
           03 MAT-ACAO                     PIC X(001).
              88 MAT-INCLUSAO                          VALUE "I".
              88 MAT-ALTERACAO                         VALUE "A".
              88 MAT-BAIXA                             VALUE "B".
           03 MAT-NUMERO                   PIC 9(007).
      * NA ALTERACAO, ESPACOS/ZEROS DEIXAM O CAMPO COMO ESTA
           03 MAT-DESCRICAO                PIC X(030).
           03 MAT-DEPARTAMENTO             PIC X(010).
           03 MAT-DATA-AQUISICAO           PIC 9(008).
           03 MAT-CUSTO                    PIC 9(009)V99.
           03 MAT-VIDA-MESES               PIC 9(004).
           03 MAT-METODO                   PIC X(002).
           03 MAT-OPERACAO                 PIC X(015).
      * SO NA BAIXA: DATA (ZEROS = DATA DO MOVIMENTO) E VALOR DE VENDA
           03 MAT-DATA-BAIXA               PIC 9(008).
           03 MAT-VALOR-VENDA              PIC 9(009)V99.
           03 MAT-USUARIO                  PIC X(008).
       FD  AUDITORIA-ATIVOS.
       01  REG-AUDITORIA-ATIVO.
           03 AUDA-DATA-HORA               PIC X(014).
           03 AUDA-USUARIO                 PIC X(008).
           03 AUDA-ACAO                    PIC X(001).
           03 AUDA-NUMERO                  PIC 9(007).
           03 AUDA-DESCRICAO-ANTES         PIC X(030).
           03 AUDA-DESCRICAO-DEPOIS        PIC X(030).
           03 AUDA-DEPARTAMENTO-ANTES      PIC X(010).
           03 AUDA-DEPARTAMENTO-DEPOIS     PIC X(010).
           03 AUDA-CUSTO-ANTES             PIC -(9)9.99.
           03 AUDA-CUSTO-DEPOIS            PIC -(9)9.99.
           03 AUDA-VIDA-ANTES              PIC 9(004).
           03 AUDA-VIDA-DEPOIS             PIC 9(004).
           03 AUDA-METODO-ANTES            PIC X(002).
           03 AUDA-METODO-DEPOIS           PIC X(002).
           03 AUDA-OPERACAO-ANTES          PIC X(015).
           03 AUDA-OPERACAO-DEPOIS         PIC X(015).
           03 AUDA-ACUMULADA               PIC -(9)9.99.
           03 AUDA-SITUACAO-ANTES          PIC X(001).
           03 AUDA-SITUACAO-DEPOIS         PIC X(001).
           03 AUDA-VALOR-VENDA             PIC -(9)9.99.
           03 AUDA-RESULTADO-BAIXA         PIC -(9)9.99.
       FD  DEPARTAMENTOS.
           COPY DEPCOPY.
       FD  CONTAS-GL.
           COPY GLCOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-ATIVOS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-MANUTENCOES-STATUS        PIC X(002) VALUE SPACES.
           77 WS-AUDITORIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-DEPARTAMENTOS-STATUS      PIC X(002) VALUE SPACES.
           77 WS-GL-STATUS                 PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-FIM-MANUTENCOES           PIC X(001) VALUE "N".
              88 FIM-MANUTENCOES                      VALUE "S".
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-SEQUENCIA                 PIC 9(009) VALUE ZEROS.
           77 WS-MANUTENCAO-OK             PIC X(001) VALUE "S".
           77 DESCRICAO-ANTES              PIC X(030) VALUE SPACES.
           77 DEPARTAMENTO-ANTES           PIC X(010) VALUE SPACES.
           77 CUSTO-ANTES                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VIDA-ANTES                   PIC 9(004) VALUE ZEROS.
           77 METODO-ANTES                 PIC X(002) VALUE SPACES.
           77 OPERACAO-ANTES               PIC X(015) VALUE SPACES.
           77 SITUACAO-ANTES               PIC X(001) VALUE SPACES.
           77 WS-DEPARTAMENTO-CONFERIDO    PIC X(010) VALUE SPACES.
           77 WS-OPERACAO-CONFERIDA        PIC X(015) VALUE SPACES.
           77 WS-QTD-DEPARTAMENTOS         PIC 9(003) VALUE ZEROS.
           77 WS-IND-DEPARTAMENTO          PIC 9(003) VALUE ZEROS.
           77 WS-DEPTO-VALIDO              PIC X(001) VALUE "N".
      * SEM TABELA DE CONTAS A OPERACAO DA DEPRECIACAO NAO E CONFERIDA
      * NA INCLUSAO, MAS NENHUMA BAIXA PODE SER POSTADA
           77 WS-CONTAS-CARREGADAS         PIC X(001) VALUE "N".
           77 WS-QTD-MAPAS                 PIC 9(003) VALUE ZEROS.
           77 WS-IND-MAPA                  PIC 9(003) VALUE ZEROS.
           77 WS-OPERACAO-VALIDA           PIC X(001) VALUE "N".
           77 WS-DATA-BAIXA                PIC 9(008) VALUE ZEROS.
           77 VALOR-LIQUIDO                PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-RESULTADO              PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-LEDGER                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-OPERACAO-LEDGER           PIC X(015) VALUE SPACES.
           77 WS-RESULTADO-ED              PIC -(9)9.99.
           77 WS-APLICADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-RECUSADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
      * AREA DE CHAMADA DE VERIFICA-USUARIO: IDENTIFICACAO NA IDA,
      * NIVEL E VALIDADE NA VOLTA
           01 PEDIDO-USUARIO.
               03 USU-PED-ID               PIC X(008).
               03 USU-PED-NIVEL            PIC 9(001).
               03 USU-PED-VALIDO           PIC X(001).
      * AREA DE CHAMADA DE VERIFICA-PERIODO: DATA NA IDA, SINALIZADOR
      * DE LIBERACAO NA VOLTA
           01 PEDIDO-PERIODO.
               03 PER-PED-DATA             PIC 9(008).
               03 PER-PED-LIBERADO         PIC X(001).
           01 TABELA-DEPARTAMENTOS.
               03 TAB-DEPARTAMENTO OCCURS 100 TIMES.
                   05 TAB-DEP-CODIGO       PIC X(010).
                   05 TAB-DEP-SITUACAO     PIC X(001).
           01 TABELA-MAPAS.
               03 MAPA-GL OCCURS 50 TIMES.
                   05 MAPA-OPERACAO        PIC X(015).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 016-CARREGAR-PARAMETROS.
            PERFORM 007-CARREGAR-DEPARTAMENTOS.
            PERFORM 008-CARREGAR-CONTAS.
            PERFORM 014-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 001-PROCESSAMENTO
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
               OPEN I-O ATIVOS
               IF WS-ATIVOS-STATUS = "35"
                   DISPLAY "CADASTRO DE ATIVOS NAO ENCONTRADO, "
                       "CRIANDO CADASTRO VAZIO"
                   OPEN OUTPUT ATIVOS
                   CLOSE ATIVOS
                   OPEN I-O ATIVOS
               END-IF
               IF WS-ATIVOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "ATIVOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ERRO AO ABRIR O CADASTRO DE ATIVOS, STATUS "
                       WS-ATIVOS-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN INPUT MANUTENCOES-ATIVOS
                   IF WS-MANUTENCOES-STATUS = "35"
                       DISPLAY "ARQUIVO DE MANUTENCOES DE ATIVOS "
                           "NAO ENCONTRADO, NADA A FAZER"
                   ELSE
                       OPEN EXTEND AUDITORIA-ATIVOS
                       IF WS-AUDITORIA-STATUS = "35"
                           OPEN OUTPUT AUDITORIA-ATIVOS
                       END-IF
                       PERFORM 001-LER-MANUTENCAO
                       PERFORM UNTIL FIM-MANUTENCOES
                           PERFORM 002-APLICAR-MANUTENCAO
                               THRU 002-FIM
                           PERFORM 001-LER-MANUTENCAO
                       END-PERFORM
                       CLOSE MANUTENCOES-ATIVOS
                       CLOSE AUDITORIA-ATIVOS
                       DISPLAY "MANUTENCOES APLICADAS: " WS-APLICADAS
                           " RECUSADAS: " WS-RECUSADAS
                   END-IF
                   CLOSE ATIVOS
               END-IF.
           001-LER-MANUTENCAO.
               READ MANUTENCOES-ATIVOS
                   AT END MOVE "S" TO WS-FIM-MANUTENCOES
               END-READ.
           002-APLICAR-MANUTENCAO.
               MOVE "S" TO WS-MANUTENCAO-OK.
               MOVE MAT-USUARIO TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   ADD 1 TO WS-RECUSADAS
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE MAT-USUARIO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO DO ATIVO " MAT-NUMERO
                       " RECUSADA: USUARIO " MAT-USUARIO
                       " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-FIM
               END-IF.
               IF MAT-NUMERO NOT NUMERIC OR MAT-NUMERO = ZEROS
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: NUMERO DO ATIVO "
                       "INVALIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   ADD 1 TO WS-RECUSADAS
                   GO TO 002-FIM
               END-IF.
               EVALUATE TRUE
                   WHEN MAT-INCLUSAO
                       PERFORM 003-INCLUIR-ATIVO THRU 003-SAI
                   WHEN MAT-ALTERACAO
                       PERFORM 004-ALTERAR-ATIVO THRU 004-SAI
                   WHEN MAT-BAIXA
                       PERFORM 005-BAIXAR-ATIVO THRU 005-SAI
                   WHEN OTHER
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ACAO "
                           MAT-ACAO " DESCONHECIDA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
               END-EVALUATE.
               IF WS-MANUTENCAO-OK = "S"
                   ADD 1 TO WS-APLICADAS
                   PERFORM 006-GRAVAR-AUDITORIA
               ELSE
                   ADD 1 TO WS-RECUSADAS
               END-IF.
           002-FIM.
               EXIT.
      ******************************************************************
           003-INCLUIR-ATIVO.
               MOVE MAT-NUMERO TO ATIVO-NUMERO.
               READ ATIVOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ATIVO JA "
                           "EXISTE NO CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
               END-READ.
               IF WS-MANUTENCAO-OK = "N"
                   GO TO 003-SAI
               END-IF.
               IF MAT-DATA-AQUISICAO NOT NUMERIC
                   OR MAT-DATA-AQUISICAO = ZEROS
                   OR MAT-CUSTO NOT NUMERIC OR MAT-CUSTO = ZEROS
                   OR MAT-VIDA-MESES NOT NUMERIC
                   OR MAT-VIDA-MESES = ZEROS
                   OR (MAT-METODO NOT = "SL" AND MAT-METODO NOT = "DB")
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: AQUISICAO, CUSTO, VIDA "
                       "UTIL OU METODO (SL/DB) INVALIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 003-SAI
               END-IF.
               MOVE MAT-DEPARTAMENTO TO WS-DEPARTAMENTO-CONFERIDO.
               IF MAT-OPERACAO = SPACES
                   MOVE "DEPRECIACAO" TO WS-OPERACAO-CONFERIDA
               ELSE
                   MOVE MAT-OPERACAO TO WS-OPERACAO-CONFERIDA
               END-IF.
               PERFORM 009-CONFERIR-CADASTROS THRU 009-SAI.
               IF WS-MANUTENCAO-OK = "N"
                   GO TO 003-SAI
               END-IF.
               MOVE SPACES TO DESCRICAO-ANTES.
               MOVE SPACES TO DEPARTAMENTO-ANTES.
               MOVE ZEROS  TO CUSTO-ANTES.
               MOVE ZEROS  TO VIDA-ANTES.
               MOVE SPACES TO METODO-ANTES.
               MOVE SPACES TO OPERACAO-ANTES.
               MOVE SPACES TO SITUACAO-ANTES.
               MOVE MAT-NUMERO            TO ATIVO-NUMERO.
               MOVE MAT-DESCRICAO         TO ATIVO-DESCRICAO.
               MOVE MAT-DEPARTAMENTO      TO ATIVO-DEPARTAMENTO.
               MOVE MAT-DATA-AQUISICAO    TO ATIVO-DATA-AQUISICAO.
               MOVE MAT-CUSTO             TO ATIVO-CUSTO.
               MOVE MAT-VIDA-MESES        TO ATIVO-VIDA-MESES.
               MOVE MAT-METODO            TO ATIVO-METODO.
               MOVE ZEROS                 TO ATIVO-DEPRECIACAO-ACUM.
               MOVE WS-OPERACAO-CONFERIDA TO ATIVO-OPERACAO.
               MOVE ZEROS                 TO ATIVO-ULTIMO-PERIODO.
               MOVE ZEROS                 TO ATIVO-MESES-DEPRECIADOS.
               MOVE "A"                   TO ATIVO-SITUACAO.
               MOVE ZEROS                 TO ATIVO-DATA-BAIXA.
               MOVE ZEROS                 TO ATIVO-VALOR-VENDA.
               MOVE ZEROS                 TO ATIVO-RESULTADO-BAIXA.
               WRITE REG-ATIVO.
               DISPLAY "ATIVO " MAT-NUMERO " INCLUIDO COM CUSTO "
                   MAT-CUSTO.
           003-SAI.
               EXIT.
           004-ALTERAR-ATIVO.
               MOVE MAT-NUMERO TO ATIVO-NUMERO.
               READ ATIVOS
                   INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ATIVO NAO "
                           "ENCONTRADO NO CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
               END-READ.
               IF WS-MANUTENCAO-OK = "N"
                   GO TO 004-SAI
               END-IF.
               PERFORM 017-GUARDAR-ANTES.
               IF ATIVO-BAIXADO
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: ATIVO JA BAIXADO EM "
                       ATIVO-DATA-BAIXA
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
      * DEPOIS DA PRIMEIRA DEPRECIACAO O CUSTO E O METODO FICAM; A
      * VIDA UTIL PODE SER REVISTA SE SOBRAR VIDA A DEPRECIAR
               IF ATIVO-MESES-DEPRECIADOS > ZEROS
                   AND ((MAT-CUSTO IS NUMERIC AND MAT-CUSTO NOT = ZEROS)
                       OR MAT-METODO NOT = SPACES)
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: CUSTO E METODO NAO "
                       "MUDAM DEPOIS DA PRIMEIRA DEPRECIACAO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               IF MAT-METODO NOT = SPACES
                   AND MAT-METODO NOT = "SL" AND MAT-METODO NOT = "DB"
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: METODO " MAT-METODO
                       " INVALIDO (SL/DB)"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               IF MAT-VIDA-MESES IS NUMERIC
                   AND MAT-VIDA-MESES NOT = ZEROS
                   AND MAT-VIDA-MESES NOT > ATIVO-MESES-DEPRECIADOS
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: VIDA UTIL "
                       MAT-VIDA-MESES " NAO MAIOR QUE OS "
                       ATIVO-MESES-DEPRECIADOS " MESES JA DEPRECIADOS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 004-SAI
               END-IF.
               MOVE ATIVO-DEPARTAMENTO TO WS-DEPARTAMENTO-CONFERIDO.
               IF MAT-DEPARTAMENTO NOT = SPACES
                   MOVE MAT-DEPARTAMENTO TO WS-DEPARTAMENTO-CONFERIDO
               END-IF.
               MOVE ATIVO-OPERACAO TO WS-OPERACAO-CONFERIDA.
               IF MAT-OPERACAO NOT = SPACES
                   MOVE MAT-OPERACAO TO WS-OPERACAO-CONFERIDA
               END-IF.
               PERFORM 009-CONFERIR-CADASTROS THRU 009-SAI.
               IF WS-MANUTENCAO-OK = "N"
                   GO TO 004-SAI
               END-IF.
               IF MAT-DESCRICAO NOT = SPACES
                   MOVE MAT-DESCRICAO TO ATIVO-DESCRICAO
               END-IF.
               MOVE WS-DEPARTAMENTO-CONFERIDO TO ATIVO-DEPARTAMENTO.
               MOVE WS-OPERACAO-CONFERIDA TO ATIVO-OPERACAO.
               IF MAT-DATA-AQUISICAO IS NUMERIC
                   AND MAT-DATA-AQUISICAO NOT = ZEROS
                   AND ATIVO-MESES-DEPRECIADOS = ZEROS
                   MOVE MAT-DATA-AQUISICAO TO ATIVO-DATA-AQUISICAO
               END-IF.
               IF MAT-CUSTO IS NUMERIC AND MAT-CUSTO NOT = ZEROS
                   MOVE MAT-CUSTO TO ATIVO-CUSTO
               END-IF.
               IF MAT-VIDA-MESES IS NUMERIC
                   AND MAT-VIDA-MESES NOT = ZEROS
                   MOVE MAT-VIDA-MESES TO ATIVO-VIDA-MESES
               END-IF.
               IF MAT-METODO NOT = SPACES
                   MOVE MAT-METODO TO ATIVO-METODO
               END-IF.
               REWRITE REG-ATIVO.
               DISPLAY "ATIVO " MAT-NUMERO " ALTERADO".
           004-SAI.
               EXIT.
      ******************************************************************
           005-BAIXAR-ATIVO.
               MOVE MAT-NUMERO TO ATIVO-NUMERO.
               READ ATIVOS
                   INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ATIVO NAO "
                           "ENCONTRADO NO CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
               END-READ.
               IF WS-MANUTENCAO-OK = "N"
                   GO TO 005-SAI
               END-IF.
               PERFORM 017-GUARDAR-ANTES.
               IF ATIVO-BAIXADO
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: ATIVO JA BAIXADO EM "
                       ATIVO-DATA-BAIXA
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
               IF MAT-VALOR-VENDA NOT NUMERIC
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: VALOR DE VENDA "
                       "INVALIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-BAIXA.
               IF MAT-DATA-BAIXA IS NUMERIC
                   AND MAT-DATA-BAIXA NOT = ZEROS
                   MOVE MAT-DATA-BAIXA TO WS-DATA-BAIXA
               END-IF.
               IF WS-DATA-BAIXA < ATIVO-DATA-AQUISICAO
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: BAIXA EM "
                       WS-DATA-BAIXA " ANTES DA AQUISICAO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
               MOVE WS-DATA-BAIXA TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO = "N"
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE "ART028E" TO WS-LOG-CODIGO
                   MOVE MAT-NUMERO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "BAIXA DO ATIVO " MAT-NUMERO " RECUSADA: "
                       WS-DATA-BAIXA " CAI EM PERIODO FECHADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
      * GANHO (POSITIVO) OU PERDA (NEGATIVO) = VENDA - CUSTO LIQUIDO
               COMPUTE VALOR-LIQUIDO =
                   ATIVO-CUSTO - ATIVO-DEPRECIACAO-ACUM.
               COMPUTE VALOR-RESULTADO =
                   MAT-VALOR-VENDA - VALOR-LIQUIDO.
      * TODAS AS PARTIDAS DA BAIXA TEM DE CABER NO RAZAO E TER MAPA
      * ANTES DE QUALQUER POSTAGEM: OU SAI A BAIXA INTEIRA OU NADA
               IF ATIVO-DEPRECIACAO-ACUM > 999999.99
                   OR VALOR-LIQUIDO > 999999.99
                   OR MAT-VALOR-VENDA > 999999.99
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: VALOR DA BAIXA EXCEDE "
                       "O CAMPO DO RAZAO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 005-SAI
               END-IF.
               IF ATIVO-DEPRECIACAO-ACUM NOT = ZEROS
                   MOVE "BAIXA-DEPREC" TO WS-OPERACAO-CONFERIDA
                   PERFORM 018-CONFERIR-MAPA-BAIXA
               END-IF.
               IF VALOR-LIQUIDO NOT = ZEROS
                   MOVE "BAIXA-ATIVO" TO WS-OPERACAO-CONFERIDA
                   PERFORM 018-CONFERIR-MAPA-BAIXA
               END-IF.
               IF MAT-VALOR-VENDA NOT = ZEROS
                   MOVE "VENDA-ATIVO" TO WS-OPERACAO-CONFERIDA
                   PERFORM 018-CONFERIR-MAPA-BAIXA
               END-IF.
               IF WS-MANUTENCAO-OK = "N"
                   GO TO 005-SAI
               END-IF.
               OPEN EXTEND LEDGER-ARITMETICO.
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-ARITMETICO
               END-IF.
               IF ATIVO-DEPRECIACAO-ACUM NOT = ZEROS
                   MOVE "BAIXA-DEPREC" TO WS-OPERACAO-LEDGER
                   MOVE ATIVO-DEPRECIACAO-ACUM TO VALOR-LEDGER
                   PERFORM 019-POSTAR-BAIXA
               END-IF.
               IF VALOR-LIQUIDO NOT = ZEROS
                   MOVE "BAIXA-ATIVO" TO WS-OPERACAO-LEDGER
                   MOVE VALOR-LIQUIDO TO VALOR-LEDGER
                   PERFORM 019-POSTAR-BAIXA
               END-IF.
               IF MAT-VALOR-VENDA NOT = ZEROS
                   MOVE "VENDA-ATIVO" TO WS-OPERACAO-LEDGER
                   MOVE MAT-VALOR-VENDA TO VALOR-LEDGER
                   PERFORM 019-POSTAR-BAIXA
               END-IF.
               CLOSE LEDGER-ARITMETICO.
               MOVE "B" TO ATIVO-SITUACAO.
               MOVE WS-DATA-BAIXA TO ATIVO-DATA-BAIXA.
               MOVE MAT-VALOR-VENDA TO ATIVO-VALOR-VENDA.
               MOVE VALOR-RESULTADO TO ATIVO-RESULTADO-BAIXA.
               REWRITE REG-ATIVO.
               MOVE VALOR-RESULTADO TO WS-RESULTADO-ED.
               MOVE "ART080I" TO WS-LOG-CODIGO.
               MOVE MAT-NUMERO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "ATIVO " MAT-NUMERO " BAIXADO EM " WS-DATA-BAIXA
                   ", GANHO(+)/PERDA(-) " WS-RESULTADO-ED
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               DISPLAY "ATIVO " MAT-NUMERO " BAIXADO, RESULTADO "
                   WS-RESULTADO-ED.
           005-SAI.
               EXIT.
           018-CONFERIR-MAPA-BAIXA.
               MOVE "N" TO WS-OPERACAO-VALIDA.
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                   IF MAPA-OPERACAO(WS-IND-MAPA) = WS-OPERACAO-CONFERIDA
                       MOVE "S" TO WS-OPERACAO-VALIDA
                   END-IF
               END-PERFORM.
               IF WS-OPERACAO-VALIDA = "N"
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "BAIXA RECUSADA: OPERACAO "
                       WS-OPERACAO-CONFERIDA
                       " SEM MAPA EM CONTAS-GL.DAT"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
               END-IF.
           019-POSTAR-BAIXA.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-OPERACAO-LEDGER TO LEDGER-OPERACAO.
               MOVE VALOR-LEDGER       TO LEDGER-OPERANDO-1.
               MOVE ZEROS              TO LEDGER-OPERANDO-2.
               MOVE VALOR-LEDGER       TO LEDGER-RESULTADO.
               MOVE WS-DATA-HORA(1:14) TO LEDGER-DATA-HORA.
               CALL "PROXIMA-SEQUENCIA" USING WS-SEQUENCIA.
               MOVE WS-SEQUENCIA       TO LEDGER-SEQUENCIA.
               MOVE WS-RUN-ID          TO LEDGER-RUN-ID.
               MOVE ATIVO-DEPARTAMENTO TO LEDGER-DEPARTAMENTO.
               MOVE ZEROS              TO LEDGER-SEQ-ESTORNADA.
               WRITE REG-LEDGER.
      ******************************************************************
           006-GRAVAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:14) TO AUDA-DATA-HORA.
               MOVE MAT-USUARIO        TO AUDA-USUARIO.
               MOVE MAT-ACAO           TO AUDA-ACAO.
               MOVE MAT-NUMERO         TO AUDA-NUMERO.
               MOVE DESCRICAO-ANTES    TO AUDA-DESCRICAO-ANTES.
               MOVE ATIVO-DESCRICAO    TO AUDA-DESCRICAO-DEPOIS.
               MOVE DEPARTAMENTO-ANTES TO AUDA-DEPARTAMENTO-ANTES.
               MOVE ATIVO-DEPARTAMENTO TO AUDA-DEPARTAMENTO-DEPOIS.
               MOVE CUSTO-ANTES        TO AUDA-CUSTO-ANTES.
               MOVE ATIVO-CUSTO        TO AUDA-CUSTO-DEPOIS.
               MOVE VIDA-ANTES         TO AUDA-VIDA-ANTES.
               MOVE ATIVO-VIDA-MESES   TO AUDA-VIDA-DEPOIS.
               MOVE METODO-ANTES       TO AUDA-METODO-ANTES.
               MOVE ATIVO-METODO       TO AUDA-METODO-DEPOIS.
               MOVE OPERACAO-ANTES     TO AUDA-OPERACAO-ANTES.
               MOVE ATIVO-OPERACAO     TO AUDA-OPERACAO-DEPOIS.
               MOVE ATIVO-DEPRECIACAO-ACUM TO AUDA-ACUMULADA.
               MOVE SITUACAO-ANTES     TO AUDA-SITUACAO-ANTES.
               MOVE ATIVO-SITUACAO     TO AUDA-SITUACAO-DEPOIS.
               MOVE ATIVO-VALOR-VENDA  TO AUDA-VALOR-VENDA.
               MOVE ATIVO-RESULTADO-BAIXA TO AUDA-RESULTADO-BAIXA.
               WRITE REG-AUDITORIA-ATIVO.
           017-GUARDAR-ANTES.
               MOVE ATIVO-DESCRICAO    TO DESCRICAO-ANTES.
               MOVE ATIVO-DEPARTAMENTO TO DEPARTAMENTO-ANTES.
               MOVE ATIVO-CUSTO        TO CUSTO-ANTES.
               MOVE ATIVO-VIDA-MESES   TO VIDA-ANTES.
               MOVE ATIVO-METODO       TO METODO-ANTES.
               MOVE ATIVO-OPERACAO     TO OPERACAO-ANTES.
               MOVE ATIVO-SITUACAO     TO SITUACAO-ANTES.
      ******************************************************************
           007-CARREGAR-DEPARTAMENTOS.
               MOVE ZEROS TO WS-QTD-DEPARTAMENTOS.
               OPEN INPUT DEPARTAMENTOS.
               IF WS-DEPARTAMENTOS-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ DEPARTAMENTOS
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-DEPARTAMENTOS < 100
                                   ADD 1 TO WS-QTD-DEPARTAMENTOS
                                   MOVE DEP-CODIGO TO TAB-DEP-CODIGO
                                       (WS-QTD-DEPARTAMENTOS)
                                   MOVE DEP-SITUACAO
                                       TO TAB-DEP-SITUACAO
                                           (WS-QTD-DEPARTAMENTOS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEPARTAMENTOS
               END-IF.
           008-CARREGAR-CONTAS.
               MOVE ZEROS TO WS-QTD-MAPAS.
               OPEN INPUT CONTAS-GL.
               IF WS-GL-STATUS = "00"
                   MOVE "S" TO WS-CONTAS-CARREGADAS
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CONTAS-GL
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-MAPAS < 50
                                   ADD 1 TO WS-QTD-MAPAS
                                   MOVE GL-OPERACAO TO
                                       MAPA-OPERACAO(WS-QTD-MAPAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTAS-GL
               END-IF.
           009-CONFERIR-CADASTROS.
      * DEPARTAMENTO ATIVO NO CADASTRO E OPERACAO DA DEPRECIACAO COM
      * MAPA NO GL, SENAO O BEM NUNCA SERIA DEPRECIADO
               MOVE "N" TO WS-DEPTO-VALIDO.
               PERFORM VARYING WS-IND-DEPARTAMENTO FROM 1 BY 1
                   UNTIL WS-IND-DEPARTAMENTO > WS-QTD-DEPARTAMENTOS
                   IF TAB-DEP-CODIGO(WS-IND-DEPARTAMENTO)
                       = WS-DEPARTAMENTO-CONFERIDO
                       AND TAB-DEP-SITUACAO(WS-IND-DEPARTAMENTO)
                           = "A"
                       MOVE "S" TO WS-DEPTO-VALIDO
                   END-IF
               END-PERFORM.
               IF WS-DEPTO-VALIDO = "N"
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: DEPARTAMENTO "
                       WS-DEPARTAMENTO-CONFERIDO
                       " SEM CADASTRO OU DESATIVADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 009-SAI
               END-IF.
               IF WS-CONTAS-CARREGADAS = "N"
                   GO TO 009-SAI
               END-IF.
               MOVE "N" TO WS-OPERACAO-VALIDA.
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                   IF MAPA-OPERACAO(WS-IND-MAPA) = WS-OPERACAO-CONFERIDA
                       MOVE "S" TO WS-OPERACAO-VALIDA
                   END-IF
               END-PERFORM.
               IF WS-OPERACAO-VALIDA = "N"
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: OPERACAO "
                       WS-OPERACAO-CONFERIDA
                       " SEM MAPA EM CONTAS-GL.DAT"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
               END-IF.
           009-SAI.
               EXIT.
           016-CARREGAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
      ******************************************************************
           013-RECUSAR-MANUTENCAO.
               MOVE "ART078E" TO WS-LOG-CODIGO.
               MOVE MAT-NUMERO TO WS-LOG-CHAVE.
               PERFORM 012-GRAVAR-LOG.
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "MANUTENCAO-ATIVOS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "MANUTENCAO-ATIVOS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "MANUTENCAO-ATIVOS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               COMPUTE EXEC-LIDOS = WS-APLICADAS + WS-RECUSADAS.
               MOVE WS-APLICADAS TO EXEC-POSTADOS.
               MOVE WS-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           014-BLOQUEAR-RECURSOS.
      * A MANUTENCAO NAO CORRE JUNTO COM A DEPRECIACAO DO MES, E A
      * BAIXA POSTA NO LEDGER COM A SEQUENCIA COMPARTILHADA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "MANUTENCAO-ATIVOS" TO BLQ-PED-PROGRAMA.
               MOVE "ATIVOS" TO BLQ-PED-RECURSO(1).
               MOVE "LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           015-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM MANUTENCAO-ATIVOS.
