      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO ARQUIVO DE ORCAMENTO INDEXADO
      *          (ORCAMENTOS.DAT) POR DEPARTAMENTO, CONTA CONTABIL E
      *          MES: INCLUSAO (OU REATIVACAO) DA LINHA ORCADA,
      *          ALTERACAO DO VALOR E DESATIVACAO, SO POR SUPERVISOR E
      *          COM TRILHA DE AUDITORIA (QUEM/QUANDO/ANTES/DEPOIS) EM
      *          AUDITORIA-ORCAMENTO.DAT, NO MESMO ESPIRITO DA
      *          MANUTENCAO DO MESTRE. O DEPARTAMENTO TEM DE ESTAR
      *          ATIVO EM DEPARTAMENTOS.DAT E A CONTA TEM DE APARECER
      *          NA TABELA CONTAS-GL.DAT, SENAO O REALIZADO NUNCA
      *          CHEGARIA NA LINHA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-ORCAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTOS ASSIGN TO "ORCAMENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCAMENTOS-STATUS.
           SELECT MANUTENCOES-ORCAMENTO
               ASSIGN TO "MANUTENCOES-ORCAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUTENCOES-STATUS.
           SELECT AUDITORIA-ORCAMENTO
               ASSIGN TO "AUDITORIA-ORCAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTAMENTOS-STATUS.
           SELECT CONTAS-GL ASSIGN TO "CONTAS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTOS.
           COPY ORCCOPY.
       FD  MANUTENCOES-ORCAMENTO.
       01  REG-MANUTENCAO-ORCAMENTO.
           03 MOR-ACAO                     PIC X(001).
              88 MOR-INCLUSAO                          VALUE "I".
              88 MOR-ALTERACAO                         VALUE "A".
              88 MOR-DESATIVACAO                       VALUE "D".
           03 MOR-DEPARTAMENTO             PIC X(010).
           03 MOR-CONTA                    PIC 9(008).
           03 MOR-ANO-MES                  PIC 9(006).
           03 MOR-VALOR                    PIC 9(009)V99.
           03 MOR-USUARIO                  PIC X(008).
       FD  AUDITORIA-ORCAMENTO.
       01  REG-AUDITORIA-ORCAMENTO.
           03 AUDO-DATA-HORA               PIC X(014).
           03 AUDO-USUARIO                 PIC X(008).
           03 AUDO-ACAO                    PIC X(001).
           03 AUDO-DEPARTAMENTO            PIC X(010).
           03 AUDO-CONTA                   PIC 9(008).
           03 AUDO-ANO-MES                 PIC 9(006).
           03 AUDO-VALOR-ANTES             PIC -(9)9.99.
           03 AUDO-VALOR-DEPOIS            PIC -(9)9.99.
           03 AUDO-SITUACAO-ANTES          PIC X(001).
           03 AUDO-SITUACAO-DEPOIS         PIC X(001).
       FD  DEPARTAMENTOS.
           COPY DEPCOPY.
       FD  CONTAS-GL.
           COPY GLCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-ORCAMENTOS-STATUS         PIC X(002) VALUE SPACES.
           77 WS-MANUTENCOES-STATUS        PIC X(002) VALUE SPACES.
           77 WS-AUDITORIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-DEPARTAMENTOS-STATUS      PIC X(002) VALUE SPACES.
           77 WS-GL-STATUS                 PIC X(002) VALUE SPACES.
           77 WS-FIM-MANUTENCOES           PIC X(001) VALUE "N".
              88 FIM-MANUTENCOES                      VALUE "S".
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-MANUTENCAO-OK             PIC X(001) VALUE "S".
           77 VALOR-ANTES                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SITUACAO-ANTES               PIC X(001) VALUE SPACES.
           77 WS-MES-INFORMADO             PIC 9(002) VALUE ZEROS.
           77 WS-QTD-DEPARTAMENTOS         PIC 9(003) VALUE ZEROS.
           77 WS-IND-DEPARTAMENTO          PIC 9(003) VALUE ZEROS.
           77 WS-DEPTO-VALIDO              PIC X(001) VALUE "N".
      * SEM TABELA DE CONTAS NAO HA COMO CONFERIR A CONTA; A
      * MANUTENCAO SEGUE E SO O DEPARTAMENTO E CONFERIDO
           77 WS-CONTAS-CARREGADAS         PIC X(001) VALUE "N".
           77 WS-QTD-MAPAS                 PIC 9(003) VALUE ZEROS.
           77 WS-IND-MAPA                  PIC 9(003) VALUE ZEROS.
           77 WS-CONTA-VALIDA              PIC X(001) VALUE "N".
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
           01 TABELA-DEPARTAMENTOS.
               03 TAB-DEPARTAMENTO OCCURS 100 TIMES.
                   05 TAB-DEP-CODIGO       PIC X(010).
                   05 TAB-DEP-SITUACAO     PIC X(001).
           01 TABELA-MAPAS.
               03 MAPA-GL OCCURS 50 TIMES.
                   05 MAPA-CONTA-DEBITO    PIC 9(008).
                   05 MAPA-CONTA-CREDITO   PIC 9(008).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 007-CARREGAR-DEPARTAMENTOS.
            PERFORM 008-CARREGAR-CONTAS.
            PERFORM 001-PROCESSAMENTO.
            IF WS-RECUSADAS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-PROCESSAMENTO.
               OPEN I-O ORCAMENTOS
               IF WS-ORCAMENTOS-STATUS = "35"
                   DISPLAY "ARQUIVO DE ORCAMENTO NAO ENCONTRADO, "
                       "CRIANDO ORCAMENTO VAZIO"
                   OPEN OUTPUT ORCAMENTOS
                   CLOSE ORCAMENTOS
                   OPEN I-O ORCAMENTOS
               END-IF
               IF WS-ORCAMENTOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "ORCAMENTOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ERRO AO ABRIR O ORCAMENTO, STATUS "
                       WS-ORCAMENTOS-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN INPUT MANUTENCOES-ORCAMENTO
                   IF WS-MANUTENCOES-STATUS = "35"
                       DISPLAY "ARQUIVO DE MANUTENCOES DO ORCAMENTO "
                           "NAO ENCONTRADO, NADA A FAZER"
                   ELSE
                       OPEN EXTEND AUDITORIA-ORCAMENTO
                       IF WS-AUDITORIA-STATUS = "35"
                           OPEN OUTPUT AUDITORIA-ORCAMENTO
                       END-IF
                       PERFORM 001-LER-MANUTENCAO
                       PERFORM UNTIL FIM-MANUTENCOES
                           PERFORM 002-APLICAR-MANUTENCAO
                               THRU 002-FIM
                           PERFORM 001-LER-MANUTENCAO
                       END-PERFORM
                       CLOSE MANUTENCOES-ORCAMENTO
                       CLOSE AUDITORIA-ORCAMENTO
                       DISPLAY "MANUTENCOES APLICADAS: " WS-APLICADAS
                           " RECUSADAS: " WS-RECUSADAS
                   END-IF
                   CLOSE ORCAMENTOS
               END-IF.
           001-LER-MANUTENCAO.
               READ MANUTENCOES-ORCAMENTO
                   AT END MOVE "S" TO WS-FIM-MANUTENCOES
               END-READ.
           002-APLICAR-MANUTENCAO.
               MOVE "S" TO WS-MANUTENCAO-OK.
               MOVE MOR-USUARIO TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   ADD 1 TO WS-RECUSADAS
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE MOR-USUARIO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO DO ORCAMENTO "
                       MOR-DEPARTAMENTO " " MOR-CONTA " "
                       MOR-ANO-MES " RECUSADA: USUARIO " MOR-USUARIO
                       " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-FIM
               END-IF.
      * A CHAVE E CONFERIDA ANTES DE QUALQUER ACAO: MES DE 01 A 12,
      * DEPARTAMENTO ATIVO NO CADASTRO E CONTA COM MAPA NO GL
               PERFORM 009-CONFERIR-CHAVE THRU 009-SAI.
               IF WS-MANUTENCAO-OK = "N"
                   ADD 1 TO WS-RECUSADAS
                   GO TO 002-FIM
               END-IF.
               EVALUATE TRUE
                   WHEN MOR-INCLUSAO
                       PERFORM 003-INCLUIR-ORCAMENTO
                   WHEN MOR-ALTERACAO
                       PERFORM 004-ALTERAR-ORCAMENTO
                   WHEN MOR-DESATIVACAO
                       PERFORM 005-DESATIVAR-ORCAMENTO
                   WHEN OTHER
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ACAO "
                           MOR-ACAO " DESCONHECIDA"
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
           003-INCLUIR-ORCAMENTO.
      * LINHA DESATIVADA PODE SER INCLUIDA DE NOVO: VOLTA ATIVA COM O
      * VALOR INFORMADO E A AUDITORIA GUARDA O VALOR ANTERIOR
               MOVE MOR-DEPARTAMENTO TO ORC-DEPARTAMENTO.
               MOVE MOR-CONTA TO ORC-CONTA.
               MOVE MOR-ANO-MES TO ORC-ANO-MES.
               READ ORCAMENTOS
                   INVALID KEY
                       MOVE ZEROS  TO VALOR-ANTES
                       MOVE SPACES TO SITUACAO-ANTES
                       MOVE MOR-DEPARTAMENTO TO ORC-DEPARTAMENTO
                       MOVE MOR-CONTA        TO ORC-CONTA
                       MOVE MOR-ANO-MES      TO ORC-ANO-MES
                       MOVE MOR-VALOR        TO ORC-VALOR
                       MOVE "A" TO ORC-SITUACAO
                       WRITE REG-ORCAMENTO
                       DISPLAY "ORCAMENTO " MOR-DEPARTAMENTO " "
                           MOR-CONTA " " MOR-ANO-MES " INCLUIDO"
                   NOT INVALID KEY
                       IF ORC-INATIVO
                           MOVE ORC-VALOR    TO VALOR-ANTES
                           MOVE ORC-SITUACAO TO SITUACAO-ANTES
                           MOVE MOR-VALOR    TO ORC-VALOR
                           MOVE "A" TO ORC-SITUACAO
                           REWRITE REG-ORCAMENTO
                           DISPLAY "ORCAMENTO " MOR-DEPARTAMENTO " "
                               MOR-CONTA " " MOR-ANO-MES " REATIVADO"
                       ELSE
                           MOVE "N" TO WS-MANUTENCAO-OK
                           MOVE SPACES TO WS-LOG-MENSAGEM
                           STRING "MANUTENCAO RECUSADA: LINHA JA "
                               "EXISTE NO ORCAMENTO"
                               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                           PERFORM 013-RECUSAR-MANUTENCAO
                       END-IF
               END-READ.
           004-ALTERAR-ORCAMENTO.
               MOVE MOR-DEPARTAMENTO TO ORC-DEPARTAMENTO.
               MOVE MOR-CONTA TO ORC-CONTA.
               MOVE MOR-ANO-MES TO ORC-ANO-MES.
               READ ORCAMENTOS
                   INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: LINHA NAO "
                           "ENCONTRADA NO ORCAMENTO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
                   NOT INVALID KEY
                       IF ORC-INATIVO
                           MOVE "N" TO WS-MANUTENCAO-OK
                           MOVE SPACES TO WS-LOG-MENSAGEM
                           STRING "MANUTENCAO RECUSADA: LINHA "
                               "DESATIVADA, INCLUIR DE NOVO"
                               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                           PERFORM 013-RECUSAR-MANUTENCAO
                       ELSE
                           MOVE ORC-VALOR    TO VALOR-ANTES
                           MOVE ORC-SITUACAO TO SITUACAO-ANTES
                           MOVE MOR-VALOR    TO ORC-VALOR
                           REWRITE REG-ORCAMENTO
                           DISPLAY "ORCAMENTO " MOR-DEPARTAMENTO " "
                               MOR-CONTA " " MOR-ANO-MES " ALTERADO"
                       END-IF
               END-READ.
           005-DESATIVAR-ORCAMENTO.
               MOVE MOR-DEPARTAMENTO TO ORC-DEPARTAMENTO.
               MOVE MOR-CONTA TO ORC-CONTA.
               MOVE MOR-ANO-MES TO ORC-ANO-MES.
               READ ORCAMENTOS
                   INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: LINHA NAO "
                           "ENCONTRADA NO ORCAMENTO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
                   NOT INVALID KEY
                       IF ORC-INATIVO
                           MOVE "N" TO WS-MANUTENCAO-OK
                           MOVE SPACES TO WS-LOG-MENSAGEM
                           STRING "MANUTENCAO RECUSADA: LINHA JA "
                               "ESTA DESATIVADA"
                               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                           PERFORM 013-RECUSAR-MANUTENCAO
                       ELSE
                           MOVE ORC-VALOR    TO VALOR-ANTES
                           MOVE ORC-SITUACAO TO SITUACAO-ANTES
                           MOVE "I" TO ORC-SITUACAO
                           REWRITE REG-ORCAMENTO
                           DISPLAY "ORCAMENTO " MOR-DEPARTAMENTO " "
                               MOR-CONTA " " MOR-ANO-MES " DESATIVADO"
                       END-IF
               END-READ.
           006-GRAVAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:14) TO AUDO-DATA-HORA.
               MOVE MOR-USUARIO        TO AUDO-USUARIO.
               MOVE MOR-ACAO           TO AUDO-ACAO.
               MOVE MOR-DEPARTAMENTO   TO AUDO-DEPARTAMENTO.
               MOVE MOR-CONTA          TO AUDO-CONTA.
               MOVE MOR-ANO-MES        TO AUDO-ANO-MES.
               MOVE VALOR-ANTES        TO AUDO-VALOR-ANTES.
               MOVE ORC-VALOR          TO AUDO-VALOR-DEPOIS.
               MOVE SITUACAO-ANTES     TO AUDO-SITUACAO-ANTES.
               MOVE ORC-SITUACAO       TO AUDO-SITUACAO-DEPOIS.
               WRITE REG-AUDITORIA-ORCAMENTO.
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
                                   MOVE GL-CONTA-DEBITO TO
                                       MAPA-CONTA-DEBITO(WS-QTD-MAPAS)
                                   MOVE GL-CONTA-CREDITO TO
                                       MAPA-CONTA-CREDITO
                                           (WS-QTD-MAPAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTAS-GL
               END-IF.
           009-CONFERIR-CHAVE.
               MOVE MOR-ANO-MES(5:2) TO WS-MES-INFORMADO.
               IF MOR-ANO-MES NOT NUMERIC
                   OR WS-MES-INFORMADO < 1 OR WS-MES-INFORMADO > 12
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: MES " MOR-ANO-MES
                       " INVALIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 009-SAI
               END-IF.
               IF MOR-VALOR NOT NUMERIC
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: VALOR ORCADO "
                       "INVALIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 009-SAI
               END-IF.
               MOVE "N" TO WS-DEPTO-VALIDO.
               PERFORM VARYING WS-IND-DEPARTAMENTO FROM 1 BY 1
                   UNTIL WS-IND-DEPARTAMENTO > WS-QTD-DEPARTAMENTOS
                   IF TAB-DEP-CODIGO(WS-IND-DEPARTAMENTO)
                       = MOR-DEPARTAMENTO
                       AND TAB-DEP-SITUACAO(WS-IND-DEPARTAMENTO)
                           = "A"
                       MOVE "S" TO WS-DEPTO-VALIDO
                   END-IF
               END-PERFORM.
               IF WS-DEPTO-VALIDO = "N"
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: DEPARTAMENTO "
                       MOR-DEPARTAMENTO " SEM CADASTRO OU DESATIVADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
                   GO TO 009-SAI
               END-IF.
               IF WS-CONTAS-CARREGADAS = "N"
                   GO TO 009-SAI
               END-IF.
               MOVE "N" TO WS-CONTA-VALIDA.
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                   IF MAPA-CONTA-DEBITO(WS-IND-MAPA) = MOR-CONTA
                       OR MAPA-CONTA-CREDITO(WS-IND-MAPA) = MOR-CONTA
                       MOVE "S" TO WS-CONTA-VALIDA
                   END-IF
               END-PERFORM.
               IF WS-CONTA-VALIDA = "N"
                   MOVE "N" TO WS-MANUTENCAO-OK
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO RECUSADA: CONTA " MOR-CONTA
                       " SEM MAPA EM CONTAS-GL.DAT"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 013-RECUSAR-MANUTENCAO
               END-IF.
           009-SAI.
               EXIT.
      ******************************************************************
           013-RECUSAR-MANUTENCAO.
               MOVE "ART062E" TO WS-LOG-CODIGO.
               MOVE SPACES TO WS-LOG-CHAVE.
               STRING MOR-DEPARTAMENTO " " MOR-CONTA " " MOR-ANO-MES
                   DELIMITED BY SIZE INTO WS-LOG-CHAVE.
               PERFORM 012-GRAVAR-LOG.
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "MANUTENCAO-ORCAMENTO" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "MANUTENCAO-ORCAMENTO" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "MANUTENCAO-ORCAMENTO" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               COMPUTE EXEC-LIDOS = WS-APLICADAS + WS-RECUSADAS.
               MOVE WS-APLICADAS TO EXEC-POSTADOS.
               MOVE WS-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM MANUTENCAO-ORCAMENTO.
