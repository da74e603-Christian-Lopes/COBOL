      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO ARQUIVO MESTRE DE FORNECEDORES
      *          INDEXADO (FORNECEDORES.DAT): INCLUSAO DE FORNECEDOR
      *          COM NOME, ENDERECO E CONDICAO DE PAGAMENTO, ALTERACAO
      *          E DESATIVACAO, COM TRILHA DE AUDITORIA
      *          (QUEM/QUANDO/ANTES/DEPOIS), NO MESMO MOLDE DA
      *          MANUTENCAO DE CLIENTES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-FORNECEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WS-FORNECEDORES-STATUS.
           SELECT MANUTENCOES-FORNECEDORES
               ASSIGN TO "MANUTENCOES-FORNECEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUTENCOES-STATUS.
           SELECT CONDICOES-PAGAMENTO
               ASSIGN TO "CONDICOES-PAGAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDICOES-STATUS.
           SELECT AUDITORIA-FORNECEDORES
               ASSIGN TO "AUDITORIA-FORNECEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
           COPY FORNECCOPY.
       FD  MANUTENCOES-FORNECEDORES.
       01  REG-MANUTENCAO-FORNECEDOR.
           03 MANFOR-ACAO                  PIC X(001).
              88 MANFOR-INCLUSAO                       VALUE "I".
              88 MANFOR-ALTERACAO                      VALUE "A".
              88 MANFOR-DESATIVACAO                    VALUE "D".
           03 MANFOR-CODIGO                PIC X(008).
           03 MANFOR-NOME                  PIC X(030).
           03 MANFOR-ENDERECO              PIC X(040).
           03 MANFOR-USUARIO               PIC X(008).
      * CODIGO DA CONDICAO DE PAGAMENTO (CONDICOES-PAGAMENTO.DAT);
      * ESPACOS NA ALTERACAO DEIXAM COMO ESTA
           03 MANFOR-COND-PAGAMENTO        PIC X(003).
       FD  CONDICOES-PAGAMENTO.
           COPY CONDCOPY.
       FD  AUDITORIA-FORNECEDORES.
       01  REG-AUDITORIA-FORNECEDOR.
           03 AUDFOR-DATA-HORA             PIC X(014).
           03 AUDFOR-USUARIO               PIC X(008).
           03 AUDFOR-ACAO                  PIC X(001).
           03 AUDFOR-CODIGO                PIC X(008).
           03 AUDFOR-NOME-ANTES            PIC X(030).
           03 AUDFOR-NOME-DEPOIS           PIC X(030).
           03 AUDFOR-ENDERECO-ANTES        PIC X(040).
           03 AUDFOR-ENDERECO-DEPOIS       PIC X(040).
           03 AUDFOR-SITUACAO-ANTES        PIC X(001).
           03 AUDFOR-SITUACAO-DEPOIS       PIC X(001).
           03 AUDFOR-COND-ANTES            PIC X(003).
           03 AUDFOR-COND-DEPOIS           PIC X(003).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-FORNECEDORES-STATUS       PIC X(002) VALUE SPACES.
           77 WS-MANUTENCOES-STATUS        PIC X(002) VALUE SPACES.
           77 WS-AUDITORIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FIM-MANUTENCOES           PIC X(001) VALUE "N".
              88 FIM-MANUTENCOES                      VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-MANUTENCAO-OK             PIC X(001) VALUE "S".
           77 NOME-ANTES                   PIC X(030) VALUE SPACES.
           77 ENDERECO-ANTES               PIC X(040) VALUE SPACES.
           77 SITUACAO-ANTES               PIC X(001) VALUE SPACES.
           77 COND-ANTES                   PIC X(003) VALUE SPACES.
           77 WS-CONDICOES-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FIM-CONDICOES             PIC X(001) VALUE "N".
              88 FIM-CONDICOES                        VALUE "S".
           77 WS-CONDICAO-ACHADA           PIC X(001) VALUE "N".
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-PROCESSAMENTO.
            IF WS-RECUSADAS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-PROCESSAMENTO.
               OPEN I-O FORNECEDORES
               IF WS-FORNECEDORES-STATUS = "35"
                   DISPLAY "ARQUIVO DE FORNECEDORES NAO ENCONTRADO, "
                       "CRIANDO CADASTRO VAZIO"
                   OPEN OUTPUT FORNECEDORES
                   CLOSE FORNECEDORES
                   OPEN I-O FORNECEDORES
               END-IF
               IF WS-FORNECEDORES-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "FORNECEDORES.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ERRO AO ABRIR O CADASTRO DE FORNECEDORES, "
                       "STATUS " WS-FORNECEDORES-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN INPUT MANUTENCOES-FORNECEDORES
                   IF WS-MANUTENCOES-STATUS = "35"
                       DISPLAY "ARQUIVO DE MANUTENCOES DE FORNECEDORES "
                           "NAO ENCONTRADO, NADA A FAZER"
                   ELSE
                       OPEN EXTEND AUDITORIA-FORNECEDORES
                       IF WS-AUDITORIA-STATUS = "35"
                           OPEN OUTPUT AUDITORIA-FORNECEDORES
                       END-IF
                       PERFORM 001-LER-MANUTENCAO
                       PERFORM UNTIL FIM-MANUTENCOES
                           PERFORM 002-APLICAR-MANUTENCAO
                               THRU 002-FIM
                           PERFORM 001-LER-MANUTENCAO
                       END-PERFORM
                       CLOSE MANUTENCOES-FORNECEDORES
                       CLOSE AUDITORIA-FORNECEDORES
                       DISPLAY "MANUTENCOES APLICADAS: " WS-APLICADAS
                           " RECUSADAS: " WS-RECUSADAS
                   END-IF
                   CLOSE FORNECEDORES
               END-IF.
           001-LER-MANUTENCAO.
               READ MANUTENCOES-FORNECEDORES
                   AT END MOVE "S" TO WS-FIM-MANUTENCOES
               END-READ.
           002-APLICAR-MANUTENCAO.
               MOVE "S" TO WS-MANUTENCAO-OK.
      * O USUARIO DO REGISTRO TEM DE EXISTIR NO CADASTRO DE
      * OPERADORES COM NIVEL DE SUPERVISOR PARA A MANUTENCAO SER
      * APLICADA
               MOVE MANFOR-USUARIO TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   ADD 1 TO WS-RECUSADAS
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE MANFOR-USUARIO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO DO FORNECEDOR " MANFOR-CODIGO
                       " RECUSADA: USUARIO " MANFOR-USUARIO
                       " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-FIM
               END-IF.
      * CONDICAO DE PAGAMENTO INFORMADA TEM DE EXISTIR NA TABELA, SENAO
      * O CONTAS A PAGAR NAO TERIA COMO CALCULAR O VENCIMENTO
               IF MANFOR-COND-PAGAMENTO NOT = SPACES
                   AND NOT MANFOR-DESATIVACAO
                   PERFORM 007-VALIDAR-CONDICAO
                   IF WS-CONDICAO-ACHADA = "N"
                       ADD 1 TO WS-RECUSADAS
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: CONDICAO DE "
                           "PAGAMENTO " MANFOR-COND-PAGAMENTO
                           " SEM CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
                       GO TO 002-FIM
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN MANFOR-INCLUSAO
                       PERFORM 003-INCLUIR-FORNECEDOR
                   WHEN MANFOR-ALTERACAO
                       PERFORM 004-ALTERAR-FORNECEDOR
                   WHEN MANFOR-DESATIVACAO
                       PERFORM 005-DESATIVAR-FORNECEDOR
                   WHEN OTHER
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: ACAO "
                           MANFOR-ACAO " DESCONHECIDA"
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
           003-INCLUIR-FORNECEDOR.
               MOVE MANFOR-CODIGO TO FORN-CODIGO.
               READ FORNECEDORES
                   INVALID KEY
                       MOVE SPACES    TO NOME-ANTES
                       MOVE SPACES    TO ENDERECO-ANTES
                       MOVE SPACES    TO SITUACAO-ANTES
                       MOVE SPACES    TO COND-ANTES
                       MOVE MANFOR-CODIGO   TO FORN-CODIGO
                       MOVE MANFOR-NOME     TO FORN-NOME
                       MOVE MANFOR-ENDERECO TO FORN-ENDERECO
                       MOVE "A" TO FORN-SITUACAO
                       MOVE MANFOR-COND-PAGAMENTO
                           TO FORN-COND-PAGAMENTO
                       WRITE REG-FORNECEDOR
                       DISPLAY "FORNECEDOR " MANFOR-CODIGO " INCLUIDO"
                   NOT INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: FORNECEDOR JA "
                           "EXISTE NO CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
               END-READ.
           004-ALTERAR-FORNECEDOR.
               MOVE MANFOR-CODIGO TO FORN-CODIGO.
               READ FORNECEDORES
                   INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: FORNECEDOR NAO "
                           "ENCONTRADO NO CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
                   NOT INVALID KEY
                       MOVE FORN-NOME     TO NOME-ANTES
                       MOVE FORN-ENDERECO TO ENDERECO-ANTES
                       MOVE FORN-SITUACAO TO SITUACAO-ANTES
                       MOVE FORN-COND-PAGAMENTO TO COND-ANTES
                       IF MANFOR-NOME NOT = SPACES
                           MOVE MANFOR-NOME TO FORN-NOME
                       END-IF
                       IF MANFOR-ENDERECO NOT = SPACES
                           MOVE MANFOR-ENDERECO TO FORN-ENDERECO
                       END-IF
                       IF MANFOR-COND-PAGAMENTO NOT = SPACES
                           MOVE MANFOR-COND-PAGAMENTO
                               TO FORN-COND-PAGAMENTO
                       END-IF
                       REWRITE REG-FORNECEDOR
                       DISPLAY "FORNECEDOR " MANFOR-CODIGO " ALTERADO"
               END-READ.
           005-DESATIVAR-FORNECEDOR.
               MOVE MANFOR-CODIGO TO FORN-CODIGO.
               READ FORNECEDORES
                   INVALID KEY
                       MOVE "N" TO WS-MANUTENCAO-OK
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: FORNECEDOR NAO "
                           "ENCONTRADO NO CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
                   NOT INVALID KEY
                       IF FORN-INATIVO
                           MOVE "N" TO WS-MANUTENCAO-OK
                           MOVE SPACES TO WS-LOG-MENSAGEM
                           STRING "MANUTENCAO RECUSADA: FORNECEDOR JA "
                               "ESTA DESATIVADO"
                               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                           PERFORM 013-RECUSAR-MANUTENCAO
                       ELSE
                           MOVE FORN-NOME     TO NOME-ANTES
                           MOVE FORN-ENDERECO TO ENDERECO-ANTES
                           MOVE FORN-SITUACAO TO SITUACAO-ANTES
                           MOVE FORN-COND-PAGAMENTO TO COND-ANTES
                           MOVE "I" TO FORN-SITUACAO
                           REWRITE REG-FORNECEDOR
                           DISPLAY "FORNECEDOR " MANFOR-CODIGO
                               " DESATIVADO"
                       END-IF
               END-READ.
           006-GRAVAR-AUDITORIA.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:14) TO AUDFOR-DATA-HORA.
               MOVE MANFOR-USUARIO     TO AUDFOR-USUARIO.
               MOVE MANFOR-ACAO        TO AUDFOR-ACAO.
               MOVE MANFOR-CODIGO      TO AUDFOR-CODIGO.
               MOVE NOME-ANTES         TO AUDFOR-NOME-ANTES.
               MOVE FORN-NOME          TO AUDFOR-NOME-DEPOIS.
               MOVE ENDERECO-ANTES     TO AUDFOR-ENDERECO-ANTES.
               MOVE FORN-ENDERECO      TO AUDFOR-ENDERECO-DEPOIS.
               MOVE SITUACAO-ANTES     TO AUDFOR-SITUACAO-ANTES.
               MOVE FORN-SITUACAO      TO AUDFOR-SITUACAO-DEPOIS.
               MOVE COND-ANTES         TO AUDFOR-COND-ANTES.
               MOVE FORN-COND-PAGAMENTO TO AUDFOR-COND-DEPOIS.
               WRITE REG-AUDITORIA-FORNECEDOR.
           007-VALIDAR-CONDICAO.
               MOVE "N" TO WS-CONDICAO-ACHADA.
               OPEN INPUT CONDICOES-PAGAMENTO.
               IF WS-CONDICOES-STATUS = "00"
                   MOVE "N" TO WS-FIM-CONDICOES
                   PERFORM UNTIL FIM-CONDICOES
                       READ CONDICOES-PAGAMENTO
                           AT END MOVE "S" TO WS-FIM-CONDICOES
                           NOT AT END
                               IF COND-CODIGO = MANFOR-COND-PAGAMENTO
                                   MOVE "S" TO WS-CONDICAO-ACHADA
                                   MOVE "S" TO WS-FIM-CONDICOES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONDICOES-PAGAMENTO
               END-IF.
      ******************************************************************
           013-RECUSAR-MANUTENCAO.
               MOVE "ART051E" TO WS-LOG-CODIGO.
               MOVE MANFOR-CODIGO TO WS-LOG-CHAVE.
               PERFORM 012-GRAVAR-LOG.
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "MANUTENCAO-FORNECEDOR" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "MANUTENCAO-FORNECEDOR" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "MANUTENCAO-FORNECEDOR" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               COMPUTE EXEC-LIDOS = WS-APLICADAS + WS-RECUSADAS.
               MOVE WS-APLICADAS TO EXEC-POSTADOS.
               MOVE WS-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM MANUTENCAO-FORNECEDOR.
