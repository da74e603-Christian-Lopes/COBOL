      * Date: 02/09/2026
      * Purpose: MANUTENCAO DO ARQUIVO MESTRE DE CLIENTES INDEXADO
      *          (CLIENTES.DAT): INCLUSAO DE CLIENTE COM NOME,
      *          ENDERECO, LIMITE DE CREDITO, CONDICAO DE PAGAMENTO E
      *          VENDEDOR, ALTERACAO E DESATIVACAO, COM TRILHA DE
      *          AUDITORIA (QUEM/QUANDO/ANTES/DEPOIS), NO MESMO MOLDE
      *          DA MANUTENCAO DO MESTRE DE ITENS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "MANUTENCOES-CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUTENCOES-STATUS.
           SELECT CONDICOES-PAGAMENTO
               ASSIGN TO "CONDICOES-PAGAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDICOES-STATUS.
           SELECT AUDITORIA-CLIENTES
               ASSIGN TO "AUDITORIA-CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
      * ISENCAO NA ALTERACAO; ESPACO DEIXA COMO ESTA
           03 MANCLI-ISENTO-IMPOSTO        PIC X(001).
           03 MANCLI-USUARIO               PIC X(008).
      * CODIGO DA CONDICAO DE PAGAMENTO (CONDICOES-PAGAMENTO.DAT);
      * ESPACOS NA ALTERACAO DEIXAM COMO ESTA
           03 MANCLI-COND-PAGAMENTO        PIC X(003).
      * CODIGO DO VENDEDOR DO CLIENTE; ESPACOS NA ALTERACAO DEIXAM
      * COMO ESTA
           03 MANCLI-VENDEDOR              PIC X(006).
       FD  CONDICOES-PAGAMENTO.
           COPY CONDCOPY.
       FD  AUDITORIA-CLIENTES.
       01  REG-AUDITORIA-CLIENTE.
           03 AUDCLI-DATA-HORA             PIC X(014).
           03 AUDCLI-LIMITE-DEPOIS         PIC -(8)9.99.
           03 AUDCLI-SITUACAO-ANTES        PIC X(001).
           03 AUDCLI-SITUACAO-DEPOIS       PIC X(001).
           03 AUDCLI-COND-ANTES            PIC X(003).
           03 AUDCLI-COND-DEPOIS           PIC X(003).
           03 AUDCLI-VENDEDOR-ANTES        PIC X(006).
           03 AUDCLI-VENDEDOR-DEPOIS       PIC X(006).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 LIMITE-ANTES                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SITUACAO-ANTES               PIC X(001) VALUE SPACES.
           77 COND-ANTES                   PIC X(003) VALUE SPACES.
           77 VENDEDOR-ANTES               PIC X(006) VALUE SPACES.
           77 WS-CONDICOES-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FIM-CONDICOES             PIC X(001) VALUE "N".
              88 FIM-CONDICOES                        VALUE "S".
           77 WS-CONDICAO-ACHADA           PIC X(001) VALUE "N".
           77 WS-APLICADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-RECUSADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-FIM
               END-IF.
      * CONDICAO DE PAGAMENTO INFORMADA TEM DE EXISTIR NA TABELA, SENAO
      * O FATURAMENTO NAO TERIA COMO CALCULAR O VENCIMENTO
               IF MANCLI-COND-PAGAMENTO NOT = SPACES
                   AND NOT MANCLI-DESATIVACAO
                   PERFORM 007-VALIDAR-CONDICAO
                   IF WS-CONDICAO-ACHADA = "N"
                       ADD 1 TO WS-RECUSADAS
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "MANUTENCAO RECUSADA: CONDICAO DE "
                           "PAGAMENTO " MANCLI-COND-PAGAMENTO
                           " SEM CADASTRO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 013-RECUSAR-MANUTENCAO
                       GO TO 002-FIM
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN MANCLI-INCLUSAO
                       PERFORM 003-INCLUIR-CLIENTE
                       MOVE SPACES    TO ENDERECO-ANTES
                       MOVE ZEROS     TO LIMITE-ANTES
                       MOVE SPACES    TO SITUACAO-ANTES
                       MOVE SPACES    TO COND-ANTES
                       MOVE SPACES    TO VENDEDOR-ANTES
                       MOVE MANCLI-CODIGO   TO CLIENTE-CODIGO
                       MOVE MANCLI-NOME     TO CLIENTE-NOME
                       MOVE MANCLI-ENDERECO TO CLIENTE-ENDERECO
                       ELSE
                           MOVE "N" TO CLIENTE-ISENTO-IMPOSTO
                       END-IF
                       MOVE MANCLI-COND-PAGAMENTO
                           TO CLIENTE-COND-PAGAMENTO
                       MOVE MANCLI-VENDEDOR TO CLIENTE-VENDEDOR
                       WRITE REG-CLIENTE
                       DISPLAY "CLIENTE " MANCLI-CODIGO " INCLUIDO"
                   NOT INVALID KEY
                       MOVE CLIENTE-ENDERECO TO ENDERECO-ANTES
                       MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-ANTES
                       MOVE CLIENTE-SITUACAO TO SITUACAO-ANTES
                       MOVE CLIENTE-COND-PAGAMENTO TO COND-ANTES
                       MOVE CLIENTE-VENDEDOR TO VENDEDOR-ANTES
                       IF MANCLI-NOME NOT = SPACES
                           MOVE MANCLI-NOME TO CLIENTE-NOME
                       END-IF
                           MOVE MANCLI-ISENTO-IMPOSTO
                               TO CLIENTE-ISENTO-IMPOSTO
                       END-IF
                       IF MANCLI-COND-PAGAMENTO NOT = SPACES
                           MOVE MANCLI-COND-PAGAMENTO
                               TO CLIENTE-COND-PAGAMENTO
                       END-IF
                       IF MANCLI-VENDEDOR NOT = SPACES
                           MOVE MANCLI-VENDEDOR TO CLIENTE-VENDEDOR
                       END-IF
                       REWRITE REG-CLIENTE
                       DISPLAY "CLIENTE " MANCLI-CODIGO " ALTERADO"
               END-READ.
                           MOVE CLIENTE-LIMITE-CREDITO
                               TO LIMITE-ANTES
                           MOVE CLIENTE-SITUACAO TO SITUACAO-ANTES
                           MOVE CLIENTE-COND-PAGAMENTO TO COND-ANTES
                           MOVE CLIENTE-VENDEDOR TO VENDEDOR-ANTES
                           MOVE "I" TO CLIENTE-SITUACAO
                           REWRITE REG-CLIENTE
                           DISPLAY "CLIENTE " MANCLI-CODIGO
               MOVE CLIENTE-LIMITE-CREDITO TO AUDCLI-LIMITE-DEPOIS.
               MOVE SITUACAO-ANTES     TO AUDCLI-SITUACAO-ANTES.
               MOVE CLIENTE-SITUACAO   TO AUDCLI-SITUACAO-DEPOIS.
               MOVE COND-ANTES         TO AUDCLI-COND-ANTES.
               MOVE CLIENTE-COND-PAGAMENTO TO AUDCLI-COND-DEPOIS.
               MOVE VENDEDOR-ANTES     TO AUDCLI-VENDEDOR-ANTES.
               MOVE CLIENTE-VENDEDOR   TO AUDCLI-VENDEDOR-DEPOIS.
               WRITE REG-AUDITORIA-CLIENTE.
           007-VALIDAR-CONDICAO.
               MOVE "N" TO WS-CONDICAO-ACHADA.
               OPEN INPUT CONDICOES-PAGAMENTO.
               IF WS-CONDICOES-STATUS = "00"
                   MOVE "N" TO WS-FIM-CONDICOES
                   PERFORM UNTIL FIM-CONDICOES
                       READ CONDICOES-PAGAMENTO
                           AT END MOVE "S" TO WS-FIM-CONDICOES
                           NOT AT END
                               IF COND-CODIGO = MANCLI-COND-PAGAMENTO
                                   MOVE "S" TO WS-CONDICAO-ACHADA
                                   MOVE "S" TO WS-FIM-CONDICOES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONDICOES-PAGAMENTO
               END-IF.
      ******************************************************************
           013-RECUSAR-MANUTENCAO.
               MOVE "ART022E" TO WS-LOG-CODIGO.
