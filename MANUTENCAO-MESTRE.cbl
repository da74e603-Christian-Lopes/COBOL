      * Date: 08/08/2026
      * Purpose: MANUTENCAO DO ARQUIVO MESTRE DE SALDOS INDEXADO:
      *          INCLUSAO DE ITEM COM SALDO DE ABERTURA, ALTERACAO DE
      *          DESCRICAO/LIMITE/GRUPO E DESATIVACAO, COM TRILHA DE
      *          AUDITORIA (QUEM/QUANDO/ANTES/DEPOIS) NO ESPIRITO DO
      *          LEDGER.DAT
      * Tectonics: cobc
      * CUSTO UNITARIO DE ABERTURA; ZEROS NA ALTERACAO MANTEM O
      * CUSTO MEDIO APURADO PELA ATUALIZACAO
           03 MANUT-CUSTO-UNITARIO         PIC 9(007)V99.
      * GRUPO DO ITEM PARA AS COMISSOES; ESPACOS NA ALTERACAO DEIXAM
      * COMO ESTA
           03 MANUT-GRUPO                  PIC X(004).
       FD  AUDITORIA-MESTRE.
       01  REG-AUDITORIA.
           03 AUDIT-DATA-HORA              PIC X(014).
           03 AUDIT-MINIMO-DEPOIS          PIC -(6)9.99.
           03 AUDIT-CUSTO-ANTES            PIC -(6)9.99.
           03 AUDIT-CUSTO-DEPOIS           PIC -(6)9.99.
           03 AUDIT-GRUPO-ANTES            PIC X(004).
           03 AUDIT-GRUPO-DEPOIS           PIC X(004).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-MANUTENCOES-STATUS        PIC X(002) VALUE SPACES.
           77 WS-AUDITORIA-STATUS          PIC X(002) VALUE SPACES.
                                            VALUE ZEROS.
           77 CUSTO-ANTES                  PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 GRUPO-ANTES                  PIC X(004) VALUE SPACES.
           77 WS-APLICADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-RECUSADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 014-BLOQUEAR-MESTRE.
            IF BLQ-PED-CONCEDIDO
                PERFORM 001-PROCESSAMENTO
                PERFORM 015-LIBERAR-MESTRE
            END-IF.
            IF WS-RECUSADAS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
                       MOVE ZEROS     TO LIMITE-ANTES
                       MOVE ZEROS     TO MINIMO-ANTES
                       MOVE ZEROS     TO CUSTO-ANTES
                       MOVE SPACES    TO GRUPO-ANTES
                       MOVE MANUT-ITEM           TO MESTRE-ITEM
                       MOVE MANUT-LOCAL          TO MESTRE-LOCAL
                       MOVE MANUT-DESCRICAO      TO MESTRE-DESCRICAO
                       MOVE "A" TO MESTRE-SITUACAO
                       MOVE MANUT-CUSTO-UNITARIO
                           TO MESTRE-CUSTO-UNITARIO
                       MOVE ZEROS TO MESTRE-QTD-RESERVADA
                       MOVE MANUT-GRUPO TO MESTRE-GRUPO
                       WRITE REG-MESTRE
                       DISPLAY "ITEM " MANUT-ITEM " INCLUIDO COM "
                           "SALDO DE ABERTURA " MANUT-SALDO-ABERTURA
                       MOVE MESTRE-LIMITE-AJUSTE TO LIMITE-ANTES
                       MOVE MESTRE-SALDO-MINIMO  TO MINIMO-ANTES
                       MOVE MESTRE-CUSTO-UNITARIO TO CUSTO-ANTES
                       MOVE MESTRE-GRUPO TO GRUPO-ANTES
                       IF MANUT-DESCRICAO NOT = SPACES
                           MOVE MANUT-DESCRICAO TO MESTRE-DESCRICAO
                       END-IF
                           MOVE MANUT-CUSTO-UNITARIO
                               TO MESTRE-CUSTO-UNITARIO
                       END-IF
                       IF MANUT-GRUPO NOT = SPACES
                           MOVE MANUT-GRUPO TO MESTRE-GRUPO
                       END-IF
                       REWRITE REG-MESTRE
                       DISPLAY "ITEM " MANUT-ITEM " ALTERADO"
               END-READ.
                           MOVE MESTRE-SALDO-MINIMO  TO MINIMO-ANTES
                           MOVE MESTRE-CUSTO-UNITARIO
                               TO CUSTO-ANTES
                           MOVE MESTRE-GRUPO TO GRUPO-ANTES
                           MOVE "I" TO MESTRE-SITUACAO
                           REWRITE REG-MESTRE
                           DISPLAY "ITEM " MANUT-ITEM " DESATIVADO"
               MOVE MESTRE-SALDO-MINIMO TO AUDIT-MINIMO-DEPOIS.
               MOVE CUSTO-ANTES        TO AUDIT-CUSTO-ANTES.
               MOVE MESTRE-CUSTO-UNITARIO TO AUDIT-CUSTO-DEPOIS.
               MOVE GRUPO-ANTES        TO AUDIT-GRUPO-ANTES.
               MOVE MESTRE-GRUPO       TO AUDIT-GRUPO-DEPOIS.
               WRITE REG-AUDITORIA.
      ******************************************************************
           013-RECUSAR-MANUTENCAO.
               MOVE WS-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           014-BLOQUEAR-MESTRE.
      * INCLUSAO/ALTERACAO NO MESTRE NAO PODE CORRER JUNTO COM OUTRA
      * EXECUCAO QUE REGRAVA O MESMO ARQUIVO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "MANUTENCAO-MESTRE" TO BLQ-PED-PROGRAMA.
               MOVE "MESTRE-ITENS" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           015-LIBERAR-MESTRE.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM MANUTENCAO-MESTRE.
