           03 SNAP-SALDO-MINIMO            PIC 9(007)V99.
           03 SNAP-SITUACAO                PIC X(001).
           03 SNAP-CUSTO-UNITARIO          PIC 9(007)V99.
           03 SNAP-QTD-RESERVADA           PIC 9(007)V99.
           03 SNAP-GRUPO                   PIC X(004).
       FD  AJUSTES-APLICADOS.
       01  REG-AJUSTE-APLICADO.
           03 APL-DATA-HORA                PIC X(014).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-SNAP-STATUS               PIC X(002) VALUE SPACES.
           77 WS-APLICADOS-STATUS          PIC X(002) VALUE SPACES.
                WHEN "C"
                    PERFORM 003-CONCILIAR THRU 003-SAI
                WHEN "R"
                    PERFORM 019-BLOQUEAR-MESTRE
                    IF BLQ-PED-CONCEDIDO
                        PERFORM 007-RECONSTRUIR THRU 007-SAI
                        PERFORM 020-LIBERAR-MESTRE
                    END-IF
                WHEN OTHER
                    PERFORM 002-GERAR-RETRATO
            END-EVALUATE.
               ELSE
                   MOVE ZEROS TO SNAP-CUSTO-UNITARIO
               END-IF.
               IF MESTRE-QTD-RESERVADA IS NUMERIC
                   MOVE MESTRE-QTD-RESERVADA TO SNAP-QTD-RESERVADA
               ELSE
                   MOVE ZEROS TO SNAP-QTD-RESERVADA
               END-IF.
               MOVE MESTRE-GRUPO TO SNAP-GRUPO.
      ******************************************************************
           003-CONCILIAR.
               IF WS-SNAP-DATA = ZEROS
                   MOVE SNAP-SITUACAO       TO MESTRE-SITUACAO
                   MOVE SNAP-CUSTO-UNITARIO
                       TO MESTRE-CUSTO-UNITARIO
      * RETRATO ANTERIOR A RESERVA DE PEDIDOS NAO TRAZ O CAMPO
                   IF SNAP-QTD-RESERVADA IS NUMERIC
                       MOVE SNAP-QTD-RESERVADA TO MESTRE-QTD-RESERVADA
                   ELSE
                       MOVE ZEROS TO MESTRE-QTD-RESERVADA
                   END-IF
                   MOVE SNAP-GRUPO TO MESTRE-GRUPO
                   WRITE REG-MESTRE
                   PERFORM 004-LER-SNAP
               END-PERFORM.
               COMPUTE EXEC-REJEITADOS = WS-DIVERGENTES + WS-ORFAOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           019-BLOQUEAR-MESTRE.
      * SO A RECONSTRUCAO REGRAVA O MESTRE; RETRATO E CONCILIACAO
      * APENAS LEEM E NAO PRECISAM DO BLOQUEIO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "SNAPSHOT-MESTRE" TO BLQ-PED-PROGRAMA.
               MOVE "MESTRE-ITENS" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           020-LIBERAR-MESTRE.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM SNAPSHOT-MESTRE.
