           COPY PARMS.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 NUMERO                       PIC S9(7)V99 COMP-3
                                            VALUE ZEROS.
           77 NUMERO-DOIS                  PIC S9(7)V99 COMP-3
               PERFORM 030-CARREGAR-DATA-MOVIMENTO.
               PERFORM CARREGAR-PARAMETROS.
               PERFORM CARREGAR-CHECKPOINT.
               PERFORM 013-BLOQUEAR-RECURSOS.
               IF BLQ-PED-CONCEDIDO
                   PERFORM 001-PROCESSAMENTO
                   PERFORM 014-LIBERAR-RECURSOS
               END-IF.
               PERFORM 011-REGISTRAR-FIM.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               GOBACK.
               READ CONTROLE-POSTAGEM
                   AT END MOVE "S" TO WS-FIM-CONTROLE
               END-READ.
           013-BLOQUEAR-RECURSOS.
      * A POSTAGEM NO LEDGER USA A SEQUENCIA COMPARTILHADA; CHAMADO
      * PELO DRIVER, O BLOQUEIO JA E DESTA EXECUCAO E E REAPROVEITADO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "PROGRAM-SOMA" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM PROGRAM-SOMA.
