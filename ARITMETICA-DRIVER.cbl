       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-TRANSACOES-STATUS         PIC X(002) VALUE SPACES.
           77 WS-TRANSACOES-NOME           PIC X(030)
      * ARIT_FORCAR=S PARA REPROCESSAR. NO MODO DESPACHANTE A
      * CONFERENCIA SO ACONTECE DEPOIS DE LER A DATA DO CABECALHO
           PERFORM 030-CARREGAR-DATA-MOVIMENTO.
           PERFORM 017-BLOQUEAR-RECURSOS.
           IF BLQ-PED-CONCEDIDO
               PERFORM 040-EXECUTAR-LOTE THRU 040-SAI
               PERFORM 018-LIBERAR-RECURSOS
           END-IF.
           PERFORM 021-REGISTRAR-FIM.
           DISPLAY "===================================================".
           DISPLAY "  LOTE DIARIO DE ARITMETICA - FIM".
               READ CONTROLE-POSTAGEM
                   AT END MOVE "S" TO WS-FIM-CONTROLE
               END-READ.
           017-BLOQUEAR-RECURSOS.
      * O LOTE INTEIRO POSTA NO LEDGER COM A SEQUENCIA COMPARTILHADA;
      * OS SUBPROGRAMAS CHAMADOS REAPROVEITAM ESTE MESMO BLOQUEIO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "ARITMETICA-DRIVER" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           018-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM ARITMETICA-DRIVER.
