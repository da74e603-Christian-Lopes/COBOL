           COPY PARMS.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
            MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
            MOVE ZEROS TO WS-CODIGO-RETORNO.
      * QUANDO CHAMADO PELO DRIVER DO LOTE, ADOTA O RUN-ID DELE PARA
      * OS POSTINGS DA NOITE FICAREM SOB UM UNICO IDENTIFICADOR
            MOVE SPACES TO WS-RUN-ID-LOTE.
            PERFORM 000-ENTRADA-OPERANDOS THRU 000-SAI.
            PERFORM 001-MULTIPLICAR THRU 001-SAI.
            IF WS-CALCULO-VALIDO = "S"
                PERFORM 012-BLOQUEAR-RECURSOS
            ELSE
                MOVE 8 TO WS-CODIGO-RETORNO
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 002-IMPRIMIR THRU 002-SAI
                PERFORM 003-CONFERIR THRU 003-SAI
                PERFORM 013-LIBERAR-RECURSOS
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
               END-IF.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           012-BLOQUEAR-RECURSOS.
      * A POSTAGEM NO LEDGER USA A SEQUENCIA COMPARTILHADA; CHAMADO
      * PELO DRIVER, O BLOQUEIO JA E DESTA EXECUCAO E E REAPROVEITADO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "YOUR-PROGRAM-PRODUTO" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           013-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM YOUR-PROGRAM-PRODUTO.
