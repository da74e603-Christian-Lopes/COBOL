       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           01 ELEMENTOS.
               03 NUMERO-UM                PIC 9(002) VALUE 10.
               03 NUMERO-DOIS              PIC 9(002) VALUE 5.
                                            VALUE "GERAL".
           77 WS-ENTRADA-DEPTO             PIC X(010) VALUE SPACES.
           77 WS-RUN-ID-LOTE               PIC X(016) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
            MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
            MOVE ZEROS TO WS-CODIGO-RETORNO.
      * QUANDO CHAMADO PELO DRIVER DO LOTE, ADOTA O RUN-ID DELE PARA
      * OS POSTINGS DA NOITE FICAREM SOB UM UNICO IDENTIFICADOR
            MOVE SPACES TO WS-RUN-ID-LOTE.
            PERFORM 004-VALIDAR-DIVISOR.
            IF WS-DIVISOR-VALIDO = "S"
                PERFORM 001-DIVIDIR THRU 001-SAI
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
      ******************************************************************
           000-ENTRADA-OPERANDOS.
               MOVE "YOUR-PROGRAM-DIVISAO" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE 1 TO EXEC-LIDOS.
               IF WS-CODIGO-RETORNO = ZEROS
                   MOVE 1 TO EXEC-POSTADOS
                   MOVE ZEROS TO EXEC-REJEITADOS
               ELSE
                   MOVE ZEROS TO EXEC-POSTADOS
                   MOVE 1 TO EXEC-REJEITADOS
               END-IF.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           012-BLOQUEAR-RECURSOS.
      * A POSTAGEM NO LEDGER USA A SEQUENCIA COMPARTILHADA; CHAMADO
      * PELO DRIVER, O BLOQUEIO JA E DESTA EXECUCAO E E REAPROVEITADO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "YOUR-PROGRAM-DIVISAO" TO BLQ-PED-PROGRAMA.
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
       END PROGRAM YOUR-PROGRAM-DIVISAO.
