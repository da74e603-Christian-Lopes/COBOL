       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
            MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS THRU 001-SAI.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 013-BLOQUEAR-RECURSOS
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 002-SELECIONAR-CANDIDATOS
                PERFORM 005-POSTAR-ESTORNOS THRU 005-SAI
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               MOVE WS-JA-ESTORNADOS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * OS ESTORNOS SAO ACRESCENTADOS AO LEDGER COM A SEQUENCIA
      * COMPARTILHADA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "ESTORNA-LEDGER" TO BLQ-PED-PROGRAMA.
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
       END PROGRAM ESTORNA-LEDGER.
