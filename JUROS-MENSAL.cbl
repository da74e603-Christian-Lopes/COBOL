           COPY PARMS.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 006-CONFERIR-PERIODO.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 013-BLOQUEAR-RECURSOS
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 002-PROCESSAMENTO
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
           013-BLOQUEAR-RECURSOS.
      * O FECHAMENTO REGRAVA O MESTRE E POSTA NO LEDGER COM A SEQUENCIA
      * COMPARTILHADA: OS TRES RECURSOS SAO BLOQUEADOS JUNTOS
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "JUROS-MENSAL" TO BLQ-PED-PROGRAMA.
               MOVE "MESTRE-ITENS" TO BLQ-PED-RECURSO(1).
               MOVE "LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM JUROS-MENSAL.
