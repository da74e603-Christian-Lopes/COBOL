       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-HIST-STATUS               PIC X(002) VALUE SPACES.
           77 WS-TMP-STATUS                PIC X(002) VALUE SPACES.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 013-BLOQUEAR-LEDGER.
            IF BLQ-PED-CONCEDIDO
                IF WS-MODO = "R"
                    PERFORM 005-RECARREGAR-FAIXA
                ELSE
                    PERFORM 002-ARQUIVAR THRU 002-SAI
                END-IF
                PERFORM 014-LIBERAR-LEDGER
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
           013-BLOQUEAR-LEDGER.
      * O ARQUIVAMENTO REGRAVA O LEDGER E A RECARGA ACRESCENTA NELE:
      * NENHUM OUTRO PROGRAMA PODE POSTAR ENQUANTO ISSO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "ARQUIVA-LEDGER" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-LEDGER.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM ARQUIVA-LEDGER.
