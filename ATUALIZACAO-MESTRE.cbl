       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-TRANSACOES-STATUS         PIC X(002) VALUE SPACES.
           77 WS-AJUSTES-NOME              PIC X(030)
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 030-BLOQUEAR-MESTRE.
            IF BLQ-PED-CONCEDIDO
                PERFORM 001-PROCESSAMENTO
                PERFORM 031-LIBERAR-MESTRE
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
                   + WS-AJUSTES-INATIVOS + WS-AJUSTES-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           030-BLOQUEAR-MESTRE.
      * O MESTRE E REGRAVADO NO LUGAR: UMA SEGUNDA EXECUCAO ATUALIZANDO
      * O MESMO ARQUIVO AO MESMO TEMPO SOBREPORIA OS AJUSTES DESTA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "ATUALIZACAO-MESTRE" TO BLQ-PED-PROGRAMA.
               MOVE "MESTRE-ITENS" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           031-LIBERAR-MESTRE.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
           006-CRIAR-MESTRE-PADRAO.
      * MESMOS ITENS PADRAO DA VERSAO SEQUENCIAL, GRAVADOS UMA UNICA
      * VEZ NA CRIACAO DO MESTRE INDEXADO
               MOVE "ITEM0001"     TO MESTRE-ITEM.
               MOVE SPACES         TO MESTRE-LOCAL.
               MOVE ZEROS          TO MESTRE-CUSTO-UNITARIO.
               MOVE ZEROS          TO MESTRE-QTD-RESERVADA.
               MOVE SPACES         TO MESTRE-GRUPO.
               MOVE "ITEM PADRAO UM" TO MESTRE-DESCRICAO.
               MOVE 100.00         TO MESTRE-SALDO.
               MOVE 9999999.99     TO MESTRE-LIMITE-AJUSTE.
               MOVE "ITEM0002"     TO MESTRE-ITEM.
               MOVE SPACES         TO MESTRE-LOCAL.
               MOVE ZEROS          TO MESTRE-CUSTO-UNITARIO.
               MOVE ZEROS          TO MESTRE-QTD-RESERVADA.
               MOVE SPACES         TO MESTRE-GRUPO.
               MOVE "ITEM PADRAO DOIS" TO MESTRE-DESCRICAO.
               MOVE 50.00          TO MESTRE-SALDO.
               MOVE 9999999.99     TO MESTRE-LIMITE-AJUSTE.
