       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-OPERADOR                  PIC X(008) VALUE SPACES.
           77 WS-NIVEL-OPERADOR            PIC 9(001) VALUE ZEROS.
               END-EVALUATE.
               PERFORM 012-REGISTRAR-ACAO.
           003-EXECUTAR-LOTE.
      * O LOTE POSTA NO LEDGER COM A SEQUENCIA COMPARTILHADA: COM OUTRA
      * EXECUCAO SEGURANDO ESSES ARQUIVOS ELE NEM COMECA, E O DETENTOR
      * SAI NA MENSAGEM DO CONTROLA-BLOQUEIO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "CONSOLE-OPERADOR" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-CONCEDIDO
                   CALL "ARITMETICA-DRIVER"
                   MOVE "L" TO BLQ-PED-FUNCAO
                   CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO
               ELSE
                   DISPLAY "LOTE DIARIO NAO EXECUTADO"
               END-IF.
               PERFORM 012-REGISTRAR-ACAO.
           004-EMITIR-RELATORIO.
               CALL "RELATORIO-DIARIO".
