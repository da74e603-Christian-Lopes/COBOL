      *          CADEIA-PROGRESSO.DAT. NUMA REEXECUCAO DA MESMA DATA
      *          DE MOVIMENTO, OS PASSOS JA CONCLUIDOS SAO PULADOS E A
      *          CADEIA RETOMA DO PASSO QUE FALHOU, EM VEZ DE REPETIR
      *          A NOITE INTEIRA. ANTES DO PRIMEIRO PASSO, COM OS
      *          RECURSOS JA BLOQUEADOS, CHAMA A COPIA-SEGURANCA DOS
      *          ARQUIVOS MESTRE E DE CONTROLE; SE A COPIA FALHAR, A
      *          CADEIA NAO RODA SEM ELA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-PASSOS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-PROGRESSO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-CARREGAR-PASSOS THRU 002-SAI.
            IF WS-QTD-PASSOS > ZEROS AND WS-TABELA-CHEIA = "N"
                PERFORM 013-BLOQUEAR-RECURSOS
            END-IF.
            IF WS-QTD-PASSOS > ZEROS AND WS-TABELA-CHEIA = "N"
                AND BLQ-PED-CONCEDIDO
                PERFORM 015-COPIA-SEGURANCA
                IF WS-ABORTADO = "N"
                    PERFORM 003-CARREGAR-PROGRESSO
                    PERFORM 004-EXECUTAR-PASSO THRU 004-SAI
                        VARYING WS-IND-PASSO FROM 1 BY 1
                        UNTIL WS-IND-PASSO > WS-QTD-PASSOS
                            OR WS-ABORTADO = "S"
                END-IF
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            DISPLAY "PASSOS EXECUTADOS: " WS-EXECUTADOS
                " PULADOS (JA CONCLUIDOS): " WS-PULADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * A NOITE INTEIRA SEGURA OS ARQUIVOS COMPARTILHADOS: NENHUMA
      * EXECUCAO AVULSA ENTRA NO MEIO DA CADEIA, E OS PASSOS CHAMADOS
      * REAPROVEITAM ESTE MESMO BLOQUEIO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "CADEIA-NOTURNA" TO BLQ-PED-PROGRAMA.
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
           015-COPIA-SEGURANCA.
      * A COPIA E TIRADA ANTES DE QUALQUER PASSO GRAVAR NOS ARQUIVOS;
      * NA REEXECUCAO DA MESMA DATA A GERACAO JA FEITA E MANTIDA
               DISPLAY "--- COPIA DE SEGURANCA ---".
               MOVE ZEROS TO RETURN-CODE.
               CALL "COPIA-SEGURANCA"
                   ON EXCEPTION
                       DISPLAY "*** PROGRAMA COPIA-SEGURANCA NAO "
                           "ENCONTRADO ***"
                       MOVE 16 TO RETURN-CODE
               END-CALL.
               MOVE RETURN-CODE TO WS-PASSO-CODIGO.
               IF WS-PASSO-CODIGO > 4
                   MOVE "S" TO WS-ABORTADO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   MOVE "ART005E" TO WS-LOG-CODIGO
                   MOVE "COPIA-SEGURANCA" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CADEIA ABORTADA: COPIA DE SEGURANCA "
                       "TERMINOU COM CODIGO " WS-PASSO-CODIGO
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
       END PROGRAM CADEIA-NOTURNA.
