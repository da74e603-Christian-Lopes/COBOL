      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: BLOQUEIO NOMEADO DOS ARQUIVOS COMPARTILHADOS: ANTES
      *          DE ABRIR MESTRE-ITENS.DAT, LEDGER.DAT OU
      *          SEQUENCIA-LEDGER.DAT PARA ATUALIZACAO, O PROGRAMA
      *          PEDE O BLOQUEIO DO RECURSO ("B") E O DEVOLVE NO FIM
      *          ("L"). O BLOQUEIO FICA EM BLOQUEIOS.DAT COM O
      *          PROGRAMA, O RUN-ID (ARIT_RUN_ID OU O MOMENTO DO
      *          PEDIDO), O OPERADOR (ARIT_OPERADOR) E O INICIO.
      *          RECURSO DETIDO POR OUTRA EXECUCAO E RECUSADO COM O
      *          DETENTOR NO LOG (ART066E); DETENTOR HA MAIS DE
      *          ARIT_HORAS_BLOQUEIO HORAS (PADRAO 12) E APONTADO COMO
      *          BLOQUEIO ANTIGO, SINAL DE EXECUCAO ABORTADA (ART067W),
      *          PARA O SUPERVISOR LIBERAR PELA MANUTENCAO-BLOQUEIOS.
      *          PROGRAMA CHAMADO POR OUTRO QUE JA DETEM O RECURSO NA
      *          MESMA EXECUCAO (CADEIA NOTURNA, LOTE DO CONSOLE) E
      *          ATENDIDO SEM NOVA LINHA: O RECURSO SO E DEVOLVIDO
      *          QUANDO O ULTIMO PEDIDO DA EXECUCAO E LIBERADO.
      *          CHAMADO NO ESPIRITO DE VERIFICA-PERIODO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLA-BLOQUEIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIOS ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEIOS.
           COPY BLOQCOPY.
       WORKING-STORAGE SECTION.
           COPY MSGCOPY.
           77 WS-BLOQUEIOS-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-OPERADOR                  PIC X(008) VALUE SPACES.
           77 WS-ENTRADA-HORAS             PIC X(003) VALUE SPACES.
           77 WS-HORAS-ANTIGO              PIC 9(003) VALUE 12.
           77 WS-MINUTOS-AGORA             PIC 9(011) VALUE ZEROS.
           77 WS-MINUTOS-INICIO            PIC 9(011) VALUE ZEROS.
           77 WS-QTD-BLOQUEIOS             PIC 9(003) VALUE ZEROS.
           77 WS-IND-BLOQUEIO              PIC 9(003) VALUE ZEROS.
           77 WS-BLOQUEIO-ACHADO           PIC 9(003) VALUE ZEROS.
           77 WS-IND-PEDIDO                PIC 9(001) VALUE ZEROS.
           77 WS-IND-PROPRIO               PIC 9(003) VALUE ZEROS.
           77 WS-PROPRIO-ACHADO            PIC 9(003) VALUE ZEROS.
           77 WS-RECURSO-ATUAL             PIC X(020) VALUE SPACES.
           77 WS-TABELA-CHEIA              PIC X(001) VALUE "N".
           77 WS-ALTERADO                  PIC X(001) VALUE "N".
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
      * 50 LIDOS DO ARQUIVO E FOLGA PARA OS TRES DE UM PEDIDO
           01 TABELA-BLOQUEIOS.
               03 BLOQUEIO-ATIVO OCCURS 53 TIMES.
                   05 TAB-BLQ-RECURSO      PIC X(020).
                   05 TAB-BLQ-PROGRAMA     PIC X(022).
                   05 TAB-BLQ-RUN-ID       PIC X(016).
                   05 TAB-BLQ-OPERADOR     PIC X(008).
                   05 TAB-BLQ-INICIO       PIC X(014).
      * RECURSOS DETIDOS POR ESTA EXECUCAO: A AREA PERMANECE ENTRE AS
      * CHAMADAS DO MESMO PROCESSO, E O CONTADOR SOMA OS PEDIDOS DOS
      * PROGRAMAS ENCADEADOS SOBRE O MESMO RECURSO
           01 TABELA-PROPRIOS.
               03 BLOQUEIO-PROPRIO OCCURS 20 TIMES.
                   05 PRO-RECURSO          PIC X(020) VALUE SPACES.
                   05 PRO-RUN-ID           PIC X(016) VALUE SPACES.
                   05 PRO-CONTADOR         PIC 9(003) VALUE ZEROS.
       LINKAGE SECTION.
           COPY PBLQCOPY.
       PROCEDURE DIVISION USING PEDIDO-BLOQUEIO.
       MAIN-PROCEDURE.
           MOVE SPACES TO BLQ-PED-DETENTOR.
           EVALUATE TRUE
               WHEN BLQ-PED-BLOQUEAR
                   PERFORM 001-BLOQUEAR THRU 001-SAI
               WHEN BLQ-PED-LIBERAR
                   PERFORM 002-LIBERAR THRU 002-SAI
               WHEN OTHER
                   MOVE "N" TO BLQ-PED-RESULTADO
           END-EVALUATE.
           GOBACK.
      ******************************************************************
           001-BLOQUEAR.
               MOVE "S" TO BLQ-PED-RESULTADO.
               PERFORM 003-CARREGAR-BLOQUEIOS THRU 003-SAI.
               IF BLQ-PED-RECUSADO
                   GO TO 001-SAI
               END-IF.
               PERFORM 006-IDENTIFICAR-EXECUCAO.
      * TUDO OU NADA: CONFERE TODOS OS RECURSOS ANTES DE GRAVAR
               PERFORM VARYING WS-IND-PEDIDO FROM 1 BY 1
                   UNTIL WS-IND-PEDIDO > 3 OR BLQ-PED-RECUSADO
                   MOVE BLQ-PED-RECURSO(WS-IND-PEDIDO)
                       TO WS-RECURSO-ATUAL
                   IF WS-RECURSO-ATUAL NOT = SPACES
                       PERFORM 007-LOCALIZAR-PROPRIO
                       IF WS-PROPRIO-ACHADO = ZEROS
                           PERFORM 008-LOCALIZAR-BLOQUEIO
                           IF WS-BLOQUEIO-ACHADO NOT = ZEROS
                               MOVE "N" TO BLQ-PED-RESULTADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF BLQ-PED-RECUSADO
                   PERFORM 009-RECUSAR-BLOQUEIO
                   GO TO 001-SAI
               END-IF.
               PERFORM VARYING WS-IND-PEDIDO FROM 1 BY 1
                   UNTIL WS-IND-PEDIDO > 3
                   MOVE BLQ-PED-RECURSO(WS-IND-PEDIDO)
                       TO WS-RECURSO-ATUAL
                   IF WS-RECURSO-ATUAL NOT = SPACES
                       PERFORM 007-LOCALIZAR-PROPRIO
                       IF WS-PROPRIO-ACHADO NOT = ZEROS
                           ADD 1 TO PRO-CONTADOR(WS-PROPRIO-ACHADO)
                       ELSE
                           PERFORM 010-INCLUIR-BLOQUEIO
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-ALTERADO = "S"
                   PERFORM 005-GRAVAR-BLOQUEIOS
               END-IF.
           001-SAI.
               EXIT.
      ******************************************************************
           002-LIBERAR.
               MOVE "L" TO BLQ-PED-RESULTADO.
               PERFORM 003-CARREGAR-BLOQUEIOS THRU 003-SAI.
               IF BLQ-PED-RECUSADO
                   GO TO 002-SAI
               END-IF.
               PERFORM VARYING WS-IND-PEDIDO FROM 1 BY 1
                   UNTIL WS-IND-PEDIDO > 3
                   MOVE BLQ-PED-RECURSO(WS-IND-PEDIDO)
                       TO WS-RECURSO-ATUAL
                   IF WS-RECURSO-ATUAL NOT = SPACES
                       PERFORM 007-LOCALIZAR-PROPRIO
                       IF WS-PROPRIO-ACHADO NOT = ZEROS
                           SUBTRACT 1
                               FROM PRO-CONTADOR(WS-PROPRIO-ACHADO)
                           IF PRO-CONTADOR(WS-PROPRIO-ACHADO) = ZEROS
                               PERFORM 011-RETIRAR-BLOQUEIO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-ALTERADO = "S"
                   PERFORM 005-GRAVAR-BLOQUEIOS
               END-IF.
           002-SAI.
               EXIT.
      ******************************************************************
           003-CARREGAR-BLOQUEIOS.
               MOVE ZEROS TO WS-QTD-BLOQUEIOS.
               MOVE "N" TO WS-TABELA-CHEIA.
               MOVE "N" TO WS-ALTERADO.
               OPEN INPUT BLOQUEIOS.
               IF WS-BLOQUEIOS-STATUS = "35"
                   GO TO 003-SAI
               END-IF.
      * SEM LER O ARQUIVO NAO HA COMO SABER QUEM DETEM O RECURSO: O
      * PEDIDO E RECUSADO EM VEZ DE ATUALIZAR SEM PROTECAO
               IF WS-BLOQUEIOS-STATUS NOT = "00"
                   MOVE "N" TO BLQ-PED-RESULTADO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "BLOQUEIOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE BLOQUEIOS INDISPONIVEL, STATUS "
                       WS-BLOQUEIOS-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 004-LER-BLOQUEIO.
               PERFORM UNTIL FIM-ARQUIVO
                   IF WS-QTD-BLOQUEIOS < 50
                       ADD 1 TO WS-QTD-BLOQUEIOS
                       MOVE BLQ-RECURSO
                           TO TAB-BLQ-RECURSO(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-PROGRAMA
                           TO TAB-BLQ-PROGRAMA(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-RUN-ID
                           TO TAB-BLQ-RUN-ID(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-OPERADOR
                           TO TAB-BLQ-OPERADOR(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-DATA-HORA-INICIO
                           TO TAB-BLQ-INICIO(WS-QTD-BLOQUEIOS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM 004-LER-BLOQUEIO
               END-PERFORM.
               CLOSE BLOQUEIOS.
      * REGRAVAR COM A TABELA CHEIA PERDERIA BLOQUEIOS DE OUTRAS
      * EXECUCOES: O PEDIDO E RECUSADO
               IF WS-TABELA-CHEIA = "S"
                   MOVE "N" TO BLQ-PED-RESULTADO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE "BLOQUEIOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "BLOQUEIOS ATIVOS EXCEDEM A TABELA DE 50 "
                       "LINHAS, PEDIDO RECUSADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           003-SAI.
               EXIT.
           004-LER-BLOQUEIO.
               READ BLOQUEIOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           005-GRAVAR-BLOQUEIOS.
               OPEN OUTPUT BLOQUEIOS.
               PERFORM VARYING WS-IND-BLOQUEIO FROM 1 BY 1
                   UNTIL WS-IND-BLOQUEIO > WS-QTD-BLOQUEIOS
                   IF TAB-BLQ-RECURSO(WS-IND-BLOQUEIO) NOT = SPACES
                       MOVE TAB-BLQ-RECURSO(WS-IND-BLOQUEIO)
                           TO BLQ-RECURSO
                       MOVE TAB-BLQ-PROGRAMA(WS-IND-BLOQUEIO)
                           TO BLQ-PROGRAMA
                       MOVE TAB-BLQ-RUN-ID(WS-IND-BLOQUEIO)
                           TO BLQ-RUN-ID
                       MOVE TAB-BLQ-OPERADOR(WS-IND-BLOQUEIO)
                           TO BLQ-OPERADOR
                       MOVE TAB-BLQ-INICIO(WS-IND-BLOQUEIO)
                           TO BLQ-DATA-HORA-INICIO
                       WRITE REG-BLOQUEIO
                   END-IF
               END-PERFORM.
               CLOSE BLOQUEIOS.
           006-IDENTIFICAR-EXECUCAO.
      * O RUN-ID DO LOTE (ARIT_RUN_ID) IDENTIFICA A EXECUCAO QUANDO
      * HA UM; SEM ELE, O MOMENTO DO PEDIDO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE SPACES TO WS-RUN-ID.
               DISPLAY "ARIT_RUN_ID" UPON ENVIRONMENT-NAME.
               ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE.
               IF WS-RUN-ID = SPACES
                   MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID
               END-IF.
               MOVE SPACES TO WS-OPERADOR.
               DISPLAY "ARIT_OPERADOR" UPON ENVIRONMENT-NAME.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
               IF WS-OPERADOR = SPACES
                   MOVE "LOTE" TO WS-OPERADOR
               END-IF.
           007-LOCALIZAR-PROPRIO.
               MOVE ZEROS TO WS-PROPRIO-ACHADO.
               PERFORM VARYING WS-IND-PROPRIO FROM 1 BY 1
                   UNTIL WS-IND-PROPRIO > 20
                   IF PRO-RECURSO(WS-IND-PROPRIO) = WS-RECURSO-ATUAL
                       AND PRO-CONTADOR(WS-IND-PROPRIO) > ZEROS
                       MOVE WS-IND-PROPRIO TO WS-PROPRIO-ACHADO
                   END-IF
               END-PERFORM.
           008-LOCALIZAR-BLOQUEIO.
               MOVE ZEROS TO WS-BLOQUEIO-ACHADO.
               PERFORM VARYING WS-IND-BLOQUEIO FROM 1 BY 1
                   UNTIL WS-IND-BLOQUEIO > WS-QTD-BLOQUEIOS
                   IF TAB-BLQ-RECURSO(WS-IND-BLOQUEIO)
                       = WS-RECURSO-ATUAL
                       MOVE WS-IND-BLOQUEIO TO WS-BLOQUEIO-ACHADO
                   END-IF
               END-PERFORM.
           009-RECUSAR-BLOQUEIO.
               MOVE TAB-BLQ-RECURSO(WS-BLOQUEIO-ACHADO)
                   TO BLQ-PED-DET-RECURSO.
               MOVE TAB-BLQ-PROGRAMA(WS-BLOQUEIO-ACHADO)
                   TO BLQ-PED-DET-PROGRAMA.
               MOVE TAB-BLQ-RUN-ID(WS-BLOQUEIO-ACHADO)
                   TO BLQ-PED-DET-RUN-ID.
               MOVE TAB-BLQ-OPERADOR(WS-BLOQUEIO-ACHADO)
                   TO BLQ-PED-DET-OPERADOR.
               MOVE TAB-BLQ-INICIO(WS-BLOQUEIO-ACHADO)
                   TO BLQ-PED-DET-INICIO.
               PERFORM 013-AVALIAR-ANTIGUIDADE.
               MOVE "ART066E" TO WS-LOG-CODIGO.
               MOVE BLQ-PED-DET-RECURSO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING FUNCTION TRIM(BLQ-PED-DET-RECURSO)
                   " EM USO POR " FUNCTION TRIM(BLQ-PED-DET-PROGRAMA)
                   " RUN " BLQ-PED-DET-RUN-ID
                   " OP " FUNCTION TRIM(BLQ-PED-DET-OPERADOR)
                   " DESDE " BLQ-PED-DET-INICIO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               IF BLQ-PED-DET-ANTIGO = "S"
                   MOVE "ART067W" TO WS-LOG-CODIGO
                   MOVE BLQ-PED-DET-RECURSO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "BLOQUEIO DE "
                       FUNCTION TRIM(BLQ-PED-DET-RECURSO)
                       " COM MAIS DE " WS-HORAS-ANTIGO
                       " H: EXECUCAO ABORTADA? LIBERAR PELA "
                       "MANUTENCAO-BLOQUEIOS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           010-INCLUIR-BLOQUEIO.
               ADD 1 TO WS-QTD-BLOQUEIOS.
               MOVE WS-RECURSO-ATUAL
                   TO TAB-BLQ-RECURSO(WS-QTD-BLOQUEIOS).
               MOVE BLQ-PED-PROGRAMA
                   TO TAB-BLQ-PROGRAMA(WS-QTD-BLOQUEIOS).
               MOVE WS-RUN-ID TO TAB-BLQ-RUN-ID(WS-QTD-BLOQUEIOS).
               MOVE WS-OPERADOR
                   TO TAB-BLQ-OPERADOR(WS-QTD-BLOQUEIOS).
               MOVE WS-DATA-HORA(1:14)
                   TO TAB-BLQ-INICIO(WS-QTD-BLOQUEIOS).
               MOVE "S" TO WS-ALTERADO.
               PERFORM VARYING WS-IND-PROPRIO FROM 1 BY 1
                   UNTIL WS-IND-PROPRIO > 20
                       OR PRO-CONTADOR(WS-IND-PROPRIO) = ZEROS
                   CONTINUE
               END-PERFORM.
               IF WS-IND-PROPRIO NOT > 20
                   MOVE WS-RECURSO-ATUAL TO PRO-RECURSO(WS-IND-PROPRIO)
                   MOVE WS-RUN-ID TO PRO-RUN-ID(WS-IND-PROPRIO)
                   MOVE 1 TO PRO-CONTADOR(WS-IND-PROPRIO)
               END-IF.
           011-RETIRAR-BLOQUEIO.
      * SO SAI A LINHA DESTA EXECUCAO: SE O SUPERVISOR JA A LIBEROU E
      * OUTRA EXECUCAO TOMOU O RECURSO, A DELA FICA
               PERFORM VARYING WS-IND-BLOQUEIO FROM 1 BY 1
                   UNTIL WS-IND-BLOQUEIO > WS-QTD-BLOQUEIOS
                   IF TAB-BLQ-RECURSO(WS-IND-BLOQUEIO)
                       = WS-RECURSO-ATUAL
                       AND TAB-BLQ-RUN-ID(WS-IND-BLOQUEIO)
                       = PRO-RUN-ID(WS-PROPRIO-ACHADO)
                       MOVE SPACES TO TAB-BLQ-RECURSO(WS-IND-BLOQUEIO)
                       MOVE "S" TO WS-ALTERADO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO PRO-RECURSO(WS-PROPRIO-ACHADO).
               MOVE SPACES TO PRO-RUN-ID(WS-PROPRIO-ACHADO).
           013-AVALIAR-ANTIGUIDADE.
      * IDADE EM MINUTOS ENTRE O INICIO DO DETENTOR E AGORA; INICIO
      * ILEGIVEL VALE COMO ANTIGO
               MOVE "N" TO BLQ-PED-DET-ANTIGO.
               MOVE SPACES TO WS-ENTRADA-HORAS.
               DISPLAY "ARIT_HORAS_BLOQUEIO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-HORAS FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-HORAS IS NUMERIC
                   MOVE WS-ENTRADA-HORAS TO WS-HORAS-ANTIGO
               END-IF.
               IF BLQ-PED-DET-INICIO(1:12) IS NOT NUMERIC
                   MOVE "S" TO BLQ-PED-DET-ANTIGO
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                   COMPUTE WS-MINUTOS-AGORA =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-DATA-HORA(1:8))) * 1440
                       + FUNCTION NUMVAL(WS-DATA-HORA(9:2)) * 60
                       + FUNCTION NUMVAL(WS-DATA-HORA(11:2))
                   COMPUTE WS-MINUTOS-INICIO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(BLQ-PED-DET-INICIO(1:8)))
                           * 1440
                       + FUNCTION NUMVAL(BLQ-PED-DET-INICIO(9:2)) * 60
                       + FUNCTION NUMVAL(BLQ-PED-DET-INICIO(11:2))
                   IF WS-MINUTOS-AGORA - WS-MINUTOS-INICIO
                       > WS-HORAS-ANTIGO * 60
                       MOVE "S" TO BLQ-PED-DET-ANTIGO
                   END-IF
               END-IF.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE BLQ-PED-PROGRAMA TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
       END PROGRAM CONTROLA-BLOQUEIO.
