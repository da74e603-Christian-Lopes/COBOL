      *          FECHOU E QUANDO. A PARTIR DAI OS PROGRAMAS QUE POSTAM
      *          RECUSAM DATA DE MOVIMENTO DENTRO DO MES (CONFERENCIA
      *          EM VERIFICA-PERIODO). PERIODO JA FECHADO NAO FECHA
      *          DUAS VEZES. NO MESMO PASSO O SALDO DE FECHAMENTO DE
      *          CADA CONTA EM SALDOS-GL.DAT E TRANSPORTADO COMO SALDO
      *          DE ABERTURA DO MES SEGUINTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LEDGER-HIST ASSIGN TO "LEDGER-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SALDOS-GL ASSIGN TO "SALDOS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-ARITMETICO.
      * CURTOS QUANDO PARTE DELE JA SAIU DA JANELA DE RETENCAO
       FD  LEDGER-HIST.
       01  REG-LEDGER-HIST-LIDO            PIC X(103).
       FD  SALDOS-GL.
           COPY SGLCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-PERIODOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-FECHAMENTOS-STATUS        PIC X(002) VALUE SPACES.
           77 WS-HIST-STATUS               PIC X(002) VALUE SPACES.
           77 WS-SALDOS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-PERIODO-ACHADO            PIC 9(003) VALUE ZEROS.
           77 WS-JA-FECHADO                PIC X(001) VALUE "N".
           77 WS-VALOR-EDITADO             PIC -(11)9.99.
           77 WS-PERIODO-SEGUINTE          PIC 9(006) VALUE ZEROS.
           77 WS-QTD-SALDOS                PIC 9(004) VALUE ZEROS.
           77 WS-QTD-SALDOS-LIDOS          PIC 9(004) VALUE ZEROS.
           77 WS-IND-SALDO                 PIC 9(004) VALUE ZEROS.
           77 WS-IND-BUSCA                 PIC 9(004) VALUE ZEROS.
           77 WS-SALDO-SEGUINTE            PIC 9(004) VALUE ZEROS.
           77 WS-ULTIMO-DA-CONTA           PIC X(001) VALUE "N".
           77 WS-CONTAS-TRANSPORTADAS      PIC 9(004) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 TABELA-TOTAIS.
               03 TOTAL-OPERACAO OCCURS 20 TIMES.
                   05 CAL-SITUACAO         PIC X(001).
                   05 CAL-FECHADO-POR      PIC X(008).
                   05 CAL-DATA-HORA        PIC X(014).
      * SALDOS CONTABEIS POR CONTA E MES, CARREGADOS INTEIROS E
      * REGRAVADOS COM AS ABERTURAS DO MES SEGUINTE
           01 TABELA-SALDOS.
               03 SALDO-CONTA OCCURS 3000 TIMES.
                   05 TAB-SGL-CONTA        PIC 9(008).
                   05 TAB-SGL-ANO-MES      PIC 9(006).
                   05 TAB-SGL-ABERTURA     PIC S9(13)V99 COMP-3.
                   05 TAB-SGL-DEBITOS      PIC S9(13)V99 COMP-3.
                   05 TAB-SGL-CREDITOS     PIC S9(13)V99 COMP-3.
                   05 TAB-SGL-FECHAMENTO   PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS THRU 001-SAI.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 014-BLOQUEAR-RECURSOS
                IF BLQ-PED-CONCEDIDO
                    PERFORM 002-CARREGAR-CALENDARIO THRU 002-SAI
                    IF WS-CODIGO-RETORNO = ZEROS
                        PERFORM 009-CARREGAR-SALDOS THRU 009-SAI
                    END-IF
                    IF WS-CODIGO-RETORNO = ZEROS
                        PERFORM 013-TRANSPORTAR-SALDOS THRU 013-SAI
                    END-IF
                    IF WS-CODIGO-RETORNO = ZEROS
                        PERFORM 003-TOTALIZAR-LEDGER
                        PERFORM 005-GRAVAR-FECHAMENTO
                        PERFORM 006-FECHAR-CALENDARIO
                        PERFORM 013-GRAVAR-SALDOS THRU 013-GRAVAR-FIM
                    END-IF
                    PERFORM 015-LIBERAR-RECURSOS
                END-IF
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               CLOSE PERIODOS.
               DISPLAY "PERIODO " WS-PERIODO " FECHADO POR "
                   WS-OPERADOR.
           009-CARREGAR-SALDOS.
      * OS SALDOS SAO REGRAVADOS INTEIROS DEPOIS DO FECHAMENTO: SO O
      * ARQUIVO AUSENTE ("35") VALE COMO SEM SALDOS; QUALQUER OUTRA
      * FALHA, OU MAIS SALDOS QUE A TABELA, ABANDONA O FECHAMENTO
      * ANTES DE TOCAR NO CALENDARIO
               MOVE ZEROS TO WS-QTD-SALDOS.
               OPEN INPUT SALDOS-GL.
               IF WS-SALDOS-STATUS = "35"
                   GO TO 009-SAI
               END-IF.
               IF WS-SALDOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SALDOS CONTABEIS INDISPONIVEIS, STATUS "
                       WS-SALDOS-STATUS ", FECHAMENTO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 009-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 009-LER-SALDO.
               PERFORM UNTIL FIM-ARQUIVO
                   IF WS-QTD-SALDOS < 3000
                       ADD 1 TO WS-QTD-SALDOS
                       MOVE SGL-CONTA TO TAB-SGL-CONTA(WS-QTD-SALDOS)
                       MOVE SGL-ANO-MES
                           TO TAB-SGL-ANO-MES(WS-QTD-SALDOS)
                       COMPUTE TAB-SGL-ABERTURA(WS-QTD-SALDOS) =
                           FUNCTION NUMVAL(SGL-SALDO-ABERTURA)
                       COMPUTE TAB-SGL-DEBITOS(WS-QTD-SALDOS) =
                           FUNCTION NUMVAL(SGL-DEBITOS)
                       COMPUTE TAB-SGL-CREDITOS(WS-QTD-SALDOS) =
                           FUNCTION NUMVAL(SGL-CREDITOS)
                       COMPUTE TAB-SGL-FECHAMENTO(WS-QTD-SALDOS) =
                           FUNCTION NUMVAL(SGL-SALDO-FECHAMENTO)
                   ELSE
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "S" TO WS-FIM-ARQUIVO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "SALDOS CONTABEIS EXCEDEM A TABELA DE "
                           "3000 POSICOES, FECHAMENTO ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   IF NOT FIM-ARQUIVO
                       PERFORM 009-LER-SALDO
                   END-IF
               END-PERFORM.
               CLOSE SALDOS-GL.
           009-SAI.
               EXIT.
           009-LER-SALDO.
               READ SALDOS-GL
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           013-TRANSPORTAR-SALDOS.
      * PARA CADA CONTA, O FECHAMENTO NO MES (OU, SEM MOVIMENTO NO
      * MES, O DO ULTIMO MES ANTERIOR EM QUE ELA APARECE) VIRA A
      * ABERTURA DO MES SEGUINTE. A LINHA DO MES SEGUINTE QUE JA
      * EXISTA TEM O FECHAMENTO RECALCULADO; CONTA SEM LINHA E COM
      * SALDO GANHA UMA LINHA SO COM A ABERTURA. CALCULADO ANTES DE
      * FECHAR O CALENDARIO PARA A FALTA DE ESPACO ABANDONAR O
      * FECHAMENTO INTEIRO
               IF WS-PERIODO(5:2) = "12"
                   COMPUTE WS-PERIODO-SEGUINTE = WS-PERIODO + 89
               ELSE
                   COMPUTE WS-PERIODO-SEGUINTE = WS-PERIODO + 1
               END-IF.
               MOVE WS-QTD-SALDOS TO WS-QTD-SALDOS-LIDOS.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS-LIDOS
                   OR WS-CODIGO-RETORNO NOT = ZEROS
                   IF TAB-SGL-ANO-MES(WS-IND-SALDO) NOT > WS-PERIODO
                       PERFORM 013-CONFERIR-ULTIMO
                       IF WS-ULTIMO-DA-CONTA = "S"
                           PERFORM 013-ABRIR-SEGUINTE THRU 013-ABRIR-FIM
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-CODIGO-RETORNO = ZEROS
                   DISPLAY "SALDOS TRANSPORTADOS PARA "
                       WS-PERIODO-SEGUINTE ": "
                       WS-CONTAS-TRANSPORTADAS " CONTAS"
               END-IF.
           013-SAI.
               EXIT.
           013-CONFERIR-ULTIMO.
               MOVE "S" TO WS-ULTIMO-DA-CONTA.
               PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA > WS-QTD-SALDOS-LIDOS
                   IF TAB-SGL-CONTA(WS-IND-BUSCA)
                       = TAB-SGL-CONTA(WS-IND-SALDO)
                       AND TAB-SGL-ANO-MES(WS-IND-BUSCA) NOT >
                           WS-PERIODO
                       AND TAB-SGL-ANO-MES(WS-IND-BUSCA) >
                           TAB-SGL-ANO-MES(WS-IND-SALDO)
                       MOVE "N" TO WS-ULTIMO-DA-CONTA
                   END-IF
               END-PERFORM.
           013-ABRIR-SEGUINTE.
               MOVE ZEROS TO WS-SALDO-SEGUINTE.
               PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA > WS-QTD-SALDOS-LIDOS
                   IF TAB-SGL-CONTA(WS-IND-BUSCA)
                       = TAB-SGL-CONTA(WS-IND-SALDO)
                       AND TAB-SGL-ANO-MES(WS-IND-BUSCA)
                           = WS-PERIODO-SEGUINTE
                       MOVE WS-IND-BUSCA TO WS-SALDO-SEGUINTE
                   END-IF
               END-PERFORM.
               IF WS-SALDO-SEGUINTE = ZEROS
                   AND TAB-SGL-FECHAMENTO(WS-IND-SALDO) = ZEROS
                   GO TO 013-ABRIR-FIM
               END-IF.
               IF WS-SALDO-SEGUINTE = ZEROS
                   IF WS-QTD-SALDOS >= 3000
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "SEM ESPACO NA TABELA DE 3000 SALDOS "
                           "PARA O TRANSPORTE, FECHAMENTO ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                       GO TO 013-ABRIR-FIM
                   END-IF
                   ADD 1 TO WS-QTD-SALDOS
                   MOVE WS-QTD-SALDOS TO WS-SALDO-SEGUINTE
                   MOVE TAB-SGL-CONTA(WS-IND-SALDO)
                       TO TAB-SGL-CONTA(WS-SALDO-SEGUINTE)
                   MOVE WS-PERIODO-SEGUINTE
                       TO TAB-SGL-ANO-MES(WS-SALDO-SEGUINTE)
                   MOVE ZEROS TO TAB-SGL-DEBITOS(WS-SALDO-SEGUINTE)
                   MOVE ZEROS TO TAB-SGL-CREDITOS(WS-SALDO-SEGUINTE)
               END-IF.
               MOVE TAB-SGL-FECHAMENTO(WS-IND-SALDO)
                   TO TAB-SGL-ABERTURA(WS-SALDO-SEGUINTE).
               COMPUTE TAB-SGL-FECHAMENTO(WS-SALDO-SEGUINTE) =
                   TAB-SGL-ABERTURA(WS-SALDO-SEGUINTE)
                   + TAB-SGL-DEBITOS(WS-SALDO-SEGUINTE)
                   - TAB-SGL-CREDITOS(WS-SALDO-SEGUINTE).
               ADD 1 TO WS-CONTAS-TRANSPORTADAS.
           013-ABRIR-FIM.
               EXIT.
           013-GRAVAR-SALDOS.
               IF WS-QTD-SALDOS = ZEROS
                   GO TO 013-GRAVAR-FIM
               END-IF.
               OPEN OUTPUT SALDOS-GL.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   MOVE TAB-SGL-CONTA(WS-IND-SALDO) TO SGL-CONTA
                   MOVE TAB-SGL-ANO-MES(WS-IND-SALDO) TO SGL-ANO-MES
                   MOVE TAB-SGL-ABERTURA(WS-IND-SALDO)
                       TO SGL-SALDO-ABERTURA
                   MOVE TAB-SGL-DEBITOS(WS-IND-SALDO) TO SGL-DEBITOS
                   MOVE TAB-SGL-CREDITOS(WS-IND-SALDO)
                       TO SGL-CREDITOS
                   MOVE TAB-SGL-FECHAMENTO(WS-IND-SALDO)
                       TO SGL-SALDO-FECHAMENTO
                   WRITE REG-SALDO-GL
               END-PERFORM.
               CLOSE SALDOS-GL.
           013-GRAVAR-FIM.
               EXIT.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           014-BLOQUEAR-RECURSOS.
      * O CALENDARIO E OS SALDOS CONTABEIS SAO REGRAVADOS INTEIROS:
      * ATUALIZACAO DE SALDOS E ENCERRAMENTO DO EXERCICIO ESPERAM
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "FECHA-PERIODO" TO BLQ-PED-PROGRAMA.
               MOVE "PERIODOS" TO BLQ-PED-RECURSO(1).
               MOVE "SALDOS-GL" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           015-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM FECHA-PERIODO.
