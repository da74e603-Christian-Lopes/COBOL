      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ATUALIZACAO DOS SALDOS CONTABEIS POR CONTA E PERIODO
      *          (SALDOS-GL.DAT) A PARTIR DO VOUCHER DO DIA GRAVADO
      *          PELO LANCAMENTO-CONTABIL (VOUCHER-CONTABIL.TXT): CADA
      *          PARTIDA SOMA NOS DEBITOS OU NOS CREDITOS DA CONTA NO
      *          MES DA DATA DO VOUCHER E RECALCULA O SALDO DE
      *          FECHAMENTO. CONTA SEM SALDO NO MES ABRE COM O ULTIMO
      *          FECHAMENTO CONHECIDO DELA. O VOUCHER TEM DE SER O DA
      *          DATA DO MOVIMENTO, TEM DE FECHAR (DEBITOS = CREDITOS =
      *          LINHA DE TOTAL) E NAO PODE CAIR EM PERIODO FECHADO; A
      *          MESMA DATA DE VOUCHER NAO E APLICADA DUAS VEZES
      *          (CONTROLE EM CONTROLE-SALDOS-GL.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALIZA-SALDOS-GL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-CONTABIL ASSIGN TO "VOUCHER-CONTABIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT SALDOS-GL ASSIGN TO "SALDOS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT CONTROLE-SALDOS ASSIGN TO "CONTROLE-SALDOS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-CONTABIL.
       01  REG-VOUCHER                     PIC X(060).
       FD  SALDOS-GL.
           COPY SGLCOPY.
      * MESMO LAYOUT DO CONTROLE DE POSTAGEM DO LOTE: A DATA DO
      * VOUCHER APLICADO E O MOMENTO DA APLICACAO
       FD  CONTROLE-SALDOS.
           COPY CTRLCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-VOUCHER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-SALDOS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-CONTROLE-STATUS           PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-DATA-VOUCHER              PIC 9(008) VALUE ZEROS.
           77 WS-PERIODO                   PIC 9(006) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-LINHA                     PIC X(060) VALUE SPACES.
           77 WS-CAMPO-1                   PIC X(020) VALUE SPACES.
           77 WS-CAMPO-2                   PIC X(020) VALUE SPACES.
           77 WS-CAMPO-3                   PIC X(020) VALUE SPACES.
           77 WS-LINHAS-VOUCHER            PIC 9(005) VALUE ZEROS.
           77 WS-LINHAS-INVALIDAS          PIC 9(005) VALUE ZEROS.
           77 WS-TEM-TOTAL                 PIC X(001) VALUE "N".
           77 WS-JA-APLICADO               PIC X(001) VALUE "N".
           77 WS-DATA-HORA-APLICACAO       PIC X(014) VALUE SPACES.
           77 WS-QTD-PARTIDAS              PIC 9(004) VALUE ZEROS.
           77 WS-IND-PARTIDA               PIC 9(004) VALUE ZEROS.
           77 WS-QTD-SALDOS                PIC 9(004) VALUE ZEROS.
           77 WS-IND-SALDO                 PIC 9(004) VALUE ZEROS.
           77 WS-SALDO-ACHADO              PIC 9(004) VALUE ZEROS.
           77 WS-ANTERIOR-ACHADO           PIC 9(004) VALUE ZEROS.
           77 WS-CONTAS-NOVAS              PIC 9(004) VALUE ZEROS.
           77 VALOR-PARTIDA                PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-DEBITOS                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CREDITOS               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-DEB-VOUCHER            PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CRED-VOUCHER           PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-TOTAL-DEB-ED              PIC -(11)9.99.
           77 WS-TOTAL-CRED-ED             PIC -(11)9.99.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * AREA DE CHAMADA DE VERIFICA-PERIODO: DATA DO VOUCHER NA IDA,
      * SINALIZADOR DE LIBERACAO NA VOLTA
           01 PEDIDO-PERIODO.
               03 PER-PED-DATA             PIC 9(008).
               03 PER-PED-LIBERADO         PIC X(001).
      * O VOUCHER INTEIRO E LIDO E PROVADO ANTES DE TOCAR NOS SALDOS
           01 TABELA-PARTIDAS.
               03 PARTIDA OCCURS 1000 TIMES.
                   05 PART-CONTA           PIC 9(008).
                   05 PART-LADO            PIC X(001).
                   05 PART-VALOR           PIC S9(11)V99 COMP-3.
      * O ARQUIVO DE SALDOS E CARREGADO INTEIRO E REGRAVADO NO FIM
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
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 014-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-LER-VOUCHER THRU 002-SAI
                IF WS-CODIGO-RETORNO = ZEROS AND WS-QTD-PARTIDAS > 0
                    PERFORM 003-CONFERIR-DATA THRU 003-SAI
                END-IF
                IF WS-CODIGO-RETORNO = ZEROS AND WS-QTD-PARTIDAS > 0
                    PERFORM 004-CARREGAR-SALDOS THRU 004-SAI
                END-IF
                IF WS-CODIGO-RETORNO = ZEROS AND WS-QTD-PARTIDAS > 0
                    PERFORM 005-APLICAR-PARTIDAS THRU 005-SAI
                END-IF
                IF WS-CODIGO-RETORNO = ZEROS AND WS-QTD-PARTIDAS > 0
                    PERFORM 006-GRAVAR-SALDOS
                    PERFORM 007-GRAVAR-CONTROLE
                END-IF
                PERFORM 015-LIBERAR-RECURSOS
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
           002-LER-VOUCHER.
               OPEN INPUT VOUCHER-CONTABIL.
               IF WS-VOUCHER-STATUS NOT = "00"
                   DISPLAY "VOUCHER-CONTABIL.TXT NAO ENCONTRADO, "
                       "NADA A APLICAR NOS SALDOS"
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-LINHA.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-LINHAS-VOUCHER
                   PERFORM 008-INTERPRETAR-LINHA THRU 008-SAI
                   PERFORM 002-LER-LINHA
               END-PERFORM.
               CLOSE VOUCHER-CONTABIL.
      * O VOUCHER QUE FICOU DE OUTRO DIA (DIA SEM LANCAMENTO OU COM
      * VOUCHER RECUSADO) NAO E O DO MOVIMENTO E NAO E APLICADO
               IF WS-DATA-VOUCHER NOT = WS-DATA-MOVIMENTO
                   MOVE ZEROS TO WS-QTD-PARTIDAS
                   MOVE 4 TO WS-CODIGO-RETORNO
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "VOUCHER-CONTABIL.TXT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "VOUCHER EM DISCO E DE " WS-DATA-VOUCHER
                       ", NAO DO MOVIMENTO " WS-DATA-MOVIMENTO
                       "; SALDOS NAO ATUALIZADOS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
      * A MESMA PROVA DO LANCAMENTO-CONTABIL, REFEITA SOBRE O ARQUIVO:
      * TODA LINHA LEGIVEL, LINHA DE TOTAL PRESENTE E DEBITOS IGUAIS
      * AOS CREDITOS E AOS TOTAIS DO PROPRIO VOUCHER
               IF WS-LINHAS-INVALIDAS > 0
                   OR WS-TEM-TOTAL = "N"
                   OR TOTAL-DEBITOS NOT = TOTAL-CREDITOS
                   OR TOTAL-DEBITOS NOT = TOTAL-DEB-VOUCHER
                   OR TOTAL-CREDITOS NOT = TOTAL-CRED-VOUCHER
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART030E" TO WS-LOG-CODIGO
                   MOVE WS-DATA-VOUCHER TO WS-LOG-CHAVE
                   MOVE TOTAL-DEBITOS  TO WS-TOTAL-DEB-ED
                   MOVE TOTAL-CREDITOS TO WS-TOTAL-CRED-ED
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "VOUCHER NAO APLICADO AOS SALDOS: DEBITOS "
                       WS-TOTAL-DEB-ED " CREDITOS " WS-TOTAL-CRED-ED
                       " LINHAS INVALIDAS " WS-LINHAS-INVALIDAS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           002-SAI.
               EXIT.
           002-LER-LINHA.
               READ VOUCHER-CONTABIL INTO WS-LINHA
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           008-INTERPRETAR-LINHA.
               MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3.
               UNSTRING WS-LINHA DELIMITED BY ";"
                   INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3.
               EVALUATE TRUE
                   WHEN WS-CAMPO-1 = "VOUCHER"
                       IF WS-CAMPO-2(1:8) IS NUMERIC
                           MOVE WS-CAMPO-2(1:8) TO WS-DATA-VOUCHER
                       ELSE
                           ADD 1 TO WS-LINHAS-INVALIDAS
                       END-IF
                   WHEN WS-CAMPO-1 = "TOTAL"
                       MOVE "S" TO WS-TEM-TOTAL
                       INSPECT WS-CAMPO-2 REPLACING ALL "," BY "."
                       INSPECT WS-CAMPO-3 REPLACING ALL "," BY "."
                       IF FUNCTION TEST-NUMVAL(WS-CAMPO-2) = 0
                           AND FUNCTION TEST-NUMVAL(WS-CAMPO-3) = 0
                           COMPUTE TOTAL-DEB-VOUCHER =
                               FUNCTION NUMVAL(WS-CAMPO-2)
                           COMPUTE TOTAL-CRED-VOUCHER =
                               FUNCTION NUMVAL(WS-CAMPO-3)
                       ELSE
                           ADD 1 TO WS-LINHAS-INVALIDAS
                       END-IF
                   WHEN OTHER
                       PERFORM 009-GUARDAR-PARTIDA THRU 009-SAI
               END-EVALUATE.
           008-SAI.
               EXIT.
           009-GUARDAR-PARTIDA.
               INSPECT WS-CAMPO-3 REPLACING ALL "," BY ".".
               IF WS-CAMPO-1(1:8) NOT NUMERIC
                   OR WS-CAMPO-1(9:) NOT = SPACES
                   OR (WS-CAMPO-2 NOT = "D" AND WS-CAMPO-2 NOT = "C")
                   OR FUNCTION TEST-NUMVAL(WS-CAMPO-3) NOT = 0
                   ADD 1 TO WS-LINHAS-INVALIDAS
                   GO TO 009-SAI
               END-IF.
               IF WS-QTD-PARTIDAS >= 1000
                   ADD 1 TO WS-LINHAS-INVALIDAS
                   GO TO 009-SAI
               END-IF.
               ADD 1 TO WS-QTD-PARTIDAS.
               MOVE WS-CAMPO-1(1:8) TO PART-CONTA(WS-QTD-PARTIDAS).
               MOVE WS-CAMPO-2 TO PART-LADO(WS-QTD-PARTIDAS).
               COMPUTE VALOR-PARTIDA = FUNCTION NUMVAL(WS-CAMPO-3).
               MOVE VALOR-PARTIDA TO PART-VALOR(WS-QTD-PARTIDAS).
               IF WS-CAMPO-2 = "D"
                   ADD VALOR-PARTIDA TO TOTAL-DEBITOS
               ELSE
                   ADD VALOR-PARTIDA TO TOTAL-CREDITOS
               END-IF.
           009-SAI.
               EXIT.
      ******************************************************************
           003-CONFERIR-DATA.
               MOVE WS-DATA-VOUCHER(1:6) TO WS-PERIODO.
               OPEN INPUT CONTROLE-SALDOS.
               IF WS-CONTROLE-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 003-LER-CONTROLE
                   PERFORM UNTIL FIM-ARQUIVO
                       IF CTRL-DATA-MOVIMENTO = WS-DATA-VOUCHER
                           MOVE "S" TO WS-JA-APLICADO
                           MOVE CTRL-DATA-HORA-POSTAGEM
                               TO WS-DATA-HORA-APLICACAO
                       END-IF
                       PERFORM 003-LER-CONTROLE
                   END-PERFORM
                   CLOSE CONTROLE-SALDOS
               END-IF.
               IF WS-JA-APLICADO = "S"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART004E" TO WS-LOG-CODIGO
                   MOVE WS-DATA-VOUCHER TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "VOUCHER DE " WS-DATA-VOUCHER
                       " JA APLICADO AOS SALDOS EM "
                       WS-DATA-HORA-APLICACAO ", RECUSADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE WS-DATA-VOUCHER TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO = "N"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART028E" TO WS-LOG-CODIGO
                   MOVE WS-DATA-VOUCHER TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "VOUCHER DE " WS-DATA-VOUCHER " CAI EM "
                       "PERIODO FECHADO, SALDOS NAO ATUALIZADOS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           003-SAI.
               EXIT.
           003-LER-CONTROLE.
               READ CONTROLE-SALDOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-CARREGAR-SALDOS.
      * SO O ARQUIVO AUSENTE ("35") VALE COMO SALDOS NOVOS; QUALQUER
      * OUTRA FALHA, OU MAIS SALDOS QUE A TABELA, ABANDONA SEM
      * REGRAVAR, SENAO SALDOS SUMIRIAM DO ARQUIVO
               MOVE ZEROS TO WS-QTD-SALDOS.
               OPEN INPUT SALDOS-GL.
               IF WS-SALDOS-STATUS = "35"
                   GO TO 004-SAI
               END-IF.
               IF WS-SALDOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SALDOS CONTABEIS INDISPONIVEIS, STATUS "
                       WS-SALDOS-STATUS ", VOUCHER NAO APLICADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 004-LER-SALDO.
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
                           "3000 POSICOES, VOUCHER NAO APLICADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   IF NOT FIM-ARQUIVO
                       PERFORM 004-LER-SALDO
                   END-IF
               END-PERFORM.
               CLOSE SALDOS-GL.
           004-SAI.
               EXIT.
           004-LER-SALDO.
               READ SALDOS-GL
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
      ******************************************************************
           005-APLICAR-PARTIDAS.
               PERFORM VARYING WS-IND-PARTIDA FROM 1 BY 1
                   UNTIL WS-IND-PARTIDA > WS-QTD-PARTIDAS
                   OR WS-CODIGO-RETORNO NOT = ZEROS
                   PERFORM 013-LOCALIZAR-SALDO THRU 013-SAI
                   IF WS-SALDO-ACHADO NOT = ZEROS
                       IF PART-LADO(WS-IND-PARTIDA) = "D"
                           ADD PART-VALOR(WS-IND-PARTIDA)
                               TO TAB-SGL-DEBITOS(WS-SALDO-ACHADO)
                       ELSE
                           ADD PART-VALOR(WS-IND-PARTIDA)
                               TO TAB-SGL-CREDITOS(WS-SALDO-ACHADO)
                       END-IF
                       COMPUTE TAB-SGL-FECHAMENTO(WS-SALDO-ACHADO) =
                           TAB-SGL-ABERTURA(WS-SALDO-ACHADO)
                           + TAB-SGL-DEBITOS(WS-SALDO-ACHADO)
                           - TAB-SGL-CREDITOS(WS-SALDO-ACHADO)
                   END-IF
               END-PERFORM.
           005-SAI.
               EXIT.
           013-LOCALIZAR-SALDO.
      * CONTA SEM SALDO NO PERIODO ABRE COM O FECHAMENTO DO ULTIMO
      * PERIODO ANTERIOR EM QUE ELA APARECE; O FECHAMENTO DO PERIODO
      * ANTERIOR CONFIRMA ESSA ABERTURA NO TRANSPORTE DE SALDOS
               MOVE ZEROS TO WS-SALDO-ACHADO.
               MOVE ZEROS TO WS-ANTERIOR-ACHADO.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF TAB-SGL-CONTA(WS-IND-SALDO)
                       = PART-CONTA(WS-IND-PARTIDA)
                       IF TAB-SGL-ANO-MES(WS-IND-SALDO) = WS-PERIODO
                           MOVE WS-IND-SALDO TO WS-SALDO-ACHADO
                       END-IF
                       IF TAB-SGL-ANO-MES(WS-IND-SALDO) < WS-PERIODO
                           IF WS-ANTERIOR-ACHADO = ZEROS
                               MOVE WS-IND-SALDO TO WS-ANTERIOR-ACHADO
                           ELSE
                               IF TAB-SGL-ANO-MES(WS-IND-SALDO) >
                                   TAB-SGL-ANO-MES(WS-ANTERIOR-ACHADO)
                                   MOVE WS-IND-SALDO
                                       TO WS-ANTERIOR-ACHADO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-SALDO-ACHADO NOT = ZEROS
                   GO TO 013-SAI
               END-IF.
               IF WS-QTD-SALDOS >= 3000
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SEM ESPACO NA TABELA DE 3000 SALDOS PARA "
                       "A CONTA " PART-CONTA(WS-IND-PARTIDA)
                       ", VOUCHER NAO APLICADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 013-SAI
               END-IF.
               ADD 1 TO WS-QTD-SALDOS.
               ADD 1 TO WS-CONTAS-NOVAS.
               MOVE WS-QTD-SALDOS TO WS-SALDO-ACHADO.
               MOVE PART-CONTA(WS-IND-PARTIDA)
                   TO TAB-SGL-CONTA(WS-SALDO-ACHADO).
               MOVE WS-PERIODO TO TAB-SGL-ANO-MES(WS-SALDO-ACHADO).
               MOVE ZEROS TO TAB-SGL-ABERTURA(WS-SALDO-ACHADO).
               IF WS-ANTERIOR-ACHADO NOT = ZEROS
                   MOVE TAB-SGL-FECHAMENTO(WS-ANTERIOR-ACHADO)
                       TO TAB-SGL-ABERTURA(WS-SALDO-ACHADO)
               END-IF.
               MOVE ZEROS TO TAB-SGL-DEBITOS(WS-SALDO-ACHADO).
               MOVE ZEROS TO TAB-SGL-CREDITOS(WS-SALDO-ACHADO).
               MOVE TAB-SGL-ABERTURA(WS-SALDO-ACHADO)
                   TO TAB-SGL-FECHAMENTO(WS-SALDO-ACHADO).
           013-SAI.
               EXIT.
           006-GRAVAR-SALDOS.
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
               MOVE TOTAL-DEBITOS TO WS-TOTAL-DEB-ED.
               DISPLAY "VOUCHER DE " WS-DATA-VOUCHER " APLICADO: "
                   WS-QTD-PARTIDAS " PARTIDAS, DEBITOS = CREDITOS = "
                   WS-TOTAL-DEB-ED ", CONTAS NOVAS NO PERIODO "
                   WS-CONTAS-NOVAS.
           007-GRAVAR-CONTROLE.
               OPEN EXTEND CONTROLE-SALDOS.
               IF WS-CONTROLE-STATUS = "35"
                   OPEN OUTPUT CONTROLE-SALDOS
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-VOUCHER TO CTRL-DATA-MOVIMENTO.
               MOVE WS-DATA-HORA(1:14) TO CTRL-DATA-HORA-POSTAGEM.
               WRITE REG-CONTROLE-POSTAGEM.
               CLOSE CONTROLE-SALDOS.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "ATUALIZA-SALDOS-GL" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "ATUALIZA-SALDOS-GL" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "ATUALIZA-SALDOS-GL" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LINHAS-VOUCHER TO EXEC-LIDOS.
               IF WS-CODIGO-RETORNO = ZEROS
                   MOVE WS-QTD-PARTIDAS TO EXEC-POSTADOS
               ELSE
                   MOVE ZEROS TO EXEC-POSTADOS
               END-IF.
               MOVE WS-LINHAS-INVALIDAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           014-BLOQUEAR-RECURSOS.
      * OS SALDOS CONTABEIS SAO REGRAVADOS INTEIROS: FECHAMENTO DE
      * PERIODO E ENCERRAMENTO DO EXERCICIO NAO PODEM RODAR JUNTOS
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "ATUALIZA-SALDOS-GL" TO BLQ-PED-PROGRAMA.
               MOVE "SALDOS-GL" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           015-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM ATUALIZA-SALDOS-GL.
