      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO: PARA O
      *          PERIODO PEDIDO (ARIT_PERIODO AAAAMM, OU O MES DA DATA
      *          DO MOVIMENTO), CADA BEM EM USO DE ATIVOS.DAT JA
      *          ADQUIRIDO DEPRECIA UM MES PELO SEU METODO: SL LINEAR
      *          (O SALDO A DEPRECIAR DIVIDIDO PELOS MESES QUE RESTAM DA
      *          VIDA UTIL) OU DB SALDO DECRESCENTE EM DOBRO (SALDO X
      *          2 / VIDA, PASSANDO AO LINEAR QUANDO ESTE FOR MAIOR). O
      *          MES DA AQUISICAO CONTA INTEIRO, O ULTIMO MES DA VIDA
      *          LEVA O SALDO E A ACUMULADA NUNCA PASSA DO CUSTO. MES
      *          QUE FICOU PARA TRAS (BEM SEM MAPA NA RODADA ANTERIOR)
      *          E RECUPERADO NA RODADA SEGUINTE. CADA BEM CUJA
      *          OPERACAO TEM MAPA EM CONTAS-GL.DAT GERA UM LANCAMENTO
      *          NO RAZAO, NA DATA DA RODADA COMO OS DEMAIS
      *          LANCAMENTOS E NO DEPARTAMENTO DO BEM; BEM SEM MAPA
      *          NAO E DEPRECIADO E FICA NO LOG.
      *          PERIODO FECHADO E RECUSADO E O MESMO MES NAO E
      *          DEPRECIADO DUAS VEZES (CONTROLE-DEPRECIACAO.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIACAO-MENSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS ASSIGN TO "ATIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATIVO-NUMERO
               FILE STATUS IS WS-ATIVOS-STATUS.
           SELECT CONTAS-GL ASSIGN TO "CONTAS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CONTROLE-DEPRECIACAO
               ASSIGN TO "CONTROLE-DEPRECIACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATIVOS.
           COPY ATIVOCOPY.
       FD  CONTAS-GL.
           COPY GLCOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
      * MESMO LAYOUT DO CONTROLE DE POSTAGEM DO LOTE: O ULTIMO DIA DO
      * MES DEPRECIADO E O MOMENTO DA RODADA
       FD  CONTROLE-DEPRECIACAO.
           COPY CTRLCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-ATIVOS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-GL-STATUS                 PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-CONTROLE-STATUS           PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-DATA-FIM-PERIODO          PIC 9(008) VALUE ZEROS.
           77 WS-DIAS-INTEIRO              PIC 9(007) VALUE ZEROS.
           77 WS-SEQUENCIA                 PIC 9(009) VALUE ZEROS.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-JA-DEPRECIADO             PIC X(001) VALUE "N".
           77 WS-DATA-HORA-ANTERIOR        PIC X(014) VALUE SPACES.
           77 WS-RODADA-FEITA              PIC X(001) VALUE "N".
           77 WS-QTD-MAPAS                 PIC 9(003) VALUE ZEROS.
           77 WS-IND-MAPA                  PIC 9(003) VALUE ZEROS.
           77 WS-MAPA-ACHADO               PIC X(001) VALUE "N".
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-DEPRECIADOS               PIC 9(007) VALUE ZEROS.
           77 WS-SEM-MAPA                  PIC 9(007) VALUE ZEROS.
           77 WS-NAO-POSTADOS              PIC 9(007) VALUE ZEROS.
           77 WS-TOTALMENTE-DEPRECIADOS    PIC 9(007) VALUE ZEROS.
           77 WS-MESES-CALCULO             PIC 9(004) VALUE ZEROS.
           77 WS-MESES-RESTANTES           PIC S9(004) VALUE ZEROS.
           77 ACUMULADA-CALCULO            PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-A-DEPRECIAR            PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 DEPRECIACAO-MES              PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 DEPRECIACAO-LINEAR           PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-ATIVO                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-DEPRECIACAO            PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-VALOR-ED                  PIC -(11)9.99.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 WS-PERIODO                   PIC 9(006) VALUE ZEROS.
           01 WS-PERIODO-PARTES REDEFINES WS-PERIODO.
               03 WS-ANO-PERIODO           PIC 9(004).
               03 WS-MM-PERIODO            PIC 9(002).
           01 WS-MES-CALCULO               PIC 9(006) VALUE ZEROS.
           01 WS-MES-CALCULO-PARTES REDEFINES WS-MES-CALCULO.
               03 WS-ANO-CALCULO           PIC 9(004).
               03 WS-MM-CALCULO            PIC 9(002).
           01 WS-DATA-SEGUINTE             PIC 9(008) VALUE ZEROS.
           01 WS-DATA-SEGUINTE-PARTES REDEFINES WS-DATA-SEGUINTE.
               03 WS-ANO-SEGUINTE          PIC 9(004).
               03 WS-MM-SEGUINTE           PIC 9(002).
               03 WS-DD-SEGUINTE           PIC 9(002).
      * AREA DE CHAMADA DE VERIFICA-PERIODO: DATA NA IDA, SINALIZADOR
      * DE LIBERACAO NA VOLTA
           01 PEDIDO-PERIODO.
               03 PER-PED-DATA             PIC 9(008).
               03 PER-PED-LIBERADO         PIC X(001).
           01 TABELA-MAPAS.
               03 MAPA-GL OCCURS 50 TIMES.
                   05 MAPA-OPERACAO        PIC X(015).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-CONFERIR-PERIODO THRU 002-SAI.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 003-CARREGAR-MAPAS
                PERFORM 018-BLOQUEAR-RECURSOS
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 004-DEPRECIAR-ATIVOS THRU 004-SAI
                IF WS-RODADA-FEITA = "S"
                    PERFORM 009-GRAVAR-CONTROLE
                END-IF
                PERFORM 019-LIBERAR-RECURSOS
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                AND (WS-SEM-MAPA > 0 OR WS-NAO-POSTADOS > 0)
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
               MOVE WS-DATA-MOVIMENTO(1:6) TO WS-PERIODO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_PERIODO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:6) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:6) TO WS-PERIODO
               END-IF.
               IF WS-MM-PERIODO < 1 OR WS-MM-PERIODO > 12
                   DISPLAY "PERIODO DA DEPRECIACAO INVALIDO: "
                       WS-PERIODO ", USADO O MES DO MOVIMENTO"
                   MOVE WS-DATA-MOVIMENTO(1:6) TO WS-PERIODO
               END-IF.
      * A DEPRECIACAO E DE COMPETENCIA DO ULTIMO DIA DO PERIODO, A
      * VESPERA DO PRIMEIRO DIA DO MES SEGUINTE
               MOVE WS-ANO-PERIODO TO WS-ANO-SEGUINTE.
               MOVE WS-MM-PERIODO TO WS-MM-SEGUINTE.
               MOVE 1 TO WS-DD-SEGUINTE.
               IF WS-MM-SEGUINTE = 12
                   ADD 1 TO WS-ANO-SEGUINTE
                   MOVE 1 TO WS-MM-SEGUINTE
               ELSE
                   ADD 1 TO WS-MM-SEGUINTE
               END-IF.
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE) - 1.
               COMPUTE WS-DATA-FIM-PERIODO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO).
               DISPLAY "DEPRECIACAO DO PERIODO " WS-PERIODO
                   ": COMPETENCIA " WS-DATA-FIM-PERIODO.
           002-CONFERIR-PERIODO.
               OPEN INPUT CONTROLE-DEPRECIACAO.
               IF WS-CONTROLE-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 002-LER-CONTROLE
                   PERFORM UNTIL FIM-ARQUIVO
                       IF CTRL-DATA-MOVIMENTO = WS-DATA-FIM-PERIODO
                           MOVE "S" TO WS-JA-DEPRECIADO
                           MOVE CTRL-DATA-HORA-POSTAGEM
                               TO WS-DATA-HORA-ANTERIOR
                       END-IF
                       PERFORM 002-LER-CONTROLE
                   END-PERFORM
                   CLOSE CONTROLE-DEPRECIACAO
               END-IF.
               IF WS-JA-DEPRECIADO = "S"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART004E" TO WS-LOG-CODIGO
                   MOVE WS-PERIODO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "DEPRECIACAO DE " WS-PERIODO
                       " JA POSTADA EM " WS-DATA-HORA-ANTERIOR
                       ", RODADA RECUSADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               MOVE WS-DATA-FIM-PERIODO TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO = "N"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART028E" TO WS-LOG-CODIGO
                   MOVE PER-PED-DATA TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "DEPRECIACAO DE " WS-PERIODO " RECUSADA: "
                       PER-PED-DATA " CAI EM PERIODO FECHADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           002-SAI.
               EXIT.
           002-LER-CONTROLE.
               READ CONTROLE-DEPRECIACAO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-CARREGAR-MAPAS.
               MOVE ZEROS TO WS-QTD-MAPAS.
               OPEN INPUT CONTAS-GL.
               IF WS-GL-STATUS NOT = "00"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "CONTAS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "TABELA DE CONTAS GL NAO ENCONTRADA, "
                       "NENHUM ATIVO SERA DEPRECIADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CONTAS-GL
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-MAPAS < 50
                                   ADD 1 TO WS-QTD-MAPAS
                                   MOVE GL-OPERACAO TO
                                       MAPA-OPERACAO(WS-QTD-MAPAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTAS-GL
               END-IF.
      ******************************************************************
           004-DEPRECIAR-ATIVOS.
               OPEN I-O ATIVOS.
               IF WS-ATIVOS-STATUS = "35"
                   DISPLAY "ATIVOS.DAT NAO ENCONTRADO, NADA A DEPRECIAR"
                   GO TO 004-SAI
               END-IF.
               IF WS-ATIVOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "ATIVOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CADASTRO DE ATIVOS INDISPONIVEL, STATUS "
                       WS-ATIVOS-STATUS ", DEPRECIACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE "S" TO WS-RODADA-FEITA.
               OPEN EXTEND LEDGER-ARITMETICO.
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-ARITMETICO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               MOVE ZEROS TO ATIVO-NUMERO.
               START ATIVOS KEY NOT < ATIVO-NUMERO
                   INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
               END-START.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ATIVOS NEXT
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM 005-DEPRECIAR-ATIVO THRU 005-SAI
                   END-READ
               END-PERFORM.
               CLOSE LEDGER-ARITMETICO.
               CLOSE ATIVOS.
               MOVE TOTAL-DEPRECIACAO TO WS-VALOR-ED.
               MOVE "ART079I" TO WS-LOG-CODIGO.
               MOVE WS-PERIODO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "DEPRECIACAO DE " WS-PERIODO ": " WS-DEPRECIADOS
                   " ATIVOS, TOTAL " WS-VALOR-ED ", SEM MAPA "
                   WS-SEM-MAPA
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               DISPLAY "ATIVOS LIDOS: " WS-LIDOS
                   " DEPRECIADOS: " WS-DEPRECIADOS
                   " SEM MAPA: " WS-SEM-MAPA
                   " JA TOTALMENTE DEPRECIADOS: "
                   WS-TOTALMENTE-DEPRECIADOS.
               DISPLAY "TOTAL DA DEPRECIACAO DO MES: " WS-VALOR-ED.
           004-SAI.
               EXIT.
           005-DEPRECIAR-ATIVO.
               IF ATIVO-BAIXADO
                   OR ATIVO-DATA-AQUISICAO(1:6) > WS-PERIODO
                   OR ATIVO-ULTIMO-PERIODO NOT < WS-PERIODO
                   GO TO 005-SAI
               END-IF.
               IF ATIVO-DEPRECIACAO-ACUM NOT < ATIVO-CUSTO
                   ADD 1 TO WS-TOTALMENTE-DEPRECIADOS
                   GO TO 005-SAI
               END-IF.
               MOVE "N" TO WS-MAPA-ACHADO.
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                   IF MAPA-OPERACAO(WS-IND-MAPA) = ATIVO-OPERACAO
                       MOVE "S" TO WS-MAPA-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-MAPA-ACHADO = "N"
                   ADD 1 TO WS-SEM-MAPA
                   MOVE "ART077W" TO WS-LOG-CODIGO
                   MOVE ATIVO-NUMERO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ATIVO " ATIVO-NUMERO " NAO DEPRECIADO EM "
                       WS-PERIODO ": OPERACAO " ATIVO-OPERACAO
                       " SEM MAPA EM CONTAS-GL.DAT"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
      * DO MES DA AQUISICAO (OU DO SEGUINTE AO ULTIMO DEPRECIADO) ATE
      * O PERIODO, UM MES DE CADA VEZ, PARANDO NO CUSTO
               IF ATIVO-ULTIMO-PERIODO = ZEROS
                   MOVE ATIVO-DATA-AQUISICAO(1:6) TO WS-MES-CALCULO
               ELSE
                   MOVE ATIVO-ULTIMO-PERIODO TO WS-MES-CALCULO
                   PERFORM 007-AVANCAR-MES
               END-IF.
               MOVE ATIVO-DEPRECIACAO-ACUM TO ACUMULADA-CALCULO.
               MOVE ATIVO-MESES-DEPRECIADOS TO WS-MESES-CALCULO.
               MOVE ZEROS TO VALOR-ATIVO.
               PERFORM 006-CALCULAR-MES
                   UNTIL WS-MES-CALCULO > WS-PERIODO
                   OR ACUMULADA-CALCULO NOT < ATIVO-CUSTO.
      * VALOR ALEM DA CAPACIDADE DO CAMPO DO RAZAO NAO E POSTADO NEM
      * GRAVADO NO BEM, QUE FICA PARA A PROXIMA RODADA
               IF VALOR-ATIVO > 999999.99
                   ADD 1 TO WS-NAO-POSTADOS
                   MOVE "ART013W" TO WS-LOG-CODIGO
                   MOVE ATIVO-NUMERO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "DEPRECIACAO DO ATIVO " ATIVO-NUMERO
                       " NAO POSTADA NO RAZAO: VALOR EXCEDE O CAMPO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
               IF VALOR-ATIVO > ZEROS
                   PERFORM 008-POSTAR-DEPRECIACAO
               END-IF.
               MOVE ACUMULADA-CALCULO TO ATIVO-DEPRECIACAO-ACUM.
               MOVE WS-MESES-CALCULO TO ATIVO-MESES-DEPRECIADOS.
               MOVE WS-PERIODO TO ATIVO-ULTIMO-PERIODO.
               REWRITE REG-ATIVO.
           005-SAI.
               EXIT.
           006-CALCULAR-MES.
               COMPUTE SALDO-A-DEPRECIAR =
                   ATIVO-CUSTO - ACUMULADA-CALCULO.
               COMPUTE WS-MESES-RESTANTES =
                   ATIVO-VIDA-MESES - WS-MESES-CALCULO.
      * NO ULTIMO MES DA VIDA (OU DEPOIS DELE) SAI TODO O SALDO
               IF WS-MESES-RESTANTES NOT > 1
                   MOVE SALDO-A-DEPRECIAR TO DEPRECIACAO-MES
               ELSE
                   COMPUTE DEPRECIACAO-LINEAR ROUNDED =
                       SALDO-A-DEPRECIAR / WS-MESES-RESTANTES
                   IF ATIVO-DECRESCENTE
                       COMPUTE DEPRECIACAO-MES ROUNDED =
                           SALDO-A-DEPRECIAR * 2 / ATIVO-VIDA-MESES
                       IF DEPRECIACAO-LINEAR > DEPRECIACAO-MES
                           MOVE DEPRECIACAO-LINEAR TO DEPRECIACAO-MES
                       END-IF
                   ELSE
                       MOVE DEPRECIACAO-LINEAR TO DEPRECIACAO-MES
                   END-IF
               END-IF.
               IF DEPRECIACAO-MES > SALDO-A-DEPRECIAR
                   MOVE SALDO-A-DEPRECIAR TO DEPRECIACAO-MES
               END-IF.
               ADD DEPRECIACAO-MES TO ACUMULADA-CALCULO.
               ADD DEPRECIACAO-MES TO VALOR-ATIVO.
               ADD 1 TO WS-MESES-CALCULO.
               PERFORM 007-AVANCAR-MES.
           007-AVANCAR-MES.
               IF WS-MM-CALCULO = 12
                   ADD 1 TO WS-ANO-CALCULO
                   MOVE 1 TO WS-MM-CALCULO
               ELSE
                   ADD 1 TO WS-MM-CALCULO
               END-IF.
           008-POSTAR-DEPRECIACAO.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE ATIVO-OPERACAO     TO LEDGER-OPERACAO.
               MOVE VALOR-ATIVO        TO LEDGER-OPERANDO-1.
               MOVE ZEROS              TO LEDGER-OPERANDO-2.
               MOVE VALOR-ATIVO        TO LEDGER-RESULTADO.
               MOVE WS-DATA-HORA(1:14) TO LEDGER-DATA-HORA.
               CALL "PROXIMA-SEQUENCIA" USING WS-SEQUENCIA.
               MOVE WS-SEQUENCIA       TO LEDGER-SEQUENCIA.
               MOVE WS-RUN-ID          TO LEDGER-RUN-ID.
               MOVE ATIVO-DEPARTAMENTO TO LEDGER-DEPARTAMENTO.
               MOVE ZEROS              TO LEDGER-SEQ-ESTORNADA.
               WRITE REG-LEDGER.
               ADD 1 TO WS-DEPRECIADOS.
               ADD VALOR-ATIVO TO TOTAL-DEPRECIACAO.
           009-GRAVAR-CONTROLE.
               OPEN EXTEND CONTROLE-DEPRECIACAO.
               IF WS-CONTROLE-STATUS = "35"
                   OPEN OUTPUT CONTROLE-DEPRECIACAO
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-FIM-PERIODO TO CTRL-DATA-MOVIMENTO.
               MOVE WS-DATA-HORA(1:14) TO CTRL-DATA-HORA-POSTAGEM.
               WRITE REG-CONTROLE-POSTAGEM.
               CLOSE CONTROLE-DEPRECIACAO.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "DEPRECIACAO-MENSAL" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "DEPRECIACAO-MENSAL" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "DEPRECIACAO-MENSAL" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-DEPRECIADOS TO EXEC-POSTADOS.
               COMPUTE EXEC-REJEITADOS = WS-SEM-MAPA + WS-NAO-POSTADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           018-BLOQUEAR-RECURSOS.
      * O CADASTRO E REGRAVADO E CADA BEM POSTA NO LEDGER COM A
      * SEQUENCIA COMPARTILHADA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "DEPRECIACAO-MENSAL" TO BLQ-PED-PROGRAMA.
               MOVE "ATIVOS" TO BLQ-PED-RECURSO(1).
               MOVE "LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           019-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM DEPRECIACAO-MENSAL.
