      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ENCERRAMENTO DO EXERCICIO CONTABIL: RECEBE O ANO EM
      *          ARIT_EXERCICIO (AAAA), O OPERADOR EM ARIT_OPERADOR
      *          (NIVEL DE SUPERVISOR) E A CONTA DE LUCROS ACUMULADOS
      *          EM ARIT_CONTA_LUCROS. SO RODA COM OS DOZE MESES DO ANO
      *          FECHADOS EM PERIODOS.DAT E NAO RODA DUAS VEZES PARA O
      *          MESMO ANO (CONTROLE-ENCERRAMENTO.DAT). CONTA DE
      *          RESULTADO (RECEITA OU DESPESA) E A DE PRIMEIRO DIGITO
      *          IGUAL OU MAIOR QUE ARIT_GRUPO_RESULTADO (PADRAO 3); AS
      *          DEMAIS SAO PATRIMONIAIS. O LANCAMENTO DE ENCERRAMENTO,
      *          EM 31/12, ZERA CADA CONTA DE RESULTADO E LEVA O
      *          RESULTADO LIQUIDO PARA LUCROS ACUMULADOS: E APLICADO
      *          NO MOVIMENTO DE DEZEMBRO EM SALDOS-GL.DAT E GRAVADO NO
      *          LAYOUT DO VOUCHER EM ENCERRAMENTO-AAAA.TXT. OS SALDOS
      *          DE FIM DE ANO VIRAM AS ABERTURAS DE JANEIRO DO ANO
      *          SEGUINTE (E DOS MESES SEGUINTES QUE JA TENHAM LINHA),
      *          OS DOZE PERIODOS DO ANO SEGUINTE SAO ABERTOS NO
      *          CALENDARIO E OS LANCAMENTOS DO ANO SAEM DO LEDGER.DAT
      *          PARA O LEDGER-HIST.DAT, COM O SEGMENTO DO ANO INTEIRO
      *          (VIVO E HISTORICO) GRAVADO EM LEDGER-A-AAAA.DAT.
      *          RELATORIO EM RELATORIO-ENCERRAMENTO.TXT COM O
      *          RESULTADO LIQUIDO E OS TOTAIS TRANSPORTADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRA-EXERCICIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT SALDOS-GL ASSIGN TO "SALDOS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOS-STATUS.
           SELECT CONTROLE-ENCERRAMENTO
               ASSIGN TO "CONTROLE-ENCERRAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-HIST ASSIGN TO "LEDGER-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LEDGER-ARQ-TMP ASSIGN TO "LEDGER-ARQ-TMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT LEDGER-RECENTE ASSIGN TO "LEDGER-RECENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECENTE-STATUS.
           SELECT LEDGER-ANO ASSIGN TO DYNAMIC WS-SEGMENTO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENTO-STATUS.
           SELECT VOUCHER-ENCERRAMENTO ASSIGN TO DYNAMIC WS-VOUCHER-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
           SELECT RELATORIO-ENCERRAMENTO
               ASSIGN TO "RELATORIO-ENCERRAMENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CLASSIFICA-CONTAS ASSIGN TO "SORT-ENCERRAMENTO.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
           COPY PERIODCOPY.
       FD  SALDOS-GL.
           COPY SGLCOPY.
      * MESMO LAYOUT DO CONTROLE DE POSTAGEM DO LOTE: 31/12 DO ANO
      * ENCERRADO E O MOMENTO DO ENCERRAMENTO
       FD  CONTROLE-ENCERRAMENTO.
           COPY CTRLCOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
      * O HISTORICO, OS ARQUIVOS DE TRABALHO E O SEGMENTO DO ANO TEM
      * O REGISTRO BYTE A BYTE IGUAL AO DO RAZAO
       FD  LEDGER-HIST.
       01  REG-LEDGER-HIST-LIDO            PIC X(103).
       FD  LEDGER-ARQ-TMP.
       01  REG-LEDGER-TMP                  PIC X(103).
       FD  LEDGER-RECENTE.
       01  REG-LEDGER-RECENTE              PIC X(103).
       FD  LEDGER-ANO.
       01  REG-LEDGER-ANO                  PIC X(103).
       FD  VOUCHER-ENCERRAMENTO.
       01  REG-VOUCHER                     PIC X(060).
       FD  RELATORIO-ENCERRAMENTO.
       01  REG-RELATORIO-ENCERRAMENTO      PIC X(132).
       SD  CLASSIFICA-CONTAS.
       01  REG-CLASSIFICA-CONTAS.
           03 CLS-TIPO                     PIC X(001).
           03 CLS-CONTA                    PIC 9(008).
           03 CLS-IND-CONTA                PIC 9(004).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-PERIODOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-SALDOS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-CONTROLE-STATUS           PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-HIST-STATUS               PIC X(002) VALUE SPACES.
           77 WS-TMP-STATUS                PIC X(002) VALUE SPACES.
           77 WS-RECENTE-STATUS            PIC X(002) VALUE SPACES.
           77 WS-SEGMENTO-STATUS           PIC X(002) VALUE SPACES.
           77 WS-VOUCHER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-SEGMENTO-NOME             PIC X(030) VALUE SPACES.
           77 WS-VOUCHER-NOME              PIC X(030) VALUE SPACES.
           77 WS-NOME-DELETAR              PIC X(030) VALUE SPACES.
           77 WS-DELETE-RC                 PIC 9(009) COMP-5
                                            VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-OPERADOR                  PIC X(008) VALUE SPACES.
           77 WS-CONTA-LUCROS              PIC 9(008) VALUE ZEROS.
           77 WS-GRUPO-RESULTADO           PIC 9(001) VALUE 3.
           77 WS-ANO-SEGUINTE              PIC 9(004) VALUE ZEROS.
           77 WS-JANEIRO                   PIC 9(006) VALUE ZEROS.
           77 WS-DEZEMBRO                  PIC 9(006) VALUE ZEROS.
           77 WS-JANEIRO-SEGUINTE          PIC 9(006) VALUE ZEROS.
           77 WS-DATA-ENCERRAMENTO         PIC 9(008) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-JA-ENCERRADO              PIC X(001) VALUE "N".
           77 WS-DATA-HORA-ANTERIOR        PIC X(014) VALUE SPACES.
           77 WS-QTD-PERIODOS              PIC 9(003) VALUE ZEROS.
           77 WS-IND-PERIODO               PIC 9(003) VALUE ZEROS.
           77 WS-PERIODO-ACHADO            PIC 9(003) VALUE ZEROS.
           77 WS-MESES-FECHADOS            PIC 9(003) VALUE ZEROS.
           77 WS-PERIODOS-NOVOS            PIC 9(003) VALUE ZEROS.
           77 WS-QTD-SALDOS                PIC 9(004) VALUE ZEROS.
           77 WS-IND-SALDO                 PIC 9(004) VALUE ZEROS.
           77 WS-IND-BUSCA                 PIC 9(004) VALUE ZEROS.
           77 WS-LINHA-ACHADA              PIC 9(004) VALUE ZEROS.
           77 WS-MES-ACHADO                PIC 9(006) VALUE ZEROS.
           77 WS-QTD-CONTAS                PIC 9(004) VALUE ZEROS.
           77 WS-IND-CONTA                 PIC 9(004) VALUE ZEROS.
           77 WS-CONTA-ACHADA              PIC 9(004) VALUE ZEROS.
           77 WS-IND-LUCROS                PIC 9(004) VALUE ZEROS.
           77 WS-CONTA-PROCURADA           PIC 9(008) VALUE ZEROS.
           77 WS-CONTAS-ENCERRADAS         PIC 9(004) VALUE ZEROS.
           77 WS-CONTAS-TRANSPORTADAS      PIC 9(004) VALUE ZEROS.
           77 WS-RESUMO-IMPRESSO           PIC X(001) VALUE "N".
           77 WS-LEDGER-PREPARADO          PIC X(001) VALUE "N".
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-ARQUIVADOS                PIC 9(007) VALUE ZEROS.
           77 WS-RETIDOS                   PIC 9(007) VALUE ZEROS.
           77 WS-DO-HISTORICO              PIC 9(007) VALUE ZEROS.
           77 WS-LADO                      PIC X(001) VALUE SPACES.
           77 SOMA-RESULTADO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 RESULTADO-LIQUIDO            PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-RECEITAS               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-DESPESAS               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-DEBITOS                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CREDITOS               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-DEVEDOR                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-CREDOR                   PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-PARTIDA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-SALDO-ED                  PIC -(11)9.99.
           77 WS-PARTIDA-ED                PIC -(11)9.99
                                            BLANK WHEN ZERO.
           77 WS-DEVEDOR-ED                PIC -(11)9.99.
           77 WS-CREDOR-ED                 PIC -(11)9.99.
           77 WS-VALOR-EDITADO             PIC -(11)9.99.
           77 WS-VALOR-TEXTO               PIC X(016) VALUE SPACES.
           77 WS-TOTAL-DEB-TEXTO           PIC X(016) VALUE SPACES.
           77 WS-TOTAL-CRED-TEXTO          PIC X(016) VALUE SPACES.
           77 WS-SITUACAO-RESULTADO        PIC X(008) VALUE SPACES.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 WS-ANO                       PIC 9(004) VALUE ZEROS.
           01 WS-ANO-TEXTO REDEFINES WS-ANO
                                            PIC X(004).
           01 WS-MES-CALCULO               PIC 9(006) VALUE ZEROS.
           01 WS-MES-CALCULO-PARTES REDEFINES WS-MES-CALCULO.
               03 WS-ANO-CALCULO           PIC 9(004).
               03 WS-MM-CALCULO            PIC 9(002).
      * O PRIMEIRO DIGITO DA CONTA DIZ SE ELA E DE RESULTADO
           01 WS-CONTA-TESTE               PIC 9(008) VALUE ZEROS.
           01 WS-CONTA-TESTE-PARTES REDEFINES WS-CONTA-TESTE.
               03 WS-GRUPO-CONTA           PIC 9(001).
               03 FILLER                   PIC 9(007).
      * AREA DE CHAMADA DE VERIFICA-USUARIO: IDENTIFICACAO NA IDA,
      * NIVEL E VALIDADE NA VOLTA
           01 PEDIDO-USUARIO.
               03 USU-PED-ID               PIC X(008).
               03 USU-PED-NIVEL            PIC 9(001).
               03 USU-PED-VALIDO           PIC X(001).
           01 TABELA-PERIODOS.
               03 PERIODO-CALENDARIO OCCURS 240 TIMES.
                   05 CAL-ANO-MES          PIC 9(006).
                   05 CAL-SITUACAO         PIC X(001).
                   05 CAL-FECHADO-POR      PIC X(008).
                   05 CAL-DATA-HORA        PIC X(014).
      * SALDOS CONTABEIS POR CONTA E MES, CARREGADOS INTEIROS E
      * REGRAVADOS COM O ENCERRAMENTO E AS ABERTURAS DO ANO SEGUINTE
           01 TABELA-SALDOS.
               03 SALDO-CONTA OCCURS 3000 TIMES.
                   05 TAB-SGL-CONTA        PIC 9(008).
                   05 TAB-SGL-ANO-MES      PIC 9(006).
                   05 TAB-SGL-ABERTURA     PIC S9(13)V99 COMP-3.
                   05 TAB-SGL-DEBITOS      PIC S9(13)V99 COMP-3.
                   05 TAB-SGL-CREDITOS     PIC S9(13)V99 COMP-3.
                   05 TAB-SGL-FECHAMENTO   PIC S9(13)V99 COMP-3.
      * UMA POSICAO POR CONTA COM MOVIMENTO ATE O FIM DO ANO: SALDO
      * DE 31/12 ANTES DO ENCERRAMENTO, PARTIDA DE ENCERRAMENTO
      * (POSITIVA A DEBITO) E SALDO TRANSPORTADO PARA O ANO SEGUINTE
           01 TABELA-CONTAS.
               03 CONTA-EXERCICIO OCCURS 1000 TIMES.
                   05 TAB-CTA-CONTA        PIC 9(008).
                   05 TAB-CTA-RESULTADO    PIC X(001).
                   05 TAB-CTA-SALDO-ANO    PIC S9(13)V99 COMP-3.
                   05 TAB-CTA-ENCERRAMENTO PIC S9(13)V99 COMP-3.
                   05 TAB-CTA-TRANSPORTADO PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS THRU 001-SAI.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 018-BLOQUEAR-RECURSOS
                IF BLQ-PED-CONCEDIDO
                    PERFORM 002-CONFERIR-CONTROLE THRU 002-SAI
                    IF WS-CODIGO-RETORNO = ZEROS
                        PERFORM 003-CARREGAR-CALENDARIO THRU 003-SAI
                    END-IF
                    IF WS-CODIGO-RETORNO = ZEROS
                        PERFORM 004-ENCERRAR-EXERCICIO THRU 004-SAI
                    END-IF
                    PERFORM 019-LIBERAR-RECURSOS
                END-IF
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_EXERCICIO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:4) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:4) TO WS-ANO
               ELSE
                   MOVE 8 TO WS-CODIGO-RETORNO
                   DISPLAY "*** ARIT_EXERCICIO (AAAA) E OBRIGATORIO "
                       "PARA O ENCERRAMENTO ***"
                   GO TO 001-SAI
               END-IF.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_GRUPO_RESULTADO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:1) IS NUMERIC
                   AND WS-ENTRADA-PARM(1:1) NOT = "0"
                   MOVE WS-ENTRADA-PARM(1:1) TO WS-GRUPO-RESULTADO
               END-IF.
      * A CONTA DE LUCROS ACUMULADOS E OBRIGATORIA E TEM DE SER
      * PATRIMONIAL, SENAO O PROPRIO ENCERRAMENTO A ZERARIA
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_CONTA_LUCROS" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-CONTA-LUCROS
               END-IF.
               MOVE WS-CONTA-LUCROS TO WS-CONTA-TESTE.
               IF WS-CONTA-LUCROS = ZEROS
                   OR WS-GRUPO-CONTA NOT < WS-GRUPO-RESULTADO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   DISPLAY "*** ARIT_CONTA_LUCROS (CONTA PATRIMONIAL "
                       "DE 8 DIGITOS) E OBRIGATORIO PARA O "
                       "ENCERRAMENTO ***"
                   GO TO 001-SAI
               END-IF.
               COMPUTE WS-ANO-SEGUINTE = WS-ANO + 1.
               COMPUTE WS-JANEIRO = WS-ANO * 100 + 1.
               COMPUTE WS-DEZEMBRO = WS-ANO * 100 + 12.
               COMPUTE WS-JANEIRO-SEGUINTE = WS-ANO-SEGUINTE * 100 + 1.
               COMPUTE WS-DATA-ENCERRAMENTO = WS-ANO * 10000 + 1231.
               MOVE SPACES TO WS-OPERADOR.
               DISPLAY "ARIT_OPERADOR" UPON ENVIRONMENT-NAME.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
               IF WS-OPERADOR = SPACES
                   MOVE "OPERADOR" TO WS-OPERADOR
               END-IF.
      * O ENCERRAMENTO DO EXERCICIO E ACAO PRIVILEGIADA, COMO O
      * FECHAMENTO DE PERIODO
               MOVE WS-OPERADOR TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE WS-OPERADOR TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ENCERRAMENTO DO EXERCICIO " WS-ANO
                       " NEGADO: OPERADOR " WS-OPERADOR
                       " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 001-SAI
               END-IF.
               DISPLAY "ENCERRAMENTO DO EXERCICIO " WS-ANO
                   " PELO OPERADOR " WS-OPERADOR.
               MOVE "ART037I" TO WS-LOG-CODIGO.
               MOVE WS-OPERADOR TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "OPERADOR " WS-OPERADOR
                   " INICIOU O ENCERRAMENTO DO EXERCICIO " WS-ANO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           001-SAI.
               EXIT.
           002-CONFERIR-CONTROLE.
               OPEN INPUT CONTROLE-ENCERRAMENTO.
               IF WS-CONTROLE-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 002-LER-CONTROLE
                   PERFORM UNTIL FIM-ARQUIVO
                       IF CTRL-DATA-MOVIMENTO = WS-DATA-ENCERRAMENTO
                           MOVE "S" TO WS-JA-ENCERRADO
                           MOVE CTRL-DATA-HORA-POSTAGEM
                               TO WS-DATA-HORA-ANTERIOR
                       END-IF
                       PERFORM 002-LER-CONTROLE
                   END-PERFORM
                   CLOSE CONTROLE-ENCERRAMENTO
               END-IF.
               IF WS-JA-ENCERRADO = "S"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART004E" TO WS-LOG-CODIGO
                   MOVE WS-ANO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "EXERCICIO " WS-ANO " JA ENCERRADO EM "
                       WS-DATA-HORA-ANTERIOR ", ENCERRAMENTO RECUSADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           002-SAI.
               EXIT.
           002-LER-CONTROLE.
               READ CONTROLE-ENCERRAMENTO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-CARREGAR-CALENDARIO.
      * O CALENDARIO E REGRAVADO INTEIRO COM O ANO SEGUINTE: QUALQUER
      * FALHA DE ABERTURA OU CALENDARIO MAIOR QUE A TABELA ABANDONA O
      * ENCERRAMENTO ANTES DE TOCAR EM QUALQUER ARQUIVO
               MOVE ZEROS TO WS-QTD-PERIODOS.
               OPEN INPUT PERIODOS.
               IF WS-PERIODOS-STATUS NOT = "00"
                   AND WS-PERIODOS-STATUS NOT = "35"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "PERIODOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CALENDARIO DE PERIODOS INDISPONIVEL, "
                       "STATUS " WS-PERIODOS-STATUS
                       ", ENCERRAMENTO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               IF WS-PERIODOS-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 003-LER-PERIODO
                   PERFORM UNTIL FIM-ARQUIVO
                       IF WS-QTD-PERIODOS < 240
                           ADD 1 TO WS-QTD-PERIODOS
                           MOVE PER-ANO-MES TO
                               CAL-ANO-MES(WS-QTD-PERIODOS)
                           MOVE PER-SITUACAO TO
                               CAL-SITUACAO(WS-QTD-PERIODOS)
                           MOVE PER-FECHADO-POR TO
                               CAL-FECHADO-POR(WS-QTD-PERIODOS)
                           MOVE PER-DATA-HORA-FECHO TO
                               CAL-DATA-HORA(WS-QTD-PERIODOS)
                           IF PER-ANO-MES NOT < WS-JANEIRO
                               AND PER-ANO-MES NOT > WS-DEZEMBRO
                               AND PER-FECHADO
                               ADD 1 TO WS-MESES-FECHADOS
                           END-IF
                       ELSE
                           MOVE 8 TO WS-CODIGO-RETORNO
                           MOVE "S" TO WS-FIM-ARQUIVO
                           MOVE "ART019E" TO WS-LOG-CODIGO
                           MOVE "PERIODOS.DAT" TO WS-LOG-CHAVE
                           MOVE SPACES TO WS-LOG-MENSAGEM
                           STRING "CALENDARIO EXCEDE A TABELA DE "
                               "240 MESES, ENCERRAMENTO ABANDONADO"
                               DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                           PERFORM 012-GRAVAR-LOG
                       END-IF
                       PERFORM 003-LER-PERIODO
                   END-PERFORM
                   CLOSE PERIODOS
               END-IF.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 003-SAI
               END-IF.
               IF WS-MESES-FECHADOS < 12
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART081E" TO WS-LOG-CODIGO
                   MOVE WS-ANO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ENCERRAMENTO DE " WS-ANO " RECUSADO: SO "
                       WS-MESES-FECHADOS " DOS 12 PERIODOS DO ANO "
                       "ESTAO FECHADOS EM PERIODOS.DAT"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
      * MESES DO ANO SEGUINTE QUE AINDA NAO ESTAO NO CALENDARIO; SO
      * ELES SAO INCLUIDOS, ABERTOS, NO FIM DO ENCERRAMENTO
               MOVE WS-JANEIRO-SEGUINTE TO WS-MES-CALCULO.
               PERFORM 12 TIMES
                   PERFORM 003-PROCURAR-PERIODO
                   IF WS-PERIODO-ACHADO = ZEROS
                       ADD 1 TO WS-PERIODOS-NOVOS
                   END-IF
                   ADD 1 TO WS-MM-CALCULO
               END-PERFORM.
               IF WS-QTD-PERIODOS + WS-PERIODOS-NOVOS > 240
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE "PERIODOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SEM ESPACO NA TABELA DE 240 MESES PARA O "
                       "ANO " WS-ANO-SEGUINTE
                       ", ENCERRAMENTO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           003-SAI.
               EXIT.
           003-LER-PERIODO.
               READ PERIODOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-PROCURAR-PERIODO.
               MOVE ZEROS TO WS-PERIODO-ACHADO.
               PERFORM VARYING WS-IND-PERIODO FROM 1 BY 1
                   UNTIL WS-IND-PERIODO > WS-QTD-PERIODOS
                   IF CAL-ANO-MES(WS-IND-PERIODO) = WS-MES-CALCULO
                       MOVE WS-IND-PERIODO TO WS-PERIODO-ACHADO
                   END-IF
               END-PERFORM.
      ******************************************************************
           004-ENCERRAR-EXERCICIO.
      * TUDO O QUE PODE FALHAR (CARGA DOS SALDOS, ESPACO NAS TABELAS E
      * CONCILIACAO DO ARQUIVAMENTO) E FEITO ANTES DA PRIMEIRA
      * REGRAVACAO
               PERFORM 005-CARREGAR-SALDOS THRU 005-SAI.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 004-SAI
               END-IF.
               PERFORM 006-ENCERRAR-RESULTADO THRU 006-SAI.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 004-SAI
               END-IF.
               PERFORM 007-TRANSPORTAR-SALDOS THRU 007-SAI.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 004-SAI
               END-IF.
               PERFORM 008-PREPARAR-ARQUIVO THRU 008-SAI.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 004-SAI
               END-IF.
               PERFORM 009-GRAVAR-SALDOS.
               PERFORM 013-EMITIR-RELATORIO.
               PERFORM 014-ABRIR-CALENDARIO.
               PERFORM 015-EFETIVAR-ARQUIVO.
               PERFORM 016-GRAVAR-CONTROLE.
               MOVE RESULTADO-LIQUIDO TO WS-SALDO-ED.
               MOVE "ART082I" TO WS-LOG-CODIGO.
               MOVE WS-ANO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "EXERCICIO " WS-ANO " ENCERRADO: RESULTADO "
                   WS-SALDO-ED ", " WS-CONTAS-TRANSPORTADAS
                   " CONTAS TRANSPORTADAS"
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               DISPLAY "RESULTADO LIQUIDO DO EXERCICIO: " WS-SALDO-ED.
               DISPLAY "CONTAS DE RESULTADO ENCERRADAS: "
                   WS-CONTAS-ENCERRADAS
                   " CONTAS TRANSPORTADAS: " WS-CONTAS-TRANSPORTADAS.
               DISPLAY "LANCAMENTOS ARQUIVADOS: " WS-ARQUIVADOS
                   " RETIDOS: " WS-RETIDOS
                   " PERIODOS ABERTOS: " WS-PERIODOS-NOVOS.
      * SALDOS DEVEDORES E CREDORES TRANSPORTADOS TEM DE BATER; SE NAO
      * BATEM O RAZAO JA ESTAVA DESBALANCEADO ANTES DO ENCERRAMENTO
               IF TOT-DEVEDOR NOT = TOT-CREDOR
                   MOVE 4 TO WS-CODIGO-RETORNO
                   MOVE TOT-DEVEDOR TO WS-DEVEDOR-ED
                   MOVE TOT-CREDOR TO WS-CREDOR-ED
                   MOVE "ART083W" TO WS-LOG-CODIGO
                   MOVE WS-ANO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SALDOS TRANSPORTADOS NAO FECHAM: DEVEDOR "
                       WS-DEVEDOR-ED " CREDOR " WS-CREDOR-ED
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           004-SAI.
               EXIT.
           005-CARREGAR-SALDOS.
               MOVE ZEROS TO WS-QTD-SALDOS.
               OPEN INPUT SALDOS-GL.
               IF WS-SALDOS-STATUS = "35"
                   GO TO 005-SAI
               END-IF.
               IF WS-SALDOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SALDOS CONTABEIS INDISPONIVEIS, STATUS "
                       WS-SALDOS-STATUS ", ENCERRAMENTO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 005-LER-SALDO.
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
                           "3000 POSICOES, ENCERRAMENTO ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   IF NOT FIM-ARQUIVO
                       PERFORM 005-LER-SALDO
                   END-IF
               END-PERFORM.
               CLOSE SALDOS-GL.
           005-SAI.
               EXIT.
           005-LER-SALDO.
               READ SALDOS-GL
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
      ******************************************************************
           006-ENCERRAR-RESULTADO.
      * UMA POSICAO POR CONTA QUE APARECE ATE DEZEMBRO, MAIS A DE
      * LUCROS ACUMULADOS, QUE PODE AINDA NAO TER SALDO
               MOVE ZEROS TO WS-QTD-CONTAS.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   OR WS-CODIGO-RETORNO NOT = ZEROS
                   IF TAB-SGL-ANO-MES(WS-IND-SALDO) NOT > WS-DEZEMBRO
                       MOVE TAB-SGL-CONTA(WS-IND-SALDO)
                           TO WS-CONTA-PROCURADA
                       PERFORM 006-INCLUIR-CONTA
                   END-IF
               END-PERFORM.
               IF WS-CODIGO-RETORNO = ZEROS
                   MOVE WS-CONTA-LUCROS TO WS-CONTA-PROCURADA
                   PERFORM 006-INCLUIR-CONTA
                   MOVE WS-CONTA-ACHADA TO WS-IND-LUCROS
               END-IF.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 006-SAI
               END-IF.
               PERFORM 006-APURAR-CONTA THRU 006-APURAR-FIM
                   VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   OR WS-CODIGO-RETORNO NOT = ZEROS.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 006-SAI
               END-IF.
      * A SOMA DOS SALDOS DE RESULTADO (DEVEDOR POSITIVO) E O PREJUIZO;
      * A CONTRAPARTIDA DO ENCERRAMENTO VAI PARA LUCROS ACUMULADOS, A
      * DEBITO NO PREJUIZO E A CREDITO NO LUCRO
               COMPUTE RESULTADO-LIQUIDO = 0 - SOMA-RESULTADO.
               IF SOMA-RESULTADO NOT = ZEROS
                   MOVE WS-IND-LUCROS TO WS-IND-CONTA
                   MOVE SOMA-RESULTADO
                       TO TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
                   PERFORM 006-LANCAR-ENCERRAMENTO
                       THRU 006-LANCAR-FIM
               END-IF.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   COMPUTE TAB-CTA-TRANSPORTADO(WS-IND-CONTA) =
                       TAB-CTA-SALDO-ANO(WS-IND-CONTA)
                       + TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
               END-PERFORM.
           006-SAI.
               EXIT.
           006-INCLUIR-CONTA.
               MOVE ZEROS TO WS-CONTA-ACHADA.
               PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA > WS-QTD-CONTAS
                   IF TAB-CTA-CONTA(WS-IND-BUSCA) = WS-CONTA-PROCURADA
                       MOVE WS-IND-BUSCA TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-CONTA-ACHADA = ZEROS
                   IF WS-QTD-CONTAS < 1000
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE WS-QTD-CONTAS TO WS-CONTA-ACHADA
                       MOVE WS-CONTA-PROCURADA
                           TO TAB-CTA-CONTA(WS-CONTA-ACHADA)
                       MOVE WS-CONTA-PROCURADA TO WS-CONTA-TESTE
                       IF WS-GRUPO-CONTA NOT < WS-GRUPO-RESULTADO
                           MOVE "S"
                               TO TAB-CTA-RESULTADO(WS-CONTA-ACHADA)
                       ELSE
                           MOVE "N"
                               TO TAB-CTA-RESULTADO(WS-CONTA-ACHADA)
                       END-IF
                       MOVE ZEROS TO TAB-CTA-SALDO-ANO(WS-CONTA-ACHADA)
                       MOVE ZEROS
                           TO TAB-CTA-ENCERRAMENTO(WS-CONTA-ACHADA)
                       MOVE ZEROS
                           TO TAB-CTA-TRANSPORTADO(WS-CONTA-ACHADA)
                   ELSE
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "CONTAS DO EXERCICIO EXCEDEM A TABELA DE "
                           "1000 POSICOES, ENCERRAMENTO ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-IF.
           006-APURAR-CONTA.
      * SALDO DE 31/12 = FECHAMENTO DA ULTIMA LINHA DA CONTA ATE
      * DEZEMBRO (CONTA SEM MOVIMENTO EM DEZEMBRO FICA COM O SALDO DO
      * ULTIMO MES EM QUE APARECE)
               MOVE ZEROS TO WS-LINHA-ACHADA.
               MOVE ZEROS TO WS-MES-ACHADO.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF TAB-SGL-CONTA(WS-IND-SALDO)
                       = TAB-CTA-CONTA(WS-IND-CONTA)
                       AND TAB-SGL-ANO-MES(WS-IND-SALDO) NOT >
                           WS-DEZEMBRO
                       AND TAB-SGL-ANO-MES(WS-IND-SALDO) >
                           WS-MES-ACHADO
                       MOVE WS-IND-SALDO TO WS-LINHA-ACHADA
                       MOVE TAB-SGL-ANO-MES(WS-IND-SALDO)
                           TO WS-MES-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-LINHA-ACHADA NOT = ZEROS
                   MOVE TAB-SGL-FECHAMENTO(WS-LINHA-ACHADA)
                       TO TAB-CTA-SALDO-ANO(WS-IND-CONTA)
               END-IF.
               IF TAB-CTA-RESULTADO(WS-IND-CONTA) = "N"
                   OR TAB-CTA-SALDO-ANO(WS-IND-CONTA) = ZEROS
                   GO TO 006-APURAR-FIM
               END-IF.
               ADD TAB-CTA-SALDO-ANO(WS-IND-CONTA) TO SOMA-RESULTADO.
               IF TAB-CTA-SALDO-ANO(WS-IND-CONTA) < ZEROS
                   SUBTRACT TAB-CTA-SALDO-ANO(WS-IND-CONTA)
                       FROM TOTAL-RECEITAS
               ELSE
                   ADD TAB-CTA-SALDO-ANO(WS-IND-CONTA)
                       TO TOTAL-DESPESAS
               END-IF.
               COMPUTE TAB-CTA-ENCERRAMENTO(WS-IND-CONTA) =
                   0 - TAB-CTA-SALDO-ANO(WS-IND-CONTA).
               ADD 1 TO WS-CONTAS-ENCERRADAS.
               PERFORM 006-LANCAR-ENCERRAMENTO THRU 006-LANCAR-FIM.
           006-APURAR-FIM.
               EXIT.
           006-LANCAR-ENCERRAMENTO.
      * A PARTIDA ENTRA NO MOVIMENTO DE DEZEMBRO DA CONTA; SEM LINHA
      * EM DEZEMBRO, A LINHA E CRIADA ABRINDO COM O SALDO DE 31/12
               MOVE ZEROS TO WS-LINHA-ACHADA.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF TAB-SGL-CONTA(WS-IND-SALDO)
                       = TAB-CTA-CONTA(WS-IND-CONTA)
                       AND TAB-SGL-ANO-MES(WS-IND-SALDO) = WS-DEZEMBRO
                       MOVE WS-IND-SALDO TO WS-LINHA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-LINHA-ACHADA = ZEROS
                   IF WS-QTD-SALDOS >= 3000
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "SEM ESPACO NA TABELA DE 3000 SALDOS "
                           "PARA O ENCERRAMENTO, ENCERRAMENTO "
                           "ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                       GO TO 006-LANCAR-FIM
                   END-IF
                   ADD 1 TO WS-QTD-SALDOS
                   MOVE WS-QTD-SALDOS TO WS-LINHA-ACHADA
                   MOVE TAB-CTA-CONTA(WS-IND-CONTA)
                       TO TAB-SGL-CONTA(WS-LINHA-ACHADA)
                   MOVE WS-DEZEMBRO TO TAB-SGL-ANO-MES(WS-LINHA-ACHADA)
                   MOVE TAB-CTA-SALDO-ANO(WS-IND-CONTA)
                       TO TAB-SGL-ABERTURA(WS-LINHA-ACHADA)
                   MOVE ZEROS TO TAB-SGL-DEBITOS(WS-LINHA-ACHADA)
                   MOVE ZEROS TO TAB-SGL-CREDITOS(WS-LINHA-ACHADA)
               END-IF.
               IF TAB-CTA-ENCERRAMENTO(WS-IND-CONTA) > ZEROS
                   ADD TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
                       TO TAB-SGL-DEBITOS(WS-LINHA-ACHADA)
                   ADD TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
                       TO TOTAL-DEBITOS
               ELSE
                   SUBTRACT TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
                       FROM TAB-SGL-CREDITOS(WS-LINHA-ACHADA)
                   SUBTRACT TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
                       FROM TOTAL-CREDITOS
               END-IF.
               COMPUTE TAB-SGL-FECHAMENTO(WS-LINHA-ACHADA) =
                   TAB-SGL-ABERTURA(WS-LINHA-ACHADA)
                   + TAB-SGL-DEBITOS(WS-LINHA-ACHADA)
                   - TAB-SGL-CREDITOS(WS-LINHA-ACHADA).
           006-LANCAR-FIM.
               EXIT.
      ******************************************************************
           007-TRANSPORTAR-SALDOS.
      * CONTA COM SALDO NO FIM DO ANO E SEM LINHA EM JANEIRO SEGUINTE
      * GANHA A LINHA; DEPOIS, MES A MES DO ANO SEGUINTE, CADA LINHA
      * ABRE COM O FECHAMENTO DA LINHA ANTERIOR DA MESMA CONTA. ASSIM
      * A ABERTURA QUE O FECHAMENTO DE DEZEMBRO JA TINHA TRANSPORTADO
      * SAI CORRIGIDA PELO ENCERRAMENTO (CONTAS DE RESULTADO A ZERO)
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   OR WS-CODIGO-RETORNO NOT = ZEROS
                   IF TAB-CTA-TRANSPORTADO(WS-IND-CONTA) NOT = ZEROS
                       PERFORM 007-ABRIR-JANEIRO THRU 007-ABRIR-FIM
                   END-IF
               END-PERFORM.
               IF WS-CODIGO-RETORNO NOT = ZEROS
                   GO TO 007-SAI
               END-IF.
               MOVE WS-JANEIRO-SEGUINTE TO WS-MES-CALCULO.
               PERFORM 12 TIMES
                   PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                       UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                       IF TAB-SGL-ANO-MES(WS-IND-SALDO)
                           = WS-MES-CALCULO
                           PERFORM 007-RECALCULAR-LINHA
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-MM-CALCULO
               END-PERFORM.
      * TOTAIS TRANSPORTADOS DAS CONTAS PATRIMONIAIS, PELO LADO DO
      * SALDO
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF TAB-CTA-RESULTADO(WS-IND-CONTA) = "N"
                       AND TAB-CTA-TRANSPORTADO(WS-IND-CONTA)
                           NOT = ZEROS
                       ADD 1 TO WS-CONTAS-TRANSPORTADAS
                       IF TAB-CTA-TRANSPORTADO(WS-IND-CONTA) > ZEROS
                           ADD TAB-CTA-TRANSPORTADO(WS-IND-CONTA)
                               TO TOT-DEVEDOR
                       ELSE
                           SUBTRACT TAB-CTA-TRANSPORTADO(WS-IND-CONTA)
                               FROM TOT-CREDOR
                       END-IF
                   END-IF
               END-PERFORM.
           007-SAI.
               EXIT.
           007-ABRIR-JANEIRO.
               MOVE ZEROS TO WS-LINHA-ACHADA.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF TAB-SGL-CONTA(WS-IND-SALDO)
                       = TAB-CTA-CONTA(WS-IND-CONTA)
                       AND TAB-SGL-ANO-MES(WS-IND-SALDO)
                           = WS-JANEIRO-SEGUINTE
                       MOVE WS-IND-SALDO TO WS-LINHA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-LINHA-ACHADA NOT = ZEROS
                   GO TO 007-ABRIR-FIM
               END-IF.
               IF WS-QTD-SALDOS >= 3000
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE "SALDOS-GL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "SEM ESPACO NA TABELA DE 3000 SALDOS "
                       "PARA O TRANSPORTE, ENCERRAMENTO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 007-ABRIR-FIM
               END-IF.
               ADD 1 TO WS-QTD-SALDOS.
               MOVE TAB-CTA-CONTA(WS-IND-CONTA)
                   TO TAB-SGL-CONTA(WS-QTD-SALDOS).
               MOVE WS-JANEIRO-SEGUINTE
                   TO TAB-SGL-ANO-MES(WS-QTD-SALDOS).
               MOVE ZEROS TO TAB-SGL-ABERTURA(WS-QTD-SALDOS).
               MOVE ZEROS TO TAB-SGL-DEBITOS(WS-QTD-SALDOS).
               MOVE ZEROS TO TAB-SGL-CREDITOS(WS-QTD-SALDOS).
               MOVE ZEROS TO TAB-SGL-FECHAMENTO(WS-QTD-SALDOS).
           007-ABRIR-FIM.
               EXIT.
           007-RECALCULAR-LINHA.
               MOVE ZEROS TO WS-LINHA-ACHADA.
               MOVE ZEROS TO WS-MES-ACHADO.
               PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA > WS-QTD-SALDOS
                   IF TAB-SGL-CONTA(WS-IND-BUSCA)
                       = TAB-SGL-CONTA(WS-IND-SALDO)
                       AND TAB-SGL-ANO-MES(WS-IND-BUSCA) <
                           WS-MES-CALCULO
                       AND TAB-SGL-ANO-MES(WS-IND-BUSCA) >
                           WS-MES-ACHADO
                       MOVE WS-IND-BUSCA TO WS-LINHA-ACHADA
                       MOVE TAB-SGL-ANO-MES(WS-IND-BUSCA)
                           TO WS-MES-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-LINHA-ACHADA NOT = ZEROS
                   MOVE TAB-SGL-FECHAMENTO(WS-LINHA-ACHADA)
                       TO TAB-SGL-ABERTURA(WS-IND-SALDO)
               END-IF.
               COMPUTE TAB-SGL-FECHAMENTO(WS-IND-SALDO) =
                   TAB-SGL-ABERTURA(WS-IND-SALDO)
                   + TAB-SGL-DEBITOS(WS-IND-SALDO)
                   - TAB-SGL-CREDITOS(WS-IND-SALDO).
      ******************************************************************
           008-PREPARAR-ARQUIVO.
      * O SEGMENTO DO ANO REUNE O QUE JA ESTAVA NO HISTORICO E O QUE
      * AINDA ESTA NO RAZAO VIVO; DO RAZAO VIVO, OS LANCAMENTOS DO ANO
      * VAO PARA O ARQUIVO DE TRABALHO E OS DEMAIS SAO RETIDOS. SO SE
      * EFETIVA SE LIDOS = ARQUIVADOS + RETIDOS
               MOVE SPACES TO WS-SEGMENTO-NOME.
               STRING "LEDGER-A-" WS-ANO ".DAT"
                   DELIMITED BY SIZE INTO WS-SEGMENTO-NOME.
               OPEN OUTPUT LEDGER-ANO.
               OPEN INPUT LEDGER-HIST.
               IF WS-HIST-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ LEDGER-HIST
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE REG-LEDGER-HIST-LIDO TO REG-LEDGER
                               IF LEDGER-DATA-HORA(1:4) = WS-ANO-TEXTO
                                   WRITE REG-LEDGER-ANO FROM REG-LEDGER
                                   ADD 1 TO WS-DO-HISTORICO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-HIST
               END-IF.
               OPEN INPUT LEDGER-ARITMETICO.
               IF WS-LEDGER-STATUS = "35"
                   CLOSE LEDGER-ANO
                   DISPLAY "LEDGER.DAT NAO ENCONTRADO, NADA A "
                       "ARQUIVAR"
                   GO TO 008-SAI
               END-IF.
               MOVE "S" TO WS-LEDGER-PREPARADO.
               OPEN OUTPUT LEDGER-ARQ-TMP.
               OPEN OUTPUT LEDGER-RECENTE.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ LEDGER-ARITMETICO
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           IF LEDGER-DATA-HORA(1:4) = WS-ANO-TEXTO
                               WRITE REG-LEDGER-TMP FROM REG-LEDGER
                               WRITE REG-LEDGER-ANO FROM REG-LEDGER
                               ADD 1 TO WS-ARQUIVADOS
                           ELSE
                               WRITE REG-LEDGER-RECENTE FROM REG-LEDGER
                               ADD 1 TO WS-RETIDOS
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LEDGER-ARITMETICO.
               CLOSE LEDGER-ARQ-TMP.
               CLOSE LEDGER-RECENTE.
               CLOSE LEDGER-ANO.
               IF WS-LIDOS NOT = WS-ARQUIVADOS + WS-RETIDOS
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART009E" TO WS-LOG-CODIGO
                   MOVE WS-ANO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ENCERRAMENTO ABANDONADO: CONCILIACAO DO "
                       "ARQUIVAMENTO NAO FECHOU (" WS-LIDOS " LIDOS)"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           008-SAI.
               EXIT.
           009-GRAVAR-SALDOS.
               IF WS-QTD-SALDOS NOT = ZEROS
                   OPEN OUTPUT SALDOS-GL
                   PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                       UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                       MOVE TAB-SGL-CONTA(WS-IND-SALDO) TO SGL-CONTA
                       MOVE TAB-SGL-ANO-MES(WS-IND-SALDO)
                           TO SGL-ANO-MES
                       MOVE TAB-SGL-ABERTURA(WS-IND-SALDO)
                           TO SGL-SALDO-ABERTURA
                       MOVE TAB-SGL-DEBITOS(WS-IND-SALDO)
                           TO SGL-DEBITOS
                       MOVE TAB-SGL-CREDITOS(WS-IND-SALDO)
                           TO SGL-CREDITOS
                       MOVE TAB-SGL-FECHAMENTO(WS-IND-SALDO)
                           TO SGL-SALDO-FECHAMENTO
                       WRITE REG-SALDO-GL
                   END-PERFORM
                   CLOSE SALDOS-GL
               END-IF.
      ******************************************************************
           013-EMITIR-RELATORIO.
      * O RELATORIO E O VOUCHER DE ENCERRAMENTO SAEM JUNTOS: CADA
      * CONTA DE RESULTADO ENCERRADA E UMA PARTIDA, E A CONTRAPARTIDA
      * EM LUCROS ACUMULADOS SAI COM AS CONTAS PATRIMONIAIS
               MOVE SPACES TO WS-VOUCHER-NOME.
               STRING "ENCERRAMENTO-" WS-ANO ".TXT"
                   DELIMITED BY SIZE INTO WS-VOUCHER-NOME.
               OPEN OUTPUT VOUCHER-ENCERRAMENTO.
               MOVE SPACES TO WS-LINHA.
               STRING "VOUCHER;" WS-DATA-ENCERRAMENTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-VOUCHER FROM WS-LINHA.
               OPEN OUTPUT RELATORIO-ENCERRAMENTO.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE SPACES TO WS-LINHA.
               STRING "ENCERRAMENTO DO EXERCICIO " WS-ANO
                   "   OPERADOR " WS-OPERADOR
                   "   LUCROS ACUMULADOS " WS-CONTA-LUCROS
                   "   EMISSAO " WS-DATA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               STRING "CONTAS DE RESULTADO ENCERRADAS EM "
                   WS-DATA-ENCERRAMENTO " (GRUPO "
                   WS-GRUPO-RESULTADO " EM DIANTE)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CONTA    " "   SALDO NO ANO " "LADO"
                   "    ENCERRAMENTO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE "N" TO WS-RESUMO-IMPRESSO.
               SORT CLASSIFICA-CONTAS
                   ON ASCENDING KEY CLS-TIPO
                   ON ASCENDING KEY CLS-CONTA
                   INPUT PROCEDURE 013-LIBERAR-CONTAS
                   OUTPUT PROCEDURE 013-IMPRIMIR-CONTAS.
               IF WS-RESUMO-IMPRESSO = "N"
                   PERFORM 013-RESUMO-RESULTADO
               END-IF.
               MOVE TOT-DEVEDOR TO WS-DEVEDOR-ED.
               MOVE TOT-CREDOR TO WS-CREDOR-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAIS TRANSPORTADOS     " WS-DEVEDOR-ED " "
                   WS-CREDOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               IF TOT-DEVEDOR = TOT-CREDOR
                   STRING "SALDOS TRANSPORTADOS CONFEREM: DEVEDOR = "
                       "CREDOR, " WS-CONTAS-TRANSPORTADAS " CONTAS"
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   STRING "*** SALDOS TRANSPORTADOS NAO CONFEREM ***"
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               STRING "RAZAO DE " WS-ANO ": " WS-ARQUIVADOS
                   " LANCAMENTOS DO LEDGER.DAT PARA O LEDGER-HIST.DAT, "
                   WS-DO-HISTORICO " JA NO HISTORICO, "
                   WS-RETIDOS " RETIDOS"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "SEGMENTO DO ANO EM " WS-SEGMENTO-NOME
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CALENDARIO: " WS-PERIODOS-NOVOS
                   " PERIODOS DE " WS-ANO-SEGUINTE
                   " ABERTOS EM PERIODOS.DAT; VOUCHER DE "
                   "ENCERRAMENTO EM " WS-VOUCHER-NOME
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               CLOSE RELATORIO-ENCERRAMENTO.
               MOVE TOTAL-DEBITOS TO WS-VALOR-EDITADO.
               MOVE WS-VALOR-EDITADO TO WS-TOTAL-DEB-TEXTO.
               MOVE TOTAL-CREDITOS TO WS-VALOR-EDITADO.
               MOVE WS-VALOR-EDITADO TO WS-TOTAL-CRED-TEXTO.
               INSPECT WS-TOTAL-DEB-TEXTO
                   REPLACING ALL "." BY ",".
               INSPECT WS-TOTAL-CRED-TEXTO
                   REPLACING ALL "." BY ",".
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL;" FUNCTION TRIM(WS-TOTAL-DEB-TEXTO) ";"
                   FUNCTION TRIM(WS-TOTAL-CRED-TEXTO)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-VOUCHER FROM WS-LINHA.
               CLOSE VOUCHER-ENCERRAMENTO.
           013-LIBERAR-CONTAS.
      * TIPO 1 = CONTA DE RESULTADO ENCERRADA, TIPO 2 = CONTA
      * PATRIMONIAL COM SALDO TRANSPORTADO OU PARTIDA DE ENCERRAMENTO
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   MOVE SPACES TO CLS-TIPO
                   IF TAB-CTA-RESULTADO(WS-IND-CONTA) = "S"
                       IF TAB-CTA-SALDO-ANO(WS-IND-CONTA) NOT = ZEROS
                           MOVE "1" TO CLS-TIPO
                       END-IF
                   ELSE
                       IF TAB-CTA-TRANSPORTADO(WS-IND-CONTA)
                           NOT = ZEROS
                           OR TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
                           NOT = ZEROS
                           MOVE "2" TO CLS-TIPO
                       END-IF
                   END-IF
                   IF CLS-TIPO NOT = SPACES
                       MOVE TAB-CTA-CONTA(WS-IND-CONTA) TO CLS-CONTA
                       MOVE WS-IND-CONTA TO CLS-IND-CONTA
                       RELEASE REG-CLASSIFICA-CONTAS
                   END-IF
               END-PERFORM.
           013-IMPRIMIR-CONTAS.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-CONTAS
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE CLS-IND-CONTA TO WS-IND-CONTA
                           IF CLS-TIPO = "1"
                               PERFORM 013-IMPRIMIR-RESULTADO
                           ELSE
                               IF WS-RESUMO-IMPRESSO = "N"
                                   PERFORM 013-RESUMO-RESULTADO
                               END-IF
                               PERFORM 013-IMPRIMIR-PATRIMONIAL
                           END-IF
                   END-RETURN
               END-PERFORM.
           013-IMPRIMIR-RESULTADO.
               MOVE TAB-CTA-SALDO-ANO(WS-IND-CONTA) TO WS-SALDO-ED.
               PERFORM 013-GRAVAR-PARTIDA.
               MOVE SPACES TO WS-LINHA.
               STRING TAB-CTA-CONTA(WS-IND-CONTA) " " WS-SALDO-ED
                   "  " WS-LADO "  " WS-PARTIDA-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
           013-RESUMO-RESULTADO.
      * FECHA O QUADRO DE RESULTADO E ABRE O DOS SALDOS TRANSPORTADOS
               MOVE "S" TO WS-RESUMO-IMPRESSO.
               MOVE SPACES TO WS-LINHA.
               MOVE TOTAL-RECEITAS TO WS-SALDO-ED.
               STRING "TOTAL DE RECEITAS (SALDOS CREDORES)   "
                   WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               MOVE TOTAL-DESPESAS TO WS-SALDO-ED.
               STRING "TOTAL DE DESPESAS (SALDOS DEVEDORES)  "
                   WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               IF RESULTADO-LIQUIDO < ZEROS
                   MOVE "PREJUIZO" TO WS-SITUACAO-RESULTADO
               ELSE
                   MOVE "LUCRO" TO WS-SITUACAO-RESULTADO
               END-IF.
               MOVE SPACES TO WS-LINHA.
               MOVE RESULTADO-LIQUIDO TO WS-SALDO-ED.
               STRING "RESULTADO LIQUIDO DO EXERCICIO        "
                   WS-SALDO-ED " " WS-SITUACAO-RESULTADO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               STRING "SALDOS TRANSPORTADOS PARA A ABERTURA DE "
                   WS-JANEIRO-SEGUINTE
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "CONTA    " "   SALDO NO ANO " "LADO"
                   "    ENCERRAMENTO " "  SALDO DEVEDOR "
                   "   SALDO CREDOR"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
           013-IMPRIMIR-PATRIMONIAL.
               MOVE TAB-CTA-SALDO-ANO(WS-IND-CONTA) TO WS-SALDO-ED.
               MOVE SPACES TO WS-LADO.
               MOVE ZEROS TO WS-PARTIDA-ED.
               IF TAB-CTA-ENCERRAMENTO(WS-IND-CONTA) NOT = ZEROS
                   PERFORM 013-GRAVAR-PARTIDA
               END-IF.
               MOVE ZEROS TO WS-DEVEDOR-ED.
               MOVE ZEROS TO WS-CREDOR-ED.
               IF TAB-CTA-TRANSPORTADO(WS-IND-CONTA) > ZEROS
                   MOVE TAB-CTA-TRANSPORTADO(WS-IND-CONTA)
                       TO WS-DEVEDOR-ED
               ELSE
                   COMPUTE WS-CREDOR-ED =
                       0 - TAB-CTA-TRANSPORTADO(WS-IND-CONTA)
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING TAB-CTA-CONTA(WS-IND-CONTA) " " WS-SALDO-ED
                   "  " WS-LADO "  " WS-PARTIDA-ED " "
                   WS-DEVEDOR-ED " " WS-CREDOR-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ENCERRAMENTO FROM WS-LINHA.
           013-GRAVAR-PARTIDA.
      * PARTIDA DO VOUCHER DE ENCERRAMENTO, NO MESMO FORMATO DO
      * VOUCHER DIARIO: CONTA;LADO;VALOR COM VIRGULA DECIMAL
               IF TAB-CTA-ENCERRAMENTO(WS-IND-CONTA) > ZEROS
                   MOVE "D" TO WS-LADO
                   MOVE TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
                       TO VALOR-PARTIDA
               ELSE
                   MOVE "C" TO WS-LADO
                   COMPUTE VALOR-PARTIDA =
                       0 - TAB-CTA-ENCERRAMENTO(WS-IND-CONTA)
               END-IF.
               MOVE VALOR-PARTIDA TO WS-PARTIDA-ED.
               MOVE VALOR-PARTIDA TO WS-VALOR-EDITADO.
               MOVE WS-VALOR-EDITADO TO WS-VALOR-TEXTO.
               INSPECT WS-VALOR-TEXTO REPLACING ALL "." BY ",".
               MOVE SPACES TO WS-LINHA.
               STRING TAB-CTA-CONTA(WS-IND-CONTA) ";" WS-LADO ";"
                   FUNCTION TRIM(WS-VALOR-TEXTO)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-VOUCHER FROM WS-LINHA.
      ******************************************************************
           014-ABRIR-CALENDARIO.
      * INCLUI, ABERTOS, OS MESES DO ANO SEGUINTE QUE FALTAM E REGRAVA
      * O CALENDARIO INTEIRO; OS MESES QUE JA EXISTIAM FICAM COMO ESTAO
               MOVE WS-JANEIRO-SEGUINTE TO WS-MES-CALCULO.
               PERFORM 12 TIMES
                   PERFORM 003-PROCURAR-PERIODO
                   IF WS-PERIODO-ACHADO = ZEROS
                       ADD 1 TO WS-QTD-PERIODOS
                       MOVE WS-MES-CALCULO
                           TO CAL-ANO-MES(WS-QTD-PERIODOS)
                       MOVE "A" TO CAL-SITUACAO(WS-QTD-PERIODOS)
                       MOVE SPACES TO CAL-FECHADO-POR(WS-QTD-PERIODOS)
                       MOVE SPACES TO CAL-DATA-HORA(WS-QTD-PERIODOS)
                   END-IF
                   ADD 1 TO WS-MM-CALCULO
               END-PERFORM.
               OPEN OUTPUT PERIODOS.
               PERFORM VARYING WS-IND-PERIODO FROM 1 BY 1
                   UNTIL WS-IND-PERIODO > WS-QTD-PERIODOS
                   MOVE CAL-ANO-MES(WS-IND-PERIODO) TO PER-ANO-MES
                   MOVE CAL-SITUACAO(WS-IND-PERIODO) TO PER-SITUACAO
                   MOVE CAL-FECHADO-POR(WS-IND-PERIODO)
                       TO PER-FECHADO-POR
                   MOVE CAL-DATA-HORA(WS-IND-PERIODO)
                       TO PER-DATA-HORA-FECHO
                   WRITE REG-PERIODO
               END-PERFORM.
               CLOSE PERIODOS.
           015-EFETIVAR-ARQUIVO.
      * ANEXA OS LANCAMENTOS DO ANO AO HISTORICO E REGRAVA O RAZAO
      * VIVO SO COM OS RETIDOS; OS ARQUIVOS DE TRABALHO SAO REMOVIDOS
               IF WS-LEDGER-PREPARADO = "S"
                   OPEN INPUT LEDGER-ARQ-TMP
                   OPEN EXTEND LEDGER-HIST
                   IF WS-HIST-STATUS = "35"
                       OPEN OUTPUT LEDGER-HIST
                   END-IF
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ LEDGER-ARQ-TMP
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               WRITE REG-LEDGER-HIST-LIDO
                                   FROM REG-LEDGER-TMP
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-ARQ-TMP
                   CLOSE LEDGER-HIST
                   OPEN INPUT LEDGER-RECENTE
                   OPEN OUTPUT LEDGER-ARITMETICO
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ LEDGER-RECENTE
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               WRITE REG-LEDGER FROM REG-LEDGER-RECENTE
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-RECENTE
                   CLOSE LEDGER-ARITMETICO
                   MOVE "LEDGER-ARQ-TMP.DAT" TO WS-NOME-DELETAR
                   CALL "CBL_DELETE_FILE" USING WS-NOME-DELETAR
                       RETURNING WS-DELETE-RC
                   MOVE "LEDGER-RECENTE.DAT" TO WS-NOME-DELETAR
                   CALL "CBL_DELETE_FILE" USING WS-NOME-DELETAR
                       RETURNING WS-DELETE-RC
               END-IF.
           016-GRAVAR-CONTROLE.
               OPEN EXTEND CONTROLE-ENCERRAMENTO.
               IF WS-CONTROLE-STATUS = "35"
                   OPEN OUTPUT CONTROLE-ENCERRAMENTO
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-ENCERRAMENTO TO CTRL-DATA-MOVIMENTO.
               MOVE WS-DATA-HORA(1:14) TO CTRL-DATA-HORA-POSTAGEM.
               WRITE REG-CONTROLE-POSTAGEM.
               CLOSE CONTROLE-ENCERRAMENTO.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "ENCERRA-EXERCICIO" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "ENCERRA-EXERCICIO" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "ENCERRA-EXERCICIO" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-QTD-CONTAS TO EXEC-LIDOS.
               MOVE WS-CONTAS-ENCERRADAS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           018-BLOQUEAR-RECURSOS.
      * O ENCERRAMENTO REGRAVA O LEDGER SEM OS LANCAMENTOS DO ANO, OS
      * SALDOS CONTABEIS E O CALENDARIO: NENHUM OUTRO PROGRAMA PODE
      * POSTAR, ATUALIZAR SALDOS OU FECHAR PERIODO ENQUANTO ISSO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "ENCERRA-EXERCICIO" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SALDOS-GL" TO BLQ-PED-RECURSO(2).
               MOVE "PERIODOS" TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           019-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM ENCERRA-EXERCICIO.
