      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: REAVALIACAO CAMBIAL DE FIM DE MES DO CONTAS A
      *          RECEBER: PARA O PERIODO PEDIDO (ARIT_PERIODO AAAAMM,
      *          OU O MES DA DATA DO MOVIMENTO), CADA FATURA ABERTA EM
      *          MOEDA ESTRANGEIRA TEM O SALDO NA MOEDA CONVERTIDO PELA
      *          TAXA DE CAMBIO.DAT VIGENTE NO ULTIMO DIA DO MES E
      *          COMPARADO COM O SALDO NA MOEDA LOCAL REGISTRADO. A
      *          DIFERENCA LIQUIDA POR MOEDA E POSTADA NO RAZAO COMO
      *          GANHO-CAMBIAL OU PERDA-CAMBIAL NA DATA DA RODADA, COMO
      *          OS DEMAIS LANCAMENTOS, E O MESMO LANCAMENTO E POSTADO
      *          COM O SINAL TROCADO DATADO NO PRIMEIRO DIA DO MES
      *          SEGUINTE (ESTORNO DA REAVALIACAO, LIGADO PELA
      *          SEQUENCIA ESTORNADA; NA DATA DA RODADA SE ELA JA
      *          PASSOU DAQUELE DIA). O CONTAS A RECEBER
      *          NAO E ALTERADO. RELATORIO POR MOEDA E CLIENTE EM
      *          RELATORIO-REAVALIACAO.TXT. O MESMO PERIODO NAO E
      *          REAVALIADO DUAS VEZES (CONTROLE-REAVALIACAO.DAT) E
      *          PERIODO FECHADO E RECUSADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAVALIACAO-CAMBIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTAS-RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT CAMBIO ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CONTROLE-REAVALIACAO
               ASSIGN TO "CONTROLE-REAVALIACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
           SELECT RELATORIO-REAVALIACAO
               ASSIGN TO "RELATORIO-REAVALIACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CLASSIFICA-REAVALIACAO
               ASSIGN TO "SORT-REAVALIACAO.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-RECEBER.
           COPY CRECCOPY.
       FD  CAMBIO.
           COPY CAMBIOCOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
      * MESMO LAYOUT DO CONTROLE DE POSTAGEM DO LOTE: O ULTIMO DIA DO
      * PERIODO REAVALIADO E O MOMENTO DA REAVALIACAO
       FD  CONTROLE-REAVALIACAO.
           COPY CTRLCOPY.
       FD  RELATORIO-REAVALIACAO.
       01  REG-RELATORIO-REAVALIACAO       PIC X(132).
       SD  CLASSIFICA-REAVALIACAO.
       01  REG-CLASSIFICA-REAVALIACAO.
           03 CLS-MOEDA                    PIC X(003).
           03 CLS-CLIENTE                  PIC X(008).
           03 CLS-FATURA                   PIC 9(007).
           03 CLS-IND-ITEM                 PIC 9(005).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-RECEBER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-CAMBIO-STATUS             PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-CONTROLE-STATUS           PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-ENTRADA-DEPTO             PIC X(010) VALUE SPACES.
           77 WS-DEPARTAMENTO              PIC X(010) VALUE "GERAL".
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-DATA-FIM-PERIODO          PIC 9(008) VALUE ZEROS.
           77 WS-DATA-ESTORNO              PIC 9(008) VALUE ZEROS.
           77 WS-DIAS-INTEIRO              PIC 9(007) VALUE ZEROS.
           77 WS-SEQUENCIA                 PIC 9(009) VALUE ZEROS.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-OPERACAO-LEDGER           PIC X(015) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-JA-REAVALIADO             PIC X(001) VALUE "N".
           77 WS-DATA-HORA-ANTERIOR        PIC X(014) VALUE SPACES.
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-SEM-TAXA                  PIC 9(005) VALUE ZEROS.
           77 WS-POSTADOS                  PIC 9(005) VALUE ZEROS.
           77 WS-NAO-POSTADOS              PIC 9(005) VALUE ZEROS.
           77 WS-QTD-CAMBIO                PIC 9(003) VALUE ZEROS.
           77 WS-IND-CAMBIO                PIC 9(003) VALUE ZEROS.
           77 WS-MELHOR-DATA               PIC 9(008) VALUE ZEROS.
           77 WS-QTD-ITENS                 PIC 9(005) VALUE ZEROS.
           77 WS-IND-ITEM                  PIC 9(005) VALUE ZEROS.
           77 WS-QTD-MOEDAS                PIC 9(003) VALUE ZEROS.
           77 WS-IND-MOEDA                 PIC 9(003) VALUE ZEROS.
           77 WS-MOEDA-ACHADA              PIC 9(003) VALUE ZEROS.
           77 WS-MOEDA-ATUAL               PIC X(003) VALUE SPACES.
           77 WS-CLIENTE-ATUAL             PIC X(008) VALUE SPACES.
           77 WS-SITUACAO-ITEM             PIC X(009) VALUE SPACES.
           77 WS-TAXA-ACHADA               PIC 9(5)V9(4) COMP-3
                                            VALUE ZEROS.
           77 VALOR-LEDGER                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-ESTORNO                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
      * AREA DE IMPRESSAO COMUM AO ITEM E AOS SUBTOTAIS
           77 IMP-ABERTO-MOEDA             PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-ABERTO-LOCAL             PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-REAVALIADO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-DIFERENCA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-ABERTO-MOEDA             PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-ABERTO-LOCAL             PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-REAVALIADO               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-DIFERENCA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-DIFERENCA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-ABERTO-MOEDA-ED           PIC -(11)9.99.
           77 WS-ABERTO-LOCAL-ED           PIC -(11)9.99.
           77 WS-REAVALIADO-ED             PIC -(11)9.99.
           77 WS-DIFERENCA-ED              PIC -(11)9.99.
           77 WS-TAXA-ED                   PIC ZZZZ9.9999.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 WS-PERIODO                   PIC 9(006) VALUE ZEROS.
           01 WS-PERIODO-PARTES REDEFINES WS-PERIODO.
               03 WS-ANO-PERIODO           PIC 9(004).
               03 WS-MM-PERIODO            PIC 9(002).
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
           01 TABELA-CAMBIO.
               03 TAB-CAMBIO OCCURS 200 TIMES.
                   05 TAB-CAMBIO-MOEDA     PIC X(003).
                   05 TAB-CAMBIO-DATA      PIC 9(008).
                   05 TAB-CAMBIO-TAXA      PIC 9(005)V9(4).
      * FATURAS ABERTAS EM MOEDA ESTRANGEIRA COM SALDO NA MOEDA
           01 TABELA-ITENS.
               03 ITEM-REAVALIACAO OCCURS 2000 TIMES.
                   05 ITM-FATURA           PIC 9(007).
                   05 ITM-CLIENTE          PIC X(008).
                   05 ITM-EMISSAO          PIC 9(008).
                   05 ITM-MOEDA            PIC X(003).
                   05 ITM-ABERTO-MOEDA     PIC S9(9)V99 COMP-3.
                   05 ITM-ABERTO-LOCAL     PIC S9(9)V99 COMP-3.
                   05 ITM-TAXA             PIC 9(5)V9(4) COMP-3.
                   05 ITM-REAVALIADO       PIC S9(11)V99 COMP-3.
                   05 ITM-DIFERENCA        PIC S9(11)V99 COMP-3.
                   05 ITM-COM-TAXA         PIC X(001).
      * TOTAIS POR MOEDA: A DIFERENCA LIQUIDA E O QUE VAI AO RAZAO
           01 TABELA-MOEDAS.
               03 MOEDA-REAVALIADA OCCURS 50 TIMES.
                   05 MOE-CODIGO           PIC X(003).
                   05 MOE-TAXA             PIC 9(5)V9(4) COMP-3.
                   05 MOE-COM-TAXA         PIC X(001).
                   05 MOE-DIFERENCA        PIC S9(13)V99 COMP-3.
                   05 MOE-SITUACAO         PIC X(020).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 018-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-CONFERIR-PERIODO THRU 002-SAI
                IF WS-CODIGO-RETORNO = ZEROS
                    PERFORM 003-CARREGAR-CAMBIO
                    PERFORM 004-CARREGAR-FATURAS THRU 004-SAI
                END-IF
                IF WS-CODIGO-RETORNO = ZEROS
                    PERFORM 005-REAVALIAR-ITENS
                    PERFORM 006-POSTAR-MOEDAS
                    PERFORM 007-EMITIR-RELATORIO
                    PERFORM 009-GRAVAR-CONTROLE
                END-IF
                PERFORM 019-LIBERAR-RECURSOS
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                AND (WS-SEM-TAXA > 0 OR WS-NAO-POSTADOS > 0)
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
                   DISPLAY "PERIODO DA REAVALIACAO INVALIDO: "
                       WS-PERIODO ", USADO O MES DO MOVIMENTO"
                   MOVE WS-DATA-MOVIMENTO(1:6) TO WS-PERIODO
               END-IF.
               MOVE SPACES TO WS-ENTRADA-DEPTO.
               DISPLAY "ARIT_DEPARTAMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-DEPTO FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-DEPTO NOT = SPACES
                   MOVE WS-ENTRADA-DEPTO TO WS-DEPARTAMENTO
               END-IF.
      * O ESTORNO CAI NO PRIMEIRO DIA DO MES SEGUINTE; O ULTIMO DIA
      * DO PERIODO E A VESPERA DELE
               MOVE WS-ANO-PERIODO TO WS-ANO-SEGUINTE.
               MOVE WS-MM-PERIODO TO WS-MM-SEGUINTE.
               MOVE 1 TO WS-DD-SEGUINTE.
               IF WS-MM-SEGUINTE = 12
                   ADD 1 TO WS-ANO-SEGUINTE
                   MOVE 1 TO WS-MM-SEGUINTE
               ELSE
                   ADD 1 TO WS-MM-SEGUINTE
               END-IF.
               MOVE WS-DATA-SEGUINTE TO WS-DATA-ESTORNO.
      * RODADA QUE JA PASSOU DO PRIMEIRO DIA ESTORNA NA PROPRIA DATA,
      * SENAO O ESTORNO FICARIA FORA DO LANCAMENTO CONTABIL
               IF WS-DATA-ESTORNO < WS-DATA-HORA(1:8)
                   MOVE WS-DATA-HORA(1:8) TO WS-DATA-ESTORNO
               END-IF.
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE) - 1.
               COMPUTE WS-DATA-FIM-PERIODO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO).
               DISPLAY "REAVALIACAO CAMBIAL DO PERIODO " WS-PERIODO
                   ": TAXAS DE " WS-DATA-FIM-PERIODO
                   ", ESTORNO EM " WS-DATA-ESTORNO.
           002-CONFERIR-PERIODO.
               OPEN INPUT CONTROLE-REAVALIACAO.
               IF WS-CONTROLE-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 002-LER-CONTROLE
                   PERFORM UNTIL FIM-ARQUIVO
                       IF CTRL-DATA-MOVIMENTO = WS-DATA-FIM-PERIODO
                           MOVE "S" TO WS-JA-REAVALIADO
                           MOVE CTRL-DATA-HORA-POSTAGEM
                               TO WS-DATA-HORA-ANTERIOR
                       END-IF
                       PERFORM 002-LER-CONTROLE
                   END-PERFORM
                   CLOSE CONTROLE-REAVALIACAO
               END-IF.
               IF WS-JA-REAVALIADO = "S"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART004E" TO WS-LOG-CODIGO
                   MOVE WS-PERIODO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PERIODO " WS-PERIODO " JA REAVALIADO EM "
                       WS-DATA-HORA-ANTERIOR ", REAVALIACAO RECUSADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
      * A REAVALIACAO E DE COMPETENCIA DO ULTIMO DIA DO PERIODO E
      * ESTORNADA NO SEGUINTE: OS DOIS MESES TEM DE ESTAR ABERTOS
               MOVE WS-DATA-FIM-PERIODO TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO NOT = "N"
                   MOVE WS-DATA-ESTORNO TO PER-PED-DATA
                   CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO
               END-IF.
               IF PER-PED-LIBERADO = "N"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART028E" TO WS-LOG-CODIGO
                   MOVE PER-PED-DATA TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "REAVALIACAO DE " WS-PERIODO " RECUSADA: "
                       PER-PED-DATA " CAI EM PERIODO FECHADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           002-SAI.
               EXIT.
           002-LER-CONTROLE.
               READ CONTROLE-REAVALIACAO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-CARREGAR-CAMBIO.
               MOVE ZEROS TO WS-QTD-CAMBIO.
               OPEN INPUT CAMBIO.
               IF WS-CAMBIO-STATUS NOT = "00"
                   DISPLAY "CAMBIO.DAT NAO ENCONTRADO, NENHUMA MOEDA "
                       "SERA REAVALIADA"
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CAMBIO
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-CAMBIO < 200
                                   ADD 1 TO WS-QTD-CAMBIO
                                   MOVE CAMBIO-MOEDA TO
                                       TAB-CAMBIO-MOEDA
                                           (WS-QTD-CAMBIO)
                                   MOVE CAMBIO-DATA-VIGENCIA TO
                                       TAB-CAMBIO-DATA
                                           (WS-QTD-CAMBIO)
                                   MOVE CAMBIO-TAXA TO
                                       TAB-CAMBIO-TAXA
                                           (WS-QTD-CAMBIO)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAMBIO
               END-IF.
           004-CARREGAR-FATURAS.
      * UMA REAVALIACAO PARCIAL POSTARIA UMA DIFERENCA ERRADA: FALHA DE
      * ABERTURA OU MAIS FATURAS QUE A TABELA ABANDONA SEM POSTAR
               MOVE ZEROS TO WS-QTD-ITENS.
               OPEN INPUT CONTAS-RECEBER.
               IF WS-RECEBER-STATUS = "35"
                   DISPLAY "CONTAS-RECEBER.DAT NAO ENCONTRADO, NADA A "
                       "REAVALIAR"
                   GO TO 004-SAI
               END-IF.
               IF WS-RECEBER-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A RECEBER INDISPONIVEL, STATUS "
                       WS-RECEBER-STATUS ", REAVALIACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 004-LER-FATURA.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-LIDOS
                   IF CR-ABERTA AND NOT CR-MOEDA-LOCAL
                       AND FUNCTION NUMVAL(CR-VALOR-MOEDA) NOT =
                           FUNCTION NUMVAL(CR-RECEBIDO-MOEDA)
                       PERFORM 004-GUARDAR-FATURA
                   END-IF
                   PERFORM 004-LER-FATURA
               END-PERFORM.
               CLOSE CONTAS-RECEBER.
           004-SAI.
               EXIT.
           004-LER-FATURA.
               READ CONTAS-RECEBER
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-GUARDAR-FATURA.
               IF WS-QTD-ITENS >= 2000
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "S" TO WS-FIM-ARQUIVO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "FATURAS EM MOEDA EXCEDEM A TABELA DE 2000 "
                       "POSICOES, REAVALIACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   ADD 1 TO WS-QTD-ITENS
                   MOVE CR-NUMERO TO ITM-FATURA(WS-QTD-ITENS)
                   MOVE CR-CLIENTE TO ITM-CLIENTE(WS-QTD-ITENS)
                   MOVE CR-DATA-EMISSAO TO ITM-EMISSAO(WS-QTD-ITENS)
                   MOVE CR-MOEDA TO ITM-MOEDA(WS-QTD-ITENS)
                   COMPUTE ITM-ABERTO-MOEDA(WS-QTD-ITENS) =
                       FUNCTION NUMVAL(CR-VALOR-MOEDA)
                       - FUNCTION NUMVAL(CR-RECEBIDO-MOEDA)
                   COMPUTE ITM-ABERTO-LOCAL(WS-QTD-ITENS) =
                       FUNCTION NUMVAL(CR-VALOR)
                       - FUNCTION NUMVAL(CR-VALOR-RECEBIDO)
               END-IF.
      ******************************************************************
           005-REAVALIAR-ITENS.
               PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
                   MOVE ITM-MOEDA(WS-IND-ITEM) TO WS-MOEDA-ATUAL
                   PERFORM 013-LOCALIZAR-MOEDA THRU 013-SAI
                   IF MOE-COM-TAXA(WS-MOEDA-ACHADA) = "S"
                       MOVE "S" TO ITM-COM-TAXA(WS-IND-ITEM)
                       MOVE MOE-TAXA(WS-MOEDA-ACHADA)
                           TO ITM-TAXA(WS-IND-ITEM)
                       COMPUTE ITM-REAVALIADO(WS-IND-ITEM) ROUNDED =
                           ITM-ABERTO-MOEDA(WS-IND-ITEM)
                           * ITM-TAXA(WS-IND-ITEM)
                       COMPUTE ITM-DIFERENCA(WS-IND-ITEM) =
                           ITM-REAVALIADO(WS-IND-ITEM)
                           - ITM-ABERTO-LOCAL(WS-IND-ITEM)
                       ADD ITM-DIFERENCA(WS-IND-ITEM)
                           TO MOE-DIFERENCA(WS-MOEDA-ACHADA)
                   ELSE
                       ADD 1 TO WS-SEM-TAXA
                       MOVE "N" TO ITM-COM-TAXA(WS-IND-ITEM)
                       MOVE ZEROS TO ITM-TAXA(WS-IND-ITEM)
                       MOVE ITM-ABERTO-LOCAL(WS-IND-ITEM)
                           TO ITM-REAVALIADO(WS-IND-ITEM)
                       MOVE ZEROS TO ITM-DIFERENCA(WS-IND-ITEM)
                   END-IF
               END-PERFORM.
           013-LOCALIZAR-MOEDA.
      * PRIMEIRA FATURA DA MOEDA: ACHA A TAXA VIGENTE NO ULTIMO DIA
      * DO PERIODO (MAIOR VIGENCIA NAO POSTERIOR A ELE); MOEDA SEM
      * TAXA NAO E REAVALIADA E E AVISADA NO LOG UMA VEZ
               MOVE ZEROS TO WS-MOEDA-ACHADA.
               PERFORM VARYING WS-IND-MOEDA FROM 1 BY 1
                   UNTIL WS-IND-MOEDA > WS-QTD-MOEDAS
                   IF MOE-CODIGO(WS-IND-MOEDA) = WS-MOEDA-ATUAL
                       MOVE WS-IND-MOEDA TO WS-MOEDA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-MOEDA-ACHADA NOT = ZEROS
                   GO TO 013-SAI
               END-IF.
               MOVE ZEROS TO WS-MELHOR-DATA.
               MOVE ZEROS TO WS-TAXA-ACHADA.
               PERFORM VARYING WS-IND-CAMBIO FROM 1 BY 1
                   UNTIL WS-IND-CAMBIO > WS-QTD-CAMBIO
                   IF TAB-CAMBIO-MOEDA(WS-IND-CAMBIO) = WS-MOEDA-ATUAL
                       AND TAB-CAMBIO-DATA(WS-IND-CAMBIO)
                           NOT > WS-DATA-FIM-PERIODO
                       AND TAB-CAMBIO-DATA(WS-IND-CAMBIO)
                           NOT < WS-MELHOR-DATA
                       MOVE TAB-CAMBIO-DATA(WS-IND-CAMBIO)
                           TO WS-MELHOR-DATA
                       MOVE TAB-CAMBIO-TAXA(WS-IND-CAMBIO)
                           TO WS-TAXA-ACHADA
                   END-IF
               END-PERFORM.
      * MAIS DE 50 MOEDAS NAO CABE NA TABELA: A ULTIMA POSICAO E
      * REAPROVEITADA E A SOBRA E TRATADA COMO MOEDA SEM TAXA
               IF WS-QTD-MOEDAS < 50
                   ADD 1 TO WS-QTD-MOEDAS
               ELSE
                   MOVE ZEROS TO WS-TAXA-ACHADA
               END-IF.
               MOVE WS-QTD-MOEDAS TO WS-MOEDA-ACHADA.
               MOVE WS-MOEDA-ATUAL TO MOE-CODIGO(WS-MOEDA-ACHADA).
               MOVE WS-TAXA-ACHADA TO MOE-TAXA(WS-MOEDA-ACHADA).
               MOVE ZEROS TO MOE-DIFERENCA(WS-MOEDA-ACHADA).
               MOVE SPACES TO MOE-SITUACAO(WS-MOEDA-ACHADA).
               IF WS-TAXA-ACHADA > ZEROS
                   MOVE "S" TO MOE-COM-TAXA(WS-MOEDA-ACHADA)
               ELSE
                   MOVE "N" TO MOE-COM-TAXA(WS-MOEDA-ACHADA)
                   MOVE "SEM TAXA VIGENTE" TO
                       MOE-SITUACAO(WS-MOEDA-ACHADA)
                   MOVE "ART006E" TO WS-LOG-CODIGO
                   MOVE WS-MOEDA-ATUAL TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MOEDA " WS-MOEDA-ATUAL " SEM TAXA VIGENTE "
                       "EM " WS-DATA-FIM-PERIODO ", FATURAS NAO "
                       "REAVALIADAS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           013-SAI.
               EXIT.
      ******************************************************************
           006-POSTAR-MOEDAS.
      * UM LANCAMENTO POR MOEDA COM A DIFERENCA LIQUIDA: POSITIVA E
      * GANHO-CAMBIAL, NEGATIVA E PERDA-CAMBIAL (VALOR POSITIVO), E O
      * ESTORNO DELE NO PRIMEIRO DIA DO MES SEGUINTE
               PERFORM VARYING WS-IND-MOEDA FROM 1 BY 1
                   UNTIL WS-IND-MOEDA > WS-QTD-MOEDAS
                   IF MOE-COM-TAXA(WS-IND-MOEDA) = "S"
                       IF MOE-DIFERENCA(WS-IND-MOEDA) = ZEROS
                           MOVE "SEM DIFERENCA"
                               TO MOE-SITUACAO(WS-IND-MOEDA)
                       ELSE
                           PERFORM 008-POSTAR-MOEDA THRU 008-SAI
                       END-IF
                   END-IF
               END-PERFORM.
           008-POSTAR-MOEDA.
               IF MOE-DIFERENCA(WS-IND-MOEDA) > ZEROS
                   MOVE "GANHO-CAMBIAL" TO WS-OPERACAO-LEDGER
                   MOVE MOE-DIFERENCA(WS-IND-MOEDA) TO VALOR-LEDGER
               ELSE
                   MOVE "PERDA-CAMBIAL" TO WS-OPERACAO-LEDGER
                   COMPUTE VALOR-LEDGER =
                       ZEROS - MOE-DIFERENCA(WS-IND-MOEDA)
               END-IF.
      * VALOR ALEM DA CAPACIDADE DO CAMPO DO RAZAO NAO E POSTADO,
      * APENAS REGISTRADO NO LOG
               IF VALOR-LEDGER > 999999.99
                   ADD 1 TO WS-NAO-POSTADOS
                   MOVE "NAO POSTADO" TO MOE-SITUACAO(WS-IND-MOEDA)
                   MOVE "ART013W" TO WS-LOG-CODIGO
                   MOVE MOE-CODIGO(WS-IND-MOEDA) TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "REAVALIACAO DA MOEDA "
                       MOE-CODIGO(WS-IND-MOEDA) " EM " WS-PERIODO
                       " NAO POSTADA NO RAZAO: VALOR EXCEDE O CAMPO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 008-SAI
               END-IF.
               OPEN EXTEND LEDGER-ARITMETICO.
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-ARITMETICO
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-OPERACAO-LEDGER TO LEDGER-OPERACAO.
               MOVE VALOR-LEDGER       TO LEDGER-OPERANDO-1.
               MOVE ZEROS              TO LEDGER-OPERANDO-2.
               MOVE VALOR-LEDGER       TO LEDGER-RESULTADO.
               MOVE WS-DATA-HORA(1:14) TO LEDGER-DATA-HORA.
               CALL "PROXIMA-SEQUENCIA" USING WS-SEQUENCIA.
               MOVE WS-SEQUENCIA       TO LEDGER-SEQUENCIA.
               MOVE WS-RUN-ID          TO LEDGER-RUN-ID.
               MOVE WS-DEPARTAMENTO    TO LEDGER-DEPARTAMENTO.
               MOVE ZEROS              TO LEDGER-SEQ-ESTORNADA.
               WRITE REG-LEDGER.
      * O ESTORNO E A MESMA OPERACAO COM SINAL TROCADO, PARA O MAPA
      * CONTABIL DA OPERACAO DESFAZER AS MESMAS CONTAS, E APONTA A
      * SEQUENCIA ESTORNADA COMO OS ESTORNOS DA ESTORNA-LEDGER
               COMPUTE VALOR-ESTORNO = ZEROS - VALOR-LEDGER.
               MOVE WS-OPERACAO-LEDGER TO LEDGER-OPERACAO.
               MOVE VALOR-ESTORNO      TO LEDGER-OPERANDO-1.
               MOVE ZEROS              TO LEDGER-OPERANDO-2.
               MOVE VALOR-ESTORNO      TO LEDGER-RESULTADO.
      * O ESTORNO AINDA FUTURO FICA DATADO NO PRIMEIRO DIA DO MES
      * SEGUINTE PARA O LANCAMENTO CONTABIL DAQUELE DIA
               IF WS-DATA-ESTORNO > WS-DATA-HORA(1:8)
                   MOVE WS-DATA-ESTORNO TO LEDGER-DATA-HORA(1:8)
                   MOVE "000000"        TO LEDGER-DATA-HORA(9:6)
               ELSE
                   MOVE WS-DATA-HORA(1:14) TO LEDGER-DATA-HORA
               END-IF.
               MOVE WS-SEQUENCIA       TO LEDGER-SEQ-ESTORNADA.
               CALL "PROXIMA-SEQUENCIA" USING WS-SEQUENCIA.
               MOVE WS-SEQUENCIA       TO LEDGER-SEQUENCIA.
               MOVE WS-RUN-ID          TO LEDGER-RUN-ID.
               MOVE WS-DEPARTAMENTO    TO LEDGER-DEPARTAMENTO.
               WRITE REG-LEDGER.
               CLOSE LEDGER-ARITMETICO.
               ADD 1 TO WS-POSTADOS.
               MOVE WS-OPERACAO-LEDGER TO MOE-SITUACAO(WS-IND-MOEDA).
               ADD MOE-DIFERENCA(WS-IND-MOEDA) TO TOT-DIFERENCA.
               MOVE MOE-DIFERENCA(WS-IND-MOEDA) TO WS-DIFERENCA-ED.
               MOVE "ART065I" TO WS-LOG-CODIGO.
               MOVE MOE-CODIGO(WS-IND-MOEDA) TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "REAVALIACAO DA MOEDA " MOE-CODIGO(WS-IND-MOEDA)
                   " EM " WS-PERIODO ": DIFERENCA " WS-DIFERENCA-ED
                   " POSTADA, ESTORNO EM " WS-DATA-ESTORNO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           008-SAI.
               EXIT.
      ******************************************************************
           007-EMITIR-RELATORIO.
               OPEN OUTPUT RELATORIO-REAVALIACAO.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE SPACES TO WS-LINHA.
               STRING "REAVALIACAO CAMBIAL DO CONTAS A RECEBER - "
                   "PERIODO " WS-PERIODO "   TAXAS DE "
                   WS-DATA-FIM-PERIODO "   EMISSAO "
                   WS-DATA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
               IF WS-QTD-ITENS = ZEROS
                   MOVE SPACES TO WS-LINHA
                   WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA
                   MOVE "NENHUMA FATURA ABERTA EM MOEDA ESTRANGEIRA"
                       TO WS-LINHA
                   WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA
               ELSE
                   PERFORM 014-CLASSIFICAR-ITENS
               END-IF.
               PERFORM 017-RESUMO-POSTAGEM.
               CLOSE RELATORIO-REAVALIACAO.
               MOVE TOT-DIFERENCA TO WS-DIFERENCA-ED.
               DISPLAY "FATURAS REAVALIADAS: " WS-QTD-ITENS
                   " SEM TAXA: " WS-SEM-TAXA
                   " LANCAMENTOS POR MOEDA: " WS-POSTADOS
                   " DIFERENCA POSTADA: " WS-DIFERENCA-ED.
           014-CLASSIFICAR-ITENS.
               SORT CLASSIFICA-REAVALIACAO
                   ON ASCENDING KEY CLS-MOEDA
                   ON ASCENDING KEY CLS-CLIENTE
                   ON ASCENDING KEY CLS-FATURA
                   INPUT PROCEDURE 014-LIBERAR-ITENS
                   OUTPUT PROCEDURE 015-IMPRIMIR-ITENS.
           014-LIBERAR-ITENS.
               PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > WS-QTD-ITENS
                   MOVE ITM-MOEDA(WS-IND-ITEM) TO CLS-MOEDA
                   MOVE ITM-CLIENTE(WS-IND-ITEM) TO CLS-CLIENTE
                   MOVE ITM-FATURA(WS-IND-ITEM) TO CLS-FATURA
                   MOVE WS-IND-ITEM TO CLS-IND-ITEM
                   RELEASE REG-CLASSIFICA-REAVALIACAO
               END-PERFORM.
           015-IMPRIMIR-ITENS.
               MOVE SPACES TO WS-MOEDA-ATUAL.
               MOVE SPACES TO WS-CLIENTE-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-REAVALIACAO
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CLS-MOEDA NOT = WS-MOEDA-ATUAL
                               IF WS-MOEDA-ATUAL NOT = SPACES
                                   PERFORM 016-SUBTOTAL-CLIENTE
                                   PERFORM 016-SUBTOTAL-MOEDA
                               END-IF
                               MOVE CLS-MOEDA TO WS-MOEDA-ATUAL
                               MOVE CLS-CLIENTE TO WS-CLIENTE-ATUAL
                               PERFORM 015-CABECALHO-MOEDA
                           END-IF
                           IF CLS-CLIENTE NOT = WS-CLIENTE-ATUAL
                               PERFORM 016-SUBTOTAL-CLIENTE
                               MOVE CLS-CLIENTE TO WS-CLIENTE-ATUAL
                           END-IF
                           MOVE CLS-IND-ITEM TO WS-IND-ITEM
                           PERFORM 015-IMPRIMIR-ITEM
                   END-RETURN
               END-PERFORM.
               IF WS-MOEDA-ATUAL NOT = SPACES
                   PERFORM 016-SUBTOTAL-CLIENTE
                   PERFORM 016-SUBTOTAL-MOEDA
               END-IF.
           015-CABECALHO-MOEDA.
               MOVE ZEROS TO SUB-ABERTO-MOEDA.
               MOVE ZEROS TO SUB-ABERTO-LOCAL.
               MOVE ZEROS TO SUB-REAVALIADO.
               MOVE ZEROS TO SUB-DIFERENCA.
               MOVE ZEROS TO IMP-ABERTO-MOEDA.
               MOVE ZEROS TO IMP-ABERTO-LOCAL.
               MOVE ZEROS TO IMP-REAVALIADO.
               MOVE ZEROS TO IMP-DIFERENCA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
               STRING "MOEDA " WS-MOEDA-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "FATURA  " "CLIENTE  " "EMISSAO  "
                   "   SALDO NA MOEDA " "  SALDO REGISTRADO "
                   "      TAXA " "     SALDO REAVALIADO "
                   "        DIFERENCA"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
           015-IMPRIMIR-ITEM.
      * IMP-* ACUMULA O CLIENTE; SUB-* A MOEDA
               ADD ITM-ABERTO-MOEDA(WS-IND-ITEM) TO IMP-ABERTO-MOEDA.
               ADD ITM-ABERTO-LOCAL(WS-IND-ITEM) TO IMP-ABERTO-LOCAL.
               ADD ITM-REAVALIADO(WS-IND-ITEM) TO IMP-REAVALIADO.
               ADD ITM-DIFERENCA(WS-IND-ITEM) TO IMP-DIFERENCA.
               MOVE ITM-ABERTO-MOEDA(WS-IND-ITEM)
                   TO WS-ABERTO-MOEDA-ED.
               MOVE ITM-ABERTO-LOCAL(WS-IND-ITEM)
                   TO WS-ABERTO-LOCAL-ED.
               MOVE ITM-TAXA(WS-IND-ITEM) TO WS-TAXA-ED.
               MOVE ITM-REAVALIADO(WS-IND-ITEM) TO WS-REAVALIADO-ED.
               MOVE ITM-DIFERENCA(WS-IND-ITEM) TO WS-DIFERENCA-ED.
               IF ITM-COM-TAXA(WS-IND-ITEM) = "S"
                   MOVE SPACES TO WS-SITUACAO-ITEM
               ELSE
                   MOVE " SEM TAXA" TO WS-SITUACAO-ITEM
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING ITM-FATURA(WS-IND-ITEM) " "
                   ITM-CLIENTE(WS-IND-ITEM) " "
                   ITM-EMISSAO(WS-IND-ITEM) " "
                   WS-ABERTO-MOEDA-ED "    " WS-ABERTO-LOCAL-ED " "
                   WS-TAXA-ED "      " WS-REAVALIADO-ED "  "
                   WS-DIFERENCA-ED WS-SITUACAO-ITEM
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
           016-SUBTOTAL-CLIENTE.
               ADD IMP-ABERTO-MOEDA TO SUB-ABERTO-MOEDA.
               ADD IMP-ABERTO-LOCAL TO SUB-ABERTO-LOCAL.
               ADD IMP-REAVALIADO TO SUB-REAVALIADO.
               ADD IMP-DIFERENCA TO SUB-DIFERENCA.
               MOVE IMP-ABERTO-MOEDA TO WS-ABERTO-MOEDA-ED.
               MOVE IMP-ABERTO-LOCAL TO WS-ABERTO-LOCAL-ED.
               MOVE IMP-REAVALIADO TO WS-REAVALIADO-ED.
               MOVE IMP-DIFERENCA TO WS-DIFERENCA-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "  CLIENTE " WS-CLIENTE-ATUAL "        "
                   WS-ABERTO-MOEDA-ED "    " WS-ABERTO-LOCAL-ED
                   "                 " WS-REAVALIADO-ED "  "
                   WS-DIFERENCA-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
               MOVE ZEROS TO IMP-ABERTO-MOEDA.
               MOVE ZEROS TO IMP-ABERTO-LOCAL.
               MOVE ZEROS TO IMP-REAVALIADO.
               MOVE ZEROS TO IMP-DIFERENCA.
           016-SUBTOTAL-MOEDA.
               MOVE SUB-ABERTO-MOEDA TO WS-ABERTO-MOEDA-ED.
               MOVE SUB-ABERTO-LOCAL TO WS-ABERTO-LOCAL-ED.
               MOVE SUB-REAVALIADO TO WS-REAVALIADO-ED.
               MOVE SUB-DIFERENCA TO WS-DIFERENCA-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL MOEDA " WS-MOEDA-ATUAL "           "
                   WS-ABERTO-MOEDA-ED "    " WS-ABERTO-LOCAL-ED
                   "                 " WS-REAVALIADO-ED "  "
                   WS-DIFERENCA-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
           017-RESUMO-POSTAGEM.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
               STRING "LANCAMENTOS DE COMPETENCIA " WS-DATA-FIM-PERIODO
                   " (ESTORNADOS EM " WS-DATA-ESTORNO ")"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
               PERFORM VARYING WS-IND-MOEDA FROM 1 BY 1
                   UNTIL WS-IND-MOEDA > WS-QTD-MOEDAS
                   MOVE MOE-TAXA(WS-IND-MOEDA) TO WS-TAXA-ED
                   MOVE MOE-DIFERENCA(WS-IND-MOEDA) TO WS-DIFERENCA-ED
                   MOVE SPACES TO WS-LINHA
                   STRING "  MOEDA " MOE-CODIGO(WS-IND-MOEDA)
                       " TAXA " WS-TAXA-ED " DIFERENCA "
                       WS-DIFERENCA-ED "  " MOE-SITUACAO(WS-IND-MOEDA)
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA
               END-PERFORM.
               MOVE TOT-DIFERENCA TO WS-DIFERENCA-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL POSTADO (GANHO POSITIVO, PERDA NEGATIVA) "
                   WS-DIFERENCA-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-REAVALIACAO FROM WS-LINHA.
           009-GRAVAR-CONTROLE.
               OPEN EXTEND CONTROLE-REAVALIACAO.
               IF WS-CONTROLE-STATUS = "35"
                   OPEN OUTPUT CONTROLE-REAVALIACAO
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-FIM-PERIODO TO CTRL-DATA-MOVIMENTO.
               MOVE WS-DATA-HORA(1:14) TO CTRL-DATA-HORA-POSTAGEM.
               WRITE REG-CONTROLE-POSTAGEM.
               CLOSE CONTROLE-REAVALIACAO.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "REAVALIACAO-CAMBIAL" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "REAVALIACAO-CAMBIAL" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "REAVALIACAO-CAMBIAL" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-POSTADOS TO EXEC-POSTADOS.
               MOVE WS-SEM-TAXA TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           018-BLOQUEAR-RECURSOS.
      * A REAVALIACAO E O ESTORNO DO DIA SEGUINTE SAO POSTADOS NO
      * LEDGER COM A SEQUENCIA COMPARTILHADA; O BLOQUEIO VEM ANTES DA
      * CONFERENCIA DO CONTROLE, PARA QUE DUAS EXECUCOES NAO POSTEM A
      * REAVALIACAO DO MESMO MES
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "REAVALIACAO-CAMBIAL" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           019-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM REAVALIACAO-CAMBIAL.
