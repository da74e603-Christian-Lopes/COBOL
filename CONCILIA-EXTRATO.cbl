      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: CONCILIACAO DO EXTRATO BANCARIO COM O CONTAS A
      *          RECEBER: LE O EXTRATO DIARIO DO BANCO
      *          (EXTRATO-BANCARIO.DAT, LAYOUT EXBCOPY) E, ANTES DE
      *          CASAR QUALQUER COISA, CONFERE QUE O SALDO DE ABERTURA
      *          MAIS OS CREDITOS MENOS OS DEBITOS DA O SALDO DE
      *          FECHAMENTO; EXTRATO QUE NAO FECHA E RECUSADO INTEIRO.
      *          CADA CREDITO E CASADO COM UMA FATURA ABERTA DE
      *          CONTAS-RECEBER.DAT PELO NUMERO DA FATURA NA
      *          REFERENCIA DO PAGADOR OU, SEM ELE, PELO VALOR EXATO
      *          DO SALDO ABERTO DE UMA FATURA DO CLIENTE CUJO CODIGO
      *          VEM NA REFERENCIA. OS CREDITOS CASADOS VIRAM DETALHES
      *          DO LOTE DE RECEBIMENTOS (RECEBIMENTOS.DAT) DA BAIXA DE
      *          RECEBIMENTOS, EMOLDURADOS POR CABECALHO E RODAPE DE
      *          LOTECOPY; SE JA EXISTE UM LOTE DIGITADO DO MESMO DIA,
      *          OS DETALHES SAO ANEXADOS E O RODAPE RECALCULADO, E O
      *          QUE ELE JA BAIXA SAI DO SALDO ABERTO DAS FATURAS ANTES
      *          DO CASAMENTO; LOTE DE OUTRO DIA AINDA NAO BAIXADO
      *          RECUSA A CONCILIACAO SEM REGRAVAR. CREDITOS SEM
      *          CASAMENTO OU AMBIGUOS E OS DEBITOS VAO PARA O
      *          RELATORIO DE EXCECOES DA CONCILIACAO
      *          (RELATORIO-CONCILIACAO.TXT) COM O CODIGO DE MOTIVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-EXTRATO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-BANCARIO ASSIGN TO "EXTRATO-BANCARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           SELECT CONTAS-RECEBER ASSIGN TO "CONTAS-RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT RECEBIMENTOS ASSIGN TO "RECEBIMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBIMENTOS-STATUS.
           SELECT RELATORIO-CONCILIACAO
               ASSIGN TO "RELATORIO-CONCILIACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-BANCARIO.
           COPY EXBCOPY.
       FD  CONTAS-RECEBER.
           COPY CRECCOPY.
      * MESMO LAYOUT LIDO PELA BAIXA DE RECEBIMENTOS
       FD  RECEBIMENTOS.
       01  REG-RECEBIMENTO.
           03 REC-TIPO-REG                 PIC X(001).
              88 REC-CABECALHO                         VALUE "H".
              88 REC-DETALHE                           VALUE "D".
              88 REC-RODAPE                            VALUE "T".
           03 REC-FATURA                   PIC 9(007).
           03 REC-VALOR                    PIC 9(007)V99.
           03 REC-DATA                     PIC 9(008).
           03 REC-CLIENTE                  PIC X(008).
           COPY LOTECOPY.
       FD  RELATORIO-CONCILIACAO.
       01  REG-RELATORIO-CONCILIACAO       PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-EXTRATO-STATUS            PIC X(002) VALUE SPACES.
           77 WS-RECEBER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-RECEBIMENTOS-STATUS       PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-DATA              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-EXTRATO-VALIDO            PIC X(001) VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-TEM-ABERTURA              PIC X(001) VALUE "N".
           77 WS-TEM-FECHAMENTO            PIC X(001) VALUE "N".
           77 WS-TEM-LOTE                  PIC X(001) VALUE "N".
           77 WS-DATA-LOTE                 PIC 9(008) VALUE ZEROS.
           77 WS-CONTA-BANCO               PIC X(010) VALUE SPACES.
           77 WS-DATA-EXTRATO              PIC 9(008) VALUE ZEROS.
           77 WS-LANCAMENTOS               PIC 9(007) VALUE ZEROS.
           77 WS-CREDITOS                  PIC 9(007) VALUE ZEROS.
           77 WS-DEBITOS                   PIC 9(007) VALUE ZEROS.
           77 WS-POR-FATURA                PIC 9(007) VALUE ZEROS.
           77 WS-POR-VALOR                 PIC 9(007) VALUE ZEROS.
           77 WS-EXCECOES                  PIC 9(007) VALUE ZEROS.
           77 WS-EXISTENTES                PIC 9(007) VALUE ZEROS.
           77 WS-JA-NA-FILA                PIC 9(007) VALUE ZEROS.
           77 WS-NA-FILA                   PIC X(001) VALUE "N".
           77 WS-CONTAGEM-LOTE             PIC 9(007) VALUE ZEROS.
           77 WS-HASH-LOTE                 PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-ABERTURA               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-FECHAMENTO             PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-CALCULADO              PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CREDITOS               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-DEBITOS                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-CONCILIADO             PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOTAL-EXCECOES               PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-SALDO-EDITADO             PIC -(12)9.99.
           77 WS-CALCULADO-EDITADO         PIC -(12)9.99.
           77 WS-VALOR-EDITADO             PIC -(12)9.99.
           77 WS-QTD-CONTAS                PIC 9(005) VALUE ZEROS.
           77 WS-IND-CONTA                 PIC 9(005) VALUE ZEROS.
           77 WS-IND-CLIENTE               PIC 9(005) VALUE ZEROS.
           77 WS-CONTA-ACHADA              PIC 9(005) VALUE ZEROS.
           77 WS-FATURAS-REF               PIC 9(003) VALUE ZEROS.
           77 WS-FATURAS-VALOR             PIC 9(003) VALUE ZEROS.
           77 WS-CLIENTES-REF              PIC 9(003) VALUE ZEROS.
           77 WS-CLIENTE-REF               PIC X(008) VALUE SPACES.
           77 WS-POS-CLIENTE               PIC 9(002) VALUE ZEROS.
           77 WS-TAM-CLIENTE               PIC 9(002) VALUE ZEROS.
           77 WS-TAM-CODIGO                PIC 9(002) VALUE ZEROS.
           77 WS-CODIGO-ACHADO             PIC X(001) VALUE "N".
           77 WS-POS                       PIC 9(002) VALUE ZEROS.
           77 WS-INICIO-GRUPO              PIC 9(002) VALUE ZEROS.
           77 WS-TAM-GRUPO                 PIC 9(002) VALUE ZEROS.
           77 WS-NUMERO-REF                PIC 9(007) VALUE ZEROS.
           77 WS-CARACTER                  PIC X(001) VALUE SPACES.
              88 CARACTER-DE-CODIGO                   VALUE "A" THRU "Z"
                                                        "0" THRU "9".
           77 WS-MOTIVO-EXCECAO            PIC X(003) VALUE SPACES.
           77 WS-TEXTO-MOTIVO              PIC X(040) VALUE SPACES.
           77 WS-FATURA-EXCECAO            PIC 9(007) VALUE ZEROS.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * REFERENCIA DO PAGADOR COM UMA POSICAO EM BRANCO NO FIM, QUE
      * ENCERRA A VARREDURA DOS GRUPOS DE DIGITOS E DOS CODIGOS
           01 WS-REFERENCIA                PIC X(031) VALUE SPACES.
      * SO AS FATURAS ENTRAM NA TABELA; O SALDO CAI A CADA CREDITO
      * CASADO, PARA O MESMO SALDO NAO CASAR DUAS VEZES PELO VALOR
           01 TABELA-CONTAS.
               03 CONTA-RECEBER OCCURS 500 TIMES.
                   05 TAB-CR-NUMERO        PIC 9(007).
                   05 TAB-CR-CLIENTE       PIC X(008).
                   05 TAB-CR-SALDO         PIC S9(9)V99 COMP-3.
                   05 TAB-CR-SITUACAO      PIC X(001).
                   05 TAB-CR-TIPO-DOC      PIC X(001).
      * O LOTE DE RECEBIMENTOS JA DIGITADO E GUARDADO EM MEMORIA E
      * REGRAVADO NA FRENTE DOS DETALHES CONCILIADOS, COM O RODAPE
      * RECALCULADO; CADA DETALHE CASA NO MAXIMO UM CREDITO DO EXTRATO
      * PARA A MESMA RODADA NAO SER ENFILEIRADA DUAS VEZES
           01 TABELA-EXISTENTES.
               03 DETALHE-EXISTENTE OCCURS 1000 TIMES.
                   05 EXI-TIPO-REG         PIC X(001).
                   05 EXI-FATURA           PIC 9(007).
                   05 EXI-VALOR            PIC 9(007)V99.
                   05 EXI-DATA             PIC 9(008).
                   05 EXI-CLIENTE          PIC X(008).
           01 TABELA-NA-FILA.
               03 EXI-CONFERIDO OCCURS 1000 TIMES
                                            PIC X(001).
           77 WS-IND-EXISTENTE             PIC 9(004) VALUE ZEROS.
           77 WS-CABECALHO-GUARDADO        PIC X(027) VALUE SPACES.
           01 WS-CABECALHO-DIA.
               03 WS-CAB-TIPO              PIC X(001) VALUE "H".
               03 WS-CAB-LOTE-ID           PIC X(008)
                                            VALUE "EXTBANCO".
               03 WS-CAB-DATA              PIC 9(008).
               03 WS-CAB-DEPTO             PIC X(010)
                                            VALUE "GERAL".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-PROCESSAMENTO THRU 002-SAI.
            IF WS-EXCECOES > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-DATA.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-DATA FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-DATA(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-DATA(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
           002-PROCESSAMENTO.
               OPEN INPUT EXTRATO-BANCARIO.
               IF WS-EXTRATO-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "EXTRATO-BANCARIO.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "EXTRATO BANCARIO NAO ENCONTRADO, "
                       "NADA A CONCILIAR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
      * PRIMEIRA PASSAGEM: CONFERE OS SALDOS DO EXTRATO; SO CONCILIA
      * (SEGUNDA PASSAGEM) SE FECHOU
               PERFORM 003-CONFERIR-SALDOS THRU 003-SAI.
               CLOSE EXTRATO-BANCARIO.
               IF WS-EXTRATO-VALIDO = "N"
                   DISPLAY "*** EXTRATO BANCARIO RECUSADO, NADA "
                       "SERA CONCILIADO ***"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 002-SAI
               END-IF.
               PERFORM 004-CARREGAR-CONTAS THRU 004-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DO CONTAS A RECEBER FALHOU, "
                       "NADA SERA CONCILIADO ***"
                   GO TO 002-SAI
               END-IF.
               PERFORM 005-LER-LOTE-EXISTENTE.
               IF WS-CARGA-OK = "N"
                   GO TO 002-SAI
               END-IF.
      * O LOTE E REGRAVADO INTEIRO: CABECALHO, DETALHES JA DIGITADOS,
      * DETALHES CONCILIADOS E O RODAPE RECALCULADO
               OPEN OUTPUT RECEBIMENTOS.
               MOVE WS-CABECALHO-GUARDADO TO REG-CABECALHO-LOTE.
               WRITE REG-CABECALHO-LOTE.
               PERFORM VARYING WS-IND-EXISTENTE FROM 1 BY 1
                   UNTIL WS-IND-EXISTENTE > WS-EXISTENTES
                   WRITE REG-RECEBIMENTO
                       FROM DETALHE-EXISTENTE(WS-IND-EXISTENTE)
               END-PERFORM.
               OPEN OUTPUT RELATORIO-CONCILIACAO.
               PERFORM 014-CABECALHO-RELATORIO.
               OPEN INPUT EXTRATO-BANCARIO.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-EXTRATO.
               PERFORM UNTIL FIM-ARQUIVO
                   IF EXB-LANCAMENTO
                       IF EXB-CREDITO
                           PERFORM 006-CONCILIAR-CREDITO THRU 006-SAI
                       ELSE
                           ADD 1 TO WS-DEBITOS
                           MOVE "906" TO WS-MOTIVO-EXCECAO
                           MOVE ZEROS TO WS-FATURA-EXCECAO
                           PERFORM 009-REGISTRAR-EXCECAO
                       END-IF
                   END-IF
                   PERFORM 003-LER-EXTRATO
               END-PERFORM.
               CLOSE EXTRATO-BANCARIO.
               MOVE "T" TO ROD-TIPO-REG.
               MOVE WS-CONTAGEM-LOTE TO ROD-CONTAGEM.
               MOVE WS-HASH-LOTE TO ROD-HASH-OPERANDO-1.
               WRITE REG-RODAPE-LOTE.
               CLOSE RECEBIMENTOS.
               PERFORM 015-RESUMO-RELATORIO.
               CLOSE RELATORIO-CONCILIACAO.
               DISPLAY "CREDITOS: " WS-CREDITOS
                   " CASADOS PELA FATURA: " WS-POR-FATURA
                   " PELO VALOR: " WS-POR-VALOR
                   " JA NA FILA: " WS-JA-NA-FILA
                   " EXCECOES: " WS-EXCECOES.
               IF WS-EXCECOES > 0
                   MOVE "ART057W" TO WS-LOG-CODIGO
                   MOVE WS-CONTA-BANCO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "EXTRATO DE " WS-DATA-EXTRATO " COM "
                       WS-EXCECOES " LANCAMENTOS SEM CONCILIACAO, "
                       "VER RELATORIO-CONCILIACAO.TXT"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           002-SAI.
               EXIT.
      ******************************************************************
           003-CONFERIR-SALDOS.
      * ABERTURA MAIS CREDITOS MENOS DEBITOS TEM DE DAR O FECHAMENTO.
      * EXTRATO SEM ABERTURA OU FECHAMENTO, COM LANCAMENTO ILEGIVEL OU
      * QUE NAO FECHA E RECUSADO INTEIRO
               MOVE "S" TO WS-EXTRATO-VALIDO.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-EXTRATO.
               PERFORM UNTIL FIM-ARQUIVO
                   EVALUATE TRUE
                       WHEN EXB-ABERTURA
                           MOVE "S" TO WS-TEM-ABERTURA
                           MOVE EXS-CONTA TO WS-CONTA-BANCO
                           MOVE EXS-DATA TO WS-DATA-EXTRATO
                           IF FUNCTION TEST-NUMVAL
                               (FUNCTION TRIM(EXS-SALDO)) = 0
                               COMPUTE SALDO-ABERTURA =
                                   FUNCTION NUMVAL(EXS-SALDO)
                           ELSE
                               MOVE "N" TO WS-EXTRATO-VALIDO
                           END-IF
                       WHEN EXB-LANCAMENTO
                           ADD 1 TO WS-LANCAMENTOS
                           IF EXB-VALOR NOT NUMERIC
                               OR EXB-DATA NOT NUMERIC
                               MOVE "N" TO WS-EXTRATO-VALIDO
                           ELSE
                               EVALUATE TRUE
                                   WHEN EXB-CREDITO
                                       ADD EXB-VALOR TO TOTAL-CREDITOS
                                   WHEN EXB-DEBITO
                                       ADD EXB-VALOR TO TOTAL-DEBITOS
                                   WHEN OTHER
                                       MOVE "N" TO WS-EXTRATO-VALIDO
                               END-EVALUATE
                           END-IF
                       WHEN EXB-FECHAMENTO
                           MOVE "S" TO WS-TEM-FECHAMENTO
                           IF FUNCTION TEST-NUMVAL
                               (FUNCTION TRIM(EXS-SALDO)) = 0
                               COMPUTE SALDO-FECHAMENTO =
                                   FUNCTION NUMVAL(EXS-SALDO)
                           ELSE
                               MOVE "N" TO WS-EXTRATO-VALIDO
                           END-IF
                       WHEN OTHER
                           MOVE "N" TO WS-EXTRATO-VALIDO
                   END-EVALUATE
                   PERFORM 003-LER-EXTRATO
               END-PERFORM.
               IF WS-TEM-ABERTURA = "N" OR WS-TEM-FECHAMENTO = "N"
                   MOVE "N" TO WS-EXTRATO-VALIDO
                   MOVE "ART056E" TO WS-LOG-CODIGO
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "EXTRATO " WS-CONTA-BANCO " RECUSADO: "
                       "SALDO DE ABERTURA OU DE FECHAMENTO AUSENTE"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 003-RECUSAR-EXTRATO
                   GO TO 003-SAI
               END-IF.
               IF WS-EXTRATO-VALIDO = "N"
                   MOVE "ART056E" TO WS-LOG-CODIGO
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "EXTRATO " WS-CONTA-BANCO " RECUSADO: "
                       "REGISTRO, VALOR OU DATA ILEGIVEL"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 003-RECUSAR-EXTRATO
                   GO TO 003-SAI
               END-IF.
               COMPUTE SALDO-CALCULADO = SALDO-ABERTURA
                   + TOTAL-CREDITOS - TOTAL-DEBITOS.
               IF SALDO-CALCULADO NOT = SALDO-FECHAMENTO
                   MOVE "N" TO WS-EXTRATO-VALIDO
                   MOVE "ART056E" TO WS-LOG-CODIGO
                   MOVE SALDO-CALCULADO TO WS-CALCULADO-EDITADO
                   MOVE SALDO-FECHAMENTO TO WS-SALDO-EDITADO
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "EXTRATO RECUSADO: SALDO CALCULADO "
                       WS-CALCULADO-EDITADO " DIFERE DO FECHAMENTO "
                       WS-SALDO-EDITADO
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 003-RECUSAR-EXTRATO
               END-IF.
           003-SAI.
               EXIT.
           003-LER-EXTRATO.
               READ EXTRATO-BANCARIO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-RECUSAR-EXTRATO.
               MOVE WS-CONTA-BANCO TO WS-LOG-CHAVE.
               PERFORM 012-GRAVAR-LOG.
           004-CARREGAR-CONTAS.
               MOVE ZEROS TO WS-QTD-CONTAS.
               OPEN INPUT CONTAS-RECEBER.
               IF WS-RECEBER-STATUS = "35"
                   DISPLAY "CONTAS-RECEBER.DAT VAZIO OU AUSENTE, "
                       "NENHUM CREDITO SERA CASADO"
                   GO TO 004-SAI
               END-IF.
               IF WS-RECEBER-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CONTAS A RECEBER INDISPONIVEL, STATUS "
                       WS-RECEBER-STATUS ", CONCILIACAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 004-LER-CONTA.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-CONTAS < 500
                       ADD 1 TO WS-QTD-CONTAS
                       MOVE CR-NUMERO TO
                           TAB-CR-NUMERO(WS-QTD-CONTAS)
                       MOVE CR-CLIENTE TO
                           TAB-CR-CLIENTE(WS-QTD-CONTAS)
                       COMPUTE TAB-CR-SALDO(WS-QTD-CONTAS) =
                           FUNCTION NUMVAL(CR-VALOR)
                           - FUNCTION NUMVAL(CR-VALOR-RECEBIDO)
                       MOVE CR-SITUACAO TO
                           TAB-CR-SITUACAO(WS-QTD-CONTAS)
                       MOVE CR-TIPO-DOC TO
                           TAB-CR-TIPO-DOC(WS-QTD-CONTAS)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART019E" TO WS-LOG-CODIGO
                       MOVE "CONTAS-RECEBER.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "CONTAS A RECEBER EXCEDE A TABELA DE "
                           "500 FATURAS, CONCILIACAO ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 004-LER-CONTA
               END-PERFORM.
               CLOSE CONTAS-RECEBER.
           004-SAI.
               EXIT.
           004-LER-CONTA.
               READ CONTAS-RECEBER
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           005-LER-LOTE-EXISTENTE.
      * GUARDA OS DETALHES DO LOTE DE RECEBIMENTOS JA DIGITADO (SE
      * HOUVER) E SEUS TOTAIS, ABATENDO-OS DO SALDO ABERTO DAS
      * FATURAS; O CABECALHO ORIGINAL E PRESERVADO
               OPEN INPUT RECEBIMENTOS.
               IF WS-RECEBIMENTOS-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 005-LER-RECEBIMENTO
                   PERFORM UNTIL FIM-ARQUIVO
                       EVALUATE TRUE
                           WHEN REC-CABECALHO
                               MOVE "S" TO WS-TEM-LOTE
                               MOVE REG-CABECALHO-LOTE
                                   TO WS-CABECALHO-GUARDADO
                               MOVE CAB-DATA-MOVIMENTO TO WS-DATA-LOTE
                           WHEN REC-DETALHE
                               IF WS-EXISTENTES < 1000
                                   ADD 1 TO WS-EXISTENTES
                                   MOVE REG-RECEBIMENTO TO
                                       DETALHE-EXISTENTE
                                           (WS-EXISTENTES)
                                   MOVE "N" TO
                                       EXI-CONFERIDO(WS-EXISTENTES)
                                   ADD 1 TO WS-CONTAGEM-LOTE
                                   IF REC-VALOR NUMERIC
                                       ADD REC-VALOR TO WS-HASH-LOTE
                                       PERFORM 005-ABATER-SALDO
                                   END-IF
                               ELSE
      * LOTE MAIOR QUE A TABELA: REGRAVAR PERDERIA DETALHES JA
      * DIGITADOS E O RODAPE RECALCULADO ESCONDERIA A PERDA
                                   MOVE "N" TO WS-CARGA-OK
                               END-IF
                           WHEN REC-RODAPE
                               CONTINUE
                       END-EVALUATE
                       PERFORM 005-LER-RECEBIMENTO
                   END-PERFORM
                   CLOSE RECEBIMENTOS
                   IF WS-CARGA-OK = "N"
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART019E" TO WS-LOG-CODIGO
                       MOVE "RECEBIMENTOS.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "LOTE DE RECEBIMENTOS EXCEDE A TABELA "
                           "DE 1000 DETALHES, CONCILIACAO ABANDONADA "
                           "SEM REGRAVAR"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-IF.
      * O LOTE EM DISCO E DE OUTRO DIA E AINDA NAO FOI BAIXADO: ANEXAR
      * POSTARIA OS CREDITOS DE HOJE SOB O CABECALHO DAQUELE DIA E
      * SOBRESCREVE-LO PERDERIA AQUELE LOTE; A BAIXA DELE RODA ANTES
               IF WS-TEM-LOTE = "S" AND WS-CARGA-OK = "S"
                   AND WS-DATA-LOTE NOT = WS-DATA-MOVIMENTO
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "RECEBIMENTOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "LOTE DE RECEBIMENTOS DE " WS-DATA-LOTE
                       " EM DISCO, NAO DE " WS-DATA-MOVIMENTO
                       ", CONCILIACAO ABANDONADA SEM REGRAVAR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
               IF WS-TEM-LOTE = "S" AND WS-CARGA-OK = "S"
                   DISPLAY "LOTE DE RECEBIMENTOS JA EXISTE COM "
                       WS-EXISTENTES " DETALHES, CONCILIADOS "
                       "SERAO ANEXADOS"
               END-IF.
               IF WS-TEM-LOTE = "N"
                   MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA
                   MOVE WS-CABECALHO-DIA TO WS-CABECALHO-GUARDADO
               END-IF.
           005-ABATER-SALDO.
      * O RECEBIMENTO JA NO LOTE (DIGITADO OU DE UMA CONCILIACAO
      * ANTERIOR) AINDA NAO FOI BAIXADO NO CONTAS A RECEBER; SAI DO
      * SALDO ABERTO PARA A FATURA NAO SER CASADA DE NOVO
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF TAB-CR-NUMERO(WS-IND-CONTA) = REC-FATURA
                       AND TAB-CR-TIPO-DOC(WS-IND-CONTA) NOT = "N"
                       SUBTRACT REC-VALOR
                           FROM TAB-CR-SALDO(WS-IND-CONTA)
                   END-IF
               END-PERFORM.
           005-LER-RECEBIMENTO.
               READ RECEBIMENTOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
      ******************************************************************
           006-CONCILIAR-CREDITO.
               ADD 1 TO WS-CREDITOS.
               MOVE ZEROS TO WS-FATURA-EXCECAO.
      * O CAMPO DE VALOR DO LOTE DE RECEBIMENTOS NAO COMPORTA O
      * CREDITO
               IF EXB-VALOR > 9999999.99
                   MOVE "904" TO WS-MOTIVO-EXCECAO
                   PERFORM 009-REGISTRAR-EXCECAO
                   GO TO 006-SAI
               END-IF.
               MOVE EXB-REFERENCIA TO WS-REFERENCIA.
               PERFORM 007-IDENTIFICAR-CLIENTE.
               PERFORM 008-PROCURAR-FATURA.
      * CREDITO QUE JA ESTA NA FILA DA BAIXA (RODADA ANTERIOR DO MESMO
      * EXTRATO OU RECEBIMENTO DIGITADO) NAO E ENFILEIRADO DE NOVO
               PERFORM 006-PROCURAR-NA-FILA.
               IF WS-NA-FILA = "S"
                   ADD 1 TO WS-JA-NA-FILA
                   GO TO 006-SAI
               END-IF.
      * PRIMEIRO PELO NUMERO DA FATURA NA REFERENCIA; MAIS DE UMA
      * FATURA CITADA, OU FATURA DE OUTRO CLIENTE QUE NAO O CITADO,
      * NAO SE DECIDE SOZINHO
               IF WS-FATURAS-REF > 0
                   MOVE TAB-CR-NUMERO(WS-CONTA-ACHADA)
                       TO WS-FATURA-EXCECAO
                   IF WS-FATURAS-REF > 1 OR WS-CLIENTES-REF > 1
                       OR (WS-CLIENTE-REF NOT = SPACES AND
                           WS-CLIENTE-REF NOT =
                               TAB-CR-CLIENTE(WS-CONTA-ACHADA))
                       MOVE "902" TO WS-MOTIVO-EXCECAO
                       PERFORM 009-REGISTRAR-EXCECAO
                       GO TO 006-SAI
                   END-IF
                   IF TAB-CR-SITUACAO(WS-CONTA-ACHADA) NOT = "A"
                       OR TAB-CR-TIPO-DOC(WS-CONTA-ACHADA) = "N"
                       OR TAB-CR-SALDO(WS-CONTA-ACHADA) NOT > ZEROS
                       MOVE "903" TO WS-MOTIVO-EXCECAO
                       PERFORM 009-REGISTRAR-EXCECAO
                       GO TO 006-SAI
                   END-IF
                   ADD 1 TO WS-POR-FATURA
                   PERFORM 013-GRAVAR-RECEBIMENTO
                   GO TO 006-SAI
               END-IF.
      * SEM FATURA NA REFERENCIA, SO O CLIENTE CITADO E O VALOR
      * EXATO DE UM UNICO SALDO ABERTO DELE CASAM O CREDITO
               IF WS-CLIENTES-REF = ZEROS
                   MOVE "901" TO WS-MOTIVO-EXCECAO
                   PERFORM 009-REGISTRAR-EXCECAO
                   GO TO 006-SAI
               END-IF.
               IF WS-CLIENTES-REF > 1
                   MOVE "902" TO WS-MOTIVO-EXCECAO
                   PERFORM 009-REGISTRAR-EXCECAO
                   GO TO 006-SAI
               END-IF.
               MOVE ZEROS TO WS-FATURAS-VALOR.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF TAB-CR-CLIENTE(WS-IND-CONTA) = WS-CLIENTE-REF
                       AND TAB-CR-SITUACAO(WS-IND-CONTA) = "A"
                       AND TAB-CR-TIPO-DOC(WS-IND-CONTA) NOT = "N"
                       AND TAB-CR-SALDO(WS-IND-CONTA) = EXB-VALOR
                       ADD 1 TO WS-FATURAS-VALOR
                       MOVE WS-IND-CONTA TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM.
               EVALUATE WS-FATURAS-VALOR
                   WHEN ZEROS
                       MOVE "905" TO WS-MOTIVO-EXCECAO
                       PERFORM 009-REGISTRAR-EXCECAO
                   WHEN 1
                       ADD 1 TO WS-POR-VALOR
                       PERFORM 013-GRAVAR-RECEBIMENTO
                   WHEN OTHER
                       MOVE "902" TO WS-MOTIVO-EXCECAO
                       PERFORM 009-REGISTRAR-EXCECAO
               END-EVALUATE.
           006-SAI.
               EXIT.
           006-PROCURAR-NA-FILA.
      * MESMA DATA E VALOR, PARA A FATURA CITADA NA REFERENCIA OU, SEM
      * FATURA CITADA, PARA O CLIENTE CITADO
               MOVE "N" TO WS-NA-FILA.
               PERFORM VARYING WS-IND-EXISTENTE FROM 1 BY 1
                   UNTIL WS-IND-EXISTENTE > WS-EXISTENTES
                   OR WS-NA-FILA = "S"
                   IF EXI-CONFERIDO(WS-IND-EXISTENTE) = "N"
                       AND EXI-VALOR(WS-IND-EXISTENTE) NUMERIC
                       AND EXI-DATA(WS-IND-EXISTENTE) NUMERIC
                       AND EXI-FATURA(WS-IND-EXISTENTE) NUMERIC
                       IF EXI-VALOR(WS-IND-EXISTENTE) = EXB-VALOR
                           AND EXI-DATA(WS-IND-EXISTENTE) = EXB-DATA
                           IF WS-FATURAS-REF > 0
                               IF EXI-FATURA(WS-IND-EXISTENTE) =
                                   TAB-CR-NUMERO(WS-CONTA-ACHADA)
                                   MOVE "S" TO WS-NA-FILA
                               END-IF
                           ELSE
                               IF WS-CLIENTE-REF NOT = SPACES
                                   AND EXI-CLIENTE(WS-IND-EXISTENTE) =
                                       WS-CLIENTE-REF
                                   MOVE "S" TO WS-NA-FILA
                               END-IF
                           END-IF
                           IF WS-NA-FILA = "S"
                               MOVE "S" TO
                                   EXI-CONFERIDO(WS-IND-EXISTENTE)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           007-IDENTIFICAR-CLIENTE.
      * PROCURA NA REFERENCIA O CODIGO DE CADA CLIENTE DO CONTAS A
      * RECEBER, COMO PALAVRA INTEIRA; GUARDA O PRIMEIRO ACHADO E SUA
      * POSICAO E CONTA QUANTOS CLIENTES DIFERENTES FORAM CITADOS
               MOVE SPACES TO WS-CLIENTE-REF.
               MOVE ZEROS TO WS-CLIENTES-REF.
               MOVE ZEROS TO WS-POS-CLIENTE.
               MOVE ZEROS TO WS-TAM-CLIENTE.
               PERFORM VARYING WS-IND-CLIENTE FROM 1 BY 1
                   UNTIL WS-IND-CLIENTE > WS-QTD-CONTAS
                   IF TAB-CR-CLIENTE(WS-IND-CLIENTE) NOT =
                       WS-CLIENTE-REF
                       MOVE ZEROS TO WS-TAM-CODIGO
                       INSPECT TAB-CR-CLIENTE(WS-IND-CLIENTE)
                           TALLYING WS-TAM-CODIGO
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF WS-TAM-CODIGO > ZEROS
                           PERFORM 007-PROCURAR-CODIGO
                       END-IF
                   END-IF
               END-PERFORM.
           007-PROCURAR-CODIGO.
               MOVE "N" TO WS-CODIGO-ACHADO.
               PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 31 - WS-TAM-CODIGO
                   OR WS-CODIGO-ACHADO = "S"
                   IF WS-REFERENCIA(WS-POS:WS-TAM-CODIGO) =
                       TAB-CR-CLIENTE(WS-IND-CLIENTE)(1:WS-TAM-CODIGO)
                       MOVE "S" TO WS-CODIGO-ACHADO
                       IF WS-POS > 1
                           MOVE WS-REFERENCIA(WS-POS - 1:1)
                               TO WS-CARACTER
                           IF CARACTER-DE-CODIGO
                               MOVE "N" TO WS-CODIGO-ACHADO
                           END-IF
                       END-IF
                       MOVE WS-REFERENCIA(WS-POS + WS-TAM-CODIGO:1)
                           TO WS-CARACTER
                       IF CARACTER-DE-CODIGO
                           MOVE "N" TO WS-CODIGO-ACHADO
                       END-IF
                       IF WS-CODIGO-ACHADO = "S"
                           ADD 1 TO WS-CLIENTES-REF
                           IF WS-CLIENTE-REF = SPACES
                               MOVE TAB-CR-CLIENTE(WS-IND-CLIENTE)
                                   TO WS-CLIENTE-REF
                               MOVE WS-POS TO WS-POS-CLIENTE
                               MOVE WS-TAM-CODIGO TO WS-TAM-CLIENTE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
           008-PROCURAR-FATURA.
      * CADA GRUPO DE ATE 7 DIGITOS DA REFERENCIA, FORA DO CODIGO DO
      * CLIENTE, E CANDIDATO A NUMERO DE FATURA; CONTA QUANTAS
      * FATURAS DIFERENTES DO CONTAS A RECEBER FORAM CITADAS
               MOVE ZEROS TO WS-FATURAS-REF.
               MOVE ZEROS TO WS-CONTA-ACHADA.
               MOVE 1 TO WS-POS.
               PERFORM UNTIL WS-POS > 30
                   IF WS-REFERENCIA(WS-POS:1) IS NUMERIC
                       MOVE WS-POS TO WS-INICIO-GRUPO
                       PERFORM UNTIL
                           WS-REFERENCIA(WS-POS:1) IS NOT NUMERIC
                           ADD 1 TO WS-POS
                       END-PERFORM
                       COMPUTE WS-TAM-GRUPO = WS-POS - WS-INICIO-GRUPO
                       PERFORM 008-AVALIAR-GRUPO THRU 008-SAI
                   ELSE
                       ADD 1 TO WS-POS
                   END-IF
               END-PERFORM.
           008-AVALIAR-GRUPO.
               IF WS-TAM-GRUPO > 7
                   GO TO 008-SAI
               END-IF.
               IF WS-POS-CLIENTE > ZEROS
                   AND WS-INICIO-GRUPO NOT < WS-POS-CLIENTE
                   AND WS-INICIO-GRUPO < WS-POS-CLIENTE + WS-TAM-CLIENTE
                   GO TO 008-SAI
               END-IF.
               MOVE WS-REFERENCIA(WS-INICIO-GRUPO:WS-TAM-GRUPO)
                   TO WS-NUMERO-REF.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                   IF TAB-CR-NUMERO(WS-IND-CONTA) = WS-NUMERO-REF
                       AND WS-NUMERO-REF > ZEROS
                       AND WS-IND-CONTA NOT = WS-CONTA-ACHADA
                       ADD 1 TO WS-FATURAS-REF
                       MOVE WS-IND-CONTA TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM.
           008-SAI.
               EXIT.
           009-REGISTRAR-EXCECAO.
      * O DEBITO SAI NO RELATORIO PARA A CONFERENCIA MANUAL, MAS NAO
      * E EXCECAO DA CONCILIACAO DOS CREDITOS
               IF WS-MOTIVO-EXCECAO NOT = "906"
                   ADD 1 TO WS-EXCECOES
                   ADD EXB-VALOR TO TOTAL-EXCECOES
               END-IF.
               EVALUATE WS-MOTIVO-EXCECAO
                   WHEN "901"
                       MOVE "SEM FATURA NEM CLIENTE NA REFERENCIA"
                           TO WS-TEXTO-MOTIVO
                   WHEN "902"
                       MOVE "AMBIGUO: MAIS DE UMA FATURA OU CLIENTE"
                           TO WS-TEXTO-MOTIVO
                   WHEN "903"
                       MOVE "FATURA CITADA JA LIQUIDADA OU SEM SALDO"
                           TO WS-TEXTO-MOTIVO
                   WHEN "904"
                       MOVE "VALOR EXCEDE O CAMPO DO RECEBIMENTO"
                           TO WS-TEXTO-MOTIVO
                   WHEN "905"
                       MOVE "CLIENTE SEM FATURA ABERTA DO VALOR"
                           TO WS-TEXTO-MOTIVO
                   WHEN OTHER
                       MOVE "DEBITO BANCARIO, SEM BAIXA AUTOMATICA"
                           TO WS-TEXTO-MOTIVO
               END-EVALUATE.
               MOVE EXB-VALOR TO WS-VALOR-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING EXB-DATA "  " EXB-NATUREZA "  " WS-VALOR-EDITADO
                   "  " EXB-REFERENCIA "  " WS-FATURA-EXCECAO "  "
                   WS-MOTIVO-EXCECAO " " WS-TEXTO-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
           013-GRAVAR-RECEBIMENTO.
      * O DETALHE SAI NO LAYOUT DA BAIXA DE RECEBIMENTOS, COM A FATURA
      * E O CLIENTE CASADOS; O SALDO DA TABELA CAI PARA O MESMO SALDO
      * NAO CASAR OUTRO CREDITO PELO VALOR
               MOVE "D" TO REC-TIPO-REG.
               MOVE TAB-CR-NUMERO(WS-CONTA-ACHADA) TO REC-FATURA.
               MOVE EXB-VALOR TO REC-VALOR.
               MOVE EXB-DATA TO REC-DATA.
               MOVE TAB-CR-CLIENTE(WS-CONTA-ACHADA) TO REC-CLIENTE.
               WRITE REG-RECEBIMENTO.
               ADD 1 TO WS-CONTAGEM-LOTE.
               ADD EXB-VALOR TO WS-HASH-LOTE.
               ADD EXB-VALOR TO TOTAL-CONCILIADO.
               SUBTRACT EXB-VALOR FROM TAB-CR-SALDO(WS-CONTA-ACHADA).
      ******************************************************************
           014-CABECALHO-RELATORIO.
               MOVE SPACES TO WS-LINHA.
               STRING "CONCILIACAO DO EXTRATO BANCARIO - CONTA "
                   WS-CONTA-BANCO " EXTRATO DE " WS-DATA-EXTRATO
                   " MOVIMENTO " WS-DATA-MOVIMENTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
               MOVE SALDO-ABERTURA TO WS-SALDO-EDITADO.
               MOVE SALDO-FECHAMENTO TO WS-CALCULADO-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "SALDO DE ABERTURA " WS-SALDO-EDITADO
                   "   SALDO DE FECHAMENTO " WS-CALCULADO-EDITADO
                   "   LANCAMENTOS " WS-LANCAMENTOS
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
               STRING "EXCECOES DA CONCILIACAO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "DATA      N            VALOR  "
                   "REFERENCIA DO PAGADOR           FATURA   "
                   "MOTIVO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
           015-RESUMO-RELATORIO.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
               IF WS-EXCECOES = ZEROS
                   STRING "NENHUMA EXCECAO: TODOS OS CREDITOS CASADOS"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA
                   MOVE SPACES TO WS-LINHA
               END-IF.
               STRING "CREDITOS " WS-CREDITOS
                   "   CASADOS PELA FATURA " WS-POR-FATURA
                   "   CASADOS PELO VALOR " WS-POR-VALOR
                   "   JA NA FILA " WS-JA-NA-FILA
                   "   DEBITOS " WS-DEBITOS
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
               MOVE TOTAL-CONCILIADO TO WS-SALDO-EDITADO.
               MOVE TOTAL-EXCECOES TO WS-CALCULADO-EDITADO.
               MOVE SPACES TO WS-LINHA.
               STRING "VALOR CASADO PARA A BAIXA " WS-SALDO-EDITADO
                   "   VALOR EM EXCECAO " WS-CALCULADO-EDITADO
                   "   EXCECOES " WS-EXCECOES
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-CONCILIACAO FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "CONCILIA-EXTRATO" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "CONCILIA-EXTRATO" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "CONCILIA-EXTRATO" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LANCAMENTOS TO EXEC-LIDOS.
               COMPUTE EXEC-POSTADOS = WS-POR-FATURA + WS-POR-VALOR.
               MOVE WS-EXCECOES TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM CONCILIA-EXTRATO.
