      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: COMISSAO MENSAL DOS VENDEDORES SOBRE O RECEBIDO: PARA
      *          O PERIODO PEDIDO (ARIT_PERIODO AAAAMM, OU O MES DA DATA
      *          DO MOVIMENTO), CADA FATURA COM RECEBIMENTO BAIXADO NO
      *          MES (RECEBIMENTOS-BAIXADOS.DAT, GRAVADO PELA BAIXA DE
      *          RECEBIMENTOS E PELA APLICACAO DO CAIXA) PAGA AO
      *          VENDEDOR DA FATURA A COMISSAO SOBRE O VALOR RECEBIDO.
      *          O PERCENTUAL SAI DE COMISSOES.DAT PELO VENDEDOR, PELO
      *          GRUPO DO ITEM E PELA DATA DA FATURA, PONDERADO PELO
      *          VALOR LIQUIDO DE CADA LINHA NO HISTORICO DE VENDAS.
      *          NOTA DE CREDITO EMITIDA NO MES ESTORNA A COMISSAO JA
      *          PAGA NA FATURA ORIGINAL (COMISSOES-PAGAS.DAT), NA
      *          PROPORCAO DO VALOR DEVOLVIDO E NUNCA ALEM DO QUE FOI
      *          PAGO. O EXTRATO POR VENDEDOR SAI EM
      *          EXTRATO-COMISSOES.TXT, O TOTAL LIQUIDO E POSTADO NO
      *          RAZAO COMO COMISSAO NA DATA DA RODADA, COMO OS DEMAIS
      *          LANCAMENTOS, PARA ENTRAR NO LANCAMENTO CONTABIL DO
      *          DIA (O PERIODO CONFERIDO E O DO MES CALCULADO), E CADA
      *          COMISSAO ENTRA NO HISTORICO DE COMISSOES PAGAS. O
      *          MESMO PERIODO NAO E CALCULADO DUAS VEZES
      *          (CONTROLE-COMISSOES.DAT) E PERIODO FECHADO E RECUSADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO-MENSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIMENTOS-BAIXADOS
               ASSIGN TO "RECEBIMENTOS-BAIXADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXADOS-STATUS.
           SELECT HISTORICO-VENDAS ASSIGN TO "HISTORICO-VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT COMISSOES ASSIGN TO "COMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMISSOES-STATUS.
           SELECT COMISSOES-PAGAS ASSIGN TO "COMISSOES-PAGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAS-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CONTROLE-COMISSOES
               ASSIGN TO "CONTROLE-COMISSOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
           SELECT EXTRATO-COMISSOES
               ASSIGN TO "EXTRATO-COMISSOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.
           SELECT CLASSIFICA-COMISSOES
               ASSIGN TO "SORT-COMISSOES.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  RECEBIMENTOS-BAIXADOS.
           COPY HRECCOPY.
       FD  HISTORICO-VENDAS.
           COPY HVENCOPY.
       FD  COMISSOES.
           COPY COMISCOPY.
       FD  COMISSOES-PAGAS.
           COPY HCOMCOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
      * MESMO LAYOUT DO CONTROLE DE POSTAGEM DO LOTE: O ULTIMO DIA DO
      * PERIODO CALCULADO E O MOMENTO DO CALCULO
       FD  CONTROLE-COMISSOES.
           COPY CTRLCOPY.
       FD  EXTRATO-COMISSOES.
       01  REG-EXTRATO-COMISSOES           PIC X(132).
       SD  CLASSIFICA-COMISSOES.
       01  REG-CLASSIFICA-COMISSOES.
           03 CLS-VENDEDOR                 PIC X(006).
           03 CLS-TIPO                     PIC X(001).
           03 CLS-FATURA                   PIC 9(007).
           03 CLS-IND-DOC                  PIC 9(005).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-BAIXADOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-HISTORICO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-COMISSOES-STATUS          PIC X(002) VALUE SPACES.
           77 WS-PAGAS-STATUS              PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-CONTROLE-STATUS           PIC X(002) VALUE SPACES.
           77 WS-EXTRATO-STATUS            PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-ENTRADA-DEPTO             PIC X(010) VALUE SPACES.
           77 WS-DEPARTAMENTO              PIC X(010) VALUE "GERAL".
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-DATA-FIM-PERIODO          PIC 9(008) VALUE ZEROS.
           77 WS-DIAS-INTEIRO              PIC 9(007) VALUE ZEROS.
           77 WS-SEQUENCIA                 PIC 9(009) VALUE ZEROS.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-JA-CALCULADO              PIC X(001) VALUE "N".
           77 WS-DATA-HORA-ANTERIOR        PIC X(014) VALUE SPACES.
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-SEM-TAXA                  PIC 9(005) VALUE ZEROS.
           77 WS-SEM-VENDEDOR              PIC 9(005) VALUE ZEROS.
           77 WS-SEM-HISTORICO             PIC 9(005) VALUE ZEROS.
           77 WS-COMISSOES-GRAVADAS        PIC 9(005) VALUE ZEROS.
           77 WS-POSTADOS                  PIC 9(005) VALUE ZEROS.
           77 WS-NAO-POSTADOS              PIC 9(005) VALUE ZEROS.
           77 WS-QTD-TAXAS                 PIC 9(003) VALUE ZEROS.
           77 WS-IND-TAXA                  PIC 9(003) VALUE ZEROS.
           77 WS-QTD-DOCS                  PIC 9(005) VALUE ZEROS.
           77 WS-IND-DOC                   PIC 9(005) VALUE ZEROS.
           77 WS-IND-OUTRO                 PIC 9(005) VALUE ZEROS.
           77 WS-DOC-ACHADO                PIC 9(005) VALUE ZEROS.
           77 WS-TIPO-PROCURADO            PIC X(001) VALUE SPACES.
           77 WS-FATURA-PROCURADA          PIC 9(007) VALUE ZEROS.
           77 WS-VENDEDOR-ATUAL            PIC X(006) VALUE SPACES.
           77 WS-GRUPO-ATUAL               PIC X(004) VALUE SPACES.
           77 WS-DATA-REFERENCIA           PIC 9(008) VALUE ZEROS.
           77 WS-MELHOR-DATA               PIC 9(008) VALUE ZEROS.
           77 WS-TAXA-ENCONTRADA           PIC X(001) VALUE "N".
           77 WS-TAXA-ACHADA               PIC 9(3)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-TAXA-GERAL                PIC 9(3)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-DATA-GERAL                PIC 9(008) VALUE ZEROS.
           77 WS-GERAL-ENCONTRADA          PIC X(001) VALUE "N".
           77 VALOR-LINHA                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-ESTORNO                PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-ESTORNAVEL             PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-LEDGER                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-RECEBIDO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-COMISSAO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-ESTORNO                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-RECEBIDO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-COMISSAO                 PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-ESTORNO                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-SITUACAO-POSTAGEM         PIC X(020) VALUE SPACES.
           77 WS-VALOR-ED                  PIC -(11)9.99.
           77 WS-BASE-ED                   PIC -(11)9.99.
           77 WS-COMISSAO-ED               PIC -(11)9.99.
           77 WS-PERCENTUAL-ED             PIC ZZ9.99.
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
           01 TABELA-TAXAS.
               03 TAB-TAXA OCCURS 500 TIMES.
                   05 TAB-TAXA-VENDEDOR    PIC X(006).
                   05 TAB-TAXA-GRUPO       PIC X(004).
                   05 TAB-TAXA-DATA        PIC 9(008).
                   05 TAB-TAXA-PERCENTUAL  PIC 9(003)V99.
      * DOCUMENTOS DO PERIODO: "R" FATURA COM RECEBIMENTO NO MES, "E"
      * NOTA DE CREDITO DO MES QUE ESTORNA COMISSAO DA ORIGINAL
           01 TABELA-DOCUMENTOS.
               03 DOC-COMISSAO-MES OCCURS 2000 TIMES.
                   05 DOC-TIPO             PIC X(001).
                   05 DOC-FATURA           PIC 9(007).
                   05 DOC-CLIENTE          PIC X(008).
                   05 DOC-VENDEDOR         PIC X(006).
                   05 DOC-DATA             PIC 9(008).
                   05 DOC-REF-ORIGINAL     PIC 9(007).
      * RECEBIDO NO MES; NA NOTA, O VALOR LIQUIDO DEVOLVIDO (NEGATIVO)
                   05 DOC-RECEBIDO         PIC S9(9)V99 COMP-3.
      * VALOR LIQUIDO DAS LINHAS DA FATURA (NA NOTA, DA ORIGINAL) E A
      * SOMA DE VALOR X PERCENTUAL DAS LINHAS, PARA A TAXA PONDERADA
                   05 DOC-VALOR            PIC S9(9)V99 COMP-3.
                   05 DOC-PONDERADO        PIC S9(11)V99 COMP-3.
      * NA NOTA: COMISSAO PAGA NA ORIGINAL E O JA ESTORNADO ANTES
                   05 DOC-PAGO             PIC S9(9)V99 COMP-3.
                   05 DOC-ESTORNADO        PIC S9(9)V99 COMP-3.
                   05 DOC-PERCENTUAL       PIC 9(3)V99 COMP-3.
                   05 DOC-COMISSAO         PIC S9(9)V99 COMP-3.
                   05 DOC-SEM-TAXA         PIC X(001).
                   05 DOC-SITUACAO         PIC X(020).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 018-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-CONFERIR-PERIODO THRU 002-SAI
                IF WS-CODIGO-RETORNO = ZEROS
                    PERFORM 003-CARREGAR-TAXAS
                    PERFORM 004-CARREGAR-RECEBIMENTOS THRU 004-SAI
                END-IF
                IF WS-CODIGO-RETORNO = ZEROS
                    PERFORM 005-LER-HISTORICO THRU 005-SAI
                END-IF
                IF WS-CODIGO-RETORNO = ZEROS
                    PERFORM 006-CARREGAR-PAGAS
                    PERFORM 007-CALCULAR-COMISSOES
                    PERFORM 008-POSTAR-COMISSAO THRU 008-SAI
                    PERFORM 017-GRAVAR-PAGAS
                    PERFORM 014-EMITIR-EXTRATO
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
                   DISPLAY "PERIODO DA COMISSAO INVALIDO: "
                       WS-PERIODO ", USADO O MES DO MOVIMENTO"
                   MOVE WS-DATA-MOVIMENTO(1:6) TO WS-PERIODO
               END-IF.
               MOVE SPACES TO WS-ENTRADA-DEPTO.
               DISPLAY "ARIT_DEPARTAMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-DEPTO FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-DEPTO NOT = SPACES
                   MOVE WS-ENTRADA-DEPTO TO WS-DEPARTAMENTO
               END-IF.
      * A COMISSAO E DE COMPETENCIA DO ULTIMO DIA DO PERIODO, A
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
               DISPLAY "COMISSAO DO PERIODO " WS-PERIODO
                   ": COMPETENCIA " WS-DATA-FIM-PERIODO.
           002-CONFERIR-PERIODO.
               OPEN INPUT CONTROLE-COMISSOES.
               IF WS-CONTROLE-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM 002-LER-CONTROLE
                   PERFORM UNTIL FIM-ARQUIVO
                       IF CTRL-DATA-MOVIMENTO = WS-DATA-FIM-PERIODO
                           MOVE "S" TO WS-JA-CALCULADO
                           MOVE CTRL-DATA-HORA-POSTAGEM
                               TO WS-DATA-HORA-ANTERIOR
                       END-IF
                       PERFORM 002-LER-CONTROLE
                   END-PERFORM
                   CLOSE CONTROLE-COMISSOES
               END-IF.
               IF WS-JA-CALCULADO = "S"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART004E" TO WS-LOG-CODIGO
                   MOVE WS-PERIODO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "COMISSAO DE " WS-PERIODO " JA CALCULADA EM "
                       WS-DATA-HORA-ANTERIOR ", CALCULO RECUSADO"
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
                   STRING "COMISSAO DE " WS-PERIODO " RECUSADA: "
                       PER-PED-DATA " CAI EM PERIODO FECHADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           002-SAI.
               EXIT.
           002-LER-CONTROLE.
               READ CONTROLE-COMISSOES
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-CARREGAR-TAXAS.
               MOVE ZEROS TO WS-QTD-TAXAS.
               OPEN INPUT COMISSOES.
               IF WS-COMISSOES-STATUS NOT = "00"
                   DISPLAY "COMISSOES.DAT NAO ENCONTRADO, NENHUMA "
                       "FATURA TERA TAXA DE COMISSAO"
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ COMISSOES
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-TAXAS < 500
                                   AND COM-PERCENTUAL IS NUMERIC
                                   ADD 1 TO WS-QTD-TAXAS
                                   MOVE COM-VENDEDOR TO
                                       TAB-TAXA-VENDEDOR(WS-QTD-TAXAS)
                                   MOVE COM-GRUPO TO
                                       TAB-TAXA-GRUPO(WS-QTD-TAXAS)
                                   MOVE COM-DATA-VIGENCIA TO
                                       TAB-TAXA-DATA(WS-QTD-TAXAS)
                                   MOVE COM-PERCENTUAL TO
                                       TAB-TAXA-PERCENTUAL
                                           (WS-QTD-TAXAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMISSOES
               END-IF.
           004-CARREGAR-RECEBIMENTOS.
      * UM CALCULO PARCIAL PAGARIA COMISSAO ERRADA: FALHA DE ABERTURA
      * OU MAIS DOCUMENTOS QUE A TABELA ABANDONA SEM POSTAR
               MOVE ZEROS TO WS-QTD-DOCS.
               OPEN INPUT RECEBIMENTOS-BAIXADOS.
               IF WS-BAIXADOS-STATUS = "35"
                   DISPLAY "RECEBIMENTOS-BAIXADOS.DAT NAO ENCONTRADO, "
                       "NENHUM RECEBIMENTO NO PERIODO"
                   GO TO 004-SAI
               END-IF.
               IF WS-BAIXADOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "RECEBIMENTOS-BAIXADOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "RECEBIMENTOS BAIXADOS INDISPONIVEIS, STATUS "
                       WS-BAIXADOS-STATUS ", COMISSAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 004-LER-RECEBIMENTO.
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WS-LIDOS
                   IF HREC-DATA(1:6) = WS-PERIODO
                       PERFORM 004-ACUMULAR-RECEBIMENTO
                   END-IF
                   PERFORM 004-LER-RECEBIMENTO
               END-PERFORM.
               CLOSE RECEBIMENTOS-BAIXADOS.
           004-SAI.
               EXIT.
           004-LER-RECEBIMENTO.
               READ RECEBIMENTOS-BAIXADOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-ACUMULAR-RECEBIMENTO.
      * VARIOS RECEBIMENTOS DA MESMA FATURA NO MES SOMAM NUMA LINHA
               MOVE "R" TO WS-TIPO-PROCURADO.
               MOVE HREC-FATURA TO WS-FATURA-PROCURADA.
               PERFORM 020-LOCALIZAR-DOCUMENTO.
               IF WS-DOC-ACHADO = ZEROS
                   PERFORM 021-INCLUIR-DOCUMENTO
               END-IF.
               IF WS-DOC-ACHADO NOT = ZEROS
                   MOVE HREC-CLIENTE TO DOC-CLIENTE(WS-DOC-ACHADO)
                   ADD FUNCTION NUMVAL(HREC-VALOR)
                       TO DOC-RECEBIDO(WS-DOC-ACHADO)
               END-IF.
      ******************************************************************
           005-LER-HISTORICO.
      * AS LINHAS DA FATURA RECEBIDA DAO O VENDEDOR, O VALOR LIQUIDO E
      * A TAXA DE CADA GRUPO; AS NOTAS DE CREDITO DO MES QUE APONTAM
      * UMA FATURA ORIGINAL ENTRAM COMO ESTORNO
               OPEN INPUT HISTORICO-VENDAS.
               IF WS-HISTORICO-STATUS = "35"
                   DISPLAY "HISTORICO-VENDAS.DAT NAO ENCONTRADO, "
                       "NENHUMA FATURA COM LINHAS"
                   GO TO 005-SAI
               END-IF.
               IF WS-HISTORICO-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "HISTORICO-VENDAS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "HISTORICO DE VENDAS INDISPONIVEL, STATUS "
                       WS-HISTORICO-STATUS ", COMISSAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 005-LER-LINHA.
               PERFORM UNTIL FIM-ARQUIVO
                   IF HVEN-NOTA-CREDITO
                       IF HVEN-DATA(1:6) = WS-PERIODO
                           AND HVEN-REF-ORIGINAL IS NUMERIC
                           AND HVEN-REF-ORIGINAL NOT = ZEROS
                           PERFORM 005-ACUMULAR-NOTA
                       END-IF
                   ELSE
                       PERFORM 005-ACUMULAR-FATURA
                           THRU 005-ACUMULAR-FATURA-SAI
                   END-IF
                   PERFORM 005-LER-LINHA
               END-PERFORM.
               CLOSE HISTORICO-VENDAS.
           005-SAI.
               EXIT.
           005-LER-LINHA.
               READ HISTORICO-VENDAS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           005-ACUMULAR-FATURA.
               MOVE "R" TO WS-TIPO-PROCURADO.
               MOVE HVEN-FATURA TO WS-FATURA-PROCURADA.
               PERFORM 020-LOCALIZAR-DOCUMENTO.
               IF WS-DOC-ACHADO = ZEROS
                   GO TO 005-ACUMULAR-FATURA-SAI
               END-IF.
               COMPUTE VALOR-LINHA = FUNCTION NUMVAL(HVEN-VALOR).
               MOVE HVEN-VENDEDOR TO DOC-VENDEDOR(WS-DOC-ACHADO).
               MOVE HVEN-DATA TO DOC-DATA(WS-DOC-ACHADO).
               ADD VALOR-LINHA TO DOC-VALOR(WS-DOC-ACHADO).
               IF HVEN-VENDEDOR = SPACES
                   GO TO 005-ACUMULAR-FATURA-SAI
               END-IF.
               MOVE HVEN-VENDEDOR TO WS-VENDEDOR-ATUAL.
               MOVE HVEN-GRUPO TO WS-GRUPO-ATUAL.
               MOVE HVEN-DATA TO WS-DATA-REFERENCIA.
               PERFORM 013-LOCALIZAR-TAXA.
               IF WS-TAXA-ENCONTRADA = "S"
                   COMPUTE DOC-PONDERADO(WS-DOC-ACHADO) =
                       DOC-PONDERADO(WS-DOC-ACHADO)
                       + VALOR-LINHA * WS-TAXA-ACHADA
               ELSE
                   MOVE "S" TO DOC-SEM-TAXA(WS-DOC-ACHADO)
               END-IF.
           005-ACUMULAR-FATURA-SAI.
               EXIT.
           005-ACUMULAR-NOTA.
               MOVE "E" TO WS-TIPO-PROCURADO.
               MOVE HVEN-FATURA TO WS-FATURA-PROCURADA.
               PERFORM 020-LOCALIZAR-DOCUMENTO.
               IF WS-DOC-ACHADO = ZEROS
                   PERFORM 021-INCLUIR-DOCUMENTO
               END-IF.
               IF WS-DOC-ACHADO NOT = ZEROS
                   MOVE HVEN-CLIENTE TO DOC-CLIENTE(WS-DOC-ACHADO)
                   MOVE HVEN-VENDEDOR TO DOC-VENDEDOR(WS-DOC-ACHADO)
                   MOVE HVEN-DATA TO DOC-DATA(WS-DOC-ACHADO)
                   MOVE HVEN-REF-ORIGINAL
                       TO DOC-REF-ORIGINAL(WS-DOC-ACHADO)
                   ADD FUNCTION NUMVAL(HVEN-VALOR)
                       TO DOC-RECEBIDO(WS-DOC-ACHADO)
               END-IF.
      ******************************************************************
           006-CARREGAR-PAGAS.
      * PARA CADA NOTA DO MES: A COMISSAO PAGA NA FATURA ORIGINAL, O
      * VALOR DELA, O VENDEDOR PAGO E O QUE JA FOI ESTORNADO ANTES
               OPEN INPUT COMISSOES-PAGAS.
               IF WS-PAGAS-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ COMISSOES-PAGAS
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM 006-APLICAR-PAGA
                       END-READ
                   END-PERFORM
                   CLOSE COMISSOES-PAGAS
               END-IF.
           006-APLICAR-PAGA.
               PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > WS-QTD-DOCS
                   IF DOC-TIPO(WS-IND-DOC) = "E"
                       IF HCOM-RECEBIMENTO
                           AND HCOM-FATURA =
                               DOC-REF-ORIGINAL(WS-IND-DOC)
                           ADD FUNCTION NUMVAL(HCOM-COMISSAO)
                               TO DOC-PAGO(WS-IND-DOC)
                           COMPUTE DOC-VALOR(WS-IND-DOC) =
                               FUNCTION NUMVAL(HCOM-VALOR-FATURA)
                           MOVE HCOM-PERCENTUAL
                               TO DOC-PERCENTUAL(WS-IND-DOC)
                           MOVE HCOM-VENDEDOR
                               TO DOC-VENDEDOR(WS-IND-DOC)
                       END-IF
                       IF HCOM-ESTORNO
                           AND HCOM-REF-ORIGINAL =
                               DOC-REF-ORIGINAL(WS-IND-DOC)
                           ADD FUNCTION NUMVAL(HCOM-COMISSAO)
                               TO DOC-ESTORNADO(WS-IND-DOC)
                       END-IF
                   END-IF
               END-PERFORM.
      ******************************************************************
           007-CALCULAR-COMISSOES.
      * OS RECEBIMENTOS PRIMEIRO: A NOTA DO MES TAMBEM ESTORNA A
      * COMISSAO QUE A ORIGINAL ACABOU DE RECEBER NESTE CALCULO
               PERFORM 007-CALCULAR-RECEBIMENTO
                   VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > WS-QTD-DOCS.
               PERFORM 007-CALCULAR-ESTORNO
                   VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > WS-QTD-DOCS.
           007-CALCULAR-RECEBIMENTO.
               IF DOC-TIPO(WS-IND-DOC) = "R"
                   PERFORM 016-CALCULAR-RECEBIMENTO THRU 016-SAI
                   ADD DOC-RECEBIDO(WS-IND-DOC) TO TOT-RECEBIDO
                   ADD DOC-COMISSAO(WS-IND-DOC) TO TOT-COMISSAO
               END-IF.
           007-CALCULAR-ESTORNO.
               IF DOC-TIPO(WS-IND-DOC) = "E"
                   PERFORM 015-CALCULAR-ESTORNO THRU 015-SAI
                   ADD DOC-COMISSAO(WS-IND-DOC) TO TOT-ESTORNO
               END-IF.
           016-CALCULAR-RECEBIMENTO.
      * COMISSAO = RECEBIDO X TAXA PONDERADA PELO VALOR DAS LINHAS
               MOVE ZEROS TO DOC-COMISSAO(WS-IND-DOC).
               MOVE ZEROS TO DOC-PERCENTUAL(WS-IND-DOC).
               IF DOC-VALOR(WS-IND-DOC) NOT > ZEROS
                   ADD 1 TO WS-SEM-HISTORICO
                   MOVE "SEM HISTORICO" TO DOC-SITUACAO(WS-IND-DOC)
                   GO TO 016-SAI
               END-IF.
               IF DOC-VENDEDOR(WS-IND-DOC) = SPACES
                   ADD 1 TO WS-SEM-VENDEDOR
                   MOVE "SEM VENDEDOR" TO DOC-SITUACAO(WS-IND-DOC)
                   GO TO 016-SAI
               END-IF.
               COMPUTE DOC-PERCENTUAL(WS-IND-DOC) ROUNDED =
                   DOC-PONDERADO(WS-IND-DOC) / DOC-VALOR(WS-IND-DOC).
               COMPUTE DOC-COMISSAO(WS-IND-DOC) ROUNDED =
                   DOC-RECEBIDO(WS-IND-DOC) * DOC-PONDERADO(WS-IND-DOC)
                   / DOC-VALOR(WS-IND-DOC) / 100.
               IF DOC-SEM-TAXA(WS-IND-DOC) = "S"
                   ADD 1 TO WS-SEM-TAXA
                   MOVE "LINHA SEM TAXA" TO DOC-SITUACAO(WS-IND-DOC)
                   MOVE "ART075W" TO WS-LOG-CODIGO
                   MOVE DOC-VENDEDOR(WS-IND-DOC) TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "FATURA " DOC-FATURA(WS-IND-DOC)
                       " DO VENDEDOR " DOC-VENDEDOR(WS-IND-DOC)
                       " TEM LINHA SEM TAXA DE COMISSAO VIGENTE EM "
                       DOC-DATA(WS-IND-DOC)
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           016-SAI.
               EXIT.
           015-CALCULAR-ESTORNO.
      * ESTORNO = COMISSAO PAGA NA ORIGINAL NA PROPORCAO DO VALOR
      * DEVOLVIDO, LIMITADO AO QUE AINDA NAO FOI ESTORNADO (INCLUSIVE
      * POR OUTRA NOTA DO MESMO MES)
               MOVE ZEROS TO DOC-COMISSAO(WS-IND-DOC).
               PERFORM VARYING WS-IND-OUTRO FROM 1 BY 1
                   UNTIL WS-IND-OUTRO > WS-QTD-DOCS
                   IF DOC-TIPO(WS-IND-OUTRO) = "R"
                       AND DOC-FATURA(WS-IND-OUTRO) =
                           DOC-REF-ORIGINAL(WS-IND-DOC)
                       AND DOC-COMISSAO(WS-IND-OUTRO) NOT = ZEROS
                       ADD DOC-COMISSAO(WS-IND-OUTRO)
                           TO DOC-PAGO(WS-IND-DOC)
                       MOVE DOC-VALOR(WS-IND-OUTRO)
                           TO DOC-VALOR(WS-IND-DOC)
                       MOVE DOC-PERCENTUAL(WS-IND-OUTRO)
                           TO DOC-PERCENTUAL(WS-IND-DOC)
                       MOVE DOC-VENDEDOR(WS-IND-OUTRO)
                           TO DOC-VENDEDOR(WS-IND-DOC)
                   END-IF
               END-PERFORM.
               IF DOC-PAGO(WS-IND-DOC) = ZEROS
                   OR DOC-VALOR(WS-IND-DOC) NOT > ZEROS
                   MOVE "SEM COMISSAO PAGA" TO DOC-SITUACAO(WS-IND-DOC)
                   GO TO 015-SAI
               END-IF.
               COMPUTE VALOR-ESTORNO ROUNDED =
                   DOC-PAGO(WS-IND-DOC)
                   * (ZEROS - DOC-RECEBIDO(WS-IND-DOC))
                   / DOC-VALOR(WS-IND-DOC).
               COMPUTE SALDO-ESTORNAVEL =
                   DOC-PAGO(WS-IND-DOC) + DOC-ESTORNADO(WS-IND-DOC).
               PERFORM VARYING WS-IND-OUTRO FROM 1 BY 1
                   UNTIL WS-IND-OUTRO NOT < WS-IND-DOC
                   IF DOC-TIPO(WS-IND-OUTRO) = "E"
                       AND DOC-REF-ORIGINAL(WS-IND-OUTRO) =
                           DOC-REF-ORIGINAL(WS-IND-DOC)
                       ADD DOC-COMISSAO(WS-IND-OUTRO)
                           TO SALDO-ESTORNAVEL
                   END-IF
               END-PERFORM.
               IF VALOR-ESTORNO > SALDO-ESTORNAVEL
                   MOVE SALDO-ESTORNAVEL TO VALOR-ESTORNO
               END-IF.
               IF VALOR-ESTORNO < ZEROS
                   MOVE ZEROS TO VALOR-ESTORNO
               END-IF.
               COMPUTE DOC-COMISSAO(WS-IND-DOC) = ZEROS - VALOR-ESTORNO.
           015-SAI.
               EXIT.
      ******************************************************************
           013-LOCALIZAR-TAXA.
      * TAXA DO VENDEDOR PARA O GRUPO DO ITEM COM A MAIOR VIGENCIA NAO
      * POSTERIOR A DATA DA FATURA; SEM ELA, A TAXA GERAL (GRUPO EM
      * BRANCO) PELA MESMA REGRA
               MOVE "N" TO WS-TAXA-ENCONTRADA.
               MOVE "N" TO WS-GERAL-ENCONTRADA.
               MOVE ZEROS TO WS-MELHOR-DATA.
               MOVE ZEROS TO WS-DATA-GERAL.
               MOVE ZEROS TO WS-TAXA-ACHADA.
               MOVE ZEROS TO WS-TAXA-GERAL.
               PERFORM VARYING WS-IND-TAXA FROM 1 BY 1
                   UNTIL WS-IND-TAXA > WS-QTD-TAXAS
                   IF TAB-TAXA-VENDEDOR(WS-IND-TAXA) = WS-VENDEDOR-ATUAL
                       AND TAB-TAXA-DATA(WS-IND-TAXA)
                           NOT > WS-DATA-REFERENCIA
                       IF TAB-TAXA-GRUPO(WS-IND-TAXA) = WS-GRUPO-ATUAL
                           AND WS-GRUPO-ATUAL NOT = SPACES
                           AND TAB-TAXA-DATA(WS-IND-TAXA)
                               NOT < WS-MELHOR-DATA
                           MOVE "S" TO WS-TAXA-ENCONTRADA
                           MOVE TAB-TAXA-DATA(WS-IND-TAXA)
                               TO WS-MELHOR-DATA
                           MOVE TAB-TAXA-PERCENTUAL(WS-IND-TAXA)
                               TO WS-TAXA-ACHADA
                       END-IF
                       IF TAB-TAXA-GRUPO(WS-IND-TAXA) = SPACES
                           AND TAB-TAXA-DATA(WS-IND-TAXA)
                               NOT < WS-DATA-GERAL
                           MOVE "S" TO WS-GERAL-ENCONTRADA
                           MOVE TAB-TAXA-DATA(WS-IND-TAXA)
                               TO WS-DATA-GERAL
                           MOVE TAB-TAXA-PERCENTUAL(WS-IND-TAXA)
                               TO WS-TAXA-GERAL
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-TAXA-ENCONTRADA = "N"
                   AND WS-GERAL-ENCONTRADA = "S"
                   MOVE "S" TO WS-TAXA-ENCONTRADA
                   MOVE WS-TAXA-GERAL TO WS-TAXA-ACHADA
               END-IF.
           020-LOCALIZAR-DOCUMENTO.
               MOVE ZEROS TO WS-DOC-ACHADO.
               PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > WS-QTD-DOCS
                   OR WS-DOC-ACHADO NOT = ZEROS
                   IF DOC-TIPO(WS-IND-DOC) = WS-TIPO-PROCURADO
                       AND DOC-FATURA(WS-IND-DOC) = WS-FATURA-PROCURADA
                       MOVE WS-IND-DOC TO WS-DOC-ACHADO
                   END-IF
               END-PERFORM.
           021-INCLUIR-DOCUMENTO.
               IF WS-QTD-DOCS >= 2000
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "S" TO WS-FIM-ARQUIVO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE WS-PERIODO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "DOCUMENTOS DO PERIODO EXCEDEM A TABELA DE "
                       "2000 POSICOES, COMISSAO ABANDONADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   ADD 1 TO WS-QTD-DOCS
                   MOVE WS-QTD-DOCS TO WS-DOC-ACHADO
                   MOVE WS-TIPO-PROCURADO TO DOC-TIPO(WS-DOC-ACHADO)
                   MOVE WS-FATURA-PROCURADA
                       TO DOC-FATURA(WS-DOC-ACHADO)
                   MOVE SPACES TO DOC-CLIENTE(WS-DOC-ACHADO)
                   MOVE SPACES TO DOC-VENDEDOR(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-DATA(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-REF-ORIGINAL(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-RECEBIDO(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-VALOR(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-PONDERADO(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-PAGO(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-ESTORNADO(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-PERCENTUAL(WS-DOC-ACHADO)
                   MOVE ZEROS TO DOC-COMISSAO(WS-DOC-ACHADO)
                   MOVE "N" TO DOC-SEM-TAXA(WS-DOC-ACHADO)
                   MOVE SPACES TO DOC-SITUACAO(WS-DOC-ACHADO)
               END-IF.
      ******************************************************************
           008-POSTAR-COMISSAO.
      * UM LANCAMENTO COM O TOTAL LIQUIDO DO PERIODO (COMISSAO MENOS
      * ESTORNOS); O NEGATIVO DESFAZ AS MESMAS CONTAS DO MAPA CONTABIL
               COMPUTE VALOR-LEDGER = TOT-COMISSAO + TOT-ESTORNO.
               IF VALOR-LEDGER = ZEROS
                   MOVE "SEM COMISSAO" TO WS-SITUACAO-POSTAGEM
                   GO TO 008-SAI
               END-IF.
      * VALOR ALEM DA CAPACIDADE DO CAMPO DO RAZAO NAO E POSTADO,
      * APENAS REGISTRADO NO LOG
               IF VALOR-LEDGER > 999999.99
                   OR VALOR-LEDGER < -999999.99
                   ADD 1 TO WS-NAO-POSTADOS
                   MOVE "NAO POSTADO" TO WS-SITUACAO-POSTAGEM
                   MOVE "ART013W" TO WS-LOG-CODIGO
                   MOVE WS-PERIODO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "COMISSAO DE " WS-PERIODO
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
               MOVE "COMISSAO"         TO LEDGER-OPERACAO.
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
               CLOSE LEDGER-ARITMETICO.
               ADD 1 TO WS-POSTADOS.
               MOVE "POSTADO" TO WS-SITUACAO-POSTAGEM.
           008-SAI.
               EXIT.
      ******************************************************************
           017-GRAVAR-PAGAS.
               OPEN EXTEND COMISSOES-PAGAS.
               IF WS-PAGAS-STATUS = "35"
                   OPEN OUTPUT COMISSOES-PAGAS
               END-IF.
               PERFORM 017-GRAVAR-PAGA
                   VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > WS-QTD-DOCS.
               CLOSE COMISSOES-PAGAS.
           017-GRAVAR-PAGA.
      * FATURA SEM VENDEDOR OU SEM HISTORICO E NOTA SEM COMISSAO A
      * ESTORNAR NAO ENTRAM NO HISTORICO DE COMISSOES
               IF DOC-VENDEDOR(WS-IND-DOC) = SPACES
                   OR DOC-VALOR(WS-IND-DOC) NOT > ZEROS
                   OR (DOC-TIPO(WS-IND-DOC) = "E"
                       AND DOC-COMISSAO(WS-IND-DOC) = ZEROS)
                   CONTINUE
               ELSE
                   MOVE WS-PERIODO TO HCOM-PERIODO
                   MOVE DOC-VENDEDOR(WS-IND-DOC) TO HCOM-VENDEDOR
                   MOVE DOC-TIPO(WS-IND-DOC) TO HCOM-TIPO
                   MOVE DOC-FATURA(WS-IND-DOC) TO HCOM-FATURA
                   MOVE DOC-CLIENTE(WS-IND-DOC) TO HCOM-CLIENTE
                   MOVE DOC-DATA(WS-IND-DOC) TO HCOM-DATA-FATURA
                   MOVE DOC-REF-ORIGINAL(WS-IND-DOC)
                       TO HCOM-REF-ORIGINAL
                   MOVE DOC-VALOR(WS-IND-DOC) TO HCOM-VALOR-FATURA
                   MOVE DOC-RECEBIDO(WS-IND-DOC) TO HCOM-BASE
                   MOVE DOC-PERCENTUAL(WS-IND-DOC) TO HCOM-PERCENTUAL
                   MOVE DOC-COMISSAO(WS-IND-DOC) TO HCOM-COMISSAO
                   WRITE REG-COMISSAO-PAGA
                   ADD 1 TO WS-COMISSOES-GRAVADAS
               END-IF.
      ******************************************************************
           014-EMITIR-EXTRATO.
               OPEN OUTPUT EXTRATO-COMISSOES.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE SPACES TO WS-LINHA.
               STRING "EXTRATO DE COMISSOES POR VENDEDOR - PERIODO "
                   WS-PERIODO "   EMISSAO " WS-DATA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               IF WS-QTD-DOCS = ZEROS
                   MOVE SPACES TO WS-LINHA
                   WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA
                   STRING "NENHUM RECEBIMENTO NEM NOTA DE CREDITO NO "
                       "PERIODO"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA
               ELSE
                   SORT CLASSIFICA-COMISSOES
                       ON ASCENDING KEY CLS-VENDEDOR
                       ON DESCENDING KEY CLS-TIPO
                       ON ASCENDING KEY CLS-FATURA
                       INPUT PROCEDURE 014-LIBERAR-DOCUMENTOS
                       OUTPUT PROCEDURE 022-IMPRIMIR-DOCUMENTOS
               END-IF.
               PERFORM 023-RESUMO-GERAL.
               CLOSE EXTRATO-COMISSOES.
               MOVE "ART076I" TO WS-LOG-CODIGO.
               MOVE WS-PERIODO TO WS-LOG-CHAVE.
               MOVE VALOR-LEDGER TO WS-COMISSAO-ED.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "COMISSAO DE " WS-PERIODO ": " WS-QTD-DOCS
                   " DOCUMENTOS, LIQUIDO " WS-COMISSAO-ED " "
                   WS-SITUACAO-POSTAGEM
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               DISPLAY "DOCUMENTOS NO PERIODO: " WS-QTD-DOCS
                   " SEM TAXA: " WS-SEM-TAXA
                   " SEM VENDEDOR: " WS-SEM-VENDEDOR
                   " COMISSAO LIQUIDA: " WS-COMISSAO-ED.
           014-LIBERAR-DOCUMENTOS.
               PERFORM VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC > WS-QTD-DOCS
                   MOVE DOC-VENDEDOR(WS-IND-DOC) TO CLS-VENDEDOR
                   MOVE DOC-TIPO(WS-IND-DOC) TO CLS-TIPO
                   MOVE DOC-FATURA(WS-IND-DOC) TO CLS-FATURA
                   MOVE WS-IND-DOC TO CLS-IND-DOC
                   RELEASE REG-CLASSIFICA-COMISSOES
               END-PERFORM.
           022-IMPRIMIR-DOCUMENTOS.
      * OS DOCUMENTOS SEM VENDEDOR SAEM PRIMEIRO, NUM GRUPO PROPRIO
               MOVE HIGH-VALUES TO WS-VENDEDOR-ATUAL.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-COMISSOES
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CLS-VENDEDOR NOT = WS-VENDEDOR-ATUAL
                               IF WS-VENDEDOR-ATUAL NOT = HIGH-VALUES
                                   PERFORM 024-SUBTOTAL-VENDEDOR
                               END-IF
                               MOVE CLS-VENDEDOR TO WS-VENDEDOR-ATUAL
                               PERFORM 022-CABECALHO-VENDEDOR
                           END-IF
                           MOVE CLS-IND-DOC TO WS-IND-DOC
                           PERFORM 022-IMPRIMIR-DOCUMENTO
                   END-RETURN
               END-PERFORM.
               IF WS-VENDEDOR-ATUAL NOT = HIGH-VALUES
                   PERFORM 024-SUBTOTAL-VENDEDOR
               END-IF.
           022-CABECALHO-VENDEDOR.
               MOVE ZEROS TO SUB-RECEBIDO.
               MOVE ZEROS TO SUB-COMISSAO.
               MOVE ZEROS TO SUB-ESTORNO.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               IF WS-VENDEDOR-ATUAL = SPACES
                   MOVE "DOCUMENTOS SEM VENDEDOR (SEM COMISSAO)"
                       TO WS-LINHA
               ELSE
                   STRING "VENDEDOR " WS-VENDEDOR-ATUAL
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "DOCUMENTO      CLIENTE  EMISSAO  "
                   "    VALOR DA FATURA "
                   "   RECEBIDO NO MES  TAXA %"
                   "          COMISSAO  OBSERVACAO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
           022-IMPRIMIR-DOCUMENTO.
               MOVE DOC-VALOR(WS-IND-DOC) TO WS-VALOR-ED.
               MOVE DOC-RECEBIDO(WS-IND-DOC) TO WS-BASE-ED.
               MOVE DOC-PERCENTUAL(WS-IND-DOC) TO WS-PERCENTUAL-ED.
               MOVE DOC-COMISSAO(WS-IND-DOC) TO WS-COMISSAO-ED.
               MOVE SPACES TO WS-LINHA.
               IF DOC-TIPO(WS-IND-DOC) = "E"
                   ADD DOC-COMISSAO(WS-IND-DOC) TO SUB-ESTORNO
                   IF DOC-SITUACAO(WS-IND-DOC) = SPACES
                       MOVE SPACES TO DOC-SITUACAO(WS-IND-DOC)
                       STRING "ESTORNO FAT "
                           DOC-REF-ORIGINAL(WS-IND-DOC)
                           DELIMITED BY SIZE
                           INTO DOC-SITUACAO(WS-IND-DOC)
                   END-IF
                   STRING "NOTA   " DOC-FATURA(WS-IND-DOC) " "
                       DOC-CLIENTE(WS-IND-DOC) " "
                       DOC-DATA(WS-IND-DOC) " "
                       WS-VALOR-ED "  " WS-BASE-ED "  "
                       WS-PERCENTUAL-ED "  " WS-COMISSAO-ED "  "
                       DOC-SITUACAO(WS-IND-DOC)
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   ADD DOC-RECEBIDO(WS-IND-DOC) TO SUB-RECEBIDO
                   ADD DOC-COMISSAO(WS-IND-DOC) TO SUB-COMISSAO
                   STRING "FATURA " DOC-FATURA(WS-IND-DOC) " "
                       DOC-CLIENTE(WS-IND-DOC) " "
                       DOC-DATA(WS-IND-DOC) " "
                       WS-VALOR-ED "  " WS-BASE-ED "  "
                       WS-PERCENTUAL-ED "  " WS-COMISSAO-ED "  "
                       DOC-SITUACAO(WS-IND-DOC)
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
           024-SUBTOTAL-VENDEDOR.
               MOVE SUB-RECEBIDO TO WS-BASE-ED.
               MOVE SUB-COMISSAO TO WS-COMISSAO-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "  RECEBIDO NO MES " WS-BASE-ED
                   "   COMISSAO " WS-COMISSAO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               MOVE SUB-ESTORNO TO WS-COMISSAO-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "  ESTORNOS POR NOTAS DE CREDITO      "
                   "                  " WS-COMISSAO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               COMPUTE SUB-COMISSAO = SUB-COMISSAO + SUB-ESTORNO.
               MOVE SUB-COMISSAO TO WS-COMISSAO-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "  COMISSAO LIQUIDA A PAGAR           "
                   "                  " WS-COMISSAO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
           023-RESUMO-GERAL.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               MOVE TOT-RECEBIDO TO WS-BASE-ED.
               MOVE TOT-COMISSAO TO WS-COMISSAO-ED.
               STRING "TOTAL RECEBIDO NO MES " WS-BASE-ED
                   "   COMISSAO " WS-COMISSAO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               MOVE TOT-ESTORNO TO WS-COMISSAO-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL DE ESTORNOS                    "
                   "                  " WS-COMISSAO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
               MOVE VALOR-LEDGER TO WS-COMISSAO-ED.
               MOVE SPACES TO WS-LINHA.
               STRING "COMISSAO LIQUIDA COMPETENCIA "
                   WS-DATA-FIM-PERIODO "                  "
                   "  " WS-COMISSAO-ED "  " WS-SITUACAO-POSTAGEM
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXTRATO-COMISSOES FROM WS-LINHA.
           009-GRAVAR-CONTROLE.
               OPEN EXTEND CONTROLE-COMISSOES.
               IF WS-CONTROLE-STATUS = "35"
                   OPEN OUTPUT CONTROLE-COMISSOES
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-FIM-PERIODO TO CTRL-DATA-MOVIMENTO.
               MOVE WS-DATA-HORA(1:14) TO CTRL-DATA-HORA-POSTAGEM.
               WRITE REG-CONTROLE-POSTAGEM.
               CLOSE CONTROLE-COMISSOES.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "COMISSAO-MENSAL" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "COMISSAO-MENSAL" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "COMISSAO-MENSAL" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-COMISSOES-GRAVADAS TO EXEC-POSTADOS.
               MOVE WS-SEM-TAXA TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           018-BLOQUEAR-RECURSOS.
      * O TOTAL DO PERIODO E POSTADO NO LEDGER COM A SEQUENCIA
      * COMPARTILHADA; O BLOQUEIO VEM ANTES DA CONFERENCIA DO CONTROLE
      * E DA CARGA DAS COMISSOES PAGAS, PARA QUE DUAS EXECUCOES NAO
      * POSTEM O MESMO MES NEM REGRAVEM AS PAGAS UMA POR CIMA DA OUTRA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "COMISSAO-MENSAL" TO BLQ-PED-PROGRAMA.
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
       END PROGRAM COMISSAO-MENSAL.
