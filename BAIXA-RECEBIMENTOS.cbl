      *          LOTE, CASA CADA PAGAMENTO COM O NUMERO DA FATURA EM
      *          CONTAS-RECEBER.DAT, ACUMULA O VALOR RECEBIDO E LIQUIDA
      *          A FATURA QUANDO O RECEBIDO ALCANCA O VALOR TOTAL.
      *          CADA PAGAMENTO BAIXADO E GUARDADO COM SUA DATA NO
      *          HISTORICO RECEBIMENTOS-BAIXADOS.DAT, FONTE DO EXTRATO
      *          DO CLIENTE, E POSTADO NO RAZAO (LEDGER.DAT) COMO
      *          RECEBIMENTO, COM O DEPARTAMENTO DO LOTE. PAGAMENTO DE
      *          FATURA JA LIQUIDADA, SEM FATURA (COM O CLIENTE
      *          INFORMADO) OU O EXCESSO SOBRE O SALDO DA FATURA VAI
      *          PARA O CAIXA NAO APLICADO DO CLIENTE
      *          (CAIXA-NAO-APLICADO.DAT), POSTADO COMO
      *          RECEB-NAO-APLIC, ATE A APLICACAO DE CAIXA CASAR COM
      *          UMA FATURA. O RESTO (VALOR OU DATA INVALIDOS, PERIODO
      *          FECHADO, SEM FATURA E SEM CLIENTE) VAI PARA O ARQUIVO
      *          DE REJEITOS COM O CODIGO DE MOTIVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "REJEITOS-RECEBIMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJEITOS-STATUS.
           SELECT RECEBIMENTOS-BAIXADOS
               ASSIGN TO "RECEBIMENTOS-BAIXADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIXADOS-STATUS.
           SELECT CAIXA-NAO-APLICADO ASSIGN TO "CAIXA-NAO-APLICADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAIXA-STATUS.
           SELECT LEDGER-ARITMETICO ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEBIMENTOS.
           03 REC-FATURA                   PIC 9(007).
           03 REC-VALOR                    PIC 9(007)V99.
           03 REC-DATA                     PIC 9(008).
      * CLIENTE PAGADOR: SO E USADO QUANDO O PAGAMENTO NAO TRAZ FATURA
      * DO CONTAS A RECEBER, PARA GUARDA-LO COMO CAIXA NAO APLICADO
           03 REC-CLIENTE                  PIC X(008).
           COPY LOTECOPY.
       FD  CONTAS-RECEBER.
           COPY CRECCOPY.
       FD  REJEITOS-RECEBIMENTO.
       01  REG-REJEITO-RECEBIMENTO.
           03 REJ-REC-MOTIVO               PIC X(003).
           03 REJ-REC-REGISTRO             PIC X(033).
       FD  RECEBIMENTOS-BAIXADOS.
           COPY HRECCOPY.
       FD  CAIXA-NAO-APLICADO.
           COPY CAIXACOPY.
       FD  LEDGER-ARITMETICO.
           COPY LEDGERCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-RECEBIMENTOS-STATUS       PIC X(002) VALUE SPACES.
           77 WS-RECEBER-STATUS            PIC X(002) VALUE SPACES.
           77 WS-REJEITOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-BAIXADOS-STATUS           PIC X(002) VALUE SPACES.
           77 WS-CAIXA-STATUS              PIC X(002) VALUE SPACES.
           77 WS-LEDGER-STATUS             PIC X(002) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-SEQUENCIA                 PIC 9(009) VALUE ZEROS.
           77 WS-RUN-ID                    PIC X(016) VALUE SPACES.
           77 WS-DEPARTAMENTO              PIC X(010) VALUE "GERAL".
           77 WS-OPERACAO-LEDGER           PIC X(015) VALUE SPACES.
           77 WS-CLIENTE-CAIXA             PIC X(008) VALUE SPACES.
           77 WS-MOTIVO-CAIXA              PIC X(003) VALUE SPACES.
           77 WS-NAO-APLICADOS             PIC 9(007) VALUE ZEROS.
           77 WS-VALOR-EDITADO             PIC -(8)9.99.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-REJEITADOS                PIC 9(007) VALUE ZEROS.
           77 VALOR-RECEBIMENTO            PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-FATURA                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-APLICADO               PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-NAO-APLICADO           PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-LEDGER                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 TABELA-CONTAS.
               03 CONTA-RECEBER OCCURS 500 TIMES.
                   05 TAB-CR-RECEBIDO      PIC S9(9)V99 COMP-3.
                   05 TAB-CR-SITUACAO      PIC X(001).
                   05 TAB-CR-DATA-BAIXA    PIC 9(008).
                   05 TAB-CR-VENCIMENTO    PIC 9(008).
                   05 TAB-CR-TIPO-DOC      PIC X(001).
                   05 TAB-CR-MOEDA         PIC X(003).
                   05 TAB-CR-VALOR-MOEDA   PIC S9(9)V99 COMP-3.
                   05 TAB-CR-RECEB-MOEDA   PIC S9(9)V99 COMP-3.
      * AREA DE CHAMADA DE VERIFICA-PERIODO: DATA DO RECEBIMENTO NA
      * IDA, SINALIZADOR DE LIBERACAO NA VOLTA
           01 PEDIDO-PERIODO.
               03 PER-PED-DATA             PIC 9(008).
               03 PER-PED-LIBERADO         PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 015-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 001-PROCESSAMENTO THRU 001-SAI
                PERFORM 016-LIBERAR-RECURSOS
            END-IF.
            IF WS-REJEITADOS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
                   DISPLAY "CONTAS-RECEBER.DAT VAZIO OU AUSENTE, "
                       "TODOS OS RECEBIMENTOS SERAO REJEITADOS"
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:16) TO WS-RUN-ID.
               OPEN INPUT RECEBIMENTOS.
               OPEN EXTEND RECEBIMENTOS-BAIXADOS.
               IF WS-BAIXADOS-STATUS = "35"
                   OPEN OUTPUT RECEBIMENTOS-BAIXADOS
               END-IF.
               OPEN EXTEND CAIXA-NAO-APLICADO.
               IF WS-CAIXA-STATUS = "35"
                   OPEN OUTPUT CAIXA-NAO-APLICADO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 001-LER-RECEBIMENTO.
               PERFORM UNTIL FIM-ARQUIVO
                   END-IF
                   PERFORM 001-LER-RECEBIMENTO
               END-PERFORM.
               CLOSE CAIXA-NAO-APLICADO.
               CLOSE RECEBIMENTOS-BAIXADOS.
               CLOSE RECEBIMENTOS.
               PERFORM 007-REGRAVAR-CONTAS.
               DISPLAY "RECEBIMENTOS BAIXADOS: " WS-BAIXADOS
                   " FATURAS LIQUIDADAS: " WS-LIQUIDADAS
                   " NAO APLICADOS: " WS-NAO-APLICADOS
                   " REJEITADOS: " WS-REJEITADOS.
           001-SAI.
               EXIT.
                           TAB-CR-SITUACAO(WS-QTD-CONTAS)
                       MOVE CR-DATA-BAIXA TO
                           TAB-CR-DATA-BAIXA(WS-QTD-CONTAS)
                       IF CR-DATA-VENCIMENTO NUMERIC
                           AND CR-DATA-VENCIMENTO NOT = ZEROS
                           MOVE CR-DATA-VENCIMENTO TO
                               TAB-CR-VENCIMENTO(WS-QTD-CONTAS)
                       ELSE
                           MOVE CR-DATA-EMISSAO TO
                               TAB-CR-VENCIMENTO(WS-QTD-CONTAS)
                       END-IF
                       MOVE CR-TIPO-DOC TO
                           TAB-CR-TIPO-DOC(WS-QTD-CONTAS)
                       MOVE CR-MOEDA TO
                           TAB-CR-MOEDA(WS-QTD-CONTAS)
                       COMPUTE TAB-CR-VALOR-MOEDA(WS-QTD-CONTAS) =
                           FUNCTION NUMVAL(CR-VALOR-MOEDA)
                       COMPUTE TAB-CR-RECEB-MOEDA(WS-QTD-CONTAS) =
                           FUNCTION NUMVAL(CR-RECEBIDO-MOEDA)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                   PERFORM 006-REJEITAR-RECEBIMENTO
                   GO TO 003-SAI
               END-IF.
      * RECEBIMENTO DATADO EM PERIODO CONTABIL FECHADO NAO BAIXA NEM
      * POSTA NO RAZAO
               MOVE REC-DATA TO PER-PED-DATA.
               CALL "VERIFICA-PERIODO" USING PEDIDO-PERIODO.
               IF PER-PED-LIBERADO = "N"
                   MOVE "404" TO WS-MOTIVO-REJEITO
                   PERFORM 006-REJEITAR-RECEBIMENTO
                   GO TO 003-SAI
               END-IF.
               MOVE REC-VALOR TO VALOR-RECEBIMENTO.
               MOVE ZEROS TO WS-CONTA-ACHADA.
               PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                       MOVE WS-IND-CONTA TO WS-CONTA-ACHADA
                   END-IF
               END-PERFORM.
      * SEM FATURA, O PAGAMENTO SO VIRA CAIXA NAO APLICADO SE TROUXER
      * O CLIENTE; SEM NENHUM DOS DOIS NAO HA DE QUEM E O DINHEIRO
               IF WS-CONTA-ACHADA = ZEROS
                   IF REC-CLIENTE = SPACES OR REC-CLIENTE = LOW-VALUES
                       MOVE "401" TO WS-MOTIVO-REJEITO
                       PERFORM 006-REJEITAR-RECEBIMENTO
                   ELSE
                       MOVE REC-CLIENTE TO WS-CLIENTE-CAIXA
                       MOVE "401" TO WS-MOTIVO-CAIXA
                       MOVE VALOR-RECEBIMENTO TO VALOR-NAO-APLICADO
                       PERFORM 009-GUARDAR-CAIXA
                   END-IF
                   GO TO 003-SAI
               END-IF.
               MOVE TAB-CR-CLIENTE(WS-CONTA-ACHADA) TO WS-CLIENTE-CAIXA.
               COMPUTE SALDO-FATURA = TAB-CR-VALOR(WS-CONTA-ACHADA)
                   - TAB-CR-RECEBIDO(WS-CONTA-ACHADA).
               IF TAB-CR-SITUACAO(WS-CONTA-ACHADA) = "L"
                   OR SALDO-FATURA NOT > ZEROS
                   MOVE "402" TO WS-MOTIVO-CAIXA
                   MOVE VALOR-RECEBIMENTO TO VALOR-NAO-APLICADO
                   PERFORM 009-GUARDAR-CAIXA
                   GO TO 003-SAI
               END-IF.
      * A FATURA RECEBE ATE O SEU SALDO ABERTO; O EXCESSO FICA COMO
      * CAIXA NAO APLICADO DO CLIENTE
               IF VALOR-RECEBIMENTO > SALDO-FATURA
                   MOVE SALDO-FATURA TO VALOR-APLICADO
                   COMPUTE VALOR-NAO-APLICADO =
                       VALOR-RECEBIMENTO - SALDO-FATURA
               ELSE
                   MOVE VALOR-RECEBIMENTO TO VALOR-APLICADO
                   MOVE ZEROS TO VALOR-NAO-APLICADO
               END-IF.
               ADD VALOR-APLICADO
                   TO TAB-CR-RECEBIDO(WS-CONTA-ACHADA).
               PERFORM 013-BAIXAR-MOEDA.
               ADD 1 TO WS-BAIXADOS.
               PERFORM 008-GRAVAR-BAIXADO.
               MOVE "RECEBIMENTO" TO WS-OPERACAO-LEDGER.
               MOVE VALOR-APLICADO TO VALOR-LEDGER.
               PERFORM 014-POSTAR-NO-LEDGER.
               IF VALOR-NAO-APLICADO > ZEROS
                   MOVE "405" TO WS-MOTIVO-CAIXA
                   PERFORM 009-GUARDAR-CAIXA
               END-IF.
      * O RECEBIDO ALCANCOU O VALOR DA FATURA: LIQUIDA COM A DATA DO
      * PAGAMENTO QUE COMPLETOU O SALDO
               IF TAB-CR-RECEBIDO(WS-CONTA-ACHADA)
                   MOVE TAB-CR-SITUACAO(WS-IND-CONTA) TO CR-SITUACAO
                   MOVE TAB-CR-DATA-BAIXA(WS-IND-CONTA)
                       TO CR-DATA-BAIXA
                   MOVE TAB-CR-VENCIMENTO(WS-IND-CONTA)
                       TO CR-DATA-VENCIMENTO
                   MOVE TAB-CR-TIPO-DOC(WS-IND-CONTA)
                       TO CR-TIPO-DOC
                   MOVE TAB-CR-MOEDA(WS-IND-CONTA) TO CR-MOEDA
                   MOVE TAB-CR-VALOR-MOEDA(WS-IND-CONTA)
                       TO CR-VALOR-MOEDA
                   MOVE TAB-CR-RECEB-MOEDA(WS-IND-CONTA)
                       TO CR-RECEBIDO-MOEDA
                   WRITE REG-CONTA-RECEBER
               END-PERFORM.
               CLOSE CONTAS-RECEBER.
           013-BAIXAR-MOEDA.
      * O RECEBIDO NA MOEDA ESTRANGEIRA E A MESMA FRACAO DO VALOR NA
      * MOEDA QUE O RECEBIDO LOCAL E DO VALOR LOCAL; LIQUIDADA, A
      * FATURA FICA COM O VALOR NA MOEDA TODO RECEBIDO
               IF TAB-CR-VALOR-MOEDA(WS-CONTA-ACHADA) NOT = ZEROS
                   AND TAB-CR-VALOR(WS-CONTA-ACHADA) NOT = ZEROS
                   IF TAB-CR-RECEBIDO(WS-CONTA-ACHADA)
                       NOT < TAB-CR-VALOR(WS-CONTA-ACHADA)
                       MOVE TAB-CR-VALOR-MOEDA(WS-CONTA-ACHADA)
                           TO TAB-CR-RECEB-MOEDA(WS-CONTA-ACHADA)
                   ELSE
                       COMPUTE TAB-CR-RECEB-MOEDA(WS-CONTA-ACHADA)
                           ROUNDED =
                           TAB-CR-VALOR-MOEDA(WS-CONTA-ACHADA)
                           * TAB-CR-RECEBIDO(WS-CONTA-ACHADA)
                           / TAB-CR-VALOR(WS-CONTA-ACHADA)
                   END-IF
               END-IF.
           008-GRAVAR-BAIXADO.
               MOVE REC-FATURA TO HREC-FATURA.
               MOVE TAB-CR-CLIENTE(WS-CONTA-ACHADA) TO HREC-CLIENTE.
               MOVE REC-DATA TO HREC-DATA.
               MOVE VALOR-APLICADO TO HREC-VALOR.
               MOVE WS-LOTE-ID TO HREC-LOTE.
               WRITE REG-RECEBIMENTO-BAIXADO.
           009-GUARDAR-CAIXA.
               ADD 1 TO WS-NAO-APLICADOS.
               MOVE WS-CLIENTE-CAIXA TO CXA-CLIENTE.
               MOVE REC-DATA TO CXA-DATA.
               MOVE VALOR-NAO-APLICADO TO CXA-VALOR.
               MOVE REC-FATURA TO CXA-FATURA-REF.
               MOVE WS-MOTIVO-CAIXA TO CXA-MOTIVO.
               MOVE WS-LOTE-ID TO CXA-LOTE.
               WRITE REG-CAIXA-NAO-APLICADO.
               MOVE "RECEB-NAO-APLIC" TO WS-OPERACAO-LEDGER.
               MOVE VALOR-NAO-APLICADO TO VALOR-LEDGER.
               PERFORM 014-POSTAR-NO-LEDGER.
               MOVE VALOR-NAO-APLICADO TO WS-VALOR-EDITADO.
               MOVE "ART048I" TO WS-LOG-CODIGO.
               MOVE WS-CLIENTE-CAIXA TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "RECEBIMENTO DA FATURA " REC-FATURA " DE "
                   WS-VALOR-EDITADO " GUARDADO COMO CAIXA NAO "
                   "APLICADO, MOTIVO " WS-MOTIVO-CAIXA
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           014-POSTAR-NO-LEDGER.
      * UM LANCAMENTO POR PAGAMENTO APLICADO OU GUARDADO; VALOR ALEM
      * DA CAPACIDADE DO CAMPO DO RAZAO NAO E POSTADO, APENAS
      * REGISTRADO NO LOG
               IF VALOR-LEDGER > 999999.99
                   MOVE "ART013W" TO WS-LOG-CODIGO
                   MOVE REC-FATURA TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "RECEBIMENTO DA FATURA " REC-FATURA
                       " NAO POSTADO NO RAZAO: VALOR EXCEDE O CAMPO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   OPEN EXTEND LEDGER-ARITMETICO
                   IF WS-LEDGER-STATUS = "35"
                       OPEN OUTPUT LEDGER-ARITMETICO
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                   MOVE WS-OPERACAO-LEDGER TO LEDGER-OPERACAO
                   MOVE VALOR-RECEBIMENTO  TO LEDGER-OPERANDO-1
                   MOVE ZEROS              TO LEDGER-OPERANDO-2
                   MOVE VALOR-LEDGER       TO LEDGER-RESULTADO
                   MOVE WS-DATA-HORA(1:14) TO LEDGER-DATA-HORA
                   CALL "PROXIMA-SEQUENCIA" USING WS-SEQUENCIA
                   MOVE WS-SEQUENCIA       TO LEDGER-SEQUENCIA
                   MOVE WS-RUN-ID          TO LEDGER-RUN-ID
                   MOVE WS-DEPARTAMENTO    TO LEDGER-DEPARTAMENTO
                   MOVE ZEROS              TO LEDGER-SEQ-ESTORNADA
                   WRITE REG-LEDGER
                   CLOSE LEDGER-ARITMETICO
               END-IF.
      ******************************************************************
           004-VERIFICAR-LOTE.
      * CONFERE OS TOTAIS DE CONTROLE DO LOTE: CONTA OS DETALHES E
                       WHEN REC-CABECALHO
                           MOVE "S" TO WS-TEM-CABECALHO
                           MOVE CAB-LOTE-ID TO WS-LOTE-ID
                           IF CAB-DEPARTAMENTO NOT = SPACES
                               MOVE CAB-DEPARTAMENTO
                                   TO WS-DEPARTAMENTO
                           END-IF
                       WHEN REC-DETALHE
                           ADD 1 TO WS-CONTAGEM-LIDA
                           IF REC-VALOR NUMERIC
               MOVE WS-REJEITADOS    TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           015-BLOQUEAR-RECURSOS.
      * A BAIXA POSTA NO LEDGER COM A SEQUENCIA COMPARTILHADA
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "BAIXA-RECEBIMENTOS" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           016-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM BAIXA-RECEBIMENTOS.
