      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: LIBERACAO DAS FATURAS RETIDAS POR LIMITE DE CREDITO:
      *          LE AS DECISOES DO SUPERVISOR (LIBERACOES-CREDITO.DAT,
      *          NUMERO DA FATURA, ACAO E USUARIO) E, PARA CADA FATURA
      *          EM FATURAS-RETIDAS.DAT, APROVA (A FATURA VAI PARA
      *          FATURAS-LIBERADAS.DAT E SAI NO PROXIMO FATURAMENTO) OU
      *          CANCELA. SO USUARIO COM NIVEL DE SUPERVISOR DECIDE;
      *          FATURA SEM DECISAO CONTINUA RETIDA. TODA DECISAO VAI
      *          PARA O LOG OPERACIONAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERA-FATURAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS-RETIDAS ASSIGN TO "FATURAS-RETIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETIDAS-STATUS.
           SELECT FATURAS-LIBERADAS ASSIGN TO "FATURAS-LIBERADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADAS-STATUS.
           SELECT LIBERACOES-CREDITO
               ASSIGN TO "LIBERACOES-CREDITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERACOES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-RETIDAS.
       01  REG-FATURA-RETIDA.
           03 RET-TIPO-REG                 PIC X(001).
              88 RET-CABECALHO                         VALUE "C" "N".
           03 RET-NUMERO                   PIC 9(007).
           03 RET-CLIENTE                  PIC X(008).
           03 FILLER                       PIC X(021).
       FD  FATURAS-LIBERADAS.
       01  REG-FATURA-LIBERADA             PIC X(037).
       FD  LIBERACOES-CREDITO.
       01  REG-LIBERACAO.
           03 LIB-FATURA                   PIC 9(007).
           03 LIB-ACAO                     PIC X(001).
              88 LIB-APROVAR                           VALUE "A".
              88 LIB-CANCELAR                          VALUE "C".
           03 LIB-USUARIO                  PIC X(008).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-RETIDAS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-LIBERADAS-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LIBERACOES-STATUS         PIC X(002) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-REGISTROS             PIC 9(005) VALUE ZEROS.
           77 WS-IND-REGISTRO              PIC 9(005) VALUE ZEROS.
           77 WS-QTD-DECISOES              PIC 9(003) VALUE ZEROS.
           77 WS-IND-DECISAO               PIC 9(003) VALUE ZEROS.
           77 WS-DECISAO-ACHADA            PIC 9(003) VALUE ZEROS.
      * DESTINO DOS REGISTROS DA FATURA CORRENTE: P=CONTINUA RETIDA,
      * L=LIBERADA, X=CANCELADA
           77 WS-DESTINO                   PIC X(001) VALUE "P".
              88 DESTINO-PENDENTE                      VALUE "P".
              88 DESTINO-LIBERADA                      VALUE "L".
              88 DESTINO-CANCELADA                     VALUE "X".
           77 WS-FATURA-ATUAL              PIC 9(007) VALUE ZEROS.
           77 WS-CLIENTE-ATUAL             PIC X(008) VALUE SPACES.
           77 WS-LIBERADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-CANCELADAS                PIC 9(005) VALUE ZEROS.
           77 WS-PENDENTES                 PIC 9(005) VALUE ZEROS.
           77 WS-RECUSADAS                 PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
      * AREA DE CHAMADA DE VERIFICA-USUARIO: IDENTIFICACAO NA IDA,
      * NIVEL E VALIDADE NA VOLTA
           01 PEDIDO-USUARIO.
               03 USU-PED-ID               PIC X(008).
               03 USU-PED-NIVEL            PIC 9(001).
               03 USU-PED-VALIDO           PIC X(001).
      * REGISTROS DE FATURAS-RETIDAS.DAT, CARREGADOS INTEIROS PORQUE O
      * ARQUIVO E REGRAVADO SO COM AS QUE CONTINUAM RETIDAS
           01 TABELA-RETIDAS.
               03 TAB-RETIDA OCCURS 2000 TIMES.
                   05 TAB-RET-REGISTRO     PIC X(037).
                   05 TAB-RET-DESTINO      PIC X(001).
           01 TABELA-DECISOES.
               03 TAB-DECISAO OCCURS 200 TIMES.
                   05 TAB-DEC-FATURA       PIC 9(007).
                   05 TAB-DEC-ACAO         PIC X(001).
                   05 TAB-DEC-USUARIO      PIC X(008).
                   05 TAB-DEC-USADA        PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 013-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 001-PROCESSAMENTO THRU 001-SAI
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            IF WS-RECUSADAS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-PROCESSAMENTO.
               PERFORM 002-CARREGAR-RETIDAS THRU 002-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DAS FATURAS RETIDAS FALHOU, "
                       "NADA SERA LIBERADO NEM REGRAVADO ***"
                   GO TO 001-SAI
               END-IF.
               IF WS-QTD-REGISTROS = ZEROS
                   DISPLAY "NENHUMA FATURA RETIDA, NADA A LIBERAR"
                   GO TO 001-SAI
               END-IF.
               PERFORM 003-CARREGAR-DECISOES THRU 003-SAI.
               IF WS-CARGA-OK = "N"
                   GO TO 001-SAI
               END-IF.
               PERFORM VARYING WS-IND-REGISTRO FROM 1 BY 1
                   UNTIL WS-IND-REGISTRO > WS-QTD-REGISTROS
                   MOVE TAB-RET-REGISTRO(WS-IND-REGISTRO)
                       TO REG-FATURA-RETIDA
                   IF RET-CABECALHO
                       PERFORM 004-DECIDIR-FATURA THRU 004-SAI
                   END-IF
                   MOVE WS-DESTINO TO TAB-RET-DESTINO(WS-IND-REGISTRO)
               END-PERFORM.
               PERFORM 006-GRAVAR-LIBERADAS.
               PERFORM 007-REGRAVAR-RETIDAS.
               PERFORM 008-DECISOES-SEM-FATURA.
               DISPLAY "FATURAS LIBERADAS: " WS-LIBERADAS
                   " CANCELADAS: " WS-CANCELADAS
                   " AINDA RETIDAS: " WS-PENDENTES
                   " DECISOES RECUSADAS: " WS-RECUSADAS.
           001-SAI.
               EXIT.
           002-CARREGAR-RETIDAS.
               MOVE ZEROS TO WS-QTD-REGISTROS.
               OPEN INPUT FATURAS-RETIDAS.
               IF WS-RETIDAS-STATUS = "35"
                   GO TO 002-SAI
               END-IF.
               IF WS-RETIDAS-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "FATURAS-RETIDAS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE FATURAS RETIDAS INDISPONIVEL, "
                       "STATUS " WS-RETIDAS-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-RETIDA.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-REGISTROS < 2000
                       ADD 1 TO WS-QTD-REGISTROS
                       MOVE REG-FATURA-RETIDA
                           TO TAB-RET-REGISTRO(WS-QTD-REGISTROS)
                       MOVE "P" TO TAB-RET-DESTINO(WS-QTD-REGISTROS)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "FATURAS-RETIDAS.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "FATURAS RETIDAS EXCEDEM A TABELA DE "
                           "2000 REGISTROS, LIBERACAO ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 002-LER-RETIDA
               END-PERFORM.
               CLOSE FATURAS-RETIDAS.
           002-SAI.
               EXIT.
           002-LER-RETIDA.
               READ FATURAS-RETIDAS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-CARREGAR-DECISOES.
               MOVE ZEROS TO WS-QTD-DECISOES.
               OPEN INPUT LIBERACOES-CREDITO.
               IF WS-LIBERACOES-STATUS = "35"
                   DISPLAY "ARQUIVO DE LIBERACOES DE CREDITO NAO "
                       "ENCONTRADO, FATURAS CONTINUAM RETIDAS"
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-DECISAO.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-DECISOES < 200
                       ADD 1 TO WS-QTD-DECISOES
                       MOVE LIB-FATURA
                           TO TAB-DEC-FATURA(WS-QTD-DECISOES)
                       MOVE LIB-ACAO TO TAB-DEC-ACAO(WS-QTD-DECISOES)
                       MOVE LIB-USUARIO
                           TO TAB-DEC-USUARIO(WS-QTD-DECISOES)
                       MOVE "N" TO TAB-DEC-USADA(WS-QTD-DECISOES)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "LIBERACOES-CREDITO.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "DECISOES DE CREDITO EXCEDEM A TABELA DE "
                           "200, LIBERACAO ABANDONADA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 003-LER-DECISAO
               END-PERFORM.
               CLOSE LIBERACOES-CREDITO.
           003-SAI.
               EXIT.
           003-LER-DECISAO.
               READ LIBERACOES-CREDITO
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-DECIDIR-FATURA.
      * NO CABECALHO DA FATURA DECIDE O DESTINO DELA E DAS LINHAS QUE
      * VEM EM SEGUIDA; VALE A PRIMEIRA DECISAO AINDA NAO USADA
               MOVE "P" TO WS-DESTINO.
               MOVE RET-NUMERO TO WS-FATURA-ATUAL.
               MOVE RET-CLIENTE TO WS-CLIENTE-ATUAL.
               MOVE ZEROS TO WS-DECISAO-ACHADA.
               PERFORM VARYING WS-IND-DECISAO FROM WS-QTD-DECISOES
                   BY -1 UNTIL WS-IND-DECISAO < 1
                   IF TAB-DEC-FATURA(WS-IND-DECISAO) = WS-FATURA-ATUAL
                       AND TAB-DEC-USADA(WS-IND-DECISAO) = "N"
                       MOVE WS-IND-DECISAO TO WS-DECISAO-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-DECISAO-ACHADA = ZEROS
                   ADD 1 TO WS-PENDENTES
                   GO TO 004-SAI
               END-IF.
               MOVE "S" TO TAB-DEC-USADA(WS-DECISAO-ACHADA).
               MOVE TAB-DEC-USUARIO(WS-DECISAO-ACHADA) TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   ADD 1 TO WS-RECUSADAS
                   ADD 1 TO WS-PENDENTES
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE USU-PED-ID TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "DECISAO SOBRE A FATURA RETIDA "
                       WS-FATURA-ATUAL " RECUSADA: USUARIO "
                       USU-PED-ID " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               EVALUATE TAB-DEC-ACAO(WS-DECISAO-ACHADA)
                   WHEN "A"
                       MOVE "L" TO WS-DESTINO
                       ADD 1 TO WS-LIBERADAS
                       MOVE "ART043I" TO WS-LOG-CODIGO
                       MOVE WS-FATURA-ATUAL TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "FATURA RETIDA " WS-FATURA-ATUAL
                           " DO CLIENTE " WS-CLIENTE-ATUAL
                           " LIBERADA POR " USU-PED-ID
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   WHEN "C"
                       MOVE "X" TO WS-DESTINO
                       ADD 1 TO WS-CANCELADAS
                       MOVE "ART044I" TO WS-LOG-CODIGO
                       MOVE WS-FATURA-ATUAL TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "FATURA RETIDA " WS-FATURA-ATUAL
                           " DO CLIENTE " WS-CLIENTE-ATUAL
                           " CANCELADA POR " USU-PED-ID
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   WHEN OTHER
                       ADD 1 TO WS-RECUSADAS
                       ADD 1 TO WS-PENDENTES
                       MOVE "ART018W" TO WS-LOG-CODIGO
                       MOVE WS-FATURA-ATUAL TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "DECISAO SOBRE A FATURA RETIDA "
                           WS-FATURA-ATUAL " RECUSADA: ACAO "
                           TAB-DEC-ACAO(WS-DECISAO-ACHADA)
                           " DESCONHECIDA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
               END-EVALUATE.
           004-SAI.
               EXIT.
           006-GRAVAR-LIBERADAS.
      * FATURAS APROVADAS SE JUNTAM AS JA LIBERADAS E AINDA NAO
      * FATURADAS; O FATURAMENTO ESVAZIA O ARQUIVO DEPOIS DE EMITIR
               IF WS-LIBERADAS > 0
                   OPEN EXTEND FATURAS-LIBERADAS
                   IF WS-LIBERADAS-STATUS = "35"
                       OPEN OUTPUT FATURAS-LIBERADAS
                   END-IF
                   PERFORM VARYING WS-IND-REGISTRO FROM 1 BY 1
                       UNTIL WS-IND-REGISTRO > WS-QTD-REGISTROS
                       IF TAB-RET-DESTINO(WS-IND-REGISTRO) = "L"
                           WRITE REG-FATURA-LIBERADA
                               FROM TAB-RET-REGISTRO(WS-IND-REGISTRO)
                       END-IF
                   END-PERFORM
                   CLOSE FATURAS-LIBERADAS
               END-IF.
           007-REGRAVAR-RETIDAS.
      * O ARQUIVO DE RETIDAS E REGRAVADO SO COM AS QUE NAO TIVERAM
      * DECISAO VALIDA
               OPEN OUTPUT FATURAS-RETIDAS.
               PERFORM VARYING WS-IND-REGISTRO FROM 1 BY 1
                   UNTIL WS-IND-REGISTRO > WS-QTD-REGISTROS
                   IF TAB-RET-DESTINO(WS-IND-REGISTRO) = "P"
                       WRITE REG-FATURA-RETIDA
                           FROM TAB-RET-REGISTRO(WS-IND-REGISTRO)
                   END-IF
               END-PERFORM.
               CLOSE FATURAS-RETIDAS.
           008-DECISOES-SEM-FATURA.
      * DECISAO PARA FATURA QUE NAO ESTA RETIDA NAO TEM EFEITO, MAS
      * FICA NO LOG PARA O SUPERVISOR CONFERIR O NUMERO DIGITADO
               PERFORM VARYING WS-IND-DECISAO FROM 1 BY 1
                   UNTIL WS-IND-DECISAO > WS-QTD-DECISOES
                   IF TAB-DEC-USADA(WS-IND-DECISAO) = "N"
                       ADD 1 TO WS-RECUSADAS
                       MOVE "ART018W" TO WS-LOG-CODIGO
                       MOVE TAB-DEC-FATURA(WS-IND-DECISAO)
                           TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "DECISAO DE "
                           TAB-DEC-USUARIO(WS-IND-DECISAO)
                           " IGNORADA: FATURA "
                           TAB-DEC-FATURA(WS-IND-DECISAO)
                           " NAO ESTA RETIDA"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-PERFORM.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "LIBERA-FATURAS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "LIBERA-FATURAS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "LIBERA-FATURAS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               COMPUTE EXEC-LIDOS = WS-LIBERADAS + WS-CANCELADAS
                   + WS-PENDENTES.
               COMPUTE EXEC-POSTADOS = WS-LIBERADAS + WS-CANCELADAS.
               MOVE WS-RECUSADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * AS FATURAS RETIDAS SAO REGRAVADAS INTEIRAS E AS LIBERADAS SAO
      * CONSUMIDAS PELO FATURAMENTO, QUE MANTEM O BLOQUEIO DO LEDGER
      * DURANTE TODA A EXECUCAO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "LIBERA-FATURAS" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM LIBERA-FATURAS.
