      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: COPIA DE SEGURANCA EM GERACOES DOS ARQUIVOS MESTRE E
      *          DE CONTROLE (RELACAO EM SALVCOPY), CHAMADA NO INICIO
      *          DA CADEIA NOTURNA: CADA ARQUIVO E COPIADO PARA
      *          BKP-<ARQUIVO>-AAAAMMDD.DAT (DATA DO MOVIMENTO), A
      *          COPIA E RELIDA E SO ENTRA NO CATALOGO
      *          COPIAS-SEGURANCA.DAT SE A CONTAGEM BATER COM A DA
      *          ORIGEM. GERACAO JA EXISTENTE NA DATA E MANTIDA (A
      *          REEXECUCAO DA CADEIA NAO SOBREPOE A COPIA DE ANTES DA
      *          NOITE). FICAM AS ARIT_GERACOES (PADRAO 7) GERACOES MAIS
      *          RECENTES DE CADA ARQUIVO; AS DEMAIS SAO APAGADAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIA-SEGURANCA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT ARQUIVO-ORIGEM ASSIGN TO DYNAMIC WS-ORIGEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT ARQUIVO-COPIA ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.
           SELECT COPIAS-SEGURANCA ASSIGN TO "COPIAS-SEGURANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTECOPY.
       FD  ARQUIVO-ORIGEM.
       01  REG-ORIGEM                      PIC X(200).
       FD  ARQUIVO-COPIA.
       01  REG-COPIA-LINHA                 PIC X(200).
       FD  COPIAS-SEGURANCA.
           COPY COPIACOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           COPY SALVCOPY.
           77 WS-CLIENTES-STATUS           PIC X(002) VALUE SPACES.
           77 WS-ORIGEM-STATUS             PIC X(002) VALUE SPACES.
           77 WS-COPIA-STATUS              PIC X(002) VALUE SPACES.
           77 WS-CATALOGO-STATUS           PIC X(002) VALUE SPACES.
           77 WS-STATUS-ABERTURA           PIC X(002) VALUE SPACES.
           77 WS-ORIGEM-NOME               PIC X(040) VALUE SPACES.
           77 WS-COPIA-NOME                PIC X(040) VALUE SPACES.
           77 WS-NOME-DELETAR              PIC X(040) VALUE SPACES.
           77 WS-DELETE-RC                 PIC 9(009) COMP-5
                                            VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-GERACOES                  PIC 9(002) VALUE 7.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-ORIGEM-OK                 PIC X(001) VALUE "S".
           77 WS-ARQUIVO                   PIC X(020) VALUE SPACES.
           77 WS-IND-ARQUIVO               PIC 9(002) VALUE ZEROS.
           77 WS-GRAVADOS                  PIC 9(007) VALUE ZEROS.
           77 WS-CONFERIDOS                PIC 9(007) VALUE ZEROS.
           77 WS-TOTAL-REGISTROS           PIC 9(009) VALUE ZEROS.
           77 WS-COPIADOS                  PIC 9(003) VALUE ZEROS.
           77 WS-MANTIDOS                  PIC 9(003) VALUE ZEROS.
           77 WS-EXPURGADOS                PIC 9(003) VALUE ZEROS.
           77 WS-FALHAS                    PIC 9(003) VALUE ZEROS.
           77 WS-QTD-COPIAS                PIC 9(004) VALUE ZEROS.
           77 WS-IND-COPIA                 PIC 9(004) VALUE ZEROS.
           77 WS-COPIA-ACHADA              PIC 9(004) VALUE ZEROS.
           77 WS-QTD-GERACOES              PIC 9(004) VALUE ZEROS.
           77 WS-MAIS-ANTIGA               PIC 9(004) VALUE ZEROS.
           77 WS-TABELA-CHEIA              PIC X(001) VALUE "N".
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * CATALOGO EM MEMORIA: AS COPIAS NOVAS ENTRAM NO FIM E AS
      * EXPURGADAS FICAM MARCADAS "E" E NAO VOLTAM AO ARQUIVO
           01 TABELA-COPIAS.
               03 COPIA-CATALOGADA OCCURS 500 TIMES.
                   05 TAB-COP-ARQUIVO      PIC X(020).
                   05 TAB-COP-GERACAO      PIC 9(008).
                   05 TAB-COP-DATA-HORA    PIC X(014).
                   05 TAB-COP-REGISTROS    PIC 9(007).
                   05 TAB-COP-NOME         PIC X(040).
                   05 TAB-COP-SITUACAO     PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 013-BLOQUEAR-SEQUENCIA.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-CARREGAR-CATALOGO THRU 002-SAI
                IF WS-CODIGO-RETORNO = ZEROS
                    PERFORM 003-COPIAR-ARQUIVO THRU 003-SAI
                        VARYING WS-IND-ARQUIVO FROM 1 BY 1
                        UNTIL WS-IND-ARQUIVO > QTD-SALVAGUARDA
                    PERFORM 006-EXPURGAR-ARQUIVO
                        VARYING WS-IND-ARQUIVO FROM 1 BY 1
                        UNTIL WS-IND-ARQUIVO > QTD-SALVAGUARDA
                    PERFORM 007-GRAVAR-CATALOGO
                    PERFORM 008-RESUMIR
                END-IF
                PERFORM 014-LIBERAR-SEQUENCIA
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
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_GERACOES" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION
                       TRIM(WS-ENTRADA-PARM)) = 0
                   AND FUNCTION NUMVAL(WS-ENTRADA-PARM) >= 1
                   AND FUNCTION NUMVAL(WS-ENTRADA-PARM) <= 99
                   COMPUTE WS-GERACOES =
                       FUNCTION NUMVAL(WS-ENTRADA-PARM)
               END-IF.
               DISPLAY "COPIA DE SEGURANCA DO MOVIMENTO "
                   WS-DATA-MOVIMENTO ", MANTENDO " WS-GERACOES
                   " GERACOES".
      ******************************************************************
           002-CARREGAR-CATALOGO.
               MOVE ZEROS TO WS-QTD-COPIAS.
               OPEN INPUT COPIAS-SEGURANCA.
               IF WS-CATALOGO-STATUS = "35"
                   GO TO 002-SAI
               END-IF.
               IF WS-CATALOGO-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "COPIAS-SEGURANCA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CATALOGO DE COPIAS INDISPONIVEL, STATUS "
                       WS-CATALOGO-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-CATALOGO.
               PERFORM UNTIL FIM-ARQUIVO
                   IF WS-QTD-COPIAS < 500
                       ADD 1 TO WS-QTD-COPIAS
                       MOVE COP-ARQUIVO
                           TO TAB-COP-ARQUIVO(WS-QTD-COPIAS)
                       MOVE COP-GERACAO
                           TO TAB-COP-GERACAO(WS-QTD-COPIAS)
                       MOVE COP-DATA-HORA
                           TO TAB-COP-DATA-HORA(WS-QTD-COPIAS)
                       MOVE COP-REGISTROS
                           TO TAB-COP-REGISTROS(WS-QTD-COPIAS)
                       MOVE COP-NOME-COPIA
                           TO TAB-COP-NOME(WS-QTD-COPIAS)
                       MOVE "A" TO TAB-COP-SITUACAO(WS-QTD-COPIAS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM 002-LER-CATALOGO
               END-PERFORM.
               CLOSE COPIAS-SEGURANCA.
      * REGRAVAR O CATALOGO COM A TABELA CHEIA PERDERIA AS LINHAS
      * EXCEDENTES E AS COPIAS DELAS FICARIAM SEM REGISTRO
               IF WS-TABELA-CHEIA = "S"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE "COPIAS-SEGURANCA.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CATALOGO DE COPIAS EXCEDE A TABELA DE 500 "
                       "LINHAS, NENHUMA COPIA FEITA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           002-SAI.
               EXIT.
           002-LER-CATALOGO.
               READ COPIAS-SEGURANCA
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
      ******************************************************************
           003-COPIAR-ARQUIVO.
               MOVE ARQ-SALVAGUARDA(WS-IND-ARQUIVO) TO WS-ARQUIVO.
               MOVE SPACES TO WS-ORIGEM-NOME.
               STRING FUNCTION TRIM(WS-ARQUIVO) ".DAT"
                   DELIMITED BY SIZE INTO WS-ORIGEM-NOME.
               MOVE SPACES TO WS-COPIA-NOME.
               STRING "BKP-" FUNCTION TRIM(WS-ARQUIVO) "-"
                   WS-DATA-MOVIMENTO ".DAT"
                   DELIMITED BY SIZE INTO WS-COPIA-NOME.
      * A PRIMEIRA COPIA DA DATA E A DE ANTES DA NOITE: NUMA
      * REEXECUCAO DA CADEIA ELA E MANTIDA, NAO SOBREPOSTA
               MOVE ZEROS TO WS-COPIA-ACHADA.
               PERFORM VARYING WS-IND-COPIA FROM 1 BY 1
                   UNTIL WS-IND-COPIA > WS-QTD-COPIAS
                   IF TAB-COP-ARQUIVO(WS-IND-COPIA) = WS-ARQUIVO
                       AND TAB-COP-GERACAO(WS-IND-COPIA)
                           = WS-DATA-MOVIMENTO
                       MOVE WS-IND-COPIA TO WS-COPIA-ACHADA
                   END-IF
               END-PERFORM.
               IF WS-COPIA-ACHADA NOT = ZEROS
                   ADD 1 TO WS-MANTIDOS
                   DISPLAY "GERACAO " WS-DATA-MOVIMENTO " DE "
                       FUNCTION TRIM(WS-ARQUIVO) " JA EXISTE (COPIA DE "
                       TAB-COP-DATA-HORA(WS-COPIA-ACHADA) "), MANTIDA"
                   GO TO 003-SAI
               END-IF.
               IF WS-QTD-COPIAS NOT < 500
                   ADD 1 TO WS-FALHAS
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE WS-ARQUIVO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CATALOGO DE COPIAS CHEIO (500 LINHAS), "
                       FUNCTION TRIM(WS-ARQUIVO) " NAO COPIADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE ZEROS TO WS-GRAVADOS.
               MOVE "S" TO WS-ORIGEM-OK.
               IF WS-ARQUIVO = "CLIENTES"
                   PERFORM 004-COPIAR-CLIENTES THRU 004-SAI
               ELSE
                   PERFORM 005-COPIAR-SEQUENCIAL THRU 005-SAI
               END-IF.
               IF WS-ORIGEM-OK = "N"
                   GO TO 003-SAI
               END-IF.
      * A COPIA SO VALE SE, RELIDA, TIVER OS MESMOS REGISTROS LIDOS
      * NA ORIGEM; SENAO E APAGADA E NAO ENTRA NO CATALOGO
               PERFORM 009-CONTAR-COPIA.
               IF WS-CONFERIDOS NOT = WS-GRAVADOS
                   ADD 1 TO WS-FALHAS
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART070E" TO WS-LOG-CODIGO
                   MOVE WS-COPIA-NOME TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "COPIA DE " FUNCTION TRIM(WS-ARQUIVO)
                       " COM " WS-CONFERIDOS " REGISTROS, ORIGEM COM "
                       WS-GRAVADOS ": COPIA DESCARTADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   MOVE WS-COPIA-NOME TO WS-NOME-DELETAR
                   CALL "CBL_DELETE_FILE" USING WS-NOME-DELETAR
                       RETURNING WS-DELETE-RC
                   GO TO 003-SAI
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               ADD 1 TO WS-QTD-COPIAS.
               MOVE WS-ARQUIVO TO TAB-COP-ARQUIVO(WS-QTD-COPIAS).
               MOVE WS-DATA-MOVIMENTO
                   TO TAB-COP-GERACAO(WS-QTD-COPIAS).
               MOVE WS-DATA-HORA(1:14)
                   TO TAB-COP-DATA-HORA(WS-QTD-COPIAS).
               MOVE WS-GRAVADOS TO TAB-COP-REGISTROS(WS-QTD-COPIAS).
               MOVE WS-COPIA-NOME TO TAB-COP-NOME(WS-QTD-COPIAS).
               MOVE "A" TO TAB-COP-SITUACAO(WS-QTD-COPIAS).
               ADD 1 TO WS-COPIADOS.
               ADD WS-GRAVADOS TO WS-TOTAL-REGISTROS.
               DISPLAY "COPIA " FUNCTION TRIM(WS-COPIA-NOME) " COM "
                   WS-GRAVADOS " REGISTROS".
           003-SAI.
               EXIT.
           004-COPIAR-CLIENTES.
               OPEN INPUT CLIENTES.
               IF WS-CLIENTES-STATUS NOT = "00"
                   MOVE WS-CLIENTES-STATUS TO WS-STATUS-ABERTURA
                   PERFORM 015-ORIGEM-INDISPONIVEL
                   GO TO 004-SAI
               END-IF.
               OPEN OUTPUT ARQUIVO-COPIA.
               MOVE "N" TO WS-FIM-ARQUIVO.
               MOVE LOW-VALUES TO CLIENTE-CODIGO.
               START CLIENTES KEY NOT < CLIENTE-CODIGO
                   INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
               END-START.
               PERFORM UNTIL FIM-ARQUIVO
                   READ CLIENTES NEXT
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           WRITE REG-COPIA-LINHA FROM REG-CLIENTE
                           ADD 1 TO WS-GRAVADOS
                   END-READ
               END-PERFORM.
               CLOSE ARQUIVO-COPIA.
               CLOSE CLIENTES.
           004-SAI.
               EXIT.
           005-COPIAR-SEQUENCIAL.
               OPEN INPUT ARQUIVO-ORIGEM.
               IF WS-ORIGEM-STATUS NOT = "00"
                   MOVE WS-ORIGEM-STATUS TO WS-STATUS-ABERTURA
                   PERFORM 015-ORIGEM-INDISPONIVEL
                   GO TO 005-SAI
               END-IF.
               OPEN OUTPUT ARQUIVO-COPIA.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-ORIGEM
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           WRITE REG-COPIA-LINHA FROM REG-ORIGEM
                           ADD 1 TO WS-GRAVADOS
                   END-READ
               END-PERFORM.
               CLOSE ARQUIVO-COPIA.
               CLOSE ARQUIVO-ORIGEM.
           005-SAI.
               EXIT.
      ******************************************************************
           006-EXPURGAR-ARQUIVO.
      * MANTEM AS WS-GERACOES GERACOES MAIS RECENTES DO ARQUIVO; AS
      * MAIS ANTIGAS SAEM DO DISCO E DO CATALOGO
               MOVE ARQ-SALVAGUARDA(WS-IND-ARQUIVO) TO WS-ARQUIVO.
               MOVE ZEROS TO WS-QTD-GERACOES.
               PERFORM VARYING WS-IND-COPIA FROM 1 BY 1
                   UNTIL WS-IND-COPIA > WS-QTD-COPIAS
                   IF TAB-COP-ARQUIVO(WS-IND-COPIA) = WS-ARQUIVO
                       AND TAB-COP-SITUACAO(WS-IND-COPIA) = "A"
                       ADD 1 TO WS-QTD-GERACOES
                   END-IF
               END-PERFORM.
               PERFORM 006-REMOVER-MAIS-ANTIGA
                   UNTIL WS-QTD-GERACOES NOT > WS-GERACOES.
           006-REMOVER-MAIS-ANTIGA.
               MOVE ZEROS TO WS-MAIS-ANTIGA.
               PERFORM VARYING WS-IND-COPIA FROM 1 BY 1
                   UNTIL WS-IND-COPIA > WS-QTD-COPIAS
                   IF TAB-COP-ARQUIVO(WS-IND-COPIA) = WS-ARQUIVO
                       AND TAB-COP-SITUACAO(WS-IND-COPIA) = "A"
                       IF WS-MAIS-ANTIGA = ZEROS
                           MOVE WS-IND-COPIA TO WS-MAIS-ANTIGA
                       ELSE
                           IF TAB-COP-GERACAO(WS-IND-COPIA)
                               < TAB-COP-GERACAO(WS-MAIS-ANTIGA)
                               MOVE WS-IND-COPIA TO WS-MAIS-ANTIGA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE TAB-COP-NOME(WS-MAIS-ANTIGA) TO WS-NOME-DELETAR.
               CALL "CBL_DELETE_FILE" USING WS-NOME-DELETAR
                   RETURNING WS-DELETE-RC.
               MOVE "E" TO TAB-COP-SITUACAO(WS-MAIS-ANTIGA).
               SUBTRACT 1 FROM WS-QTD-GERACOES.
               ADD 1 TO WS-EXPURGADOS.
               DISPLAY "GERACAO EXPURGADA: "
                   FUNCTION TRIM(TAB-COP-NOME(WS-MAIS-ANTIGA)).
      ******************************************************************
           007-GRAVAR-CATALOGO.
               OPEN OUTPUT COPIAS-SEGURANCA.
               PERFORM VARYING WS-IND-COPIA FROM 1 BY 1
                   UNTIL WS-IND-COPIA > WS-QTD-COPIAS
                   IF TAB-COP-SITUACAO(WS-IND-COPIA) = "A"
                       MOVE TAB-COP-ARQUIVO(WS-IND-COPIA)
                           TO COP-ARQUIVO
                       MOVE TAB-COP-GERACAO(WS-IND-COPIA)
                           TO COP-GERACAO
                       MOVE TAB-COP-DATA-HORA(WS-IND-COPIA)
                           TO COP-DATA-HORA
                       MOVE TAB-COP-REGISTROS(WS-IND-COPIA)
                           TO COP-REGISTROS
                       MOVE TAB-COP-NOME(WS-IND-COPIA)
                           TO COP-NOME-COPIA
                       WRITE REG-COPIA
                   END-IF
               END-PERFORM.
               CLOSE COPIAS-SEGURANCA.
           008-RESUMIR.
               MOVE "ART069I" TO WS-LOG-CODIGO.
               MOVE WS-DATA-MOVIMENTO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "COPIADOS " WS-COPIADOS " ARQUIVOS, "
                   WS-TOTAL-REGISTROS " REGISTROS; " WS-MANTIDOS
                   " JA EXISTENTES, " WS-FALHAS " FALHAS, "
                   WS-EXPURGADOS " GERACOES EXPURGADAS"
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           009-CONTAR-COPIA.
               MOVE ZEROS TO WS-CONFERIDOS.
               OPEN INPUT ARQUIVO-COPIA.
               IF WS-COPIA-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQUIVO-COPIA
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END ADD 1 TO WS-CONFERIDOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-COPIA
               END-IF.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "COPIA-SEGURANCA" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
           015-ORIGEM-INDISPONIVEL.
      * ARQUIVO AUSENTE E NORMAL ONDE A FUNCAO NAO E USADA (PRECOS,
      * IMPOSTOS...): SO AVISA; OUTRA FALHA DE ABERTURA E ERRO
               MOVE "N" TO WS-ORIGEM-OK.
               MOVE WS-ORIGEM-NOME TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               IF WS-STATUS-ABERTURA = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   STRING FUNCTION TRIM(WS-ORIGEM-NOME)
                       " NAO ENCONTRADO, SEM COPIA NESTA GERACAO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               ELSE
                   ADD 1 TO WS-FALHAS
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   STRING FUNCTION TRIM(WS-ORIGEM-NOME)
                       " INDISPONIVEL PARA COPIA, STATUS "
                       WS-STATUS-ABERTURA
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               END-IF.
               PERFORM 012-GRAVAR-LOG.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "COPIA-SEGURANCA" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "COPIA-SEGURANCA" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-TOTAL-REGISTROS TO EXEC-LIDOS.
               MOVE WS-COPIADOS TO EXEC-POSTADOS.
               MOVE WS-FALHAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-SEQUENCIA.
      * A SEQUENCIA DO LEDGER E UM DOS ARQUIVOS COPIADOS: A COPIA NAO
      * PODE SER TIRADA NO MEIO DE UMA POSTAGEM. NA CADEIA NOTURNA O
      * BLOQUEIO JA E DELA E E REAPROVEITADO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "COPIA-SEGURANCA" TO BLQ-PED-PROGRAMA.
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE SPACES TO BLQ-PED-RECURSO(2).
               MOVE SPACES TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-SEQUENCIA.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM COPIA-SEGURANCA.
