      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RESTAURACAO DE UM ARQUIVO A PARTIR DA COPIA DE
      *          SEGURANCA EM GERACOES, SO POR SUPERVISOR
      *          (ARIT_OPERADOR): ARIT_RESTAURA_ARQUIVO (OBRIGATORIO,
      *          UM DOS ARQUIVOS DE SALVCOPY, SEM O ".DAT") E
      *          ARIT_RESTAURA_GERACAO (AAAAMMDD, PADRAO A MAIS
      *          RECENTE DO CATALOGO). A COPIA E RECONTADA ANTES E SO
      *          E RESTAURADA SE TIVER A CONTAGEM DO CATALOGO; O
      *          ARQUIVO ATUAL FICA EM BKP-<ARQUIVO>-ANTERIOR.DAT. A
      *          RESTAURACAO BLOQUEIA LEDGER E SEQUENCIA-LEDGER (NAO
      *          RODA COM POSTAGEM NEM CADEIA EM ANDAMENTO) E VAI PARA
      *          O LOG OPERACIONAL COM O OPERADOR E A GERACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA-COPIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT ARQUIVO-DESTINO ASSIGN TO DYNAMIC WS-DESTINO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT ARQUIVO-COPIA ASSIGN TO DYNAMIC WS-COPIA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.
           SELECT COPIA-ANTERIOR ASSIGN TO DYNAMIC WS-ANTERIOR-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTERIOR-STATUS.
           SELECT COPIAS-SEGURANCA ASSIGN TO "COPIAS-SEGURANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTECOPY.
       FD  ARQUIVO-DESTINO.
       01  REG-DESTINO                     PIC X(200).
       FD  ARQUIVO-COPIA.
       01  REG-COPIA-LINHA                 PIC X(200).
       FD  COPIA-ANTERIOR.
       01  REG-ANTERIOR                    PIC X(200).
       FD  COPIAS-SEGURANCA.
           COPY COPIACOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           COPY SALVCOPY.
           77 WS-CLIENTES-STATUS           PIC X(002) VALUE SPACES.
           77 WS-DESTINO-STATUS            PIC X(002) VALUE SPACES.
           77 WS-COPIA-STATUS              PIC X(002) VALUE SPACES.
           77 WS-ANTERIOR-STATUS           PIC X(002) VALUE SPACES.
           77 WS-CATALOGO-STATUS           PIC X(002) VALUE SPACES.
           77 WS-DESTINO-NOME              PIC X(040) VALUE SPACES.
           77 WS-COPIA-NOME                PIC X(040) VALUE SPACES.
           77 WS-ANTERIOR-NOME             PIC X(040) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-OPERADOR                  PIC X(008) VALUE SPACES.
           77 WS-ARQUIVO                   PIC X(020) VALUE SPACES.
           77 WS-ENTRADA-GERACAO           PIC X(008) VALUE SPACES.
           77 WS-GERACAO                   PIC 9(008) VALUE ZEROS.
           77 WS-ARQUIVO-VALIDO            PIC X(001) VALUE "N".
           77 WS-IND-ARQUIVO               PIC 9(002) VALUE ZEROS.
           77 WS-COPIA-ACHADA              PIC X(001) VALUE "N".
           77 WS-REGISTROS-CATALOGO        PIC 9(007) VALUE ZEROS.
           77 WS-CONFERIDOS                PIC 9(007) VALUE ZEROS.
           77 WS-SALVOS                    PIC 9(007) VALUE ZEROS.
           77 WS-RESTAURADOS               PIC 9(007) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
      * AREA DE CHAMADA DE VERIFICA-USUARIO: IDENTIFICACAO NA IDA,
      * NIVEL E VALIDADE NA VOLTA
           01 PEDIDO-USUARIO.
               03 USU-PED-ID               PIC X(008).
               03 USU-PED-NIVEL            PIC 9(001).
               03 USU-PED-VALIDO           PIC X(001).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS THRU 001-SAI.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 002-LOCALIZAR-COPIA THRU 002-SAI
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 003-CONFERIR-COPIA THRU 003-SAI
            END-IF.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 013-BLOQUEAR-RECURSOS
                IF BLQ-PED-CONCEDIDO
                    PERFORM 004-SALVAR-ATUAL THRU 004-SAI
                    IF WS-CODIGO-RETORNO = ZEROS
                        PERFORM 005-RESTAURAR THRU 005-SAI
                    END-IF
                    PERFORM 014-LIBERAR-RECURSOS
                END-IF
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE SPACES TO WS-ARQUIVO.
               DISPLAY "ARIT_RESTAURA_ARQUIVO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ARQUIVO FROM ENVIRONMENT-VALUE.
               MOVE SPACES TO WS-ENTRADA-GERACAO.
               DISPLAY "ARIT_RESTAURA_GERACAO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-GERACAO FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-GERACAO IS NUMERIC
                   MOVE WS-ENTRADA-GERACAO TO WS-GERACAO
               END-IF.
               MOVE SPACES TO WS-OPERADOR.
               DISPLAY "ARIT_OPERADOR" UPON ENVIRONMENT-NAME.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
               IF WS-OPERADOR = SPACES
                   MOVE "OPERADOR" TO WS-OPERADOR
               END-IF.
      * A RESTAURACAO SOBREPOE UM ARQUIVO DE PRODUCAO INTEIRO: SO
      * OPERADOR COM NIVEL DE SUPERVISOR
               MOVE WS-OPERADOR TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE WS-OPERADOR TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "RESTAURACAO DE " FUNCTION TRIM(WS-ARQUIVO)
                       " NEGADA: OPERADOR " WS-OPERADOR
                       " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 001-SAI
               END-IF.
               MOVE "N" TO WS-ARQUIVO-VALIDO.
               PERFORM VARYING WS-IND-ARQUIVO FROM 1 BY 1
                   UNTIL WS-IND-ARQUIVO > QTD-SALVAGUARDA
                   IF ARQ-SALVAGUARDA(WS-IND-ARQUIVO) = WS-ARQUIVO
                       AND WS-ARQUIVO NOT = SPACES
                       MOVE "S" TO WS-ARQUIVO-VALIDO
                   END-IF
               END-PERFORM.
               IF WS-ARQUIVO-VALIDO = "N"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART071W" TO WS-LOG-CODIGO
                   MOVE WS-ARQUIVO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARIT_RESTAURA_ARQUIVO '"
                       FUNCTION TRIM(WS-ARQUIVO)
                       "' AUSENTE OU FORA DA COPIA DE SEGURANCA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           001-SAI.
               EXIT.
      ******************************************************************
           002-LOCALIZAR-COPIA.
      * GERACAO PEDIDA OU, SEM ELA, A MAIS RECENTE DO ARQUIVO
               MOVE "N" TO WS-COPIA-ACHADA.
               OPEN INPUT COPIAS-SEGURANCA.
               IF WS-CATALOGO-STATUS NOT = "00"
                   GO TO 002-NAO-ACHADA
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ COPIAS-SEGURANCA
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 002-AVALIAR-LINHA
                   END-READ
               END-PERFORM.
               CLOSE COPIAS-SEGURANCA.
               IF WS-COPIA-ACHADA = "S"
                   DISPLAY "RESTAURANDO " FUNCTION TRIM(WS-ARQUIVO)
                       " DA GERACAO " WS-GERACAO " ("
                       FUNCTION TRIM(WS-COPIA-NOME) ", "
                       WS-REGISTROS-CATALOGO " REGISTROS)"
                   GO TO 002-SAI
               END-IF.
           002-NAO-ACHADA.
               MOVE 8 TO WS-CODIGO-RETORNO.
               MOVE "ART071W" TO WS-LOG-CODIGO.
               MOVE WS-ARQUIVO TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               IF WS-GERACAO = ZEROS
                   STRING "NENHUMA COPIA DE " FUNCTION TRIM(WS-ARQUIVO)
                       " NO CATALOGO DE COPIAS DE SEGURANCA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               ELSE
                   STRING "GERACAO " WS-GERACAO " DE "
                       FUNCTION TRIM(WS-ARQUIVO)
                       " NAO CONSTA DO CATALOGO DE COPIAS DE SEGURANCA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
               END-IF.
               PERFORM 012-GRAVAR-LOG.
           002-SAI.
               EXIT.
           002-AVALIAR-LINHA.
               IF COP-ARQUIVO = WS-ARQUIVO
                   IF WS-ENTRADA-GERACAO IS NUMERIC
                       IF COP-GERACAO = WS-GERACAO
                           MOVE "S" TO WS-COPIA-ACHADA
                           MOVE COP-REGISTROS TO WS-REGISTROS-CATALOGO
                           MOVE COP-NOME-COPIA TO WS-COPIA-NOME
                       END-IF
                   ELSE
                       IF COP-GERACAO > WS-GERACAO
                           MOVE "S" TO WS-COPIA-ACHADA
                           MOVE COP-GERACAO TO WS-GERACAO
                           MOVE COP-REGISTROS TO WS-REGISTROS-CATALOGO
                           MOVE COP-NOME-COPIA TO WS-COPIA-NOME
                       END-IF
                   END-IF
               END-IF.
      ******************************************************************
           003-CONFERIR-COPIA.
      * A COPIA TEM DE TER A CONTAGEM REGISTRADA NO CATALOGO: COPIA
      * TRUNCADA OU ALTERADA FORA DO SISTEMA NAO E RESTAURADA
               MOVE ZEROS TO WS-CONFERIDOS.
               OPEN INPUT ARQUIVO-COPIA.
               IF WS-COPIA-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE WS-COPIA-NOME TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "COPIA " FUNCTION TRIM(WS-COPIA-NOME)
                       " INDISPONIVEL, STATUS " WS-COPIA-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-COPIA
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END ADD 1 TO WS-CONFERIDOS
                   END-READ
               END-PERFORM.
               CLOSE ARQUIVO-COPIA.
               IF WS-CONFERIDOS NOT = WS-REGISTROS-CATALOGO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART070E" TO WS-LOG-CODIGO
                   MOVE WS-COPIA-NOME TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "COPIA " FUNCTION TRIM(WS-COPIA-NOME)
                       " COM " WS-CONFERIDOS " REGISTROS, CATALOGO COM "
                       WS-REGISTROS-CATALOGO ": NAO RESTAURADA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           003-SAI.
               EXIT.
      ******************************************************************
           004-SALVAR-ATUAL.
      * O ARQUIVO ATUAL E GUARDADO ANTES DE SER SOBREPOSTO, PARA
      * DESFAZER UMA RESTAURACAO DA GERACAO ERRADA
               MOVE ZEROS TO WS-SALVOS.
               MOVE SPACES TO WS-DESTINO-NOME.
               STRING FUNCTION TRIM(WS-ARQUIVO) ".DAT"
                   DELIMITED BY SIZE INTO WS-DESTINO-NOME.
               MOVE SPACES TO WS-ANTERIOR-NOME.
               STRING "BKP-" FUNCTION TRIM(WS-ARQUIVO) "-ANTERIOR.DAT"
                   DELIMITED BY SIZE INTO WS-ANTERIOR-NOME.
               IF WS-ARQUIVO = "CLIENTES"
                   OPEN INPUT CLIENTES
                   MOVE WS-CLIENTES-STATUS TO WS-DESTINO-STATUS
               ELSE
                   OPEN INPUT ARQUIVO-DESTINO
               END-IF.
               IF WS-DESTINO-STATUS = "35"
                   DISPLAY FUNCTION TRIM(WS-DESTINO-NOME)
                       " NAO EXISTE, NADA A GUARDAR"
                   GO TO 004-SAI
               END-IF.
               IF WS-DESTINO-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE WS-DESTINO-NOME TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING FUNCTION TRIM(WS-DESTINO-NOME)
                       " INDISPONIVEL, STATUS " WS-DESTINO-STATUS
                       ": RESTAURACAO NAO FEITA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               OPEN OUTPUT COPIA-ANTERIOR.
               MOVE "N" TO WS-FIM-ARQUIVO.
               IF WS-ARQUIVO = "CLIENTES"
                   MOVE LOW-VALUES TO CLIENTE-CODIGO
                   START CLIENTES KEY NOT < CLIENTE-CODIGO
                       INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
                   END-START
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CLIENTES NEXT
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               WRITE REG-ANTERIOR FROM REG-CLIENTE
                               ADD 1 TO WS-SALVOS
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTES
               ELSE
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQUIVO-DESTINO
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               WRITE REG-ANTERIOR FROM REG-DESTINO
                               ADD 1 TO WS-SALVOS
                       END-READ
                   END-PERFORM
                   CLOSE ARQUIVO-DESTINO
               END-IF.
               CLOSE COPIA-ANTERIOR.
               DISPLAY "ARQUIVO ATUAL GUARDADO EM "
                   FUNCTION TRIM(WS-ANTERIOR-NOME) " COM " WS-SALVOS
                   " REGISTROS".
           004-SAI.
               EXIT.
      ******************************************************************
           005-RESTAURAR.
               MOVE ZEROS TO WS-RESTAURADOS.
               OPEN INPUT ARQUIVO-COPIA.
               IF WS-ARQUIVO = "CLIENTES"
                   OPEN OUTPUT CLIENTES
                   MOVE WS-CLIENTES-STATUS TO WS-DESTINO-STATUS
               ELSE
                   OPEN OUTPUT ARQUIVO-DESTINO
               END-IF.
               IF WS-DESTINO-STATUS NOT = "00"
                   CLOSE ARQUIVO-COPIA
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE WS-DESTINO-NOME TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING FUNCTION TRIM(WS-DESTINO-NOME)
                       " NAO PODE SER GRAVADO, STATUS "
                       WS-DESTINO-STATUS ": RESTAURACAO NAO FEITA"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO-COPIA
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 005-GRAVAR-REGISTRO
                   END-READ
               END-PERFORM.
               CLOSE ARQUIVO-COPIA.
               IF WS-ARQUIVO = "CLIENTES"
                   CLOSE CLIENTES
               ELSE
                   CLOSE ARQUIVO-DESTINO
               END-IF.
      * CONTAGEM DIFERENTE NA GRAVACAO (CHAVE DUPLICADA NO INDEXADO,
      * DISCO CHEIO): O ARQUIVO ANTERIOR ESTA NA COPIA -ANTERIOR
               IF WS-RESTAURADOS NOT = WS-REGISTROS-CATALOGO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART070E" TO WS-LOG-CODIGO
                   MOVE WS-DESTINO-NOME TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING FUNCTION TRIM(WS-DESTINO-NOME)
                       " RESTAURADO COM " WS-RESTAURADOS
                       " DE " WS-REGISTROS-CATALOGO
                       " REGISTROS; ANTERIOR EM "
                       FUNCTION TRIM(WS-ANTERIOR-NOME)
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 005-SAI
               END-IF.
               MOVE "ART037I" TO WS-LOG-CODIGO.
               MOVE WS-OPERADOR TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "OPERADOR " FUNCTION TRIM(WS-OPERADOR)
                   " RESTAUROU " FUNCTION TRIM(WS-ARQUIVO)
                   " DA GERACAO " WS-GERACAO ": " WS-RESTAURADOS
                   " REGISTROS"
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           005-SAI.
               EXIT.
           005-GRAVAR-REGISTRO.
               IF WS-ARQUIVO = "CLIENTES"
                   MOVE REG-COPIA-LINHA TO REG-CLIENTE
                   WRITE REG-CLIENTE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-RESTAURADOS
                   END-WRITE
               ELSE
                   WRITE REG-DESTINO FROM REG-COPIA-LINHA
                   IF WS-DESTINO-STATUS = "00"
                       ADD 1 TO WS-RESTAURADOS
                   END-IF
               END-IF.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RESTAURA-COPIA" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RESTAURA-COPIA" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RESTAURA-COPIA" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-CONFERIDOS TO EXEC-LIDOS.
               MOVE WS-RESTAURADOS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * OS ARQUIVOS RESTAURAVEIS SAO LIDOS E GRAVADOS PELAS POSTAGENS
      * E PELA CADEIA NOTURNA, QUE DETEM ESTES RECURSOS; O CALENDARIO
      * TEM BLOQUEIO PROPRIO, DO FECHAMENTO DE PERIODO E DO
      * ENCERRAMENTO DO EXERCICIO
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "RESTAURA-COPIA" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               IF WS-ARQUIVO = "PERIODOS"
                   MOVE "PERIODOS" TO BLQ-PED-RECURSO(3)
               ELSE
                   MOVE SPACES TO BLQ-PED-RECURSO(3)
               END-IF.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           014-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM RESTAURA-COPIA.
