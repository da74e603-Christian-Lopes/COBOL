      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: CONSULTA E LIBERACAO DOS BLOQUEIOS DE EXECUCAO
      *          (BLOQUEIOS.DAT), SO POR SUPERVISOR (ARIT_OPERADOR):
      *          ARIT_BLOQUEIO_ACAO "L" (PADRAO) LISTA OS RECURSOS
      *          BLOQUEADOS COM O DETENTOR E A IDADE, APONTANDO OS
      *          ANTIGOS (MAIS DE ARIT_HORAS_BLOQUEIO HORAS, PADRAO
      *          12); "C" LIBERA O BLOQUEIO DO RECURSO
      *          ARIT_BLOQUEIO_RECURSO, DESDE QUE SEJA ANTIGO - UM
      *          BLOQUEIO RECENTE PODE SER DE EXECUCAO EM ANDAMENTO E
      *          NAO E LIBERADO. A LIBERACAO VAI PARA A TRILHA DE
      *          AUDITORIA-BLOQUEIOS.DAT (QUEM/QUANDO/O QUE ESTAVA
      *          BLOQUEADO) E PARA O LOG OPERACIONAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-BLOQUEIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUEIOS ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.
           SELECT AUDITORIA-BLOQUEIOS
               ASSIGN TO "AUDITORIA-BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUEIOS.
           COPY BLOQCOPY.
       FD  AUDITORIA-BLOQUEIOS.
       01  REG-AUDITORIA-BLOQUEIO.
           03 AUDB-DATA-HORA               PIC X(014).
           03 AUDB-USUARIO                 PIC X(008).
           03 AUDB-ACAO                    PIC X(001).
           03 AUDB-RECURSO                 PIC X(020).
           03 AUDB-PROGRAMA                PIC X(022).
           03 AUDB-RUN-ID                  PIC X(016).
           03 AUDB-OPERADOR                PIC X(008).
           03 AUDB-INICIO                  PIC X(014).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-BLOQUEIOS-STATUS          PIC X(002) VALUE SPACES.
           77 WS-AUDITORIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-OPERADOR                  PIC X(008) VALUE SPACES.
           77 WS-ACAO                      PIC X(001) VALUE SPACES.
           77 WS-RECURSO                   PIC X(020) VALUE SPACES.
           77 WS-ENTRADA-HORAS             PIC X(003) VALUE SPACES.
           77 WS-HORAS-ANTIGO              PIC 9(003) VALUE 12.
           77 WS-MINUTOS-AGORA             PIC 9(011) VALUE ZEROS.
           77 WS-MINUTOS-INICIO            PIC 9(011) VALUE ZEROS.
           77 WS-IDADE-MINUTOS             PIC S9(011) VALUE ZEROS.
           77 WS-IDADE-HORAS               PIC 9(005) VALUE ZEROS.
           77 WS-INICIO                    PIC X(014) VALUE SPACES.
           77 WS-ANTIGO                    PIC X(001) VALUE "N".
           77 WS-SITUACAO                  PIC X(006) VALUE SPACES.
           77 WS-QTD-BLOQUEIOS             PIC 9(003) VALUE ZEROS.
           77 WS-IND-BLOQUEIO              PIC 9(003) VALUE ZEROS.
           77 WS-BLOQUEIO-ACHADO           PIC 9(003) VALUE ZEROS.
           77 WS-QTD-ANTIGOS               PIC 9(003) VALUE ZEROS.
           77 WS-LIBERADOS                 PIC 9(003) VALUE ZEROS.
           77 WS-TABELA-CHEIA              PIC X(001) VALUE "N".
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
           01 TABELA-BLOQUEIOS.
               03 BLOQUEIO-ATIVO OCCURS 50 TIMES.
                   05 TAB-BLQ-RECURSO      PIC X(020).
                   05 TAB-BLQ-PROGRAMA     PIC X(022).
                   05 TAB-BLQ-RUN-ID       PIC X(016).
                   05 TAB-BLQ-OPERADOR     PIC X(008).
                   05 TAB-BLQ-INICIO       PIC X(014).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS THRU 001-SAI.
            IF WS-CODIGO-RETORNO = ZEROS
                PERFORM 002-CARREGAR-BLOQUEIOS THRU 002-SAI
            END-IF.
            IF WS-CODIGO-RETORNO < 8
                IF WS-ACAO = "C"
                    PERFORM 004-LIBERAR-BLOQUEIO THRU 004-SAI
                ELSE
                    PERFORM 003-LISTAR-BLOQUEIOS
                END-IF
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           001-CARREGAR-PARAMETROS.
               MOVE SPACES TO WS-ACAO.
               DISPLAY "ARIT_BLOQUEIO_ACAO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ACAO FROM ENVIRONMENT-VALUE.
               MOVE SPACES TO WS-RECURSO.
               DISPLAY "ARIT_BLOQUEIO_RECURSO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-RECURSO FROM ENVIRONMENT-VALUE.
               MOVE SPACES TO WS-ENTRADA-HORAS.
               DISPLAY "ARIT_HORAS_BLOQUEIO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-HORAS FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-HORAS IS NUMERIC
                   MOVE WS-ENTRADA-HORAS TO WS-HORAS-ANTIGO
               END-IF.
               MOVE SPACES TO WS-OPERADOR.
               DISPLAY "ARIT_OPERADOR" UPON ENVIRONMENT-NAME.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
               IF WS-OPERADOR = SPACES
                   MOVE "OPERADOR" TO WS-OPERADOR
               END-IF.
      * OS BLOQUEIOS MOSTRAM QUEM ESTA RODANDO O QUE E A LIBERACAO
      * DESPROTEGE OS ARQUIVOS: SO OPERADOR COM NIVEL DE SUPERVISOR
               MOVE WS-OPERADOR TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE WS-OPERADOR TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MANUTENCAO DE BLOQUEIOS NEGADA: OPERADOR "
                       WS-OPERADOR " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 001-SAI
               END-IF.
               IF WS-ACAO = "C" AND WS-RECURSO = SPACES
                   MOVE 8 TO WS-CODIGO-RETORNO
                   DISPLAY "*** ARIT_BLOQUEIO_RECURSO E OBRIGATORIO "
                       "NA LIBERACAO ***"
               END-IF.
           001-SAI.
               EXIT.
           002-CARREGAR-BLOQUEIOS.
               MOVE ZEROS TO WS-QTD-BLOQUEIOS.
               OPEN INPUT BLOQUEIOS.
               IF WS-BLOQUEIOS-STATUS = "35"
                   GO TO 002-SAI
               END-IF.
               IF WS-BLOQUEIOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "BLOQUEIOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE BLOQUEIOS INDISPONIVEL, STATUS "
                       WS-BLOQUEIOS-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-BLOQUEIO.
               PERFORM UNTIL FIM-ARQUIVO
                   IF WS-QTD-BLOQUEIOS < 50
                       ADD 1 TO WS-QTD-BLOQUEIOS
                       MOVE BLQ-RECURSO
                           TO TAB-BLQ-RECURSO(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-PROGRAMA
                           TO TAB-BLQ-PROGRAMA(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-RUN-ID
                           TO TAB-BLQ-RUN-ID(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-OPERADOR
                           TO TAB-BLQ-OPERADOR(WS-QTD-BLOQUEIOS)
                       MOVE BLQ-DATA-HORA-INICIO
                           TO TAB-BLQ-INICIO(WS-QTD-BLOQUEIOS)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
                   PERFORM 002-LER-BLOQUEIO
               END-PERFORM.
               CLOSE BLOQUEIOS.
      * LIBERAR COM A TABELA CHEIA REGRAVARIA O ARQUIVO SEM AS LINHAS
      * EXCEDENTES; A LISTAGEM SEGUE, AVISANDO QUE E PARCIAL
               IF WS-TABELA-CHEIA = "S"
                   MOVE "ART041E" TO WS-LOG-CODIGO
                   MOVE "BLOQUEIOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "BLOQUEIOS ATIVOS EXCEDEM A TABELA DE 50 "
                       "LINHAS"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   IF WS-ACAO = "C"
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.
           002-SAI.
               EXIT.
           002-LER-BLOQUEIO.
               READ BLOQUEIOS
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
      ******************************************************************
           003-LISTAR-BLOQUEIOS.
               DISPLAY "=============================================".
               DISPLAY "  BLOQUEIOS DE EXECUCAO ATIVOS".
               DISPLAY "=============================================".
               IF WS-QTD-BLOQUEIOS = ZEROS
                   DISPLAY "NENHUM RECURSO BLOQUEADO"
               END-IF.
               PERFORM VARYING WS-IND-BLOQUEIO FROM 1 BY 1
                   UNTIL WS-IND-BLOQUEIO > WS-QTD-BLOQUEIOS
                   MOVE WS-IND-BLOQUEIO TO WS-BLOQUEIO-ACHADO
                   PERFORM 005-AVALIAR-ANTIGUIDADE
                   IF WS-ANTIGO = "S"
                       ADD 1 TO WS-QTD-ANTIGOS
                       MOVE "ANTIGO" TO WS-SITUACAO
                   ELSE
                       MOVE "ATIVO" TO WS-SITUACAO
                   END-IF
                   DISPLAY TAB-BLQ-RECURSO(WS-IND-BLOQUEIO) " "
                       TAB-BLQ-PROGRAMA(WS-IND-BLOQUEIO) " RUN "
                       TAB-BLQ-RUN-ID(WS-IND-BLOQUEIO) " OPERADOR "
                       TAB-BLQ-OPERADOR(WS-IND-BLOQUEIO) " DESDE "
                       TAB-BLQ-INICIO(WS-IND-BLOQUEIO) " ("
                       WS-IDADE-HORAS " H) " WS-SITUACAO
               END-PERFORM.
               DISPLAY "RECURSOS BLOQUEADOS: " WS-QTD-BLOQUEIOS
                   " ANTIGOS (MAIS DE " WS-HORAS-ANTIGO " HORAS): "
                   WS-QTD-ANTIGOS.
      ******************************************************************
           004-LIBERAR-BLOQUEIO.
               MOVE ZEROS TO WS-BLOQUEIO-ACHADO.
               PERFORM VARYING WS-IND-BLOQUEIO FROM 1 BY 1
                   UNTIL WS-IND-BLOQUEIO > WS-QTD-BLOQUEIOS
                   IF TAB-BLQ-RECURSO(WS-IND-BLOQUEIO) = WS-RECURSO
                       MOVE WS-IND-BLOQUEIO TO WS-BLOQUEIO-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-BLOQUEIO-ACHADO = ZEROS
                   MOVE 4 TO WS-CODIGO-RETORNO
                   MOVE "ART068W" TO WS-LOG-CODIGO
                   MOVE WS-RECURSO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "RECURSO " FUNCTION TRIM(WS-RECURSO)
                       " NAO ESTA BLOQUEADO, NADA A LIBERAR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               PERFORM 005-AVALIAR-ANTIGUIDADE.
               IF WS-ANTIGO = "N"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART068W" TO WS-LOG-CODIGO
                   MOVE WS-RECURSO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "BLOQUEIO DE " FUNCTION TRIM(WS-RECURSO)
                       " POR " FUNCTION TRIM(
                           TAB-BLQ-PROGRAMA(WS-BLOQUEIO-ACHADO))
                       " COM MENOS DE " WS-HORAS-ANTIGO
                       " H: PODE ESTAR ATIVO, NAO LIBERADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
      * AUDITORIA ANTES DE REGRAVAR: A LINHA LIBERADA FICA REGISTRADA
      * MESMO QUE A REGRAVACAO FALHE
               OPEN EXTEND AUDITORIA-BLOQUEIOS.
               IF WS-AUDITORIA-STATUS = "35"
                   OPEN OUTPUT AUDITORIA-BLOQUEIOS
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE WS-DATA-HORA(1:14) TO AUDB-DATA-HORA.
               MOVE WS-OPERADOR TO AUDB-USUARIO.
               MOVE "C" TO AUDB-ACAO.
               MOVE TAB-BLQ-RECURSO(WS-BLOQUEIO-ACHADO)
                   TO AUDB-RECURSO.
               MOVE TAB-BLQ-PROGRAMA(WS-BLOQUEIO-ACHADO)
                   TO AUDB-PROGRAMA.
               MOVE TAB-BLQ-RUN-ID(WS-BLOQUEIO-ACHADO)
                   TO AUDB-RUN-ID.
               MOVE TAB-BLQ-OPERADOR(WS-BLOQUEIO-ACHADO)
                   TO AUDB-OPERADOR.
               MOVE TAB-BLQ-INICIO(WS-BLOQUEIO-ACHADO)
                   TO AUDB-INICIO.
               WRITE REG-AUDITORIA-BLOQUEIO.
               CLOSE AUDITORIA-BLOQUEIOS.
               OPEN OUTPUT BLOQUEIOS.
               PERFORM VARYING WS-IND-BLOQUEIO FROM 1 BY 1
                   UNTIL WS-IND-BLOQUEIO > WS-QTD-BLOQUEIOS
                   IF WS-IND-BLOQUEIO NOT = WS-BLOQUEIO-ACHADO
                       MOVE TAB-BLQ-RECURSO(WS-IND-BLOQUEIO)
                           TO BLQ-RECURSO
                       MOVE TAB-BLQ-PROGRAMA(WS-IND-BLOQUEIO)
                           TO BLQ-PROGRAMA
                       MOVE TAB-BLQ-RUN-ID(WS-IND-BLOQUEIO)
                           TO BLQ-RUN-ID
                       MOVE TAB-BLQ-OPERADOR(WS-IND-BLOQUEIO)
                           TO BLQ-OPERADOR
                       MOVE TAB-BLQ-INICIO(WS-IND-BLOQUEIO)
                           TO BLQ-DATA-HORA-INICIO
                       WRITE REG-BLOQUEIO
                   END-IF
               END-PERFORM.
               CLOSE BLOQUEIOS.
               ADD 1 TO WS-LIBERADOS.
               MOVE "ART037I" TO WS-LOG-CODIGO.
               MOVE WS-OPERADOR TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "OPERADOR " FUNCTION TRIM(WS-OPERADOR)
                   " LIBEROU O BLOQUEIO DE " FUNCTION TRIM(WS-RECURSO)
                   " DE " FUNCTION TRIM(
                       TAB-BLQ-PROGRAMA(WS-BLOQUEIO-ACHADO))
                   " DESDE " TAB-BLQ-INICIO(WS-BLOQUEIO-ACHADO)
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           004-SAI.
               EXIT.
           005-AVALIAR-ANTIGUIDADE.
      * MESMO CRITERIO DE CONTROLA-BLOQUEIO: IDADE EM MINUTOS DESDE O
      * INICIO DO DETENTOR; INICIO ILEGIVEL VALE COMO ANTIGO
               MOVE "N" TO WS-ANTIGO.
               MOVE ZEROS TO WS-IDADE-HORAS.
               MOVE TAB-BLQ-INICIO(WS-BLOQUEIO-ACHADO) TO WS-INICIO.
               IF WS-INICIO(1:12) IS NOT NUMERIC
                   MOVE "S" TO WS-ANTIGO
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                   COMPUTE WS-MINUTOS-AGORA =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-DATA-HORA(1:8))) * 1440
                       + FUNCTION NUMVAL(WS-DATA-HORA(9:2)) * 60
                       + FUNCTION NUMVAL(WS-DATA-HORA(11:2))
                   COMPUTE WS-MINUTOS-INICIO =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WS-INICIO(1:8))) * 1440
                       + FUNCTION NUMVAL(WS-INICIO(9:2)) * 60
                       + FUNCTION NUMVAL(WS-INICIO(11:2))
                   COMPUTE WS-IDADE-MINUTOS =
                       WS-MINUTOS-AGORA - WS-MINUTOS-INICIO
                   IF WS-IDADE-MINUTOS > ZEROS
                       COMPUTE WS-IDADE-HORAS = WS-IDADE-MINUTOS / 60
                   END-IF
                   IF WS-IDADE-MINUTOS > WS-HORAS-ANTIGO * 60
                       MOVE "S" TO WS-ANTIGO
                   END-IF
               END-IF.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "MANUTENCAO-BLOQUEIOS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "MANUTENCAO-BLOQUEIOS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "MANUTENCAO-BLOQUEIOS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-QTD-BLOQUEIOS TO EXEC-LIDOS.
               MOVE WS-LIBERADOS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM MANUTENCAO-BLOQUEIOS.
