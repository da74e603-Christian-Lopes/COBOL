      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: REGISTRO DO ATIVO IMOBILIZADO POR DEPARTAMENTO: LISTA
      *          CADA BEM DE ATIVOS.DAT, CLASSIFICADO POR DEPARTAMENTO
      *          E NUMERO, COM DATA DE AQUISICAO, METODO, VIDA UTIL,
      *          MESES JA DEPRECIADOS, CUSTO, DEPRECIACAO ACUMULADA E
      *          VALOR LIQUIDO. O BEM BAIXADO SAI COM A DATA DA BAIXA,
      *          O VALOR DE VENDA E O GANHO OU PERDA NUMA SEGUNDA
      *          LINHA E NAO ENTRA NOS TOTAIS DE CUSTO, ACUMULADA E
      *          LIQUIDO, QUE SO SOMAM OS BENS EM USO. SUBTOTAL POR
      *          DEPARTAMENTO COM O NOME DO CADASTRO DEPARTAMENTOS.DAT
      *          E TOTAL GERAL NO FIM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-ATIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS ASSIGN TO "ATIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATIVO-NUMERO
               FILE STATUS IS WS-ATIVOS-STATUS.
           SELECT DEPARTAMENTOS ASSIGN TO "DEPARTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPARTAMENTOS-STATUS.
           SELECT RELATORIO-ATIVOS
               ASSIGN TO "RELATORIO-ATIVOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.
           SELECT CLASSIFICA-ATIVOS ASSIGN TO "SORT-ATIVOS.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  ATIVOS.
           COPY ATIVOCOPY.
       FD  DEPARTAMENTOS.
           COPY DEPCOPY.
       FD  RELATORIO-ATIVOS.
       01  REG-RELATORIO-ATIVOS            PIC X(132).
       SD  CLASSIFICA-ATIVOS.
       01  REG-CLASSIFICA-ATIVOS.
           03 CLS-DEPARTAMENTO             PIC X(010).
           03 CLS-NUMERO                   PIC 9(007).
           03 CLS-ATIVO                    PIC X(160).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           77 WS-ATIVOS-STATUS             PIC X(002) VALUE SPACES.
           77 WS-DEPARTAMENTOS-STATUS      PIC X(002) VALUE SPACES.
           77 WS-RELATORIO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-LIDOS                     PIC 9(007) VALUE ZEROS.
           77 WS-EM-USO                    PIC 9(007) VALUE ZEROS.
           77 WS-BAIXADOS                  PIC 9(007) VALUE ZEROS.
           77 WS-QTD-DEPARTAMENTOS         PIC 9(003) VALUE ZEROS.
           77 WS-IND-DEPARTAMENTO          PIC 9(003) VALUE ZEROS.
           77 WS-DEPTO-ATUAL               PIC X(010) VALUE SPACES.
           77 WS-PRIMEIRO                  PIC X(001) VALUE "S".
           77 WS-NOME                      PIC X(030) VALUE SPACES.
           77 WS-SITUACAO                  PIC X(007) VALUE SPACES.
           77 VALOR-LIQUIDO                PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
      * AREA DE IMPRESSAO COMUM AO SUBTOTAL E AO TOTAL
           77 IMP-CUSTO                    PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-ACUMULADA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-LIQUIDO                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 IMP-RESULTADO                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-CUSTO                    PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-ACUMULADA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-LIQUIDO                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 SUB-RESULTADO                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-CUSTO                    PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-ACUMULADA                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-LIQUIDO                  PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 TOT-RESULTADO                PIC S9(13)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-CUSTO-ED                  PIC -(10)9.99.
           77 WS-ACUMULADA-ED              PIC -(10)9.99.
           77 WS-LIQUIDO-ED                PIC -(10)9.99.
           77 WS-VENDA-ED                  PIC -(10)9.99.
           77 WS-RESULTADO-ED              PIC -(10)9.99.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           01 TABELA-DEPARTAMENTOS.
               03 TAB-DEPARTAMENTO OCCURS 100 TIMES.
                   05 TAB-DEP-CODIGO       PIC X(010).
                   05 TAB-DEP-NOME         PIC X(030).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 002-PROCESSAMENTO THRU 002-SAI.
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
           002-PROCESSAMENTO.
               OPEN INPUT ATIVOS.
               IF WS-ATIVOS-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "ATIVOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CADASTRO DE ATIVOS NAO ENCONTRADO, "
                       "RELATORIO NAO EMITIDO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               IF WS-ATIVOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "ATIVOS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CADASTRO DE ATIVOS INDISPONIVEL, STATUS "
                       WS-ATIVOS-STATUS ", RELATORIO ABANDONADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               PERFORM 003-CARREGAR-DEPARTAMENTOS.
               OPEN OUTPUT RELATORIO-ATIVOS.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               MOVE SPACES TO WS-LINHA.
               STRING "REGISTRO DO ATIVO IMOBILIZADO POR DEPARTAMENTO"
                   " - POSICAO EM " WS-DATA-MOVIMENTO
                   "   EMISSAO " WS-DATA-HORA(1:14)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
               SORT CLASSIFICA-ATIVOS
                   ON ASCENDING KEY CLS-DEPARTAMENTO
                   ON ASCENDING KEY CLS-NUMERO
                   INPUT PROCEDURE 004-LIBERAR-ATIVOS
                   OUTPUT PROCEDURE 005-IMPRIMIR-ATIVOS.
               PERFORM 007-TOTAL-GERAL.
               CLOSE RELATORIO-ATIVOS.
               CLOSE ATIVOS.
               DISPLAY "ATIVOS LISTADOS: " WS-LIDOS
                   " EM USO: " WS-EM-USO
                   " BAIXADOS: " WS-BAIXADOS.
           002-SAI.
               EXIT.
           003-CARREGAR-DEPARTAMENTOS.
               MOVE ZEROS TO WS-QTD-DEPARTAMENTOS.
               OPEN INPUT DEPARTAMENTOS.
               IF WS-DEPARTAMENTOS-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ DEPARTAMENTOS
                           AT END MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-DEPARTAMENTOS < 100
                                   ADD 1 TO WS-QTD-DEPARTAMENTOS
                                   MOVE DEP-CODIGO TO TAB-DEP-CODIGO
                                       (WS-QTD-DEPARTAMENTOS)
                                   MOVE DEP-NOME TO TAB-DEP-NOME
                                       (WS-QTD-DEPARTAMENTOS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEPARTAMENTOS
               END-IF.
      ******************************************************************
           004-LIBERAR-ATIVOS.
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
                           MOVE ATIVO-DEPARTAMENTO TO CLS-DEPARTAMENTO
                           MOVE ATIVO-NUMERO TO CLS-NUMERO
                           MOVE REG-ATIVO TO CLS-ATIVO
                           RELEASE REG-CLASSIFICA-ATIVOS
                   END-READ
               END-PERFORM.
           005-IMPRIMIR-ATIVOS.
               MOVE "S" TO WS-PRIMEIRO.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   RETURN CLASSIFICA-ATIVOS
                       AT END MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-PRIMEIRO = "S"
                               OR CLS-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
                               IF WS-PRIMEIRO = "N"
                                   PERFORM 006-SUBTOTAL-DEPARTAMENTO
                               END-IF
                               MOVE "N" TO WS-PRIMEIRO
                               MOVE CLS-DEPARTAMENTO TO WS-DEPTO-ATUAL
                               PERFORM 005-CABECALHO-DEPARTAMENTO
                           END-IF
                           MOVE CLS-ATIVO TO REG-ATIVO
                           PERFORM 005-IMPRIMIR-ATIVO
                   END-RETURN
               END-PERFORM.
               IF WS-PRIMEIRO = "N"
                   PERFORM 006-SUBTOTAL-DEPARTAMENTO
               END-IF.
           005-CABECALHO-DEPARTAMENTO.
               MOVE ZEROS TO SUB-CUSTO.
               MOVE ZEROS TO SUB-ACUMULADA.
               MOVE ZEROS TO SUB-LIQUIDO.
               MOVE ZEROS TO SUB-RESULTADO.
               MOVE "(SEM CADASTRO)" TO WS-NOME.
               PERFORM VARYING WS-IND-DEPARTAMENTO FROM 1 BY 1
                   UNTIL WS-IND-DEPARTAMENTO > WS-QTD-DEPARTAMENTOS
                   IF TAB-DEP-CODIGO(WS-IND-DEPARTAMENTO)
                       = WS-DEPTO-ATUAL
                       MOVE TAB-DEP-NOME(WS-IND-DEPARTAMENTO)
                           TO WS-NOME
                   END-IF
               END-PERFORM.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
               STRING "DEPARTAMENTO " WS-DEPTO-ATUAL " " WS-NOME
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "ATIVO   DESCRICAO                      "
                   "AQUISICAO MET VIDA MESES          CUSTO "
                   "     ACUMULADA        LIQUIDO SITUACAO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
           005-IMPRIMIR-ATIVO.
      * O BEM BAIXADO JA SAIU DO IMOBILIZADO: MOSTRA O QUE TINHA NA
      * BAIXA, MAS SO O GANHO OU PERDA VAI PARA OS TOTAIS
               COMPUTE VALOR-LIQUIDO =
                   ATIVO-CUSTO - ATIVO-DEPRECIACAO-ACUM.
               IF ATIVO-BAIXADO
                   ADD 1 TO WS-BAIXADOS
                   MOVE "BAIXADO" TO WS-SITUACAO
                   ADD ATIVO-RESULTADO-BAIXA TO SUB-RESULTADO
               ELSE
                   ADD 1 TO WS-EM-USO
                   MOVE "EM USO" TO WS-SITUACAO
                   ADD ATIVO-CUSTO TO SUB-CUSTO
                   ADD ATIVO-DEPRECIACAO-ACUM TO SUB-ACUMULADA
                   ADD VALOR-LIQUIDO TO SUB-LIQUIDO
               END-IF.
               MOVE ATIVO-CUSTO TO WS-CUSTO-ED.
               MOVE ATIVO-DEPRECIACAO-ACUM TO WS-ACUMULADA-ED.
               MOVE VALOR-LIQUIDO TO WS-LIQUIDO-ED.
               MOVE SPACES TO WS-LINHA.
               STRING ATIVO-NUMERO " " ATIVO-DESCRICAO " "
                   ATIVO-DATA-AQUISICAO "  " ATIVO-METODO "  "
                   ATIVO-VIDA-MESES " " ATIVO-MESES-DEPRECIADOS "  "
                   WS-CUSTO-ED " " WS-ACUMULADA-ED " "
                   WS-LIQUIDO-ED " " WS-SITUACAO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
               IF ATIVO-BAIXADO
                   MOVE ATIVO-VALOR-VENDA TO WS-VENDA-ED
                   MOVE ATIVO-RESULTADO-BAIXA TO WS-RESULTADO-ED
                   MOVE SPACES TO WS-LINHA
                   STRING "        BAIXA EM " ATIVO-DATA-BAIXA
                       "  VALOR DE VENDA " WS-VENDA-ED
                       "  GANHO(+)/PERDA(-) " WS-RESULTADO-ED
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA
               END-IF.
           006-SUBTOTAL-DEPARTAMENTO.
               MOVE SUB-CUSTO TO IMP-CUSTO.
               MOVE SUB-ACUMULADA TO IMP-ACUMULADA.
               MOVE SUB-LIQUIDO TO IMP-LIQUIDO.
               MOVE SUB-RESULTADO TO IMP-RESULTADO.
               ADD SUB-CUSTO TO TOT-CUSTO.
               ADD SUB-ACUMULADA TO TOT-ACUMULADA.
               ADD SUB-LIQUIDO TO TOT-LIQUIDO.
               ADD SUB-RESULTADO TO TOT-RESULTADO.
               MOVE SPACES TO WS-LINHA.
               STRING "SUBTOTAL DO DEPARTAMENTO " WS-DEPTO-ATUAL
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM 008-IMPRIMIR-TOTAIS.
           007-TOTAL-GERAL.
               MOVE TOT-CUSTO TO IMP-CUSTO.
               MOVE TOT-ACUMULADA TO IMP-ACUMULADA.
               MOVE TOT-LIQUIDO TO IMP-LIQUIDO.
               MOVE TOT-RESULTADO TO IMP-RESULTADO.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
               STRING "TOTAL GERAL (" WS-EM-USO " EM USO, "
                   WS-BAIXADOS " BAIXADOS)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM 008-IMPRIMIR-TOTAIS.
           008-IMPRIMIR-TOTAIS.
      * A LINHA JA VEM COM O TITULO NAS PRIMEIRAS POSICOES; OS VALORES
      * ENTRAM ALINHADOS COM AS COLUNAS DO DETALHE
               MOVE IMP-CUSTO TO WS-CUSTO-ED.
               MOVE IMP-ACUMULADA TO WS-ACUMULADA-ED.
               MOVE IMP-LIQUIDO TO WS-LIQUIDO-ED.
               MOVE IMP-RESULTADO TO WS-RESULTADO-ED.
               STRING WS-CUSTO-ED " " WS-ACUMULADA-ED " "
                   WS-LIQUIDO-ED DELIMITED BY SIZE
                   INTO WS-LINHA(65:).
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "        GANHO(+)/PERDA(-) NAS BAIXAS "
                   WS-RESULTADO-ED
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-RELATORIO-ATIVOS FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "RELATORIO-ATIVOS" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "RELATORIO-ATIVOS" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "RELATORIO-ATIVOS" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               MOVE WS-LIDOS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
       END PROGRAM RELATORIO-ATIVOS.
