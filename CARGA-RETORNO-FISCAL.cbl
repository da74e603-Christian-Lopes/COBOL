      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: CARGA DO RETORNO DA AUTORIDADE FISCAL: LE
      *          RETORNO-FISCAL.DAT (NUMERO FISCAL, SITUACAO,
      *          PROTOCOLO E MOTIVO) E ATUALIZA O REGISTRO-FISCAL.DAT.
      *          DOCUMENTO PENDENTE PASSA A AUTORIZADO (COM O
      *          PROTOCOLO) OU REJEITADO; CANCELAMENTO ENVIADO PASSA A
      *          CANCELADO OU, SE RECUSADO, VOLTA A SITUACAO ANTERIOR.
      *          TODA REJEICAO, E TODO RETORNO QUE NAO CASA COM O
      *          REGISTRO, SAI NA LISTA DE EXCECOES FISCAIS
      *          (EXCECOES-FISCAIS.TXT). RETORNO REPETIDO, QUE SO
      *          CONFIRMA A SITUACAO JA GRAVADA, E IGNORADO, PARA O
      *          MESMO ARQUIVO PODER SER CARREGADO DE NOVO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-RETORNO-FISCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FISCAL ASSIGN TO "REGISTRO-FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFISCAL-STATUS.
           SELECT RETORNO-FISCAL ASSIGN TO "RETORNO-FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.
           SELECT EXCECOES-FISCAIS ASSIGN TO "EXCECOES-FISCAIS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FISCAL.
           COPY RFISCOPY.
       FD  RETORNO-FISCAL.
           COPY RETFCOPY.
       FD  EXCECOES-FISCAIS.
       01  REG-EXCECAO-FISCAL              PIC X(132).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-REGFISCAL-STATUS          PIC X(002) VALUE SPACES.
           77 WS-RETORNO-STATUS            PIC X(002) VALUE SPACES.
           77 WS-EXCECOES-STATUS           PIC X(002) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-REGISTROS             PIC 9(005) VALUE ZEROS.
           77 WS-IND-REGISTRO              PIC 9(005) VALUE ZEROS.
           77 WS-REGISTRO-ACHADO           PIC 9(005) VALUE ZEROS.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-LIDOS                     PIC 9(005) VALUE ZEROS.
           77 WS-AUTORIZADOS               PIC 9(005) VALUE ZEROS.
           77 WS-REJEITADOS                PIC 9(005) VALUE ZEROS.
           77 WS-CANCELADOS                PIC 9(005) VALUE ZEROS.
           77 WS-REPETIDOS                 PIC 9(005) VALUE ZEROS.
           77 WS-EXCECOES                  PIC 9(005) VALUE ZEROS.
           77 WS-CODIGO-RETORNO            PIC 9(003) VALUE ZEROS.
           77 WS-LOG-MENSAGEM              PIC X(100) VALUE SPACES.
           77 WS-LOG-CODIGO                PIC X(007) VALUE SPACES.
           77 WS-LOG-CHAVE                 PIC X(040) VALUE SPACES.
           77 WS-LINHA                     PIC X(132) VALUE SPACES.
           77 WS-TEXTO-EXCECAO             PIC X(060) VALUE SPACES.
           77 WS-FATURA-EXCECAO            PIC X(007) VALUE SPACES.
           77 WS-TIPO-EXCECAO              PIC X(001) VALUE SPACES.
           77 WS-CLIENTE-EXCECAO           PIC X(008) VALUE SPACES.
      * REGISTRO-FISCAL.DAT INTEIRO EM MEMORIA: O ARQUIVO E REGRAVADO
      * COM AS SITUACOES ATUALIZADAS
           01 TABELA-REGISTRO-FISCAL.
               03 TAB-REG-FISCAL OCCURS 5000 TIMES
                                            PIC X(081).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 013-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-PROCESSAMENTO THRU 002-SAI
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            IF WS-EXCECOES > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
      ******************************************************************
           002-PROCESSAMENTO.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               OPEN INPUT RETORNO-FISCAL.
               IF WS-RETORNO-STATUS = "35"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "RETORNO-FISCAL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE RETORNO FISCAL NAO ENCONTRADO, "
                       "NADA A CARREGAR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               IF WS-RETORNO-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "RETORNO-FISCAL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE RETORNO FISCAL INDISPONIVEL, "
                       "STATUS " WS-RETORNO-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               PERFORM 003-CARREGAR-REGISTRO THRU 003-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DO REGISTRO FISCAL FALHOU, "
                       "RETORNO NAO CARREGADO ***"
                   CLOSE RETORNO-FISCAL
                   GO TO 002-SAI
               END-IF.
               OPEN OUTPUT EXCECOES-FISCAIS.
               PERFORM 007-CABECALHO-EXCECOES.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-RETORNO.
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 004-APLICAR-RETORNO THRU 004-SAI
                   PERFORM 002-LER-RETORNO
               END-PERFORM.
               CLOSE RETORNO-FISCAL.
               PERFORM 008-RESUMO-EXCECOES.
               CLOSE EXCECOES-FISCAIS.
               IF WS-AUTORIZADOS > 0 OR WS-REJEITADOS > 0
                   OR WS-CANCELADOS > 0
                   PERFORM 005-REGRAVAR-REGISTRO
               END-IF.
               DISPLAY "RETORNOS LIDOS: " WS-LIDOS
                   " AUTORIZADOS: " WS-AUTORIZADOS
                   " REJEITADOS: " WS-REJEITADOS
                   " CANCELADOS: " WS-CANCELADOS
                   " REPETIDOS: " WS-REPETIDOS.
               IF WS-EXCECOES > 0
                   DISPLAY "EXCECOES FISCAIS: " WS-EXCECOES
                       " - VER EXCECOES-FISCAIS.TXT"
               END-IF.
           002-SAI.
               EXIT.
           002-LER-RETORNO.
               READ RETORNO-FISCAL
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           003-CARREGAR-REGISTRO.
               MOVE ZEROS TO WS-QTD-REGISTROS.
               OPEN INPUT REGISTRO-FISCAL.
               IF WS-REGFISCAL-STATUS = "35"
                   GO TO 003-SAI
               END-IF.
               IF WS-REGFISCAL-STATUS NOT = "00"
                   MOVE "N" TO WS-CARGA-OK
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "REGISTRO-FISCAL.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "REGISTRO DOS DOCUMENTOS FISCAIS "
                       "INDISPONIVEL, STATUS " WS-REGFISCAL-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 003-SAI
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 003-LER-REGISTRO.
               PERFORM UNTIL FIM-ARQUIVO OR WS-CARGA-OK = "N"
                   IF WS-QTD-REGISTROS < 5000
                       ADD 1 TO WS-QTD-REGISTROS
                       MOVE REG-CONTROLE-FISCAL
                           TO TAB-REG-FISCAL(WS-QTD-REGISTROS)
                   ELSE
                       MOVE "N" TO WS-CARGA-OK
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "REGISTRO-FISCAL.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "REGISTRO FISCAL EXCEDE A TABELA DE "
                           "5000 DOCUMENTOS, RETORNO ABANDONADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   PERFORM 003-LER-REGISTRO
               END-PERFORM.
               CLOSE REGISTRO-FISCAL.
           003-SAI.
               EXIT.
           003-LER-REGISTRO.
               READ REGISTRO-FISCAL
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
               END-READ.
           004-APLICAR-RETORNO.
               ADD 1 TO WS-LIDOS.
               MOVE SPACES TO WS-FATURA-EXCECAO.
               MOVE SPACES TO WS-TIPO-EXCECAO.
               MOVE SPACES TO WS-CLIENTE-EXCECAO.
               IF RTF-NUMERO-FISCAL NOT NUMERIC
                   OR (NOT RTF-AUTORIZADO AND NOT RTF-REJEITADO)
                   MOVE "RETORNO INVALIDO: NUMERO FISCAL OU SITUACAO"
                       TO WS-TEXTO-EXCECAO
                   PERFORM 006-LISTAR-EXCECAO
                   GO TO 004-SAI
               END-IF.
               MOVE ZEROS TO WS-REGISTRO-ACHADO.
               PERFORM VARYING WS-IND-REGISTRO FROM 1 BY 1
                   UNTIL WS-IND-REGISTRO > WS-QTD-REGISTROS
                       OR WS-REGISTRO-ACHADO > ZEROS
                   MOVE TAB-REG-FISCAL(WS-IND-REGISTRO)
                       TO REG-CONTROLE-FISCAL
                   IF RFI-NUMERO-FISCAL = RTF-NUMERO-FISCAL
                       MOVE WS-IND-REGISTRO TO WS-REGISTRO-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-REGISTRO-ACHADO = ZEROS
                   MOVE "NUMERO FISCAL SEM DOCUMENTO NO REGISTRO"
                       TO WS-TEXTO-EXCECAO
                   PERFORM 006-LISTAR-EXCECAO
                   GO TO 004-SAI
               END-IF.
               MOVE TAB-REG-FISCAL(WS-REGISTRO-ACHADO)
                   TO REG-CONTROLE-FISCAL.
               MOVE RFI-FATURA TO WS-FATURA-EXCECAO.
               MOVE RFI-TIPO-DOC TO WS-TIPO-EXCECAO.
               MOVE RFI-CLIENTE TO WS-CLIENTE-EXCECAO.
               EVALUATE TRUE
                   WHEN RFI-PENDENTE AND RTF-AUTORIZADO
                       MOVE "A" TO RFI-SITUACAO
                       MOVE RTF-PROTOCOLO TO RFI-PROTOCOLO
                       ADD 1 TO WS-AUTORIZADOS
                   WHEN RFI-PENDENTE AND RTF-REJEITADO
                       MOVE "R" TO RFI-SITUACAO
                       MOVE RTF-MOTIVO TO RFI-MOTIVO
                       ADD 1 TO WS-REJEITADOS
                       MOVE SPACES TO WS-TEXTO-EXCECAO
                       STRING "DOCUMENTO REJEITADO " RTF-MOTIVO " "
                           RTF-TEXTO
                           DELIMITED BY SIZE INTO WS-TEXTO-EXCECAO
                       PERFORM 006-LISTAR-EXCECAO
                   WHEN RFI-CANCELAMENTO-ENVIADO AND RTF-AUTORIZADO
                       MOVE "C" TO RFI-SITUACAO
                       IF RFI-PROTOCOLO = SPACES
                           MOVE RTF-PROTOCOLO TO RFI-PROTOCOLO
                       END-IF
                       ADD 1 TO WS-CANCELADOS
      * CANCELAMENTO RECUSADO: O DOCUMENTO CONTINUA VALENDO E VOLTA A
      * SITUACAO EM QUE ESTAVA - AUTORIZADO SE JA TINHA PROTOCOLO
                   WHEN RFI-CANCELAMENTO-ENVIADO AND RTF-REJEITADO
                       IF RFI-PROTOCOLO = SPACES
                           MOVE "P" TO RFI-SITUACAO
                       ELSE
                           MOVE "A" TO RFI-SITUACAO
                       END-IF
                       MOVE RTF-MOTIVO TO RFI-MOTIVO
                       MOVE ZEROS TO RFI-DATA-CANCELAMENTO
                       ADD 1 TO WS-REJEITADOS
                       MOVE SPACES TO WS-TEXTO-EXCECAO
                       STRING "CANCELAMENTO REJEITADO " RTF-MOTIVO " "
                           RTF-TEXTO
                           DELIMITED BY SIZE INTO WS-TEXTO-EXCECAO
                       PERFORM 006-LISTAR-EXCECAO
                   WHEN RFI-AUTORIZADO AND RTF-AUTORIZADO
                   WHEN RFI-REJEITADO AND RTF-REJEITADO
                   WHEN RFI-CANCELADO AND RTF-AUTORIZADO
                       ADD 1 TO WS-REPETIDOS
                       GO TO 004-SAI
                   WHEN OTHER
                       MOVE SPACES TO WS-TEXTO-EXCECAO
                       STRING "RETORNO " RTF-SITUACAO
                           " NAO ESPERADO NA SITUACAO " RFI-SITUACAO
                           DELIMITED BY SIZE INTO WS-TEXTO-EXCECAO
                       PERFORM 006-LISTAR-EXCECAO
                       GO TO 004-SAI
               END-EVALUATE.
               MOVE RTF-DATA TO RFI-DATA-RETORNO.
               IF RTF-DATA NOT NUMERIC
                   MOVE WS-DATA-HORA(1:8) TO RFI-DATA-RETORNO
               END-IF.
               MOVE REG-CONTROLE-FISCAL
                   TO TAB-REG-FISCAL(WS-REGISTRO-ACHADO).
               IF RTF-REJEITADO
                   MOVE "ART058W" TO WS-LOG-CODIGO
                   MOVE RTF-NUMERO-FISCAL TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "DOCUMENTO FISCAL " RTF-NUMERO-FISCAL
                       " DA FATURA " RFI-FATURA
                       " REJEITADO PELA AUTORIDADE, MOTIVO "
                       RTF-MOTIVO
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           004-SAI.
               EXIT.
           005-REGRAVAR-REGISTRO.
               OPEN OUTPUT REGISTRO-FISCAL.
               PERFORM VARYING WS-IND-REGISTRO FROM 1 BY 1
                   UNTIL WS-IND-REGISTRO > WS-QTD-REGISTROS
                   WRITE REG-CONTROLE-FISCAL
                       FROM TAB-REG-FISCAL(WS-IND-REGISTRO)
               END-PERFORM.
               CLOSE REGISTRO-FISCAL.
           006-LISTAR-EXCECAO.
               ADD 1 TO WS-EXCECOES.
               MOVE SPACES TO WS-LINHA.
               STRING RTF-NUMERO-FISCAL "  " WS-FATURA-EXCECAO "  "
                   WS-TIPO-EXCECAO "     " WS-CLIENTE-EXCECAO "  "
                   RTF-SITUACAO "         " RTF-PROTOCOLO "  "
                   WS-TEXTO-EXCECAO
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXCECAO-FISCAL FROM WS-LINHA.
      ******************************************************************
           007-CABECALHO-EXCECOES.
               MOVE SPACES TO WS-LINHA.
               STRING "EXCECOES DO RETORNO FISCAL - CARGA DE "
                   WS-DATA-HORA(1:8)
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXCECAO-FISCAL FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-EXCECAO-FISCAL FROM WS-LINHA.
               STRING "NUM.FISCAL FATURA   TIPO  CLIENTE   "
                   "RETORNO   PROTOCOLO        MOTIVO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXCECAO-FISCAL FROM WS-LINHA.
           008-RESUMO-EXCECOES.
               MOVE SPACES TO WS-LINHA.
               WRITE REG-EXCECAO-FISCAL FROM WS-LINHA.
               IF WS-EXCECOES = ZEROS
                   STRING "NENHUMA EXCECAO NO RETORNO FISCAL"
                       DELIMITED BY SIZE INTO WS-LINHA
                   WRITE REG-EXCECAO-FISCAL FROM WS-LINHA
                   MOVE SPACES TO WS-LINHA
               END-IF.
               STRING "RETORNOS " WS-LIDOS
                   "   AUTORIZADOS " WS-AUTORIZADOS
                   "   REJEITADOS " WS-REJEITADOS
                   "   CANCELADOS " WS-CANCELADOS
                   "   REPETIDOS " WS-REPETIDOS
                   "   EXCECOES " WS-EXCECOES
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-EXCECAO-FISCAL FROM WS-LINHA.
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "CARGA-RETORNO-FISCAL" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "CARGA-RETORNO-FISCAL" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "CARGA-RETORNO-FISCAL" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS TO EXEC-LIDOS.
               COMPUTE EXEC-POSTADOS = WS-AUTORIZADOS + WS-REJEITADOS
                   + WS-CANCELADOS.
               MOVE WS-EXCECOES TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * O REGISTRO FISCAL E REGRAVADO INTEIRO E O FATURAMENTO ANEXA
      * DOCUMENTOS A ELE: O BLOQUEIO DO LEDGER, QUE O FATURAMENTO
      * MANTEM DURANTE TODA A EXECUCAO, SERIALIZA OS DOIS
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "CARGA-RETORNO-FISCAL" TO BLQ-PED-PROGRAMA.
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
       END PROGRAM CARGA-RETORNO-FISCAL.
