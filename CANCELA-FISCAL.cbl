      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: CANCELAMENTO DE DOCUMENTOS FISCAIS ANULADOS ANTES DA
      *          ENTREGA: LE OS PEDIDOS DO SUPERVISOR
      *          (CANCELAMENTOS-FISCAIS.DAT: NUMERO DA FATURA, TIPO DO
      *          DOCUMENTO, USUARIO E MOTIVO), LOCALIZA O DOCUMENTO NO
      *          REGISTRO-FISCAL.DAT E, SE ELE AINDA ESTA PENDENTE OU
      *          AUTORIZADO, ACRESCENTA O REGISTRO "X" DE CANCELAMENTO
      *          EM DOCUMENTOS-FISCAIS.DAT PARA TRANSMISSAO E MARCA O
      *          DOCUMENTO COMO CANCELAMENTO ENVIADO. O CANCELAMENTO
      *          NAO CONSOME NUMERO FISCAL: VAI COM O NUMERO DO PROPRIO
      *          DOCUMENTO. SO USUARIO COM NIVEL DE SUPERVISOR CANCELA;
      *          TODO CANCELAMENTO E TODA RECUSA VAO PARA O LOG
      *          OPERACIONAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELA-FISCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FISCAL ASSIGN TO "REGISTRO-FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFISCAL-STATUS.
           SELECT DOCUMENTOS-FISCAIS ASSIGN TO "DOCUMENTOS-FISCAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCFISCAL-STATUS.
           SELECT CANCELAMENTOS-FISCAIS
               ASSIGN TO "CANCELAMENTOS-FISCAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCELAMENTOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FISCAL.
           COPY RFISCOPY.
       FD  DOCUMENTOS-FISCAIS.
           COPY DFISCOPY.
       FD  CANCELAMENTOS-FISCAIS.
       01  REG-PEDIDO-CANCELAMENTO.
           03 CNF-FATURA                   PIC 9(007).
      * "C" FATURA, "N" NOTA DE CREDITO; ESPACOS VALEM COMO FATURA
           03 CNF-TIPO-DOC                 PIC X(001).
           03 CNF-USUARIO                  PIC X(008).
           03 CNF-MOTIVO                   PIC X(040).
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-REGFISCAL-STATUS          PIC X(002) VALUE SPACES.
           77 WS-DOCFISCAL-STATUS          PIC X(002) VALUE SPACES.
           77 WS-CANCELAMENTOS-STATUS      PIC X(002) VALUE SPACES.
           77 WS-FIM-ARQUIVO               PIC X(001) VALUE "N".
              88 FIM-ARQUIVO                          VALUE "S".
           77 WS-CARGA-OK                  PIC X(001) VALUE "S".
           77 WS-QTD-REGISTROS             PIC 9(005) VALUE ZEROS.
           77 WS-IND-REGISTRO              PIC 9(005) VALUE ZEROS.
           77 WS-REGISTRO-ACHADO           PIC 9(005) VALUE ZEROS.
           77 WS-TIPO-PEDIDO               PIC X(001) VALUE SPACES.
           77 WS-ENTRADA-PARM              PIC X(010) VALUE SPACES.
           77 WS-DATA-HORA                 PIC X(021) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
           77 WS-LIDOS                     PIC 9(005) VALUE ZEROS.
           77 WS-CANCELADOS                PIC 9(005) VALUE ZEROS.
           77 WS-RECUSADOS                 PIC 9(005) VALUE ZEROS.
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
      * REGISTRO-FISCAL.DAT INTEIRO EM MEMORIA: O ARQUIVO E REGRAVADO
      * COM AS SITUACOES ATUALIZADAS
           01 TABELA-REGISTRO-FISCAL.
               03 TAB-REG-FISCAL OCCURS 5000 TIMES
                                            PIC X(081).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 010-REGISTRAR-INICIO.
            PERFORM 001-CARREGAR-PARAMETROS.
            PERFORM 013-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 002-PROCESSAMENTO THRU 002-SAI
                PERFORM 014-LIBERAR-RECURSOS
            END-IF.
            IF WS-RECUSADOS > 0 AND WS-CODIGO-RETORNO = ZEROS
                MOVE 4 TO WS-CODIGO-RETORNO
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
           002-PROCESSAMENTO.
               OPEN INPUT CANCELAMENTOS-FISCAIS.
               IF WS-CANCELAMENTOS-STATUS = "35"
                   DISPLAY "ARQUIVO DE CANCELAMENTOS FISCAIS NAO "
                       "ENCONTRADO, NADA A CANCELAR"
                   GO TO 002-SAI
               END-IF.
               IF WS-CANCELAMENTOS-STATUS NOT = "00"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "CANCELAMENTOS-FISCAIS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "ARQUIVO DE CANCELAMENTOS FISCAIS "
                       "INDISPONIVEL, STATUS " WS-CANCELAMENTOS-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 002-SAI
               END-IF.
               PERFORM 003-CARREGAR-REGISTRO THRU 003-SAI.
               IF WS-CARGA-OK = "N"
                   DISPLAY "*** CARGA DO REGISTRO FISCAL FALHOU, "
                       "NADA SERA CANCELADO NEM REGRAVADO ***"
                   CLOSE CANCELAMENTOS-FISCAIS
                   GO TO 002-SAI
               END-IF.
               OPEN EXTEND DOCUMENTOS-FISCAIS.
               IF WS-DOCFISCAL-STATUS = "35"
                   OPEN OUTPUT DOCUMENTOS-FISCAIS
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM 002-LER-PEDIDO.
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 004-CANCELAR-DOCUMENTO THRU 004-SAI
                   PERFORM 002-LER-PEDIDO
               END-PERFORM.
               CLOSE CANCELAMENTOS-FISCAIS.
               CLOSE DOCUMENTOS-FISCAIS.
               IF WS-CANCELADOS > 0
                   PERFORM 005-REGRAVAR-REGISTRO
               END-IF.
               DISPLAY "PEDIDOS DE CANCELAMENTO: " WS-LIDOS
                   " CANCELADOS: " WS-CANCELADOS
                   " RECUSADOS: " WS-RECUSADOS.
           002-SAI.
               EXIT.
           002-LER-PEDIDO.
               READ CANCELAMENTOS-FISCAIS
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
                           "5000 DOCUMENTOS, CANCELAMENTO ABANDONADO"
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
           004-CANCELAR-DOCUMENTO.
               ADD 1 TO WS-LIDOS.
               IF CNF-FATURA NOT NUMERIC
                   ADD 1 TO WS-RECUSADOS
                   MOVE "ART018W" TO WS-LOG-CODIGO
                   MOVE CNF-USUARIO TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "PEDIDO DE CANCELAMENTO FISCAL RECUSADO: "
                       "NUMERO DA FATURA NAO NUMERICO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE CNF-USUARIO TO USU-PED-ID.
               CALL "VERIFICA-USUARIO" USING PEDIDO-USUARIO.
               IF USU-PED-VALIDO = "N" OR USU-PED-NIVEL < 3
                   ADD 1 TO WS-RECUSADOS
                   MOVE "ART036W" TO WS-LOG-CODIGO
                   MOVE USU-PED-ID TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CANCELAMENTO FISCAL DA FATURA " CNF-FATURA
                       " RECUSADO: USUARIO " USU-PED-ID
                       " SEM NIVEL DE SUPERVISOR"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE CNF-TIPO-DOC TO WS-TIPO-PEDIDO.
               IF WS-TIPO-PEDIDO = SPACES
                   MOVE "C" TO WS-TIPO-PEDIDO
               END-IF.
      * VALE O DOCUMENTO MAIS RECENTE DA FATURA NO REGISTRO
               MOVE ZEROS TO WS-REGISTRO-ACHADO.
               PERFORM VARYING WS-IND-REGISTRO FROM WS-QTD-REGISTROS
                   BY -1 UNTIL WS-IND-REGISTRO < 1
                       OR WS-REGISTRO-ACHADO > ZEROS
                   MOVE TAB-REG-FISCAL(WS-IND-REGISTRO)
                       TO REG-CONTROLE-FISCAL
                   IF RFI-FATURA = CNF-FATURA
                       AND RFI-TIPO-DOC = WS-TIPO-PEDIDO
                       MOVE WS-IND-REGISTRO TO WS-REGISTRO-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-REGISTRO-ACHADO = ZEROS
                   ADD 1 TO WS-RECUSADOS
                   MOVE "ART060W" TO WS-LOG-CODIGO
                   MOVE CNF-FATURA TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CANCELAMENTO FISCAL RECUSADO: FATURA "
                       CNF-FATURA " TIPO " WS-TIPO-PEDIDO
                       " SEM DOCUMENTO FISCAL NO REGISTRO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE TAB-REG-FISCAL(WS-REGISTRO-ACHADO)
                   TO REG-CONTROLE-FISCAL.
      * SO DOCUMENTO AINDA VALIDO E CANCELADO: O REJEITADO NUNCA
      * VALEU E O JA CANCELADO NAO SE CANCELA DE NOVO
               IF NOT RFI-PENDENTE AND NOT RFI-AUTORIZADO
                   ADD 1 TO WS-RECUSADOS
                   MOVE "ART060W" TO WS-LOG-CODIGO
                   MOVE CNF-FATURA TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CANCELAMENTO FISCAL RECUSADO: DOCUMENTO "
                       RFI-NUMERO-FISCAL " DA FATURA " CNF-FATURA
                       " ESTA NA SITUACAO " RFI-SITUACAO
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 004-SAI
               END-IF.
               MOVE SPACES TO REG-FISCAL-CANCELAMENTO.
               MOVE "X"                   TO DFX-TIPO-REG.
               MOVE RFI-NUMERO-FISCAL     TO DFX-NUMERO-FISCAL.
               MOVE RFI-TIPO-DOC          TO DFX-TIPO-DOC.
               MOVE RFI-FATURA            TO DFX-FATURA.
               MOVE WS-DATA-MOVIMENTO     TO DFX-DATA-CANCELAMENTO.
               MOVE CNF-MOTIVO            TO DFX-MOTIVO.
               MOVE USU-PED-ID            TO DFX-USUARIO.
               WRITE REG-FISCAL-CANCELAMENTO.
               MOVE "X"                   TO RFI-SITUACAO.
               MOVE WS-DATA-MOVIMENTO     TO RFI-DATA-CANCELAMENTO.
               MOVE SPACES                TO RFI-MOTIVO.
               MOVE REG-CONTROLE-FISCAL
                   TO TAB-REG-FISCAL(WS-REGISTRO-ACHADO).
               ADD 1 TO WS-CANCELADOS.
               MOVE "ART059I" TO WS-LOG-CODIGO.
               MOVE CNF-FATURA TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "DOCUMENTO FISCAL " RFI-NUMERO-FISCAL
                   " DA FATURA " CNF-FATURA " CANCELADO POR "
                   USU-PED-ID ": " CNF-MOTIVO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
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
      ******************************************************************
           012-GRAVAR-LOG.
               MOVE WS-LOG-CODIGO   TO MSG-CODIGO.
               MOVE "CANCELA-FISCAL" TO MSG-PROGRAMA.
               MOVE WS-LOG-CHAVE    TO MSG-DADOS-CHAVE.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
      ******************************************************************
           010-REGISTRAR-INICIO.
               MOVE "CANCELA-FISCAL" TO EXEC-PROGRAMA.
               MOVE "I" TO EXEC-EVENTO.
               MOVE ZEROS TO EXEC-LIDOS.
               MOVE ZEROS TO EXEC-POSTADOS.
               MOVE ZEROS TO EXEC-REJEITADOS.
               MOVE ZEROS TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           011-REGISTRAR-FIM.
               MOVE "CANCELA-FISCAL" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               MOVE WS-LIDOS      TO EXEC-LIDOS.
               MOVE WS-CANCELADOS TO EXEC-POSTADOS.
               MOVE WS-RECUSADOS  TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO TO EXEC-CODIGO-RETORNO.
               CALL "REGISTRA-EXECUCAO" USING REG-EXECUCAO.
           013-BLOQUEAR-RECURSOS.
      * O REGISTRO FISCAL E REGRAVADO INTEIRO E O FATURAMENTO ANEXA
      * DOCUMENTOS A ELE: O BLOQUEIO DO LEDGER, QUE O FATURAMENTO
      * MANTEM DURANTE TODA A EXECUCAO, SERIALIZA OS DOIS
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "CANCELA-FISCAL" TO BLQ-PED-PROGRAMA.
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
       END PROGRAM CANCELA-FISCAL.
