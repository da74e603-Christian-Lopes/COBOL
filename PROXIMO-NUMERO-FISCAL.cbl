      ******************************************************************
      * Author: CHRISTIAN LOPES DE OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ATRIBUIR O PROXIMO NUMERO DA SERIE DOS DOCUMENTOS
      *          FISCAIS ELETRONICOS. O ULTIMO NUMERO USADO FICA EM
      *          SEQUENCIA-FISCAL.DAT; CADA CHAMADA LE, SOMA UM,
      *          REGRAVA E DEVOLVE O NUMERO AO CHAMADOR. SERIE PROPRIA,
      *          SEPARADA DA SEQUENCIA DO RAZAO, E SEM LACUNAS: SO E
      *          CHAMADO QUANDO O DOCUMENTO JA FOI ACEITO E VAI SER
      *          GRAVADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROXIMO-NUMERO-FISCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCIA-FISCAL ASSIGN TO "SEQUENCIA-FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCIA-FISCAL.
       01  REG-SEQUENCIA-FISCAL            PIC 9(009).
       WORKING-STORAGE SECTION.
           77 WS-SEQUENCIA-STATUS          PIC X(002) VALUE SPACES.
           77 WS-ULTIMO-NUMERO             PIC 9(009) VALUE ZEROS.
       LINKAGE SECTION.
           01 NUMERO-FISCAL-ATRIBUIDO      PIC 9(009).
       PROCEDURE DIVISION USING NUMERO-FISCAL-ATRIBUIDO.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           OPEN INPUT SEQUENCIA-FISCAL.
           IF WS-SEQUENCIA-STATUS = "00"
               READ SEQUENCIA-FISCAL
                   AT END MOVE ZEROS TO WS-ULTIMO-NUMERO
                   NOT AT END MOVE REG-SEQUENCIA-FISCAL
                       TO WS-ULTIMO-NUMERO
               END-READ
               CLOSE SEQUENCIA-FISCAL
           END-IF.
           ADD 1 TO WS-ULTIMO-NUMERO.
           OPEN OUTPUT SEQUENCIA-FISCAL.
           MOVE WS-ULTIMO-NUMERO TO REG-SEQUENCIA-FISCAL.
           WRITE REG-SEQUENCIA-FISCAL.
           CLOSE SEQUENCIA-FISCAL.
           MOVE WS-ULTIMO-NUMERO TO NUMERO-FISCAL-ATRIBUIDO.
           GOBACK.
       END PROGRAM PROXIMO-NUMERO-FISCAL.
