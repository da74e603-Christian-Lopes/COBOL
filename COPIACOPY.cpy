      ******************************************************************
      * Copybook: COPIACOPY
      * Purpose: LAYOUT DO CATALOGO DAS COPIAS DE SEGURANCA
      *          (COPIAS-SEGURANCA.DAT): UMA LINHA POR GERACAO
      *          GUARDADA DE CADA ARQUIVO MESTRE/CONTROLE, COM A DATA
      *          DO MOVIMENTO DA GERACAO, O MOMENTO DA COPIA, A
      *          CONTAGEM DE REGISTROS COPIADOS E O NOME DO ARQUIVO
      *          DA COPIA. GRAVADO PELA COPIA-SEGURANCA E CONSULTADO
      *          PELA RESTAURA-COPIA, QUE SO RESTAURA SE A COPIA
      *          AINDA TIVER A CONTAGEM REGISTRADA
      ******************************************************************
           01 REG-COPIA.
               03 COP-ARQUIVO              PIC X(020).
               03 COP-GERACAO              PIC 9(008).
               03 COP-DATA-HORA            PIC X(014).
               03 COP-REGISTROS            PIC 9(007).
               03 COP-NOME-COPIA           PIC X(040).
