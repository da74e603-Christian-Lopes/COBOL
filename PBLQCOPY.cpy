      ******************************************************************
      * Copybook: PBLQCOPY
      * Purpose: AREA DE CHAMADA DE CONTROLA-BLOQUEIO. NA IDA: FUNCAO
      *          ("B" BLOQUEAR, "L" LIBERAR), PROGRAMA CHAMADOR E ATE
      *          TRES RECURSOS (ESPACOS = NAO USADO). NA VOLTA: "S"
      *          CONCEDIDO, "N" RECUSADO (COM O DETENTOR DO RECURSO E
      *          SE O BLOQUEIO DELE E ANTIGO) OU "L" LIBERADO. O
      *          BLOQUEIO E TUDO OU NADA: RECUSADO UM RECURSO, NENHUM
      *          FICA BLOQUEADO
      ******************************************************************
           01 PEDIDO-BLOQUEIO.
               03 BLQ-PED-FUNCAO           PIC X(001).
                  88 BLQ-PED-BLOQUEAR                  VALUE "B".
                  88 BLQ-PED-LIBERAR                   VALUE "L".
               03 BLQ-PED-PROGRAMA         PIC X(022).
               03 BLQ-PED-RECURSO          PIC X(020) OCCURS 3 TIMES.
               03 BLQ-PED-RESULTADO        PIC X(001).
                  88 BLQ-PED-CONCEDIDO                 VALUE "S".
                  88 BLQ-PED-RECUSADO                  VALUE "N".
                  88 BLQ-PED-LIBERADO                  VALUE "L".
               03 BLQ-PED-DETENTOR.
                   05 BLQ-PED-DET-RECURSO  PIC X(020).
                   05 BLQ-PED-DET-PROGRAMA PIC X(022).
                   05 BLQ-PED-DET-RUN-ID   PIC X(016).
                   05 BLQ-PED-DET-OPERADOR PIC X(008).
                   05 BLQ-PED-DET-INICIO   PIC X(014).
                   05 BLQ-PED-DET-ANTIGO   PIC X(001).
