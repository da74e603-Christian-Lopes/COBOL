      ******************************************************************
      * Copybook: BLOQCOPY
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE BLOQUEIOS DE
      *          EXECUCAO (BLOQUEIOS.DAT): UMA LINHA POR RECURSO
      *          COMPARTILHADO EM ATUALIZACAO (MESTRE-ITENS, LEDGER,
      *          SEQUENCIA-LEDGER), COM O PROGRAMA QUE O DETEM, O
      *          RUN-ID, O OPERADOR E O INICIO. MANTIDO POR
      *          CONTROLA-BLOQUEIO; LINHA QUE SOBRA DE EXECUCAO
      *          ABORTADA E LIBERADA PELA MANUTENCAO-BLOQUEIOS
      ******************************************************************
           01 REG-BLOQUEIO.
               03 BLQ-RECURSO              PIC X(020).
               03 BLQ-PROGRAMA             PIC X(022).
               03 BLQ-RUN-ID               PIC X(016).
               03 BLQ-OPERADOR             PIC X(008).
               03 BLQ-DATA-HORA-INICIO     PIC X(014).
