      *          DA FATURA EM FATURA-IMPRESSA.TXT, ALEM DE GRAVAR UM
      *          REGISTRO-RESUMO POR FATURA EM RESUMO-FATURAS.DAT PARA
      *          A CONTABILIDADE. FATURA CUJAS LINHAS NAO FECHAM COM A
      *          QUANTIDADE DECLARADA E REJEITADA INTEIRA. FATURA QUE
      *          LEVARIA O SALDO EM ABERTO DO CLIENTE ALEM DO LIMITE DE
      *          CREDITO VAI PARA FATURAS-RETIDAS.DAT E SO E EMITIDA
      *          DEPOIS DE LIBERADA (LIBERA-FATURAS), NO CICLO SEGUINTE,
      *          A PARTIR DE FATURAS-LIBERADAS.DAT. CADA LINHA DE
      *          DOCUMENTO EMITIDO GERA UM MOVIMENTO DE SAIDA (NOTA DE
      *          CREDITO: ENTRADA DE DEVOLUCAO) NO LOTE DO DIA DE
      *          TRANSACOES-AJUSTE.DAT PARA A ATUALIZACAO-MESTRE, E O
      *          CUSTO DA MERCADORIA VENDIDA, AO CUSTO UNITARIO DO
      *          MESTRE, E POSTADO NO RAZAO; LINHA SEM ITEM NO MESTRE
      *          NO LOCAL DE FATURAMENTO VAI PARA
      *          EXCECAO-ESTOQUE-FATURA.DAT. CADA LINHA EMITIDA ENTRA
      *          TAMBEM NO HISTORICO PERMANENTE DE VENDAS
      *          (HISTORICO-VENDAS.DAT), NEGATIVA NA NOTA DE CREDITO,
      *          COM O VENDEDOR DO CLIENTE E O GRUPO DO ITEM PARA A
      *          COMISSAO.
      *          CADA DOCUMENTO EMITIDO RECEBE O PROXIMO NUMERO DA SERIE
      *          FISCAL (PROXIMO-NUMERO-FISCAL) E E GRAVADO NO LEIAUTE
      *          ELETRONICO DE DOCUMENTOS-FISCAIS.DAT PARA TRANSMISSAO,
      *          COM UMA LINHA PENDENTE DE RETORNO NO
      *          REGISTRO-FISCAL.DAT. AS FATURAS GERADAS PELA ALOCACAO
      *          DE PEDIDOS DE VENDA (FATURAS-PEDIDOS.DAT) SAO EMITIDAS
      *          ANTES DO ARQUIVO DO DIA; CADA LINHA DELAS SAI DO LOCAL
      *          DA RESERVA E BAIXA A QUANTIDADE RESERVADA NO MESTRE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS ASSIGN TO DYNAMIC WS-FATURAS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAS-STATUS.
           SELECT FATURA-IMPRESSA ASSIGN TO "FATURA-IMPRESSA.TXT"
           SELECT CONTAS-RECEBER ASSIGN TO "CONTAS-RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT CONDICOES-PAGAMENTO
               ASSIGN TO "CONDICOES-PAGAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDICOES-STATUS.
           SELECT FATURAS-RETIDAS ASSIGN TO "FATURAS-RETIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETIDAS-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-CODIGO
               FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT MESTRE-ITENS ASSIGN TO "MESTRE-ITENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MESTRE-CHAVE
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT TRANSACOES-AJUSTE ASSIGN TO "TRANSACOES-AJUSTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-STATUS.
           SELECT EXCECAO-ESTOQUE-FATURA
               ASSIGN TO "EXCECAO-ESTOQUE-FATURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECAO-STATUS.
           SELECT HISTORICO-VENDAS ASSIGN TO "HISTORICO-VENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.
           SELECT DOCUMENTOS-FISCAIS ASSIGN TO "DOCUMENTOS-FISCAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCFISCAL-STATUS.
           SELECT REGISTRO-FISCAL ASSIGN TO "REGISTRO-FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGFISCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS.
      * CODIGO DO REGIME DE IMPOSTO DA LINHA (TABELA IMPOSTOS.DAT);
      * ESPACOS CAEM NA ALIQUOTA GERAL DE ARIT_TAXA_IMPOSTO
           03 FAT-LIN-IMPOSTO              PIC X(003).
      * LINHA GERADA DE PEDIDO DE VENDA: LOCAL DA RESERVA, DE ONDE A
      * MERCADORIA SAI, E "S" EM FAT-LIN-RESERVA PARA BAIXAR A RESERVA
      * NO MESTRE; NAS DEMAIS LINHAS FICAM EM BRANCO E A SAIDA E NO
      * LOCAL DE ARIT_LOCAL_FATURAMENTO
           03 FAT-LIN-LOCAL                PIC X(003).
           03 FAT-LIN-RESERVA              PIC X(001).
       FD  FATURA-IMPRESSA.
       01  REG-FATURA-IMPRESSA             PIC X(081).
       FD  RESUMO-FATURAS.
           COPY CRECCOPY.
       FD  CLIENTES.
           COPY CLIENTECOPY.
       FD  CONDICOES-PAGAMENTO.
           COPY CONDCOPY.
      * FATURA RETIDA POR LIMITE DE CREDITO: OS REGISTROS ORIGINAIS DE
      * CABECALHO E LINHAS, NO MESMO LEIAUTE DE FATURAS.DAT
       FD  FATURAS-RETIDAS.
       01  REG-FATURA-RETIDA               PIC X(037).
       FD  MESTRE-ITENS.
           COPY MESTRECOPY.
      * MOVIMENTOS DE ESTOQUE DAS LINHAS EMITIDAS, NO LEIAUTE DE
      * AJUSTE LIDO PELA EDICAO-TRANSACOES E PELA ATUALIZACAO-MESTRE
       FD  TRANSACOES-AJUSTE.
       01  REG-TRANSACAO-AJUSTE.
           03 AJUSTE-TIPO-REG              PIC X(001).
              88 AJUSTE-CABECALHO                      VALUE "H".
              88 AJUSTE-DETALHE                        VALUE "D".
              88 AJUSTE-RODAPE                         VALUE "T".
           03 AJUSTE-ITEM                  PIC X(010).
           03 AJUSTE-QUANTIDADE            PIC 9(007)V99.
           03 AJUSTE-TIPO                  PIC X(001).
           03 AJUSTE-LOCAL                 PIC X(003).
           03 AJUSTE-LOCAL-DESTINO         PIC X(003).
           03 AJUSTE-CUSTO                 PIC 9(007)V99.
           COPY LOTECOPY.
      * LINHA DE DOCUMENTO EMITIDO QUE NAO GEROU MOVIMENTO DE ESTOQUE,
      * COM O MOTIVO NO CATALOGO DE MSGCOPY
       FD  EXCECAO-ESTOQUE-FATURA.
       01  REG-EXCECAO-ESTOQUE.
           03 EXF-DATA                     PIC 9(008).
           03 EXF-FATURA                   PIC 9(007).
           03 EXF-TIPO-DOC                 PIC X(001).
           03 EXF-ITEM                     PIC X(010).
           03 EXF-LOCAL                    PIC X(003).
           03 EXF-QUANTIDADE               PIC 9(005)V99.
           03 EXF-MOTIVO                   PIC X(003).
       FD  HISTORICO-VENDAS.
           COPY HVENCOPY.
       FD  DOCUMENTOS-FISCAIS.
           COPY DFISCOPY.
       FD  REGISTRO-FISCAL.
           COPY RFISCOPY.
       WORKING-STORAGE SECTION.
           COPY EXECCOPY.
           COPY MSGCOPY.
           COPY PBLQCOPY.
           77 WS-FATURAS-STATUS            PIC X(002) VALUE SPACES.
           77 WS-IMPRESSA-STATUS           PIC X(002) VALUE SPACES.
           77 WS-RESUMO-STATUS             PIC X(002) VALUE SPACES.
                                            VALUE "GERAL".
           77 WS-ENTRADA-DEPTO             PIC X(010) VALUE SPACES.
           77 WS-TAXA-EDITADA              PIC 9(5).9(4).
           77 WS-FATURAS-NOME              PIC X(030)
                                            VALUE "FATURAS.DAT".
           77 WS-RETIDAS-STATUS            PIC X(002) VALUE SPACES.
      * "S" ENQUANTO PROCESSA FATURAS-LIBERADAS.DAT: FATURA JA
      * LIBERADA PELO SUPERVISOR NAO PASSA DE NOVO PELO LIMITE
           77 WS-LOTE-LIBERADO             PIC X(001) VALUE "N".
           77 WS-HA-LIBERADAS              PIC X(001) VALUE "N".
           77 WS-HA-PEDIDOS                PIC X(001) VALUE "N".
           77 WS-FATURA-RETIDA             PIC X(001) VALUE "N".
           77 WS-FIM-RECEBER               PIC X(001) VALUE "N".
              88 FIM-RECEBER                           VALUE "S".
           77 WS-FATURAS-RETIDAS           PIC 9(007) VALUE ZEROS.
           77 LIMITE-CLIENTE               PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 SALDO-CLIENTE                PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-QTD-SALDOS                PIC 9(003) VALUE ZEROS.
           77 WS-IND-SALDO                 PIC 9(003) VALUE ZEROS.
           77 WS-SALDO-ACHADO              PIC 9(003) VALUE ZEROS.
           77 WS-SALDO-EDITADO             PIC -(8)9.99.
           77 WS-LIMITE-EDITADO            PIC -(8)9.99.
           77 WS-QTD-REGISTROS             PIC 9(003) VALUE ZEROS.
           77 WS-IND-REGISTRO              PIC 9(003) VALUE ZEROS.
           77 WS-CONDICOES-STATUS          PIC X(002) VALUE SPACES.
           77 WS-FIM-CONDICOES             PIC X(001) VALUE "N".
              88 FIM-CONDICOES                         VALUE "S".
           77 WS-QTD-CONDICOES             PIC 9(003) VALUE ZEROS.
           77 WS-IND-CONDICAO              PIC 9(003) VALUE ZEROS.
           77 WS-CONDICAO-ACHADA           PIC X(001) VALUE "N".
           77 COND-CLIENTE                 PIC X(003) VALUE SPACES.
           77 VENDEDOR-FATURA              PIC X(006) VALUE SPACES.
           77 PRAZO-FATURA                 PIC 9(003) VALUE ZEROS.
           77 DATA-VENCIMENTO              PIC 9(008) VALUE ZEROS.
           77 WS-MESTRE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-MESTRE-ABERTO             PIC X(001) VALUE "N".
           77 WS-AJUSTE-STATUS             PIC X(002) VALUE SPACES.
           77 WS-EXCECAO-STATUS            PIC X(002) VALUE SPACES.
           77 WS-DATA-MOVIMENTO            PIC 9(008) VALUE ZEROS.
      * LOCAL DE ESTOQUE DE ONDE SAI A MERCADORIA FATURADA
      * (ARIT_LOCAL_FATURAMENTO; BRANCO = DEPOSITO PRINCIPAL)
           77 LOCAL-FATURAMENTO            PIC X(003) VALUE SPACES.
           77 WS-MOTIVO-ESTOQUE            PIC X(003) VALUE SPACES.
           77 CUSTO-UNITARIO-LINHA         PIC 9(007)V99 COMP-3
                                            VALUE ZEROS.
           77 CUSTO-LINHA                  PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 CUSTO-FATURA                 PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-MOVIMENTOS-GERADOS        PIC 9(007) VALUE ZEROS.
           77 WS-LINHAS-SEM-BAIXA          PIC 9(007) VALUE ZEROS.
           77 WS-RESERVAS-BAIXADAS         PIC 9(007) VALUE ZEROS.
           77 WS-QTD-MOVIMENTOS            PIC 9(004) VALUE ZEROS.
           77 WS-IND-MOVIMENTO             PIC 9(004) VALUE ZEROS.
           77 WS-CARGA-AJUSTES-OK          PIC X(001) VALUE "S".
           77 WS-TEM-LOTE-AJUSTE           PIC X(001) VALUE "N".
           77 WS-FIM-AJUSTES               PIC X(001) VALUE "N".
              88 FIM-AJUSTES                           VALUE "S".
           77 WS-CONTAGEM-AJUSTE           PIC 9(007) VALUE ZEROS.
           77 WS-HASH-AJUSTE               PIC S9(11)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-CABECALHO-AJUSTE-GUARDADO PIC X(027) VALUE SPACES.
           77 WS-HISTORICO-STATUS          PIC X(002) VALUE SPACES.
           77 WS-LINHAS-HISTORICO          PIC 9(007) VALUE ZEROS.
           77 VALOR-LOCAL-LINHA            PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 WS-DOCFISCAL-STATUS          PIC X(002) VALUE SPACES.
           77 WS-REGFISCAL-STATUS          PIC X(002) VALUE SPACES.
           77 WS-NUMERO-FISCAL             PIC 9(009) VALUE ZEROS.
           77 WS-DOCUMENTOS-FISCAIS        PIC 9(007) VALUE ZEROS.
      * DADOS DO EMITENTE NO DOCUMENTO FISCAL (ARIT_EMITENTE_CNPJ,
      * ARIT_EMITENTE_NOME, ARIT_EMITENTE_ENDERECO)
           77 EMITENTE-CNPJ                PIC X(014) VALUE SPACES.
           77 EMITENTE-NOME                PIC X(040) VALUE SPACES.
           77 EMITENTE-ENDERECO            PIC X(040) VALUE SPACES.
           77 ACU-DOC-ORIGINAL             PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 ACU-DOC-LOCAL                PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 ACUMULADO-CONVERTIDO         PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 IMPOSTO-ACUMULADO            PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           77 VALOR-IMPOSTO-LINHA          PIC S9(9)V99 COMP-3
                                            VALUE ZEROS.
           01 WS-CABECALHO-AJUSTE.
               03 WS-CAB-AJ-TIPO           PIC X(001) VALUE "H".
               03 WS-CAB-AJ-LOTE-ID        PIC X(008)
                                            VALUE "FATURAME".
               03 WS-CAB-AJ-DATA           PIC 9(008).
               03 WS-CAB-AJ-DEPTO          PIC X(010).
      * O LOTE DE AJUSTES DO DIA (SE JA EXISTIR) E GUARDADO EM MEMORIA
      * E REGRAVADO COM OS MOVIMENTOS DO FATURAMENTO NO FIM E O RODAPE
      * RECALCULADO, COMO NA GERA-RECORRENTES
           01 TABELA-MOVIMENTOS.
               03 MOVIMENTO-AJUSTE OCCURS 2000 TIMES
                                            PIC X(036).
           01 TABELA-CONDICOES.
               03 TAB-CONDICAO OCCURS 50 TIMES.
                   05 TAB-COND-CODIGO      PIC X(003).
                   05 TAB-COND-PRAZO       PIC 9(003).
      * SALDO EM ABERTO POR CLIENTE NO CONTAS A RECEBER, ACRESCIDO DAS
      * FATURAS EMITIDAS NESTA EXECUCAO
           01 TABELA-SALDOS.
               03 SALDO-ABERTO OCCURS 500 TIMES.
                   05 TAB-SALDO-CLIENTE    PIC X(008).
                   05 TAB-SALDO-VALOR      PIC S9(9)V99 COMP-3.
      * REGISTROS ORIGINAIS DA FATURA ABERTA (CABECALHO E LINHAS), PARA
      * GRAVACAO NO ARQUIVO DE RETIDAS
           01 TABELA-REGISTROS.
               03 TAB-REGISTRO OCCURS 101 TIMES PIC X(037).
           01 TABELA-CAMBIO.
               03 TAB-CAMBIO OCCURS 50 TIMES.
                   05 TAB-CAMBIO-MOEDA     PIC X(003).
                   05 IMPF-TAXA            PIC 9(003)V99.
                   05 IMPF-BASE            PIC S9(9)V99 COMP-3.
                   05 IMPF-VALOR           PIC S9(9)V99 COMP-3.
      * ACUMULADO POR CODIGO DE IMPOSTO ENQUANTO AS LINHAS DO DOCUMENTO
      * FISCAL SAO GRAVADAS: A BASE E O IMPOSTO DE CADA LINHA SAO A
      * DIFERENCA ENTRE O ACUMULADO ARREDONDADO E O JA GRAVADO, PARA
      * AS LINHAS FECHAREM CENTAVO A CENTAVO COM O APURADO DO CODIGO
           01 TABELA-ACUMULADO-FISCAL.
               03 ACUMULADO-FISCAL OCCURS 10 TIMES.
                   05 ACU-ORIGINAL         PIC S9(9)V99 COMP-3.
                   05 ACU-BASE             PIC S9(9)V99 COMP-3.
                   05 ACU-IMPOSTO          PIC S9(9)V99 COMP-3.
           01 TABELA-PRECOS.
               03 TAB-PRECO OCCURS 200 TIMES.
                   05 TAB-PRECO-ITEM       PIC X(010).
                   05 LIN-QUANTIDADE       PIC 9(005)V99.
                   05 LIN-PRECO            PIC 9(007)V99.
                   05 LIN-VALOR            PIC S9(9)V99 COMP-3.
                   05 LIN-IMPOSTO          PIC X(003).
                   05 LIN-CUSTO            PIC S9(9)V99 COMP-3.
                   05 LIN-LOCAL            PIC X(003).
                   05 LIN-RESERVA          PIC X(001).
                   05 LIN-GRUPO            PIC X(004).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
            PERFORM 013-CARREGAR-CAMBIO.
            PERFORM 020-CARREGAR-PRECOS.
            PERFORM 023-CARREGAR-IMPOSTOS.
            PERFORM 033-CARREGAR-CONDICOES.
            PERFORM 042-BLOQUEAR-RECURSOS.
            IF BLQ-PED-CONCEDIDO
                PERFORM 035-CARREGAR-AJUSTES
                PERFORM 002-PROCESSAMENTO
                PERFORM 043-LIBERAR-RECURSOS
            END-IF.
            PERFORM 011-REGISTRAR-FIM.
            MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
            GOBACK.
               IF WS-ENTRADA-DEPTO NOT = SPACES
                   MOVE WS-ENTRADA-DEPTO TO WS-DEPARTAMENTO
               END-IF.
               MOVE WS-DATA-HORA(1:8) TO WS-DATA-MOVIMENTO.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_DATA_MOVIMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               IF WS-ENTRADA-PARM(1:8) IS NUMERIC
                   MOVE WS-ENTRADA-PARM(1:8) TO WS-DATA-MOVIMENTO
               END-IF.
               MOVE SPACES TO WS-ENTRADA-PARM.
               DISPLAY "ARIT_LOCAL_FATURAMENTO" UPON ENVIRONMENT-NAME.
               ACCEPT WS-ENTRADA-PARM FROM ENVIRONMENT-VALUE.
               MOVE WS-ENTRADA-PARM(1:3) TO LOCAL-FATURAMENTO.
               DISPLAY "ARIT_EMITENTE_CNPJ" UPON ENVIRONMENT-NAME.
               ACCEPT EMITENTE-CNPJ FROM ENVIRONMENT-VALUE.
               DISPLAY "ARIT_EMITENTE_NOME" UPON ENVIRONMENT-NAME.
               ACCEPT EMITENTE-NOME FROM ENVIRONMENT-VALUE.
               DISPLAY "ARIT_EMITENTE_ENDERECO" UPON ENVIRONMENT-NAME.
               ACCEPT EMITENTE-ENDERECO FROM ENVIRONMENT-VALUE.
           002-PROCESSAMENTO.
      * FATURAS LIBERADAS PELO SUPERVISOR DESDE O ULTIMO CICLO SAO
      * EMITIDAS ANTES DO ARQUIVO DO DIA
               MOVE "FATURAS-LIBERADAS.DAT" TO WS-FATURAS-NOME.
               OPEN INPUT FATURAS.
               IF WS-FATURAS-STATUS = "00"
                   MOVE "S" TO WS-HA-LIBERADAS
                   CLOSE FATURAS
               END-IF.
               MOVE "FATURAS-PEDIDOS.DAT" TO WS-FATURAS-NOME.
               OPEN INPUT FATURAS.
               IF WS-FATURAS-STATUS = "00"
                   MOVE "S" TO WS-HA-PEDIDOS
                   CLOSE FATURAS
               END-IF.
               MOVE "FATURAS.DAT" TO WS-FATURAS-NOME.
               OPEN INPUT FATURAS.
               IF WS-FATURAS-STATUS = "00"
                   CLOSE FATURAS
               END-IF.
               IF WS-FATURAS-STATUS = "35" AND WS-HA-LIBERADAS = "N"
                   AND WS-HA-PEDIDOS = "N"
                   MOVE "ART017W" TO WS-LOG-CODIGO
                   MOVE "FATURAS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               ELSE
                   PERFORM 016-ABRIR-CLIENTES
                   PERFORM 029-CARREGAR-SALDOS
                   PERFORM 036-ABRIR-MESTRE
                   OPEN OUTPUT FATURA-IMPRESSA
                   OPEN OUTPUT RESUMO-FATURAS
                   OPEN OUTPUT EXCECAO-ESTOQUE-FATURA
                   OPEN EXTEND HISTORICO-VENDAS
                   IF WS-HISTORICO-STATUS = "35"
                       OPEN OUTPUT HISTORICO-VENDAS
                   END-IF
                   OPEN EXTEND DOCUMENTOS-FISCAIS
                   IF WS-DOCFISCAL-STATUS = "35"
                       OPEN OUTPUT DOCUMENTOS-FISCAIS
                   END-IF
                   OPEN EXTEND REGISTRO-FISCAL
                   IF WS-REGFISCAL-STATUS = "35"
                       OPEN OUTPUT REGISTRO-FISCAL
                   END-IF
      * SEM CNPJ DO EMITENTE O DOCUMENTO SAI ASSIM MESMO E A RECUSA
      * VOLTA NO RETORNO DA AUTORIDADE; O AVISO ADIANTA A CORRECAO
                   IF EMITENTE-CNPJ = SPACES
                       MOVE "ART061W" TO WS-LOG-CODIGO
                       MOVE "ARIT_EMITENTE_CNPJ" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "EMITENTE DOS DOCUMENTOS FISCAIS SEM "
                           "CNPJ CONFIGURADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
                   IF WS-HA-LIBERADAS = "S"
                       MOVE "FATURAS-LIBERADAS.DAT" TO WS-FATURAS-NOME
                       MOVE "S" TO WS-LOTE-LIBERADO
                       PERFORM 028-FATURAR-ARQUIVO
      * O ARQUIVO DE LIBERADAS E ESVAZIADO DEPOIS DE EMITIDO, PARA A
      * MESMA FATURA NAO SAIR DUAS VEZES
                       OPEN OUTPUT FATURAS
                       CLOSE FATURAS
                   END-IF
      * FATURAS DE PEDIDOS DE VENDA PASSAM PELO LIMITE DE CREDITO
      * COMO AS DO DIA E O ARQUIVO TAMBEM E ESVAZIADO DEPOIS
                   MOVE "N" TO WS-LOTE-LIBERADO
                   IF WS-HA-PEDIDOS = "S"
                       MOVE "FATURAS-PEDIDOS.DAT" TO WS-FATURAS-NOME
                       PERFORM 028-FATURAR-ARQUIVO
                       OPEN OUTPUT FATURAS
                       CLOSE FATURAS
                   END-IF
                   MOVE "FATURAS.DAT" TO WS-FATURAS-NOME
                   MOVE "N" TO WS-LOTE-LIBERADO
                   PERFORM 028-FATURAR-ARQUIVO
                   CLOSE FATURA-IMPRESSA
                   CLOSE RESUMO-FATURAS
                   CLOSE EXCECAO-ESTOQUE-FATURA
                   CLOSE HISTORICO-VENDAS
                   CLOSE DOCUMENTOS-FISCAIS
                   CLOSE REGISTRO-FISCAL
                   IF WS-CLIENTES-ABERTO = "S"
                       CLOSE CLIENTES
                   END-IF
                   IF WS-MESTRE-ABERTO = "S"
                       CLOSE MESTRE-ITENS
                   END-IF
                   PERFORM 039-GRAVAR-AJUSTES THRU 039-SAI
                   DISPLAY "FATURAS IMPRESSAS: " WS-FATURAS-IMPRESSAS
                       " REJEITADAS: " WS-FATURAS-REJEITADAS
                       " RETIDAS: " WS-FATURAS-RETIDAS
                   DISPLAY "MOVIMENTOS DE ESTOQUE GERADOS: "
                       WS-MOVIMENTOS-GERADOS
                       " LINHAS SEM BAIXA DE ESTOQUE: "
                       WS-LINHAS-SEM-BAIXA
                   DISPLAY "RESERVAS DE PEDIDOS BAIXADAS NO MESTRE: "
                       WS-RESERVAS-BAIXADAS
                   DISPLAY "LINHAS GRAVADAS NO HISTORICO DE VENDAS: "
                       WS-LINHAS-HISTORICO
                   DISPLAY "DOCUMENTOS FISCAIS GERADOS: "
                       WS-DOCUMENTOS-FISCAIS
                       " ULTIMO NUMERO FISCAL: " WS-NUMERO-FISCAL
                   IF (WS-FATURAS-REJEITADAS > 0
                       OR WS-FATURAS-RETIDAS > 0
                       OR WS-LINHAS-SEM-BAIXA > 0)
                       AND WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.
           028-FATURAR-ARQUIVO.
               OPEN INPUT FATURAS.
               IF WS-FATURAS-STATUS = "00"
                   MOVE "N" TO WS-FIM-FATURAS
                   PERFORM 002-LER-FATURA
                   PERFORM UNTIL FIM-FATURAS
                       PERFORM 003-CLASSIFICAR-REGISTRO
                       PERFORM 002-LER-FATURA
                   END-PERFORM
      * FECHA A ULTIMA FATURA PENDENTE NO FIM DO ARQUIVO
                   IF WS-FATURA-ABERTA = "S"
                       PERFORM 004-FECHAR-FATURA
                   END-IF
                   CLOSE FATURAS
               END-IF.
           002-LER-FATURA.
               READ FATURAS
                   AT END MOVE "S" TO WS-FIM-FATURAS
               MOVE ZEROS TO LINHAS-RECEBIDAS.
               MOVE ZEROS TO SUBTOTAL-FATURA.
               MOVE ZEROS TO WS-QTD-IMP-FATURA.
               MOVE 1 TO WS-QTD-REGISTROS.
               MOVE REG-FATURA TO TAB-REGISTRO(1).
               MOVE "S" TO WS-FATURA-VALIDA.
               MOVE "S" TO WS-FATURA-ABERTA.
               PERFORM 017-VALIDAR-CLIENTE.
               END-IF.
           006-ACUMULAR-LINHA.
               MOVE REG-FATURA TO REG-FATURA-LINHA.
               IF WS-QTD-REGISTROS < 101
                   ADD 1 TO WS-QTD-REGISTROS
                   MOVE REG-FATURA TO TAB-REGISTRO(WS-QTD-REGISTROS)
               END-IF.
               IF FAT-LIN-QUANTIDADE NOT NUMERIC
                   OR FAT-LIN-PRECO NOT NUMERIC
                   MOVE "N" TO WS-FATURA-VALIDA
                           LIN-PRECO(LINHAS-RECEBIDAS)
                       MOVE VALOR-LINHA TO
                           LIN-VALOR(LINHAS-RECEBIDAS)
                       MOVE FAT-LIN-IMPOSTO TO
                           LIN-IMPOSTO(LINHAS-RECEBIDAS)
                       MOVE ZEROS TO LIN-CUSTO(LINHAS-RECEBIDAS)
                       MOVE SPACES TO LIN-GRUPO(LINHAS-RECEBIDAS)
                       IF FAT-LIN-RESERVA = "S"
                           MOVE FAT-LIN-LOCAL TO
                               LIN-LOCAL(LINHAS-RECEBIDAS)
                           MOVE "S" TO LIN-RESERVA(LINHAS-RECEBIDAS)
                       ELSE
                           MOVE LOCAL-FATURAMENTO TO
                               LIN-LOCAL(LINHAS-RECEBIDAS)
                           MOVE "N" TO LIN-RESERVA(LINHAS-RECEBIDAS)
                       END-IF
                       ADD VALOR-LINHA TO SUBTOTAL-FATURA
                       PERFORM 024-ACUMULAR-IMPOSTO-LINHA
                           THRU 024-SAI
                                   ZEROS - IMPF-VALOR(WS-IND-IMP-FAT)
                           END-PERFORM
                       END-IF
                       PERFORM 030-CONFERIR-LIMITE THRU 030-SAI
                       IF WS-FATURA-RETIDA = "S"
                           ADD 1 TO WS-FATURAS-RETIDAS
                       ELSE
                           PERFORM 034-CALCULAR-VENCIMENTO
                           PERFORM 007-IMPRIMIR-FATURA
                           PERFORM 008-GRAVAR-RESUMO
                           PERFORM 026-GRAVAR-APURADOS THRU 026-SAI
                           PERFORM 019-GRAVAR-RECEBER
                           PERFORM 009-POSTAR-NO-LEDGER
                           PERFORM 037-BAIXAR-ESTOQUE
                           PERFORM 044-BAIXAR-RESERVAS
                           PERFORM 038-POSTAR-CUSTO
                           PERFORM 040-GRAVAR-HISTORICO
                           PERFORM 041-GRAVAR-DOCUMENTO-FISCAL
                           PERFORM 032-ATUALIZAR-SALDO
                           ADD 1 TO WS-FATURAS-IMPRESSAS
                       END-IF
                   ELSE
                       ADD 1 TO WS-FATURAS-REJEITADAS
                   END-IF
               STRING "ENDERECO: " ENDERECO-CLIENTE
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-FATURA-IMPRESSA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               STRING "VENCIMENTO: " DATA-VENCIMENTO
                   "   CONDICAO DE PAGAMENTO: " COND-CLIENTE
                   "   VENDEDOR: " VENDEDOR-FATURA
                   DELIMITED BY SIZE INTO WS-LINHA.
               WRITE REG-FATURA-IMPRESSA FROM WS-LINHA.
               MOVE ALL "-" TO WS-LINHA.
               WRITE REG-FATURA-IMPRESSA FROM WS-LINHA.
               MOVE SPACES TO WS-LINHA.
               MOVE ZEROS            TO CR-VALOR-RECEBIDO.
               MOVE "A"              TO CR-SITUACAO.
               MOVE ZEROS            TO CR-DATA-BAIXA.
               MOVE DATA-VENCIMENTO  TO CR-DATA-VENCIMENTO.
               MOVE WS-TIPO-DOCUMENTO TO CR-TIPO-DOC.
      * FATURA EM MOEDA ESTRANGEIRA GUARDA O TOTAL NA MOEDA (IMPOSTO
      * INCLUSO) PELA MESMA TAXA DA CONVERSAO, PARA A REAVALIACAO
               MOVE ZEROS            TO CR-VALOR-MOEDA.
               MOVE ZEROS            TO CR-RECEBIDO-MOEDA.
               IF MOEDA-LOCAL OR WS-TAXA-ATUAL = ZEROS
                   MOVE "BRL"        TO CR-MOEDA
               ELSE
                   MOVE MOEDA-FATURA TO CR-MOEDA
                   COMPUTE CR-VALOR-MOEDA ROUNDED =
                       TOTAL-FATURA / WS-TAXA-ATUAL
               END-IF.
               WRITE REG-CONTA-RECEBER.
               CLOSE CONTAS-RECEBER.
      ******************************************************************
               MOVE SPACES TO NOME-CLIENTE.
               MOVE SPACES TO ENDERECO-CLIENTE.
               MOVE "N" TO WS-CLIENTE-ISENTO.
               MOVE ZEROS TO LIMITE-CLIENTE.
               MOVE SPACES TO COND-CLIENTE.
               MOVE SPACES TO VENDEDOR-FATURA.
               IF WS-CLIENTES-ABERTO = "N"
                   MOVE "N" TO WS-FATURA-VALIDA
                   PERFORM 018-RECUSAR-CLIENTE
                               IF CLIENTE-ISENTO
                                   MOVE "S" TO WS-CLIENTE-ISENTO
                               END-IF
                               MOVE CLIENTE-COND-PAGAMENTO
                                   TO COND-CLIENTE
                               MOVE CLIENTE-VENDEDOR
                                   TO VENDEDOR-FATURA
                               IF CLIENTE-LIMITE-CREDITO NUMERIC
                                   MOVE CLIENTE-LIMITE-CREDITO
                                       TO LIMITE-CLIENTE
                               END-IF
                           END-IF
                   END-READ
               END-IF.
                   CLIENTE-FATURA " SEM CADASTRO OU DESATIVADO"
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
      ******************************************************************
           029-CARREGAR-SALDOS.
      * SALDO EM ABERTO DE CADA CLIENTE: VALOR MENOS RECEBIDO DAS
      * FATURAS AINDA ABERTAS NO CONTAS A RECEBER
               MOVE ZEROS TO WS-QTD-SALDOS.
               OPEN INPUT CONTAS-RECEBER.
               IF WS-RECEBER-STATUS = "00"
                   MOVE "N" TO WS-FIM-RECEBER
                   PERFORM UNTIL FIM-RECEBER
                       READ CONTAS-RECEBER
                           AT END MOVE "S" TO WS-FIM-RECEBER
                           NOT AT END
                               IF CR-ABERTA
                                   MOVE CR-CLIENTE TO CLIENTE-FATURA
                                   COMPUTE VALOR-LINHA =
                                       FUNCTION NUMVAL(CR-VALOR)
                                       - FUNCTION NUMVAL
                                           (CR-VALOR-RECEBIDO)
                                   PERFORM 031-SOMAR-SALDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTAS-RECEBER
               END-IF.
               MOVE SPACES TO CLIENTE-FATURA.
           030-CONFERIR-LIMITE.
      * FATURA QUE LEVARIA O SALDO EM ABERTO DO CLIENTE ALEM DO LIMITE
      * DE CREDITO E RETIDA ATE A LIBERACAO DO SUPERVISOR. NOTA DE
      * CREDITO SO REDUZ O SALDO E NAO E CONFERIDA; LIMITE ZERADO E
      * CLIENTE SEM LIMITE CADASTRADO
               MOVE "N" TO WS-FATURA-RETIDA.
               IF DOCUMENTO-NOTA-CREDITO OR WS-LOTE-LIBERADO = "S"
                   OR LIMITE-CLIENTE = ZEROS
                   GO TO 030-SAI
               END-IF.
               MOVE ZEROS TO SALDO-CLIENTE.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF TAB-SALDO-CLIENTE(WS-IND-SALDO) = CLIENTE-FATURA
                       MOVE TAB-SALDO-VALOR(WS-IND-SALDO)
                           TO SALDO-CLIENTE
                   END-IF
               END-PERFORM.
               IF SALDO-CLIENTE + TOTAL-FATURA NOT > LIMITE-CLIENTE
                   GO TO 030-SAI
               END-IF.
               MOVE "S" TO WS-FATURA-RETIDA.
               OPEN EXTEND FATURAS-RETIDAS.
               IF WS-RETIDAS-STATUS = "35"
                   OPEN OUTPUT FATURAS-RETIDAS
               END-IF.
               PERFORM VARYING WS-IND-REGISTRO FROM 1 BY 1
                   UNTIL WS-IND-REGISTRO > WS-QTD-REGISTROS
                   WRITE REG-FATURA-RETIDA
                       FROM TAB-REGISTRO(WS-IND-REGISTRO)
               END-PERFORM.
               CLOSE FATURAS-RETIDAS.
               MOVE SALDO-CLIENTE TO WS-SALDO-EDITADO.
               MOVE LIMITE-CLIENTE TO WS-LIMITE-EDITADO.
               MOVE "ART042W" TO WS-LOG-CODIGO.
               MOVE NUMERO-FATURA TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "FATURA " NUMERO-FATURA " RETIDA: CLIENTE "
                   CLIENTE-FATURA " SALDO " WS-SALDO-EDITADO
                   " LIMITE " WS-LIMITE-EDITADO
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
               DISPLAY "*** FATURA " NUMERO-FATURA " RETIDA POR "
                   "LIMITE DE CREDITO ***".
           030-SAI.
               EXIT.
           031-SOMAR-SALDO.
               MOVE ZEROS TO WS-SALDO-ACHADO.
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                   UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF TAB-SALDO-CLIENTE(WS-IND-SALDO) = CLIENTE-FATURA
                       MOVE WS-IND-SALDO TO WS-SALDO-ACHADO
                   END-IF
               END-PERFORM.
               IF WS-SALDO-ACHADO = ZEROS
                   IF WS-QTD-SALDOS < 500
                       ADD 1 TO WS-QTD-SALDOS
                       MOVE WS-QTD-SALDOS TO WS-SALDO-ACHADO
                       MOVE CLIENTE-FATURA
                           TO TAB-SALDO-CLIENTE(WS-SALDO-ACHADO)
                       MOVE ZEROS TO TAB-SALDO-VALOR(WS-SALDO-ACHADO)
                   ELSE
                       MOVE "ART040W" TO WS-LOG-CODIGO
                       MOVE CLIENTE-FATURA TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "TABELA DE SALDOS POR CLIENTE EXCEDIDA, "
                           "CLIENTE " CLIENTE-FATURA
                           " CONFERIDO SEM O SALDO EM ABERTO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-IF.
               IF WS-SALDO-ACHADO NOT = ZEROS
                   ADD VALOR-LINHA TO TAB-SALDO-VALOR(WS-SALDO-ACHADO)
               END-IF.
           032-ATUALIZAR-SALDO.
      * A FATURA EMITIDA ENTRA NO SALDO DO CLIENTE PARA AS PROXIMAS
      * FATURAS DO MESMO ARQUIVO
               MOVE TOTAL-FATURA TO VALOR-LINHA.
               PERFORM 031-SOMAR-SALDO.
      ******************************************************************
           033-CARREGAR-CONDICOES.
               MOVE ZEROS TO WS-QTD-CONDICOES.
               OPEN INPUT CONDICOES-PAGAMENTO.
               IF WS-CONDICOES-STATUS = "35"
                   DISPLAY "CONDICOES-PAGAMENTO.DAT NAO ENCONTRADO, "
                       "FATURAS VENCEM NA EMISSAO"
               ELSE
                   MOVE "N" TO WS-FIM-CONDICOES
                   PERFORM UNTIL FIM-CONDICOES
                       READ CONDICOES-PAGAMENTO
                           AT END MOVE "S" TO WS-FIM-CONDICOES
                           NOT AT END
                               IF WS-QTD-CONDICOES < 50
                                   AND COND-PRAZO-DIAS NUMERIC
                                   ADD 1 TO WS-QTD-CONDICOES
                                   MOVE COND-CODIGO TO
                                       TAB-COND-CODIGO(WS-QTD-CONDICOES)
                                   MOVE COND-PRAZO-DIAS TO
                                       TAB-COND-PRAZO(WS-QTD-CONDICOES)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONDICOES-PAGAMENTO
               END-IF.
           034-CALCULAR-VENCIMENTO.
      * VENCIMENTO = EMISSAO + PRAZO DA CONDICAO DO CLIENTE. NOTA DE
      * CREDITO E CLIENTE SEM CONDICAO VENCEM NA EMISSAO; CONDICAO SEM
      * CADASTRO NA TABELA TAMBEM, COM AVISO NO LOG
               MOVE ZEROS TO PRAZO-FATURA.
               IF COND-CLIENTE NOT = SPACES
                   AND NOT DOCUMENTO-NOTA-CREDITO
                   MOVE "N" TO WS-CONDICAO-ACHADA
                   PERFORM VARYING WS-IND-CONDICAO FROM 1 BY 1
                       UNTIL WS-IND-CONDICAO > WS-QTD-CONDICOES
                       IF TAB-COND-CODIGO(WS-IND-CONDICAO)
                           = COND-CLIENTE
                           MOVE "S" TO WS-CONDICAO-ACHADA
                           MOVE TAB-COND-PRAZO(WS-IND-CONDICAO)
                               TO PRAZO-FATURA
                       END-IF
                   END-PERFORM
                   IF WS-CONDICAO-ACHADA = "N"
                       MOVE "ART045W" TO WS-LOG-CODIGO
                       MOVE COND-CLIENTE TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "FATURA " NUMERO-FATURA
                           ": CONDICAO DE PAGAMENTO " COND-CLIENTE
                           " SEM CADASTRO, VENCIMENTO NA EMISSAO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-IF.
               COMPUTE DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-FATURA)
                   + PRAZO-FATURA).
      ******************************************************************
           035-CARREGAR-AJUSTES.
      * GUARDA OS DETALHES DO LOTE DE AJUSTES JA EXISTENTE DO DIA E O
      * SEU CABECALHO; OS MOVIMENTOS DO FATURAMENTO SAO ANEXADOS A ELE
               MOVE ZEROS TO WS-QTD-MOVIMENTOS.
               OPEN INPUT TRANSACOES-AJUSTE.
               IF WS-AJUSTE-STATUS = "00"
                   MOVE "N" TO WS-FIM-AJUSTES
                   PERFORM 035-LER-AJUSTE
                   PERFORM UNTIL FIM-AJUSTES
                       EVALUATE TRUE
                           WHEN AJUSTE-CABECALHO
                               MOVE "S" TO WS-TEM-LOTE-AJUSTE
                               MOVE REG-CABECALHO-LOTE
                                   TO WS-CABECALHO-AJUSTE-GUARDADO
                           WHEN AJUSTE-DETALHE
                               IF WS-QTD-MOVIMENTOS < 2000
                                   ADD 1 TO WS-QTD-MOVIMENTOS
                                   MOVE REG-TRANSACAO-AJUSTE TO
                                       MOVIMENTO-AJUSTE
                                           (WS-QTD-MOVIMENTOS)
                                   ADD 1 TO WS-CONTAGEM-AJUSTE
                                   IF AJUSTE-QUANTIDADE NUMERIC
                                       ADD AJUSTE-QUANTIDADE
                                           TO WS-HASH-AJUSTE
                                   END-IF
                               ELSE
      * LOTE MAIOR QUE A TABELA: REGRAVAR PERDERIA AJUSTES JA
      * DIGITADOS, ENTAO NENHUM MOVIMENTO E ANEXADO NESTA EXECUCAO
                                   MOVE "N" TO WS-CARGA-AJUSTES-OK
                               END-IF
                           WHEN AJUSTE-RODAPE
                               CONTINUE
                       END-EVALUATE
                       PERFORM 035-LER-AJUSTE
                   END-PERFORM
                   CLOSE TRANSACOES-AJUSTE
                   IF WS-CARGA-AJUSTES-OK = "N"
                       MOVE 8 TO WS-CODIGO-RETORNO
                       MOVE "ART041E" TO WS-LOG-CODIGO
                       MOVE "TRANSACOES-AJUSTE.DAT" TO WS-LOG-CHAVE
                       MOVE SPACES TO WS-LOG-MENSAGEM
                       STRING "LOTE DE AJUSTES DO DIA EXCEDE A TABELA "
                           "DE 2000 DETALHES, ESTOQUE NAO SERA BAIXADO"
                           DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                       PERFORM 012-GRAVAR-LOG
                   END-IF
               END-IF.
               IF WS-TEM-LOTE-AJUSTE = "N"
                   MOVE WS-DATA-MOVIMENTO TO WS-CAB-AJ-DATA
                   MOVE WS-DEPARTAMENTO TO WS-CAB-AJ-DEPTO
                   MOVE WS-CABECALHO-AJUSTE
                       TO WS-CABECALHO-AJUSTE-GUARDADO
               END-IF.
           035-LER-AJUSTE.
               READ TRANSACOES-AJUSTE
                   AT END MOVE "S" TO WS-FIM-AJUSTES
               END-READ.
           036-ABRIR-MESTRE.
      * ABERTO PARA ATUALIZACAO POR CAUSA DA BAIXA DAS RESERVAS
               OPEN I-O MESTRE-ITENS.
               IF WS-MESTRE-STATUS = "00"
                   MOVE "S" TO WS-MESTRE-ABERTO
               ELSE
                   MOVE "ART019E" TO WS-LOG-CODIGO
                   MOVE "MESTRE-ITENS.DAT" TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "MESTRE DE ITENS INDISPONIVEL, STATUS "
                       WS-MESTRE-STATUS ", ESTOQUE NAO SERA BAIXADO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
               END-IF.
           037-BAIXAR-ESTOQUE.
      * UM MOVIMENTO POR LINHA DO DOCUMENTO EMITIDO: SAIDA NA FATURA,
      * ENTRADA DE DEVOLUCAO NA NOTA DE CREDITO. O CUSTO DA LINHA SAI
      * DO CUSTO UNITARIO DO MESTRE NO MOMENTO DA VENDA
               MOVE ZEROS TO CUSTO-FATURA.
               PERFORM 037-BAIXAR-LINHA THRU 037-SAI
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > LINHAS-RECEBIDAS.
           037-BAIXAR-LINHA.
               IF WS-MESTRE-ABERTO = "N"
                   MOVE "605" TO WS-MOTIVO-ESTOQUE
                   GO TO 037-REPORTAR
               END-IF.
               MOVE LIN-ITEM(WS-INDICE) TO MESTRE-ITEM.
               MOVE LIN-LOCAL(WS-INDICE) TO MESTRE-LOCAL.
               READ MESTRE-ITENS
                   INVALID KEY
                       PERFORM 037-ITEM-AUSENTE
                       GO TO 037-REPORTAR
               END-READ.
               MOVE MESTRE-GRUPO TO LIN-GRUPO(WS-INDICE).
               IF MESTRE-INATIVO
                   MOVE "603" TO WS-MOTIVO-ESTOQUE
                   GO TO 037-REPORTAR
               END-IF.
               IF WS-CARGA-AJUSTES-OK = "N"
                   OR WS-QTD-MOVIMENTOS NOT < 2000
                   MOVE "604" TO WS-MOTIVO-ESTOQUE
                   GO TO 037-REPORTAR
               END-IF.
               IF MESTRE-CUSTO-UNITARIO IS NUMERIC
                   MOVE MESTRE-CUSTO-UNITARIO TO CUSTO-UNITARIO-LINHA
               ELSE
                   MOVE ZEROS TO CUSTO-UNITARIO-LINHA
               END-IF.
               COMPUTE CUSTO-LINHA ROUNDED =
                   CUSTO-UNITARIO-LINHA * LIN-QUANTIDADE(WS-INDICE).
               ADD CUSTO-LINHA TO CUSTO-FATURA.
               MOVE CUSTO-LINHA TO LIN-CUSTO(WS-INDICE).
      * A DEVOLUCAO ENTRA SEM CUSTO INFORMADO PARA NAO MEXER NA MEDIA
      * PONDERADA: VOLTA AO ESTOQUE PELO CUSTO ATUAL DO MESTRE
               MOVE "D"                    TO AJUSTE-TIPO-REG.
               MOVE LIN-ITEM(WS-INDICE)    TO AJUSTE-ITEM.
               MOVE LIN-QUANTIDADE(WS-INDICE) TO AJUSTE-QUANTIDADE.
               IF DOCUMENTO-NOTA-CREDITO
                   MOVE "E"                TO AJUSTE-TIPO
               ELSE
                   MOVE "S"                TO AJUSTE-TIPO
               END-IF.
               MOVE LIN-LOCAL(WS-INDICE)   TO AJUSTE-LOCAL.
               MOVE SPACES                 TO AJUSTE-LOCAL-DESTINO.
               MOVE ZEROS                  TO AJUSTE-CUSTO.
               ADD 1 TO WS-QTD-MOVIMENTOS.
               MOVE REG-TRANSACAO-AJUSTE
                   TO MOVIMENTO-AJUSTE(WS-QTD-MOVIMENTOS).
               ADD 1 TO WS-CONTAGEM-AJUSTE.
               ADD AJUSTE-QUANTIDADE TO WS-HASH-AJUSTE.
               ADD 1 TO WS-MOVIMENTOS-GERADOS.
               GO TO 037-SAI.
           037-REPORTAR.
               ADD 1 TO WS-LINHAS-SEM-BAIXA.
               MOVE DATA-FATURA            TO EXF-DATA.
               MOVE NUMERO-FATURA          TO EXF-FATURA.
               MOVE WS-TIPO-DOCUMENTO      TO EXF-TIPO-DOC.
               MOVE LIN-ITEM(WS-INDICE)    TO EXF-ITEM.
               MOVE LIN-LOCAL(WS-INDICE)   TO EXF-LOCAL.
               MOVE LIN-QUANTIDADE(WS-INDICE) TO EXF-QUANTIDADE.
               MOVE WS-MOTIVO-ESTOQUE      TO EXF-MOTIVO.
               WRITE REG-EXCECAO-ESTOQUE.
               MOVE "ART050W" TO WS-LOG-CODIGO.
               MOVE LIN-ITEM(WS-INDICE) TO WS-LOG-CHAVE.
               MOVE SPACES TO WS-LOG-MENSAGEM.
               STRING "FATURA " NUMERO-FATURA ": ITEM "
                   LIN-ITEM(WS-INDICE) " LOCAL " LIN-LOCAL(WS-INDICE)
                   " SEM BAIXA DE ESTOQUE, MOTIVO " WS-MOTIVO-ESTOQUE
                   DELIMITED BY SIZE INTO WS-LOG-MENSAGEM.
               PERFORM 012-GRAVAR-LOG.
           037-SAI.
               EXIT.
           037-ITEM-AUSENTE.
      * SEM REGISTRO NO LOCAL DE FATURAMENTO: DISTINGUE O ITEM QUE NAO
      * EXISTE NO MESTRE DO ITEM ESTOCADO SO EM OUTROS LOCAIS
               MOVE "601" TO WS-MOTIVO-ESTOQUE.
               MOVE LIN-ITEM(WS-INDICE) TO MESTRE-ITEM.
               MOVE LOW-VALUES TO MESTRE-LOCAL.
               START MESTRE-ITENS KEY NOT < MESTRE-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ MESTRE-ITENS NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF MESTRE-ITEM = LIN-ITEM(WS-INDICE)
                                   MOVE "602" TO WS-MOTIVO-ESTOQUE
                               END-IF
                       END-READ
               END-START.
           044-BAIXAR-RESERVAS.
      * LINHA VINDA DE PEDIDO DE VENDA DEVOLVE A RESERVA FEITA PELA
      * ALOCACAO MESMO QUANDO A BAIXA DE ESTOQUE FALHOU: A MERCADORIA
      * FOI FATURADA E A RESERVA NAO PODE FICAR PRESA NO MESTRE
               IF WS-MESTRE-ABERTO = "S"
                   AND NOT DOCUMENTO-NOTA-CREDITO
                   PERFORM 044-BAIXAR-RESERVA-LINHA THRU 044-SAI
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE > LINHAS-RECEBIDAS
               END-IF.
           044-BAIXAR-RESERVA-LINHA.
               IF LIN-RESERVA(WS-INDICE) NOT = "S"
                   GO TO 044-SAI
               END-IF.
               MOVE LIN-ITEM(WS-INDICE) TO MESTRE-ITEM.
               MOVE LIN-LOCAL(WS-INDICE) TO MESTRE-LOCAL.
               READ MESTRE-ITENS
                   INVALID KEY
                       GO TO 044-SAI
               END-READ.
               IF MESTRE-QTD-RESERVADA NOT NUMERIC
                   MOVE ZEROS TO MESTRE-QTD-RESERVADA
               ELSE
                   IF MESTRE-QTD-RESERVADA < LIN-QUANTIDADE(WS-INDICE)
                       MOVE ZEROS TO MESTRE-QTD-RESERVADA
                   ELSE
                       SUBTRACT LIN-QUANTIDADE(WS-INDICE)
                           FROM MESTRE-QTD-RESERVADA
                   END-IF
               END-IF.
               REWRITE REG-MESTRE.
               ADD 1 TO WS-RESERVAS-BAIXADAS.
           044-SAI.
               EXIT.
           038-POSTAR-CUSTO.
      * CUSTO DA MERCADORIA VENDIDA DO DOCUMENTO, AO LADO DA RECEITA
      * (OPERANDO UM) PARA O VOUCHER MOSTRAR A MARGEM; NOTA DE CREDITO
      * ESTORNA O CUSTO COM SINAL NEGATIVO, COMO A PROPRIA NOTA
               IF CUSTO-FATURA = ZEROS
                   GO TO 038-SAI
               END-IF.
               IF DOCUMENTO-NOTA-CREDITO
                   COMPUTE CUSTO-FATURA = ZEROS - CUSTO-FATURA
               END-IF.
               IF CUSTO-FATURA > 999999.99
                   OR CUSTO-FATURA < -999999.99
                   OR SUBTOTAL-FATURA > 999999.99
                   OR SUBTOTAL-FATURA < -999999.99
                   MOVE "ART013W" TO WS-LOG-CODIGO
                   MOVE NUMERO-FATURA TO WS-LOG-CHAVE
                   MOVE SPACES TO WS-LOG-MENSAGEM
                   STRING "CUSTO DA FATURA " NUMERO-FATURA " NAO "
                       "POSTADO NO RAZAO: VALOR EXCEDE O CAMPO"
                       DELIMITED BY SIZE INTO WS-LOG-MENSAGEM
                   PERFORM 012-GRAVAR-LOG
                   GO TO 038-SAI
               END-IF.
               OPEN EXTEND LEDGER-ARITMETICO.
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-ARITMETICO
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
               IF DOCUMENTO-NOTA-CREDITO
                   MOVE "CUSTO-DEVOLUCAO" TO LEDGER-OPERACAO
               ELSE
                   MOVE "CUSTO-VENDA"     TO LEDGER-OPERACAO
               END-IF.
               MOVE SUBTOTAL-FATURA    TO LEDGER-OPERANDO-1.
               MOVE CUSTO-FATURA       TO LEDGER-OPERANDO-2.
               MOVE CUSTO-FATURA       TO LEDGER-RESULTADO.
               MOVE WS-DATA-HORA(1:14) TO LEDGER-DATA-HORA.
               CALL "PROXIMA-SEQUENCIA" USING WS-SEQUENCIA.
               MOVE WS-SEQUENCIA       TO LEDGER-SEQUENCIA.
               MOVE WS-RUN-ID          TO LEDGER-RUN-ID.
               MOVE WS-DEPARTAMENTO    TO LEDGER-DEPARTAMENTO.
               MOVE ZEROS              TO LEDGER-SEQ-ESTORNADA.
               WRITE REG-LEDGER.
               CLOSE LEDGER-ARITMETICO.
           038-SAI.
               EXIT.
           039-GRAVAR-AJUSTES.
      * O LOTE E REGRAVADO INTEIRO: CABECALHO, AJUSTES JA EXISTENTES,
      * MOVIMENTOS DO FATURAMENTO E O RODAPE RECALCULADO
               IF WS-MOVIMENTOS-GERADOS = ZEROS
                   OR WS-CARGA-AJUSTES-OK = "N"
                   GO TO 039-SAI
               END-IF.
               OPEN OUTPUT TRANSACOES-AJUSTE.
               MOVE WS-CABECALHO-AJUSTE-GUARDADO TO REG-CABECALHO-LOTE.
               WRITE REG-CABECALHO-LOTE.
               PERFORM VARYING WS-IND-MOVIMENTO FROM 1 BY 1
                   UNTIL WS-IND-MOVIMENTO > WS-QTD-MOVIMENTOS
                   WRITE REG-TRANSACAO-AJUSTE
                       FROM MOVIMENTO-AJUSTE(WS-IND-MOVIMENTO)
               END-PERFORM.
               MOVE "T" TO ROD-TIPO-REG.
               MOVE WS-CONTAGEM-AJUSTE TO ROD-CONTAGEM.
               MOVE WS-HASH-AJUSTE TO ROD-HASH-OPERANDO-1.
               WRITE REG-RODAPE-LOTE.
               CLOSE TRANSACOES-AJUSTE.
           039-SAI.
               EXIT.
           040-GRAVAR-HISTORICO.
      * UMA LINHA DE HISTORICO POR LINHA DO DOCUMENTO EMITIDO, COM O
      * VALOR LIQUIDO CONVERTIDO PARA A MOEDA LOCAL PELA MESMA TAXA DA
      * FATURA; NA NOTA DE CREDITO TUDO ENTRA COM O SINAL TROCADO
               PERFORM 040-GRAVAR-LINHA-HISTORICO
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > LINHAS-RECEBIDAS.
           040-GRAVAR-LINHA-HISTORICO.
               IF MOEDA-LOCAL
                   MOVE LIN-VALOR(WS-INDICE) TO VALOR-LOCAL-LINHA
               ELSE
                   COMPUTE VALOR-LOCAL-LINHA ROUNDED =
                       LIN-VALOR(WS-INDICE) * WS-TAXA-ATUAL
               END-IF.
               MOVE DATA-FATURA           TO HVEN-DATA.
               MOVE NUMERO-FATURA         TO HVEN-FATURA.
               MOVE WS-TIPO-DOCUMENTO     TO HVEN-TIPO-DOC.
               MOVE CLIENTE-FATURA        TO HVEN-CLIENTE.
               MOVE LIN-ITEM(WS-INDICE)   TO HVEN-ITEM.
               MOVE LIN-IMPOSTO(WS-INDICE) TO HVEN-IMPOSTO.
               IF MOEDA-LOCAL
                   MOVE "BRL"             TO HVEN-MOEDA
               ELSE
                   MOVE MOEDA-FATURA      TO HVEN-MOEDA
               END-IF.
               MOVE WS-DEPARTAMENTO       TO HVEN-DEPARTAMENTO.
               MOVE REF-ORIGINAL          TO HVEN-REF-ORIGINAL.
               MOVE VENDEDOR-FATURA       TO HVEN-VENDEDOR.
               MOVE LIN-GRUPO(WS-INDICE)  TO HVEN-GRUPO.
               IF DOCUMENTO-NOTA-CREDITO
                   COMPUTE HVEN-QUANTIDADE =
                       ZEROS - LIN-QUANTIDADE(WS-INDICE)
                   COMPUTE HVEN-VALOR = ZEROS - VALOR-LOCAL-LINHA
                   COMPUTE HVEN-CUSTO = ZEROS - LIN-CUSTO(WS-INDICE)
                   COMPUTE HVEN-VALOR-MOEDA =
                       ZEROS - LIN-VALOR(WS-INDICE)
               ELSE
                   MOVE LIN-QUANTIDADE(WS-INDICE) TO HVEN-QUANTIDADE
                   MOVE VALOR-LOCAL-LINHA     TO HVEN-VALOR
                   MOVE LIN-CUSTO(WS-INDICE)  TO HVEN-CUSTO
                   MOVE LIN-VALOR(WS-INDICE)  TO HVEN-VALOR-MOEDA
               END-IF.
               WRITE REG-HISTORICO-VENDA.
               ADD 1 TO WS-LINHAS-HISTORICO.
           041-GRAVAR-DOCUMENTO-FISCAL.
      * O NUMERO FISCAL SO E TIRADO AQUI, COM O DOCUMENTO JA ACEITO,
      * PARA A SERIE NAO TER LACUNAS. OS VALORES VAO SEM SINAL (O
      * MOVE PARA O CAMPO SEM SINAL GUARDA O VALOR ABSOLUTO DA NOTA
      * DE CREDITO) E O TIPO DO DOCUMENTO DA O SENTIDO
               CALL "PROXIMO-NUMERO-FISCAL" USING WS-NUMERO-FISCAL.
               MOVE SPACES TO REG-FISCAL-EMITENTE.
               MOVE "E"                   TO DFE-TIPO-REG.
               MOVE WS-NUMERO-FISCAL      TO DFE-NUMERO-FISCAL.
               MOVE WS-TIPO-DOCUMENTO     TO DFE-TIPO-DOC.
               MOVE NUMERO-FATURA         TO DFE-FATURA.
               MOVE DATA-FATURA           TO DFE-DATA-EMISSAO.
               MOVE EMITENTE-CNPJ         TO DFE-EMITENTE-CNPJ.
               MOVE EMITENTE-NOME         TO DFE-EMITENTE-NOME.
               MOVE EMITENTE-ENDERECO     TO DFE-EMITENTE-ENDERECO.
               MOVE REF-ORIGINAL          TO DFE-FATURA-ORIGINAL.
               WRITE REG-FISCAL-EMITENTE.
               MOVE SPACES TO REG-FISCAL-DESTINATARIO.
               MOVE "D"                   TO DFD-TIPO-REG.
               MOVE WS-NUMERO-FISCAL      TO DFD-NUMERO-FISCAL.
               MOVE CLIENTE-FATURA        TO DFD-CLIENTE.
               MOVE NOME-CLIENTE          TO DFD-NOME.
               MOVE ENDERECO-CLIENTE      TO DFD-ENDERECO.
               MOVE WS-CLIENTE-ISENTO     TO DFD-ISENTO.
               WRITE REG-FISCAL-DESTINATARIO.
               MOVE ZEROS TO ACU-DOC-ORIGINAL.
               MOVE ZEROS TO ACU-DOC-LOCAL.
               PERFORM VARYING WS-IND-IMP-FAT FROM 1 BY 1
                   UNTIL WS-IND-IMP-FAT > 10
                   MOVE ZEROS TO ACU-ORIGINAL(WS-IND-IMP-FAT)
                   MOVE ZEROS TO ACU-BASE(WS-IND-IMP-FAT)
                   MOVE ZEROS TO ACU-IMPOSTO(WS-IND-IMP-FAT)
               END-PERFORM.
               PERFORM 041-GRAVAR-ITEM-FISCAL
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > LINHAS-RECEBIDAS.
               PERFORM 041-GRAVAR-RESUMO-FISCAL
                   VARYING WS-IND-IMP-FAT FROM 1 BY 1
                   UNTIL WS-IND-IMP-FAT > WS-QTD-IMP-FATURA.
               MOVE SPACES TO REG-FISCAL-TOTAIS.
               MOVE "T"                   TO DFT-TIPO-REG.
               MOVE WS-NUMERO-FISCAL      TO DFT-NUMERO-FISCAL.
               MOVE LINHAS-RECEBIDAS      TO DFT-QTD-LINHAS.
               MOVE SUBTOTAL-FATURA       TO DFT-SUBTOTAL.
               MOVE IMPOSTO-FATURA        TO DFT-IMPOSTO.
               MOVE TOTAL-FATURA          TO DFT-TOTAL.
               IF MOEDA-LOCAL
                   MOVE "BRL"             TO DFT-MOEDA
                   MOVE ZEROS             TO DFT-TAXA-CAMBIO
                   MOVE SUBTOTAL-FATURA   TO DFT-SUBTOTAL-MOEDA
               ELSE
                   MOVE MOEDA-FATURA      TO DFT-MOEDA
                   MOVE WS-TAXA-ATUAL     TO DFT-TAXA-CAMBIO
                   MOVE SUBTOTAL-ORIGINAL TO DFT-SUBTOTAL-MOEDA
               END-IF.
               WRITE REG-FISCAL-TOTAIS.
               MOVE WS-NUMERO-FISCAL      TO RFI-NUMERO-FISCAL.
               MOVE WS-TIPO-DOCUMENTO     TO RFI-TIPO-DOC.
               MOVE NUMERO-FATURA         TO RFI-FATURA.
               MOVE CLIENTE-FATURA        TO RFI-CLIENTE.
               MOVE DATA-FATURA           TO RFI-DATA-EMISSAO.
               MOVE TOTAL-FATURA          TO RFI-TOTAL.
               MOVE "P"                   TO RFI-SITUACAO.
               MOVE SPACES                TO RFI-PROTOCOLO.
               MOVE ZEROS                 TO RFI-DATA-RETORNO.
               MOVE SPACES                TO RFI-MOTIVO.
               MOVE ZEROS                 TO RFI-DATA-CANCELAMENTO.
               WRITE REG-CONTROLE-FISCAL.
               ADD 1 TO WS-DOCUMENTOS-FISCAIS.
           041-GRAVAR-ITEM-FISCAL.
      * A LINHA ACHA O SEU CODIGO NO IMPOSTO DA FATURA; LINHA SEM
      * CODIGO ACUMULADO (CLIENTE ISENTO) SAI COM BASE E IMPOSTO
      * ZERADOS E O VALOR ACUMULADO NO PROPRIO DOCUMENTO
               MOVE ZEROS TO WS-IMP-FAT-ACHADO.
               PERFORM VARYING WS-IND-IMP-FAT FROM 1 BY 1
                   UNTIL WS-IND-IMP-FAT > WS-QTD-IMP-FATURA
                   IF IMPF-CODIGO(WS-IND-IMP-FAT)
                       = LIN-IMPOSTO(WS-INDICE)
                       MOVE WS-IND-IMP-FAT TO WS-IMP-FAT-ACHADO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO REG-FISCAL-ITEM.
               MOVE "I"                   TO DFL-TIPO-REG.
               MOVE WS-NUMERO-FISCAL      TO DFL-NUMERO-FISCAL.
               MOVE WS-INDICE             TO DFL-LINHA.
               MOVE LIN-ITEM(WS-INDICE)   TO DFL-ITEM.
               MOVE LIN-QUANTIDADE(WS-INDICE) TO DFL-QUANTIDADE.
               MOVE LIN-IMPOSTO(WS-INDICE) TO DFL-IMPOSTO-CODIGO.
               IF WS-IMP-FAT-ACHADO = ZEROS
                   ADD LIN-VALOR(WS-INDICE) TO ACU-DOC-ORIGINAL
                   IF MOEDA-LOCAL
                       MOVE ACU-DOC-ORIGINAL TO ACUMULADO-CONVERTIDO
                   ELSE
                       COMPUTE ACUMULADO-CONVERTIDO ROUNDED =
                           ACU-DOC-ORIGINAL * WS-TAXA-ATUAL
                   END-IF
                   COMPUTE VALOR-LOCAL-LINHA =
                       ACUMULADO-CONVERTIDO - ACU-DOC-LOCAL
                   MOVE ACUMULADO-CONVERTIDO TO ACU-DOC-LOCAL
                   MOVE VALOR-LOCAL-LINHA TO DFL-VALOR
                   MOVE ZEROS             TO DFL-ALIQUOTA
                   MOVE ZEROS             TO DFL-BASE
                   MOVE ZEROS             TO DFL-VALOR-IMPOSTO
               ELSE
                   ADD LIN-VALOR(WS-INDICE)
                       TO ACU-ORIGINAL(WS-IMP-FAT-ACHADO)
                   IF MOEDA-LOCAL
                       MOVE ACU-ORIGINAL(WS-IMP-FAT-ACHADO)
                           TO ACUMULADO-CONVERTIDO
                   ELSE
                       COMPUTE ACUMULADO-CONVERTIDO ROUNDED =
                           ACU-ORIGINAL(WS-IMP-FAT-ACHADO)
                           * WS-TAXA-ATUAL
                   END-IF
                   COMPUTE VALOR-LOCAL-LINHA = ACUMULADO-CONVERTIDO
                       - ACU-BASE(WS-IMP-FAT-ACHADO)
                   MOVE ACUMULADO-CONVERTIDO
                       TO ACU-BASE(WS-IMP-FAT-ACHADO)
                   COMPUTE IMPOSTO-ACUMULADO ROUNDED =
                       ACUMULADO-CONVERTIDO
                       * IMPF-TAXA(WS-IMP-FAT-ACHADO) / 100
                   COMPUTE VALOR-IMPOSTO-LINHA = IMPOSTO-ACUMULADO
                       - ACU-IMPOSTO(WS-IMP-FAT-ACHADO)
                   MOVE IMPOSTO-ACUMULADO
                       TO ACU-IMPOSTO(WS-IMP-FAT-ACHADO)
                   MOVE VALOR-LOCAL-LINHA TO DFL-VALOR
                   MOVE IMPF-TAXA(WS-IMP-FAT-ACHADO) TO DFL-ALIQUOTA
                   MOVE VALOR-LOCAL-LINHA TO DFL-BASE
                   MOVE VALOR-IMPOSTO-LINHA TO DFL-VALOR-IMPOSTO
               END-IF.
               WRITE REG-FISCAL-ITEM.
           041-GRAVAR-RESUMO-FISCAL.
               MOVE SPACES TO REG-FISCAL-RESUMO-IMPOSTO.
               MOVE "R"                   TO DFR-TIPO-REG.
               MOVE WS-NUMERO-FISCAL      TO DFR-NUMERO-FISCAL.
               MOVE IMPF-CODIGO(WS-IND-IMP-FAT) TO DFR-IMPOSTO-CODIGO.
               MOVE IMPF-TAXA(WS-IND-IMP-FAT) TO DFR-ALIQUOTA.
               MOVE IMPF-BASE(WS-IND-IMP-FAT) TO DFR-BASE.
               MOVE IMPF-VALOR(WS-IND-IMP-FAT) TO DFR-VALOR-IMPOSTO.
               WRITE REG-FISCAL-RESUMO-IMPOSTO.
      ******************************************************************
           013-CARREGAR-CAMBIO.
               MOVE ZEROS TO WS-QTD-CAMBIO.
               MOVE "FATURAMENTO" TO EXEC-PROGRAMA.
               MOVE "F" TO EXEC-EVENTO.
               COMPUTE EXEC-LIDOS = WS-FATURAS-IMPRESSAS
                   + WS-FATURAS-REJEITADAS + WS-FATURAS-RETIDAS.
               MOVE WS-FATURAS-IMPRESSAS  TO EXEC-POSTADOS.
               MOVE WS-FATURAS-REJEITADAS TO EXEC-REJEITADOS.
               MOVE WS-CODIGO-RETORNO     TO EXEC-CODIGO-RETORNO.
               MOVE WS-LOG-MENSAGEM TO MSG-TEXTO.
               CALL "GRAVA-MENSAGEM" USING MENSAGEM-OPERACIONAL.
               MOVE SPACES TO WS-LOG-CHAVE.
           042-BLOQUEAR-RECURSOS.
      * O FATURAMENTO POSTA NO LEDGER COM A SEQUENCIA COMPARTILHADA
      * E REGRAVA O MESTRE NA BAIXA DAS RESERVAS DE PEDIDOS
               MOVE "B" TO BLQ-PED-FUNCAO.
               MOVE "FATURAMENTO" TO BLQ-PED-PROGRAMA.
               MOVE "LEDGER" TO BLQ-PED-RECURSO(1).
               MOVE "SEQUENCIA-LEDGER" TO BLQ-PED-RECURSO(2).
               MOVE "MESTRE-ITENS" TO BLQ-PED-RECURSO(3).
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
               IF BLQ-PED-RECUSADO
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
           043-LIBERAR-RECURSOS.
               MOVE "L" TO BLQ-PED-FUNCAO.
               CALL "CONTROLA-BLOQUEIO" USING PEDIDO-BLOQUEIO.
       END PROGRAM FATURAMENTO.
