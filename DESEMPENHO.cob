      * MOVIMENTOS DE CADA PEDIDO PELA CHAVE E ORDENA POR CLIENTE
      * VIA SORT (MESMO DESENHO DO RELATORIO DE CLIENTES), SEM
      * TABELA EM MEMORIA COM LIMITE DE CLIENTES.
      * ENTREGAS E COLETAS (ENT-TIPO "C") SAEM EM LINHAS SEPARADAS
      * DE CADA CLIENTE (COLUNA SERVICO), COM UM TOTAL POR SERVICO
      * ANTES DO TOTAL GERAL; NA COLETA, "ENTREG" CONTA AS COLETAS
      * CONCLUIDAS.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SD WK-ORDENACAO.
       01 WK-ORD-REC.
           05 WK-ORD-CODCLIE   PIC 9(07).
           05 WK-ORD-TIPO      PIC X(01).
           05 WK-ORD-NUMPEDIDO PIC 9(07).
           05 WK-ORD-ENTREGUE  PIC X(01).
           05 WK-ORD-NO-PRAZO  PIC X(01).

      * ACUMULADORES DA QUEBRA POR CLIENTE E DO TOTAL GERAL
       77 WS-CLI-ATUAL PIC 9(07) VALUE ZEROS.
       77 WS-TIPO-ATUAL PIC X(01) VALUE SPACES.
       77 WS-SW-CLI PIC X VALUE "N".
           88 WS-TEM-CLIENTE VALUE "S".
       01 WS-ACC-CLIENTE.
           05 WS-TOT-SOMA-DIAS PIC 9(09).
           05 WS-TOT-QTD-DIAS  PIC 9(07).

      * TOTAIS POR SERVICO: 1 = ENTREGA, 2 = COLETA.
       77 WS-SRV-IDX PIC 9(01) COMP.
       01 WS-TOT-SERVICOS.
           05 WS-TOT-SERVICO OCCURS 2 TIMES.
               10 WS-TSV-PEDIDOS   PIC 9(07).
               10 WS-TSV-ENTREGUES PIC 9(07).
               10 WS-TSV-PRAZO     PIC 9(07).
               10 WS-TSV-FALHAS    PIC 9(07).
               10 WS-TSV-REDESP    PIC 9(07).
               10 WS-TSV-SOMA-DIAS PIC 9(09).
               10 WS-TSV-QTD-DIAS  PIC 9(07).

       77 WS-PCT-PRAZO PIC 9(03)V9(01).
       77 WS-PCT-FALHA PIC 9(03)V9(01).
       77 WS-MEDIA-DIAS PIC 9(04)V9(01).
           05 FILLER PIC X(37) VALUE
              "DESEMPENHO DE ENTREGAS - MES ".
           05 WS-CAB-MES PIC 9(06).
       01 WS-REL-SUBCAB.
           05 FILLER PIC X(58) VALUE
          "CLIENTE  RAZAO SOCIAL                             SERVICO ".
           05 FILLER PIC X(74) VALUE
          "PEDIDOS ENTREG  PRAZO %PRAZO FALHAS %FALHA MED.DIAS REDESP".
       01 WS-REL-DETALHE.
           05 WS-REL-D-CODCLIE  PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-RZSOCIAL PIC X(40).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-SERVICO  PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-PEDIDOS  PIC ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-ENTREG   PIC ZZZZZ9.
           05 WS-REL-D-REDESP   PIC ZZZZZ9.
       01 WS-REL-TOT-ROTULO PIC X(49) VALUE "TOTAL GERAL".

       COPY lote-ws.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM OBTEM-PARAMETRO THRU OBTEM-PARAMETRO-FIM.
           PERFORM ABRIR-ARQUIVOS.
           SORT WK-ORDENACAO ON ASCENDING KEY WK-ORD-CODCLIE
                             ON DESCENDING KEY WK-ORD-TIPO
                             ON ASCENDING KEY WK-ORD-NUMPEDIDO
               INPUT PROCEDURE GERA-ENTRADA-DESEMP
               OUTPUT PROCEDURE GERA-SAIDA-DESEMP.
           PERFORM ENCERRA.

      * -----------------------------------
      * OBTEM O MES DA APURACAO (AAAAMM) DA LINHA DE COMANDO OU DO
      * CONSOLE (NO PROCESSAMENTO NOTURNO, SO DA LINHA DE COMANDO).
       OBTEM-PARAMETRO.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-PRM-LINHA) NUMERIC
               COMPUTE WS-PRM-MES =
                   FUNCTION NUMVAL(WS-PRM-LINHA)
           END-IF.
           ACCEPT WS-MODO-NOTURNO FROM ENVIRONMENT "NOTURNO".
           IF WS-EM-LOTE-NOTURNO AND WS-PRM-MES EQUAL ZEROS
               DISPLAY "DESEMPENHO: MES DA APURACAO (AAAAMM) NAO "
                   "INFORMADO NA LINHA DE COMANDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRM-MES NOT EQUAL ZEROS
               DISPLAY "DESEMPENHO: INFORME O MES DA APURACAO (AAAAMM)"
               ACCEPT WS-PRM-MES
                   IF WS-ENT-MES EQUAL WS-PRM-MES
                       PERFORM ANALISA-PEDIDO THRU ANALISA-PEDIDO-FIM
                       MOVE ENT-CODCLIE    TO WK-ORD-CODCLIE
                       IF ENT-TIPO-COLETA
                           MOVE "C" TO WK-ORD-TIPO
                       ELSE
                           MOVE "E" TO WK-ORD-TIPO
                       END-IF
                       MOVE ENT-NUMPEDIDO  TO WK-ORD-NUMPEDIDO
                       MOVE WS-AP-ENTREGUE TO WK-ORD-ENTREGUE
                       MOVE WS-AP-NO-PRAZO TO WK-ORD-NO-PRAZO
       APURA-MOVIMENTO-FIM.

      * -----------------------------------
      * RECEBE OS PEDIDOS JA ORDENADOS POR CLIENTE E SERVICO,
      * ACUMULA NA QUEBRA E GRAVA O RELATORIO COM UMA LINHA POR
      * CLIENTE/SERVICO, O TOTAL DE CADA SERVICO E O TOTAL GERAL.
       GERA-SAIDA-DESEMP.
           MOVE "N" TO WS-SW-FIM-SORT WS-SW-CLI.
           MOVE ZEROS TO WS-ACC-CLIENTE WS-TOT-GERAL WS-CLI-ATUAL.
           MOVE ZEROS TO WS-TOT-SERVICOS.
           MOVE SPACES TO WS-TIPO-ATUAL.
           OPEN OUTPUT REL-DESEMP.
           WRITE REL-LINHA FROM WS-REL-CAB.
           WRITE REL-LINHA FROM WS-REL-SUBCAB.
                   AT END
                       MOVE "S" TO WS-SW-FIM-SORT
                   NOT AT END
                       IF WK-ORD-CODCLIE NOT EQUAL WS-CLI-ATUAL OR
                               WK-ORD-TIPO NOT EQUAL WS-TIPO-ATUAL
                           PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM
                           MOVE WK-ORD-CODCLIE TO WS-CLI-ATUAL
                           MOVE WK-ORD-TIPO    TO WS-TIPO-ATUAL
                           MOVE "S" TO WS-SW-CLI
                       END-IF
                       PERFORM ACUMULA-PEDIDO THRU ACUMULA-PEDIDO-FIM
               END-RETURN
           END-PERFORM.
           PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-TOTAL-SERVICO THRU GRAVA-TOTAL-SERVICO-FIM
               VARYING WS-SRV-IDX FROM 1 BY 1 UNTIL WS-SRV-IDX > 2.
           PERFORM GRAVA-TOTAL-GERAL THRU GRAVA-TOTAL-GERAL-FIM.
           CLOSE REL-DESEMP.
       GERA-SAIDA-DESEMP-FIM.
       ACUMULA-PEDIDO-FIM.

      * -----------------------------------
      * FECHA A QUEBRA DO CLIENTE/SERVICO ANTERIOR: CALCULA OS
      * PERCENTUAIS E A MEDIA DE DIAS, GRAVA A LINHA DO RELATORIO E
      * SOMA O CLIENTE NO TOTAL DO SERVICO.
       FECHA-CLIENTE.
           IF NOT WS-TEM-CLIENTE
               GO FECHA-CLIENTE-FIM
           MOVE WS-PCT-FALHA     TO WS-REL-D-PCTFALHA.
           MOVE WS-MEDIA-DIAS    TO WS-REL-D-MEDIA.
           MOVE WS-ACC-REDESP    TO WS-REL-D-REDESP.
           IF WS-TIPO-ATUAL EQUAL "C"
               MOVE "COLETA"  TO WS-REL-D-SERVICO
               MOVE 2 TO WS-SRV-IDX
           ELSE
               MOVE "ENTREGA" TO WS-REL-D-SERVICO
               MOVE 1 TO WS-SRV-IDX
           END-IF
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           ADD WS-ACC-PEDIDOS   TO WS-TSV-PEDIDOS(WS-SRV-IDX).
           ADD WS-ACC-ENTREGUES TO WS-TSV-ENTREGUES(WS-SRV-IDX).
           ADD WS-ACC-PRAZO     TO WS-TSV-PRAZO(WS-SRV-IDX).
           ADD WS-ACC-FALHAS    TO WS-TSV-FALHAS(WS-SRV-IDX).
           ADD WS-ACC-REDESP    TO WS-TSV-REDESP(WS-SRV-IDX).
           ADD WS-ACC-SOMA-DIAS TO WS-TSV-SOMA-DIAS(WS-SRV-IDX).
           ADD WS-ACC-QTD-DIAS  TO WS-TSV-QTD-DIAS(WS-SRV-IDX).
           MOVE ZEROS TO WS-ACC-CLIENTE.
       FECHA-CLIENTE-FIM.

           END-IF.
       CALCULA-INDICES-FIM.

      * -----------------------------------
      * GRAVA A LINHA DE TOTAL DO SERVICO WS-SRV-IDX (1 = ENTREGA,
      * 2 = COLETA), SE HOUVE PEDIDOS DELE NO MES, REAPROVEITANDO O
      * CALCULO DOS INDICES COMO NO TOTAL GERAL.
       GRAVA-TOTAL-SERVICO.
           IF WS-TSV-PEDIDOS(WS-SRV-IDX) EQUAL ZEROS
               GO GRAVA-TOTAL-SERVICO-FIM
           END-IF
           MOVE WS-TSV-PEDIDOS(WS-SRV-IDX)   TO WS-ACC-PEDIDOS.
           MOVE WS-TSV-ENTREGUES(WS-SRV-IDX) TO WS-ACC-ENTREGUES.
           MOVE WS-TSV-PRAZO(WS-SRV-IDX)     TO WS-ACC-PRAZO.
           MOVE WS-TSV-FALHAS(WS-SRV-IDX)    TO WS-ACC-FALHAS.
           MOVE WS-TSV-SOMA-DIAS(WS-SRV-IDX) TO WS-ACC-SOMA-DIAS.
           MOVE WS-TSV-QTD-DIAS(WS-SRV-IDX)  TO WS-ACC-QTD-DIAS.
           PERFORM CALCULA-INDICES THRU CALCULA-INDICES-FIM.
           MOVE SPACES TO WS-REL-DETALHE.
           MOVE ZEROS TO WS-REL-D-CODCLIE.
           IF WS-SRV-IDX EQUAL 2
               MOVE "TOTAL COLETAS"  TO WS-REL-D-RZSOCIAL
               MOVE "COLETA"         TO WS-REL-D-SERVICO
           ELSE
               MOVE "TOTAL ENTREGAS" TO WS-REL-D-RZSOCIAL
               MOVE "ENTREGA"        TO WS-REL-D-SERVICO
           END-IF
           MOVE WS-TSV-PEDIDOS(WS-SRV-IDX)   TO WS-REL-D-PEDIDOS.
           MOVE WS-TSV-ENTREGUES(WS-SRV-IDX) TO WS-REL-D-ENTREG.
           MOVE WS-TSV-PRAZO(WS-SRV-IDX)     TO WS-REL-D-PRAZO.
           MOVE WS-PCT-PRAZO                 TO WS-REL-D-PCTPRAZO.
           MOVE WS-TSV-FALHAS(WS-SRV-IDX)    TO WS-REL-D-FALHAS.
           MOVE WS-PCT-FALHA                 TO WS-REL-D-PCTFALHA.
           MOVE WS-MEDIA-DIAS                TO WS-REL-D-MEDIA.
           MOVE WS-TSV-REDESP(WS-SRV-IDX)    TO WS-REL-D-REDESP.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
       GRAVA-TOTAL-SERVICO-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO TOTAL GERAL REAPROVEITANDO O CALCULO DOS
      * INDICES SOBRE OS ACUMULADORES GERAIS.
               DISPLAY "DESEMPENHO: ERRO AO ABRIR entregas.dat "
                   "(STATUS " ENT-STAT ") - RECONSTRUA O ARQUIVO "
                   "PELO UTILARQ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVFILE
