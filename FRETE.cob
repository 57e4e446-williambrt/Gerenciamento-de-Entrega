      *      NA ORDEM DO PEDIDO E, PARA CADA ENTREGA SEM FRETE
      *      GRAVADO, CALCULA A DISTANCIA DO DEPOSITO AO DESTINO
      *      (deposito-ws/distkm-*), LOCALIZA A FAIXA EM tarifas.dat
      *      NA VERSAO DA TABELA EM VIGOR NA DATA DA ENTREGA
      *      (ENT-DTENTREGA; ACORDO DO CLIENTE PREVALECE SOBRE A
      *      TABELA GERAL, VER frete-pd) E GRAVA O VALOR EM
      *      ENT-VLR-FRETE. A CADA 100 ENTREGAS PROCESSADAS O
      *      ULTIMO PEDIDO E ANOTADO NO ARQUIVO DE CONTROLE
      *      (CTL-FRETE-CHKPT); SE A RODADA ANTERIOR CAIU
      *      NO MEIO, ESTA RETOMA DO PEDIDO SEGUINTE AO ANOTADO EM
      *      VEZ DE RECOMECAR DO ZERO. AO CONCLUIR, O CHECKPOINT E
      *      ZERADO.
      *      CLIENTES), SEM TABELA EM MEMORIA - NAO HA MAIS LIMITE
      *      DE CLIENTES NO RELATORIO.
      * ENTREGAS SEM FAIXA APLICAVEL FICAM COM FRETE ZERO E SAEM
      * ANOTADAS NO RELATORIO. PEDIDOS DE COLETA (ENT-TIPO "C") SAO
      * PRECIFICADOS PELO VALOR DE COLETA DA FAIXA
      * (TAR-VALOR-COLETA), COM A MESMA PRECEDENCIA DO ACORDO DO
      * CLIENTE SOBRE A TABELA GERAL, E SAEM NO RELATORIO EM LINHA
      * PROPRIA ("COLETA") ABAIXO DA LINHA DE ENTREGAS DO CLIENTE.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SD WK-ORDENACAO.
       01 WK-ORD-REC.
           05 WK-ORD-CODCLIE   PIC 9(07).
           05 WK-ORD-TIPO      PIC X(01).
           05 WK-ORD-NUMPEDIDO PIC 9(07).
           05 WK-ORD-VLR-FRETE PIC 9(07)V9(02).

       77 TAR-STAT PIC 9(02).
           88 TAR-OK         VALUE ZEROS.
           88 TAR-NAO-EXISTE VALUE 35.
           88 TAR-FORMATO-ANTIGO VALUE 39.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.
       77 WS-SW-FIM-SORT PIC X.

       77 WS-QTD-CALCULADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-FAIXA PIC 9(05) VALUE ZEROS.
       77 WS-ENT-MES PIC 9(06).

      * CHECKPOINT DA PASSADA DE CALCULO (VER CABECALHO)

      * QUEBRA POR CLIENTE DO RELATORIO
       77 WS-CLI-ATUAL PIC 9(07) VALUE ZEROS.
       77 WS-TIPO-ATUAL PIC X(01) VALUE SPACES.
       77 WS-SW-CLI PIC X VALUE "N".
           88 WS-TEM-CLIENTE VALUE "S".
       77 WS-ACC-QTDPED PIC 9(05) VALUE ZEROS.
              "FATURAMENTO DE FRETE - MES ".
           05 WS-CAB-MES PIC 9(06).
       01 WS-REL-SUBCAB PIC X(100) VALUE
          "CLIENTE  RAZAO SOCIAL                             SERVICO
      -   "QTD   TOTAL FRETE".
       01 WS-REL-DETALHE.
           05 WS-REL-D-CODCLIE  PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-RZSOCIAL PIC X(40).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-SERVICO  PIC X(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-QTD      PIC ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-TOTAL    PIC ZZZZZZZZ9.99.
       01 WS-REL-AVISO.
           05 WS-AVISO-QTD PIC ZZZZ9.
           05 FILLER PIC X(45) VALUE
              " PEDIDOS SEM FAIXA DE TARIFA (FRETE ZERADO)".

       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAAMMDD PIC 9(08).

       COPY distkm-ws.

       COPY frete-ws.

       COPY lote-ws.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE ZEROS TO WS-CHKPT-PEDIDO.
           PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-FIM.
           SORT WK-ORDENACAO ON ASCENDING KEY WK-ORD-CODCLIE
                             ON DESCENDING KEY WK-ORD-TIPO
                             ON ASCENDING KEY WK-ORD-NUMPEDIDO
               INPUT PROCEDURE GERA-ENTRADA-RELATORIO
               OUTPUT PROCEDURE GERA-SAIDA-RELATORIO.
           PERFORM ENCERRA.

      * -----------------------------------
      * OBTEM O MES DE FATURAMENTO (AAAAMM) DA LINHA DE COMANDO OU
      * DO CONSOLE (NO PROCESSAMENTO NOTURNO, SO DA LINHA DE
      * COMANDO).
       OBTEM-PARAMETRO.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-PRM-LINHA) NUMERIC
               COMPUTE WS-PRM-MES =
                   FUNCTION NUMVAL(WS-PRM-LINHA)
           END-IF.
           ACCEPT WS-MODO-NOTURNO FROM ENVIRONMENT "NOTURNO".
           IF WS-EM-LOTE-NOTURNO AND WS-PRM-MES EQUAL ZEROS
               DISPLAY "FRETE: MES DO FATURAMENTO (AAAAMM) NAO "
                   "INFORMADO NA LINHA DE COMANDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRM-MES NOT EQUAL ZEROS
               DISPLAY "FRETE: INFORME O MES DO FATURAMENTO (AAAAMM)"
               ACCEPT WS-PRM-MES
       CALCULA-FRETES-FIM.

      * -----------------------------------
      * O FRETE E O DA TABELA EM VIGOR NA DATA DA ENTREGA; SEM DATA
      * LEGIVEL, VALE A TABELA EM VIGOR HOJE.
       CALCULA-UMA-ENTREGA.
           IF ENT-VLR-FRETE NOT NUMERIC OR ENT-VLR-FRETE EQUAL ZEROS
               IF ENT-DTENTREGA NUMERIC AND
                       ENT-DTENTREGA NOT EQUAL ZEROS
                   MOVE ENT-DTENTREGA TO WS-TAR-DATA-REF
               ELSE
                   MOVE WS-HOJE-AAAAMMDD TO WS-TAR-DATA-REF
               END-IF
               PERFORM CALCULA-FRETE THRU CALCULA-FRETE-FIM
               IF WS-ACHOU-FAIXA
                   MOVE WS-VLR-FRETE TO ENT-VLR-FRETE
           END-IF.
       CALCULA-UMA-ENTREGA-FIM.

      * -----------------------------------
      * PASSADA 2 (ENTRADA DO SORT): LE entregas.dat DO INICIO AO
      * FIM E LIBERA PARA O SORT AS ENTREGAS ENTREGUES DO MES DE
                           WS-ENT-MES EQUAL WS-PRM-MES AND
                           ENT-VLR-FRETE NUMERIC
                       MOVE ENT-CODCLIE   TO WK-ORD-CODCLIE
                       IF ENT-TIPO-COLETA
                           MOVE "C" TO WK-ORD-TIPO
                       ELSE
                           MOVE "E" TO WK-ORD-TIPO
                       END-IF
                       MOVE ENT-NUMPEDIDO TO WK-ORD-NUMPEDIDO
                       MOVE ENT-VLR-FRETE TO WK-ORD-VLR-FRETE
                       RELEASE WK-ORD-REC
       GERA-SAIDA-RELATORIO.
           MOVE "N" TO WS-SW-FIM-SORT WS-SW-CLI.
           MOVE ZEROS TO WS-CLI-ATUAL WS-ACC-QTDPED WS-ACC-TOTAL.
           MOVE SPACES TO WS-TIPO-ATUAL.
           OPEN OUTPUT REL-FRETE.
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
                       ADD 1 TO WS-ACC-QTDPED
       GERA-SAIDA-RELATORIO-FIM.

      * -----------------------------------
      * FECHA A QUEBRA DO CLIENTE/SERVICO ANTERIOR E GRAVA A LINHA
      * DO RELATORIO COM A RAZAO SOCIAL E O SERVICO (ENTREGA OU
      * COLETA).
       FECHA-CLIENTE.
           IF NOT WS-TEM-CLIENTE
               GO FECHA-CLIENTE-FIM
               NOT INVALID KEY
                   MOVE FS-RZSOCIAL TO WS-REL-D-RZSOCIAL
           END-READ.
           IF WS-TIPO-ATUAL EQUAL "C"
               MOVE "COLETA"  TO WS-REL-D-SERVICO
           ELSE
               MOVE "ENTREGA" TO WS-REL-D-SERVICO
           END-IF
           MOVE WS-ACC-QTDPED TO WS-REL-D-QTD.
           MOVE WS-ACC-TOTAL  TO WS-REL-D-TOTAL.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           IF NOT ENT-OK
               DISPLAY "FRETE: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TARFILE
               CLOSE TARFILE
               OPEN INPUT TARFILE
           END-IF
           IF NOT TAR-OK
               DISPLAY "FRETE: ERRO AO ABRIR tarifas.dat (STATUS "
                   TAR-STAT ") - ABRA O PROGRAMA TARIFAS PARA "
                   "CONVERTER A TABELA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPFILE
           IF DEP-NAO-EXISTE THEN
               OPEN OUTPUT DEPFILE

      * -----------------------------------
       COPY distkm-pd.

      * -----------------------------------
       COPY frete-pd.
