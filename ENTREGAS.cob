               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STAT
               RECORD KEY IS DEP-CODIGO.
      * CONTAS A RECEBER, SO PARA A REGRA DE CREDITO DO CLIENTE NA
      * INCLUSAO, E AS LIBERACOES DE CREDITO AUTORIZADAS.
           SELECT FATFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FAT-STAT
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CODCLIE
                   WITH DUPLICATES.
           SELECT LIBFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LIB-STAT
               RECORD KEY IS LIB-NUMPEDIDO.
           SELECT COMPROV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPR-STAT.

       COPY depositos-fd.

       COPY faturas-fd.

       COPY liberacoes-fd.

      * COMPROVANTE DE ENTREGA DE UM PEDIDO; O NOME DATADO POR
      * PEDIDO (comprovante_<PEDIDO>.txt) E RESOLVIDO VIA SET
      * ENVIRONMENT DO DD-NAME COMPROV, NOS MOLDES DO UTILARQ.
           88 E-PORCLIENTE  VALUE IS "5".
           88 E-COMPROVANTE VALUE IS "6".
           88 E-PAINEL-DIA  VALUE IS "7".
           88 E-INCLUIR-COLETA VALUE IS "8".
           88 E-ENCERRAR    VALUE IS "X" "x".
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 SE-FALHOU   VALUE "F".
           88 SE-VALIDO   VALUES "P" "R" "E" "F".

      * TIPO DO PEDIDO EM INCLUSAO: "E" PELA OPCAO 1 (ENTREGA), "C"
      * PELA OPCAO 8 (COLETA DE DEVOLUCOES, PALETES E EMBALAGENS).
       77 WS-TIPO-INCLUI PIC X(01) VALUE "E".
       77 WS-DESC-TIPO PIC X(07).
       77 WS-SIT-ANTERIOR PIC X(01).
       77 WS-LAT-ANTERIOR PIC S9(03)V9(08).
       77 WS-LON-ANTERIOR PIC S9(03)V9(08).
       01 WS-CPR-DOCUMENTO.
           05 FILLER PIC X(14) VALUE "DOCUMENTO:    ".
           05 WS-CPR-REC-DOC PIC X(14).
      * VARIANTES DAS LINHAS ACIMA PARA O COMPROVANTE DE COLETA.
       01 WS-CPR-TITULO-COL.
           05 FILLER PIC X(33) VALUE
              "COMPROVANTE DE COLETA - PEDIDO  ".
           05 WS-CPR-PEDIDO-COL PIC 9(07).
       01 WS-CPR-DATA-COL.
           05 FILLER PIC X(17) VALUE "DATA DA COLETA:  ".
           05 WS-CPR-DTCOLETA PIC 9(08).
       01 WS-CPR-ENTREGADOR.
           05 FILLER PIC X(14) VALUE "ENTREGUE POR: ".
           05 WS-CPR-ENT-NOME PIC X(30).
       01 WS-CPR-QTD-COLETADA.
           05 FILLER PIC X(14) VALUE "QTD COLETADA: ".
           05 WS-CPR-QTD PIC ZZZZ9.
       01 WS-CPR-BAIXA.
           05 FILLER PIC X(17) VALUE "DATA/HORA BAIXA: ".
           05 WS-CPR-DATAHORA PIC X(14).

       COPY dtentval-ws.

       COPY credito-ws.

       77 FAT-STAT PIC 9(02).
           88 FAT-OK         VALUE ZEROS.
           88 FAT-NAO-EXISTE VALUE 35.
       77 LIB-STAT PIC 9(02).
           88 LIB-OK         VALUE ZEROS.
           88 LIB-NAO-EXISTE VALUE 35.
      * LIBERACAO DE CREDITO NA INCLUSAO: SUPERVISOR, SENHA E MOTIVO
      * INFORMADOS NA TELA SS-LIBERACAO.
       77 WS-LIB-SUPERVISOR PIC X(10) VALUE SPACES.
       77 WS-LIB-SENHA PIC X(08) VALUE SPACES.
       77 WS-LIB-MOTIVO PIC X(50) VALUE SPACES.
       77 WS-LIB-SALDO-ED PIC Z(10)9.99.
       77 WS-SW-LIB PIC X(01) VALUE "N".
           88 WS-LIB-AUTORIZADA VALUE "S".

       77 WS-MOV-PEDIDO PIC 9(07).
       77 WS-MOV-QTD PIC 9(02) COMP.
       77 WS-MOV-TOTAL PIC 9(03) COMP.
       77 WS-ECL-QTD PIC 9(02) COMP.
       77 WS-ECL-TOTAL PIC 9(05) COMP.
       01 WS-ECL-LINHAS.
           05 WS-ECL-LIN PIC X(52) OCCURS 12 TIMES.
       01 WS-ECL-DETALHE.
           05 WS-ECL-D-PEDIDO PIC 9(07).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-ECL-D-DATA   PIC 9(08).
           05 FILLER          PIC X(06) VALUE SPACES.
           05 WS-ECL-D-SIT    PIC X(01).
           05 FILLER          PIC X(11) VALUE SPACES.
           05 WS-ECL-D-TIPO   PIC X(07).
      * PAINEL DO DIA (OPCAO 7): ENTREGAS DE UMA DATA PELA CHAVE
      * ALTERNATIVA POR DATA, COM CONTAGEM POR SITUACAO NO TOPO.
       77 WS-PDD-DATA PIC 9(08) VALUE ZEROS.
       77 WS-PDD-CNT-E PIC 9(05).
       77 WS-PDD-CNT-F PIC 9(05).
       01 WS-PDD-LINHAS.
           05 WS-PDD-LIN PIC X(55) OCCURS 12 TIMES.
       01 WS-PDD-DETALHE.
           05 WS-PDD-D-PEDIDO PIC 9(07).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WS-PDD-D-SIT    PIC X(01).
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WS-PDD-D-VEICULO PIC X(07).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-PDD-D-TIPO   PIC X(07).
       01 WS-PDD-CONTAGEM.
           05 FILLER PIC X(02) VALUE "P ".
           05 WS-PDD-C-P PIC ZZZZ9.
           05 LINE 11 COLUMN 15 VALUE "5 - POR CLIENTE".
           05 LINE 12 COLUMN 15 VALUE "6 - COMPROVANTE".
           05 LINE 13 COLUMN 15 VALUE "7 - PAINEL DO DIA".
           05 LINE 14 COLUMN 15 VALUE "8 - INCLUIR COLETA".
           05 LINE 15 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 17 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 17 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-CHAVE-BUSCA.
           05 FILLER FOREGROUND-COLOR 2.
                  BLANK WHEN ZEROS.

       01 SS-TELA-REGISTRO.
           05 SS-TIPO FOREGROUND-COLOR 6.
               10 LINE 08 COLUMN 10 VALUE "PEDIDO DE ENTREGA".
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "NUMERO DO PEDIDO:".
               10 COLUMN PLUS 2 PIC 9(07) USING ENT-NUMPEDIDO
               10 LINE 18 COLUMN 10 VALUE "           VEICULO:".
               10 COLUMN PLUS 2 PIC X(07) FROM ENT-VEICULO.

      * TELA DO PEDIDO DE COLETA (ENT-TIPO "C"): MESMOS CAMPOS DA
      * ENTREGA, COM AS COORDENADAS DO PONTO DE RETIRADA E O
      * DEPOSITO QUE RECEBE O MATERIAL COLETADO.
       01 SS-TELA-COLETA.
           05 SS-TIPO-COLETA FOREGROUND-COLOR 6.
               10 LINE 08 COLUMN 10 VALUE
                  "PEDIDO DE COLETA (RETIRADA NO CLIENTE)".
           05 SS-CHAVE-COLETA FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "NUMERO DO PEDIDO:".
               10 COLUMN PLUS 2 PIC 9(07) USING ENT-NUMPEDIDO
                  BLANK WHEN ZEROS.
           05 SS-DADOS-COLETA.
               10 LINE 11 COLUMN 10 VALUE "  CODIGO CLIENTE:".
               10 COLUMN PLUS 2 PIC 9(07) USING ENT-CODCLIE
                  BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE "DATA DA COLETA:".
               10 COLUMN PLUS 2 PIC 9(08) USING ENT-DTENTREGA
                  BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE
                  "SITUACAO (P/R/E/F):".
               10 COLUMN PLUS 2 PIC X(01) USING ENT-SITUACAO.
               10 LINE 16 COLUMN 10 VALUE
                  "P-PENDENTE R-EM ROTA E-COLETADO F-FALHOU".
               10 LINE 14 COLUMN 10 VALUE "    LATITUDE COLETA:".
               10 COLUMN PLUS 2 PIC S9(03)V9(08) USING ENT-LATITUDE.
               10 LINE 15 COLUMN 10 VALUE "   LONGITUDE COLETA:".
               10 COLUMN PLUS 2 PIC S9(03)V9(08) USING ENT-LONGITUDE.
               10 LINE 17 COLUMN 10 VALUE " DEPOSITO (0=AUTO):".
               10 COLUMN PLUS 2 PIC 9(03) USING ENT-DEPOSITO
                  BLANK WHEN ZEROS.
               10 LINE 18 COLUMN 10 VALUE "           VEICULO:".
               10 COLUMN PLUS 2 PIC X(07) FROM ENT-VEICULO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
           05 LINE 19 COLUMN 10 VALUE "   DOCUMENTO:".
           05 COLUMN PLUS 2 PIC X(14) USING WS-OCO-DOCUMENTO.

      * CONCLUSAO DA COLETA: QUEM ENTREGOU O MATERIAL E A
      * QUANTIDADE DE VOLUMES EFETIVAMENTE COLETADOS.
       01 SS-OCO-COLETA FOREGROUND-COLOR 6.
           05 LINE 18 COLUMN 10 VALUE "ENTREGUE POR:".
           05 COLUMN PLUS 2 PIC X(30) USING WS-OCO-RECEBEDOR.
           05 LINE 19 COLUMN 10 VALUE "QTD COLETADA:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-OCO-QTD-COLETADA
              BLANK WHEN ZEROS.

       01 SS-OCO-FALHA FOREGROUND-COLOR 6.
           05 LINE 18 COLUMN 10 VALUE "MOTIVO DA FALHA:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-OCO-MOTIVO
           05 LINE 19 COLUMN 10 VALUE "     OCORRENCIA:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-OCO-TEXTO.

      * LIBERACAO DE PEDIDO PARA CLIENTE RETIDO POR CREDITO: SO COM
      * CODIGO E SENHA DE UM SUPERVISOR ATIVO E O MOTIVO.
       01 SS-LIBERACAO FOREGROUND-COLOR 6.
           05 LINE 19 COLUMN 10 VALUE "SALDO ABERTO:".
           05 COLUMN PLUS 2 PIC X(14) FROM WS-LIB-SALDO-ED.
           05 COLUMN PLUS 2 VALUE "MAIOR ATRASO:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-CRD-MAIOR-ATRASO.
           05 COLUMN PLUS 1 VALUE "DIAS".
           05 LINE 20 COLUMN 10 VALUE "  SUPERVISOR:".
           05 COLUMN PLUS 2 PIC X(10) USING WS-LIB-SUPERVISOR.
           05 COLUMN PLUS 2 VALUE "SENHA:".
           05 COLUMN PLUS 2 PIC X(08) USING WS-LIB-SENHA SECURE.
           05 LINE 21 COLUMN 10 VALUE "      MOTIVO:".
           05 COLUMN PLUS 2 PIC X(50) USING WS-LIB-MOTIVO.

       01 SS-OCO-MOTIVO-DESC FOREGROUND-COLOR 2.
           05 LINE 20 COLUMN 10 PIC X(40) FROM MOT-DESCRICAO.

       01 SS-ENTREGAS-CLIENTE.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 05 VALUE
                  "PEDIDO     DT.ENTREGA    SITUACAO    TIPO".
           05 FILLER FOREGROUND-COLOR 6.
               10 LINE 07 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(1).
               10 LINE 08 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(2).
               10 LINE 09 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(3).
               10 LINE 10 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(4).
               10 LINE 11 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(5).
               10 LINE 12 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(6).
               10 LINE 13 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(7).
               10 LINE 14 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(8).
               10 LINE 15 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(9).
               10 LINE 16 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(10).
               10 LINE 17 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(11).
               10 LINE 18 COLUMN 05 PIC X(52) FROM WS-ECL-LIN(12).

       01 SS-CHAVE-DATA.
           05 FILLER FOREGROUND-COLOR 2.
           05 FILLER FOREGROUND-COLOR 2.
               10 LINE 04 COLUMN 05 PIC X(40) FROM WS-PDD-CONTAGEM.
               10 LINE 05 COLUMN 05 VALUE
                  "PEDIDO     CLIENTE     SIT   VEICULO   TIPO".
           05 FILLER FOREGROUND-COLOR 6.
               10 LINE 07 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(1).
               10 LINE 08 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(2).
               10 LINE 09 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(3).
               10 LINE 10 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(4).
               10 LINE 11 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(5).
               10 LINE 12 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(6).
               10 LINE 13 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(7).
               10 LINE 14 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(8).
               10 LINE 15 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(9).
               10 LINE 16 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(10).
               10 LINE 17 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(11).
               10 LINE 18 COLUMN 05 PIC X(55) FROM WS-PDD-LIN(12).

       01 SS-MOVIMENTOS.
           05 FILLER FOREGROUND-COLOR 2.
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       MOVE "E" TO WS-TIPO-INCLUI
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-INCLUIR-COLETA
                       MOVE "C" TO WS-TIPO-INCLUI
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
           CLOSE OCOFILE.
           CLOSE MOTFILE.
           CLOSE DEPFILE.
           CLOSE FATFILE.
           CLOSE LIBFILE.
           STOP RUN.

      * -----------------------------------
      * INCLUSAO DE PEDIDO DO TIPO EM WS-TIPO-INCLUI: ENTREGA ("E")
      * PELA TELA SS-TELA-REGISTRO OU COLETA ("C") PELA TELA
      * SS-TELA-COLETA. AS REGRAS DE DATA, CLIENTE E DEPOSITO SAO
      * AS MESMAS PARA OS DOIS TIPOS.
       INCLUI.
           IF WS-TIPO-INCLUI EQUAL "C"
               MOVE "INCLUSAO DE COLETA" TO WS-OP
           ELSE
               MOVE "INCLUSAO" TO WS-OP
           END-IF
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO ENTFILE-REC.
           MOVE "P" TO ENT-SITUACAO.
           PERFORM OBTEM-PROX-PEDIDO THRU OBTEM-PROX-PEDIDO-FIM.
           MOVE WS-TIPO-INCLUI TO ENT-TIPO.
       INCLUI-LOOP.
           IF ENT-TIPO-COLETA
               ACCEPT SS-TELA-COLETA
           ELSE
               ACCEPT SS-TELA-REGISTRO
           END-IF
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           END-IF
           MOVE ENT-SITUACAO TO SW-STATUS-ENTREGA.
           IF NOT SE-PENDENTE
               MOVE "PEDIDO NOVO DEVE SER INCLUIDO PENDENTE (P)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           IF ENT-LATITUDE EQUAL ZEROS AND ENT-LONGITUDE EQUAL ZEROS
               MOVE FS-LATITUDE  TO ENT-LATITUDE
               MOVE FS-LONGITUDE TO ENT-LONGITUDE
               PERFORM MOSTRA-TELA-PEDIDO
           END-IF
           PERFORM ATRIBUI-DEPOSITO THRU ATRIBUI-DEPOSITO-FIM.
           IF NOT DEP-OK
               GO INCLUI-LOOP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE "N" TO WS-SW-LIB.
           MOVE WS-HOJE-AAAAMMDD TO WS-CRD-DATA-REF.
           PERFORM VERIFICA-CREDITO THRU VERIFICA-CREDITO-FIM.
           IF WS-CRD-RETIDO
               PERFORM AUTORIZA-LIBERACAO THRU AUTORIZA-LIBERACAO-FIM
               DISPLAY SS-CLS
               PERFORM MOSTRA-TELA-PEDIDO
               IF NOT WS-LIB-AUTORIZADA
                   MOVE "PEDIDO RECUSADO - CLIENTE RETIDO POR CREDITO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO INCLUI-LOOP
               END-IF
           END-IF
           MOVE WS-HOJE-AAAAMMDD TO ENT-DT-ULT-ALT.
           WRITE ENTFILE-REC
           INVALID KEY
               MOVE SPACE TO WS-MOV-SIT-DE
               MOVE "P"   TO WS-MOV-SIT-PARA
               PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
               IF WS-LIB-AUTORIZADA
                   PERFORM GRAVA-LIBERACAO THRU GRAVA-LIBERACAO-FIM
               END-IF
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.
               GO CONSULTA-FIM
           END-IF
           IF ENT-OK
               PERFORM MOSTRA-TELA-PEDIDO
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
               MOVE ENT-LONGITUDE TO WS-LON-ANTERIOR
               MOVE ENT-DTENTREGA TO WS-DT-ANTERIOR
               MOVE ENT-DEPOSITO  TO WS-DEP-ANTERIOR
               PERFORM MOSTRA-TELA-PEDIDO
               IF ENT-TIPO-COLETA
                   ACCEPT SS-DADOS-COLETA
               ELSE
                   ACCEPT SS-DADOS
               END-IF
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO ALTERA-LOOP
               END-IF
                           MOVE ENT-CODCLIE   TO WS-PDD-D-CLIENTE
                           MOVE ENT-SITUACAO  TO WS-PDD-D-SIT
                           MOVE ENT-VEICULO   TO WS-PDD-D-VEICULO
                           PERFORM DESCREVE-TIPO
                           MOVE WS-DESC-TIPO  TO WS-PDD-D-TIPO
                           MOVE WS-PDD-DETALHE
                               TO WS-PDD-LIN(WS-PDD-QTD)
                           IF WS-PDD-QTD EQUAL 12

      * -----------------------------------
      * CAPTA A OCORRENCIA OBRIGATORIA DA BAIXA: NA ENTREGA ("E"),
      * NOME E DOCUMENTO DE QUEM RECEBEU (NA COLETA, NOME DE QUEM
      * ENTREGOU O MATERIAL E A QUANTIDADE COLETADA, NO LUGAR DO
      * DOCUMENTO); NA FALHA ("F"), O CODIGO
      * DO MOTIVO (VALIDADO EM motivos.dat, COM A DESCRICAO
      * MOSTRADA PARA CONFERENCIA) E O TEXTO LIVRE. ESC CANCELA A
      * ALTERACAO INTEIRA. SAIDA: WS-OCO-* PREENCHIDOS E
           MOVE "N" TO WS-SW-OCO-CANCELA.
           MOVE SPACES TO WS-OCO-RECEBEDOR WS-OCO-DOCUMENTO
               WS-OCO-TEXTO.
           MOVE ZEROS TO WS-OCO-MOTIVO WS-OCO-QTD-COLETADA.
           MOVE WS-MOV-SIT-PARA TO WS-OCO-TIPO.
           IF WS-OCO-TIPO EQUAL "E"
               IF ENT-TIPO-COLETA
                   PERFORM CAPTA-OCO-COLETA THRU CAPTA-OCO-COLETA-FIM
               ELSE
                   PERFORM CAPTA-OCO-ENTREGA THRU
                       CAPTA-OCO-ENTREGA-FIM
               END-IF
           ELSE
               PERFORM CAPTA-OCO-FALHA THRU CAPTA-OCO-FALHA-FIM
           END-IF
           END-IF.
       CAPTA-OCO-ENTREGA-FIM.

      * -----------------------------------
       CAPTA-OCO-COLETA.
           ACCEPT SS-OCO-COLETA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE "S" TO WS-SW-OCO-CANCELA
               GO CAPTA-OCO-COLETA-FIM
           END-IF
           IF WS-OCO-RECEBEDOR EQUAL SPACES OR
                   WS-OCO-QTD-COLETADA EQUAL ZEROS
               MOVE "INFORME QUEM ENTREGOU E A QUANTIDADE COLETADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CAPTA-OCO-COLETA
           END-IF.
       CAPTA-OCO-COLETA-FIM.

      * -----------------------------------
       CAPTA-OCO-FALHA.
           ACCEPT SS-OCO-FALHA.
      * -----------------------------------
      * IMPRIME O COMPROVANTE DE ENTREGA DE UM PEDIDO JA ENTREGUE
      * ("E"), COM OS DADOS DO CLIENTE E A ULTIMA OCORRENCIA DE
      * ENTREGA GRAVADA (QUEM RECEBEU, DOCUMENTO, DATA/HORA). NA
      * COLETA CONCLUIDA SAI O COMPROVANTE DE COLETA, COM QUEM
      * ENTREGOU O MATERIAL E A QUANTIDADE COLETADA. O ARQUIVO SAI
      * COMO comprovante_<PEDIDO>.txt.
       COMPROVANTE.
           MOVE "COMPROVANTE" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE OCO-DATA-HORA TO WS-CPR-DATAHORA.
           MOVE OCO-OPERADOR  TO WS-CPR-OPERADOR.
           OPEN OUTPUT COMPROV.
           IF ENT-TIPO-COLETA
               MOVE ENT-NUMPEDIDO    TO WS-CPR-PEDIDO-COL
               MOVE ENT-DTENTREGA    TO WS-CPR-DTCOLETA
               MOVE OCO-RECEBEDOR    TO WS-CPR-ENT-NOME
               MOVE OCO-QTD-COLETADA TO WS-CPR-QTD
               WRITE CPR-LINHA FROM WS-CPR-TITULO-COL
           ELSE
               WRITE CPR-LINHA FROM WS-CPR-TITULO
           END-IF
           MOVE SPACES TO CPR-LINHA.
           WRITE CPR-LINHA.
           WRITE CPR-LINHA FROM WS-CPR-CLIENTE.
           WRITE CPR-LINHA FROM WS-CPR-CNPJ.
           IF ENT-TIPO-COLETA
               WRITE CPR-LINHA FROM WS-CPR-DATA-COL
               WRITE CPR-LINHA FROM WS-CPR-ENTREGADOR
               WRITE CPR-LINHA FROM WS-CPR-QTD-COLETADA
           ELSE
               WRITE CPR-LINHA FROM WS-CPR-DATA
               WRITE CPR-LINHA FROM WS-CPR-RECEBEDOR
               WRITE CPR-LINHA FROM WS-CPR-DOCUMENTO
           END-IF
           WRITE CPR-LINHA FROM WS-CPR-BAIXA.
           CLOSE COMPROV.
       GRAVA-COMPROVANTE-FIM.
                           MOVE ENT-NUMPEDIDO TO WS-ECL-D-PEDIDO
                           MOVE ENT-DTENTREGA TO WS-ECL-D-DATA
                           MOVE ENT-SITUACAO  TO WS-ECL-D-SIT
                           PERFORM DESCREVE-TIPO
                           MOVE WS-DESC-TIPO  TO WS-ECL-D-TIPO
                           MOVE WS-ECL-DETALHE
                               TO WS-ECL-LIN(WS-ECL-QTD)
                           IF WS-ECL-QTD EQUAL 12
                   ACHA-DEPOSITO-PROXIMO-FIM
               MOVE WS-DEPC-CODIGO TO ENT-DEPOSITO
               MOVE ZEROS TO DEP-STAT
               PERFORM MOSTRA-TELA-PEDIDO
               GO ATRIBUI-DEPOSITO-FIM
           END-IF
           MOVE ENT-DEPOSITO TO DEP-CODIGO.
           END-IF.
       ATRIBUI-DEPOSITO-FIM.

      * -----------------------------------
      * MOSTRA O PEDIDO EM ENTFILE-REC NA TELA DO SEU TIPO (COLETA
      * OU ENTREGA).
       MOSTRA-TELA-PEDIDO.
           IF ENT-TIPO-COLETA
               DISPLAY SS-TELA-COLETA
           ELSE
               DISPLAY SS-TELA-REGISTRO
           END-IF.

      * -----------------------------------
      * DESCRICAO DO TIPO DO PEDIDO EM ENTFILE-REC PARA AS LISTAS.
       DESCREVE-TIPO.
           IF ENT-TIPO-COLETA
               MOVE "COLETA" TO WS-DESC-TIPO
           ELSE
               MOVE "ENTREGA" TO WS-DESC-TIPO
           END-IF.

      * -----------------------------------
      * CONFERE SE O CODIGO DE CLIENTE INFORMADO (FK PARA FILE1)
      * EXISTE EM clientes.dat.
           END-IF.
       VERIFICA-CLIENTE-FK-FIM.

      * -----------------------------------
      * CLIENTE RETIDO PELA REGRA DE CREDITO (VERIFICA-CREDITO): O
      * PEDIDO SO ENTRA SE UM SUPERVISOR ATIVO AUTORIZAR, COM CODIGO,
      * SENHA E MOTIVO. O SUPERVISOR LOGADO JA VEM PREENCHIDO, MAS A
      * SENHA E PEDIDA DE NOVO. ESC DESISTE. SAIDA:
      * WS-LIB-AUTORIZADA.
       AUTORIZA-LIBERACAO.
           MOVE "N" TO WS-SW-LIB.
           MOVE "N" TO WS-ERRO.
           MOVE SPACES TO WS-MSGERRO.
           STRING "CLIENTE RETIDO: " DELIMITED BY SIZE
                  WS-CRD-MOTIVO DELIMITED BY "  "
                  " - LIBERAR? (S/N)" DELIMITED BY SIZE
                  INTO WS-MSGERRO
           END-STRING.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO AUTORIZA-LIBERACAO-FIM
           END-IF
           MOVE SPACES TO WS-LIB-SENHA WS-LIB-MOTIVO.
           IF WS-PERFIL-SUPER
               MOVE WS-OPERADOR TO WS-LIB-SUPERVISOR
           ELSE
               MOVE SPACES TO WS-LIB-SUPERVISOR
           END-IF
           MOVE WS-CRD-SALDO-ABERTO TO WS-LIB-SALDO-ED.
       AUTORIZA-LIBERACAO-LOOP.
           ACCEPT SS-LIBERACAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO AUTORIZA-LIBERACAO-FIM
           END-IF
           IF WS-LIB-MOTIVO EQUAL SPACES
               MOVE "INFORME O MOTIVO DA LIBERACAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO AUTORIZA-LIBERACAO-LOOP
           END-IF
           MOVE WS-LIB-SUPERVISOR TO OPE-CODIGO.
           READ OPERFILE
               INVALID KEY
                   MOVE SPACES TO OPE-REC
           END-READ.
           IF OPE-SENHA NOT EQUAL WS-LIB-SENHA OR
                   NOT OPE-SIT-ATIVO OR NOT OPE-PERFIL-SUPER
               MOVE "SUPERVISOR OU SENHA INVALIDOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE SPACES TO WS-LIB-SENHA
               GO AUTORIZA-LIBERACAO-LOOP
           END-IF
           MOVE "S" TO WS-SW-LIB.
       AUTORIZA-LIBERACAO-FIM.

      * -----------------------------------
      * REGISTRA EM liberacoes.dat A LIBERACAO DO PEDIDO RECEM
      * INCLUIDO: QUEM AUTORIZOU, QUEM DIGITOU, QUANDO, O MOTIVO E
      * A SITUACAO DE CREDITO DO CLIENTE NAQUELE MOMENTO.
       GRAVA-LIBERACAO.
           MOVE SPACES TO LIB-REC.
           MOVE ENT-NUMPEDIDO       TO LIB-NUMPEDIDO.
           MOVE ENT-CODCLIE         TO LIB-CODCLIE.
           MOVE FUNCTION CURRENT-DATE TO LIB-DATA-HORA.
           MOVE WS-LIB-SUPERVISOR   TO LIB-SUPERVISOR.
           MOVE WS-OPERADOR         TO LIB-OPERADOR.
           MOVE WS-LIB-MOTIVO       TO LIB-MOTIVO.
           MOVE WS-CRD-MOTIVO       TO LIB-RETENCAO.
           MOVE WS-CRD-SALDO-ABERTO TO LIB-SALDO-ABERTO.
           MOVE WS-CRD-MAIOR-ATRASO TO LIB-MAIOR-ATRASO.
           WRITE LIB-REC
               INVALID KEY
                   REWRITE LIB-REC
                   END-REWRITE
           END-WRITE.
       GRAVA-LIBERACAO-FIM.

      * -----------------------------------
      * LE ENTREGA PELO NUMERO DO PEDIDO E MOSTRA MENSAGEM SE A
      * CHAVE NAO EXISTE
               CLOSE DEPFILE
               OPEN INPUT DEPFILE
           END-IF.
           OPEN INPUT FATFILE
           IF FAT-NAO-EXISTE THEN
               OPEN OUTPUT FATFILE
               CLOSE FATFILE
               OPEN INPUT FATFILE
           END-IF.
           IF NOT FAT-OK
               DISPLAY "ENTREGAS: ERRO AO ABRIR faturas.dat (STATUS "
                   FAT-STAT ") - ABRA O PROGRAMA FATURA PARA "
                   "CONVERTER O ARQUIVO"
               STOP RUN
           END-IF.
           OPEN I-O LIBFILE
           IF LIB-NAO-EXISTE THEN
               OPEN OUTPUT LIBFILE
               CLOSE LIBFILE
               OPEN I-O LIBFILE
           END-IF.
           PERFORM CARREGA-CAPACIDADE THRU CARREGA-CAPACIDADE-FIM.

      * -----------------------------------
      * -----------------------------------
       COPY movent-pd.

      * -----------------------------------
       COPY credito-pd.

      * -----------------------------------
       COPY ocorrencia-pd.

