       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITENS.
      * -----------------------------------------------------------
      * MANUTENCAO DOS ITENS DE CARGA DOS PEDIDOS (itens.dat):
      * INCLUSAO, CONSULTA, ALTERACAO E EXCLUSAO DAS LINHAS DE
      * MERCADORIA DE UM PEDIDO DE entregas.dat (DESCRICAO,
      * QUANTIDADE, PESO TOTAL EM KG E VOLUME TOTAL EM M3 DA
      * LINHA). O ROTEIRO SOMA OS ITENS DE CADA PEDIDO PARA NAO
      * PASSAR DA CARGA UTIL E DA CUBAGEM DE CADA VEICULO. A CARGA
      * SO PODE SER MEXIDA ENQUANTO O PEDIDO ESTA PENDENTE ("P"):
      * DEPOIS DE ROTEIRIZADO O PEDIDO JA ESTA CARREGADO NO VEICULO.
      * NA INCLUSAO, SEQUENCIA ZERADA PEGA A PROXIMA LIVRE DO
      * PEDIDO.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITE-STAT
               RECORD KEY IS ITE-KEY.
           SELECT ENTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENT-STAT
               RECORD KEY IS ENT-KEY
               ALTERNATE RECORD KEY IS ENT-CODCLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENT-DTENTREGA
                   WITH DUPLICATES.
           SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OPE-STAT
               RECORD KEY IS OPE-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       COPY itens-fd.

       COPY entregas-fd.

       COPY operador-fd.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(11) VALUE "ITENS -".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 ITE-STAT PIC 9(02).
           88 ITE-OK         VALUE ZEROS.
           88 ITE-CANCELA    VALUE 99.
           88 ITE-NAO-EXISTE VALUE 35.
       77 ENT-STAT PIC 9(02).
           88 ENT-OK         VALUE ZEROS.
           88 ENT-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-ITE-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WS-ITE-ULT-SEQ PIC 9(03) VALUE ZEROS.

       COPY login-ws.

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "           PEDIDO:".
               10 COLUMN PLUS 2 PIC 9(07) USING ITE-NUMPEDIDO
                  BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE "     SEQ. DO ITEM:".
               10 COLUMN PLUS 2 PIC 9(03) USING ITE-SEQ
                  BLANK WHEN ZEROS.
           05 SS-PEDIDO.
               10 LINE 12 COLUMN 10 VALUE "          CLIENTE:".
               10 COLUMN PLUS 2 PIC 9(07) FROM ENT-CODCLIE.
               10 LINE 13 COLUMN 10 VALUE "         SITUACAO:".
               10 COLUMN PLUS 2 PIC X(01) FROM ENT-SITUACAO.
           05 SS-DADOS.
               10 LINE 15 COLUMN 10 VALUE "        DESCRICAO:".
               10 COLUMN PLUS 2 PIC X(30) USING ITE-DESCRICAO.
               10 LINE 16 COLUMN 10 VALUE "       QUANTIDADE:".
               10 COLUMN PLUS 2 PIC 9(05) USING ITE-QUANTIDADE
                  BLANK WHEN ZEROS.
               10 LINE 17 COLUMN 10 VALUE "  PESO TOTAL (KG):".
               10 COLUMN PLUS 2 PIC 9(05)V9(02) USING ITE-PESO-KG.
               10 LINE 18 COLUMN 10 VALUE "VOLUME TOTAL (M3):".
               10 COLUMN PLUS 2 PIC 9(03)V9(03) USING ITE-VOLUME-M3.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.
       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM ABRE-OPERADORES THRU ABRE-OPERADORES-FIM
           PERFORM EFETUA-LOGIN THRU EFETUA-LOGIN-FIM
           IF NOT WS-LOGIN-OK
               CLOSE OPERFILE
               STOP RUN
           END-IF
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "MENU" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN E-EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           CLOSE ITEFILE.
           CLOSE ENTFILE.
           CLOSE OPERFILE.
           STOP RUN.

      * -----------------------------------
      * INCLUI UMA LINHA DE ITEM NUM PEDIDO PENDENTE. SEQUENCIA
      * ZERADA NA TELA = PROXIMA SEQUENCIA LIVRE DO PEDIDO.
       INCLUI.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO ITEFILE-REC.
           MOVE ZEROS TO ITE-KEY ITE-QUANTIDADE ITE-PESO-KG
               ITE-VOLUME-M3.
           MOVE SPACES TO ENTFILE-REC.
           MOVE ZEROS TO ENT-CODCLIE.
       INCLUI-LOOP.
           DISPLAY SS-TELA-REGISTRO.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM.
           IF NOT ENT-OK
               GO INCLUI-LOOP
           END-IF
           IF ENT-SITUACAO NOT EQUAL "P"
               MOVE "SO PEDIDO PENDENTE (P) PODE TER A CARGA ALTERADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF ITE-SEQ EQUAL ZEROS
               PERFORM OBTEM-PROX-SEQ THRU OBTEM-PROX-SEQ-FIM
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           PERFORM VALIDA-ITEM THRU VALIDA-ITEM-FIM.
           IF WS-MSGERRO NOT EQUAL SPACES
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           WRITE ITEFILE-REC
           INVALID KEY
               MOVE "ITEM JA CADASTRADO NO PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO ITE-SEQ
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       CONSULTA-LOOP.
           MOVE SPACES TO ITEFILE-REC.
           MOVE ZEROS TO ITE-KEY ITE-QUANTIDADE ITE-PESO-KG
               ITE-VOLUME-M3.
           MOVE SPACES TO ENTFILE-REC.
           MOVE ZEROS TO ENT-CODCLIE.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-ITEM THRU LE-ITEM-FIM.
           IF ITE-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF ITE-OK
               DISPLAY SS-TELA-REGISTRO
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
       ALTERA.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       ALTERA-LOOP.
           MOVE SPACES TO ITEFILE-REC.
           MOVE ZEROS TO ITE-KEY ITE-QUANTIDADE ITE-PESO-KG
               ITE-VOLUME-M3.
           MOVE SPACES TO ENTFILE-REC.
           MOVE ZEROS TO ENT-CODCLIE.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-ITEM THRU LE-ITEM-FIM.
           IF ITE-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF NOT ITE-OK
               GO ALTERA-LOOP
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           IF ENT-SITUACAO NOT EQUAL "P"
               MOVE "SO PEDIDO PENDENTE (P) PODE TER A CARGA ALTERADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALTERA-LOOP
           END-IF
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           END-IF
           PERFORM VALIDA-ITEM THRU VALIDA-ITEM-FIM.
           IF WS-MSGERRO NOT EQUAL SPACES
               PERFORM MOSTRA-ERRO
               GO ALTERA-LOOP
           END-IF
           REWRITE ITEFILE-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
       EXCLUI.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO ITEFILE-REC.
           MOVE ZEROS TO ITE-KEY ITE-QUANTIDADE ITE-PESO-KG
               ITE-VOLUME-M3.
           MOVE SPACES TO ENTFILE-REC.
           MOVE ZEROS TO ENT-CODCLIE.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-ITEM THRU LE-ITEM-FIM.
           IF ITE-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT ITE-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           IF ENT-SITUACAO NOT EQUAL "P"
               MOVE "SO PEDIDO PENDENTE (P) PODE TER A CARGA ALTERADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO ITEM (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           DELETE ITEFILE
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-DELETE.
       EXCLUI-FIM.

      * -----------------------------------
      * LE UM ITEM PELA CHAVE INFORMADA NA TELA (PEDIDO +
      * SEQUENCIA), JUNTO COM O PEDIDO DONO DA CARGA, E MOSTRA
      * MENSAGEM SE ALGUM DOS DOIS NAO EXISTE.
       LE-ITEM.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 99 TO ITE-STAT
               GO LE-ITEM-FIM
           END-IF
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM.
           IF NOT ENT-OK
               MOVE 23 TO ITE-STAT
               GO LE-ITEM-FIM
           END-IF
           READ ITEFILE
               INVALID KEY
                   MOVE "ITEM NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-READ.
       LE-ITEM-FIM.

      * -----------------------------------
      * LE EM entregas.dat O PEDIDO DA CHAVE DO ITEM E MOSTRA
      * MENSAGEM SE NAO EXISTE. SAIDA: ENT-STAT E O REGISTRO DO
      * PEDIDO EM ENTFILE-REC PARA A TELA.
       LE-PEDIDO.
           IF ITE-NUMPEDIDO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 23 TO ENT-STAT
               GO LE-PEDIDO-FIM
           END-IF
           MOVE ITE-NUMPEDIDO TO ENT-NUMPEDIDO.
           READ ENTFILE
               INVALID KEY
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   MOVE SPACES TO ENTFILE-REC
                   MOVE ZEROS TO ENT-CODCLIE
                   MOVE 23 TO ENT-STAT
           END-READ.
       LE-PEDIDO-FIM.

      * -----------------------------------
      * ACHA A ULTIMA SEQUENCIA DE ITEM GRAVADA NO PEDIDO
      * ITE-NUMPEDIDO E DEIXA EM ITE-SEQ A SEGUINTE. PRESERVA OS
      * DADOS JA DIGITADOS NA TELA.
       OBTEM-PROX-SEQ.
           MOVE ITE-NUMPEDIDO TO WS-ITE-PEDIDO.
           MOVE ZEROS TO WS-ITE-ULT-SEQ.
           MOVE ZEROS TO ITE-STAT.
           START ITEFILE KEY IS NOT LESS ITE-KEY
               INVALID KEY
                   MOVE 10 TO ITE-STAT
           END-START.
       OBTEM-PROX-SEQ-LOOP.
           IF NOT ITE-OK
               GO OBTEM-PROX-SEQ-FECHA
           END-IF
           READ ITEFILE NEXT RECORD
               AT END
                   GO OBTEM-PROX-SEQ-FECHA
           END-READ.
           IF ITE-NUMPEDIDO NOT EQUAL WS-ITE-PEDIDO
               GO OBTEM-PROX-SEQ-FECHA
           END-IF
           MOVE ITE-SEQ TO WS-ITE-ULT-SEQ.
           GO OBTEM-PROX-SEQ-LOOP.
       OBTEM-PROX-SEQ-FECHA.
           MOVE SPACES TO ITEFILE-REC.
           MOVE ZEROS TO ITE-QUANTIDADE ITE-PESO-KG ITE-VOLUME-M3.
           MOVE WS-ITE-PEDIDO TO ITE-NUMPEDIDO.
           COMPUTE ITE-SEQ = WS-ITE-ULT-SEQ + 1.
       OBTEM-PROX-SEQ-FIM.

      * -----------------------------------
      * CONFERE OS DADOS DIGITADOS DO ITEM. SAIDA: WS-MSGERRO EM
      * BRANCO SE ESTA TUDO CERTO.
       VALIDA-ITEM.
           MOVE SPACES TO WS-MSGERRO.
           IF ITE-DESCRICAO EQUAL SPACES
               MOVE "FAVOR INFORMAR A DESCRICAO DO ITEM" TO WS-MSGERRO
               GO VALIDA-ITEM-FIM
           END-IF
           IF ITE-QUANTIDADE EQUAL ZEROS
               MOVE "QUANTIDADE DEVE SER MAIOR QUE ZERO" TO WS-MSGERRO
               GO VALIDA-ITEM-FIM
           END-IF
           IF ITE-PESO-KG EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PESO TOTAL DO ITEM EM KG"
                   TO WS-MSGERRO
               GO VALIDA-ITEM-FIM
           END-IF
           IF ITE-VOLUME-M3 EQUAL ZEROS
               MOVE "FAVOR INFORMAR O VOLUME TOTAL DO ITEM EM M3"
                   TO WS-MSGERRO
           END-IF.
       VALIDA-ITEM-FIM.

      * -----------------------------------
      * ABRE OS ITENS PARA ATUALIZACAO, CRIANDO SE NAO EXISTE, E
      * AS ENTREGAS PARA CONSULTA DOS PEDIDOS.
       ABRIR-ARQUIVOS.
           OPEN I-O ITEFILE
           IF ITE-NAO-EXISTE THEN
               OPEN OUTPUT ITEFILE
               CLOSE ITEFILE
               OPEN I-O ITEFILE
           END-IF
           OPEN INPUT ENTFILE
           IF ENT-NAO-EXISTE THEN
               OPEN OUTPUT ENTFILE
               CLOSE ENTFILE
               OPEN INPUT ENTFILE
           END-IF
           IF NOT ENT-OK
               DISPLAY "ITENS: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               STOP RUN
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

      * -----------------------------------
       COPY login-pd.
