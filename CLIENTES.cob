           05 WS-AN-CIDADE      PIC X(25).
           05 WS-AN-UF          PIC X(02).
           05 WS-AN-CEP         PIC 9(08).
           05 WS-AN-TOLERANCIA  PIC 9(03).
           05 WS-AN-LIMITE      PIC 9(08)V9(02).

       COPY cnpjval-ws.

               10 LINE 21 COLUMN 10 VALUE "           CEP:".
               10 COLUMN PLUS 2 PIC 9(08) USING FS-CEP
                  BLANK WHEN ZEROS.
               10 LINE 22 COLUMN 10 VALUE "    TOLERANCIA:".
               10 COLUMN PLUS 2 PIC 9(03) USING FS-TOLERANCIA-DIAS.
               10 COLUMN PLUS 1 VALUE "DIAS APOS O VENCIMENTO".
               10 LINE 23 COLUMN 10 VALUE "LIMITE CREDITO:".
               10 COLUMN PLUS 2 PIC 9(08)V9(02)
                  USING FS-LIMITE-CREDITO.
               10 COLUMN PLUS 1 VALUE "(ZERO = SEM LIMITE)".

       01 SS-CHAVE-BUSCA.
           05 FILLER FOREGROUND-COLOR 2.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO FILE1-REC.
           MOVE ZEROS TO FS-TOLERANCIA-DIAS FS-LIMITE-CREDITO.
           PERFORM OBTEM-PROX-CODCLIE THRU OBTEM-PROX-CODCLIE-FIM.
       INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
               GO CONSULTA-FIM
           END-IF
           IF FS-OK
               PERFORM NORMALIZA-CREDITO THRU NORMALIZA-CREDITO-FIM
               DISPLAY SS-TELA-REGISTRO
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE FS-LATITUDE  TO WS-AA-LATITUDE
               MOVE FS-LONGITUDE TO WS-AA-LONGITUDE
               MOVE FS-SITUACAO  TO WS-AA-SITUACAO
               PERFORM NORMALIZA-CREDITO THRU NORMALIZA-CREDITO-FIM
               DISPLAY SS-TELA-REGISTRO
               ACCEPT SS-DADOS
               IF COB-CRT-STATUS = COB-SCR-ESC
            MOVE FS-CIDADE      TO WS-AN-CIDADE.
            MOVE FS-UF          TO WS-AN-UF.
            MOVE FS-CEP         TO WS-AN-CEP.
            MOVE FS-TOLERANCIA-DIAS TO WS-AN-TOLERANCIA.
            MOVE FS-LIMITE-CREDITO  TO WS-AN-LIMITE.
            READ FILE1
                INVALID KEY
                    MOVE "CLIENTE NAO ENCONTRADO" TO WS-MSGERRO
            MOVE WS-AN-CIDADE      TO FS-CIDADE.
            MOVE WS-AN-UF          TO FS-UF.
            MOVE WS-AN-CEP         TO FS-CEP.
            MOVE WS-AN-TOLERANCIA  TO FS-TOLERANCIA-DIAS.
            MOVE WS-AN-LIMITE      TO FS-LIMITE-CREDITO.
            REWRITE FILE1-REC
                INVALID KEY
                    MOVE "CNPJ JA CADASTRADO PARA OUTRO CLIENTE"
            GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * CLIENTES GRAVADOS ANTES DA REGRA DE CREDITO TEM OS CAMPOS
      * EM BRANCO: MOSTRAR COMO ZERO (ZERO DIAS DE TOLERANCIA E SEM
      * LIMITE), QUE E COMO O VERIFICA-CREDITO OS TRATA.
       NORMALIZA-CREDITO.
           IF FS-TOLERANCIA-DIAS NOT NUMERIC
               MOVE ZEROS TO FS-TOLERANCIA-DIAS
           END-IF.
           IF FS-LIMITE-CREDITO NOT NUMERIC
               MOVE ZEROS TO FS-LIMITE-CREDITO
           END-IF.
       NORMALIZA-CREDITO-FIM.

      * -----------------------------------
       EXCLUI.
           MOVE "EXCLUSAO" TO WS-OP.
