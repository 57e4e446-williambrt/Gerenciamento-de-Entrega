      * -----------------------------------------------------------
      * CREDITO-PD - REGRA DE CREDITO DO CLIENTE. COPY NA PROCEDURE
      * DIVISION JUNTO COM credito-ws.cpy E faturas-fd.cpy.
      *
      * VERIFICA-CREDITO - PERCORRE AS FATURAS ABERTAS DO CLIENTE EM
      * FILE1-REC PELA CHAVE ALTERNATIVA FAT-CODCLIE E SOMA O SALDO
      * (TOTAL MENOS O JA PAGO). O CLIENTE FICA RETIDO QUANDO ALGUMA
      * FATURA ABERTA PASSOU DO VENCIMENTO MAIS OS DIAS DE
      * TOLERANCIA (FS-TOLERANCIA-DIAS) NA DATA WS-CRD-DATA-REF, OU
      * QUANDO HA LIMITE (FS-LIMITE-CREDITO MAIOR QUE ZERO) E O
      * SALDO ABERTO PASSA DELE. A RETENCAO NAO E GRAVADA EM LUGAR
      * NENHUM: E RECALCULADA A CADA CONSULTA, ENTAO SAI SOZINHA
      * QUANDO AS FATURAS VENCIDAS SAO PAGAS (FATURA OU RETBANCO).
      * REQUER FATFILE ABERTO (INPUT OU I-O) COM ACESSO DYNAMIC.
      * -----------------------------------------------------------
       VERIFICA-CREDITO.
           MOVE "N" TO WS-SW-CRD-RETIDO.
           MOVE SPACES TO WS-CRD-MOTIVO.
           MOVE ZEROS TO WS-CRD-SALDO-ABERTO WS-CRD-MAIOR-ATRASO.
           MOVE ZEROS TO WS-CRD-TOLERANCIA WS-CRD-LIMITE.
           IF FS-TOLERANCIA-DIAS NUMERIC
               MOVE FS-TOLERANCIA-DIAS TO WS-CRD-TOLERANCIA
           END-IF.
           IF FS-LIMITE-CREDITO NUMERIC
               MOVE FS-LIMITE-CREDITO TO WS-CRD-LIMITE
           END-IF.
           MOVE SPACES TO FATFILE-REC.
           MOVE FS-CODCLIE TO FAT-CODCLIE.
           MOVE ZEROS TO FAT-STAT.
           START FATFILE KEY IS EQUAL FAT-CODCLIE
               INVALID KEY
                   GO VERIFICA-CREDITO-FIM
           END-START.
       VERIFICA-CREDITO-LOOP.
           READ FATFILE NEXT RECORD
               AT END
                   GO VERIFICA-CREDITO-LIMITE
           END-READ.
           IF FAT-CODCLIE NOT EQUAL FS-CODCLIE
               GO VERIFICA-CREDITO-LIMITE
           END-IF.
           IF NOT FAT-SIT-ABERTA
               GO VERIFICA-CREDITO-LOOP
           END-IF.
           IF FAT-VLR-PAGO NOT NUMERIC
               MOVE ZEROS TO FAT-VLR-PAGO
           END-IF.
           IF FAT-VLR-TOTAL GREATER FAT-VLR-PAGO
               COMPUTE WS-CRD-SALDO-ABERTO = WS-CRD-SALDO-ABERTO
                   + FAT-VLR-TOTAL - FAT-VLR-PAGO
           END-IF.
           IF FAT-DT-VENCTO NOT NUMERIC OR FAT-DT-VENCTO EQUAL ZEROS
               GO VERIFICA-CREDITO-LOOP
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FAT-DT-VENCTO) NOT EQUAL 0
               GO VERIFICA-CREDITO-LOOP
           END-IF.
           COMPUTE WS-CRD-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-CRD-DATA-REF)
               - FUNCTION INTEGER-OF-DATE(FAT-DT-VENCTO).
           IF WS-CRD-DIAS GREATER WS-CRD-MAIOR-ATRASO
               MOVE WS-CRD-DIAS TO WS-CRD-MAIOR-ATRASO
           END-IF.
           GO VERIFICA-CREDITO-LOOP.
       VERIFICA-CREDITO-LIMITE.
           MOVE ZEROS TO FAT-STAT.
           IF WS-CRD-MAIOR-ATRASO GREATER WS-CRD-TOLERANCIA
               MOVE "S" TO WS-SW-CRD-RETIDO
               MOVE "FATURA VENCIDA ALEM DA TOLERANCIA"
                   TO WS-CRD-MOTIVO
               GO VERIFICA-CREDITO-FIM
           END-IF.
           IF WS-CRD-LIMITE GREATER ZEROS AND
                   WS-CRD-SALDO-ABERTO GREATER WS-CRD-LIMITE
               MOVE "S" TO WS-SW-CRD-RETIDO
               MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-CRD-MOTIVO
           END-IF.
       VERIFICA-CREDITO-FIM.
           EXIT.
