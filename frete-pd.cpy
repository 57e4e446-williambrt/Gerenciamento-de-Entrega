      * -----------------------------------------------------------
      * FRETE-PD - CALCULO DO FRETE DE UM PEDIDO PELA TABELA DE
      * TARIFAS. COPY NA PROCEDURE DIVISION JUNTO COM frete-ws.cpy,
      * EM PROGRAMA COM O PEDIDO EM ENTFILE-REC, TARFILE E DEPFILE
      * ABERTOS (ACESSO DYNAMIC) E depcoord-pd/distkm-pd COPIADOS.
      *
      * CALCULA-FRETE - CALCULA A DISTANCIA DO DEPOSITO AO DESTINO
      * DO PEDIDO E LOCALIZA O VALOR NA TABELA DE TARIFAS EM VIGOR
      * EM WS-TAR-DATA-REF: PRIMEIRO A FAIXA DO PROPRIO CLIENTE,
      * DEPOIS A TABELA GERAL (CODIGO ZERADO). A FAIXA APLICAVEL E A
      * PRIMEIRA COM LIMITE SUPERIOR MAIOR OU IGUAL A DISTANCIA
      * (ARREDONDADA PARA CIMA EM KM INTEIROS). NA COLETA A
      * DISTANCIA E A MESMA (DEPOSITO ATE O PONTO DE RETIRADA) E O
      * VALOR E O DE COLETA DA FAIXA.
      *
      * BUSCA-FAIXA - PROCURA A FAIXA NA TABELA DO CODIGO EM
      * WS-TAR-BUSCA-COD: ACHA A VERSAO EM VIGOR (A DE INICIO MAIS
      * RECENTE ATE WS-TAR-DATA-REF) E NELA A PRIMEIRA FAIXA COM
      * LIMITE NAO MENOR QUE A DISTANCIA. PARA COLETA, FAIXA SEM
      * VALOR DE COLETA NAO SERVE (A BUSCA SEGUE PARA A GERAL).
      * -----------------------------------------------------------
       CALCULA-FRETE.
           MOVE "N" TO WS-FRETE-ACHADO.
           MOVE ZEROS TO WS-VLR-FRETE WS-TAR-VIG-ACHADA.
      *    A ORIGEM DA DISTANCIA E O DEPOSITO ATRIBUIDO A ENTREGA
      *    (ENT-DEPOSITO); ZERADO OU ILEGIVEL CAI NO PADRAO DE
      *    deposito-ws (VER depcoord-pd).
           IF ENT-DEPOSITO NUMERIC
               MOVE ENT-DEPOSITO TO WS-DEPC-CODIGO
           ELSE
               MOVE ZEROS TO WS-DEPC-CODIGO
           END-IF
           PERFORM OBTEM-COORD-DEPOSITO THRU OBTEM-COORD-DEPOSITO-FIM.
           MOVE WS-DEPC-LAT TO WS-DIST-LAT1.
           MOVE WS-DEPC-LON TO WS-DIST-LON1.
           MOVE ENT-LATITUDE  TO WS-DIST-LAT2.
           MOVE ENT-LONGITUDE TO WS-DIST-LON2.
           PERFORM CALCULA-DISTANCIA-KM THRU CALCULA-DISTANCIA-KM-FIM.
           COMPUTE WS-DIST-ATE-KEY = WS-DIST-KM + 0.99.
           MOVE ENT-CODCLIE TO WS-TAR-BUSCA-COD.
           PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM.
           IF NOT WS-ACHOU-FAIXA
               MOVE ZEROS TO WS-TAR-BUSCA-COD
               PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM
           END-IF.
       CALCULA-FRETE-FIM.
           EXIT.

       BUSCA-FAIXA.
           MOVE "N" TO WS-SW-TAR-VIG.
           MOVE ZEROS TO WS-TAR-VIG-ACHADA.
           MOVE WS-TAR-BUSCA-COD TO TAR-CODCLIE.
           MOVE ZEROS TO TAR-DT-VIGENCIA TAR-DIST-ATE.
           START TARFILE KEY IS NOT LESS TAR-KEY
               INVALID KEY
                   GO BUSCA-FAIXA-FIM
           END-START.
      *    AS VERSOES DO CODIGO VEM EM ORDEM DE VIGENCIA: FICA A
      *    ULTIMA QUE JA ESTAVA EM VIGOR NA DATA DE REFERENCIA. A
      *    CADA VERSAO ACHADA O START PULA AS FAIXAS DELA.
       BUSCA-FAIXA-VIGENCIA.
           READ TARFILE NEXT RECORD
               AT END
                   GO BUSCA-FAIXA-BANDA
           END-READ.
           IF NOT TAR-OK OR TAR-CODCLIE NOT EQUAL WS-TAR-BUSCA-COD
                   OR TAR-DT-VIGENCIA > WS-TAR-DATA-REF
               GO BUSCA-FAIXA-BANDA
           END-IF
           MOVE TAR-DT-VIGENCIA TO WS-TAR-VIG-ACHADA.
           MOVE "S" TO WS-SW-TAR-VIG.
           MOVE 99999 TO TAR-DIST-ATE.
           START TARFILE KEY IS GREATER TAR-KEY
               INVALID KEY
                   GO BUSCA-FAIXA-BANDA
           END-START.
           GO BUSCA-FAIXA-VIGENCIA.
       BUSCA-FAIXA-BANDA.
           IF NOT WS-TAR-TEM-VIGENCIA
               GO BUSCA-FAIXA-FIM
           END-IF
           MOVE WS-TAR-BUSCA-COD TO TAR-CODCLIE.
           MOVE WS-TAR-VIG-ACHADA TO TAR-DT-VIGENCIA.
           MOVE WS-DIST-ATE-KEY TO TAR-DIST-ATE.
           START TARFILE KEY IS NOT LESS TAR-KEY
               INVALID KEY
                   GO BUSCA-FAIXA-FIM
           END-START.
           READ TARFILE NEXT RECORD
               AT END
                   GO BUSCA-FAIXA-FIM
           END-READ.
           IF NOT TAR-OK OR TAR-CODCLIE NOT EQUAL WS-TAR-BUSCA-COD
                   OR TAR-DT-VIGENCIA NOT EQUAL WS-TAR-VIG-ACHADA
               GO BUSCA-FAIXA-FIM
           END-IF
           IF ENT-TIPO-COLETA
               IF TAR-VALOR-COLETA NUMERIC AND
                       TAR-VALOR-COLETA NOT EQUAL ZEROS
                   MOVE TAR-VALOR-COLETA TO WS-VLR-FRETE
                   MOVE "S" TO WS-FRETE-ACHADO
               END-IF
           ELSE
               MOVE TAR-VALOR TO WS-VLR-FRETE
               MOVE "S" TO WS-FRETE-ACHADO
           END-IF.
       BUSCA-FAIXA-FIM.
           EXIT.
