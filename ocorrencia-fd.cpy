      * NUMERO DO PEDIDO + SEQUENCIA, COMO movimento.dat, DE MODO
      * QUE AS OCORRENCIAS DE UM PEDIDO FICAM JUNTAS NO ARQUIVO.
      * TIPO "E" GUARDA QUEM RECEBEU A MERCADORIA (NOME E
      * DOCUMENTO) - NA COLETA, QUEM ENTREGOU E A QUANTIDADE DE
      * VOLUMES COLETADOS EM OCO-QTD-COLETADA; TIPO "F" GUARDA O
      * CODIGO DO MOTIVO DA FALHA (motivos.dat) E O TEXTO LIVRE DA
      * OCORRENCIA. COPY NA FILE SECTION DE QUALQUER PROGRAMA QUE
      * MARQUE ENTREGA COMO "E" OU "F" (HOJE: ENTREGAS, IMPORTA),
      * JUNTO COM ocorrencia-ws.cpy E ocorrencia-pd.cpy.
      * -----------------------------------------------------------
       FD OCOFILE VALUE OF FILE-ID IS "ocorrencia.dat".
       01 OCO-REC.
           05 OCO-DOCUMENTO    PIC X(14).
           05 OCO-MOTIVO       PIC 9(03).
           05 OCO-TEXTO        PIC X(40).
           05 OCO-QTD-COLETADA PIC 9(05).
           05 FILLER           PIC X(05).
