      * QUE MARQUE ENTREGA COMO "E" OU "F". OS CAMPOS WS-OCO-* SAO
      * PREENCHIDOS PELO CHAMADOR ANTES DE PERFORM GRAVA-OCORRENCIA
      * (RECEBEDOR/DOCUMENTO NO TIPO "E", MOTIVO/TEXTO NO TIPO
      * "F"; NA COLETA CONCLUIDA, RECEBEDOR/QTD-COLETADA).
      * WS-OCO-DATAHORA-EXT PERMITE INFORMAR A DATA/HORA REAL
      * DO EVENTO (EX.: A CONFIRMACAO DA TRANSPORTADORA NO
      * IMPORTA); EM ESPACOS, GRAVA-OCORRENCIA USA A DATA/HORA
      * CORRENTE.
       77 WS-OCO-DOCUMENTO PIC X(14).
       77 WS-OCO-MOTIVO    PIC 9(03).
       77 WS-OCO-TEXTO     PIC X(40).
       77 WS-OCO-QTD-COLETADA PIC 9(05) VALUE ZEROS.
