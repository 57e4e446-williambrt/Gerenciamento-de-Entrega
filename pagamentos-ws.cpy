      * -----------------------------------------------------------
      * PAGAMENTOS-WS - WORKING-STORAGE PARA A GRAVACAO DO
      * HISTORICO DE RECEBIMENTOS (pagamentos.dat). COPY JUNTO COM
      * pagamentos-fd.cpy E pagamentos-pd.cpy. OS CAMPOS WS-PAG-*
      * SAO PREENCHIDOS PELO CHAMADOR ANTES DE PERFORM
      * GRAVA-PAGAMENTO; A FATURA E O CLIENTE VEM DE FATFILE-REC.
      * WS-OPERADOR VEM DO SIGN-ON (login-ws.cpy) OU E FIXO NO
      * PROGRAMA BATCH, COMO NO IMPORTA.
      * -----------------------------------------------------------
       77 PAG-STAT PIC 9(02).
           88 PAG-OK         VALUE ZEROS.
           88 PAG-NAO-EXISTE VALUE 35.
           88 PAG-FIM        VALUE 10.
       77 WS-PAG-SEQ          PIC 9(03) VALUE ZEROS.
       77 WS-PAG-DT-PAGTO     PIC 9(08) VALUE ZEROS.
       77 WS-PAG-VLR-PRINCIPAL PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PAG-VLR-JUROS    PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-PAG-VLR-TARIFA   PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-PAG-ORIGEM       PIC X(01) VALUE "M".
       77 WS-PAG-ARQUIVO      PIC 9(06) VALUE ZEROS.
