      * -----------------------------------------------------------
      * FRETE-WS - WORKING-STORAGE DO CALCULO DO FRETE DE UM PEDIDO
      * (CALCULA-FRETE, VER FRETE-PD.CPY). COPY NA WORKING-STORAGE
      * SECTION JUNTO COM deposito-ws, depcoord-ws E distkm-ws; O
      * TAR-STAT E DECLARADO NO PROGRAMA, JUNTO COM O SELECT DE
      * TARFILE. O CHAMADOR PREENCHE WS-TAR-DATA-REF (A DATA CUJA
      * TABELA VALE) ANTES DE PERFORM CALCULA-FRETE. SAIDA:
      * WS-ACHOU-FAIXA, WS-VLR-FRETE E, DA FAIXA USADA, O CODIGO DA
      * TABELA (WS-TAR-BUSCA-COD: O CLIENTE OU ZEROS PARA A GERAL) E
      * A VIGENCIA (WS-TAR-VIG-ACHADA). HOJE: FRETE, TARIFAS.
      * -----------------------------------------------------------
       77 WS-DIST-ATE-KEY PIC 9(05).
       77 WS-TAR-BUSCA-COD PIC 9(07).
       77 WS-TAR-DATA-REF PIC 9(08) VALUE ZEROS.
       77 WS-TAR-VIG-ACHADA PIC 9(08) VALUE ZEROS.
       77 WS-SW-TAR-VIG PIC X VALUE "N".
           88 WS-TAR-TEM-VIGENCIA VALUE "S".
       77 WS-FRETE-ACHADO PIC X.
           88 WS-ACHOU-FAIXA VALUE "S".
       77 WS-VLR-FRETE PIC 9(07)V9(02).
