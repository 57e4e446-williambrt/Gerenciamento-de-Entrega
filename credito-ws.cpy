      * -----------------------------------------------------------
      * CREDITO-WS - WORKING-STORAGE PARA A CONFERENCIA DA REGRA DE
      * CREDITO DO CLIENTE (VERIFICA-CREDITO). COPY JUNTO COM
      * credito-pd.cpy. O CHAMADOR LE O CLIENTE EM FILE1-REC E
      * PREENCHE WS-CRD-DATA-REF (A DATA DO DIA) ANTES DE PERFORM
      * VERIFICA-CREDITO; FAT-STAT E DECLARADO NO PROGRAMA, JUNTO
      * COM O SELECT DE FATFILE. SAIDA: WS-CRD-RETIDO, O MOTIVO, O
      * SALDO DAS FATURAS ABERTAS E O MAIOR ATRASO EM DIAS.
      * -----------------------------------------------------------
       77 WS-CRD-DATA-REF      PIC 9(08) VALUE ZEROS.
       77 WS-CRD-TOLERANCIA    PIC 9(03) VALUE ZEROS.
       77 WS-CRD-LIMITE        PIC 9(08)V9(02) VALUE ZEROS.
       77 WS-CRD-SALDO-ABERTO  PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-CRD-MAIOR-ATRASO  PIC 9(05) VALUE ZEROS.
       77 WS-CRD-DIAS          PIC S9(07) VALUE ZEROS.
       77 WS-CRD-MOTIVO        PIC X(40) VALUE SPACES.
       77 WS-SW-CRD-RETIDO     PIC X(01) VALUE "N".
           88 WS-CRD-RETIDO    VALUE "S".
