      * ORIGEM DA ENTREGA (depositos-fd.cpy; ZEROS = USA O PADRAO
      * DE deposito-ws.cpy). REGISTROS ANTIGOS PODEM TER ESPACOS
      * NESSES CAMPOS (TRATAR NOT NUMERIC COMO "NAO PREENCHIDO").
      * ENT-TIPO DISTINGUE A ENTREGA ("E") DA COLETA ("C": BUSCA DE
      * DEVOLUCOES, PALETES E EMBALAGENS VAZIAS NO ENDERECO DAS
      * COORDENADAS); REGISTROS ANTERIORES AO CAMPO TEM ESPACO, QUE
      * VALE COMO ENTREGA.
      * -----------------------------------------------------------
       FD ENTFILE VALUE OF FILE-ID IS "entregas.dat".
       01 ENTFILE-REC.
           05 ENT-VLR-FRETE  PIC 9(07)V9(02).
           05 ENT-VEICULO    PIC X(07).
           05 ENT-DEPOSITO   PIC 9(03).
           05 ENT-TIPO       PIC X(01).
               88 ENT-TIPO-COLETA  VALUE "C".
               88 ENT-TIPO-ENTREGA VALUES " " "E".
           05 FILLER         PIC X(02).
