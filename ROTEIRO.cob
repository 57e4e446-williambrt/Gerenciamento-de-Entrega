      * ENTREGAS ALEM DA CAPACIDADE TOTAL DA FROTA FICAM PENDENTES
      * PARA A PROXIMA RODADA. A DATA PODE VIR NA LINHA DE COMANDO
      * (AAAAMMDD) OU SER INFORMADA NO CONSOLE.
      * PEDIDOS DE COLETA (ENT-TIPO "C") PENDENTES NA DATA ENTRAM NA
      * MESMA SEQUENCIA DAS ENTREGAS, NO MESMO ROMANEIO, COM CADA
      * PARADA MARCADA COMO ENTREGA OU COLETA.
      * ALEM DAS PARADAS, CADA VEICULO TEM CARGA UTIL (KG) E CUBAGEM
      * (M3) EM veiculos.dat; A CARGA DE CADA PEDIDO E A SOMA DOS
      * SEUS ITENS EM itens.dat (COLETAS TAMBEM OCUPAM O VEICULO). O
      * VIZINHO MAIS PROXIMO SO ESCOLHE PARADAS QUE AINDA CABEM NO
      * VEICULO; VEICULO EM QUE NENHUMA PARADA DO GRUPO CABE FICA
      * LIVRE PARA OS GRUPOS SEGUINTES. O ROMANEIO MOSTRA O PESO E O
      * VOLUME DE CADA PARADA E O TOTAL DO VEICULO. PEDIDOS QUE NAO
      * COUBERAM EM NENHUM VEICULO FICAM PENDENTES ("P") E SAEM NA
      * LISTA DE CARGA NAO ALOCADA EM roteiro_excecoes.txt, COM
      * RETURN-CODE 8 PARA A OPERACAO SER AVISADA.
      * CADA ROMANEIO TAMBEM E GRAVADO EM rotas.dat (rotas-fd.cpy):
      * UM CABECALHO POR VEICULO/DATA/DEPOSITO COM OS TOTAIS
      * PLANEJADOS E UMA PARADA POR PEDIDO COM A SEQUENCIA E O KM DO
      * TRECHO, BASE DO RELATORIO DE PRODUTIVIDADE DA FROTA.
      * PEDIDOS DE CLIENTE RETIDO PELA REGRA DE CREDITO (FATURA
      * VENCIDA ALEM DA TOLERANCIA OU LIMITE EXCEDIDO - credito-pd)
      * NAO SAEM EM ROTA: FICAM PENDENTES E SAO LISTADOS NA SECAO
      * RETIDOS POR CREDITO DE roteiro_excecoes.txt, A MENOS QUE O
      * PEDIDO TENHA LIBERACAO DE SUPERVISOR EM liberacoes.dat.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENT-DTENTREGA
                   WITH DUPLICATES.
           SELECT FATFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FAT-STAT
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CODCLIE
                   WITH DUPLICATES.
           SELECT LIBFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS LIB-STAT
               RECORD KEY IS LIB-NUMPEDIDO.
           SELECT MOVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STAT
               RECORD KEY IS DEP-CODIGO.
           SELECT ITEFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ITE-STAT
               RECORD KEY IS ITE-KEY.
           SELECT ROTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ROT-STAT
               RECORD KEY IS ROT-KEY.
           SELECT REL-ROMANEIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
           SELECT REL-EXCECOES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STAT.
       DATA DIVISION.
       FILE SECTION.
       COPY clientes-fd.

       COPY depositos-fd.

       COPY itens-fd.

       COPY rotas-fd.

       COPY faturas-fd.

       COPY liberacoes-fd.

       FD REL-ROMANEIO VALUE OF FILE-ID IS "ROMANEIO".
       01 REL-LINHA PIC X(132).

       FD REL-EXCECOES VALUE OF FILE-ID IS "roteiro_excecoes.txt".
       01 EXC-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02).
           88 VEI-FIM        VALUE 10.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.
       77 ITE-STAT PIC 9(02).
           88 ITE-OK         VALUE ZEROS.
           88 ITE-NAO-EXISTE VALUE 35.
       77 EXC-STAT PIC 9(02).
           88 EXC-OK VALUE ZEROS.
       77 ROT-STAT PIC 9(02).
           88 ROT-OK         VALUE ZEROS.
           88 ROT-NAO-EXISTE VALUE 35.
       77 FAT-STAT PIC 9(02).
           88 FAT-OK         VALUE ZEROS.
           88 FAT-NAO-EXISTE VALUE 35.
       77 LIB-STAT PIC 9(02).
           88 LIB-OK         VALUE ZEROS.
           88 LIB-NAO-EXISTE VALUE 35.

       77 WS-PRM-DATA PIC 9(08) VALUE ZEROS.
       77 WS-PRM-LINHA PIC X(80) VALUE SPACES.
           05 WS-PARADA OCCURS 500 TIMES.
               10 WS-PAR-NUMPEDIDO PIC 9(07).
               10 WS-PAR-CODCLIE   PIC 9(07).
               10 WS-PAR-TIPO      PIC X(01).
                   88 WS-PAR-COLETA VALUE "C".
               10 WS-PAR-LATITUDE  PIC S9(03)V9(08).
               10 WS-PAR-LONGITUDE PIC S9(03)V9(08).
               10 WS-PAR-DEPOSITO  PIC 9(03).
               10 WS-PAR-PESO      PIC 9(07)V9(02).
               10 WS-PAR-VOLUME    PIC 9(05)V9(03).
               10 WS-PAR-USADA     PIC X(01).
                   88 WS-PAR-JA-USADA VALUE "S".

       77 WS-QTD-VEICULOS PIC 9(02) VALUE ZEROS COMP.
       77 WS-VEI-IDX PIC 9(02) COMP.
       77 WS-VEI-PARADAS PIC 9(03) VALUE ZEROS COMP.
       77 WS-VEI-ENTREGAS PIC 9(03) VALUE ZEROS COMP.
       77 WS-VEI-COLETAS PIC 9(03) VALUE ZEROS COMP.
       77 WS-QTD-VEI-USADOS PIC 9(02) VALUE ZEROS COMP.
       01 WS-TAB-VEICULOS.
           05 WS-VEICULO OCCURS 20 TIMES.
               10 WS-VEI-PLACA      PIC X(07).
               10 WS-VEI-MOTORISTA  PIC X(30).
               10 WS-VEI-CAPACIDADE PIC 9(03).
               10 WS-VEI-PESO-MAX   PIC 9(05).
               10 WS-VEI-VOLUME-MAX PIC 9(03)V9(02).
               10 WS-VEI-USADO      PIC X(01).
                   88 WS-VEI-JA-USADO VALUE "S".

      * CARGA JA ACOMODADA NO VEICULO DA VEZ E SOMA DOS ITENS DE UM
      * PEDIDO NA CARGA DAS PENDENTES.
       77 WS-CARGA-PESO PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-CARGA-VOLUME PIC 9(05)V9(03) VALUE ZEROS.
       77 WS-ITE-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NAO-ALOCADAS PIC 9(03) VALUE ZEROS COMP.
       77 WS-SW-CABE PIC X VALUE "N".
           88 WS-CABE-EM-ALGUM VALUE "S".

      * ROTA DO VEICULO DA VEZ EM rotas.dat: PARADAS QUE JA EXISTIAM
      * NA ROTA (RODADA ANTERIOR NA MESMA DATA/DEPOSITO).
       77 WS-ROT-SEQ-BASE PIC 9(03) VALUE ZEROS COMP.
       77 WS-SW-ROT PIC X VALUE "N".
           88 WS-ROT-EXISTE VALUE "S".

       77 WS-NOME-ROMANEIO PIC X(30).

           05 WS-POS-LONGITUDE PIC S9(03)V9(08).

       01 WS-REL-CAB1.
           05 FILLER PIC X(39) VALUE
              "ROMANEIO DE ENTREGAS E COLETAS - DATA ".
           05 WS-CAB-DATA PIC 9(08).
       01 WS-REL-CAB-VEIC.
           05 FILLER PIC X(09) VALUE "VEICULO ".
           05 WS-CAB-MOTORISTA PIC X(30).
           05 FILLER PIC X(11) VALUE "  DEPOSITO ".
           05 WS-CAB-DEPOSITO PIC 9(03).
       01 WS-REL-CAB2.
           05 FILLER PIC X(50) VALUE
              "SEQ  TIPO     PEDIDO   CLIENTE  CNPJ            KM".
           05 FILLER PIC X(29) VALUE
              "           PESO KG     VOL M3".
       01 WS-REL-CAB3 PIC X(120) VALUE
          "                RAZAO SOCIAL".
       01 WS-REL-DETALHE.
           05 WS-REL-D-SEQ       PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-TIPO      PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-PEDIDO    PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-CODCLIE   PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-KM        PIC ZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-PESO      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-VOLUME    PIC ZZZZ9.999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-RZSOCIAL  PIC X(40).
       01 WS-REL-ENDERECO.
           05 FILLER PIC X(16) VALUE SPACES.
           05 WS-ROD-PARADAS PIC ZZ9.
           05 FILLER PIC X(16) VALUE "   KM PREVISTOS:".
           05 WS-ROD-KM PIC ZZZZ9.99.
           05 FILLER PIC X(13) VALUE "   ENTREGAS: ".
           05 WS-ROD-ENTREGAS PIC ZZ9.
           05 FILLER PIC X(12) VALUE "   COLETAS: ".
           05 WS-ROD-COLETAS PIC ZZ9.
       01 WS-REL-RODAPE-CARGA.
           05 FILLER PIC X(22) VALUE "CARGA TOTAL (KG): ".
           05 WS-ROD-PESO PIC ZZZZZZ9.99.
           05 FILLER PIC X(04) VALUE " DE ".
           05 WS-ROD-PESO-MAX PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "   VOLUME (M3): ".
           05 WS-ROD-VOLUME PIC ZZZZ9.999.
           05 FILLER PIC X(04) VALUE " DE ".
           05 WS-ROD-VOLUME-MAX PIC ZZ9.99.

      * PEDIDOS PENDENTES DA DATA RETIDOS PELA REGRA DE CREDITO DO
      * CLIENTE. O RESULTADO DA REGRA E GUARDADO PARA O ULTIMO
      * CLIENTE CONFERIDO (WS-CRD-CLIE-ATUAL).
       77 WS-MAX-RETIDOS PIC 9(03) VALUE 500 COMP.
       77 WS-QTD-RETIDOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIBERADOS PIC 9(05) VALUE ZEROS.
       77 WS-RET-IDX PIC 9(03) COMP.
       77 WS-CRD-CLIE-ATUAL PIC 9(07) VALUE ZEROS.
       77 WS-SW-CLIE-RETIDO PIC X VALUE "N".
           88 WS-CLIE-RETIDO VALUE "S".
       77 WS-SW-PED-RETIDO PIC X VALUE "N".
           88 WS-PED-RETIDO VALUE "S".
       01 WS-TAB-RETIDOS.
           05 WS-RETIDO OCCURS 500 TIMES.
               10 WS-RET-NUMPEDIDO PIC 9(07).
               10 WS-RET-CODCLIE   PIC 9(07).
               10 WS-RET-TIPO      PIC X(01).
               10 WS-RET-SALDO     PIC 9(11)V9(02).
               10 WS-RET-ATRASO    PIC 9(05).
               10 WS-RET-MOTIVO    PIC X(40).

      * LISTA DE EXCECOES DA RODADA (roteiro_excecoes.txt).
       01 WS-EXC-CAB.
           05 FILLER PIC X(38) VALUE
              "EXCECOES DO ROTEIRO - ENTREGAS DE ".
           05 WS-EXC-CAB-DATA PIC 9(08).
       01 WS-EXC-TIT-CARGA PIC X(120) VALUE
          "CARGA NAO ALOCADA (PEDIDOS MANTIDOS PENDENTES)".
       01 WS-EXC-SUBCAB.
           05 FILLER PIC X(35) VALUE
              "PEDIDO   TIPO     CLIENTE  DEP     ".
           05 FILLER PIC X(26) VALUE
              "PESO KG     VOL M3  MOTIVO".
       01 WS-EXC-DETALHE.
           05 WS-EXC-D-PEDIDO   PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-D-TIPO     PIC X(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-D-CODCLIE  PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-D-DEPOSITO PIC 9(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-D-PESO     PIC ZZZZZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-D-VOLUME   PIC ZZZZ9.999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-D-MOTIVO   PIC X(45).
       01 WS-EXC-NENHUMA PIC X(120) VALUE
          "  NENHUM PEDIDO".
       01 WS-EXC-RODAPE.
           05 FILLER PIC X(28) VALUE "TOTAL DE CARGA NAO ALOCADA: ".
           05 WS-EXC-ROD-QTD PIC ZZ9.
       01 WS-EXC-TIT-RETIDOS PIC X(120) VALUE
          "RETIDOS POR CREDITO (PEDIDOS MANTIDOS PENDENTES)".
       01 WS-EXC-SUBCAB-RET.
           05 FILLER PIC X(29) VALUE
              "PEDIDO   TIPO     CLIENTE    ".
           05 FILLER PIC X(27) VALUE
              "SALDO ABERTO   DIAS  MOTIVO".
       01 WS-EXC-DET-RETIDO.
           05 WS-EXC-R-PEDIDO   PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-R-TIPO     PIC X(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-R-CODCLIE  PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-R-SALDO    PIC Z(10)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-R-ATRASO   PIC ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-EXC-R-MOTIVO   PIC X(40).
       01 WS-EXC-RODAPE-RET.
           05 FILLER PIC X(27) VALUE "TOTAL RETIDO POR CREDITO: ".
           05 WS-EXC-RODR-QTD PIC ZZZZ9.

       77 WS-OPERADOR PIC X(10) VALUE "ROTEIRO".


       COPY distkm-ws.

       COPY credito-ws.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM OBTEM-DATA THRU OBTEM-DATA-FIM.
           IF WS-QTD-PARADAS EQUAL ZEROS
               DISPLAY "ROTEIRO: NENHUMA ENTREGA PENDENTE PARA "
                   WS-PRM-DATA
               IF WS-QTD-RETIDOS NOT EQUAL ZEROS
                   PERFORM GRAVA-EXCECOES THRU GRAVA-EXCECOES-FIM
                   PERFORM AVISA-RETIDOS
               END-IF
               PERFORM ENCERRA
               STOP RUN
           END-IF.
           PERFORM CARREGA-GRUPOS THRU CARREGA-GRUPOS-FIM.
           PERFORM PROCESSA-GRUPO THRU PROCESSA-GRUPO-FIM
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-QTD-GRUPOS
                   OR WS-FROTA-ESGOTADA.
           PERFORM GRAVA-EXCECOES THRU GRAVA-EXCECOES-FIM.
           PERFORM ENCERRA.
           DISPLAY "ROTEIRO: " WS-QTD-ATRIBUIDAS " PARADAS "
               "DISTRIBUIDAS E MARCADAS COMO EM ROTA".
           IF WS-QTD-NAO-ALOCADAS NOT EQUAL ZEROS
               DISPLAY "ROTEIRO: " WS-QTD-NAO-ALOCADAS " PEDIDOS SEM "
                   "CAPACIDADE NA FROTA FICARAM PENDENTES - VER "
                   "roteiro_excecoes.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-QTD-DESCARTE NOT EQUAL ZEROS
               DISPLAY "ROTEIRO: " WS-QTD-DESCARTE " ENTREGAS ALEM DO "
                   "LIMITE DE PARADAS DA RODADA FICARAM PENDENTES"
           END-IF.
           PERFORM AVISA-RETIDOS.
           STOP RUN.

      * -----------------------------------
      * AVISO NO CONSOLE DOS PEDIDOS RETIDOS E DOS LIBERADOS POR
      * SUPERVISOR. A RETENCAO E A REGRA DE CREDITO FUNCIONANDO, NAO
      * ERRO DA RODADA: NAO MEXE NO RETURN-CODE.
       AVISA-RETIDOS.
           IF WS-QTD-RETIDOS NOT EQUAL ZEROS
               DISPLAY "ROTEIRO: " WS-QTD-RETIDOS " PEDIDOS DE CLIENTES"
                   " RETIDOS POR CREDITO FICARAM PENDENTES - VER "
                   "roteiro_excecoes.txt"
           END-IF.
           IF WS-QTD-LIBERADOS NOT EQUAL ZEROS
               DISPLAY "ROTEIRO: " WS-QTD-LIBERADOS " PEDIDOS DE "
                   "CLIENTES RETIDOS SAIRAM POR LIBERACAO DE SUPERVISOR"
           END-IF.

      * -----------------------------------
      * OBTEM A DATA DO ROMANEIO DA LINHA DE COMANDO OU DO CONSOLE.
       OBTEM-DATA.

      * -----------------------------------
      * LE veiculos.dat DO INICIO AO FIM E GUARDA NA TABELA OS
      * VEICULOS ATIVOS, NA ORDEM DA PLACA, COM OS LIMITES DE CARGA
      * (ESPACOS NOS VEICULOS ANTIGOS = ZERO = SEM LIMITE).
       CARREGA-VEICULOS.
           MOVE SPACES TO VEI-PLACA.
           START VEIFILE KEY IS NOT LESS VEI-PLACA
                               WS-VEI-MOTORISTA(WS-QTD-VEICULOS)
                           MOVE VEI-CAPACIDADE TO
                               WS-VEI-CAPACIDADE(WS-QTD-VEICULOS)
                           IF VEI-PESO-MAX NUMERIC
                               MOVE VEI-PESO-MAX TO
                                   WS-VEI-PESO-MAX(WS-QTD-VEICULOS)
                           ELSE
                               MOVE ZEROS TO
                                   WS-VEI-PESO-MAX(WS-QTD-VEICULOS)
                           END-IF
                           IF VEI-VOLUME-MAX NUMERIC
                               MOVE VEI-VOLUME-MAX TO
                                   WS-VEI-VOLUME-MAX(WS-QTD-VEICULOS)
                           ELSE
                               MOVE ZEROS TO
                                   WS-VEI-VOLUME-MAX(WS-QTD-VEICULOS)
                           END-IF
                           MOVE "N" TO WS-VEI-USADO(WS-QTD-VEICULOS)
                       END-IF
               END-READ
           END-PERFORM.
      * -----------------------------------
      * LE AS ENTREGAS DA DATA PELA CHAVE ALTERNATIVA POR DATA DE
      * ENTREGA (SEM VARRER O ARQUIVO INTEIRO) E GUARDA NA TABELA
      * AS PENDENTES, COM A CARGA SOMADA DOS ITENS DE CADA UMA.
       CARREGA-PENDENTES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-CRD-DATA-REF.
           MOVE SPACES TO ENTFILE-REC.
           MOVE WS-PRM-DATA TO ENT-DTENTREGA.
           START ENTFILE KEY IS EQUAL ENT-DTENTREGA
                       IF ENT-DTENTREGA NOT EQUAL WS-PRM-DATA
                           MOVE 10 TO ENT-STAT
                       ELSE
                           PERFORM CARREGA-PEDIDO-PENDENTE THRU
                               CARREGA-PEDIDO-PENDENTE-FIM
                       END-IF
               END-READ
           END-PERFORM.
       CARREGA-PENDENTES-FIM.

      * -----------------------------------
      * PEDIDO DA DATA LIDO EM ENTFILE-REC: SE PENDENTE ("P") E NAO
      * RETIDO PELA REGRA DE CREDITO, ENTRA NA TABELA DE PARADAS COM
      * A CARGA SOMADA; SEM LUGAR NA TABELA, CONTA COMO DESCARTADO.
       CARREGA-PEDIDO-PENDENTE.
           IF ENT-SITUACAO EQUAL "P"
               PERFORM CONFERE-CREDITO THRU
                   CONFERE-CREDITO-FIM
           END-IF
           IF ENT-SITUACAO EQUAL "P" AND NOT WS-PED-RETIDO
               IF WS-QTD-PARADAS < WS-MAX-PARADAS
                   ADD 1 TO WS-QTD-PARADAS
                   MOVE ENT-NUMPEDIDO TO
                       WS-PAR-NUMPEDIDO(WS-QTD-PARADAS)
                   MOVE ENT-CODCLIE TO
                       WS-PAR-CODCLIE(WS-QTD-PARADAS)
                   IF ENT-TIPO-COLETA
                       MOVE "C" TO
                           WS-PAR-TIPO(WS-QTD-PARADAS)
                   ELSE
                       MOVE "E" TO
                           WS-PAR-TIPO(WS-QTD-PARADAS)
                   END-IF
                   MOVE ENT-LATITUDE TO
                       WS-PAR-LATITUDE(WS-QTD-PARADAS)
                   MOVE ENT-LONGITUDE TO
                       WS-PAR-LONGITUDE(WS-QTD-PARADAS)
                   IF ENT-DEPOSITO NUMERIC
                       MOVE ENT-DEPOSITO TO
                           WS-PAR-DEPOSITO(WS-QTD-PARADAS)
                   ELSE
                       MOVE ZEROS TO
                           WS-PAR-DEPOSITO(WS-QTD-PARADAS)
                   END-IF
                   MOVE "N" TO
                       WS-PAR-USADA(WS-QTD-PARADAS)
                   PERFORM SOMA-CARGA-PEDIDO THRU
                       SOMA-CARGA-PEDIDO-FIM
               ELSE
                   ADD 1 TO WS-QTD-DESCARTE
               END-IF
           END-IF.
       CARREGA-PEDIDO-PENDENTE-FIM.

      * -----------------------------------
      * CONFERE A REGRA DE CREDITO DO CLIENTE DO PEDIDO PENDENTE EM
      * ENTFILE-REC (VERIFICA-CREDITO NA DATA DE HOJE). CLIENTE
      * RETIDO: O PEDIDO SO SEGUE SE TEM LIBERACAO DE SUPERVISOR
      * PARA O MESMO CLIENTE EM liberacoes.dat; SENAO VAI PARA A
      * TABELA DE RETIDOS. SAIDA: WS-PED-RETIDO.
       CONFERE-CREDITO.
           MOVE "N" TO WS-SW-PED-RETIDO.
           IF ENT-CODCLIE NOT EQUAL WS-CRD-CLIE-ATUAL
               MOVE ENT-CODCLIE TO WS-CRD-CLIE-ATUAL
               MOVE "N" TO WS-SW-CLIE-RETIDO
               MOVE ENT-CODCLIE TO FS-CODCLIE
               READ FILE1
                   INVALID KEY
                       GO CONFERE-CREDITO-FIM
               END-READ
               PERFORM VERIFICA-CREDITO THRU VERIFICA-CREDITO-FIM
               MOVE WS-SW-CRD-RETIDO TO WS-SW-CLIE-RETIDO
           END-IF.
           IF NOT WS-CLIE-RETIDO
               GO CONFERE-CREDITO-FIM
           END-IF.
           MOVE ENT-NUMPEDIDO TO LIB-NUMPEDIDO.
           READ LIBFILE
               INVALID KEY
                   MOVE SPACES TO LIB-REC
           END-READ.
           IF LIB-OK AND LIB-CODCLIE EQUAL ENT-CODCLIE
               ADD 1 TO WS-QTD-LIBERADOS
               GO CONFERE-CREDITO-FIM
           END-IF.
           MOVE "S" TO WS-SW-PED-RETIDO.
           ADD 1 TO WS-QTD-RETIDOS.
           IF WS-QTD-RETIDOS > WS-MAX-RETIDOS
               GO CONFERE-CREDITO-FIM
           END-IF.
           MOVE WS-QTD-RETIDOS TO WS-RET-IDX.
           MOVE ENT-NUMPEDIDO TO WS-RET-NUMPEDIDO(WS-RET-IDX).
           MOVE ENT-CODCLIE   TO WS-RET-CODCLIE(WS-RET-IDX).
           MOVE ENT-TIPO      TO WS-RET-TIPO(WS-RET-IDX).
           MOVE WS-CRD-SALDO-ABERTO TO WS-RET-SALDO(WS-RET-IDX).
           MOVE WS-CRD-MAIOR-ATRASO TO WS-RET-ATRASO(WS-RET-IDX).
           MOVE WS-CRD-MOTIVO TO WS-RET-MOTIVO(WS-RET-IDX).
       CONFERE-CREDITO-FIM.

      * -----------------------------------
      * SOMA O PESO E O VOLUME DOS ITENS (itens.dat) DO PEDIDO DA
      * ULTIMA PARADA CARREGADA, LENDO PELA CHAVE A PARTIR DA
      * SEQUENCIA ZERO ATE MUDAR O PEDIDO. PEDIDO SEM ITENS FICA COM
      * CARGA ZERO.
       SOMA-CARGA-PEDIDO.
           MOVE ZEROS TO WS-PAR-PESO(WS-QTD-PARADAS)
               WS-PAR-VOLUME(WS-QTD-PARADAS).
           MOVE ENT-NUMPEDIDO TO WS-ITE-PEDIDO.
           MOVE WS-ITE-PEDIDO TO ITE-NUMPEDIDO.
           MOVE ZEROS TO ITE-SEQ.
           MOVE ZEROS TO ITE-STAT.
           START ITEFILE KEY IS NOT LESS ITE-KEY
               INVALID KEY
                   GO SOMA-CARGA-PEDIDO-FIM
           END-START.
       SOMA-CARGA-PEDIDO-LOOP.
           READ ITEFILE NEXT RECORD
               AT END
                   GO SOMA-CARGA-PEDIDO-FIM
           END-READ.
           IF ITE-NUMPEDIDO NOT EQUAL WS-ITE-PEDIDO
               GO SOMA-CARGA-PEDIDO-FIM
           END-IF
           IF ITE-PESO-KG NUMERIC
               ADD ITE-PESO-KG TO WS-PAR-PESO(WS-QTD-PARADAS)
           END-IF
           IF ITE-VOLUME-M3 NUMERIC
               ADD ITE-VOLUME-M3 TO WS-PAR-VOLUME(WS-QTD-PARADAS)
           END-IF
           GO SOMA-CARGA-PEDIDO-LOOP.
       SOMA-CARGA-PEDIDO-FIM.

      * -----------------------------------
      * MONTA A LISTA DE DEPOSITOS DE ORIGEM PRESENTES NAS PARADAS
      * CARREGADAS, COM AS COORDENADAS RESOLVIDAS POR depcoord-pd
      * -----------------------------------
      * DISTRIBUI AS PARADAS DO GRUPO WS-GRP-IDX (UM DEPOSITO)
      * ENTRE OS VEICULOS AINDA DISPONIVEIS, UM ROMANEIO POR
      * VEICULO, ATE ESGOTAR O GRUPO OU PASSAR POR TODA A FROTA.
      * VEICULO QUE NAO RECEBEU NENHUMA PARADA DO GRUPO (NADA
      * COUBE) CONTINUA DISPONIVEL PARA OS GRUPOS SEGUINTES.
       PROCESSA-GRUPO.
           MOVE WS-GRP-DEPOSITO(WS-GRP-IDX) TO WS-GRUPO-DEP.
           MOVE ZEROS TO WS-GRUPO-RESTO.
                   ADD 1 TO WS-GRUPO-RESTO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-VEI-IDX FROM 1 BY 1
                   UNTIL WS-VEI-IDX > WS-QTD-VEICULOS
                       OR WS-GRUPO-RESTO EQUAL ZEROS
               IF NOT WS-VEI-JA-USADO(WS-VEI-IDX)
                   PERFORM GERA-ROMANEIO-VEICULO THRU
                       GERA-ROMANEIO-VEICULO-FIM
               END-IF
           END-PERFORM.
           IF WS-QTD-VEI-USADOS NOT LESS WS-QTD-VEICULOS
               MOVE "S" TO WS-SW-FROTA
           END-IF.
       PROCESSA-GRUPO-FIM.

      * -----------------------------------
      * GERA O ROMANEIO DO VEICULO WS-VEI-IDX PARA O GRUPO DO
      * DEPOSITO WS-GRUPO-DEP: ABRE O ARQUIVO PROPRIO DA PLACA,
      * SEQUENCIA PELO VIZINHO MAIS PROXIMO A PARTIR DO DEPOSITO
      * ATE ESGOTAR A CAPACIDADE DO VEICULO (PARADAS, PESO OU
      * VOLUME) OU AS PARADAS DO GRUPO, GRAVANDO CADA PARADA E
      * MARCANDO A ENTREGA COMO "R" COM A PLACA EM ENT-VEICULO. SE
      * NENHUMA PARADA DO GRUPO CABE NO VEICULO VAZIO, NAO GERA
      * ROMANEIO E O VEICULO FICA LIVRE.
       GERA-ROMANEIO-VEICULO.
           MOVE WS-GRP-LATITUDE(WS-GRP-IDX)  TO WS-POS-LATITUDE.
           MOVE WS-GRP-LONGITUDE(WS-GRP-IDX) TO WS-POS-LONGITUDE.
           MOVE ZEROS TO WS-CARGA-PESO WS-CARGA-VOLUME.
           PERFORM ACHA-MAIS-PROXIMA THRU ACHA-MAIS-PROXIMA-FIM.
           IF WS-IDX-PERTO EQUAL ZEROS
               GO GERA-ROMANEIO-VEICULO-FIM
           END-IF
           MOVE "S" TO WS-VEI-USADO(WS-VEI-IDX).
           ADD 1 TO WS-QTD-VEI-USADOS.
           PERFORM LOCALIZA-ROTA THRU LOCALIZA-ROTA-FIM.
           MOVE SPACES TO WS-NOME-ROMANEIO.
           STRING "romaneio_"
               FUNCTION TRIM(WS-VEI-PLACA(WS-VEI-IDX)) ".txt"
           WRITE REL-LINHA FROM WS-REL-CAB-VEIC.
           WRITE REL-LINHA FROM WS-REL-CAB2.
           WRITE REL-LINHA FROM WS-REL-CAB3.
           MOVE ZEROS TO WS-VEI-PARADAS WS-TOTAL-KM.
           MOVE ZEROS TO WS-VEI-ENTREGAS WS-VEI-COLETAS.
           MOVE ZEROS TO WS-SEQ.
           PERFORM UNTIL WS-IDX-PERTO EQUAL ZEROS
               ADD 1 TO WS-SEQ
               PERFORM GRAVA-PARADA THRU GRAVA-PARADA-FIM
               ADD 1 TO WS-VEI-PARADAS
               ADD 1 TO WS-QTD-ATRIBUIDAS
               SUBTRACT 1 FROM WS-GRUPO-RESTO
               IF WS-VEI-PARADAS NOT LESS
                       WS-VEI-CAPACIDADE(WS-VEI-IDX)
                       OR WS-GRUPO-RESTO EQUAL ZEROS
                   MOVE ZEROS TO WS-IDX-PERTO
               ELSE
                   PERFORM ACHA-MAIS-PROXIMA THRU
                       ACHA-MAIS-PROXIMA-FIM
               END-IF
           END-PERFORM.
           MOVE WS-VEI-PARADAS TO WS-ROD-PARADAS.
           MOVE WS-TOTAL-KM    TO WS-ROD-KM.
           MOVE WS-VEI-ENTREGAS TO WS-ROD-ENTREGAS.
           MOVE WS-VEI-COLETAS  TO WS-ROD-COLETAS.
           MOVE WS-CARGA-PESO   TO WS-ROD-PESO.
           MOVE WS-CARGA-VOLUME TO WS-ROD-VOLUME.
           MOVE WS-VEI-PESO-MAX(WS-VEI-IDX)   TO WS-ROD-PESO-MAX.
           MOVE WS-VEI-VOLUME-MAX(WS-VEI-IDX) TO WS-ROD-VOLUME-MAX.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-REL-RODAPE.
           WRITE REL-LINHA FROM WS-REL-RODAPE-CARGA.
           CLOSE REL-ROMANEIO.
           PERFORM GRAVA-ROTA-CABECALHO THRU GRAVA-ROTA-CABECALHO-FIM.
           DISPLAY "ROTEIRO: " WS-VEI-PARADAS " PARADAS PARA O "
               "VEICULO " WS-VEI-PLACA(WS-VEI-IDX) " EM "
               WS-NOME-ROMANEIO.

      * -----------------------------------
      * ACHA NA TABELA A PARADA NAO USADA DO GRUPO DO DEPOSITO
      * WS-GRUPO-DEP MAIS PROXIMA DA POSICAO ATUAL, ENTRE AS QUE
      * AINDA CABEM NO PESO E NO VOLUME LIVRES DO VEICULO
      * WS-VEI-IDX (LIMITE ZERADO = SEM LIMITE). SAIDA:
      * WS-IDX-PERTO (ZEROS SE NADA MAIS DO GRUPO CABE) E
      * WS-MENOR-KM.
       ACHA-MAIS-PROXIMA.
           MOVE ZEROS TO WS-IDX-PERTO.
           MOVE 99999.99 TO WS-MENOR-KM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARADAS
               IF NOT WS-PAR-JA-USADA(WS-IDX) AND
                       WS-PAR-DEPOSITO(WS-IDX) EQUAL WS-GRUPO-DEP AND
                       (WS-VEI-PESO-MAX(WS-VEI-IDX) EQUAL ZEROS OR
                        WS-CARGA-PESO + WS-PAR-PESO(WS-IDX) NOT >
                        WS-VEI-PESO-MAX(WS-VEI-IDX)) AND
                       (WS-VEI-VOLUME-MAX(WS-VEI-IDX) EQUAL ZEROS OR
                        WS-CARGA-VOLUME + WS-PAR-VOLUME(WS-IDX) NOT >
                        WS-VEI-VOLUME-MAX(WS-VEI-IDX))
                   MOVE WS-POS-LATITUDE  TO WS-DIST-LAT1
                   MOVE WS-POS-LONGITUDE TO WS-DIST-LON1
                   MOVE WS-PAR-LATITUDE(WS-IDX)  TO WS-DIST-LAT2
       ACHA-MAIS-PROXIMA-FIM.

      * -----------------------------------
      * GRAVA A LINHA DA PARADA ESCOLHIDA COM O TIPO (ENTREGA OU
      * COLETA), A CARGA E OS DADOS DO CLIENTE, AVANCA A POSICAO
      * ATUAL, SOMA A CARGA NO VEICULO E MARCA O PEDIDO COMO EM ROTA
      * NO VEICULO DA VEZ.
       GRAVA-PARADA.
           MOVE "S" TO WS-PAR-USADA(WS-IDX-PERTO).
           ADD WS-MENOR-KM TO WS-TOTAL-KM.
           ADD WS-PAR-PESO(WS-IDX-PERTO)   TO WS-CARGA-PESO.
           ADD WS-PAR-VOLUME(WS-IDX-PERTO) TO WS-CARGA-VOLUME.
           MOVE WS-PAR-PESO(WS-IDX-PERTO)   TO WS-REL-D-PESO.
           MOVE WS-PAR-VOLUME(WS-IDX-PERTO) TO WS-REL-D-VOLUME.
           MOVE WS-PAR-LATITUDE(WS-IDX-PERTO)  TO WS-POS-LATITUDE.
           MOVE WS-PAR-LONGITUDE(WS-IDX-PERTO) TO WS-POS-LONGITUDE.
           MOVE WS-SEQ TO WS-REL-D-SEQ.
           IF WS-PAR-COLETA(WS-IDX-PERTO)
               MOVE "COLETA"  TO WS-REL-D-TIPO
               ADD 1 TO WS-VEI-COLETAS
           ELSE
               MOVE "ENTREGA" TO WS-REL-D-TIPO
               ADD 1 TO WS-VEI-ENTREGAS
           END-IF
           MOVE WS-PAR-NUMPEDIDO(WS-IDX-PERTO) TO WS-REL-D-PEDIDO.
           MOVE WS-PAR-CODCLIE(WS-IDX-PERTO)   TO WS-REL-D-CODCLIE.
           MOVE WS-MENOR-KM TO WS-REL-D-KM.
           IF FS-OK AND FS-LOGRADOURO NOT EQUAL SPACES
               PERFORM GRAVA-ENDERECO THRU GRAVA-ENDERECO-FIM
           END-IF
           PERFORM GRAVA-ROTA-PARADA THRU GRAVA-ROTA-PARADA-FIM.
           MOVE WS-PAR-NUMPEDIDO(WS-IDX-PERTO) TO ENT-NUMPEDIDO.
           READ ENTFILE
               INVALID KEY
           END-READ.
       GRAVA-PARADA-FIM.

      * -----------------------------------
      * PROCURA EM rotas.dat O CABECALHO DA ROTA DO VEICULO WS-VEI-IDX
      * NA DATA E NO DEPOSITO DO GRUPO. SE JA EXISTE (NOVA RODADA NO
      * MESMO DIA), AS PARADAS DESTA RODADA CONTINUAM A SEQUENCIA.
       LOCALIZA-ROTA.
           MOVE ZEROS TO WS-ROT-SEQ-BASE.
           MOVE "N" TO WS-SW-ROT.
           MOVE SPACES TO ROTFILE-REC.
           MOVE WS-PRM-DATA              TO ROT-DATA.
           MOVE WS-VEI-PLACA(WS-VEI-IDX) TO ROT-PLACA.
           MOVE WS-GRUPO-DEP             TO ROT-DEPOSITO.
           MOVE ZEROS                    TO ROT-SEQ.
           READ ROTFILE
               INVALID KEY
                   GO LOCALIZA-ROTA-FIM
           END-READ.
           MOVE "S" TO WS-SW-ROT.
           IF ROT-QTD-PARADAS NUMERIC
               MOVE ROT-QTD-PARADAS TO WS-ROT-SEQ-BASE
           END-IF.
       LOCALIZA-ROTA-FIM.

      * -----------------------------------
      * GRAVA EM rotas.dat A PARADA ESCOLHIDA, COM A SEQUENCIA NA
      * ROTA E O KM DO TRECHO DESDE A POSICAO ANTERIOR.
       GRAVA-ROTA-PARADA.
           MOVE SPACES TO ROTFILE-REC.
           MOVE WS-PRM-DATA              TO ROT-DATA.
           MOVE WS-VEI-PLACA(WS-VEI-IDX) TO ROT-PLACA.
           MOVE WS-GRUPO-DEP             TO ROT-DEPOSITO.
           COMPUTE ROT-SEQ = WS-ROT-SEQ-BASE + WS-SEQ.
           MOVE WS-PAR-NUMPEDIDO(WS-IDX-PERTO) TO ROT-NUMPEDIDO.
           MOVE WS-PAR-CODCLIE(WS-IDX-PERTO)   TO ROT-CODCLIE.
           MOVE WS-PAR-TIPO(WS-IDX-PERTO)      TO ROT-TIPO.
           MOVE WS-MENOR-KM                    TO ROT-KM-TRECHO.
           MOVE WS-PAR-PESO(WS-IDX-PERTO)      TO ROT-PESO.
           MOVE WS-PAR-VOLUME(WS-IDX-PERTO)    TO ROT-VOLUME.
           WRITE ROTFILE-REC
               INVALID KEY
                   DISPLAY "ROTEIRO: PARADA JA GRAVADA EM rotas.dat - "
                       "PEDIDO " ROT-NUMPEDIDO
           END-WRITE.
       GRAVA-ROTA-PARADA-FIM.

      * -----------------------------------
      * GRAVA (OU SOMA, SE A ROTA JA EXISTIA) O CABECALHO DA ROTA DO
      * VEICULO WS-VEI-IDX COM OS TOTAIS DESTE ROMANEIO.
       GRAVA-ROTA-CABECALHO.
           MOVE SPACES TO ROTFILE-REC.
           MOVE WS-PRM-DATA              TO ROT-DATA.
           MOVE WS-VEI-PLACA(WS-VEI-IDX) TO ROT-PLACA.
           MOVE WS-GRUPO-DEP             TO ROT-DEPOSITO.
           MOVE ZEROS                    TO ROT-SEQ.
           IF WS-ROT-EXISTE
               READ ROTFILE
                   INVALID KEY
                       MOVE "N" TO WS-SW-ROT
               END-READ
           END-IF
           IF NOT WS-ROT-EXISTE OR ROT-KM-TOTAL NOT NUMERIC
               MOVE ZEROS TO ROT-QTD-PARADAS ROT-KM-TOTAL
                   ROT-PESO-TOTAL ROT-VOLUME-TOTAL
           END-IF
           MOVE WS-VEI-MOTORISTA(WS-VEI-IDX) TO ROT-MOTORISTA.
           COMPUTE ROT-QTD-PARADAS = WS-ROT-SEQ-BASE + WS-VEI-PARADAS.
           ADD WS-TOTAL-KM     TO ROT-KM-TOTAL.
           ADD WS-CARGA-PESO   TO ROT-PESO-TOTAL.
           ADD WS-CARGA-VOLUME TO ROT-VOLUME-TOTAL.
           IF WS-ROT-EXISTE
               REWRITE ROTFILE-REC
                   INVALID KEY
                       DISPLAY "ROTEIRO: ERRO AO REGRAVAR A ROTA DE "
                           ROT-PLACA " EM rotas.dat"
               END-REWRITE
           ELSE
               WRITE ROTFILE-REC
                   INVALID KEY
                       DISPLAY "ROTEIRO: ERRO AO GRAVAR A ROTA DE "
                           ROT-PLACA " EM rotas.dat"
               END-WRITE
           END-IF.
       GRAVA-ROTA-CABECALHO-FIM.

      * -----------------------------------
      * GRAVA A LINHA DE ENDERECO DA PARADA, MONTADA DO CADASTRO DO
      * CLIENTE JA LIDO EM FILE1-REC, PARA O MOTORISTA NAO DEPENDER
       GRAVA-ENDERECO-FIM.

      * -----------------------------------
      * GRAVA roteiro_excecoes.txt COM A CARGA NAO ALOCADA: AS
      * PARADAS CARREGADAS QUE NAO ENTRARAM EM NENHUM ROMANEIO (O
      * PEDIDO CONTINUA "P"). O MOTIVO DIZ SE A CARGA NAO CABE NEM
      * NUM VEICULO VAZIO DA FROTA OU SE SO FALTOU ESPACO NA RODADA.
       GRAVA-EXCECOES.
           MOVE ZEROS TO WS-QTD-NAO-ALOCADAS.
           MOVE WS-PRM-DATA TO WS-EXC-CAB-DATA.
           OPEN OUTPUT REL-EXCECOES.
           WRITE EXC-LINHA FROM WS-EXC-CAB.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           WRITE EXC-LINHA FROM WS-EXC-TIT-CARGA.
           WRITE EXC-LINHA FROM WS-EXC-SUBCAB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARADAS
               IF NOT WS-PAR-JA-USADA(WS-IDX)
                   PERFORM GRAVA-NAO-ALOCADA THRU
                       GRAVA-NAO-ALOCADA-FIM
               END-IF
           END-PERFORM.
           IF WS-QTD-NAO-ALOCADAS EQUAL ZEROS
               WRITE EXC-LINHA FROM WS-EXC-NENHUMA
           END-IF
           MOVE WS-QTD-NAO-ALOCADAS TO WS-EXC-ROD-QTD.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           WRITE EXC-LINHA FROM WS-EXC-RODAPE.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           WRITE EXC-LINHA.
           WRITE EXC-LINHA FROM WS-EXC-TIT-RETIDOS.
           WRITE EXC-LINHA FROM WS-EXC-SUBCAB-RET.
           PERFORM GRAVA-RETIDO THRU GRAVA-RETIDO-FIM
               VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-QTD-RETIDOS
                   OR WS-RET-IDX > WS-MAX-RETIDOS.
           IF WS-QTD-RETIDOS EQUAL ZEROS
               WRITE EXC-LINHA FROM WS-EXC-NENHUMA
           END-IF
           MOVE WS-QTD-RETIDOS TO WS-EXC-RODR-QTD.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           WRITE EXC-LINHA FROM WS-EXC-RODAPE-RET.
           CLOSE REL-EXCECOES.
       GRAVA-EXCECOES-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO PEDIDO RETIDO POR CREDITO WS-RET-IDX.
       GRAVA-RETIDO.
           MOVE WS-RET-NUMPEDIDO(WS-RET-IDX) TO WS-EXC-R-PEDIDO.
           IF WS-RET-TIPO(WS-RET-IDX) EQUAL "C"
               MOVE "COLETA"  TO WS-EXC-R-TIPO
           ELSE
               MOVE "ENTREGA" TO WS-EXC-R-TIPO
           END-IF
           MOVE WS-RET-CODCLIE(WS-RET-IDX) TO WS-EXC-R-CODCLIE.
           MOVE WS-RET-SALDO(WS-RET-IDX)   TO WS-EXC-R-SALDO.
           MOVE WS-RET-ATRASO(WS-RET-IDX)  TO WS-EXC-R-ATRASO.
           MOVE WS-RET-MOTIVO(WS-RET-IDX)  TO WS-EXC-R-MOTIVO.
           WRITE EXC-LINHA FROM WS-EXC-DET-RETIDO.
       GRAVA-RETIDO-FIM.

      * -----------------------------------
      * GRAVA A LINHA DE CARGA NAO ALOCADA DA PARADA WS-IDX.
       GRAVA-NAO-ALOCADA.
           ADD 1 TO WS-QTD-NAO-ALOCADAS.
           MOVE WS-PAR-NUMPEDIDO(WS-IDX) TO WS-EXC-D-PEDIDO.
           IF WS-PAR-COLETA(WS-IDX)
               MOVE "COLETA"  TO WS-EXC-D-TIPO
           ELSE
               MOVE "ENTREGA" TO WS-EXC-D-TIPO
           END-IF
           MOVE WS-PAR-CODCLIE(WS-IDX)  TO WS-EXC-D-CODCLIE.
           MOVE WS-PAR-DEPOSITO(WS-IDX) TO WS-EXC-D-DEPOSITO.
           MOVE WS-PAR-PESO(WS-IDX)     TO WS-EXC-D-PESO.
           MOVE WS-PAR-VOLUME(WS-IDX)   TO WS-EXC-D-VOLUME.
           MOVE "N" TO WS-SW-CABE.
           PERFORM VARYING WS-VEI-IDX FROM 1 BY 1
                   UNTIL WS-VEI-IDX > WS-QTD-VEICULOS
                       OR WS-CABE-EM-ALGUM
               IF (WS-VEI-PESO-MAX(WS-VEI-IDX) EQUAL ZEROS OR
                   WS-PAR-PESO(WS-IDX) NOT >
                   WS-VEI-PESO-MAX(WS-VEI-IDX)) AND
                  (WS-VEI-VOLUME-MAX(WS-VEI-IDX) EQUAL ZEROS OR
                   WS-PAR-VOLUME(WS-IDX) NOT >
                   WS-VEI-VOLUME-MAX(WS-VEI-IDX))
                   MOVE "S" TO WS-SW-CABE
               END-IF
           END-PERFORM.
           IF WS-CABE-EM-ALGUM
               MOVE "SEM ESPACO NA FROTA DA RODADA"
                   TO WS-EXC-D-MOTIVO
           ELSE
               MOVE "CARGA MAIOR QUE A DE QUALQUER VEICULO"
                   TO WS-EXC-D-MOTIVO
           END-IF
           WRITE EXC-LINHA FROM WS-EXC-DETALHE.
       GRAVA-NAO-ALOCADA-FIM.

      * -----------------------------------
      * ABRE clientes.dat, veiculos.dat, itens.dat, faturas.dat E
      * liberacoes.dat PARA CONSULTA E entregas.dat E rotas.dat PARA
      * ATUALIZACAO.
       ABRIR-ARQUIVOS.
           OPEN INPUT FILE1
           IF FS-NAO-EXISTE THEN
               CLOSE VEIFILE
               OPEN INPUT VEIFILE
           END-IF
           IF NOT VEI-OK
               DISPLAY "ROTEIRO: ERRO AO ABRIR veiculos.dat (STATUS "
                   VEI-STAT ") - ABRA O PROGRAMA VEICULOS PARA "
                   "CONVERTER O CADASTRO"
               STOP RUN
           END-IF
           OPEN I-O ROTFILE
           IF ROT-NAO-EXISTE THEN
               OPEN OUTPUT ROTFILE
               CLOSE ROTFILE
               OPEN I-O ROTFILE
           END-IF
           OPEN INPUT DEPFILE
           IF DEP-NAO-EXISTE THEN
               OPEN OUTPUT DEPFILE
               CLOSE DEPFILE
               OPEN INPUT DEPFILE
           END-IF
           OPEN INPUT ITEFILE
           IF ITE-NAO-EXISTE THEN
               OPEN OUTPUT ITEFILE
               CLOSE ITEFILE
               OPEN INPUT ITEFILE
           END-IF
           OPEN INPUT FATFILE
           IF FAT-NAO-EXISTE THEN
               OPEN OUTPUT FATFILE
               CLOSE FATFILE
               OPEN INPUT FATFILE
           END-IF
           IF NOT FAT-OK
               DISPLAY "ROTEIRO: ERRO AO ABRIR faturas.dat (STATUS "
                   FAT-STAT ") - ABRA O PROGRAMA FATURA PARA "
                   "CONVERTER O ARQUIVO"
               STOP RUN
           END-IF
           OPEN INPUT LIBFILE
           IF LIB-NAO-EXISTE THEN
               OPEN OUTPUT LIBFILE
               CLOSE LIBFILE
               OPEN INPUT LIBFILE
           END-IF.

      * -----------------------------------
           CLOSE MOVFILE.
           CLOSE VEIFILE.
           CLOSE DEPFILE.
           CLOSE ITEFILE.
           CLOSE ROTFILE.
           CLOSE FATFILE.
           CLOSE LIBFILE.

      * -----------------------------------
       COPY depcoord-pd.

      * -----------------------------------
       COPY movent-pd.

      * -----------------------------------
       COPY credito-pd.
