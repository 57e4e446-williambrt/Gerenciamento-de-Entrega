      * -----------------------------------------------------------
      * ROTAS-FD - LAYOUT DO REGISTRO DE rotas.dat (ROTAS GERADAS
      * PELO ROTEIRO: O ROMANEIO DE CADA VEICULO GUARDADO EM ARQUIVO
      * EM VEZ DE SO IMPRESSO). CHAVE: DATA DA ROTA + PLACA +
      * DEPOSITO DE SAIDA + SEQUENCIA. A SEQUENCIA ZERO E O
      * CABECALHO DA ROTA (UM POR VEICULO POR DATA POR DEPOSITO, COM
      * O MOTORISTA E OS TOTAIS PLANEJADOS); AS SEQUENCIAS SEGUINTES
      * SAO AS PARADAS NA ORDEM DO ROMANEIO, UMA POR PEDIDO, COM O
      * KM DO TRECHO DESDE A PARADA ANTERIOR (OU DESDE O DEPOSITO).
      * SE O ROTEIRO RODA DE NOVO NA MESMA DATA E O VEICULO SAI DO
      * MESMO DEPOSITO, AS NOVAS PARADAS CONTINUAM A SEQUENCIA E O
      * CABECALHO E SOMADO. COPY NA FILE SECTION DE QUALQUER
      * PROGRAMA QUE GRAVE OU LEIA AS ROTAS (HOJE: ROTEIRO,
      * PRODUTIV, RECLAMA).
      * -----------------------------------------------------------
       FD ROTFILE VALUE OF FILE-ID IS "rotas.dat".
       01 ROTFILE-REC.
           05 ROT-KEY.
               10 ROT-DATA       PIC 9(08).
               10 ROT-PLACA      PIC X(07).
               10 ROT-DEPOSITO   PIC 9(03).
               10 ROT-SEQ        PIC 9(03).
           05 ROT-DADOS          PIC X(60).
           05 ROT-CABECALHO REDEFINES ROT-DADOS.
               10 ROT-MOTORISTA    PIC X(30).
               10 ROT-QTD-PARADAS  PIC 9(03).
               10 ROT-KM-TOTAL     PIC 9(05)V9(02).
               10 ROT-PESO-TOTAL   PIC 9(07)V9(02).
               10 ROT-VOLUME-TOTAL PIC 9(05)V9(03).
               10 FILLER           PIC X(03).
           05 ROT-PARADA REDEFINES ROT-DADOS.
               10 ROT-NUMPEDIDO    PIC 9(07).
               10 ROT-CODCLIE      PIC 9(07).
               10 ROT-TIPO         PIC X(01).
                   88 ROT-TIPO-COLETA VALUE "C".
               10 ROT-KM-TRECHO    PIC 9(05)V9(02).
               10 ROT-PESO         PIC 9(07)V9(02).
               10 ROT-VOLUME       PIC 9(05)V9(03).
               10 FILLER           PIC X(21).
           05 FILLER             PIC X(20).
