      * -----------------------------------------------------------
      * ITENS-FD - LAYOUT DO REGISTRO DE itens.dat (CARGA DOS
      * PEDIDOS: AS MERCADORIAS DE CADA PEDIDO DE entregas.dat EM
      * LINHAS DE ITEM). CHAVE: O NUMERO DO PEDIDO (ENT-NUMPEDIDO)
      * + A SEQUENCIA DA LINHA NO PEDIDO, DE MODO QUE OS ITENS DE UM
      * PEDIDO SAO LIDOS EM ORDEM COM START NA SEQUENCIA ZERO.
      * ITE-PESO-KG E ITE-VOLUME-M3 SAO O PESO E O VOLUME TOTAIS DA
      * LINHA (TODAS AS UNIDADES), JA PRONTOS PARA SOMAR NA CARGA DO
      * VEICULO. PEDIDO SEM ITENS TEM CARGA ZERO E SO OCUPA UMA
      * PARADA. COPY NA FILE SECTION DE QUALQUER PROGRAMA QUE LEIA
      * OU MANTENHA OS ITENS (HOJE: ITENS, ROTEIRO).
      * -----------------------------------------------------------
       FD ITEFILE VALUE OF FILE-ID IS "itens.dat".
       01 ITEFILE-REC.
           05 ITE-KEY.
               10 ITE-NUMPEDIDO PIC 9(07).
               10 ITE-SEQ       PIC 9(03).
           05 ITE-DESCRICAO     PIC X(30).
           05 ITE-QUANTIDADE    PIC 9(05).
           05 ITE-PESO-KG       PIC 9(05)V9(02).
           05 ITE-VOLUME-M3     PIC 9(03)V9(03).
           05 FILLER            PIC X(20).
