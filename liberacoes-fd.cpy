      * -----------------------------------------------------------
      * LIBERACOES-FD - LAYOUT DO REGISTRO DE liberacoes.dat
      * (LIBERACOES DE CREDITO: PEDIDOS ACEITOS PARA CLIENTE RETIDO
      * PELA REGRA DE CREDITO, COM A AUTORIZACAO DO SUPERVISOR).
      * CHAVE: O NUMERO DO PEDIDO LIBERADO. GUARDA QUEM AUTORIZOU,
      * QUEM DIGITOU, QUANDO E POR QUE, E A SITUACAO DO CLIENTE NO
      * MOMENTO (SALDO ABERTO E MAIOR ATRASO). COPY NA FILE SECTION
      * DE QUALQUER PROGRAMA QUE GRAVE OU CONSULTE AS LIBERACOES
      * (HOJE: ENTREGAS, ROTEIRO).
      * -----------------------------------------------------------
       FD LIBFILE VALUE OF FILE-ID IS "liberacoes.dat".
       01 LIB-REC.
           05 LIB-NUMPEDIDO    PIC 9(07).
           05 LIB-CODCLIE      PIC 9(07).
           05 LIB-DATA-HORA    PIC X(21).
           05 LIB-SUPERVISOR   PIC X(10).
           05 LIB-OPERADOR     PIC X(10).
           05 LIB-MOTIVO       PIC X(50).
           05 LIB-RETENCAO     PIC X(40).
           05 LIB-SALDO-ABERTO PIC 9(11)V9(02).
           05 LIB-MAIOR-ATRASO PIC 9(05).
           05 FILLER           PIC X(20).
