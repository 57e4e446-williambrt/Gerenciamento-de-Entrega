      * ZEROS = PASSADA CONCLUIDA, VER FRETE.COB). COPY NA FILE
      * SECTION DE QUALQUER PROGRAMA QUE CONSUMA NUMERACAO OU
      * PARAMETROS (HOJE: CLIENTES, ENTREGAS, EXPORTA, IMPORTA,
      * CALENDARIO, FATURA, FRETE, NOTURNO). O FILLER RESERVA
      * ESPACO PARA NOVOS PARAMETROS SEM MUDAR O TAMANHO DO
      * REGISTRO.
      * -----------------------------------------------------------
       FD CONTROLE VALUE OF FILE-ID IS "controle.dat".
       01 CTL-REC.
