      * DE DEPOSITO (VER DEPCOORD-PD.CPY). COPY NA WORKING-STORAGE
      * SECTION JUNTO COM depositos-fd.cpy, deposito-ws.cpy (AS
      * COORDENADAS PADRAO DE RESERVA) E distkm-ws/pd.cpy (USADOS
      * POR ACHA-DEPOSITO-PROXIMO). HOJE: ENTREGAS, ROTEIRO, FRETE,
      * TARIFAS.
      * -----------------------------------------------------------
       77 DEP-STAT PIC 9(02).
           88 DEP-OK         VALUE ZEROS.
