      * OPERADOR-FD - LAYOUT DO REGISTRO DE operador.dat (CADASTRO
      * DE OPERADORES DO SISTEMA COM SENHA E PERFIL DE PERMISSAO).
      * PERFIL "S" = SUPERVISOR (PODE EXCLUIR, RODAR CARGA EM LOTE,
      * MANTER TARIFAS E OPERADORES, SOBREPOR A NUMERACAO
      * AUTOMATICA E LIBERAR PEDIDO DE CLIENTE RETIDO POR CREDITO);
      * PERFIL "O" = OPERADOR COMUM. COPY NA FILE
      * SECTION DE QUALQUER PROGRAMA COM SIGN-ON (HOJE: CLIENTES,
      * ENTREGAS, CARGALOTE, TARIFAS, OPERADOR) JUNTO COM
      * login-ws.cpy E login-pd.cpy.
