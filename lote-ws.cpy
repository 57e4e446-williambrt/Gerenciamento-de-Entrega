      * -----------------------------------------------------------
      * LOTE-WS - INDICADOR DE EXECUCAO DESASSISTIDA PELO
      * PROCESSAMENTO NOTURNO (NOTURNO.COB), QUE LIGA A VARIAVEL DE
      * AMBIENTE NOTURNO=S ANTES DE CHAMAR CADA PASSO. O PROGRAMA
      * LE O INDICADOR COM ACCEPT ... FROM ENVIRONMENT "NOTURNO" E,
      * LIGADO, NAO PERGUNTA NADA NO CONSOLE: PARAMETRO FALTANDO OU
      * INVALIDO NA LINHA DE COMANDO ENCERRA COM RETURN-CODE 8 EM
      * VEZ DE ESPERAR O OPERADOR. HOJE: FRETE, FATURA, EXPORTA,
      * DESEMPENHO, UTILARQ, CONCILIA.
      * -----------------------------------------------------------
       77 WS-MODO-NOTURNO PIC X VALUE SPACE.
           88 WS-EM-LOTE-NOTURNO VALUE "S".
