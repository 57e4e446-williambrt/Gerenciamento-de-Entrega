      * -----------------------------------------------------------
      * CREDITOS-FD - LAYOUT DO REGISTRO DE creditos.dat (NOTAS DE
      * CREDITO DO CLIENTE GERADAS PELA APROVACAO DE UMA
      * RECLAMACAO). CHAVE: A MESMA DA RECLAMACAO (PEDIDO +
      * SEQUENCIA), UMA NOTA POR RECLAMACAO APROVADA; CHAVE
      * ALTERNATIVA POR CLIENTE PARA A GERACAO DAS FATURAS. A
      * PROXIMA FATURA GERADA PARA O CLIENTE ABATE DO TOTAL O SALDO
      * DAS NOTAS DISPONIVEIS ("A"); O QUE NAO COUBER NA FATURA
      * FICA EM CRE-VLR-UTILIZADO PARCIAL PARA A SEGUINTE. NOTA
      * TOTALMENTE ABATIDA VIRA "U", COM A ULTIMA FATURA QUE A USOU
      * EM CRE-FATURA. COPY NA FILE SECTION DE QUALQUER PROGRAMA
      * QUE GERE OU CONSUMA CREDITOS (HOJE: RECLAMA, FATURA).
      * -----------------------------------------------------------
       FD CREFILE VALUE OF FILE-ID IS "creditos.dat".
       01 CRE-REC.
           05 CRE-KEY.
               10 CRE-NUMPEDIDO   PIC 9(07).
               10 CRE-SEQ         PIC 9(02).
           05 CRE-CODCLIE         PIC 9(07).
           05 CRE-DT-EMISSAO      PIC 9(08).
           05 CRE-VALOR           PIC 9(09)V9(02).
           05 CRE-VLR-UTILIZADO   PIC 9(09)V9(02).
           05 CRE-SITUACAO        PIC X(01).
               88 CRE-SIT-DISPONIVEL VALUE "A".
               88 CRE-SIT-UTILIZADO  VALUE "U".
           05 CRE-FATURA          PIC 9(07).
           05 CRE-OPERADOR        PIC X(10).
           05 FILLER              PIC X(20).
