      * -----------------------------------------------------------
      * RCLHIST-FD - LAYOUT DO REGISTRO DE reclamacoes_hist.dat
      * (HISTORICO DAS MUDANCAS DE SITUACAO DAS RECLAMACOES, NOS
      * MOLDES DE movimento.dat PARA AS ENTREGAS). CHAVE: A CHAVE DA
      * RECLAMACAO + SEQUENCIA DA MUDANCA. GUARDA DATA/HORA, O
      * OPERADOR DO SIGN-ON, A SITUACAO ANTERIOR E A NOVA, O VALOR
      * APROVADO (NA APROVACAO) E A JUSTIFICATIVA. COPY NA FILE
      * SECTION DE QUALQUER PROGRAMA QUE MUDE A SITUACAO DE UMA
      * RECLAMACAO (HOJE: RECLAMA).
      * -----------------------------------------------------------
       FD RCHFILE VALUE OF FILE-ID IS "reclamacoes_hist.dat".
       01 RCH-REC.
           05 RCH-KEY.
               10 RCH-NUMPEDIDO   PIC 9(07).
               10 RCH-SEQ-RCL     PIC 9(02).
               10 RCH-SEQ         PIC 9(03).
           05 RCH-DATA-HORA       PIC X(21).
           05 RCH-OPERADOR        PIC X(10).
           05 RCH-SIT-ANTERIOR    PIC X(01).
           05 RCH-SIT-NOVA        PIC X(01).
           05 RCH-VALOR           PIC 9(09)V9(02).
           05 RCH-TEXTO           PIC X(40).
           05 FILLER              PIC X(10).
