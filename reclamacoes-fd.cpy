      * -----------------------------------------------------------
      * RECLAMACOES-FD - LAYOUT DO REGISTRO DE reclamacoes.dat
      * (RECLAMACOES DE AVARIA E FALTA DE MERCADORIA ABERTAS PELO
      * CLIENTE SOBRE UM PEDIDO ENTREGUE - "E"). CHAVE: NUMERO DO
      * PEDIDO + SEQUENCIA DA RECLAMACAO NO PEDIDO. O CLIENTE, A
      * PLACA (ENT-VEICULO), O MOTORISTA DO VEICULO E A DATA DA
      * ENTREGA SAO COPIADOS DO PEDIDO NA ABERTURA, PARA O
      * RELATORIO MENSAL NAO DEPENDER DE ALTERACOES POSTERIORES.
      * SITUACAO: "A" ABERTA, "N" EM ANALISE, "P" APROVADA (GERA
      * NOTA DE CREDITO EM creditos.dat NO VALOR APROVADO) E "R"
      * RECUSADA. CADA MUDANCA DE SITUACAO FICA NO HISTORICO
      * (reclamacoes_hist.dat). COPY NA FILE SECTION DE QUALQUER
      * PROGRAMA QUE MANTENHA OU CONSULTE AS RECLAMACOES (HOJE:
      * RECLAMA).
      * -----------------------------------------------------------
       FD RCLFILE VALUE OF FILE-ID IS "reclamacoes.dat".
       01 RCL-REC.
           05 RCL-KEY.
               10 RCL-NUMPEDIDO   PIC 9(07).
               10 RCL-SEQ         PIC 9(02).
           05 RCL-CODCLIE         PIC 9(07).
           05 RCL-VEICULO         PIC X(07).
           05 RCL-MOTORISTA       PIC X(30).
           05 RCL-DTENTREGA       PIC 9(08).
           05 RCL-DT-ABERTURA     PIC 9(08).
           05 RCL-TIPO            PIC X(01).
               88 RCL-TIPO-AVARIA   VALUE "A".
               88 RCL-TIPO-FALTA    VALUE "F".
               88 RCL-TIPO-EXTRAVIO VALUE "E".
               88 RCL-TIPO-OUTROS   VALUE "O".
               88 RCL-TIPO-VALIDO   VALUES "A" "F" "E" "O".
           05 RCL-VLR-DECLARADO   PIC 9(09)V9(02).
           05 RCL-VLR-APROVADO    PIC 9(09)V9(02).
           05 RCL-OBS             PIC X(60).
           05 RCL-SITUACAO        PIC X(01).
               88 RCL-SIT-ABERTA    VALUE "A".
               88 RCL-SIT-ANALISE   VALUE "N".
               88 RCL-SIT-APROVADA  VALUE "P".
               88 RCL-SIT-RECUSADA  VALUE "R".
               88 RCL-SIT-ENCERRADA VALUES "P" "R".
           05 RCL-DT-SITUACAO     PIC 9(08).
           05 FILLER              PIC X(20).
