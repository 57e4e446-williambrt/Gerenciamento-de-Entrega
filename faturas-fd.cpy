      * ALTERNATIVA POR CLIENTE PARA AS CONSULTAS E PARA IMPEDIR
      * FATURA DUPLICADA DO MESMO MES. PAGAMENTO PARCIAL ACUMULA EM
      * FAT-VLR-PAGO COM A FATURA AINDA ABERTA ("A"); QUITADA VIRA
      * "P". ENTREGAS E COLETAS SAO COBRADAS EM LINHAS SEPARADAS
      * (QUANTIDADE E VALOR DE CADA SERVICO); FAT-VLR-TOTAL E O
      * VALOR A RECEBER DA FATURA, JA LIQUIDO DAS NOTAS DE CREDITO
      * DE RECLAMACOES APROVADAS (creditos.dat) ABATIDAS NA GERACAO,
      * QUE FICAM EM LINHA PROPRIA EM FAT-VLR-CREDITO (EM BRANCO NAS
      * FATURAS ANTERIORES AO CAMPO = SEM CREDITO). FATURAS GRAVADAS
      * ANTES DAS COLUNAS DE COLETA (REGISTRO DE 74 BYTES) SAO
      * CONVERTIDAS PELO FATURA.COB NA ABERTURA, COM O TOTAL COMO
      * ENTREGAS.
      * COPY NA FILE SECTION DE QUALQUER PROGRAMA QUE LEIA OU
      * MANTENHA O CONTAS A RECEBER (HOJE: FATURA, RETBANCO; E SO
      * PARA CONSULTA DA REGRA DE CREDITO, ENTREGAS E ROTEIRO).
      * -----------------------------------------------------------
       FD FATFILE VALUE OF FILE-ID IS "faturas.dat".
       01 FATFILE-REC.
           05 FAT-SITUACAO     PIC X(01).
               88 FAT-SIT-ABERTA VALUE "A".
               88 FAT-SIT-PAGA   VALUE "P".
           05 FAT-QTD-COLETAS  PIC 9(05).
           05 FAT-VLR-ENTREGAS PIC 9(09)V9(02).
           05 FAT-VLR-COLETAS  PIC 9(09)V9(02).
           05 FAT-VLR-CREDITO  PIC 9(09)V9(02).
           05 FILLER           PIC X(18).
