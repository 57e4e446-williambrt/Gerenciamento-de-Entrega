      * -----------------------------------------------------------
      * NOTURNO-FD - LAYOUT DO REGISTRO DE noturno.dat (LOG DAS
      * EXECUCOES DO PROCESSAMENTO NOTURNO, GRAVADO PELO NOTURNO).
      * CHAVE: NUMERO DA EXECUCAO + PASSO. O PASSO ZERO E O
      * CABECALHO DA EXECUCAO (INICIO/FIM, SITUACAO, EXECUCAO
      * RETOMADA, DATA-BASE DOS PARAMETROS E PASSO QUE INTERROMPEU
      * O FLUXO); OS DEMAIS SAO OS PASSOS DO ARQUIVO DE PASSOS, COM
      * PROGRAMA, PARAMETROS JA RESOLVIDOS, RETURN-CODE MAXIMO
      * PERMITIDO, INICIO/FIM E RETURN-CODE DEVOLVIDO. TODOS OS
      * PASSOS SAO GRAVADOS NO INICIO DA EXECUCAO COMO "N" (NAO
      * EXECUTADO), PARA O LOG MOSTRAR O FLUXO INTEIRO MESMO QUANDO
      * ELE PARA NO MEIO; PASSO QUE FICA "A" FOI INTERROMPIDO SEM
      * DEVOLVER RETURN-CODE. NA RETOMADA, OS PASSOS JA CONCLUIDOS
      * NA EXECUCAO ANTERIOR SAO COPIADOS COMO "J" E NAO RODAM DE
      * NOVO. COPY NA FILE SECTION DE QUALQUER PROGRAMA QUE GRAVE
      * OU LEIA O LOG (HOJE: NOTURNO).
      * -----------------------------------------------------------
       FD NOTFILE VALUE OF FILE-ID IS "noturno.dat".
       01 NOTFILE-REC.
           05 NOT-KEY.
               10 NOT-EXECUCAO       PIC 9(05).
               10 NOT-PASSO          PIC 9(02).
           05 NOT-DT-INICIO          PIC 9(08).
           05 NOT-HR-INICIO          PIC 9(06).
           05 NOT-DT-FIM             PIC 9(08).
           05 NOT-HR-FIM             PIC 9(06).
           05 NOT-SITUACAO           PIC X(01).
               88 NOT-EM-ANDAMENTO   VALUE "A".
               88 NOT-CONCLUIDO      VALUE "C".
               88 NOT-INTERROMPIDO   VALUE "I".
               88 NOT-FALHOU         VALUE "F".
               88 NOT-JA-CONCLUIDO   VALUE "J".
               88 NOT-NAO-EXECUTADO  VALUE "N".
           05 NOT-DADOS              PIC X(80).
           05 NOT-CABECALHO REDEFINES NOT-DADOS.
               10 NOT-EXEC-RETOMADA  PIC 9(05).
               10 NOT-DT-BASE        PIC 9(08).
               10 NOT-QTD-PASSOS     PIC 9(02).
               10 NOT-PASSO-FALHA    PIC 9(02).
               10 FILLER             PIC X(63).
           05 NOT-PASSO-DADOS REDEFINES NOT-DADOS.
               10 NOT-PROGRAMA       PIC X(10).
               10 NOT-RC-MAXIMO      PIC 9(03).
               10 NOT-RC             PIC 9(03).
               10 NOT-PARAMETROS     PIC X(60).
               10 FILLER             PIC X(04).
           05 FILLER                 PIC X(20).
