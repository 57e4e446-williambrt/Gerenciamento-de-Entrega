      * -----------------------------------------------------------
      * PEDFIXO-FD - LAYOUT DO REGISTRO DE pedfixo.dat (CADASTRO DE
      * PEDIDOS FIXOS: ENTREGAS RECORRENTES DE UM CLIENTE). CHAVE:
      * O NUMERO DO PEDIDO FIXO. A FREQUENCIA DIZ COMO AS DATAS SE
      * REPETEM:
      *   S - SEMANAL, NOS DIAS MARCADOS (QUALQUER CARACTER NAO
      *       BRANCO) EM PFX-DIA-SEMANA: 1=SEG 2=TER 3=QUA 4=QUI
      *       5=SEX 6=SAB 7=DOM;
      *   N - A CADA PFX-INTERVALO DIAS, CONTADOS DE PFX-DT-INICIO;
      *   M - MENSAL, NO DIA PFX-DIA-MES (EM MES MAIS CURTO, NO
      *       ULTIMO DIA DO MES).
      * PFX-DT-FIM ZERADA = SEM DATA DE TERMINO. PFX-DEPOSITO
      * ZERADO = DEPOSITO ATIVO MAIS PROXIMO DO CLIENTE, COMO NA
      * INCLUSAO MANUAL. PFX-DT-ULT-GERADA E GRAVADA PELO GERAFIXO:
      * ULTIMA DATA PREVISTA JA TRATADA, DE MODO QUE CADA
      * OCORRENCIA E GERADA UMA UNICA VEZ MESMO COM RODADAS
      * REPETIDAS OU INTERROMPIDAS. COPY NA FILE SECTION DE
      * QUALQUER PROGRAMA QUE LEIA OU MANTENHA O CADASTRO (HOJE:
      * PEDFIXO, GERAFIXO).
      * -----------------------------------------------------------
       FD PFXFILE VALUE OF FILE-ID IS "pedfixo.dat".
       01 PFXFILE-REC.
           05 PFX-NUMERO        PIC 9(05).
           05 PFX-CODCLIE       PIC 9(07).
           05 PFX-FREQUENCIA    PIC X(01).
               88 PFX-FREQ-SEMANAL   VALUE "S".
               88 PFX-FREQ-INTERVALO VALUE "N".
               88 PFX-FREQ-MENSAL    VALUE "M".
               88 PFX-FREQ-VALIDA    VALUES "S" "N" "M".
           05 PFX-DIAS-SEMANA.
               10 PFX-DIA-SEMANA PIC X(01) OCCURS 7 TIMES.
           05 PFX-INTERVALO     PIC 9(03).
           05 PFX-DIA-MES       PIC 9(02).
           05 PFX-DT-INICIO     PIC 9(08).
           05 PFX-DT-FIM        PIC 9(08).
           05 PFX-DEPOSITO      PIC 9(03).
           05 PFX-SITUACAO      PIC X(01).
               88 PFX-SIT-ATIVO   VALUE "A".
               88 PFX-SIT-INATIVO VALUE "I".
           05 PFX-DT-ULT-GERADA PIC 9(08).
           05 FILLER            PIC X(20).
