       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDFIXO.
      * -----------------------------------------------------------
      * MANUTENCAO DO CADASTRO DE PEDIDOS FIXOS (pedfixo.dat):
      * ENTREGAS RECORRENTES DE UM CLIENTE - SEMANAIS EM DIAS
      * MARCADOS, A CADA N DIAS OU NUM DIA FIXO DO MES - COM DATA
      * DE INICIO, DATA DE TERMINO OPCIONAL E DEPOSITO DE ORIGEM.
      * INCLUSAO, CONSULTA, ALTERACAO E EXCLUSAO (LOGICA - O PEDIDO
      * FIXO FICA INATIVO E PARA DE GERAR, MAS GUARDA A ULTIMA
      * GERACAO PARA UMA EVENTUAL REATIVACAO NAO REPETIR DATAS; AS
      * DATAS QUE PASSARAM COM O PEDIDO FIXO INATIVO NAO SAO
      * GERADAS NA REATIVACAO - O GERAFIXO SO AS LISTA E RECOMECA
      * EM HOJE). OS PEDIDOS SAO CRIADOS EM entregas.dat PELO
      * GERAFIXO; AQUI SO SE MANTEM A REGRA.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PFXFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PFX-STAT
               RECORD KEY IS PFX-NUMERO.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CNPJ.
           SELECT DEPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STAT
               RECORD KEY IS DEP-CODIGO.
           SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OPE-STAT
               RECORD KEY IS OPE-CODIGO.
       DATA DIVISION.
       FILE SECTION.
       COPY pedfixo-fd.

       COPY clientes-fd.

       COPY depositos-fd.

       COPY operador-fd.

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(11) VALUE "PEDFIXO -".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPCAO PIC X.
           88 E-INCLUIR   VALUE IS "1".
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 PFX-STAT PIC 9(02).
           88 PFX-OK         VALUE ZEROS.
           88 PFX-CANCELA    VALUE 99.
           88 PFX-NAO-EXISTE VALUE 35.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 DEP-STAT PIC 9(02).
           88 DEP-OK         VALUE ZEROS.
           88 DEP-NAO-EXISTE VALUE 35.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       77 WS-SW-VALIDO PIC X VALUE "N".
           88 WS-REGISTRO-VALIDO VALUE "S".
       77 WS-DIA-IDX PIC 9(01) COMP.
       77 WS-QTD-DIAS-MARCADOS PIC 9(01) COMP.

       COPY login-ws.

       COPY dtcal-ws.

       COPY screenio.

       SCREEN SECTION.
       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
                  HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
                  FROM WS-STATUS HIGHLIGHT
                  FOREGROUND-COLOR COR-FRENTE
                  BACKGROUND-COLOR COR-FUNDO.
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "   NUMERO DO PEDIDO FIXO:".
               10 COLUMN PLUS 2 PIC 9(05) USING PFX-NUMERO
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 09 COLUMN 10 VALUE "          CODIGO CLIENTE:".
               10 COLUMN PLUS 2 PIC 9(07) USING PFX-CODCLIE
                  BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 10 VALUE "      FREQUENCIA (S/N/M):".
               10 COLUMN PLUS 2 PIC X(01) USING PFX-FREQUENCIA.
               10 LINE 11 COLUMN 10 VALUE "  DIAS DA SEMANA (STQQSSD):".
               10 COLUMN PLUS 2 PIC X(07) USING PFX-DIAS-SEMANA.
               10 LINE 12 COLUMN 10 VALUE "   INTERVALO (N) EM DIAS:".
               10 COLUMN PLUS 2 PIC 9(03) USING PFX-INTERVALO
                  BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE "          DIA DO MES (M):".
               10 COLUMN PLUS 2 PIC 9(02) USING PFX-DIA-MES
                  BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE " INICIO (AAAAMMDD):".
               10 COLUMN PLUS 8 PIC 9(08) USING PFX-DT-INICIO
                  BLANK WHEN ZEROS.
               10 LINE 15 COLUMN 10 VALUE "    TERMINO (0=SEM FIM):".
               10 COLUMN PLUS 3 PIC 9(08) USING PFX-DT-FIM
                  BLANK WHEN ZEROS.
               10 LINE 16 COLUMN 10 VALUE "       DEPOSITO (0=AUTO):".
               10 COLUMN PLUS 2 PIC 9(03) USING PFX-DEPOSITO
                  BLANK WHEN ZEROS.
      *        DADOS SO DE CONSULTA: A SITUACAO MUDA PELA OPCAO
      *        EXCLUIR E A ULTIMA GERACAO E GRAVADA PELO GERAFIXO.
               10 LINE 17 COLUMN 10 VALUE "                SITUACAO:".
               10 COLUMN PLUS 2 PIC X(01) FROM PFX-SITUACAO.
               10 LINE 18 COLUMN 10 VALUE "  ULTIMA DATA JA GERADA:".
               10 COLUMN PLUS 3 PIC 9(08) FROM PFX-DT-ULT-GERADA
                  BLANK WHEN ZEROS.
               10 LINE 20 COLUMN 10 VALUE
                  "S-SEMANAL (MARQUE OS DIAS COM X)  N-A CADA N DIAS".
               10 LINE 21 COLUMN 10 VALUE
                  "M-MENSAL NO DIA INFORMADO".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.
       PROCEDURE DIVISION.
       INICIO.
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM ABRE-OPERADORES THRU ABRE-OPERADORES-FIM
           PERFORM EFETUA-LOGIN THRU EFETUA-LOGIN-FIM
           IF NOT WS-LOGIN-OK
               CLOSE OPERFILE
               STOP RUN
           END-IF
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "MENU" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN E-EXCLUIR
                       IF WS-PERFIL-SUPER
                           PERFORM EXCLUI THRU EXCLUI-FIM
                       ELSE
                           MOVE "OPCAO RESTRITA AO PERFIL SUPERVISOR"
                               TO WS-MSGERRO
                           PERFORM MOSTRA-ERRO
                       END-IF
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           CLOSE PFXFILE.
           CLOSE FILE1.
           CLOSE DEPFILE.
           CLOSE OPERFILE.
           STOP RUN.

      * -----------------------------------
       INCLUI.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LIMPA-REGISTRO.
       INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           IF PFX-NUMERO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DO PEDIDO FIXO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM VALIDA-REGISTRO THRU VALIDA-REGISTRO-FIM.
           IF NOT WS-REGISTRO-VALIDO
               GO INCLUI-LOOP
           END-IF
           MOVE "A" TO PFX-SITUACAO.
           MOVE ZEROS TO PFX-DT-ULT-GERADA.
           WRITE PFXFILE-REC
           INVALID KEY
               MOVE "PEDIDO FIXO JA CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO PFX-NUMERO
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       CONSULTA-LOOP.
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-PEDFIXO THRU LE-PEDFIXO-FIM.
           IF PFX-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF PFX-OK
               DISPLAY SS-TELA-REGISTRO
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * ALTERACAO DA REGRA. A ULTIMA DATA JA GERADA E MANTIDA: A
      * NOVA REGRA VALE PARA AS DATAS POSTERIORES A ELA, E OS
      * PEDIDOS JA CRIADOS EM entregas.dat NAO SAO MEXIDOS (SE
      * PRECISAR, SAO ALTERADOS UM A UM NO PROGRAMA ENTREGAS).
       ALTERA.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       ALTERA-LOOP.
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-PEDFIXO THRU LE-PEDFIXO-FIM.
           IF PFX-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF PFX-OK
               IF PFX-SIT-INATIVO
                   MOVE "PEDIDO FIXO INATIVO - REATIVE PELA OPCAO "
                       & "EXCLUIR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO ALTERA-LOOP
               END-IF
               DISPLAY SS-TELA-REGISTRO
               ACCEPT SS-DADOS
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO ALTERA-LOOP
               END-IF
           ELSE
               GO ALTERA-LOOP
           END-IF
           PERFORM VALIDA-REGISTRO THRU VALIDA-REGISTRO-FIM.
           IF NOT WS-REGISTRO-VALIDO
               GO ALTERA-LOOP
           END-IF
           REWRITE PFXFILE-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * EXCLUSAO LOGICA NOS MOLDES DO CADASTRO DE VEICULOS: INATIVA
      * O PEDIDO FIXO (OU REATIVA UM JA INATIVO). OS PEDIDOS JA
      * GERADOS EM entregas.dat CONTINUAM VALENDO.
       EXCLUI.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LIMPA-REGISTRO.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-PEDFIXO THRU LE-PEDFIXO-FIM.
           IF PFX-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT PFX-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-TELA-REGISTRO.
           IF PFX-SIT-INATIVO
               MOVE "N" TO WS-ERRO
               MOVE "PEDIDO FIXO JA INATIVO. REATIVAR (S/N)?"
                   TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   GO EXCLUI-FIM
               END-IF
               MOVE "A" TO PFX-SITUACAO
               REWRITE PFXFILE-REC
                   INVALID KEY
                       MOVE "ERRO AO REATIVAR" TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
               END-REWRITE
               GO EXCLUI-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO PEDIDO FIXO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           MOVE "I" TO PFX-SITUACAO.
           REWRITE PFXFILE-REC
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-REWRITE.
       EXCLUI-FIM.

      * -----------------------------------
      * CONFERE A REGRA DIGITADA: CLIENTE CADASTRADO E ATIVO,
      * FREQUENCIA VALIDA COM O DADO QUE ELA EXIGE (DIAS DA SEMANA,
      * INTERVALO OU DIA DO MES), DATAS DE CALENDARIO VALIDAS COM O
      * TERMINO NAO ANTERIOR AO INICIO E DEPOSITO (SE INFORMADO)
      * CADASTRADO E ATIVO. OS DIAS DA SEMANA SAO NORMALIZADOS PARA
      * "X"/BRANCO. SAIDA: WS-REGISTRO-VALIDO.
       VALIDA-REGISTRO.
           MOVE "N" TO WS-SW-VALIDO.
           IF PFX-CODCLIE EQUAL ZEROS
               MOVE "FAVOR INFORMAR O CODIGO DO CLIENTE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VALIDA-REGISTRO-FIM
           END-IF
           MOVE PFX-CODCLIE TO FS-CODCLIE.
           READ FILE1
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO VALIDA-REGISTRO-FIM
           END-READ.
           IF NOT FS-SIT-ATIVO
               MOVE "CLIENTE INATIVO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VALIDA-REGISTRO-FIM
           END-IF
           IF PFX-FREQUENCIA EQUAL "s" OR "n" OR "m"
               MOVE FUNCTION UPPER-CASE(PFX-FREQUENCIA)
                   TO PFX-FREQUENCIA
           END-IF
           IF NOT PFX-FREQ-VALIDA
               MOVE "FREQUENCIA INVALIDA (USE S, N OU M)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VALIDA-REGISTRO-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-DIAS-MARCADOS.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1 UNTIL WS-DIA-IDX > 7
               IF PFX-DIA-SEMANA(WS-DIA-IDX) NOT EQUAL SPACE
                   MOVE "X" TO PFX-DIA-SEMANA(WS-DIA-IDX)
                   ADD 1 TO WS-QTD-DIAS-MARCADOS
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN PFX-FREQ-SEMANAL
                   IF WS-QTD-DIAS-MARCADOS EQUAL ZEROS
                       MOVE "MARQUE AO MENOS UM DIA DA SEMANA"
                           TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO VALIDA-REGISTRO-FIM
                   END-IF
                   MOVE ZEROS TO PFX-INTERVALO PFX-DIA-MES
               WHEN PFX-FREQ-INTERVALO
                   IF PFX-INTERVALO EQUAL ZEROS
                       MOVE "INFORME O INTERVALO EM DIAS" TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO VALIDA-REGISTRO-FIM
                   END-IF
                   MOVE SPACES TO PFX-DIAS-SEMANA
                   MOVE ZEROS TO PFX-DIA-MES
               WHEN PFX-FREQ-MENSAL
                   IF PFX-DIA-MES < 1 OR PFX-DIA-MES > 31
                       MOVE "DIA DO MES DEVE SER DE 1 A 31"
                           TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO VALIDA-REGISTRO-FIM
                   END-IF
                   MOVE SPACES TO PFX-DIAS-SEMANA
                   MOVE ZEROS TO PFX-INTERVALO
           END-EVALUATE
           DISPLAY SS-TELA-REGISTRO.
           MOVE PFX-DT-INICIO TO WS-DTE-DATA.
           PERFORM DTE-CHECA-CALENDARIO THRU DTE-CHECA-CALENDARIO-FIM.
           IF NOT WS-DTE-OK
               MOVE "DATA DE INICIO INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VALIDA-REGISTRO-FIM
           END-IF
           IF PFX-DT-FIM NOT EQUAL ZEROS
               MOVE PFX-DT-FIM TO WS-DTE-DATA
               PERFORM DTE-CHECA-CALENDARIO THRU
                   DTE-CHECA-CALENDARIO-FIM
               IF NOT WS-DTE-OK
                   MOVE "DATA DE TERMINO INVALIDA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO VALIDA-REGISTRO-FIM
               END-IF
               IF PFX-DT-FIM < PFX-DT-INICIO
                   MOVE "TERMINO ANTERIOR AO INICIO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO VALIDA-REGISTRO-FIM
               END-IF
           END-IF
           IF PFX-DEPOSITO NOT EQUAL ZEROS
               MOVE PFX-DEPOSITO TO DEP-CODIGO
               READ DEPFILE
                   INVALID KEY
                       MOVE "DEPOSITO NAO CADASTRADO" TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO VALIDA-REGISTRO-FIM
               END-READ
               IF NOT DEP-SIT-ATIVO
                   MOVE "DEPOSITO INATIVO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO VALIDA-REGISTRO-FIM
               END-IF
           END-IF
           MOVE "S" TO WS-SW-VALIDO.
       VALIDA-REGISTRO-FIM.

      * -----------------------------------
      * LE UM PEDIDO FIXO PELO NUMERO INFORMADO NA TELA E MOSTRA
      * MENSAGEM SE A CHAVE NAO EXISTE.
       LE-PEDFIXO.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 99 TO PFX-STAT
               GO LE-PEDFIXO-FIM
           END-IF
           READ PFXFILE
               INVALID KEY
                   MOVE "PEDIDO FIXO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-READ.
       LE-PEDFIXO-FIM.

      * -----------------------------------
       LIMPA-REGISTRO.
           MOVE SPACES TO PFXFILE-REC.
           MOVE ZEROS TO PFX-NUMERO PFX-CODCLIE PFX-INTERVALO
               PFX-DIA-MES PFX-DT-INICIO PFX-DT-FIM PFX-DEPOSITO
               PFX-DT-ULT-GERADA.

      * -----------------------------------
      * ABRE O CADASTRO DE PEDIDOS FIXOS (CRIANDO SE NAO EXISTE) E
      * OS CADASTROS DE CLIENTES E DEPOSITOS PARA CONSULTA.
       ABRIR-ARQUIVOS.
           OPEN I-O PFXFILE
           IF PFX-NAO-EXISTE THEN
               OPEN OUTPUT PFXFILE
               CLOSE PFXFILE
               OPEN I-O PFXFILE
           END-IF.
           OPEN INPUT FILE1
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FILE1
               CLOSE FILE1
               OPEN INPUT FILE1
           END-IF.
           OPEN INPUT DEPFILE
           IF DEP-NAO-EXISTE THEN
               OPEN OUTPUT DEPFILE
               CLOSE DEPFILE
               OPEN INPUT DEPFILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

      * -----------------------------------
       COPY dtcal-pd.

      * -----------------------------------
       COPY login-pd.
