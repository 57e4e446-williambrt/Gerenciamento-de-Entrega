       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMA.
      * -----------------------------------------------------------
      * RECLAMACOES DE AVARIA E FALTA DE MERCADORIA
      * (reclamacoes.dat): ABERTURA, CONSULTA, MUDANCA DE SITUACAO E
      * RELATORIO MENSAL. A RECLAMACAO E ABERTA SOBRE UM PEDIDO JA
      * ENTREGUE ("E") DE entregas.dat, COM O TIPO (AVARIA, FALTA,
      * EXTRAVIO OU OUTROS), O VALOR DECLARADO PELO CLIENTE E AS
      * OBSERVACOES; O CLIENTE E A PLACA (ENT-VEICULO) SAO COPIADOS
      * DO PEDIDO E O MOTORISTA DA ROTA DO DIA DA ENTREGA
      * (rotas.dat; SEM ROTA GRAVADA, O ATUAL DO VEICULO EM
      * veiculos.dat). SITUACOES:
      * ABERTA ("A") > EM ANALISE ("N") > APROVADA ("P") OU
      * RECUSADA ("R"); APROVAR E RECUSAR SAO DO PERFIL SUPERVISOR E
      * ENCERRAM A RECLAMACAO. CADA MUDANCA, INCLUSIVE A ABERTURA,
      * FICA NO HISTORICO (reclamacoes_hist.dat) COM O OPERADOR DO
      * SIGN-ON. A APROVACAO GERA UMA NOTA DE CREDITO PARA O CLIENTE
      * (creditos.dat) NO VALOR APROVADO, QUE A PROXIMA GERACAO DE
      * FATURAS DO CLIENTE ABATE DO TOTAL (VER FATURA.COB). O
      * RELATORIO (relatorio_reclamacoes.txt) TOTALIZA AS
      * RECLAMACOES ABERTAS NO MES POR CLIENTE, POR VEICULO/MOTORISTA
      * E POR TIPO.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCLFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RCL-STAT
               RECORD KEY IS RCL-KEY.
           SELECT RCHFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RCH-STAT
               RECORD KEY IS RCH-KEY.
           SELECT CREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CRE-STAT
               RECORD KEY IS CRE-KEY
               ALTERNATE RECORD KEY IS CRE-CODCLIE
                   WITH DUPLICATES.
           SELECT ENTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENT-STAT
               RECORD KEY IS ENT-KEY
               ALTERNATE RECORD KEY IS ENT-CODCLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENT-DTENTREGA
                   WITH DUPLICATES.
           SELECT FILE1 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CNPJ.
           SELECT VEIFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VEI-STAT
               RECORD KEY IS VEI-PLACA.
           SELECT ROTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ROT-STAT
               RECORD KEY IS ROT-KEY.
           SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OPE-STAT
               RECORD KEY IS OPE-CODIGO.
           SELECT REL-RECLAMACOES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
       DATA DIVISION.
       FILE SECTION.
       COPY reclamacoes-fd.

       COPY rclhist-fd.

       COPY creditos-fd.

       COPY entregas-fd.

       COPY clientes-fd.

       COPY veiculos-fd.

       COPY rotas-fd.

       COPY operador-fd.

       FD REL-RECLAMACOES VALUE OF FILE-ID IS
           "relatorio_reclamacoes.txt".
       01 REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(11) VALUE "RECLAMA -".
           05 WS-OP PIC X(20) VALUE SPACES.

       77 WS-OPCAO PIC X.
           88 E-ABRIR      VALUE IS "1".
           88 E-CONSULTAR  VALUE IS "2".
           88 E-SITUACAO   VALUE IS "3".
           88 E-RELATORIO  VALUE IS "4".
           88 E-ENCERRAR   VALUE IS "X" "x".
       77 RCL-STAT PIC 9(02).
           88 RCL-OK         VALUE ZEROS.
           88 RCL-CANCELA    VALUE 99.
           88 RCL-NAO-EXISTE VALUE 35.
       77 RCH-STAT PIC 9(02).
           88 RCH-OK         VALUE ZEROS.
           88 RCH-NAO-EXISTE VALUE 35.
       77 CRE-STAT PIC 9(02).
           88 CRE-OK         VALUE ZEROS.
           88 CRE-NAO-EXISTE VALUE 35.
       77 ENT-STAT PIC 9(02).
           88 ENT-OK         VALUE ZEROS.
           88 ENT-NAO-EXISTE VALUE 35.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 VEI-STAT PIC 9(02).
           88 VEI-OK         VALUE ZEROS.
           88 VEI-NAO-EXISTE VALUE 35.
       77 ROT-STAT PIC 9(02).
           88 ROT-OK         VALUE ZEROS.
           88 ROT-NAO-EXISTE VALUE 35.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-NUML PIC 999.
       77 WS-NUMC PIC 999.
       77 COR-FUNDO PIC 9 VALUE 1.
       77 COR-FRENTE PIC 9 VALUE 6.

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAAMMDD PIC 9(08).
           05 FILLER           PIC X(13).

      * NUMERACAO DAS RECLAMACOES DENTRO DO PEDIDO.
       77 WS-RCL-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WS-RCL-ULT-SEQ PIC 9(02) VALUE ZEROS.

      * MUDANCA DE SITUACAO: NOVA SITUACAO, VALOR APROVADO E
      * JUSTIFICATIVA INFORMADOS NA TELA SS-MUDA-SITUACAO.
       77 WS-RCL-NOVA-SIT PIC X(01) VALUE SPACES.
       77 WS-RCL-SIT-ANTERIOR PIC X(01) VALUE SPACES.
       77 WS-RCL-VLR-APROVAR PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-RCL-TEXTO PIC X(40) VALUE SPACES.

      * RELATORIO MENSAL: TABELAS DE TOTAIS POR CLIENTE, POR
      * VEICULO/MOTORISTA E POR TIPO, MANTIDAS NA ORDEM DA CHAVE.
       77 WS-REL-MES PIC 9(06) VALUE ZEROS.
       77 WS-RCL-MES PIC 9(06).
       77 WS-QTD-MES PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FORA PIC 9(05) VALUE ZEROS.
       77 WS-MAX-CLI PIC 9(03) VALUE 500 COMP.
       77 WS-QTD-CLI PIC 9(03) VALUE ZEROS COMP.
       77 WS-MAX-VEI PIC 9(03) VALUE 100 COMP.
       77 WS-QTD-VEI PIC 9(03) VALUE ZEROS COMP.
       77 WS-IDX PIC 9(03) COMP.
       77 WS-POS PIC 9(03) COMP.
       77 WS-SW-ACHOU PIC X VALUE "N".
           88 WS-ACHOU VALUE "S".
       01 WS-TAB-CLI.
           05 WS-TC OCCURS 500 TIMES.
               10 WS-TC-CODCLIE  PIC 9(07).
               10 WS-TC-QTD      PIC 9(05).
               10 WS-TC-APROV    PIC 9(05).
               10 WS-TC-RECUS    PIC 9(05).
               10 WS-TC-DECL     PIC 9(11)V9(02).
               10 WS-TC-VLR-APRV PIC 9(11)V9(02).
       01 WS-TAB-VEI.
           05 WS-TV OCCURS 100 TIMES.
               10 WS-TV-PLACA     PIC X(07).
               10 WS-TV-MOTORISTA PIC X(30).
               10 WS-TV-QTD       PIC 9(05).
               10 WS-TV-APROV     PIC 9(05).
               10 WS-TV-RECUS     PIC 9(05).
               10 WS-TV-DECL      PIC 9(11)V9(02).
               10 WS-TV-VLR-APRV  PIC 9(11)V9(02).
       01 WS-TAB-TIPO.
           05 WS-TT OCCURS 4 TIMES.
               10 WS-TT-QTD       PIC 9(05).
               10 WS-TT-APROV     PIC 9(05).
               10 WS-TT-RECUS     PIC 9(05).
               10 WS-TT-DECL      PIC 9(11)V9(02).
               10 WS-TT-VLR-APRV  PIC 9(11)V9(02).
       01 WS-TIPOS-DESCR.
           05 FILLER PIC X(41) VALUE "AAVARIA".
           05 FILLER PIC X(41) VALUE "FFALTA DE MERCADORIA".
           05 FILLER PIC X(41) VALUE "EEXTRAVIO".
           05 FILLER PIC X(41) VALUE "OOUTROS".
       01 WS-TIPOS-TAB REDEFINES WS-TIPOS-DESCR.
           05 WS-TIPO-ITEM OCCURS 4 TIMES.
               10 WS-TIPO-COD   PIC X(01).
               10 WS-TIPO-DESCR PIC X(40).
       01 WS-TOTAIS.
           05 WS-TOT-QTD       PIC 9(05).
           05 WS-TOT-APROV     PIC 9(05).
           05 WS-TOT-RECUS     PIC 9(05).
           05 WS-TOT-DECL      PIC 9(11)V9(02).
           05 WS-TOT-VLR-APRV  PIC 9(11)V9(02).

       01 WS-REL-CAB.
           05 FILLER PIC X(28) VALUE "RECLAMACOES ABERTAS NO MES ".
           05 WS-CAB-MES PIC 9(06).
       01 WS-REL-TITULO PIC X(132).
       01 WS-REL-SUBCAB.
           05 WS-SUB-CHAVE PIC X(51).
           05 FILLER PIC X(51) VALUE
              "  QTD  APROV  RECUS       DECLARADO        APROVADO".
       01 WS-REL-DETALHE.
           05 WS-REL-D-CHAVE     PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-DESCR     PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-QTD       PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-APROV     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-RECUS     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-DECL      PIC Z(10)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-VLR-APRV  PIC Z(10)9.99.
       01 WS-REL-D-CODCLIE PIC 9(07).
       01 WS-REL-NENHUMA PIC X(132) VALUE
          "  NENHUMA RECLAMACAO ABERTA NO MES".
       01 WS-REL-FORA.
           05 FILLER PIC X(09) VALUE "ATENCAO: ".
           05 WS-REL-FORA-QTD PIC ZZZZ9.
           05 FILLER PIC X(50) VALUE
              " RECLAMACOES SEM ESPACO NAS TABELAS POR CLIENTE OU".
           05 FILLER PIC X(31) VALUE
              " VEICULO (SO NO TOTAL POR TIPO)".

       COPY login-ws.

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
           05 LINE 07 COLUMN 15 VALUE "1 - ABRIR RECLAMACAO".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - MUDAR SITUACAO".
           05 LINE 10 COLUMN 15 VALUE "4 - RELATORIO DO MES".
           05 LINE 11 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-MES FOREGROUND-COLOR 2.
           05 LINE 10 COLUMN 10 VALUE "MES DA ABERTURA (AAAAMM):".
           05 COLUMN PLUS 2 PIC 9(06) USING WS-REL-MES
              BLANK WHEN ZEROS.

       01 SS-TELA-RECLAMACAO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 06 COLUMN 10 VALUE "          PEDIDO:".
               10 COLUMN PLUS 2 PIC 9(07) USING RCL-NUMPEDIDO
                  BLANK WHEN ZEROS.
               10 LINE 07 COLUMN 10 VALUE " SEQ. RECLAMACAO:".
               10 COLUMN PLUS 2 PIC 9(02) USING RCL-SEQ
                  BLANK WHEN ZEROS.
           05 SS-PEDIDO.
               10 LINE 08 COLUMN 10 VALUE "         CLIENTE:".
               10 COLUMN PLUS 2 PIC 9(07) FROM RCL-CODCLIE.
               10 LINE 09 COLUMN 10 VALUE "         VEICULO:".
               10 COLUMN PLUS 2 PIC X(07) FROM RCL-VEICULO.
               10 COLUMN PLUS 2 PIC X(30) FROM RCL-MOTORISTA.
               10 LINE 10 COLUMN 10 VALUE "    DATA ENTREGA:".
               10 COLUMN PLUS 2 PIC 9(08) FROM RCL-DTENTREGA.
               10 LINE 11 COLUMN 10 VALUE "        ABERTURA:".
               10 COLUMN PLUS 2 PIC 9(08) FROM RCL-DT-ABERTURA.
           05 SS-DADOS.
               10 LINE 13 COLUMN 10 VALUE "  TIPO (A/F/E/O):".
               10 COLUMN PLUS 2 PIC X(01) USING RCL-TIPO.
               10 LINE 14 COLUMN 10 VALUE
                  "A-AVARIA F-FALTA E-EXTRAVIO O-OUTROS".
               10 LINE 15 COLUMN 10 VALUE " VALOR DECLARADO:".
               10 COLUMN PLUS 2 PIC 9(09)V9(02)
                  USING RCL-VLR-DECLARADO.
               10 LINE 16 COLUMN 10 VALUE "     OBSERVACOES:".
               10 LINE 17 COLUMN 10 PIC X(60) USING RCL-OBS.
           05 SS-SITUACAO.
               10 LINE 18 COLUMN 10 VALUE "        SITUACAO:".
               10 COLUMN PLUS 2 PIC X(01) FROM RCL-SITUACAO.
               10 COLUMN PLUS 2 VALUE
                  "A-ABERTA N-EM ANALISE P-APROVADA R-RECUSADA".
               10 LINE 19 COLUMN 10 VALUE "  VALOR APROVADO:".
               10 COLUMN PLUS 2 PIC ZZZZZZZZ9.99
                  FROM RCL-VLR-APROVADO.

       01 SS-MUDA-SITUACAO FOREGROUND-COLOR 6.
           05 LINE 20 COLUMN 10 VALUE "   NOVA SITUACAO:".
           05 COLUMN PLUS 2 PIC X(01) USING WS-RCL-NOVA-SIT.
           05 COLUMN PLUS 2 VALUE "(N/P/R)".
           05 LINE 21 COLUMN 10 VALUE "  VALOR APROVADO:".
           05 COLUMN PLUS 2 PIC 9(09)V9(02) USING WS-RCL-VLR-APROVAR.
           05 LINE 22 COLUMN 10 VALUE "   JUSTIFICATIVA:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-RCL-TEXTO.

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
                   WHEN E-ABRIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-SITUACAO
                       PERFORM MUDA-SITUACAO THRU MUDA-SITUACAO-FIM
                   WHEN E-RELATORIO
                       PERFORM RELATORIO THRU RELATORIO-FIM
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           CLOSE RCLFILE.
           CLOSE RCHFILE.
           CLOSE CREFILE.
           CLOSE ENTFILE.
           CLOSE FILE1.
           CLOSE VEIFILE.
           CLOSE ROTFILE.
           CLOSE OPERFILE.
           STOP RUN.

      * -----------------------------------
      * ABRE UMA RECLAMACAO SOBRE UM PEDIDO ENTREGUE. SEQUENCIA
      * ZERADA NA TELA = PROXIMA SEQUENCIA LIVRE DO PEDIDO. CLIENTE,
      * VEICULO, MOTORISTA E DATA DA ENTREGA VEM DO PEDIDO.
       INCLUI.
           MOVE "ABERTURA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LIMPA-RECLAMACAO.
       INCLUI-LOOP.
           DISPLAY SS-TELA-RECLAMACAO.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM.
           IF NOT ENT-OK
               GO INCLUI-LOOP
           END-IF
           IF ENT-SITUACAO NOT EQUAL "E"
               MOVE "SO PEDIDO ENTREGUE (E) PODE TER RECLAMACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF RCL-SEQ EQUAL ZEROS
               PERFORM OBTEM-PROX-SEQ THRU OBTEM-PROX-SEQ-FIM
           END-IF
           MOVE ENT-CODCLIE   TO RCL-CODCLIE.
           MOVE ENT-VEICULO   TO RCL-VEICULO.
           MOVE ENT-DTENTREGA TO RCL-DTENTREGA.
           PERFORM OBTEM-MOTORISTA THRU OBTEM-MOTORISTA-FIM.
           DISPLAY SS-TELA-RECLAMACAO.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           PERFORM VALIDA-RECLAMACAO THRU VALIDA-RECLAMACAO-FIM.
           IF WS-MSGERRO NOT EQUAL SPACES
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO RCL-DT-ABERTURA RCL-DT-SITUACAO.
           MOVE "A" TO RCL-SITUACAO.
           MOVE ZEROS TO RCL-VLR-APROVADO.
           WRITE RCL-REC
           INVALID KEY
               MOVE "RECLAMACAO JA CADASTRADA NO PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO RCL-SEQ
           NOT INVALID KEY
               MOVE SPACE TO WS-RCL-SIT-ANTERIOR
               MOVE "ABERTURA DA RECLAMACAO" TO WS-RCL-TEXTO
               PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       CONSULTA-LOOP.
           PERFORM LIMPA-RECLAMACAO.
           DISPLAY SS-TELA-RECLAMACAO.
           PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-FIM.
           IF RCL-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF RCL-OK
               DISPLAY SS-TELA-RECLAMACAO
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * MUDA A SITUACAO DE UMA RECLAMACAO AINDA NAO ENCERRADA: EM
      * ANALISE ("N") POR QUALQUER OPERADOR; APROVADA ("P") OU
      * RECUSADA ("R") SO PELO SUPERVISOR. NA APROVACAO O VALOR
      * APROVADO (ATE O DECLARADO) VIRA NOTA DE CREDITO DO CLIENTE;
      * A RECUSA EXIGE JUSTIFICATIVA. A MUDANCA VAI PARA O
      * HISTORICO COM O OPERADOR DO SIGN-ON.
       MUDA-SITUACAO.
           MOVE "MUDANCA DE SITUACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       MUDA-SITUACAO-LOOP.
           PERFORM LIMPA-RECLAMACAO.
           DISPLAY SS-TELA-RECLAMACAO.
           PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-FIM.
           IF RCL-CANCELA
               GO MUDA-SITUACAO-FIM
           END-IF
           IF NOT RCL-OK
               GO MUDA-SITUACAO-LOOP
           END-IF
           DISPLAY SS-TELA-RECLAMACAO.
           IF RCL-SIT-ENCERRADA
               MOVE "RECLAMACAO JA ENCERRADA (APROVADA OU RECUSADA)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MUDA-SITUACAO-LOOP
           END-IF
           MOVE SPACES TO WS-RCL-NOVA-SIT WS-RCL-TEXTO.
           MOVE RCL-VLR-DECLARADO TO WS-RCL-VLR-APROVAR.
           ACCEPT SS-MUDA-SITUACAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MUDA-SITUACAO-LOOP
           END-IF
           PERFORM VALIDA-MUDANCA THRU VALIDA-MUDANCA-FIM.
           IF WS-MSGERRO NOT EQUAL SPACES
               PERFORM MOSTRA-ERRO
               GO MUDA-SITUACAO-LOOP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE RCL-SITUACAO TO WS-RCL-SIT-ANTERIOR.
           MOVE WS-RCL-NOVA-SIT TO RCL-SITUACAO.
           MOVE WS-HOJE-AAAAMMDD TO RCL-DT-SITUACAO.
           IF RCL-SIT-APROVADA
               MOVE WS-RCL-VLR-APROVAR TO RCL-VLR-APROVADO
           END-IF
           REWRITE RCL-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO MUDA-SITUACAO-LOOP
           END-REWRITE.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM.
           IF RCL-SIT-APROVADA
               PERFORM GRAVA-CREDITO THRU GRAVA-CREDITO-FIM
           ELSE
               MOVE "SITUACAO ALTERADA" TO WS-MSGERRO
           END-IF
           PERFORM MOSTRA-ERRO.
           GO MUDA-SITUACAO-LOOP.
       MUDA-SITUACAO-FIM.

      * -----------------------------------
      * CONFERE A MUDANCA DE SITUACAO DIGITADA. SAIDA: WS-MSGERRO EM
      * BRANCO SE ESTA TUDO CERTO.
       VALIDA-MUDANCA.
           MOVE SPACES TO WS-MSGERRO.
           EVALUATE WS-RCL-NOVA-SIT
               WHEN "N"
                   IF RCL-SIT-ANALISE
                       MOVE "RECLAMACAO JA ESTA EM ANALISE"
                           TO WS-MSGERRO
                   END-IF
               WHEN "P"
                   IF NOT WS-PERFIL-SUPER
                       MOVE "APROVACAO RESTRITA AO PERFIL SUPERVISOR"
                           TO WS-MSGERRO
                   ELSE
                       IF WS-RCL-VLR-APROVAR EQUAL ZEROS OR
                          WS-RCL-VLR-APROVAR > RCL-VLR-DECLARADO
                           MOVE "VALOR APROVADO DEVE SER MAIOR QUE ZER
      -                         "O E ATE O DECLARADO" TO WS-MSGERRO
                       END-IF
                   END-IF
               WHEN "R"
                   IF NOT WS-PERFIL-SUPER
                       MOVE "RECUSA RESTRITA AO PERFIL SUPERVISOR"
                           TO WS-MSGERRO
                   ELSE
                       IF WS-RCL-TEXTO EQUAL SPACES
                           MOVE "INFORME A JUSTIFICATIVA DA RECUSA"
                               TO WS-MSGERRO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "NOVA SITUACAO INVALIDA - USE N, P OU R"
                       TO WS-MSGERRO
           END-EVALUATE.
       VALIDA-MUDANCA-FIM.

      * -----------------------------------
      * CONFERE OS DADOS DIGITADOS NA ABERTURA. SAIDA: WS-MSGERRO EM
      * BRANCO SE ESTA TUDO CERTO.
       VALIDA-RECLAMACAO.
           MOVE SPACES TO WS-MSGERRO.
           IF NOT RCL-TIPO-VALIDO
               MOVE "TIPO INVALIDO - USE A, F, E OU O" TO WS-MSGERRO
               GO VALIDA-RECLAMACAO-FIM
           END-IF
           IF RCL-VLR-DECLARADO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O VALOR DECLARADO PELO CLIENTE"
                   TO WS-MSGERRO
               GO VALIDA-RECLAMACAO-FIM
           END-IF
           IF RCL-OBS EQUAL SPACES
               MOVE "FAVOR INFORMAR AS OBSERVACOES DA RECLAMACAO"
                   TO WS-MSGERRO
           END-IF.
       VALIDA-RECLAMACAO-FIM.

      * -----------------------------------
      * LE UMA RECLAMACAO PELA CHAVE INFORMADA NA TELA (PEDIDO +
      * SEQUENCIA) E MOSTRA MENSAGEM SE A CHAVE NAO EXISTE.
       LE-RECLAMACAO.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 99 TO RCL-STAT
               GO LE-RECLAMACAO-FIM
           END-IF
           READ RCLFILE
               INVALID KEY
                   MOVE "RECLAMACAO NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-READ.
       LE-RECLAMACAO-FIM.

      * -----------------------------------
      * LE EM entregas.dat O PEDIDO DA CHAVE DA RECLAMACAO E MOSTRA
      * MENSAGEM SE NAO EXISTE. SAIDA: ENT-STAT E O PEDIDO EM
      * ENTFILE-REC.
       LE-PEDIDO.
           IF RCL-NUMPEDIDO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 23 TO ENT-STAT
               GO LE-PEDIDO-FIM
           END-IF
           MOVE RCL-NUMPEDIDO TO ENT-NUMPEDIDO.
           READ ENTFILE
               INVALID KEY
                   MOVE "PEDIDO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   MOVE 23 TO ENT-STAT
           END-READ.
       LE-PEDIDO-FIM.

      * -----------------------------------
      * ACHA A ULTIMA RECLAMACAO GRAVADA NO PEDIDO RCL-NUMPEDIDO E
      * DEIXA EM RCL-SEQ A SEGUINTE.
       OBTEM-PROX-SEQ.
           MOVE RCL-NUMPEDIDO TO WS-RCL-PEDIDO.
           MOVE ZEROS TO WS-RCL-ULT-SEQ.
           MOVE ZEROS TO RCL-STAT.
           START RCLFILE KEY IS NOT LESS RCL-KEY
               INVALID KEY
                   MOVE 10 TO RCL-STAT
           END-START.
       OBTEM-PROX-SEQ-LOOP.
           IF NOT RCL-OK
               GO OBTEM-PROX-SEQ-FECHA
           END-IF
           READ RCLFILE NEXT RECORD
               AT END
                   GO OBTEM-PROX-SEQ-FECHA
           END-READ.
           IF RCL-NUMPEDIDO NOT EQUAL WS-RCL-PEDIDO
               GO OBTEM-PROX-SEQ-FECHA
           END-IF
           MOVE RCL-SEQ TO WS-RCL-ULT-SEQ.
           GO OBTEM-PROX-SEQ-LOOP.
       OBTEM-PROX-SEQ-FECHA.
           PERFORM LIMPA-RECLAMACAO.
           MOVE WS-RCL-PEDIDO TO RCL-NUMPEDIDO.
           COMPUTE RCL-SEQ = WS-RCL-ULT-SEQ + 1.
       OBTEM-PROX-SEQ-FIM.

      * -----------------------------------
      * GRAVA EM reclamacoes_hist.dat A MUDANCA DE SITUACAO DA
      * RECLAMACAO EM RCL-REC (DE WS-RCL-SIT-ANTERIOR PARA
      * RCL-SITUACAO), COM A PROXIMA SEQUENCIA LIVRE, DATA/HORA,
      * WS-OPERADOR E WS-RCL-TEXTO, NOS MOLDES DE GRAVA-MOVIMENTO.
       GRAVA-HISTORICO.
           MOVE RCL-NUMPEDIDO TO RCH-NUMPEDIDO.
           MOVE RCL-SEQ TO RCH-SEQ-RCL.
           MOVE ZEROS TO RCH-SEQ.
           MOVE ZEROS TO RCH-STAT.
           PERFORM UNTIL NOT RCH-OK
               ADD 1 TO RCH-SEQ
               MOVE RCL-NUMPEDIDO TO RCH-NUMPEDIDO
               MOVE RCL-SEQ TO RCH-SEQ-RCL
               READ RCHFILE
               END-READ
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO RCH-DATA-HORA.
           MOVE WS-OPERADOR         TO RCH-OPERADOR.
           MOVE WS-RCL-SIT-ANTERIOR TO RCH-SIT-ANTERIOR.
           MOVE RCL-SITUACAO        TO RCH-SIT-NOVA.
           IF RCL-SIT-APROVADA
               MOVE RCL-VLR-APROVADO TO RCH-VALOR
           ELSE
               MOVE ZEROS TO RCH-VALOR
           END-IF
           MOVE WS-RCL-TEXTO        TO RCH-TEXTO.
           WRITE RCH-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       GRAVA-HISTORICO-FIM.

      * -----------------------------------
      * GERA A NOTA DE CREDITO DA RECLAMACAO APROVADA EM RCL-REC,
      * DISPONIVEL PARA A PROXIMA FATURA DO CLIENTE.
       GRAVA-CREDITO.
           MOVE SPACES TO CRE-REC.
           MOVE RCL-NUMPEDIDO    TO CRE-NUMPEDIDO.
           MOVE RCL-SEQ          TO CRE-SEQ.
           MOVE RCL-CODCLIE      TO CRE-CODCLIE.
           MOVE WS-HOJE-AAAAMMDD TO CRE-DT-EMISSAO.
           MOVE RCL-VLR-APROVADO TO CRE-VALOR.
           MOVE ZEROS            TO CRE-VLR-UTILIZADO CRE-FATURA.
           MOVE "A"              TO CRE-SITUACAO.
           MOVE WS-OPERADOR      TO CRE-OPERADOR.
           WRITE CRE-REC
               INVALID KEY
                   MOVE "RECLAMACAO APROVADA - NOTA DE CREDITO JA EXIST
      -                 "IA" TO WS-MSGERRO
               NOT INVALID KEY
                   MOVE "RECLAMACAO APROVADA - NOTA DE CREDITO GERADA"
                       TO WS-MSGERRO
           END-WRITE.
       GRAVA-CREDITO-FIM.

      * -----------------------------------
      * GRAVA O RELATORIO DO MES INFORMADO: AS RECLAMACOES ABERTAS
      * NO MES (RCL-DT-ABERTURA), COM QUANTIDADE, APROVADAS,
      * RECUSADAS, VALOR DECLARADO E VALOR APROVADO, TOTALIZADAS
      * POR CLIENTE, POR VEICULO/MOTORISTA E POR TIPO.
       RELATORIO.
           MOVE "RELATORIO" TO WS-OP.
           MOVE "ESC PARA CANCELAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-REL-MES.
       RELATORIO-LOOP.
           ACCEPT SS-MES.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RELATORIO-FIM
           END-IF
           IF WS-REL-MES EQUAL ZEROS
               MOVE "FAVOR INFORMAR O MES (AAAAMM)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RELATORIO-LOOP
           END-IF
           MOVE ZEROS TO WS-QTD-MES WS-QTD-FORA WS-QTD-CLI WS-QTD-VEI.
           INITIALIZE WS-TAB-TIPO WS-TOTAIS.
           MOVE LOW-VALUES TO RCL-KEY.
           MOVE ZEROS TO RCL-STAT.
           START RCLFILE KEY IS NOT LESS RCL-KEY
               INVALID KEY
                   MOVE 10 TO RCL-STAT
           END-START.
           PERFORM UNTIL NOT RCL-OK
               READ RCLFILE NEXT RECORD
                   AT END
                       MOVE 10 TO RCL-STAT
                   NOT AT END
                       MOVE RCL-DT-ABERTURA(1:6) TO WS-RCL-MES
                       IF WS-RCL-MES EQUAL WS-REL-MES
                           PERFORM ACUMULA-RECLAMACAO THRU
                               ACUMULA-RECLAMACAO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM GRAVA-RELATORIO THRU GRAVA-RELATORIO-FIM.
           MOVE SPACES TO WS-MSGERRO.
           STRING WS-QTD-MES " RECLAMACOES DO MES EM "
               "relatorio_reclamacoes.txt"
               DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RELATORIO-FIM.

      * -----------------------------------
      * SOMA A RECLAMACAO LIDA NOS TOTAIS GERAIS, NO SEU TIPO, NO
      * SEU CLIENTE E NO SEU VEICULO/MOTORISTA.
       ACUMULA-RECLAMACAO.
           ADD 1 TO WS-QTD-MES.
           ADD 1 TO WS-TOT-QTD.
           ADD RCL-VLR-DECLARADO TO WS-TOT-DECL.
           ADD RCL-VLR-APROVADO TO WS-TOT-VLR-APRV.
           IF RCL-SIT-APROVADA
               ADD 1 TO WS-TOT-APROV
           END-IF
           IF RCL-SIT-RECUSADA
               ADD 1 TO WS-TOT-RECUS
           END-IF
           MOVE 4 TO WS-IDX.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 4
               IF RCL-TIPO EQUAL WS-TIPO-COD(WS-POS)
                   MOVE WS-POS TO WS-IDX
               END-IF
           END-PERFORM.
           ADD 1 TO WS-TT-QTD(WS-IDX).
           ADD RCL-VLR-DECLARADO TO WS-TT-DECL(WS-IDX).
           ADD RCL-VLR-APROVADO TO WS-TT-VLR-APRV(WS-IDX).
           IF RCL-SIT-APROVADA
               ADD 1 TO WS-TT-APROV(WS-IDX)
           END-IF
           IF RCL-SIT-RECUSADA
               ADD 1 TO WS-TT-RECUS(WS-IDX)
           END-IF
           PERFORM ACUMULA-CLIENTE THRU ACUMULA-CLIENTE-FIM.
           PERFORM ACUMULA-VEICULO THRU ACUMULA-VEICULO-FIM.
       ACUMULA-RECLAMACAO-FIM.

      * -----------------------------------
      * LOCALIZA O CLIENTE NA TABELA (ORDENADA PELO CODIGO); SE NAO
      * ESTA, ABRE ESPACO NA POSICAO DELE. TABELA CHEIA: A
      * RECLAMACAO FICA SO NOS TOTAIS E CONTA EM WS-QTD-FORA.
       ACUMULA-CLIENTE.
           MOVE "N" TO WS-SW-ACHOU.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-QTD-CLI
                   OR WS-TC-CODCLIE(WS-POS) NOT < RCL-CODCLIE
               ADD 1 TO WS-POS
           END-PERFORM.
           IF WS-POS NOT > WS-QTD-CLI
               IF WS-TC-CODCLIE(WS-POS) EQUAL RCL-CODCLIE
                   MOVE "S" TO WS-SW-ACHOU
               END-IF
           END-IF
           IF NOT WS-ACHOU
               IF WS-QTD-CLI NOT < WS-MAX-CLI
                   ADD 1 TO WS-QTD-FORA
                   GO ACUMULA-CLIENTE-FIM
               END-IF
               PERFORM VARYING WS-IDX FROM WS-QTD-CLI BY -1
                       UNTIL WS-IDX < WS-POS
                   MOVE WS-TC(WS-IDX) TO WS-TC(WS-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-CLI
               INITIALIZE WS-TC(WS-POS)
               MOVE RCL-CODCLIE TO WS-TC-CODCLIE(WS-POS)
           END-IF
           ADD 1 TO WS-TC-QTD(WS-POS).
           ADD RCL-VLR-DECLARADO TO WS-TC-DECL(WS-POS).
           ADD RCL-VLR-APROVADO TO WS-TC-VLR-APRV(WS-POS).
           IF RCL-SIT-APROVADA
               ADD 1 TO WS-TC-APROV(WS-POS)
           END-IF
           IF RCL-SIT-RECUSADA
               ADD 1 TO WS-TC-RECUS(WS-POS)
           END-IF.
       ACUMULA-CLIENTE-FIM.

      * -----------------------------------
      * MESMA LOGICA DE ACUMULA-CLIENTE PARA A TABELA POR VEICULO E
      * MOTORISTA (ORDENADA POR PLACA + MOTORISTA).
       ACUMULA-VEICULO.
           MOVE "N" TO WS-SW-ACHOU.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > WS-QTD-VEI
                   OR WS-TV-PLACA(WS-POS) > RCL-VEICULO
                   OR (WS-TV-PLACA(WS-POS) EQUAL RCL-VEICULO AND
                       WS-TV-MOTORISTA(WS-POS) NOT < RCL-MOTORISTA)
               ADD 1 TO WS-POS
           END-PERFORM.
           IF WS-POS NOT > WS-QTD-VEI
               IF WS-TV-PLACA(WS-POS) EQUAL RCL-VEICULO AND
                  WS-TV-MOTORISTA(WS-POS) EQUAL RCL-MOTORISTA
                   MOVE "S" TO WS-SW-ACHOU
               END-IF
           END-IF
           IF NOT WS-ACHOU
               IF WS-QTD-VEI NOT < WS-MAX-VEI
                   ADD 1 TO WS-QTD-FORA
                   GO ACUMULA-VEICULO-FIM
               END-IF
               PERFORM VARYING WS-IDX FROM WS-QTD-VEI BY -1
                       UNTIL WS-IDX < WS-POS
                   MOVE WS-TV(WS-IDX) TO WS-TV(WS-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-VEI
               INITIALIZE WS-TV(WS-POS)
               MOVE RCL-VEICULO   TO WS-TV-PLACA(WS-POS)
               MOVE RCL-MOTORISTA TO WS-TV-MOTORISTA(WS-POS)
           END-IF
           ADD 1 TO WS-TV-QTD(WS-POS).
           ADD RCL-VLR-DECLARADO TO WS-TV-DECL(WS-POS).
           ADD RCL-VLR-APROVADO TO WS-TV-VLR-APRV(WS-POS).
           IF RCL-SIT-APROVADA
               ADD 1 TO WS-TV-APROV(WS-POS)
           END-IF
           IF RCL-SIT-RECUSADA
               ADD 1 TO WS-TV-RECUS(WS-POS)
           END-IF.
       ACUMULA-VEICULO-FIM.

      * -----------------------------------
      * GRAVA relatorio_reclamacoes.txt COM AS TRES SECOES E O
      * TOTAL DO MES NO FIM DE CADA UMA.
       GRAVA-RELATORIO.
           OPEN OUTPUT REL-RECLAMACOES.
           MOVE WS-REL-MES TO WS-CAB-MES.
           WRITE REL-LINHA FROM WS-REL-CAB.
           IF WS-QTD-MES EQUAL ZEROS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM WS-REL-NENHUMA
               GO GRAVA-RELATORIO-FECHA
           END-IF
           MOVE "POR CLIENTE" TO WS-REL-TITULO.
           MOVE "CLIENTE  RAZAO SOCIAL" TO WS-SUB-CHAVE.
           PERFORM GRAVA-TITULO-SECAO.
           PERFORM GRAVA-LINHA-CLIENTE THRU GRAVA-LINHA-CLIENTE-FIM
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-CLI.
           PERFORM GRAVA-TOTAL-SECAO.
           MOVE "POR VEICULO / MOTORISTA" TO WS-REL-TITULO.
           MOVE "PLACA    MOTORISTA" TO WS-SUB-CHAVE.
           PERFORM GRAVA-TITULO-SECAO.
           PERFORM GRAVA-LINHA-VEICULO THRU GRAVA-LINHA-VEICULO-FIM
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-VEI.
           PERFORM GRAVA-TOTAL-SECAO.
           MOVE "POR TIPO (MOTIVO DA RECLAMACAO)" TO WS-REL-TITULO.
           MOVE "TIPO     DESCRICAO" TO WS-SUB-CHAVE.
           PERFORM GRAVA-TITULO-SECAO.
           PERFORM GRAVA-LINHA-TIPO THRU GRAVA-LINHA-TIPO-FIM
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
           PERFORM GRAVA-TOTAL-SECAO.
           IF WS-QTD-FORA NOT EQUAL ZEROS
               MOVE WS-QTD-FORA TO WS-REL-FORA-QTD
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM WS-REL-FORA
           END-IF.
       GRAVA-RELATORIO-FECHA.
           CLOSE REL-RECLAMACOES.
       GRAVA-RELATORIO-FIM.

      * -----------------------------------
       GRAVA-TITULO-SECAO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-REL-TITULO.
           WRITE REL-LINHA FROM WS-REL-SUBCAB.

      * -----------------------------------
       GRAVA-TOTAL-SECAO.
           MOVE SPACES TO WS-REL-D-CHAVE.
           MOVE "TOTAL DO MES" TO WS-REL-D-DESCR.
           MOVE WS-TOT-QTD      TO WS-REL-D-QTD.
           MOVE WS-TOT-APROV    TO WS-REL-D-APROV.
           MOVE WS-TOT-RECUS    TO WS-REL-D-RECUS.
           MOVE WS-TOT-DECL     TO WS-REL-D-DECL.
           MOVE WS-TOT-VLR-APRV TO WS-REL-D-VLR-APRV.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

      * -----------------------------------
       GRAVA-LINHA-CLIENTE.
           MOVE WS-TC-CODCLIE(WS-IDX) TO WS-REL-D-CODCLIE.
           MOVE WS-REL-D-CODCLIE TO WS-REL-D-CHAVE.
           MOVE WS-TC-CODCLIE(WS-IDX) TO FS-CODCLIE.
           READ FILE1
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***"
                       TO WS-REL-D-DESCR
               NOT INVALID KEY
                   MOVE FS-RZSOCIAL TO WS-REL-D-DESCR
           END-READ.
           MOVE WS-TC-QTD(WS-IDX)      TO WS-REL-D-QTD.
           MOVE WS-TC-APROV(WS-IDX)    TO WS-REL-D-APROV.
           MOVE WS-TC-RECUS(WS-IDX)    TO WS-REL-D-RECUS.
           MOVE WS-TC-DECL(WS-IDX)     TO WS-REL-D-DECL.
           MOVE WS-TC-VLR-APRV(WS-IDX) TO WS-REL-D-VLR-APRV.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
       GRAVA-LINHA-CLIENTE-FIM.

      * -----------------------------------
       GRAVA-LINHA-VEICULO.
           IF WS-TV-PLACA(WS-IDX) EQUAL SPACES
               MOVE "S/PLACA" TO WS-REL-D-CHAVE
           ELSE
               MOVE WS-TV-PLACA(WS-IDX) TO WS-REL-D-CHAVE
           END-IF
           MOVE WS-TV-MOTORISTA(WS-IDX) TO WS-REL-D-DESCR.
           MOVE WS-TV-QTD(WS-IDX)      TO WS-REL-D-QTD.
           MOVE WS-TV-APROV(WS-IDX)    TO WS-REL-D-APROV.
           MOVE WS-TV-RECUS(WS-IDX)    TO WS-REL-D-RECUS.
           MOVE WS-TV-DECL(WS-IDX)     TO WS-REL-D-DECL.
           MOVE WS-TV-VLR-APRV(WS-IDX) TO WS-REL-D-VLR-APRV.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
       GRAVA-LINHA-VEICULO-FIM.

      * -----------------------------------
       GRAVA-LINHA-TIPO.
           MOVE WS-TIPO-COD(WS-IDX)    TO WS-REL-D-CHAVE.
           MOVE WS-TIPO-DESCR(WS-IDX)  TO WS-REL-D-DESCR.
           MOVE WS-TT-QTD(WS-IDX)      TO WS-REL-D-QTD.
           MOVE WS-TT-APROV(WS-IDX)    TO WS-REL-D-APROV.
           MOVE WS-TT-RECUS(WS-IDX)    TO WS-REL-D-RECUS.
           MOVE WS-TT-DECL(WS-IDX)     TO WS-REL-D-DECL.
           MOVE WS-TT-VLR-APRV(WS-IDX) TO WS-REL-D-VLR-APRV.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
       GRAVA-LINHA-TIPO-FIM.

      * -----------------------------------
      * DEIXA O REGISTRO DA RECLAMACAO LIMPO PARA A TELA.
       LIMPA-RECLAMACAO.
           MOVE SPACES TO RCL-REC.
           MOVE ZEROS TO RCL-KEY RCL-CODCLIE RCL-DTENTREGA
               RCL-DT-ABERTURA RCL-VLR-DECLARADO RCL-VLR-APROVADO
               RCL-DT-SITUACAO.

      * -----------------------------------
      * ABRE AS RECLAMACOES, O HISTORICO E OS CREDITOS PARA
      * ATUALIZACAO, CRIANDO SE NAO EXISTEM, E ENTREGAS, CLIENTES E
      * VEICULOS PARA CONSULTA.
       ABRIR-ARQUIVOS.
           OPEN I-O RCLFILE
           IF RCL-NAO-EXISTE THEN
               OPEN OUTPUT RCLFILE
               CLOSE RCLFILE
               OPEN I-O RCLFILE
           END-IF
           OPEN I-O RCHFILE
           IF RCH-NAO-EXISTE THEN
               OPEN OUTPUT RCHFILE
               CLOSE RCHFILE
               OPEN I-O RCHFILE
           END-IF
           OPEN I-O CREFILE
           IF CRE-NAO-EXISTE THEN
               OPEN OUTPUT CREFILE
               CLOSE CREFILE
               OPEN I-O CREFILE
           END-IF
           OPEN INPUT ENTFILE
           IF ENT-NAO-EXISTE THEN
               OPEN OUTPUT ENTFILE
               CLOSE ENTFILE
               OPEN INPUT ENTFILE
           END-IF
           IF NOT ENT-OK
               DISPLAY "RECLAMA: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               STOP RUN
           END-IF
           OPEN INPUT FILE1
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FILE1
               CLOSE FILE1
               OPEN INPUT FILE1
           END-IF
           OPEN INPUT VEIFILE
           IF VEI-NAO-EXISTE THEN
               OPEN OUTPUT VEIFILE
               CLOSE VEIFILE
               OPEN INPUT VEIFILE
           END-IF
           IF NOT VEI-OK
               DISPLAY "RECLAMA: ERRO AO ABRIR veiculos.dat (STATUS "
                   VEI-STAT ") - ABRA O PROGRAMA VEICULOS PARA "
                   "CONVERTER O CADASTRO"
               STOP RUN
           END-IF
           OPEN INPUT ROTFILE
           IF ROT-NAO-EXISTE THEN
               OPEN OUTPUT ROTFILE
               CLOSE ROTFILE
               OPEN INPUT ROTFILE
           END-IF
           IF NOT ROT-OK
               DISPLAY "RECLAMA: ERRO AO ABRIR rotas.dat (STATUS "
                   ROT-STAT ")"
               STOP RUN
           END-IF.

      * -----------------------------------
      * MOTORISTA QUE FEZ A ENTREGA EM ENTFILE-REC: O DO CABECALHO
      * DA ROTA DO DIA (rotas.dat: DATA DA ENTREGA + PLACA +
      * DEPOSITO, SEQUENCIA ZERO), O MESMO QUE O PRODUTIV USA. SO
      * SEM ROTA GRAVADA (ENTREGA ROTEADA ANTES DE rotas.dat
      * EXISTIR) VALE O MOTORISTA ATUAL DO VEICULO.
       OBTEM-MOTORISTA.
           MOVE SPACES TO RCL-MOTORISTA.
           IF ENT-VEICULO EQUAL SPACES
               GO OBTEM-MOTORISTA-FIM
           END-IF
           MOVE ENT-DTENTREGA TO ROT-DATA.
           MOVE ENT-VEICULO   TO ROT-PLACA.
           MOVE ENT-DEPOSITO  TO ROT-DEPOSITO.
           MOVE ZEROS         TO ROT-SEQ.
           READ ROTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ROT-MOTORISTA TO RCL-MOTORISTA
                   GO OBTEM-MOTORISTA-FIM
           END-READ.
           MOVE ENT-VEICULO TO VEI-PLACA.
           READ VEIFILE
               NOT INVALID KEY
                   MOVE VEI-MOTORISTA TO RCL-MOTORISTA
           END-READ.
       OBTEM-MOTORISTA-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

      * -----------------------------------
       COPY login-pd.
