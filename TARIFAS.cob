      * INCLUSAO, CONSULTA, ALTERACAO E EXCLUSAO DE FAIXAS DE
      * DISTANCIA, GERAIS (CODIGO DE CLIENTE ZERADO) OU POR CLIENTE
      * (ACORDO QUE PREVALECE SOBRE A TABELA GERAL NO CALCULO DO
      * FRETE EM FRETE.COB). CADA FAIXA TEM O VALOR DA ENTREGA E,
      * OPCIONALMENTE, O VALOR DA COLETA (ZERADO = SEM PRECO DE
      * COLETA NA FAIXA). AS FAIXAS PERTENCEM A UMA VERSAO DA TABELA
      * DO CODIGO, IDENTIFICADA PELO INICIO DA VIGENCIA; O FRETE DE
      * CADA ENTREGA USA A VERSAO EM VIGOR NA DATA DA ENTREGA.
      * O REAJUSTE CRIA UMA NOVA VERSAO DA TABELA GERAL OU DO ACORDO
      * DE UM CLIENTE, A PARTIR DE UMA DATA, APLICANDO UM PERCENTUAL
      * SOBRE A ULTIMA VERSAO. ANTES DE GRAVAR, IMPRIME A SIMULACAO
      * (reajuste_simulacao.txt): OS PEDIDOS ENTREGUES NO MES
      * ANTERIOR RECALCULADOS PELA TABELA ATUAL E PELA NOVA, POR
      * CLIENTE, PARA APROVACAO DO COMERCIAL; A NOVA VERSAO SO E
      * GRAVADA COM A CONFIRMACAO DO OPERADOR. SE tarifas.dat AINDA
      * ESTA NO FORMATO ANTERIOR A VIGENCIA, A ABERTURA O CONVERTE
      * (AS FAIXAS EXISTENTES VIRAM A VERSAO ORIGINAL, VIGENCIA 0).
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TAR-STAT
               RECORD KEY IS TAR-KEY.
      *    VISAO DE tarifas.dat NO FORMATO ANTERIOR A VIGENCIA
      *    (REGISTRO DE 29 BYTES, CHAVE CLIENTE + FAIXA), PARA A
      *    CONVERSAO NA ABERTURA, PASSANDO POR tarifas.cnv.
           SELECT TARLEG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TLG-STAT
               RECORD KEY IS TLG-KEY.
           SELECT TARCNV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TCV-STAT.
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
           SELECT DEPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STAT
               RECORD KEY IS DEP-CODIGO.
           SELECT REL-REAJUSTE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
           SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       COPY tarifas-fd.

      * VISAO LEGADA DE tarifas.dat (VER O SELECT DE TARLEG) E O
      * ARQUIVO DE PASSAGEM DA CONVERSAO, NO MESMO TAMANHO.
       FD TARLEG VALUE OF FILE-ID IS "tarifas.dat".
       01 TARLEG-REC.
           05 TLG-KEY    PIC X(12).
           05 FILLER     PIC X(17).

       FD TARCNV VALUE OF FILE-ID IS "tarifas.cnv".
       01 TARCNV-REC.
           05 TCV-CODCLIE      PIC 9(07).
           05 TCV-DIST-ATE     PIC 9(05).
           05 TCV-VALOR        PIC 9(05)V9(02).
           05 TCV-VALOR-COLETA PIC 9(05)V9(02).
           05 FILLER           PIC X(03).

       COPY entregas-fd.

       COPY clientes-fd.

       COPY depositos-fd.

       FD REL-REAJUSTE VALUE OF FILE-ID IS "reajuste_simulacao.txt".
       01 REL-LINHA PIC X(132).

       COPY operador-fd.

       WORKING-STORAGE SECTION.
           88 E-CONSULTAR VALUE IS "2".
           88 E-ALTERAR   VALUE IS "3".
           88 E-EXCLUIR   VALUE IS "4".
           88 E-REAJUSTAR VALUE IS "5".
           88 E-ENCERRAR  VALUE IS "X" "x".
       77 TAR-STAT PIC 9(02).
           88 TAR-OK         VALUE ZEROS.
           88 TAR-CANCELA    VALUE 99.
           88 TAR-NAO-EXISTE VALUE 35.
           88 TAR-FORMATO-ANTIGO VALUE 39.
       77 TLG-STAT PIC 9(02).
           88 TLG-OK VALUE ZEROS.
       77 TCV-STAT PIC 9(02).
           88 TCV-OK VALUE ZEROS.
       77 WS-QTD-CONVERTIDAS PIC 9(05) VALUE ZEROS.
       77 ENT-STAT PIC 9(02).
           88 ENT-OK         VALUE ZEROS.
           88 ENT-NAO-EXISTE VALUE 35.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

       77 WS-STATUS PIC X(30).
       77 WS-MSGERRO PIC X(80).

       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAAMMDD PIC 9(08).
           05 WS-HOJE-R REDEFINES WS-HOJE-AAAAMMDD.
               10 WS-HOJE-AAAA PIC 9(04).
               10 WS-HOJE-MM   PIC 9(02).
               10 WS-HOJE-DD   PIC 9(02).
           05 FILLER           PIC X(13).

      * REAJUSTE: PARAMETROS DA TELA, VERSAO DE ORIGEM E AS FAIXAS
      * DELA, CARREGADAS ANTES DA SIMULACAO E REGRAVADAS COM A NOVA
      * VIGENCIA NA CONFIRMACAO.
       77 WS-RJ-CODCLIE PIC 9(07) VALUE ZEROS.
       77 WS-RJ-PCT PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-RJ-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WS-RJ-VIG-BASE PIC 9(08) VALUE ZEROS.
       77 WS-RJ-MES PIC 9(06) VALUE ZEROS.
       77 WS-RJ-MAX-FAIXAS PIC 9(03) VALUE 200 COMP.
       77 WS-RJ-QTD-FAIXAS PIC 9(03) VALUE ZEROS COMP.
       77 WS-RJ-IDX PIC 9(03) COMP.
       77 WS-RJ-QTD-GRAVADAS PIC 9(03) VALUE ZEROS.
       77 WS-SW-RJ-VERSAO PIC X VALUE "N".
           88 WS-RJ-TEM-VERSAO VALUE "S".
       01 WS-RJ-TAB-FAIXAS.
           05 WS-RJ-FAIXA OCCURS 200 TIMES.
               10 WS-RJ-DIST-ATE     PIC 9(05).
               10 WS-RJ-VALOR        PIC 9(05)V9(02).
               10 WS-RJ-VALOR-COLETA PIC 9(05)V9(02).

      * SIMULACAO: QUEBRA POR CLIENTE E TOTAIS
       77 WS-ENT-MES PIC 9(06).
       77 WS-SIM-CLI-ATUAL PIC 9(07) VALUE ZEROS.
       77 WS-SW-SIM-CLI PIC X VALUE "N".
           88 WS-SIM-TEM-CLIENTE VALUE "S".
       77 WS-SIM-NOVO PIC 9(07)V9(02).
       77 WS-SIM-QTD-SEM-FAIXA PIC 9(05) VALUE ZEROS.
       01 WS-SIM-ACC.
           05 WS-SIM-ACC-QTD     PIC 9(05).
           05 WS-SIM-ACC-COBRADO PIC 9(09)V9(02).
           05 WS-SIM-ACC-ATUAL   PIC 9(09)V9(02).
           05 WS-SIM-ACC-NOVO    PIC 9(09)V9(02).
       01 WS-SIM-TOT.
           05 WS-SIM-TOT-QTD     PIC 9(05).
           05 WS-SIM-TOT-COBRADO PIC 9(11)V9(02).
           05 WS-SIM-TOT-ATUAL   PIC 9(11)V9(02).
           05 WS-SIM-TOT-NOVO    PIC 9(11)V9(02).
       77 WS-SIM-DIFERENCA PIC S9(11)V9(02).
       77 WS-SIM-VARIACAO PIC S9(03)V9(02).

       01 WS-REL-CAB1 PIC X(132) VALUE
          "SIMULACAO DE REAJUSTE DA TABELA DE TARIFAS".
       01 WS-REL-CAB2.
           05 FILLER PIC X(08) VALUE "TABELA: ".
           05 WS-CAB-TABELA PIC X(40).
       01 WS-REL-CAB3.
           05 FILLER PIC X(12) VALUE "PERCENTUAL: ".
           05 WS-CAB-PCT PIC ZZ9.99.
           05 FILLER PIC X(26) VALUE "%   NOVA VIGENCIA A PARTIR".
           05 FILLER PIC X(04) VALUE " DE ".
           05 WS-CAB-VIGENCIA PIC 9(08).
           05 FILLER PIC X(24) VALUE "   SOBRE A VERSAO DE ".
           05 WS-CAB-VIG-BASE PIC 9(08).
       01 WS-REL-CAB4.
           05 FILLER PIC X(40) VALUE
              "PEDIDOS ENTREGUES NO MES DE REFERENCIA: ".
           05 WS-CAB-MES PIC 9(06).
       01 WS-REL-SUBCAB.
           05 FILLER PIC X(39) VALUE "CLIENTE  RAZAO SOCIAL".
           05 FILLER PIC X(40) VALUE
              "    QTD        COBRADO   TABELA ATUAL   ".
           05 FILLER PIC X(36) VALUE
              " TABELA NOVA      DIFERENCA    VAR %".
       01 WS-REL-DETALHE.
           05 WS-REL-D-CODCLIE  PIC X(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-RZSOCIAL PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-QTD      PIC ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-COBRADO  PIC Z(09)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-ATUAL    PIC Z(09)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-NOVO     PIC Z(09)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-DIFER    PIC -(09)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-VARIACAO PIC -ZZ9.99.
       01 WS-REL-D-COD-NUM PIC 9(07).
       01 WS-REL-NENHUM PIC X(132) VALUE
          "  NENHUM PEDIDO ENTREGUE NO MES PARA A TABELA REAJUSTADA".
       01 WS-REL-AVISO.
           05 WS-AVISO-QTD PIC ZZZZ9.
           05 FILLER PIC X(50) VALUE
              " PEDIDOS SEM FAIXA DE TARIFA (FRETE ZERO NAS DUAS ".
           05 FILLER PIC X(08) VALUE "TABELAS)".

       COPY deposito-ws.

       COPY depcoord-ws.

       COPY distkm-ws.

       COPY frete-ws.

       COPY login-ws.

       COPY screenio.
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - REAJUSTE".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
                  "CLIENTE (0=GERAL):".
               10 COLUMN PLUS 2 PIC 9(07) USING TAR-CODCLIE
                  BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE "INICIO VIGENCIA:".
               10 COLUMN PLUS 2 PIC 9(08) USING TAR-DT-VIGENCIA
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE "(AAAAMMDD, 0=ORIGINAL)".
               10 LINE 12 COLUMN 10 VALUE " FAIXA ATE KM:".
               10 COLUMN PLUS 2 PIC 9(05) USING TAR-DIST-ATE
                  BLANK WHEN ZEROS.
           05 SS-DADOS.
               10 LINE 13 COLUMN 10 VALUE "  VALOR FRETE:".
               10 COLUMN PLUS 2 PIC 9(05)V9(02) USING TAR-VALOR.
               10 LINE 14 COLUMN 10 VALUE " VALOR COLETA:".
               10 COLUMN PLUS 2 PIC 9(05)V9(02)
                  USING TAR-VALOR-COLETA.
           05 SS-ORIGEM.
               10 LINE 16 COLUMN 10 VALUE "     CADASTRO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM TAR-DT-CADASTRO
                  BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 PIC X(10) FROM TAR-OPERADOR.
               10 LINE 17 COLUMN 10 VALUE "     REAJUSTE:".
               10 COLUMN PLUS 2 PIC ZZ9.99 FROM TAR-PCT-REAJUSTE.
               10 COLUMN PLUS 1 VALUE "% SOBRE A VIGENCIA".
               10 COLUMN PLUS 2 PIC 9(08) FROM TAR-VIG-ORIGEM.

       01 SS-REAJUSTE FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 10 VALUE "   CLIENTE (0=GERAL):".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-RJ-CODCLIE
              BLANK WHEN ZEROS.
           05 LINE 09 COLUMN 10 VALUE "      PERCENTUAL (%):".
           05 COLUMN PLUS 2 PIC 9(03)V9(02) USING WS-RJ-PCT.
           05 LINE 10 COLUMN 10 VALUE "VIGENCIA A PARTIR DE:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-RJ-VIGENCIA
              BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE "(AAAAMMDD)".

       01 SS-SIMULACAO FOREGROUND-COLOR 6.
           05 LINE 12 COLUMN 10 VALUE "     VERSAO DE ORIGEM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-RJ-VIG-BASE.
           05 COLUMN PLUS 2 PIC ZZ9 FROM WS-RJ-QTD-FAIXAS.
           05 COLUMN PLUS 1 VALUE "FAIXAS".
           05 LINE 13 COLUMN 10 VALUE "    MES SIMULADO:".
           05 COLUMN PLUS 2 PIC 9(06) FROM WS-RJ-MES.
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-SIM-TOT-QTD.
           05 COLUMN PLUS 1 VALUE "PEDIDOS".
           05 LINE 14 COLUMN 10 VALUE "    FRETE NA TABELA ATUAL:".
           05 COLUMN PLUS 2 PIC Z(10)9.99 FROM WS-SIM-TOT-ATUAL.
           05 LINE 15 COLUMN 10 VALUE "     FRETE NA TABELA NOVA:".
           05 COLUMN PLUS 2 PIC Z(10)9.99 FROM WS-SIM-TOT-NOVO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN E-EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN E-REAJUSTAR
                       PERFORM REAJUSTE THRU REAJUSTE-FIM
               END-EVALUATE
           END-PERFORM.
       FINALIZA.
           CLOSE TARFILE.
           CLOSE ENTFILE.
           CLOSE FILE1.
           CLOSE DEPFILE.
           CLOSE OPERFILE.
           STOP RUN.

           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LIMPA-TARIFA.
       INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           IF TAR-DT-VIGENCIA NOT EQUAL ZEROS AND
                   FUNCTION TEST-DATE-YYYYMMDD(TAR-DT-VIGENCIA)
                       NOT EQUAL 0
               MOVE "DATA DE INICIO DA VIGENCIA INVALIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF TAR-DIST-ATE EQUAL ZEROS
               MOVE "FAVOR INFORMAR O LIMITE DA FAIXA EM KM"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO TAR-DT-CADASTRO.
           MOVE WS-OPERADOR TO TAR-OPERADOR.
           MOVE ZEROS TO TAR-VIG-ORIGEM TAR-PCT-REAJUSTE.
           WRITE TARFILE-REC
           INVALID KEY
               MOVE "FAIXA JA CADASTRADA" TO WS-MSGERRO
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       CONSULTA-LOOP.
           PERFORM LIMPA-TARIFA.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-TARIFA THRU LE-TARIFA-FIM.
           IF TAR-CANCELA
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       ALTERA-LOOP.
           PERFORM LIMPA-TARIFA.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-TARIFA THRU LE-TARIFA-FIM.
           IF TAR-CANCELA
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LIMPA-TARIFA.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-TARIFA THRU LE-TARIFA-FIM.
           IF TAR-CANCELA
           END-DELETE.
       EXCLUI-FIM.

      * -----------------------------------
      * REAJUSTE DA TABELA GERAL (CLIENTE 0) OU DO ACORDO DE UM
      * CLIENTE: CARREGA A ULTIMA VERSAO DA TABELA DO CODIGO, IMPRIME
      * A SIMULACAO DO MES ANTERIOR E, CONFIRMADO, GRAVA A NOVA
      * VERSAO COM AS MESMAS FAIXAS, OS VALORES REAJUSTADOS PELO
      * PERCENTUAL E A VIGENCIA INFORMADA.
       REAJUSTE.
           MOVE "REAJUSTE" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-RJ-CODCLIE WS-RJ-PCT WS-RJ-VIGENCIA.
       REAJUSTE-LOOP.
           ACCEPT SS-REAJUSTE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REAJUSTE-FIM
           END-IF
           PERFORM VALIDA-REAJUSTE THRU VALIDA-REAJUSTE-FIM.
           IF WS-MSGERRO NOT EQUAL SPACES
               PERFORM MOSTRA-ERRO
               GO REAJUSTE-LOOP
           END-IF
           PERFORM SIMULA-REAJUSTE THRU SIMULA-REAJUSTE-FIM.
           DISPLAY SS-SIMULACAO.
           MOVE "N" TO WS-ERRO.
           MOVE "SIMULACAO EM reajuste_simulacao.txt - GRAVA A NOVA VE
      -         "RSAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               MOVE "REAJUSTE NAO GRAVADO - SO A SIMULACAO FOI IMPRESS
      -             "A" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REAJUSTE-FIM
           END-IF
           PERFORM GRAVA-REAJUSTE THRU GRAVA-REAJUSTE-FIM.
           MOVE SPACES TO WS-MSGERRO.
           STRING "NOVA VERSAO GRAVADA COM " WS-RJ-QTD-GRAVADAS
               " FAIXAS, VIGENTE A PARTIR DE " WS-RJ-VIGENCIA
               DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REAJUSTE-FIM.

      * -----------------------------------
      * CONFERE OS PARAMETROS DO REAJUSTE E CARREGA EM
      * WS-RJ-TAB-FAIXAS AS FAIXAS DA ULTIMA VERSAO DA TABELA DO
      * CODIGO (WS-RJ-VIG-BASE). A NOVA VIGENCIA TEM DE SER
      * POSTERIOR A ELA, PARA A NOVA VERSAO SER SEMPRE A ULTIMA.
      * SAIDA: WS-MSGERRO EM BRANCO SE ESTA TUDO CERTO.
       VALIDA-REAJUSTE.
           MOVE SPACES TO WS-MSGERRO.
           IF WS-RJ-PCT EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PERCENTUAL DE REAJUSTE"
                   TO WS-MSGERRO
               GO VALIDA-REAJUSTE-FIM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RJ-VIGENCIA) NOT EQUAL 0
               MOVE "DATA DE INICIO DA NOVA VIGENCIA INVALIDA"
                   TO WS-MSGERRO
               GO VALIDA-REAJUSTE-FIM
           END-IF
           IF WS-RJ-CODCLIE NOT EQUAL ZEROS
               MOVE WS-RJ-CODCLIE TO FS-CODCLIE
               READ FILE1
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
                       GO VALIDA-REAJUSTE-FIM
               END-READ
           END-IF
           MOVE ZEROS TO WS-RJ-QTD-FAIXAS WS-RJ-VIG-BASE.
           MOVE "N" TO WS-SW-RJ-VERSAO.
           MOVE WS-RJ-CODCLIE TO TAR-CODCLIE.
           MOVE ZEROS TO TAR-DT-VIGENCIA TAR-DIST-ATE.
           START TARFILE KEY IS NOT LESS TAR-KEY
               INVALID KEY
                   GO VALIDA-REAJUSTE-VERSAO
           END-START.
       VALIDA-REAJUSTE-CARGA.
           READ TARFILE NEXT RECORD
               AT END
                   GO VALIDA-REAJUSTE-VERSAO
           END-READ.
           IF NOT TAR-OK OR TAR-CODCLIE NOT EQUAL WS-RJ-CODCLIE
               GO VALIDA-REAJUSTE-VERSAO
           END-IF
      *    AS VERSOES VEM EM ORDEM DE VIGENCIA: A CADA VERSAO NOVA A
      *    TABELA E RECOMECADA, FICANDO NO FIM SO A ULTIMA.
           IF NOT WS-RJ-TEM-VERSAO OR
                   TAR-DT-VIGENCIA NOT EQUAL WS-RJ-VIG-BASE
               MOVE "S" TO WS-SW-RJ-VERSAO
               MOVE TAR-DT-VIGENCIA TO WS-RJ-VIG-BASE
               MOVE ZEROS TO WS-RJ-QTD-FAIXAS
           END-IF
           IF WS-RJ-QTD-FAIXAS NOT < WS-RJ-MAX-FAIXAS
               MOVE "VERSAO COM MAIS DE 200 FAIXAS - REAJUSTE POR FAIX
      -             "A NO MENU DE ALTERACAO" TO WS-MSGERRO
               GO VALIDA-REAJUSTE-FIM
           END-IF
           ADD 1 TO WS-RJ-QTD-FAIXAS.
           MOVE TAR-DIST-ATE TO WS-RJ-DIST-ATE(WS-RJ-QTD-FAIXAS).
           MOVE TAR-VALOR TO WS-RJ-VALOR(WS-RJ-QTD-FAIXAS).
           IF TAR-VALOR-COLETA NUMERIC
               MOVE TAR-VALOR-COLETA
                   TO WS-RJ-VALOR-COLETA(WS-RJ-QTD-FAIXAS)
           ELSE
               MOVE ZEROS TO WS-RJ-VALOR-COLETA(WS-RJ-QTD-FAIXAS)
           END-IF
           GO VALIDA-REAJUSTE-CARGA.
       VALIDA-REAJUSTE-VERSAO.
           IF WS-RJ-QTD-FAIXAS EQUAL ZEROS
               IF WS-RJ-CODCLIE EQUAL ZEROS
                   MOVE "TABELA GERAL SEM FAIXAS CADASTRADAS"
                       TO WS-MSGERRO
               ELSE
                   MOVE "CLIENTE SEM ACORDO PROPRIO DE TARIFAS - REAJU
      -                 "STE A TABELA GERAL" TO WS-MSGERRO
               END-IF
               GO VALIDA-REAJUSTE-FIM
           END-IF
           IF WS-RJ-VIGENCIA NOT > WS-RJ-VIG-BASE
               MOVE SPACES TO WS-MSGERRO
               STRING "A NOVA VIGENCIA DEVE SER POSTERIOR A ULTIMA VER"
                   "SAO DA TABELA (" WS-RJ-VIG-BASE ")"
                   DELIMITED BY SIZE INTO WS-MSGERRO
           END-IF.
       VALIDA-REAJUSTE-FIM.

      * -----------------------------------
      * IMPRIME reajuste_simulacao.txt: OS PEDIDOS ENTREGUES ("E")
      * NO MES ANTERIOR AO ATUAL - TODOS NO REAJUSTE DA TABELA
      * GERAL, SO OS DO CLIENTE NO REAJUSTE DE UM ACORDO -, EM ORDEM
      * DE CLIENTE, COM O FRETE COBRADO, O RECALCULADO PELA TABELA
      * EM VIGOR NA NOVA VIGENCIA SEM O REAJUSTE (ATUAL) E COM ELE
      * (NOVA). A FAIXA QUE VEM DE OUTRA TABELA (ACORDO DO CLIENTE
      * NUM REAJUSTE DA GERAL, OU A GERAL NA COLETA SEM PRECO NO
      * ACORDO) NAO MUDA.
       SIMULA-REAJUSTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           IF WS-HOJE-MM EQUAL 01
               COMPUTE WS-RJ-MES = (WS-HOJE-AAAA - 1) * 100 + 12
           ELSE
               COMPUTE WS-RJ-MES = WS-HOJE-AAAA * 100 + WS-HOJE-MM - 1
           END-IF
           INITIALIZE WS-SIM-ACC WS-SIM-TOT.
           MOVE ZEROS TO WS-SIM-CLI-ATUAL WS-SIM-QTD-SEM-FAIXA.
           MOVE "N" TO WS-SW-SIM-CLI.
           OPEN OUTPUT REL-REAJUSTE.
           WRITE REL-LINHA FROM WS-REL-CAB1.
           IF WS-RJ-CODCLIE EQUAL ZEROS
               MOVE "GERAL" TO WS-CAB-TABELA
           ELSE
               MOVE SPACES TO WS-CAB-TABELA
               STRING "ACORDO DO CLIENTE " WS-RJ-CODCLIE
                   DELIMITED BY SIZE INTO WS-CAB-TABELA
           END-IF
           WRITE REL-LINHA FROM WS-REL-CAB2.
           MOVE WS-RJ-PCT TO WS-CAB-PCT.
           MOVE WS-RJ-VIGENCIA TO WS-CAB-VIGENCIA.
           MOVE WS-RJ-VIG-BASE TO WS-CAB-VIG-BASE.
           WRITE REL-LINHA FROM WS-REL-CAB3.
           MOVE WS-RJ-MES TO WS-CAB-MES.
           WRITE REL-LINHA FROM WS-REL-CAB4.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-REL-SUBCAB.
           MOVE WS-RJ-CODCLIE TO ENT-CODCLIE.
           MOVE ZEROS TO ENT-STAT.
           START ENTFILE KEY IS NOT LESS ENT-CODCLIE
               INVALID KEY
                   MOVE 10 TO ENT-STAT
           END-START.
           PERFORM UNTIL NOT ENT-OK
               READ ENTFILE NEXT RECORD
                   AT END
                       MOVE 10 TO ENT-STAT
               END-READ
               IF ENT-OK AND WS-RJ-CODCLIE NOT EQUAL ZEROS AND
                       ENT-CODCLIE NOT EQUAL WS-RJ-CODCLIE
                   MOVE 10 TO ENT-STAT
               END-IF
               IF ENT-OK
                   MOVE ENT-DTENTREGA(1:6) TO WS-ENT-MES
                   IF ENT-SITUACAO EQUAL "E" AND
                           WS-ENT-MES EQUAL WS-RJ-MES
                       PERFORM SIMULA-PEDIDO THRU SIMULA-PEDIDO-FIM
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FECHA-CLIENTE-SIM THRU FECHA-CLIENTE-SIM-FIM.
           IF WS-SIM-TOT-QTD EQUAL ZEROS
               WRITE REL-LINHA FROM WS-REL-NENHUM
           ELSE
               MOVE "TOTAL" TO WS-REL-D-CODCLIE
               MOVE SPACES TO WS-REL-D-RZSOCIAL
               MOVE WS-SIM-TOT-QTD     TO WS-SIM-ACC-QTD
               MOVE WS-SIM-TOT-COBRADO TO WS-SIM-ACC-COBRADO
               MOVE WS-SIM-TOT-ATUAL   TO WS-SIM-ACC-ATUAL
               MOVE WS-SIM-TOT-NOVO    TO WS-SIM-ACC-NOVO
               PERFORM MONTA-VALORES-SIM
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM WS-REL-DETALHE
           END-IF
           IF WS-SIM-QTD-SEM-FAIXA NOT EQUAL ZEROS
               MOVE WS-SIM-QTD-SEM-FAIXA TO WS-AVISO-QTD
               WRITE REL-LINHA FROM WS-REL-AVISO
           END-IF.
           CLOSE REL-REAJUSTE.
       SIMULA-REAJUSTE-FIM.

      * -----------------------------------
      * RECALCULA O FRETE DO PEDIDO EM ENTFILE-REC PELA TABELA EM
      * VIGOR NA NOVA VIGENCIA E APLICA O PERCENTUAL QUANDO A FAIXA
      * ACHADA E DA VERSAO QUE ESTA SENDO REAJUSTADA.
       SIMULA-PEDIDO.
           IF ENT-CODCLIE NOT EQUAL WS-SIM-CLI-ATUAL OR
                   NOT WS-SIM-TEM-CLIENTE
               PERFORM FECHA-CLIENTE-SIM THRU FECHA-CLIENTE-SIM-FIM
               MOVE ENT-CODCLIE TO WS-SIM-CLI-ATUAL
               MOVE "S" TO WS-SW-SIM-CLI
           END-IF
           MOVE WS-RJ-VIGENCIA TO WS-TAR-DATA-REF.
           PERFORM CALCULA-FRETE THRU CALCULA-FRETE-FIM.
           IF NOT WS-ACHOU-FAIXA
               ADD 1 TO WS-SIM-QTD-SEM-FAIXA
               MOVE ZEROS TO WS-VLR-FRETE
           END-IF
           MOVE WS-VLR-FRETE TO WS-SIM-NOVO.
           IF WS-ACHOU-FAIXA AND
                   WS-TAR-BUSCA-COD EQUAL WS-RJ-CODCLIE AND
                   WS-TAR-VIG-ACHADA EQUAL WS-RJ-VIG-BASE
               COMPUTE WS-SIM-NOVO ROUNDED =
                   WS-VLR-FRETE * (100 + WS-RJ-PCT) / 100
           END-IF
           ADD 1 TO WS-SIM-ACC-QTD WS-SIM-TOT-QTD.
           IF ENT-VLR-FRETE NUMERIC
               ADD ENT-VLR-FRETE TO WS-SIM-ACC-COBRADO
                   WS-SIM-TOT-COBRADO
           END-IF
           ADD WS-VLR-FRETE TO WS-SIM-ACC-ATUAL WS-SIM-TOT-ATUAL.
           ADD WS-SIM-NOVO TO WS-SIM-ACC-NOVO WS-SIM-TOT-NOVO.
       SIMULA-PEDIDO-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO CLIENTE ANTERIOR DA SIMULACAO.
       FECHA-CLIENTE-SIM.
           IF NOT WS-SIM-TEM-CLIENTE
               GO FECHA-CLIENTE-SIM-FIM
           END-IF
           MOVE WS-SIM-CLI-ATUAL TO WS-REL-D-COD-NUM.
           MOVE WS-REL-D-COD-NUM TO WS-REL-D-CODCLIE.
           MOVE WS-SIM-CLI-ATUAL TO FS-CODCLIE.
           READ FILE1
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***"
                       TO WS-REL-D-RZSOCIAL
               NOT INVALID KEY
                   MOVE FS-RZSOCIAL TO WS-REL-D-RZSOCIAL
           END-READ.
           PERFORM MONTA-VALORES-SIM.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           INITIALIZE WS-SIM-ACC.
       FECHA-CLIENTE-SIM-FIM.

      * -----------------------------------
      * PREENCHE OS VALORES DA LINHA A PARTIR DE WS-SIM-ACC.
       MONTA-VALORES-SIM.
           MOVE WS-SIM-ACC-QTD     TO WS-REL-D-QTD.
           MOVE WS-SIM-ACC-COBRADO TO WS-REL-D-COBRADO.
           MOVE WS-SIM-ACC-ATUAL   TO WS-REL-D-ATUAL.
           MOVE WS-SIM-ACC-NOVO    TO WS-REL-D-NOVO.
           COMPUTE WS-SIM-DIFERENCA =
               WS-SIM-ACC-NOVO - WS-SIM-ACC-ATUAL.
           MOVE WS-SIM-DIFERENCA TO WS-REL-D-DIFER.
           MOVE ZEROS TO WS-SIM-VARIACAO.
           IF WS-SIM-ACC-ATUAL NOT EQUAL ZEROS
               COMPUTE WS-SIM-VARIACAO ROUNDED =
                   WS-SIM-DIFERENCA * 100 / WS-SIM-ACC-ATUAL
           END-IF
           MOVE WS-SIM-VARIACAO TO WS-REL-D-VARIACAO.

      * -----------------------------------
      * GRAVA A NOVA VERSAO: AS FAIXAS DA VERSAO DE ORIGEM COM A
      * NOVA VIGENCIA E OS VALORES DE ENTREGA E DE COLETA
      * REAJUSTADOS, ANOTANDO A ORIGEM, O PERCENTUAL E O OPERADOR.
       GRAVA-REAJUSTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE ZEROS TO WS-RJ-QTD-GRAVADAS.
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-QTD-FAIXAS
               MOVE SPACES TO TARFILE-REC
               MOVE WS-RJ-CODCLIE TO TAR-CODCLIE
               MOVE WS-RJ-VIGENCIA TO TAR-DT-VIGENCIA
               MOVE WS-RJ-DIST-ATE(WS-RJ-IDX) TO TAR-DIST-ATE
               COMPUTE TAR-VALOR ROUNDED =
                   WS-RJ-VALOR(WS-RJ-IDX) * (100 + WS-RJ-PCT) / 100
               COMPUTE TAR-VALOR-COLETA ROUNDED =
                   WS-RJ-VALOR-COLETA(WS-RJ-IDX) *
                   (100 + WS-RJ-PCT) / 100
               MOVE WS-HOJE-AAAAMMDD TO TAR-DT-CADASTRO
               MOVE WS-OPERADOR TO TAR-OPERADOR
               MOVE WS-RJ-VIG-BASE TO TAR-VIG-ORIGEM
               MOVE WS-RJ-PCT TO TAR-PCT-REAJUSTE
               WRITE TARFILE-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RJ-QTD-GRAVADAS
               END-WRITE
           END-PERFORM.
       GRAVA-REAJUSTE-FIM.

      * -----------------------------------
      * LE UMA FAIXA DA TABELA PELA CHAVE INFORMADA NA TELA E
      * MOSTRA MENSAGEM SE A CHAVE NAO EXISTE.
                   MOVE "FAIXA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-READ.
      *    FAIXAS GRAVADAS ANTES DO VALOR DA COLETA TEM ESPACOS NO
      *    CAMPO: MOSTRA E REGRAVA COMO ZERO (SEM PRECO DE COLETA).
           IF TAR-OK AND TAR-VALOR-COLETA NOT NUMERIC
               MOVE ZEROS TO TAR-VALOR-COLETA
           END-IF.
       LE-TARIFA-FIM.

      * -----------------------------------
      * DEIXA O REGISTRO DA FAIXA LIMPO PARA A TELA.
       LIMPA-TARIFA.
           MOVE SPACES TO TARFILE-REC.
           MOVE ZEROS TO TAR-KEY TAR-VALOR TAR-VALOR-COLETA
               TAR-DT-CADASTRO TAR-VIG-ORIGEM TAR-PCT-REAJUSTE.

      * -----------------------------------
      * ABRE A TABELA DE TARIFAS, CRIANDO SE NAO EXISTE E
      * CONVERTENDO SE AINDA ESTA NO FORMATO ANTERIOR, E ENTREGAS,
      * CLIENTES E DEPOSITOS PARA A SIMULACAO DO REAJUSTE.
       ABRIR-ARQUIVOS.
           OPEN I-O TARFILE
           IF TAR-NAO-EXISTE THEN
               OPEN OUTPUT TARFILE
               CLOSE TARFILE
               OPEN I-O TARFILE
           END-IF
           IF TAR-FORMATO-ANTIGO
               PERFORM CONVERTE-TARIFAS THRU CONVERTE-TARIFAS-FIM
               OPEN I-O TARFILE
           END-IF
           IF NOT TAR-OK
               DISPLAY "TARIFAS: ERRO AO ABRIR tarifas.dat (STATUS "
                   TAR-STAT ")"
               STOP RUN
           END-IF
           OPEN INPUT ENTFILE
           IF ENT-NAO-EXISTE THEN
               OPEN OUTPUT ENTFILE
               CLOSE ENTFILE
               OPEN INPUT ENTFILE
           END-IF
           IF NOT ENT-OK
               DISPLAY "TARIFAS: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               STOP RUN
           END-IF
           OPEN INPUT FILE1
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FILE1
               CLOSE FILE1
               OPEN INPUT FILE1
           END-IF
           OPEN INPUT DEPFILE
           IF DEP-NAO-EXISTE THEN
               OPEN OUTPUT DEPFILE
               CLOSE DEPFILE
               OPEN INPUT DEPFILE
           END-IF.

      * -----------------------------------
      * CONVERTE tarifas.dat DO FORMATO ANTERIOR A VIGENCIA:
      * DESCARREGA AS FAIXAS PELA VISAO LEGADA EM tarifas.cnv,
      * RECRIA O INDEXADO NO LAYOUT ATUAL E RECARREGA CADA FAIXA NA
      * VERSAO ORIGINAL (VIGENCIA ZERADA), NOS MOLDES DA CONVERSAO
      * DE veiculos.dat NO VEICULOS. tarifas.cnv FICA NO DIRETORIO
      * COMO COPIA DO ARQUIVO ANTIGO. SE A DESCARGA FALHA, O
      * INDEXADO NAO E TOCADO E A ABERTURA ACUSA O ERRO.
       CONVERTE-TARIFAS.
           MOVE ZEROS TO WS-QTD-CONVERTIDAS.
           OPEN INPUT TARLEG.
           IF NOT TLG-OK
               GO CONVERTE-TARIFAS-FIM
           END-IF
           OPEN OUTPUT TARCNV.
           IF NOT TCV-OK
               CLOSE TARLEG
               GO CONVERTE-TARIFAS-FIM
           END-IF.
       CONVERTE-TARIFAS-DESCARGA.
           READ TARLEG NEXT RECORD
               AT END
                   GO CONVERTE-TARIFAS-RECRIA
           END-READ.
           WRITE TARCNV-REC FROM TARLEG-REC.
           GO CONVERTE-TARIFAS-DESCARGA.
       CONVERTE-TARIFAS-RECRIA.
           CLOSE TARLEG.
           CLOSE TARCNV.
           OPEN OUTPUT TARFILE.
           IF NOT TAR-OK
               GO CONVERTE-TARIFAS-FIM
           END-IF
           OPEN INPUT TARCNV.
       CONVERTE-TARIFAS-CARGA.
           READ TARCNV
               AT END
                   GO CONVERTE-TARIFAS-FECHA
           END-READ.
           MOVE SPACES TO TARFILE-REC.
           MOVE TCV-CODCLIE TO TAR-CODCLIE.
           MOVE ZEROS TO TAR-DT-VIGENCIA.
           MOVE TCV-DIST-ATE TO TAR-DIST-ATE.
           MOVE TCV-VALOR TO TAR-VALOR.
           IF TCV-VALOR-COLETA NUMERIC
               MOVE TCV-VALOR-COLETA TO TAR-VALOR-COLETA
           ELSE
               MOVE ZEROS TO TAR-VALOR-COLETA
           END-IF
           MOVE ZEROS TO TAR-DT-CADASTRO TAR-VIG-ORIGEM
               TAR-PCT-REAJUSTE.
           WRITE TARFILE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CONVERTIDAS
           END-WRITE.
           GO CONVERTE-TARIFAS-CARGA.
       CONVERTE-TARIFAS-FECHA.
           CLOSE TARCNV.
           CLOSE TARFILE.
           DISPLAY "TARIFAS: tarifas.dat CONVERTIDO PARA O LAYOUT "
               "ATUAL (" WS-QTD-CONVERTIDAS " FAIXAS)".
       CONVERTE-TARIFAS-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.

      * -----------------------------------
       COPY depcoord-pd.

      * -----------------------------------
       COPY distkm-pd.

      * -----------------------------------
       COPY frete-pd.

      * -----------------------------------
       COPY login-pd.
