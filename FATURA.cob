      * POR CLIENTE E CRIA UMA FATURA POR CLIENTE COM A SOMA DO
      * FRETE (ENT-VLR-FRETE) DAS ENTREGAS ENTREGUES ("E") DO MES
      * INFORMADO - O MESMO CRITERIO DO RELATORIO DO FRETE.COB, SO
      * QUE GRAVADO COMO TITULO NUMERADO EM VEZ DE SO IMPRESSO.
      * COLETAS (ENT-TIPO "C") SAO SOMADAS A PARTE E APARECEM NA
      * FATURA EM LINHA PROPRIA, AO LADO DAS ENTREGAS; O TOTAL A
      * RECEBER E A SOMA DOS DOIS SERVICOS. O NUMERO DA FATURA VEM
      * DO ARQUIVO DE CONTROLE (CTL-PROX-FATURA), NOS MOLDES DE
      * CTL-PROX-REMESSA; CLIENTE QUE JA TEM FATURA DO MES NAO E
      * FATURADO DE NOVO, ENTAO A GERACAO PODE SER REPETIDA SEM
      * DUPLICAR TITULOS. CLIENTE COM ENTREGA DO MES AINDA SEM
      * FRETE CALCULADO E RETIDO (SAI NA MENSAGEM FINAL) ATE UMA
      * RODADA DO FRETE COMPLETAR OS VALORES. VENCIMENTO PADRAO: 30
      * DIAS DA EMISSAO. A GERACAO E RESTRITA AO PERFIL SUPERVISOR;
      * PAGAMENTOS E CONSULTAS SAO DE QUALQUER OPERADOR. O
      * RELATORIO DE INADIMPLENTES (relatorio_inadimplentes.txt)
      * LISTA AS FATURAS ABERTAS COM VENCIMENTO ANTERIOR A HOJE,
      * COM O SALDO DEVEDOR DE CADA UMA. CADA PAGAMENTO REGISTRADO
      * AQUI OU BAIXADO PELO RETORNO DO BANCO (RETBANCO) FICA NO
      * HISTORICO DE RECEBIMENTOS (pagamentos.dat). NOTAS DE
      * CREDITO DE RECLAMACOES APROVADAS (creditos.dat, GERADAS PELO
      * RECLAMA) SAO ABATIDAS DA PRIMEIRA FATURA GERADA PARA O
      * CLIENTE, EM LINHA PROPRIA (FAT-VLR-CREDITO); FATURA ZERADA
      * PELO CREDITO JA NASCE QUITADA.
      * NO PROCESSAMENTO NOTURNO (NOTURNO.COB, VER lote-ws.cpy) O
      * PROGRAMA NAO ABRE TELA NEM PEDE LOGIN: SO GERA AS FATURAS DO
      * MES (AAAAMM) INFORMADO NA LINHA DE COMANDO E TERMINA COM
      * RETURN-CODE 8 QUANDO O MES FALTA OU HA CLIENTE RETIDO SEM
      * FRETE.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CODCLIE
                   WITH DUPLICATES.
      *    VISAO DE faturas.dat NO FORMATO ANTERIOR AS COLUNAS DE
      *    COLETA (REGISTRO DE 74 BYTES, MESMAS CHAVES): SE O
      *    ARQUIVO AINDA ESTA NESSE FORMATO, A ABERTURA O DESCARREGA
      *    POR ESTA VISAO EM faturas.cnv E O RECRIA NO LAYOUT ATUAL.
           SELECT FATLEG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FLG-STAT
               RECORD KEY IS FLG-NUMERO
               ALTERNATE RECORD KEY IS FLG-CODCLIE
                   WITH DUPLICATES.
           SELECT FATCNV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FCV-STAT.
           SELECT PAGFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAG-STAT
               RECORD KEY IS PAG-KEY.
           SELECT CREFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CRE-STAT
               RECORD KEY IS CRE-KEY
               ALTERNATE RECORD KEY IS CRE-CODCLIE
                   WITH DUPLICATES.
           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-STAT.

       COPY faturas-fd.

      * VISAO LEGADA DE faturas.dat (VER O SELECT DE FATLEG) E O
      * ARQUIVO DE PASSAGEM DA CONVERSAO, NO MESMO TAMANHO.
       FD FATLEG VALUE OF FILE-ID IS "faturas.dat".
       01 FATLEG-REC.
           05 FLG-NUMERO  PIC 9(07).
           05 FLG-CODCLIE PIC 9(07).
           05 FILLER      PIC X(60).

       FD FATCNV VALUE OF FILE-ID IS "faturas.cnv".
       01 FATCNV-REC PIC X(74).

       COPY pagamentos-fd.

       COPY creditos-fd.

       COPY controle-fd.

       COPY operador-fd.
           88 FAT-CANCELA    VALUE 99.
           88 FAT-NAO-EXISTE VALUE 35.
           88 FAT-FIM        VALUE 10.
           88 FAT-FORMATO-ANTIGO VALUE 39.
       77 FLG-STAT PIC 9(02).
           88 FLG-OK VALUE ZEROS.
       77 FCV-STAT PIC 9(02).
           88 FCV-OK VALUE ZEROS.
       77 WS-QTD-CONVERTIDAS PIC 9(05) VALUE ZEROS.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.
       77 WS-ERRO PIC X.

       COPY login-ws.

       COPY pagamentos-ws.

       77 WS-GER-MES PIC 9(06) VALUE ZEROS.
       77 WS-PRM-LINHA PIC X(80) VALUE SPACES.
       77 WS-ENT-MES PIC 9(06).
       77 WS-CLI-ATUAL PIC 9(07) VALUE ZEROS.
       77 WS-ACC-QTD PIC 9(05) VALUE ZEROS.
       77 WS-ACC-TOTAL PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-ACC-QTD-COL PIC 9(05) VALUE ZEROS.
       77 WS-ACC-TOT-COL PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-ACC-SEM-FRETE PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GERADAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JA-EXISTEM PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-INT PIC 9(08).
       77 WS-DT-VENCTO PIC 9(08).

       77 CRE-STAT PIC 9(02).
           88 CRE-OK         VALUE ZEROS.
           88 CRE-NAO-EXISTE VALUE 35.
       77 WS-ACC-BRUTO PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-CRE-DISPONIVEL PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-CRE-ABATER PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-CRE-SALDO PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-CRE-USO PIC 9(09)V9(02) VALUE ZEROS.

       77 WS-VLR-PAGAMENTO PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VLR-SALDO PIC 9(09)V9(02) VALUE ZEROS.

       COPY lote-ws.

       77 WS-QTD-INADIMPL PIC 9(05) VALUE ZEROS.
       77 WS-TOT-INADIMPL PIC 9(11)V9(02) VALUE ZEROS.

               10 COLUMN PLUS 2 PIC 9(08) FROM FAT-DT-VENCTO.
               10 LINE 13 COLUMN 10 VALUE "        ENTREGAS:".
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM FAT-QTD-ENTREGAS.
               10 COLUMN PLUS 3 VALUE "VALOR:".
               10 COLUMN PLUS 2 PIC ZZZZZZZZ9.99 FROM FAT-VLR-ENTREGAS.
               10 LINE 14 COLUMN 10 VALUE "         COLETAS:".
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM FAT-QTD-COLETAS.
               10 COLUMN PLUS 3 VALUE "VALOR:".
               10 COLUMN PLUS 2 PIC ZZZZZZZZ9.99 FROM FAT-VLR-COLETAS.
               10 LINE 15 COLUMN 10 VALUE " (-) CREDITO REC:".
               10 COLUMN PLUS 2 PIC ZZZZZZZZ9.99 FROM FAT-VLR-CREDITO.
               10 LINE 16 COLUMN 10 VALUE "     VALOR TOTAL:".
               10 COLUMN PLUS 2 PIC ZZZZZZZZ9.99 FROM FAT-VLR-TOTAL.
               10 LINE 17 COLUMN 10 VALUE "      VALOR PAGO:".
               10 COLUMN PLUS 2 PIC ZZZZZZZZ9.99 FROM FAT-VLR-PAGO.
               10 LINE 18 COLUMN 10 VALUE "        SITUACAO:".
               10 COLUMN PLUS 2 PIC X(01) FROM FAT-SITUACAO.

       01 SS-PAGAMENTO FOREGROUND-COLOR 6.
           05 LINE 19 COLUMN 10 VALUE "VALOR DO PAGAMENTO:".
           05 COLUMN PLUS 2 PIC 9(09)V9(02) USING WS-VLR-PAGAMENTO
              BLANK WHEN ZEROS.

               10 COLUMN PLUS 2 TO WS-ERRO.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-MODO-NOTURNO FROM ENVIRONMENT "NOTURNO".
           IF WS-EM-LOTE-NOTURNO
               PERFORM GERA-FATURAS-NOTURNO THRU
                   GERA-FATURAS-NOTURNO-FIM
               STOP RUN
           END-IF
           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           CLOSE FILE1.
           CLOSE ENTFILE.
           CLOSE FATFILE.
           CLOSE PAGFILE.
           CLOSE CREFILE.
           CLOSE OPERFILE.
           STOP RUN.

      * -----------------------------------
      * GERA AS FATURAS DO MES INFORMADO: VARRE entregas.dat NA
      * ORDEM DA CHAVE POR CLIENTE ACUMULANDO O FRETE DAS ENTREGAS
      * ENTREGUES DO MES (COLETAS EM ACUMULADOR PROPRIO) E, NA
      * QUEBRA DE CLIENTE, GRAVA A FATURA (SE O CLIENTE AINDA NAO
      * TEM FATURA DO MES).
       GERA-FATURAS.
           MOVE "GERACAO" TO WS-OP.
           MOVE "ESC PARA CANCELAR" TO WS-STATUS.
               PERFORM MOSTRA-ERRO
               GO GERA-FATURAS-LOOP
           END-IF
           PERFORM APURA-FATURAS-MES THRU APURA-FATURAS-MES-FIM.
           MOVE SPACES TO WS-MSGERRO.
           STRING "GERADAS " WS-QTD-GERADAS " FATURAS, "
               WS-QTD-JA-EXISTEM " JA FATURADOS, "
               WS-QTD-RETIDAS " RETIDOS SEM FRETE - RODAR FRETE"
               DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       GERA-FATURAS-FIM.

      * -----------------------------------
      * GERACAO DO PROCESSAMENTO NOTURNO: O MES VEM DA LINHA DE
      * COMANDO, SEM TELA E SEM LOGIN (A GERACAO FICA AUTORIZADA
      * PELO PROPRIO ARQUIVO DE PASSOS DO NOTURNO), E O RESULTADO
      * VAI PARA O CONSOLE.
       GERA-FATURAS-NOTURNO.
           MOVE "NOTURNO" TO WS-OPERADOR.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-PRM-LINHA) NUMERIC
               COMPUTE WS-GER-MES =
                   FUNCTION NUMVAL(WS-PRM-LINHA)
           END-IF.
           IF WS-GER-MES EQUAL ZEROS
               DISPLAY "FATURA: MES DA GERACAO (AAAAMM) NAO "
                   "INFORMADO NA LINHA DE COMANDO"
               MOVE 8 TO RETURN-CODE
               GO GERA-FATURAS-NOTURNO-FIM
           END-IF
           PERFORM ABRIR-ARQUIVOS.
           PERFORM APURA-FATURAS-MES THRU APURA-FATURAS-MES-FIM.
           CLOSE FILE1.
           CLOSE ENTFILE.
           CLOSE FATFILE.
           CLOSE PAGFILE.
           CLOSE CREFILE.
           DISPLAY "FATURA: MES " WS-GER-MES ": GERADAS "
               WS-QTD-GERADAS " FATURAS, " WS-QTD-JA-EXISTEM
               " JA FATURADOS, " WS-QTD-RETIDAS " RETIDOS SEM FRETE".
           IF WS-QTD-RETIDAS NOT EQUAL ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
       GERA-FATURAS-NOTURNO-FIM.

      * -----------------------------------
      * APURA O MES EM WS-GER-MES: VARRE entregas.dat NA ORDEM DA
      * CHAVE POR CLIENTE E FECHA CADA CLIENTE (FECHA-CLIENTE).
       APURA-FATURAS-MES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) + 30.
           MOVE ZEROS TO WS-QTD-GERADAS WS-QTD-JA-EXISTEM
               WS-QTD-RETIDAS.
           MOVE ZEROS TO WS-CLI-ATUAL WS-ACC-QTD WS-ACC-TOTAL
               WS-ACC-QTD-COL WS-ACC-TOT-COL WS-ACC-SEM-FRETE.
           MOVE SPACES TO ENTFILE-REC.
           MOVE ZEROS TO ENT-CODCLIE.
           MOVE ZEROS TO ENT-STAT.
                               WS-ENT-MES EQUAL WS-GER-MES
                           IF ENT-VLR-FRETE NUMERIC AND
                                   ENT-VLR-FRETE NOT EQUAL ZEROS
                               IF ENT-TIPO-COLETA
                                   ADD 1 TO WS-ACC-QTD-COL
                                   ADD ENT-VLR-FRETE TO WS-ACC-TOT-COL
                               ELSE
                                   ADD 1 TO WS-ACC-QTD
                                   ADD ENT-VLR-FRETE TO WS-ACC-TOTAL
                               END-IF
                           ELSE
                               ADD 1 TO WS-ACC-SEM-FRETE
                           END-IF
               END-READ
           END-PERFORM.
           PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM.
       APURA-FATURAS-MES-FIM.

      * -----------------------------------
      * FECHA O ACUMULADO DO CLIENTE ANTERIOR DA VARREDURA: SE TEVE
      * ENTREGA OU COLETA FATURAVEL NO MES E AINDA NAO TEM FATURA
      * DO MES,
      * GRAVA A FATURA COM O PROXIMO NUMERO DO CONTROLE. CLIENTE
      * COM ENTREGA DO MES AINDA SEM FRETE CALCULADO (FRETE NAO
      * RODOU OU FOI ZERADO POR TROCA DE DESTINO) E RETIDO INTEIRO
       FECHA-CLIENTE.
           IF WS-CLI-ATUAL EQUAL ZEROS OR
                   (WS-ACC-QTD EQUAL ZEROS AND
                    WS-ACC-QTD-COL EQUAL ZEROS AND
                    WS-ACC-SEM-FRETE EQUAL ZEROS)
               GO FECHA-CLIENTE-CONTINUA
           END-IF
           MOVE WS-HOJE-AAAAMMDD  TO FAT-DT-EMISSAO.
           MOVE WS-DT-VENCTO      TO FAT-DT-VENCTO.
           MOVE WS-ACC-QTD        TO FAT-QTD-ENTREGAS.
           MOVE WS-ACC-TOTAL      TO FAT-VLR-ENTREGAS.
           MOVE WS-ACC-QTD-COL    TO FAT-QTD-COLETAS.
           MOVE WS-ACC-TOT-COL    TO FAT-VLR-COLETAS.
           COMPUTE WS-ACC-BRUTO = WS-ACC-TOTAL + WS-ACC-TOT-COL.
           PERFORM SOMA-CREDITOS THRU SOMA-CREDITOS-FIM.
           IF WS-CRE-DISPONIVEL > WS-ACC-BRUTO
               MOVE WS-ACC-BRUTO TO WS-CRE-ABATER
           ELSE
               MOVE WS-CRE-DISPONIVEL TO WS-CRE-ABATER
           END-IF
           MOVE WS-CRE-ABATER     TO FAT-VLR-CREDITO.
           COMPUTE FAT-VLR-TOTAL = WS-ACC-BRUTO - WS-CRE-ABATER.
           MOVE ZEROS             TO FAT-VLR-PAGO.
           IF FAT-VLR-TOTAL EQUAL ZEROS
               MOVE "P"           TO FAT-SITUACAO
           ELSE
               MOVE "A"           TO FAT-SITUACAO
           END-IF
           WRITE FATFILE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GERADAS
                   IF WS-CRE-ABATER > ZEROS
                       PERFORM BAIXA-CREDITOS THRU BAIXA-CREDITOS-FIM
                   END-IF
           END-WRITE.
       FECHA-CLIENTE-CONTINUA.
           MOVE ZEROS TO WS-ACC-QTD WS-ACC-TOTAL WS-ACC-QTD-COL
               WS-ACC-TOT-COL WS-ACC-SEM-FRETE.
       FECHA-CLIENTE-FIM.

      * -----------------------------------
      * SOMA O SALDO DAS NOTAS DE CREDITO DISPONIVEIS DO CLIENTE
      * WS-CLI-ATUAL, PELA CHAVE ALTERNATIVA POR CLIENTE DE
      * creditos.dat. SAIDA: WS-CRE-DISPONIVEL.
       SOMA-CREDITOS.
           MOVE ZEROS TO WS-CRE-DISPONIVEL.
           MOVE SPACES TO CRE-REC.
           MOVE WS-CLI-ATUAL TO CRE-CODCLIE.
           START CREFILE KEY IS EQUAL CRE-CODCLIE
               INVALID KEY
                   GO SOMA-CREDITOS-FIM
           END-START.
       SOMA-CREDITOS-LOOP.
           READ CREFILE NEXT RECORD
               AT END
                   GO SOMA-CREDITOS-FIM
           END-READ.
           IF CRE-CODCLIE NOT EQUAL WS-CLI-ATUAL
               GO SOMA-CREDITOS-FIM
           END-IF
           IF CRE-SIT-DISPONIVEL AND CRE-VALOR > CRE-VLR-UTILIZADO
               COMPUTE WS-CRE-DISPONIVEL = WS-CRE-DISPONIVEL
                   + CRE-VALOR - CRE-VLR-UTILIZADO
           END-IF
           GO SOMA-CREDITOS-LOOP.
       SOMA-CREDITOS-FIM.

      * -----------------------------------
      * CONSOME WS-CRE-ABATER DAS NOTAS DE CREDITO DISPONIVEIS DO
      * CLIENTE, NA ORDEM DA CHAVE (A RECLAMACAO MAIS ANTIGA
      * PRIMEIRO), MARCANDO EM CADA NOTA O VALOR USADO E A FATURA
      * GRAVADA EM FATFILE-REC. NOTA ESGOTADA VIRA "U"; A ULTIMA
      * PODE FICAR COM SALDO PARA A PROXIMA FATURA.
       BAIXA-CREDITOS.
           MOVE SPACES TO CRE-REC.
           MOVE WS-CLI-ATUAL TO CRE-CODCLIE.
           START CREFILE KEY IS EQUAL CRE-CODCLIE
               INVALID KEY
                   GO BAIXA-CREDITOS-FIM
           END-START.
       BAIXA-CREDITOS-LOOP.
           IF WS-CRE-ABATER EQUAL ZEROS
               GO BAIXA-CREDITOS-FIM
           END-IF
           READ CREFILE NEXT RECORD
               AT END
                   GO BAIXA-CREDITOS-FIM
           END-READ.
           IF CRE-CODCLIE NOT EQUAL WS-CLI-ATUAL
               GO BAIXA-CREDITOS-FIM
           END-IF
           IF NOT CRE-SIT-DISPONIVEL OR
                   CRE-VALOR NOT > CRE-VLR-UTILIZADO
               GO BAIXA-CREDITOS-LOOP
           END-IF
           COMPUTE WS-CRE-SALDO = CRE-VALOR - CRE-VLR-UTILIZADO.
           IF WS-CRE-SALDO > WS-CRE-ABATER
               MOVE WS-CRE-ABATER TO WS-CRE-USO
           ELSE
               MOVE WS-CRE-SALDO TO WS-CRE-USO
           END-IF
           ADD WS-CRE-USO TO CRE-VLR-UTILIZADO.
           SUBTRACT WS-CRE-USO FROM WS-CRE-ABATER.
           IF CRE-VLR-UTILIZADO NOT < CRE-VALOR
               MOVE "U" TO CRE-SITUACAO
           END-IF
           MOVE FAT-NUMERO TO CRE-FATURA.
           REWRITE CRE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           GO BAIXA-CREDITOS-LOOP.
       BAIXA-CREDITOS-FIM.

      * -----------------------------------
      * CONFERE SE O CLIENTE WS-CLI-ATUAL JA TEM FATURA DO MES
      * WS-GER-MES, PELA CHAVE ALTERNATIVA POR CLIENTE. SAIDA:
      * -----------------------------------
      * REGISTRA UM PAGAMENTO (TOTAL OU PARCIAL) DE UMA FATURA:
      * SOMA EM FAT-VLR-PAGO E QUITA ("P") QUANDO O PAGO ALCANCA O
      * TOTAL. O RECEBIMENTO VAI PARA O HISTORICO (pagamentos.dat)
      * COM ORIGEM "M" E A DATA DE HOJE COMO DATA DO PAGAMENTO.
       PAGAMENTO.
           MOVE "PAGAMENTO" TO WS-OP.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
       PAGAMENTO-LOOP.
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE WS-HOJE-AAAAMMDD TO WS-PAG-DT-PAGTO
                   MOVE WS-VLR-PAGAMENTO TO WS-PAG-VLR-PRINCIPAL
                   MOVE ZEROS TO WS-PAG-VLR-JUROS WS-PAG-VLR-TARIFA
                                 WS-PAG-ARQUIVO
                   MOVE "M" TO WS-PAG-ORIGEM
                   PERFORM GRAVA-PAGAMENTO THRU GRAVA-PAGAMENTO-FIM
                   IF FAT-SIT-PAGA
                       MOVE "PAGAMENTO REGISTRADO - FATURA QUITADA"
                           TO WS-MSGERRO
                   MOVE "FATURA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-READ.
           IF FAT-OK AND FAT-VLR-CREDITO NOT NUMERIC
               MOVE ZEROS TO FAT-VLR-CREDITO
           END-IF.
       LE-FATURA-FIM.

      * -----------------------------------
           IF NOT ENT-OK
               DISPLAY "FATURA: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FATFILE
               CLOSE FATFILE
               OPEN I-O FATFILE
           END-IF
           IF FAT-FORMATO-ANTIGO
               PERFORM CONVERTE-FATURAS THRU CONVERTE-FATURAS-FIM
               OPEN I-O FATFILE
           END-IF
           IF NOT FAT-OK
               DISPLAY "FATURA: ERRO AO ABRIR faturas.dat (STATUS "
                   FAT-STAT ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAGFILE
           IF PAG-NAO-EXISTE THEN
               OPEN OUTPUT PAGFILE
               CLOSE PAGFILE
               OPEN I-O PAGFILE
           END-IF
           OPEN I-O CREFILE
           IF CRE-NAO-EXISTE THEN
               OPEN OUTPUT CREFILE
               CLOSE CREFILE
               OPEN I-O CREFILE
           END-IF
           PERFORM CRIA-CONTROLE THRU CRIA-CONTROLE-FIM.

      * -----------------------------------
      * CONVERTE faturas.dat DO FORMATO ANTERIOR AS COLUNAS DE
      * COLETA: DESCARREGA AS FATURAS PELA VISAO LEGADA EM
      * faturas.cnv, RECRIA O INDEXADO NO LAYOUT ATUAL E RECARREGA,
      * COM O VALOR TOTAL ANTIGO COMO VALOR DAS ENTREGAS E AS
      * COLETAS ZERADAS. faturas.cnv FICA NO DIRETORIO COMO COPIA
      * DO ARQUIVO ANTIGO. SE A DESCARGA FALHA, O INDEXADO NAO E
      * TOCADO E A ABERTURA ACUSA O ERRO.
       CONVERTE-FATURAS.
           MOVE ZEROS TO WS-QTD-CONVERTIDAS.
           OPEN INPUT FATLEG.
           IF NOT FLG-OK
               GO CONVERTE-FATURAS-FIM
           END-IF
           OPEN OUTPUT FATCNV.
           IF NOT FCV-OK
               CLOSE FATLEG
               GO CONVERTE-FATURAS-FIM
           END-IF.
       CONVERTE-FATURAS-DESCARGA.
           READ FATLEG NEXT RECORD
               AT END
                   GO CONVERTE-FATURAS-RECRIA
           END-READ.
           WRITE FATCNV-REC FROM FATLEG-REC.
           GO CONVERTE-FATURAS-DESCARGA.
       CONVERTE-FATURAS-RECRIA.
           CLOSE FATLEG.
           CLOSE FATCNV.
           OPEN OUTPUT FATFILE.
           IF NOT FAT-OK
               GO CONVERTE-FATURAS-FIM
           END-IF
           OPEN INPUT FATCNV.
       CONVERTE-FATURAS-CARGA.
           READ FATCNV
               AT END
                   GO CONVERTE-FATURAS-FECHA
           END-READ.
           MOVE FATCNV-REC TO FATFILE-REC.
           MOVE FAT-VLR-TOTAL TO FAT-VLR-ENTREGAS.
           MOVE ZEROS TO FAT-QTD-COLETAS FAT-VLR-COLETAS
               FAT-VLR-CREDITO.
           WRITE FATFILE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CONVERTIDAS
           END-WRITE.
           GO CONVERTE-FATURAS-CARGA.
       CONVERTE-FATURAS-FECHA.
           CLOSE FATCNV.
           CLOSE FATFILE.
           DISPLAY "FATURA: faturas.dat CONVERTIDO PARA O LAYOUT "
               "ATUAL (" WS-QTD-CONVERTIDAS " FATURAS)".
       CONVERTE-FATURAS-FIM.

      * -----------------------------------
       COPY controle-pd.

      * -----------------------------------
       COPY pagamentos-pd.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
