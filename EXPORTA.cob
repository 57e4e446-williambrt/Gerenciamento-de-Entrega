      * I = SOMENTE ENTREGAS ALTERADAS DESDE A ULTIMA EXTRACAO
      * (ENT-DT-ULT-ALT; REGISTROS ANTIGOS SEM A DATA ENTRAM
      * SEMPRE). AO FINAL REGISTRA NO CONTROLE A DATA DA EXTRACAO.
      * CADA REMESSA FICA REGISTRADA EM remessas.dat: UM CABECALHO
      * COM A DATA DE GERACAO E OS TOTAIS E UM REGISTRO POR PEDIDO
      * ENVIADO, PARA O IMPORTA MARCAR OS RETORNOS E A CONCILIACAO
      * (CONCILIA) APONTAR OS PEDIDOS QUE A TRANSPORTADORA NAO
      * RESPONDEU. O PEDIDO REENVIADO AINDA EM ROTA SUBSTITUI O
      * ENVIO ANTERIOR SEM RETORNO.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-STAT.
           SELECT REMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS REM-STAT
               RECORD KEY IS REM-KEY
               ALTERNATE RECORD KEY IS REM-PEDIDO-REF
                   WITH DUPLICATES.
           SELECT INTFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INT-STAT.

       COPY controle-fd.

       COPY remessas-fd.

       FD INTFILE VALUE OF FILE-ID IS "interface_entregas.txt".
       01 INT-LINHA PIC X(210).

           88 ENT-NAO-EXISTE VALUE 35.
       77 INT-STAT PIC 9(02).
           88 INT-OK VALUE ZEROS.
       77 REM-STAT PIC 9(02).
           88 REM-OK         VALUE ZEROS.
           88 REM-NAO-EXISTE VALUE 35.

       COPY controle-ws.

       77 WS-QTD-DETALHES PIC 9(07) VALUE ZEROS.
       77 WS-HASH-PEDIDOS PIC 9(12) VALUE ZEROS.
       77 WS-PEDIDO-NUM PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AGUARDADOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SUBSTITUIDOS PIC 9(07) VALUE ZEROS.

       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAAMMDD PIC 9(08).
           05 WS-TRL-HASH     PIC 9(12).
           05 FILLER          PIC X(190) VALUE SPACES.

       COPY lote-ws.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           PERFORM ENCERRA.
           DISPLAY "EXPORTA: REMESSA " WS-REMESSA " COM "
               WS-QTD-DETALHES " ENTREGAS EM interface_entregas.txt".
           DISPLAY "EXPORTA: " WS-QTD-AGUARDADOS " PEDIDOS EM ROTA "
               "AGUARDANDO RETORNO, " WS-QTD-SUBSTITUIDOS
               " ENVIOS ANTERIORES SUBSTITUIDOS EM remessas.dat".
           STOP RUN.

      * -----------------------------------
      * OBTEM O TIPO DE EXTRACAO (T/I) DA LINHA DE COMANDO OU DO
      * CONSOLE (NO PROCESSAMENTO NOTURNO, SO DA LINHA DE COMANDO).
       OBTEM-PARAMETRO.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           MOVE WS-PRM-LINHA(1:1) TO WS-PRM-TIPO.
           ACCEPT WS-MODO-NOTURNO FROM ENVIRONMENT "NOTURNO".
           IF WS-EM-LOTE-NOTURNO AND NOT WS-EXTR-VALIDA
               DISPLAY "EXPORTA: TIPO DE EXTRACAO (T/I) NAO "
                   "INFORMADO NA LINHA DE COMANDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EXTR-VALIDA
               DISPLAY "EXPORTA: INFORME O TIPO DE EXTRACAO "
                   "(T=TOTAL, I=INCREMENTAL)"
           MOVE WS-HASH-PEDIDOS TO WS-TRL-HASH.
           WRITE INT-LINHA FROM WS-INT-TRAILER.
           CLOSE INTFILE.
           PERFORM REGISTRA-CABECALHO THRU REGISTRA-CABECALHO-FIM.
       GERA-INTERFACE-FIM.

      * -----------------------------------
           MOVE WS-DET-PEDIDO TO WS-PEDIDO-NUM.
           COMPUTE WS-HASH-PEDIDOS = FUNCTION MOD(
               WS-HASH-PEDIDOS + WS-PEDIDO-NUM, 1000000000000).
           PERFORM REGISTRA-PEDIDO THRU REGISTRA-PEDIDO-FIM.
       EXPORTA-UMA-ENTREGA-FIM.

      * -----------------------------------
      * REGISTRA EM remessas.dat O PEDIDO EM ENTFILE-REC COMO
      * ENVIADO NESTA REMESSA. O PEDIDO EM ROTA ("R") AGUARDA O
      * RETORNO DA TRANSPORTADORA E SUBSTITUI OS ENVIOS ANTERIORES
      * DELE QUE AINDA ESTAVAM SEM RETORNO. SE A REMESSA JA TINHA O
      * PEDIDO (CONTROLE INDISPONIVEL REPETE O NUMERO), O REGISTRO E
      * REGRAVADO.
       REGISTRA-PEDIDO.
           IF ENT-SITUACAO EQUAL "R"
               PERFORM SUBSTITUI-ENVIOS THRU SUBSTITUI-ENVIOS-FIM
               ADD 1 TO WS-QTD-AGUARDADOS
           END-IF
           MOVE SPACES TO REMFILE-REC.
           MOVE WS-REMESSA    TO REM-REMESSA.
           MOVE ENT-NUMPEDIDO TO REM-NUMPEDIDO REM-PEDIDO-REF.
           MOVE ENT-CODCLIE   TO REM-CODCLIE.
           MOVE ENT-DTENTREGA TO REM-DTENTREGA.
           MOVE ENT-SITUACAO  TO REM-SIT-ENVIO.
           MOVE "E" TO REM-ORIGEM.
           IF ENT-SITUACAO EQUAL "R"
               MOVE "S" TO REM-SW-AGUARDA
           ELSE
               MOVE "N" TO REM-SW-AGUARDA
           END-IF
           MOVE "N" TO REM-SW-RESPOSTA.
           MOVE ZEROS TO REM-DT-RESPOSTA REM-REMESSA-SUBST.
           WRITE REMFILE-REC
               INVALID KEY
                   REWRITE REMFILE-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       REGISTRA-PEDIDO-FIM.

      * -----------------------------------
      * PERCORRE OS ENVIOS ANTERIORES DO PEDIDO PELA CHAVE
      * ALTERNATIVA E MARCA COMO SUBSTITUIDOS POR ESTA REMESSA OS
      * QUE AGUARDAVAM RETORNO E NAO FORAM RESPONDIDOS.
       SUBSTITUI-ENVIOS.
           MOVE ENT-NUMPEDIDO TO REM-PEDIDO-REF.
           START REMFILE KEY IS EQUAL REM-PEDIDO-REF
               INVALID KEY
                   GO SUBSTITUI-ENVIOS-FIM
           END-START.
       SUBSTITUI-ENVIOS-LOOP.
           READ REMFILE NEXT RECORD
               AT END
                   GO SUBSTITUI-ENVIOS-FIM
           END-READ.
           IF NOT REM-OK OR REM-PEDIDO-REF NOT EQUAL ENT-NUMPEDIDO
               GO SUBSTITUI-ENVIOS-FIM
           END-IF
           IF REM-ORIGEM-ENVIO AND REM-AGUARDA-RETORNO AND
                   REM-SEM-RESPOSTA AND REM-REMESSA NOT EQUAL WS-REMESSA
               MOVE "X" TO REM-SW-RESPOSTA
               MOVE WS-REMESSA TO REM-REMESSA-SUBST
               REWRITE REMFILE-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-SUBSTITUIDOS
               END-REWRITE
           END-IF
           GO SUBSTITUI-ENVIOS-LOOP.
       SUBSTITUI-ENVIOS-FIM.

      * -----------------------------------
      * GRAVA O CABECALHO DA REMESSA EM remessas.dat COM A DATA DE
      * GERACAO E OS TOTAIS DO TRAILER.
       REGISTRA-CABECALHO.
           MOVE SPACES TO REMFILE-REC.
           MOVE WS-REMESSA TO REM-REMESSA.
           MOVE ZEROS TO REM-NUMPEDIDO REM-PEDIDO-REF.
           MOVE WS-HOJE-AAAAMMDD TO REM-DT-GERACAO.
           MOVE WS-PRM-TIPO TO REM-TIPO-EXTR.
           MOVE WS-QTD-DETALHES TO REM-QTD-PEDIDOS.
           MOVE WS-HASH-PEDIDOS TO REM-HASH.
           MOVE WS-QTD-AGUARDADOS TO REM-QTD-AGUARDADOS.
           MOVE ZEROS TO REM-QTD-RESPONDIDOS REM-DT-ULT-RETORNO.
           WRITE REMFILE-REC
               INVALID KEY
                   REWRITE REMFILE-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       REGISTRA-CABECALHO-FIM.

      * -----------------------------------
      * AVANCA O NUMERO DA REMESSA E REGISTRA A DATA DESTA
      * EXTRACAO NO ARQUIVO DE CONTROLE.
       ATUALIZA-CONTROLE-FIM.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE ENTRADA E O REGISTRO DE REMESSAS,
      * CRIANDO ESTE SE NAO EXISTE.
       ABRIR-ARQUIVOS.
           OPEN INPUT FILE1
           IF FS-NAO-EXISTE THEN
           IF NOT ENT-OK
               DISPLAY "EXPORTA: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O REMFILE
           IF REM-NAO-EXISTE THEN
               OPEN OUTPUT REMFILE
               CLOSE REMFILE
               OPEN I-O REMFILE
           END-IF
           IF NOT REM-OK
               DISPLAY "EXPORTA: ERRO AO ABRIR remessas.dat (STATUS "
                   REM-STAT ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CRIA-CONTROLE THRU CRIA-CONTROLE-FIM.
       ENCERRA.
           CLOSE FILE1.
           CLOSE ENTFILE.
           CLOSE REMFILE.

      * -----------------------------------
       COPY controle-pd.
