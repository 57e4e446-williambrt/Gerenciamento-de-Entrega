       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
      * -----------------------------------------------------------
      * CONCILIACAO DAS REMESSAS DA INTERFACE COM A TRANSPORTADORA
      * (conciliacao_remessas.txt), A PARTIR DO REGISTRO DE
      * REMESSAS (remessas.dat) GRAVADO PELO EXPORTA E MARCADO PELO
      * IMPORTA. O PRAZO EM DIAS VEM DA LINHA DE COMANDO OU DO
      * CONSOLE; A IDADE DE UMA REMESSA E CONTADA DA DATA DE
      * GERACAO ATE HOJE. TRES SECOES:
      *   - REMESSAS NUNCA RESPONDIDAS: COM PEDIDOS AINDA
      *     AGUARDANDO RETORNO (NAO SUBSTITUIDOS POR UM REENVIO),
      *     NENHUM RETORNO IMPORTADO E IDADE ACIMA DO PRAZO;
      *   - PEDIDOS SEM RETORNO, POR REMESSA: ENVIADOS EM ROTA,
      *     NAO RESPONDIDOS NEM SUBSTITUIDOS POR UM REENVIO, EM
      *     REMESSA JA RESPONDIDA EM PARTE E COM IDADE ACIMA DO
      *     PRAZO (A REMESSA NUNCA RESPONDIDA JA SAI NA PRIMEIRA
      *     SECAO INTEIRA);
      *   - PEDIDOS RETORNADOS FORA DA REMESSA: DETALHES DO RETORNO
      *     CUJO PEDIDO NAO CONSTAVA DA REMESSA INDICADA NO HEADER.
      * TERMINA COM RETURN-CODE 8 QUANDO HA REMESSA OU PEDIDO
      * VENCIDO (AS DUAS PRIMEIRAS SECOES), PARA O AGENDADOR
      * NOTURNO ALERTAR A OPERACAO; OS RETORNADOS FORA DA REMESSA
      * SAO INFORMATIVOS.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS REM-STAT
               RECORD KEY IS REM-KEY
               ALTERNATE RECORD KEY IS REM-PEDIDO-REF
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
           SELECT REL-CONCILIA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
       DATA DIVISION.
       FILE SECTION.
       COPY remessas-fd.

       COPY entregas-fd.

       FD REL-CONCILIA VALUE OF FILE-ID IS "conciliacao_remessas.txt".
       01 REL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 REM-STAT PIC 9(02).
           88 REM-OK         VALUE ZEROS.
           88 REM-NAO-EXISTE VALUE 35.
       77 ENT-STAT PIC 9(02).
           88 ENT-OK         VALUE ZEROS.
           88 ENT-NAO-EXISTE VALUE 35.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.

       77 WS-PRM-LINHA PIC X(80) VALUE SPACES.
       77 WS-PRM-DIAS PIC 9(03) VALUE ZEROS.

      *    REMESSA CORRENTE NA VARREDURA (DO ULTIMO CABECALHO LIDO)
       77 WS-REM-ATUAL PIC 9(05) VALUE ZEROS.
       77 WS-REM-IDADE PIC S9(05) VALUE ZEROS.
       77 WS-SW-REM-VENCIDA PIC X VALUE "N".
           88 WS-REM-VENCIDA VALUE "S".
       77 WS-SW-REM-RESPONDIDA PIC X VALUE "N".
           88 WS-REM-JA-RESPONDIDA VALUE "S".
       77 WS-SW-REM-TITULO PIC X VALUE "N".
           88 WS-REM-TITULO-GRAVADO VALUE "S".
       77 WS-REM-AGUARDANDO PIC 9(07) VALUE ZEROS.

       77 WS-QTD-REMESSAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REM-SEM-RETORNO PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PED-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PED-FORA PIC 9(07) VALUE ZEROS.

       COPY lote-ws.

       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAAMMDD PIC 9(08).
           05 FILLER           PIC X(13).

       01 WS-REL-CAB.
           05 FILLER PIC X(39) VALUE
              "CONCILIACAO DE REMESSAS - DATA ".
           05 WS-CAB-DATA PIC 9(08).
           05 FILLER PIC X(09) VALUE " - PRAZO ".
           05 WS-CAB-DIAS PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".
       01 WS-REL-SEC-NUNCA PIC X(120) VALUE
          "REMESSAS NUNCA RESPONDIDAS".
       01 WS-REL-SUB-NUNCA PIC X(120) VALUE
          "REMESSA  GERACAO   TIPO  PEDIDOS  AGUARDANDO  DIAS".
       01 WS-REL-DET-NUNCA.
           05 WS-REL-N-REMESSA  PIC 9(05).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-REL-N-GERACAO  PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-N-TIPO     PIC X(01).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-REL-N-PEDIDOS  PIC ZZZZZZ9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 WS-REL-N-AGUARD   PIC ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-N-DIAS     PIC ZZZZ9.
       01 WS-REL-SEC-PEND PIC X(120) VALUE
          "PEDIDOS SEM RETORNO DA TRANSPORTADORA, POR REMESSA".
       01 WS-REL-TIT-PEND.
           05 FILLER PIC X(08) VALUE "REMESSA ".
           05 WS-REL-T-REMESSA  PIC 9(05).
           05 FILLER PIC X(11) VALUE " - GERACAO ".
           05 WS-REL-T-GERACAO  PIC 9(08).
           05 FILLER PIC X(17) VALUE " - ULTIMO RETORNO".
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-REL-T-RETORNO  PIC 9(08).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-REL-T-DIAS     PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".
       01 WS-REL-SUB-PEND PIC X(120) VALUE
          "  PEDIDO   CLIENTE  DT.ENTREGA  SIT.ATUAL".
       01 WS-REL-DET-PEND.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-P-PEDIDO   PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-P-CODCLIE  PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-P-DTENTREGA PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-REL-P-SIT      PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-P-OBS      PIC X(40).
       01 WS-REL-SEC-FORA PIC X(120) VALUE
          "PEDIDOS RETORNADOS FORA DA REMESSA".
       01 WS-REL-SUB-FORA PIC X(120) VALUE
          "REMESSA  PEDIDO   RETORNO   SIT.RETORNADA".
       01 WS-REL-DET-FORA.
           05 WS-REL-F-REMESSA  PIC 9(05).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-REL-F-PEDIDO   PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-F-RETORNO  PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-F-SIT      PIC X(01).
       01 WS-REL-NADA PIC X(120) VALUE
          "  NENHUM".
       01 WS-REL-RESUMO.
           05 FILLER PIC X(09) VALUE "RESUMO: ".
           05 WS-RES-REM PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " REMESSAS, ".
           05 WS-RES-NUNCA PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE " SEM RETORNO, ".
           05 WS-RES-PEND PIC ZZZZZZ9.
           05 FILLER PIC X(20) VALUE " PEDIDOS PENDENTES, ".
           05 WS-RES-FORA PIC ZZZZZZ9.
           05 FILLER PIC X(16) VALUE " FORA DA REMESSA".

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           MOVE WS-HOJE-AAAAMMDD TO WS-CAB-DATA.
           PERFORM OBTEM-PARAMETRO THRU OBTEM-PARAMETRO-FIM.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LISTA-NUNCA-RESPONDIDAS THRU
               LISTA-NUNCA-RESPONDIDAS-FIM.
           PERFORM LISTA-PENDENTES THRU LISTA-PENDENTES-FIM.
           PERFORM LISTA-FORA-REMESSA THRU LISTA-FORA-REMESSA-FIM.
           PERFORM ENCERRA THRU ENCERRA-FIM.
           IF WS-QTD-REM-SEM-RETORNO NOT EQUAL ZEROS OR
                   WS-QTD-PED-PENDENTES NOT EQUAL ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * OBTEM O PRAZO EM DIAS DA LINHA DE COMANDO OU DO CONSOLE
      * (NO PROCESSAMENTO NOTURNO, SO DA LINHA DE COMANDO).
       OBTEM-PARAMETRO.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-PRM-LINHA) NUMERIC
               COMPUTE WS-PRM-DIAS =
                   FUNCTION NUMVAL(WS-PRM-LINHA)
           END-IF.
           ACCEPT WS-MODO-NOTURNO FROM ENVIRONMENT "NOTURNO".
           IF WS-EM-LOTE-NOTURNO AND WS-PRM-DIAS EQUAL ZEROS
               DISPLAY "CONCILIA: PRAZO EM DIAS NAO INFORMADO NA "
                   "LINHA DE COMANDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRM-DIAS NOT EQUAL ZEROS
               DISPLAY "CONCILIA: INFORME O PRAZO DE RETORNO EM DIAS"
               ACCEPT WS-PRM-DIAS
           END-PERFORM.
           MOVE WS-PRM-DIAS TO WS-CAB-DIAS.
       OBTEM-PARAMETRO-FIM.

      * -----------------------------------
      * POSICIONA NO INICIO DO REGISTRO DE REMESSAS PARA UMA NOVA
      * VARREDURA.
       POSICIONA-INICIO.
           MOVE ZEROS TO REM-KEY.
           MOVE ZEROS TO REM-STAT.
           START REMFILE KEY IS NOT LESS REM-KEY
               INVALID KEY
                   MOVE 10 TO REM-STAT
           END-START.
       POSICIONA-INICIO-FIM.

      * -----------------------------------
      * LE O PROXIMO REGISTRO DA VARREDURA. QUALQUER STATUS
      * DIFERENTE DE ZERO ENCERRA A VARREDURA, COMO NO VERIFICA.
       LE-PROXIMO.
           READ REMFILE NEXT RECORD
               AT END
                   MOVE 10 TO REM-STAT
           END-READ.
       LE-PROXIMO-FIM.

      * -----------------------------------
      * GUARDA OS DADOS DA REMESSA DO CABECALHO EM REMFILE-REC E
      * CALCULA A IDADE DELA EM DIAS.
       ASSUME-CABECALHO.
           MOVE REM-REMESSA TO WS-REM-ATUAL.
           MOVE "N" TO WS-SW-REM-VENCIDA WS-SW-REM-RESPONDIDA
               WS-SW-REM-TITULO.
           MOVE ZEROS TO WS-REM-IDADE.
           IF REM-DT-GERACAO NUMERIC AND
                   REM-DT-GERACAO NOT EQUAL ZEROS
               COMPUTE WS-REM-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) -
                   FUNCTION INTEGER-OF-DATE(REM-DT-GERACAO)
           END-IF
           IF WS-REM-IDADE > WS-PRM-DIAS
               MOVE "S" TO WS-SW-REM-VENCIDA
           END-IF
           IF REM-DT-ULT-RETORNO NUMERIC AND
                   REM-DT-ULT-RETORNO NOT EQUAL ZEROS
               MOVE "S" TO WS-SW-REM-RESPONDIDA
           END-IF.
       ASSUME-CABECALHO-FIM.

      * -----------------------------------
      * PRIMEIRA SECAO: REMESSAS VENCIDAS QUE NUNCA TIVERAM NENHUM
      * RETORNO IMPORTADO E AINDA TEM PEDIDO AGUARDANDO RETORNO. OS
      * PEDIDOS AGUARDANDO SAO CONTADOS NOS REGISTROS DA REMESSA
      * (ENVIADOS EM ROTA, SEM RESPOSTA) E NAO NO TOTAL DO
      * CABECALHO, PARA O PEDIDO SUBSTITUIDO POR UM REENVIO EM
      * REMESSA POSTERIOR ("X") NAO MANTER A REMESSA NA LISTA.
       LISTA-NUNCA-RESPONDIDAS.
           WRITE REL-LINHA FROM WS-REL-SEC-NUNCA.
           WRITE REL-LINHA FROM WS-REL-SUB-NUNCA.
           MOVE "N" TO WS-SW-REM-VENCIDA.
           PERFORM POSICIONA-INICIO THRU POSICIONA-INICIO-FIM.
       LISTA-NUNCA-RESPONDIDAS-LOOP.
           IF NOT REM-OK
               GO LISTA-NUNCA-RESPONDIDAS-FECHA
           END-IF
           PERFORM LE-PROXIMO THRU LE-PROXIMO-FIM.
           IF NOT REM-OK
               GO LISTA-NUNCA-RESPONDIDAS-FECHA
           END-IF
           IF REM-NUMPEDIDO NOT EQUAL ZEROS
               IF REM-REMESSA EQUAL WS-REM-ATUAL AND
                       REM-ORIGEM-ENVIO AND REM-AGUARDA-RETORNO AND
                       REM-SEM-RESPOSTA
                   ADD 1 TO WS-REM-AGUARDANDO
               END-IF
               GO LISTA-NUNCA-RESPONDIDAS-LOOP
           END-IF
           PERFORM FECHA-REMESSA-NUNCA THRU FECHA-REMESSA-NUNCA-FIM.
           ADD 1 TO WS-QTD-REMESSAS.
           PERFORM ASSUME-CABECALHO THRU ASSUME-CABECALHO-FIM.
           MOVE ZEROS TO WS-REM-AGUARDANDO.
           MOVE REM-REMESSA        TO WS-REL-N-REMESSA.
           MOVE REM-DT-GERACAO     TO WS-REL-N-GERACAO.
           MOVE REM-TIPO-EXTR      TO WS-REL-N-TIPO.
           MOVE REM-QTD-PEDIDOS    TO WS-REL-N-PEDIDOS.
           MOVE WS-REM-IDADE       TO WS-REL-N-DIAS.
           GO LISTA-NUNCA-RESPONDIDAS-LOOP.
       LISTA-NUNCA-RESPONDIDAS-FECHA.
           PERFORM FECHA-REMESSA-NUNCA THRU FECHA-REMESSA-NUNCA-FIM.
           IF WS-QTD-REM-SEM-RETORNO EQUAL ZEROS
               WRITE REL-LINHA FROM WS-REL-NADA
           END-IF
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-NUNCA-RESPONDIDAS-FIM.

      * -----------------------------------
      * FIM DOS REGISTROS DE UMA REMESSA NA PRIMEIRA SECAO: LISTA A
      * REMESSA SE ESTA VENCIDA, SEM RETORNO E COM PEDIDO AINDA
      * AGUARDANDO (OS DADOS DO CABECALHO JA ESTAO NA LINHA).
       FECHA-REMESSA-NUNCA.
           IF WS-REM-VENCIDA AND NOT WS-REM-JA-RESPONDIDA AND
                   WS-REM-AGUARDANDO NOT EQUAL ZEROS
               ADD 1 TO WS-QTD-REM-SEM-RETORNO
               MOVE WS-REM-AGUARDANDO TO WS-REL-N-AGUARD
               WRITE REL-LINHA FROM WS-REL-DET-NUNCA
           END-IF
           MOVE "N" TO WS-SW-REM-VENCIDA.
       FECHA-REMESSA-NUNCA-FIM.

      * -----------------------------------
      * SEGUNDA SECAO: EM CADA REMESSA VENCIDA QUE JA TEVE RETORNO,
      * OS PEDIDOS ENVIADOS EM ROTA QUE CONTINUAM SEM RESPOSTA. O
      * TITULO DA REMESSA SO SAI QUANDO ELA TEM PEDIDO PENDENTE. A
      * SITUACAO ATUAL VEM DE entregas.dat (PEDIDO JA BAIXADO POR
      * OUTRO CAMINHO CONTINUA LISTADO: A TRANSPORTADORA NAO
      * RESPONDEU SOBRE ELE).
       LISTA-PENDENTES.
           WRITE REL-LINHA FROM WS-REL-SEC-PEND.
           PERFORM POSICIONA-INICIO THRU POSICIONA-INICIO-FIM.
           MOVE "N" TO WS-SW-REM-VENCIDA.
       LISTA-PENDENTES-LOOP.
           IF NOT REM-OK
               GO LISTA-PENDENTES-FECHA
           END-IF
           PERFORM LE-PROXIMO THRU LE-PROXIMO-FIM.
           IF NOT REM-OK
               GO LISTA-PENDENTES-FECHA
           END-IF
           IF REM-NUMPEDIDO EQUAL ZEROS
               PERFORM ASSUME-CABECALHO THRU ASSUME-CABECALHO-FIM
               MOVE REM-DT-GERACAO     TO WS-REL-T-GERACAO
               MOVE REM-DT-ULT-RETORNO TO WS-REL-T-RETORNO
               GO LISTA-PENDENTES-LOOP
           END-IF
           IF REM-REMESSA NOT EQUAL WS-REM-ATUAL OR
                   NOT WS-REM-VENCIDA OR NOT WS-REM-JA-RESPONDIDA
               GO LISTA-PENDENTES-LOOP
           END-IF
           IF NOT REM-ORIGEM-ENVIO OR NOT REM-AGUARDA-RETORNO OR
                   NOT REM-SEM-RESPOSTA
               GO LISTA-PENDENTES-LOOP
           END-IF
           IF NOT WS-REM-TITULO-GRAVADO
               MOVE WS-REM-ATUAL TO WS-REL-T-REMESSA
               MOVE WS-REM-IDADE TO WS-REL-T-DIAS
               WRITE REL-LINHA FROM WS-REL-TIT-PEND
               WRITE REL-LINHA FROM WS-REL-SUB-PEND
               MOVE "S" TO WS-SW-REM-TITULO
           END-IF
           ADD 1 TO WS-QTD-PED-PENDENTES.
           MOVE REM-NUMPEDIDO TO WS-REL-P-PEDIDO.
           MOVE REM-CODCLIE   TO WS-REL-P-CODCLIE.
           MOVE REM-DTENTREGA TO WS-REL-P-DTENTREGA.
           MOVE SPACES TO WS-REL-P-OBS.
           MOVE REM-NUMPEDIDO TO ENT-NUMPEDIDO.
           READ ENTFILE
               INVALID KEY
                   MOVE SPACES TO WS-REL-P-SIT
                   MOVE "PEDIDO NAO ENCONTRADO EM entregas.dat"
                       TO WS-REL-P-OBS
               NOT INVALID KEY
                   MOVE ENT-SITUACAO TO WS-REL-P-SIT
                   IF ENT-SITUACAO NOT EQUAL "R"
                       MOVE "JA BAIXADO SEM RETORNO DA TRANSPORTADORA"
                           TO WS-REL-P-OBS
                   END-IF
           END-READ.
           WRITE REL-LINHA FROM WS-REL-DET-PEND.
           GO LISTA-PENDENTES-LOOP.
       LISTA-PENDENTES-FECHA.
           IF WS-QTD-PED-PENDENTES EQUAL ZEROS
               WRITE REL-LINHA FROM WS-REL-NADA
           END-IF
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-PENDENTES-FIM.

      * -----------------------------------
      * TERCEIRA SECAO: PEDIDOS GRAVADOS PELO IMPORTA COM ORIGEM
      * "R" (RETORNADOS SEM TEREM SIDO ENVIADOS NA REMESSA).
       LISTA-FORA-REMESSA.
           WRITE REL-LINHA FROM WS-REL-SEC-FORA.
           WRITE REL-LINHA FROM WS-REL-SUB-FORA.
           PERFORM POSICIONA-INICIO THRU POSICIONA-INICIO-FIM.
       LISTA-FORA-REMESSA-LOOP.
           IF NOT REM-OK
               GO LISTA-FORA-REMESSA-FECHA
           END-IF
           PERFORM LE-PROXIMO THRU LE-PROXIMO-FIM.
           IF NOT REM-OK
               GO LISTA-FORA-REMESSA-FECHA
           END-IF
           IF REM-NUMPEDIDO EQUAL ZEROS OR NOT REM-ORIGEM-RETORNO
               GO LISTA-FORA-REMESSA-LOOP
           END-IF
           ADD 1 TO WS-QTD-PED-FORA.
           MOVE REM-REMESSA      TO WS-REL-F-REMESSA.
           MOVE REM-NUMPEDIDO    TO WS-REL-F-PEDIDO.
           MOVE REM-DT-RESPOSTA  TO WS-REL-F-RETORNO.
           MOVE REM-SIT-RESPOSTA TO WS-REL-F-SIT.
           WRITE REL-LINHA FROM WS-REL-DET-FORA.
           GO LISTA-FORA-REMESSA-LOOP.
       LISTA-FORA-REMESSA-FECHA.
           IF WS-QTD-PED-FORA EQUAL ZEROS
               WRITE REL-LINHA FROM WS-REL-NADA
           END-IF.
       LISTA-FORA-REMESSA-FIM.

      * -----------------------------------
      * ABRE O REGISTRO DE REMESSAS E entregas.dat PARA CONSULTA E
      * O RELATORIO.
       ABRIR-ARQUIVOS.
           OPEN INPUT REMFILE
           IF REM-NAO-EXISTE THEN
               OPEN OUTPUT REMFILE
               CLOSE REMFILE
               OPEN INPUT REMFILE
           END-IF
           IF NOT REM-OK
               DISPLAY "CONCILIA: ERRO AO ABRIR remessas.dat (STATUS "
                   REM-STAT ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ENTFILE
           IF ENT-NAO-EXISTE THEN
               OPEN OUTPUT ENTFILE
               CLOSE ENTFILE
               OPEN INPUT ENTFILE
           END-IF
           IF NOT ENT-OK
               DISPLAY "CONCILIA: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-CONCILIA
           WRITE REL-LINHA FROM WS-REL-CAB
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      * -----------------------------------
      * GRAVA O RESUMO, FECHA OS ARQUIVOS E MOSTRA OS TOTAIS NO
      * CONSOLE PARA O LOG DO AGENDADOR.
       ENCERRA.
           MOVE WS-QTD-REMESSAS        TO WS-RES-REM.
           MOVE WS-QTD-REM-SEM-RETORNO TO WS-RES-NUNCA.
           MOVE WS-QTD-PED-PENDENTES   TO WS-RES-PEND.
           MOVE WS-QTD-PED-FORA        TO WS-RES-FORA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-REL-RESUMO.
           CLOSE REL-CONCILIA.
           CLOSE REMFILE.
           CLOSE ENTFILE.
           DISPLAY "CONCILIA: " WS-QTD-REM-SEM-RETORNO
               " REMESSAS SEM RETORNO, " WS-QTD-PED-PENDENTES
               " PEDIDOS PENDENTES, " WS-QTD-PED-FORA
               " FORA DA REMESSA EM conciliacao_remessas.txt".
       ENCERRA-FIM.
