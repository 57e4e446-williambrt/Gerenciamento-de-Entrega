       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUTIV.
      * -----------------------------------------------------------
      * RELATORIO MENSAL DE PRODUTIVIDADE DA FROTA
      * (relatorio_produtividade.txt), CALCULADO DAS ROTAS GRAVADAS
      * PELO ROTEIRO (rotas.dat) COM DATA NO MES INFORMADO (AAAAMM
      * NA LINHA DE COMANDO OU CONSOLE). POR VEICULO/MOTORISTA E NO
      * TOTAL GERAL:
      *   - ROTAS RODADAS E KM PLANEJADO (CABECALHOS DAS ROTAS);
      *   - PARADAS PLANEJADAS (UMA POR PEDIDO NO ROMANEIO);
      *   - CONCLUIDAS E FALHAS: O PRIMEIRO MOVIMENTO R>E OU R>F
      *     DO PEDIDO (movimento.dat) COM DATA IGUAL OU POSTERIOR A
      *     DA ROTA; SEM MOVIMENTO, VALE A PRIMEIRA OCORRENCIA
      *     (ocorrencia.dat) DESDE A DATA DA ROTA. PARADA SEM
      *     NENHUM DOS DOIS AINDA ESTA EM ABERTO E SO CONTA COMO
      *     PARADA;
      *   - FRETE TRANSPORTADO: ENT-VLR-FRETE DAS PARADAS
      *     CONCLUIDAS (A PARADA QUE FALHOU VOLTA A SER ROTEIRIZADA
      *     E O FRETE ENTRA NA ROTA QUE A CONCLUIR);
      *   - CUSTO = KM PLANEJADO X CUSTO POR KM DO VEICULO
      *     (VEI-CUSTO-KM, CADASTRO ATUAL) E MARGEM = FRETE - CUSTO.
      * O MOTORISTA E O GRAVADO NO CABECALHO DA ROTA, DE MODO QUE O
      * MESMO VEICULO COM MOTORISTAS DIFERENTES NO MES SAI EM
      * LINHAS SEPARADAS. A APURACAO VARRE rotas.dat A PARTIR DO
      * PRIMEIRO DIA DO MES E ORDENA POR PLACA E MOTORISTA VIA SORT
      * (MESMO DESENHO DO DESEMPENHO).
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ROT-STAT
               RECORD KEY IS ROT-KEY.
           SELECT ENTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ENT-STAT
               RECORD KEY IS ENT-KEY
               ALTERNATE RECORD KEY IS ENT-CODCLIE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ENT-DTENTREGA
                   WITH DUPLICATES.
           SELECT MOVFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MOV-STAT
               RECORD KEY IS MOV-KEY.
           SELECT OCOFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OCO-STAT
               RECORD KEY IS OCO-KEY.
           SELECT VEIFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VEI-STAT
               RECORD KEY IS VEI-PLACA.
           SELECT WK-ORDENACAO ASSIGN TO DISK.
           SELECT REL-PRODUTIV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
       DATA DIVISION.
       FILE SECTION.
       COPY rotas-fd.

       COPY entregas-fd.

       COPY movent-fd.

       COPY ocorrencia-fd.

       COPY veiculos-fd.

       SD WK-ORDENACAO.
       01 WK-ORD-REC.
           05 WK-ORD-PLACA     PIC X(07).
           05 WK-ORD-MOTORISTA PIC X(30).
           05 WK-ORD-TIPO      PIC X(01).
               88 WK-ORD-CABECALHO VALUE "C".
           05 WK-ORD-KM        PIC 9(05)V9(02).
           05 WK-ORD-CONCLUIDA PIC X(01).
           05 WK-ORD-FALHOU    PIC X(01).
           05 WK-ORD-FRETE     PIC 9(07)V9(02).

       FD REL-PRODUTIV VALUE OF FILE-ID IS
           "relatorio_produtividade.txt".
       01 REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 ROT-STAT PIC 9(02).
           88 ROT-OK         VALUE ZEROS.
           88 ROT-NAO-EXISTE VALUE 35.
       77 ENT-STAT PIC 9(02).
           88 ENT-OK         VALUE ZEROS.
           88 ENT-NAO-EXISTE VALUE 35.
       77 VEI-STAT PIC 9(02).
           88 VEI-OK         VALUE ZEROS.
           88 VEI-NAO-EXISTE VALUE 35.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.
       77 WS-SW-FIM-SORT PIC X.
           88 SW-FIM-SORT VALUE "S".

       COPY movent-ws.

       COPY ocorrencia-ws.

       77 WS-PRM-LINHA PIC X(80) VALUE SPACES.
       77 WS-PRM-MES PIC 9(06) VALUE ZEROS.
       77 WS-ROT-MES PIC 9(06).
       77 WS-MOTORISTA-ROTA PIC X(30) VALUE SPACES.

      * APURACAO DE UMA PARADA (SAIDA DE ANALISA-PARADA)
       77 WS-AP-CONCLUIDA PIC X.
           88 WS-AP-FOI-CONCLUIDA VALUE "S".
       77 WS-AP-FALHOU PIC X.
       77 WS-SW-APURADA PIC X.
           88 WS-AP-APURADA VALUE "S".
       77 WS-MOV-DATA PIC 9(08).

      * ACUMULADORES DA QUEBRA POR VEICULO/MOTORISTA E DO TOTAL
       77 WS-PLACA-ATUAL PIC X(07) VALUE SPACES.
       77 WS-MOTORISTA-ATUAL PIC X(30) VALUE SPACES.
       77 WS-SW-VEI PIC X VALUE "N".
           88 WS-TEM-VEICULO VALUE "S".
       01 WS-ACC-VEICULO.
           05 WS-ACC-ROTAS      PIC 9(05).
           05 WS-ACC-KM         PIC 9(07)V9(02).
           05 WS-ACC-PARADAS    PIC 9(05).
           05 WS-ACC-CONCLUIDAS PIC 9(05).
           05 WS-ACC-FALHAS     PIC 9(05).
           05 WS-ACC-FRETE      PIC 9(09)V9(02).
       01 WS-TOT-GERAL.
           05 WS-TOT-ROTAS      PIC 9(07).
           05 WS-TOT-KM         PIC 9(09)V9(02).
           05 WS-TOT-PARADAS    PIC 9(07).
           05 WS-TOT-CONCLUIDAS PIC 9(07).
           05 WS-TOT-FALHAS     PIC 9(07).
           05 WS-TOT-FRETE      PIC 9(09)V9(02).
           05 WS-TOT-CUSTO      PIC 9(09)V9(02).
       77 WS-CUSTO-KM PIC 9(03)V9(02).
       77 WS-CUSTO PIC 9(09)V9(02).
       77 WS-MARGEM PIC S9(09)V9(02).

       01 WS-REL-CAB.
           05 FILLER PIC X(37) VALUE
              "PRODUTIVIDADE DA FROTA - MES ".
           05 WS-CAB-MES PIC 9(06).
       01 WS-REL-SUBCAB.
           05 FILLER PIC X(39) VALUE
              "PLACA    MOTORISTA                     ".
           05 FILLER PIC X(40) VALUE
              "ROTAS   KM PLAN. PARAD CONCL FALHA      ".
           05 FILLER PIC X(53) VALUE
              " FRETE  R$/KM       CUSTO       MARGEM".
       01 WS-REL-DETALHE.
           05 WS-REL-D-PLACA     PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-REL-D-MOTORISTA PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-ROTAS     PIC ZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-KM        PIC ZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-PARADAS   PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-CONCL     PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-FALHAS    PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-FRETE     PIC ZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-CUSTO-KM  PIC ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-CUSTO     PIC ZZZZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-REL-D-MARGEM    PIC -(08)9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM OBTEM-PARAMETRO THRU OBTEM-PARAMETRO-FIM.
           PERFORM ABRIR-ARQUIVOS.
           SORT WK-ORDENACAO ON ASCENDING KEY WK-ORD-PLACA
                             ON ASCENDING KEY WK-ORD-MOTORISTA
               INPUT PROCEDURE GERA-ENTRADA-PRODUTIV
               OUTPUT PROCEDURE GERA-SAIDA-PRODUTIV.
           PERFORM ENCERRA.
           DISPLAY "PRODUTIV: " WS-TOT-ROTAS " ROTAS DO MES "
               WS-PRM-MES " EM relatorio_produtividade.txt".
           STOP RUN.

      * -----------------------------------
      * OBTEM O MES DA APURACAO (AAAAMM) DA LINHA DE COMANDO OU DO
      * CONSOLE.
       OBTEM-PARAMETRO.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-PRM-LINHA) NUMERIC
               COMPUTE WS-PRM-MES =
                   FUNCTION NUMVAL(WS-PRM-LINHA)
           END-IF.
           PERFORM UNTIL WS-PRM-MES NOT EQUAL ZEROS
               DISPLAY "PRODUTIV: INFORME O MES DA APURACAO (AAAAMM)"
               ACCEPT WS-PRM-MES
           END-PERFORM.
           MOVE WS-PRM-MES TO WS-CAB-MES.
       OBTEM-PARAMETRO-FIM.

      * -----------------------------------
      * LE rotas.dat DO PRIMEIRO DIA DO MES ATE A PRIMEIRA ROTA DO
      * MES SEGUINTE. O CABECALHO (SEQUENCIA ZERO) VEM ANTES DAS
      * PARADAS DA MESMA ROTA E DA O MOTORISTA DELAS; CADA PARADA
      * E APURADA E VAI PARA O SORT COM O MOTORISTA DA ROTA.
       GERA-ENTRADA-PRODUTIV.
           MOVE LOW-VALUES TO ROT-KEY.
           COMPUTE ROT-DATA = WS-PRM-MES * 100 + 1.
           START ROTFILE KEY IS NOT LESS ROT-KEY
               INVALID KEY
                   MOVE 10 TO ROT-STAT
           END-START.
           PERFORM UNTIL NOT ROT-OK
               READ ROTFILE NEXT RECORD
                   AT END
                       MOVE 10 TO ROT-STAT
               END-READ
               IF ROT-OK
                   MOVE ROT-DATA(1:6) TO WS-ROT-MES
                   IF WS-ROT-MES NOT EQUAL WS-PRM-MES
                       MOVE 10 TO ROT-STAT
                   ELSE
                       PERFORM LIBERA-ROTA THRU LIBERA-ROTA-FIM
                   END-IF
               END-IF
           END-PERFORM.
       GERA-ENTRADA-PRODUTIV-FIM.

      * -----------------------------------
      * MONTA O REGISTRO DO SORT A PARTIR DO CABECALHO OU DA PARADA
      * LIDA EM ROTFILE-REC.
       LIBERA-ROTA.
           MOVE ROT-PLACA TO WK-ORD-PLACA.
           MOVE ZEROS TO WK-ORD-KM WK-ORD-FRETE.
           MOVE "N" TO WK-ORD-CONCLUIDA WK-ORD-FALHOU.
           IF ROT-SEQ EQUAL ZEROS
               MOVE ROT-MOTORISTA TO WS-MOTORISTA-ROTA
               MOVE "C" TO WK-ORD-TIPO
               IF ROT-KM-TOTAL NUMERIC
                   MOVE ROT-KM-TOTAL TO WK-ORD-KM
               END-IF
           ELSE
               MOVE "P" TO WK-ORD-TIPO
               PERFORM ANALISA-PARADA THRU ANALISA-PARADA-FIM
               MOVE WS-AP-CONCLUIDA TO WK-ORD-CONCLUIDA
               MOVE WS-AP-FALHOU    TO WK-ORD-FALHOU
               IF WS-AP-FOI-CONCLUIDA
                   PERFORM OBTEM-FRETE THRU OBTEM-FRETE-FIM
               END-IF
           END-IF
           MOVE WS-MOTORISTA-ROTA TO WK-ORD-MOTORISTA.
           RELEASE WK-ORD-REC.
       LIBERA-ROTA-FIM.

      * -----------------------------------
      * APURA O RESULTADO DA PARADA DO PEDIDO ROT-NUMPEDIDO NA ROTA
      * DE ROT-DATA: O PRIMEIRO MOVIMENTO QUE TIRA O PEDIDO DE "R"
      * (R>E CONCLUIDA, R>F FALHA) COM DATA A PARTIR DA ROTA. SEM
      * MOVIMENTO, TENTA AS OCORRENCIAS DO PEDIDO.
       ANALISA-PARADA.
           MOVE "N" TO WS-AP-CONCLUIDA WS-AP-FALHOU WS-SW-APURADA.
           MOVE ROT-NUMPEDIDO TO MOV-NUMPEDIDO.
           MOVE ZEROS TO MOV-SEQ.
           MOVE ZEROS TO MOV-STAT.
           START MOVFILE KEY IS NOT LESS MOV-KEY
               INVALID KEY
                   MOVE 10 TO MOV-STAT
           END-START.
           PERFORM UNTIL MOV-FIM OR WS-AP-APURADA
               READ MOVFILE NEXT RECORD
                   AT END
                       MOVE 10 TO MOV-STAT
                   NOT AT END
                       IF MOV-NUMPEDIDO NOT EQUAL ROT-NUMPEDIDO
                           MOVE 10 TO MOV-STAT
                       ELSE
                           PERFORM APURA-MOVIMENTO THRU
                               APURA-MOVIMENTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-AP-APURADA
               PERFORM APURA-OCORRENCIAS THRU APURA-OCORRENCIAS-FIM
           END-IF.
       ANALISA-PARADA-FIM.

      * -----------------------------------
       APURA-MOVIMENTO.
           IF MOV-DATA-HORA(1:8) NUMERIC
               MOVE MOV-DATA-HORA(1:8) TO WS-MOV-DATA
           ELSE
               MOVE ZEROS TO WS-MOV-DATA
           END-IF
           IF WS-MOV-DATA LESS ROT-DATA
               GO APURA-MOVIMENTO-FIM
           END-IF
           EVALUATE MOV-SIT-ANTERIOR ALSO MOV-SIT-NOVA
               WHEN "R" ALSO "E"
                   MOVE "S" TO WS-AP-CONCLUIDA WS-SW-APURADA
               WHEN "R" ALSO "F"
                   MOVE "S" TO WS-AP-FALHOU WS-SW-APURADA
           END-EVALUATE.
       APURA-MOVIMENTO-FIM.

      * -----------------------------------
      * PEDIDOS BAIXADOS ANTES DO HISTORICO DE MOVIMENTOS SO TEM A
      * OCORRENCIA: VALE A PRIMEIRA "E" OU "F" DESDE A DATA DA ROTA.
       APURA-OCORRENCIAS.
           MOVE ROT-NUMPEDIDO TO OCO-NUMPEDIDO.
           MOVE ZEROS TO OCO-SEQ.
           MOVE ZEROS TO OCO-STAT.
           START OCOFILE KEY IS NOT LESS OCO-KEY
               INVALID KEY
                   MOVE 10 TO OCO-STAT
           END-START.
           PERFORM UNTIL OCO-FIM OR WS-AP-APURADA
               READ OCOFILE NEXT RECORD
                   AT END
                       MOVE 10 TO OCO-STAT
                   NOT AT END
                       IF OCO-NUMPEDIDO NOT EQUAL ROT-NUMPEDIDO
                           MOVE 10 TO OCO-STAT
                       ELSE
                           PERFORM APURA-OCORRENCIA THRU
                               APURA-OCORRENCIA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       APURA-OCORRENCIAS-FIM.

      * -----------------------------------
       APURA-OCORRENCIA.
           IF OCO-DATA-HORA(1:8) NUMERIC
               MOVE OCO-DATA-HORA(1:8) TO WS-MOV-DATA
           ELSE
               MOVE ZEROS TO WS-MOV-DATA
           END-IF
           IF WS-MOV-DATA LESS ROT-DATA
               GO APURA-OCORRENCIA-FIM
           END-IF
           EVALUATE OCO-TIPO
               WHEN "E"
                   MOVE "S" TO WS-AP-CONCLUIDA WS-SW-APURADA
               WHEN "F"
                   MOVE "S" TO WS-AP-FALHOU WS-SW-APURADA
           END-EVALUATE.
       APURA-OCORRENCIA-FIM.

      * -----------------------------------
      * FRETE DO PEDIDO DA PARADA CONCLUIDA (FRETE NAO CALCULADO OU
      * EM ESPACOS NOS REGISTROS ANTIGOS VALE ZERO).
       OBTEM-FRETE.
           MOVE ROT-NUMPEDIDO TO ENT-NUMPEDIDO.
           READ ENTFILE
               INVALID KEY
                   GO OBTEM-FRETE-FIM
           END-READ.
           IF ENT-VLR-FRETE NUMERIC
               MOVE ENT-VLR-FRETE TO WK-ORD-FRETE
           END-IF.
       OBTEM-FRETE-FIM.

      * -----------------------------------
      * RECEBE AS ROTAS E PARADAS JA ORDENADAS POR VEICULO E
      * MOTORISTA, ACUMULA NA QUEBRA E GRAVA O RELATORIO COM UMA
      * LINHA POR VEICULO/MOTORISTA E O TOTAL GERAL.
       GERA-SAIDA-PRODUTIV.
           MOVE "N" TO WS-SW-FIM-SORT WS-SW-VEI.
           MOVE ZEROS TO WS-ACC-VEICULO WS-TOT-GERAL.
           MOVE SPACES TO WS-PLACA-ATUAL WS-MOTORISTA-ATUAL.
           OPEN OUTPUT REL-PRODUTIV.
           WRITE REL-LINHA FROM WS-REL-CAB.
           WRITE REL-LINHA FROM WS-REL-SUBCAB.
           PERFORM UNTIL SW-FIM-SORT
               RETURN WK-ORDENACAO
                   AT END
                       MOVE "S" TO WS-SW-FIM-SORT
                   NOT AT END
                       IF WK-ORD-PLACA NOT EQUAL WS-PLACA-ATUAL OR
                               WK-ORD-MOTORISTA NOT EQUAL
                               WS-MOTORISTA-ATUAL
                           PERFORM FECHA-VEICULO THRU FECHA-VEICULO-FIM
                           MOVE WK-ORD-PLACA     TO WS-PLACA-ATUAL
                           MOVE WK-ORD-MOTORISTA TO WS-MOTORISTA-ATUAL
                           MOVE "S" TO WS-SW-VEI
                       END-IF
                       PERFORM ACUMULA-ROTA THRU ACUMULA-ROTA-FIM
               END-RETURN
           END-PERFORM.
           PERFORM FECHA-VEICULO THRU FECHA-VEICULO-FIM.
           PERFORM GRAVA-TOTAL-GERAL THRU GRAVA-TOTAL-GERAL-FIM.
           CLOSE REL-PRODUTIV.
       GERA-SAIDA-PRODUTIV-FIM.

      * -----------------------------------
       ACUMULA-ROTA.
           IF WK-ORD-CABECALHO
               ADD 1 TO WS-ACC-ROTAS WS-TOT-ROTAS
               ADD WK-ORD-KM TO WS-ACC-KM WS-TOT-KM
               GO ACUMULA-ROTA-FIM
           END-IF
           ADD 1 TO WS-ACC-PARADAS WS-TOT-PARADAS.
           IF WK-ORD-CONCLUIDA EQUAL "S"
               ADD 1 TO WS-ACC-CONCLUIDAS WS-TOT-CONCLUIDAS
           END-IF
           IF WK-ORD-FALHOU EQUAL "S"
               ADD 1 TO WS-ACC-FALHAS WS-TOT-FALHAS
           END-IF
           ADD WK-ORD-FRETE TO WS-ACC-FRETE WS-TOT-FRETE.
       ACUMULA-ROTA-FIM.

      * -----------------------------------
      * FECHA A QUEBRA DO VEICULO/MOTORISTA ANTERIOR: BUSCA O CUSTO
      * POR KM NO CADASTRO DA FROTA (VEICULO EXCLUIDO OU SEM CUSTO
      * INFORMADO = CUSTO ZERO), CALCULA CUSTO E MARGEM E GRAVA A
      * LINHA DO RELATORIO.
       FECHA-VEICULO.
           IF NOT WS-TEM-VEICULO
               GO FECHA-VEICULO-FIM
           END-IF
           MOVE ZEROS TO WS-CUSTO-KM.
           MOVE WS-PLACA-ATUAL TO VEI-PLACA.
           READ VEIFILE
               INVALID KEY
                   MOVE ZEROS TO VEI-CUSTO-KM
           END-READ.
           IF VEI-CUSTO-KM NUMERIC
               MOVE VEI-CUSTO-KM TO WS-CUSTO-KM
           END-IF
           COMPUTE WS-CUSTO ROUNDED = WS-ACC-KM * WS-CUSTO-KM.
           COMPUTE WS-MARGEM = WS-ACC-FRETE - WS-CUSTO.
           ADD WS-CUSTO TO WS-TOT-CUSTO.
           MOVE WS-PLACA-ATUAL     TO WS-REL-D-PLACA.
           MOVE WS-MOTORISTA-ATUAL TO WS-REL-D-MOTORISTA.
           MOVE WS-ACC-ROTAS       TO WS-REL-D-ROTAS.
           MOVE WS-ACC-KM          TO WS-REL-D-KM.
           MOVE WS-ACC-PARADAS     TO WS-REL-D-PARADAS.
           MOVE WS-ACC-CONCLUIDAS  TO WS-REL-D-CONCL.
           MOVE WS-ACC-FALHAS      TO WS-REL-D-FALHAS.
           MOVE WS-ACC-FRETE       TO WS-REL-D-FRETE.
           MOVE WS-CUSTO-KM        TO WS-REL-D-CUSTO-KM.
           MOVE WS-CUSTO           TO WS-REL-D-CUSTO.
           MOVE WS-MARGEM          TO WS-REL-D-MARGEM.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           MOVE ZEROS TO WS-ACC-VEICULO.
       FECHA-VEICULO-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO TOTAL GERAL DA FROTA (SEM CUSTO POR KM, QUE
      * E DE CADA VEICULO).
       GRAVA-TOTAL-GERAL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WS-MARGEM = WS-TOT-FRETE - WS-TOT-CUSTO.
           MOVE SPACES             TO WS-REL-D-PLACA.
           MOVE "TOTAL GERAL"      TO WS-REL-D-MOTORISTA.
           MOVE WS-TOT-ROTAS       TO WS-REL-D-ROTAS.
           MOVE WS-TOT-KM          TO WS-REL-D-KM.
           MOVE WS-TOT-PARADAS     TO WS-REL-D-PARADAS.
           MOVE WS-TOT-CONCLUIDAS  TO WS-REL-D-CONCL.
           MOVE WS-TOT-FALHAS      TO WS-REL-D-FALHAS.
           MOVE WS-TOT-FRETE       TO WS-REL-D-FRETE.
           MOVE ZEROS              TO WS-REL-D-CUSTO-KM.
           MOVE WS-TOT-CUSTO       TO WS-REL-D-CUSTO.
           MOVE WS-MARGEM          TO WS-REL-D-MARGEM.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
       GRAVA-TOTAL-GERAL-FIM.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE ENTRADA PARA CONSULTA.
       ABRIR-ARQUIVOS.
           OPEN INPUT ROTFILE
           IF ROT-NAO-EXISTE THEN
               OPEN OUTPUT ROTFILE
               CLOSE ROTFILE
               OPEN INPUT ROTFILE
           END-IF
           IF NOT ROT-OK
               DISPLAY "PRODUTIV: ERRO AO ABRIR rotas.dat (STATUS "
                   ROT-STAT ")"
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
               DISPLAY "PRODUTIV: ERRO AO ABRIR entregas.dat "
                   "(STATUS " ENT-STAT ") - RECONSTRUA O ARQUIVO "
                   "PELO UTILARQ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVFILE
           IF MOV-NAO-EXISTE THEN
               OPEN OUTPUT MOVFILE
               CLOSE MOVFILE
               OPEN INPUT MOVFILE
           END-IF
           OPEN INPUT OCOFILE
           IF OCO-NAO-EXISTE THEN
               OPEN OUTPUT OCOFILE
               CLOSE OCOFILE
               OPEN INPUT OCOFILE
           END-IF
           OPEN INPUT VEIFILE
           IF VEI-NAO-EXISTE THEN
               OPEN OUTPUT VEIFILE
               CLOSE VEIFILE
               OPEN INPUT VEIFILE
           END-IF
           IF NOT VEI-OK
               DISPLAY "PRODUTIV: ERRO AO ABRIR veiculos.dat "
                   "(STATUS " VEI-STAT ") - ABRA O PROGRAMA VEICULOS "
                   "PARA CONVERTER O CADASTRO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * -----------------------------------
       ENCERRA.
           CLOSE ROTFILE.
           CLOSE ENTFILE.
           CLOSE MOVFILE.
           CLOSE OCOFILE.
           CLOSE VEIFILE.
