       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
      * -----------------------------------------------------------
      * PROCESSAMENTO NOTURNO: RODA EM SEQUENCIA, SEM OPERADOR, OS
      * PASSOS DESCRITOS NO ARQUIVO DE PASSOS (noturno_passos.txt)
      * E REGISTRA CADA EXECUCAO NO LOG noturno.dat (noturno-fd).
      * CADA LINHA DO ARQUIVO DE PASSOS E UM PASSO, EM COLUNAS
      * FIXAS (LINHA EM BRANCO OU COM "*" NA COLUNA 1 E IGNORADA):
      *   01-02 NUMERO DO PASSO (CRESCENTE, 01 A 99)
      *   04-13 PROGRAMA (EXECUTAVEL NO DIRETORIO CORRENTE)
      *   15-17 RETURN-CODE MAXIMO PERMITIDO (BRANCO = 000)
      *   19-78 PARAMETROS DA LINHA DE COMANDO DO PROGRAMA, ONDE
      *         &HOJE VIRA A DATA-BASE (AAAAMMDD), &MESATU O MES DA
      *         DATA-BASE (AAAAMM) E &MESANT O MES ANTERIOR.
      * EXEMPLO DO FLUXO DA NOITE:
      *   01 FRETE      000 &MESATU
      *   02 FATURA     008 &MESANT
      *   03 EXPORTA    000 I
      *   04 VERIFICA   008
      *   05 DESEMPENHO 000 &MESATU
      *   06 UTILARQ    000 DESCARGA
      * OS PROGRAMAS RODAM COM A VARIAVEL DE AMBIENTE NOTURNO=S
      * (VER lote-ws.cpy): NAO PERGUNTAM NADA NO CONSOLE E A SAIDA
      * DE CONSOLE DE CADA PASSO VAI PARA noturno_passo_NN.txt. O
      * FLUXO PARA NO PRIMEIRO PASSO QUE TERMINA COM RETURN-CODE
      * ACIMA DO PERMITIDO; OS SEGUINTES FICAM "NAO EXECUTADO".
      * NA RODADA SEGUINTE, SE A ULTIMA EXECUCAO NAO FOI CONCLUIDA,
      * O PROGRAMA OFERECE A RETOMADA (PARAMETRO R = RETOMA,
      * N = NOVA EXECUCAO COMPLETA; SEM PARAMETRO, PERGUNTA NO
      * CONSOLE): OS PASSOS JA CONCLUIDOS NAQUELA EXECUCAO NAO RODAM
      * DE NOVO E A DATA-BASE DOS PARAMETROS CONTINUA A DA EXECUCAO
      * ORIGINAL, PARA A RETOMADA DEPOIS DA MEIA-NOITE NAO MUDAR O
      * MES. AO FINAL GRAVA O RESUMO DA NOITE PARA O SUPERVISOR DO
      * TURNO (noturno_resumo.txt): PASSOS, HORARIOS E RETURN-CODES,
      * QUANTIDADE DE EXCECOES DO VERIFICA, REMESSA GERADA PELO
      * EXPORTA E NOMES DOS BACKUPS DO UTILARQ. TERMINA COM
      * RETURN-CODE 8 QUANDO O FLUXO FOI INTERROMPIDO OU O ARQUIVO
      * DE PASSOS TEM ERRO, PARA O AGENDADOR ALERTAR A OPERACAO.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NOT-STAT
               RECORD KEY IS NOT-KEY.
           SELECT PASFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAS-STAT.
           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-STAT.
           SELECT VERFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VER-STAT.
           SELECT REL-RESUMO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
       DATA DIVISION.
       FILE SECTION.
       COPY noturno-fd.

       FD PASFILE VALUE OF FILE-ID IS "noturno_passos.txt".
       01 PAS-LINHA PIC X(80).

       COPY controle-fd.

      * RELATORIO DE EXCECOES DO VERIFICA, LIDO SO PARA TIRAR A
      * QUANTIDADE DA LINHA DE RESUMO.
       FD VERFILE VALUE OF FILE-ID IS "verifica_excecoes.txt".
       01 VER-LINHA PIC X(120).

       FD REL-RESUMO VALUE OF FILE-ID IS "noturno_resumo.txt".
       01 REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 NOT-STAT PIC 9(02).
           88 NOT-OK         VALUE ZEROS.
           88 NOT-NAO-EXISTE VALUE 35.
       77 PAS-STAT PIC 9(02).
           88 PAS-OK  VALUE ZEROS.
           88 PAS-FIM VALUE 10.
       77 VER-STAT PIC 9(02).
           88 VER-OK  VALUE ZEROS.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.

       COPY controle-ws.

       77 WS-PRM-LINHA PIC X(80) VALUE SPACES.
       77 WS-PRM-OPCAO PIC X VALUE SPACE.
           88 WS-PRM-RETOMA VALUE "R" "r".
           88 WS-PRM-NOVA   VALUE "N" "n".
       77 WS-CONFIRMA PIC X VALUE SPACE.
           88 E-SIM VALUES "S" "s".

      *    PASSOS LIDOS DO ARQUIVO DE PASSOS
       77 WS-QTD-PASSOS PIC 9(02) VALUE ZEROS.
       77 WS-PAS-IDX PIC 9(02) COMP.
       77 WS-PAS-ANTERIOR PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-NUM PIC 9(03) VALUE ZEROS.
       77 WS-SW-PASSOS-ERRO PIC X VALUE "N".
           88 WS-PASSOS-COM-ERRO VALUE "S".
       01 WS-TAB-PASSOS.
           05 WS-PAS OCCURS 30 TIMES.
               10 WS-PAS-NUMERO   PIC 9(02).
               10 WS-PAS-PROGRAMA PIC X(10).
               10 WS-PAS-RC-MAX   PIC 9(03).
               10 WS-PAS-PARAM    PIC X(60).

       01 WS-PAS-LINHA-DEF.
           05 WS-PL-NUMERO   PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-PL-PROGRAMA PIC X(10).
           05 FILLER         PIC X(01).
           05 WS-PL-RC-MAX   PIC X(03).
           05 FILLER         PIC X(01).
           05 WS-PL-PARAM    PIC X(60).
           05 FILLER         PIC X(02).

      *    EXECUCAO ANTERIOR E EXECUCAO CORRENTE
       77 WS-ULT-EXECUCAO PIC 9(05) VALUE ZEROS.
       77 WS-ULT-SITUACAO PIC X VALUE SPACE.
       77 WS-ULT-DT-BASE PIC 9(08) VALUE ZEROS.
       77 WS-SW-RETOMADA PIC X VALUE "N".
           88 WS-E-RETOMADA VALUE "S".
       77 WS-EXECUCAO PIC 9(05) VALUE ZEROS.
       77 WS-DT-BASE PIC 9(08) VALUE ZEROS.
       77 WS-SW-INTERROMPIDA PIC X VALUE "N".
           88 WS-FLUXO-INTERROMPIDO VALUE "S".
       77 WS-PASSO-FALHA PIC 9(02) VALUE ZEROS.

      *    DADOS DO PASSO DA EXECUCAO ANTERIOR, COPIADOS NA RETOMADA
       77 WS-ANT-SITUACAO PIC X VALUE SPACE.
       01 WS-ANT-PASSO.
           05 WS-ANT-DT-INICIO PIC 9(08).
           05 WS-ANT-HR-INICIO PIC 9(06).
           05 WS-ANT-DT-FIM    PIC 9(08).
           05 WS-ANT-HR-FIM    PIC 9(06).
           05 WS-ANT-RC        PIC 9(03).

      *    EXECUCAO DE UM PASSO
       77 WS-COMANDO PIC X(200) VALUE SPACES.
       77 WS-NOME-SAIDA PIC X(30) VALUE SPACES.
       77 WS-RC-SISTEMA PIC S9(09) VALUE ZEROS.
       77 WS-RC-PASSO PIC 9(03) VALUE ZEROS.

      *    RESOLUCAO DOS PARAMETROS (&HOJE, &MESATU, &MESANT). A
      *    ENTRADA TEM FOLGA DE ESPACOS PARA A COMPARACAO DO NOME DO
      *    PARAMETRO NO FIM DA LINHA NAO PASSAR DO CAMPO.
       01 WS-PRM-ENTRADA.
           05 WS-PRM-ORIGINAL PIC X(60).
           05 FILLER          PIC X(10) VALUE SPACES.
       77 WS-PRM-RESOLVIDO PIC X(60) VALUE SPACES.
       77 WS-POS-ENT PIC 9(03) COMP.
       77 WS-POS-SAI PIC 9(03) COMP.
       01 WS-DT-BASE-DEF.
           05 WS-BASE-ANO PIC 9(04).
           05 WS-BASE-MES PIC 9(02).
           05 WS-BASE-DIA PIC 9(02).
       01 WS-MES-ATU-DEF.
           05 WS-MATU-ANO PIC 9(04).
           05 WS-MATU-MES PIC 9(02).
       01 WS-MES-ANT-DEF.
           05 WS-MANT-ANO PIC 9(04).
           05 WS-MANT-MES PIC 9(02).

      *    APURACAO DO RESUMO
       77 WS-QTD-EXECUTADOS PIC 9(02) VALUE ZEROS.
       77 WS-QTD-JA-FEITOS PIC 9(02) VALUE ZEROS.
       77 WS-QTD-NAO-EXEC PIC 9(02) VALUE ZEROS.
       77 WS-VER-SITUACAO PIC X VALUE SPACE.
       77 WS-EXP-SITUACAO PIC X VALUE SPACE.
       77 WS-UTL-SITUACAO PIC X VALUE SPACE.
       77 WS-UTL-DATA PIC 9(08) VALUE ZEROS.
       77 WS-VER-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WS-SW-VER-LIDO PIC X VALUE "N".
           88 WS-VER-RESUMO-LIDO VALUE "S".
       77 WS-REMESSA-GERADA PIC 9(05) VALUE ZEROS.

      * ESPELHO DA LINHA DE RESUMO DE verifica_excecoes.txt (VER
      * WS-REL-RESUMO NO VERIFICA.COB; AO MUDAR UM, AJUSTAR O OUTRO).
       01 WS-VER-RESUMO.
           05 WS-VER-R-ROTULO PIC X(07).
               88 WS-VER-E-RESUMO VALUE "RESUMO:".
           05 FILLER          PIC X(03).
           05 WS-VER-R-CLI    PIC ZZZZ9.
           05 FILLER          PIC X(11).
           05 WS-VER-R-ENT    PIC ZZZZ9.
           05 FILLER          PIC X(11).
           05 WS-VER-R-EXC    PIC ZZZZZ9.
           05 FILLER          PIC X(72).

       01 WS-AGORA.
           05 WS-AGORA-DATA PIC 9(08).
           05 WS-AGORA-HORA PIC 9(06).
           05 FILLER        PIC X(07).

       01 WS-REL-CAB.
           05 FILLER PIC X(43) VALUE
              "RESUMO DO PROCESSAMENTO NOTURNO - EXECUCAO ".
           05 WS-CAB-EXECUCAO PIC 9(05).
           05 FILLER PIC X(14) VALUE " - DATA-BASE ".
           05 WS-CAB-DT-BASE PIC 9(08).
       01 WS-REL-HORARIO.
           05 FILLER PIC X(07) VALUE "INICIO ".
           05 WS-HOR-DT-INICIO PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HOR-HR-INICIO PIC 9(06).
           05 FILLER PIC X(06) VALUE "  FIM ".
           05 WS-HOR-DT-FIM PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-HOR-HR-FIM PIC 9(06).
           05 FILLER PIC X(12) VALUE "  SITUACAO: ".
           05 WS-HOR-SITUACAO PIC X(40).
       01 WS-REL-RETOMADA.
           05 FILLER PIC X(21) VALUE "RETOMADA DA EXECUCAO ".
           05 WS-RET-EXECUCAO PIC 9(05).
           05 FILLER PIC X(43) VALUE
              " - PASSOS JA CONCLUIDOS NAO FORAM REPETIDOS".
       01 WS-REL-SUBCAB.
           05 FILLER PIC X(50) VALUE
          "PASSO PROGRAMA   PARAMETROS                     ".
           05 FILLER PIC X(66) VALUE
          "INICIO           FIM               RC  MAX SITUACAO".
       01 WS-REL-DETALHE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-PASSO    PIC 9(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-PROGRAMA PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-PARAM    PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-DT-INI   PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-HR-INI   PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-DT-FIM   PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-HR-FIM   PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-RC       PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-RC-MAX   PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-REL-D-SITUACAO PIC X(20).
       01 WS-REL-INFO.
           05 WS-REL-I-ROTULO PIC X(30).
           05 WS-REL-I-TEXTO  PIC X(80).
       01 WS-REL-TOTAIS.
           05 FILLER PIC X(08) VALUE "PASSOS: ".
           05 WS-TOT-EXECUTADOS PIC Z9.
           05 FILLER PIC X(13) VALUE " EXECUTADOS, ".
           05 WS-TOT-JA-FEITOS PIC Z9.
           05 FILLER PIC X(34) VALUE
              " JA CONCLUIDOS ANTES DA RETOMADA, ".
           05 WS-TOT-NAO-EXEC PIC Z9.
           05 FILLER PIC X(16) VALUE " NAO EXECUTADOS".

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA.
           PERFORM OBTEM-PARAMETRO THRU OBTEM-PARAMETRO-FIM.
           PERFORM CARREGA-PASSOS THRU CARREGA-PASSOS-FIM.
           IF WS-PASSOS-COM-ERRO
               DISPLAY "NOTURNO: ARQUIVO noturno_passos.txt COM ERRO "
                   "- NENHUM PASSO EXECUTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LOCALIZA-ULTIMA THRU LOCALIZA-ULTIMA-FIM.
           PERFORM DECIDE-RETOMADA THRU DECIDE-RETOMADA-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           SET ENVIRONMENT "NOTURNO" TO "S".
           PERFORM EXECUTA-PASSO THRU EXECUTA-PASSO-FIM
               VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-QTD-PASSOS
                  OR WS-FLUXO-INTERROMPIDO.
           PERFORM ENCERRA-EXECUCAO THRU ENCERRA-EXECUCAO-FIM.
           PERFORM GERA-RESUMO THRU GERA-RESUMO-FIM.
           CLOSE NOTFILE.
           IF WS-FLUXO-INTERROMPIDO
               DISPLAY "NOTURNO: EXECUCAO " WS-EXECUCAO
                   " INTERROMPIDA NO PASSO " WS-PASSO-FALHA
                   " - RESUMO EM noturno_resumo.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "NOTURNO: EXECUCAO " WS-EXECUCAO
                   " CONCLUIDA - RESUMO EM noturno_resumo.txt"
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * OBTEM DA LINHA DE COMANDO A DECISAO SOBRE UMA EXECUCAO
      * INTERROMPIDA (R = RETOMA, N = NOVA). SEM PARAMETRO, A
      * PERGUNTA E FEITA NO CONSOLE SE HOUVER O QUE RETOMAR.
       OBTEM-PARAMETRO.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           MOVE WS-PRM-LINHA(1:1) TO WS-PRM-OPCAO.
           IF NOT WS-PRM-RETOMA AND NOT WS-PRM-NOVA
               MOVE SPACE TO WS-PRM-OPCAO
           END-IF.
       OBTEM-PARAMETRO-FIM.

      * -----------------------------------
      * LE O ARQUIVO DE PASSOS PARA A TABELA, CONFERINDO NUMERO DO
      * PASSO (CRESCENTE), PROGRAMA E RETURN-CODE MAXIMO. QUALQUER
      * LINHA RUIM E MOSTRADA NO CONSOLE E NENHUM PASSO RODA.
       CARREGA-PASSOS.
           OPEN INPUT PASFILE.
           IF NOT PAS-OK
               DISPLAY "NOTURNO: ARQUIVO noturno_passos.txt NAO "
                   "ENCONTRADO (STATUS " PAS-STAT ")"
               MOVE "S" TO WS-SW-PASSOS-ERRO
               GO CARREGA-PASSOS-FIM
           END-IF.
       CARREGA-PASSOS-LOOP.
           READ PASFILE
               AT END
                   GO CARREGA-PASSOS-FECHA
           END-READ.
           ADD 1 TO WS-LINHA-NUM.
           IF PAS-LINHA EQUAL SPACES OR PAS-LINHA(1:1) EQUAL "*"
               GO CARREGA-PASSOS-LOOP
           END-IF
           MOVE PAS-LINHA TO WS-PAS-LINHA-DEF.
           IF WS-PL-RC-MAX EQUAL SPACES
               MOVE ZEROS TO WS-PL-RC-MAX
           END-IF
           IF WS-PL-NUMERO NOT NUMERIC OR WS-PL-NUMERO EQUAL ZEROS
                   OR WS-PL-NUMERO NOT GREATER WS-PAS-ANTERIOR
               DISPLAY "NOTURNO: LINHA " WS-LINHA-NUM
                   " - NUMERO DO PASSO INVALIDO OU FORA DE ORDEM"
               MOVE "S" TO WS-SW-PASSOS-ERRO
               GO CARREGA-PASSOS-LOOP
           END-IF
           IF WS-PL-PROGRAMA EQUAL SPACES OR WS-PL-RC-MAX NOT NUMERIC
               DISPLAY "NOTURNO: LINHA " WS-LINHA-NUM
                   " - PROGRAMA EM BRANCO OU RETURN-CODE MAXIMO "
                   "INVALIDO"
               MOVE "S" TO WS-SW-PASSOS-ERRO
               GO CARREGA-PASSOS-LOOP
           END-IF
           IF WS-QTD-PASSOS NOT LESS 30
               DISPLAY "NOTURNO: MAIS DE 30 PASSOS NO ARQUIVO"
               MOVE "S" TO WS-SW-PASSOS-ERRO
               GO CARREGA-PASSOS-FECHA
           END-IF
           ADD 1 TO WS-QTD-PASSOS.
           MOVE WS-PL-NUMERO   TO WS-PAS-NUMERO(WS-QTD-PASSOS)
               WS-PAS-ANTERIOR.
           MOVE WS-PL-PROGRAMA TO WS-PAS-PROGRAMA(WS-QTD-PASSOS).
           MOVE WS-PL-RC-MAX   TO WS-PAS-RC-MAX(WS-QTD-PASSOS).
           MOVE WS-PL-PARAM    TO WS-PAS-PARAM(WS-QTD-PASSOS).
           GO CARREGA-PASSOS-LOOP.
       CARREGA-PASSOS-FECHA.
           CLOSE PASFILE.
           IF WS-QTD-PASSOS EQUAL ZEROS
               DISPLAY "NOTURNO: NENHUM PASSO EM noturno_passos.txt"
               MOVE "S" TO WS-SW-PASSOS-ERRO
           END-IF.
       CARREGA-PASSOS-FIM.

      * -----------------------------------
      * VARRE OS CABECALHOS DO LOG PARA ACHAR A ULTIMA EXECUCAO E
      * COMO ELA TERMINOU.
       LOCALIZA-ULTIMA.
           MOVE ZEROS TO NOT-KEY.
           START NOTFILE KEY IS NOT LESS NOT-KEY
               INVALID KEY
                   GO LOCALIZA-ULTIMA-FIM
           END-START.
       LOCALIZA-ULTIMA-LOOP.
           READ NOTFILE NEXT RECORD
               AT END
                   GO LOCALIZA-ULTIMA-FIM
           END-READ.
           IF NOT NOT-OK
               GO LOCALIZA-ULTIMA-FIM
           END-IF
           IF NOT-PASSO EQUAL ZEROS
               MOVE NOT-EXECUCAO TO WS-ULT-EXECUCAO
               MOVE NOT-SITUACAO TO WS-ULT-SITUACAO
               MOVE NOT-DT-BASE  TO WS-ULT-DT-BASE
           END-IF
           GO LOCALIZA-ULTIMA-LOOP.
       LOCALIZA-ULTIMA-FIM.

      * -----------------------------------
      * SE A ULTIMA EXECUCAO NAO FOI CONCLUIDA, DECIDE ENTRE
      * RETOMAR (SO OS PASSOS NAO CONCLUIDOS) E RODAR TUDO DE NOVO.
       DECIDE-RETOMADA.
           IF WS-ULT-EXECUCAO EQUAL ZEROS OR WS-ULT-SITUACAO EQUAL "C"
               IF WS-PRM-RETOMA
                   DISPLAY "NOTURNO: NAO HA EXECUCAO INTERROMPIDA "
                       "PARA RETOMAR"
                   CLOSE NOTFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO DECIDE-RETOMADA-FIM
           END-IF
           IF WS-PRM-NOVA
               GO DECIDE-RETOMADA-FIM
           END-IF
           IF NOT WS-PRM-RETOMA
               DISPLAY "NOTURNO: A EXECUCAO " WS-ULT-EXECUCAO
                   " NAO FOI CONCLUIDA."
               DISPLAY "RETOMAR A PARTIR DO PASSO QUE NAO TERMINOU "
                   "(S/N)?"
               MOVE "N" TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF NOT E-SIM
                   GO DECIDE-RETOMADA-FIM
               END-IF
           END-IF
           MOVE "S" TO WS-SW-RETOMADA.
       DECIDE-RETOMADA-FIM.

      * -----------------------------------
      * ABRE A NOVA EXECUCAO NO LOG: CABECALHO EM ANDAMENTO E UM
      * REGISTRO POR PASSO, "N" (A EXECUTAR) OU, NA RETOMADA, "J"
      * QUANDO O MESMO PASSO JA TINHA TERMINADO BEM NA EXECUCAO
      * RETOMADA.
       INICIA-EXECUCAO.
           COMPUTE WS-EXECUCAO = WS-ULT-EXECUCAO + 1.
           IF WS-E-RETOMADA AND WS-ULT-DT-BASE NOT EQUAL ZEROS
               MOVE WS-ULT-DT-BASE TO WS-DT-BASE
           ELSE
               MOVE WS-AGORA-DATA TO WS-DT-BASE
           END-IF
           PERFORM MONTA-DATAS-BASE THRU MONTA-DATAS-BASE-FIM.
           MOVE SPACES TO NOTFILE-REC.
           MOVE WS-EXECUCAO TO NOT-EXECUCAO.
           MOVE ZEROS TO NOT-PASSO.
           MOVE WS-AGORA-DATA TO NOT-DT-INICIO.
           MOVE WS-AGORA-HORA TO NOT-HR-INICIO.
           MOVE ZEROS TO NOT-DT-FIM NOT-HR-FIM NOT-PASSO-FALHA.
           MOVE "A" TO NOT-SITUACAO.
           IF WS-E-RETOMADA
               MOVE WS-ULT-EXECUCAO TO NOT-EXEC-RETOMADA
           ELSE
               MOVE ZEROS TO NOT-EXEC-RETOMADA
           END-IF
           MOVE WS-DT-BASE TO NOT-DT-BASE.
           MOVE WS-QTD-PASSOS TO NOT-QTD-PASSOS.
           WRITE NOTFILE-REC
               INVALID KEY
                   DISPLAY "NOTURNO: ERRO AO GRAVAR noturno.dat "
                       "(STATUS " NOT-STAT ")"
                   CLOSE NOTFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           PERFORM GRAVA-PASSO-INICIAL THRU GRAVA-PASSO-INICIAL-FIM
               VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-QTD-PASSOS.
           IF WS-E-RETOMADA
               DISPLAY "NOTURNO: EXECUCAO " WS-EXECUCAO
                   " RETOMANDO A EXECUCAO " WS-ULT-EXECUCAO
           ELSE
               DISPLAY "NOTURNO: EXECUCAO " WS-EXECUCAO
                   " INICIADA COM " WS-QTD-PASSOS " PASSOS"
           END-IF.
       INICIA-EXECUCAO-FIM.

      * -----------------------------------
       GRAVA-PASSO-INICIAL.
           MOVE SPACE TO WS-ANT-SITUACAO.
           IF WS-E-RETOMADA
               MOVE WS-ULT-EXECUCAO TO NOT-EXECUCAO
               MOVE WS-PAS-NUMERO(WS-PAS-IDX) TO NOT-PASSO
               READ NOTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT-CONCLUIDO OR NOT-JA-CONCLUIDO
                           MOVE "J" TO WS-ANT-SITUACAO
                           MOVE NOT-DT-INICIO TO WS-ANT-DT-INICIO
                           MOVE NOT-HR-INICIO TO WS-ANT-HR-INICIO
                           MOVE NOT-DT-FIM    TO WS-ANT-DT-FIM
                           MOVE NOT-HR-FIM    TO WS-ANT-HR-FIM
                           MOVE NOT-RC        TO WS-ANT-RC
                       END-IF
               END-READ
           END-IF
           MOVE WS-PAS-PARAM(WS-PAS-IDX) TO WS-PRM-ORIGINAL.
           PERFORM RESOLVE-PARAMETROS THRU RESOLVE-PARAMETROS-FIM.
           MOVE SPACES TO NOTFILE-REC.
           MOVE WS-EXECUCAO TO NOT-EXECUCAO.
           MOVE WS-PAS-NUMERO(WS-PAS-IDX)   TO NOT-PASSO.
           MOVE WS-PAS-PROGRAMA(WS-PAS-IDX) TO NOT-PROGRAMA.
           MOVE WS-PAS-RC-MAX(WS-PAS-IDX)   TO NOT-RC-MAXIMO.
           MOVE WS-PRM-RESOLVIDO TO NOT-PARAMETROS.
           IF WS-ANT-SITUACAO EQUAL "J"
               MOVE "J" TO NOT-SITUACAO
               MOVE WS-ANT-DT-INICIO TO NOT-DT-INICIO
               MOVE WS-ANT-HR-INICIO TO NOT-HR-INICIO
               MOVE WS-ANT-DT-FIM    TO NOT-DT-FIM
               MOVE WS-ANT-HR-FIM    TO NOT-HR-FIM
               MOVE WS-ANT-RC        TO NOT-RC
           ELSE
               MOVE "N" TO NOT-SITUACAO
               MOVE ZEROS TO NOT-DT-INICIO NOT-HR-INICIO
                   NOT-DT-FIM NOT-HR-FIM NOT-RC
           END-IF
           WRITE NOTFILE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       GRAVA-PASSO-INICIAL-FIM.

      * -----------------------------------
      * MONTA A DATA-BASE E OS MESES USADOS NOS PARAMETROS.
       MONTA-DATAS-BASE.
           MOVE WS-DT-BASE TO WS-DT-BASE-DEF.
           MOVE WS-BASE-ANO TO WS-MATU-ANO WS-MANT-ANO.
           MOVE WS-BASE-MES TO WS-MATU-MES.
           IF WS-BASE-MES EQUAL 1
               MOVE 12 TO WS-MANT-MES
               SUBTRACT 1 FROM WS-MANT-ANO
           ELSE
               COMPUTE WS-MANT-MES = WS-BASE-MES - 1
           END-IF.
       MONTA-DATAS-BASE-FIM.

      * -----------------------------------
      * TROCA EM WS-PRM-ORIGINAL OS NOMES &HOJE, &MESATU E &MESANT
      * PELOS VALORES DA DATA-BASE, RESULTADO EM WS-PRM-RESOLVIDO.
       RESOLVE-PARAMETROS.
           MOVE SPACES TO WS-PRM-RESOLVIDO.
           MOVE 1 TO WS-POS-ENT WS-POS-SAI.
           PERFORM UNTIL WS-POS-ENT > 60 OR WS-POS-SAI > 60
               EVALUATE TRUE
                   WHEN WS-PRM-ENTRADA(WS-POS-ENT:7) EQUAL "&MESATU"
                       STRING WS-MES-ATU-DEF DELIMITED BY SIZE
                           INTO WS-PRM-RESOLVIDO
                           WITH POINTER WS-POS-SAI
                       END-STRING
                       ADD 7 TO WS-POS-ENT
                   WHEN WS-PRM-ENTRADA(WS-POS-ENT:7) EQUAL "&MESANT"
                       STRING WS-MES-ANT-DEF DELIMITED BY SIZE
                           INTO WS-PRM-RESOLVIDO
                           WITH POINTER WS-POS-SAI
                       END-STRING
                       ADD 7 TO WS-POS-ENT
                   WHEN WS-PRM-ENTRADA(WS-POS-ENT:5) EQUAL "&HOJE"
                       STRING WS-DT-BASE DELIMITED BY SIZE
                           INTO WS-PRM-RESOLVIDO
                           WITH POINTER WS-POS-SAI
                       END-STRING
                       ADD 5 TO WS-POS-ENT
                   WHEN OTHER
                       STRING WS-PRM-ENTRADA(WS-POS-ENT:1)
                           DELIMITED BY SIZE
                           INTO WS-PRM-RESOLVIDO
                           WITH POINTER WS-POS-SAI
                       END-STRING
                       ADD 1 TO WS-POS-ENT
               END-EVALUATE
           END-PERFORM.
       RESOLVE-PARAMETROS-FIM.

      * -----------------------------------
      * RODA O PASSO WS-PAS-IDX (SE NAO FOI CONCLUIDO NA EXECUCAO
      * RETOMADA): MARCA O INICIO NO LOG, CHAMA O PROGRAMA COM OS
      * PARAMETROS RESOLVIDOS E A SAIDA DE CONSOLE DESVIADA PARA
      * noturno_passo_NN.txt, E GRAVA FIM E RETURN-CODE. RETURN-CODE
      * ACIMA DO MAXIMO DO PASSO INTERROMPE O FLUXO.
       EXECUTA-PASSO.
           MOVE WS-EXECUCAO TO NOT-EXECUCAO.
           MOVE WS-PAS-NUMERO(WS-PAS-IDX) TO NOT-PASSO.
           READ NOTFILE
               INVALID KEY
                   GO EXECUTA-PASSO-FIM
           END-READ.
           IF NOT-JA-CONCLUIDO
               DISPLAY "NOTURNO: PASSO " NOT-PASSO " " NOT-PROGRAMA
                   " JA CONCLUIDO NA EXECUCAO " WS-ULT-EXECUCAO
               GO EXECUTA-PASSO-FIM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA.
           MOVE WS-AGORA-DATA TO NOT-DT-INICIO.
           MOVE WS-AGORA-HORA TO NOT-HR-INICIO.
           MOVE "A" TO NOT-SITUACAO.
           REWRITE NOTFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           DISPLAY "NOTURNO: PASSO " NOT-PASSO " " NOT-PROGRAMA
               " INICIADO " WS-AGORA-DATA " " WS-AGORA-HORA.
           MOVE SPACES TO WS-NOME-SAIDA.
           STRING "noturno_passo_" NOT-PASSO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-SAIDA.
           MOVE SPACES TO WS-COMANDO.
           STRING "./" DELIMITED BY SIZE
               NOT-PROGRAMA DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               NOT-PARAMETROS DELIMITED BY "   "
               " > " DELIMITED BY SIZE
               WS-NOME-SAIDA DELIMITED BY SPACE
               " 2>&1" DELIMITED BY SIZE
               INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RC-SISTEMA.
           MOVE ZEROS TO RETURN-CODE.
      *    O SYSTEM DEVOLVE O STATUS DE ESPERA DO UNIX, COM O
      *    RETURN-CODE DO PROGRAMA NO BYTE ALTO (RC X 256). STATUS
      *    NEGATIVO (O COMANDO NEM RODOU) CONTA COMO 999.
           EVALUATE TRUE
               WHEN WS-RC-SISTEMA < ZEROS
                   MOVE 999 TO WS-RC-PASSO
               WHEN WS-RC-SISTEMA > 255
                   COMPUTE WS-RC-PASSO = WS-RC-SISTEMA / 256
               WHEN OTHER
                   MOVE WS-RC-SISTEMA TO WS-RC-PASSO
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA.
           MOVE WS-EXECUCAO TO NOT-EXECUCAO.
           MOVE WS-PAS-NUMERO(WS-PAS-IDX) TO NOT-PASSO.
           READ NOTFILE
               INVALID KEY
                   GO EXECUTA-PASSO-FIM
           END-READ.
           MOVE WS-AGORA-DATA TO NOT-DT-FIM.
           MOVE WS-AGORA-HORA TO NOT-HR-FIM.
           MOVE WS-RC-PASSO TO NOT-RC.
           IF WS-RC-PASSO > NOT-RC-MAXIMO
               MOVE "F" TO NOT-SITUACAO
               MOVE "S" TO WS-SW-INTERROMPIDA
               MOVE NOT-PASSO TO WS-PASSO-FALHA
           ELSE
               MOVE "C" TO NOT-SITUACAO
           END-IF
           REWRITE NOTFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           DISPLAY "NOTURNO: PASSO " NOT-PASSO " " NOT-PROGRAMA
               " TERMINOU COM RETURN-CODE " WS-RC-PASSO
               " (MAXIMO " NOT-RC-MAXIMO ")".
       EXECUTA-PASSO-FIM.

      * -----------------------------------
      * FECHA O CABECALHO DA EXECUCAO: FIM, SITUACAO (CONCLUIDA OU
      * INTERROMPIDA) E O PASSO QUE INTERROMPEU.
       ENCERRA-EXECUCAO.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA.
           MOVE WS-EXECUCAO TO NOT-EXECUCAO.
           MOVE ZEROS TO NOT-PASSO.
           READ NOTFILE
               INVALID KEY
                   GO ENCERRA-EXECUCAO-FIM
           END-READ.
           MOVE WS-AGORA-DATA TO NOT-DT-FIM.
           MOVE WS-AGORA-HORA TO NOT-HR-FIM.
           IF WS-FLUXO-INTERROMPIDO
               MOVE "I" TO NOT-SITUACAO
               MOVE WS-PASSO-FALHA TO NOT-PASSO-FALHA
           ELSE
               MOVE "C" TO NOT-SITUACAO
           END-IF
           REWRITE NOTFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       ENCERRA-EXECUCAO-FIM.

      * -----------------------------------
      * GRAVA O RESUMO DA NOITE A PARTIR DO LOG DA EXECUCAO: UMA
      * LINHA POR PASSO E, EM SEGUIDA, OS DADOS QUE O SUPERVISOR
      * CONFERE DE MANHA (EXCECOES DO VERIFICA, REMESSA DO EXPORTA,
      * BACKUPS DO UTILARQ), COM OS TOTAIS DE PASSOS.
       GERA-RESUMO.
           OPEN OUTPUT REL-RESUMO.
           MOVE WS-EXECUCAO TO NOT-EXECUCAO.
           MOVE ZEROS TO NOT-PASSO.
           READ NOTFILE
               INVALID KEY
                   CLOSE REL-RESUMO
                   GO GERA-RESUMO-FIM
           END-READ.
           MOVE WS-EXECUCAO   TO WS-CAB-EXECUCAO.
           MOVE NOT-DT-BASE   TO WS-CAB-DT-BASE.
           WRITE REL-LINHA FROM WS-REL-CAB.
           MOVE NOT-DT-INICIO TO WS-HOR-DT-INICIO.
           MOVE NOT-HR-INICIO TO WS-HOR-HR-INICIO.
           MOVE NOT-DT-FIM    TO WS-HOR-DT-FIM.
           MOVE NOT-HR-FIM    TO WS-HOR-HR-FIM.
           MOVE SPACES TO WS-HOR-SITUACAO.
           IF NOT-INTERROMPIDO
               STRING "INTERROMPIDA NO PASSO " NOT-PASSO-FALHA
                   DELIMITED BY SIZE INTO WS-HOR-SITUACAO
           ELSE
               MOVE "CONCLUIDA" TO WS-HOR-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WS-REL-HORARIO.
           IF NOT-EXEC-RETOMADA NOT EQUAL ZEROS
               MOVE NOT-EXEC-RETOMADA TO WS-RET-EXECUCAO
               WRITE REL-LINHA FROM WS-REL-RETOMADA
           END-IF
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-REL-SUBCAB.
           MOVE 1 TO NOT-PASSO.
           START NOTFILE KEY IS NOT LESS NOT-KEY
               INVALID KEY
                   GO GERA-RESUMO-INFO
           END-START.
       GERA-RESUMO-LOOP.
           READ NOTFILE NEXT RECORD
               AT END
                   GO GERA-RESUMO-INFO
           END-READ.
           IF NOT NOT-OK OR NOT-EXECUCAO NOT EQUAL WS-EXECUCAO
               GO GERA-RESUMO-INFO
           END-IF
           PERFORM RESUME-PASSO THRU RESUME-PASSO-FIM.
           GO GERA-RESUMO-LOOP.
       GERA-RESUMO-INFO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM RESUMO-VERIFICA THRU RESUMO-VERIFICA-FIM.
           PERFORM RESUMO-EXPORTA THRU RESUMO-EXPORTA-FIM.
           PERFORM RESUMO-UTILARQ THRU RESUMO-UTILARQ-FIM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-EXECUTADOS TO WS-TOT-EXECUTADOS.
           MOVE WS-QTD-JA-FEITOS  TO WS-TOT-JA-FEITOS.
           MOVE WS-QTD-NAO-EXEC   TO WS-TOT-NAO-EXEC.
           WRITE REL-LINHA FROM WS-REL-TOTAIS.
           CLOSE REL-RESUMO.
       GERA-RESUMO-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO PASSO LIDO DO LOG, CONTA A SITUACAO E
      * GUARDA A SITUACAO DOS PASSOS QUE ALIMENTAM O RESUMO.
       RESUME-PASSO.
           MOVE NOT-PASSO     TO WS-REL-D-PASSO.
           MOVE NOT-PROGRAMA  TO WS-REL-D-PROGRAMA.
           MOVE NOT-PARAMETROS TO WS-REL-D-PARAM.
           MOVE NOT-DT-INICIO TO WS-REL-D-DT-INI.
           MOVE NOT-HR-INICIO TO WS-REL-D-HR-INI.
           MOVE NOT-DT-FIM    TO WS-REL-D-DT-FIM.
           MOVE NOT-HR-FIM    TO WS-REL-D-HR-FIM.
           MOVE NOT-RC        TO WS-REL-D-RC.
           MOVE NOT-RC-MAXIMO TO WS-REL-D-RC-MAX.
           EVALUATE TRUE
               WHEN NOT-CONCLUIDO
                   MOVE "CONCLUIDO" TO WS-REL-D-SITUACAO
                   ADD 1 TO WS-QTD-EXECUTADOS
               WHEN NOT-FALHOU
                   MOVE "FALHOU" TO WS-REL-D-SITUACAO
                   ADD 1 TO WS-QTD-EXECUTADOS
               WHEN NOT-JA-CONCLUIDO
                   MOVE "JA CONCLUIDO ANTES" TO WS-REL-D-SITUACAO
                   ADD 1 TO WS-QTD-JA-FEITOS
               WHEN NOT-EM-ANDAMENTO
                   MOVE "SEM RETORNO" TO WS-REL-D-SITUACAO
                   ADD 1 TO WS-QTD-EXECUTADOS
               WHEN OTHER
                   MOVE "NAO EXECUTADO" TO WS-REL-D-SITUACAO
                   ADD 1 TO WS-QTD-NAO-EXEC
           END-EVALUATE
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           EVALUATE NOT-PROGRAMA
               WHEN "VERIFICA"
                   MOVE NOT-SITUACAO TO WS-VER-SITUACAO
               WHEN "EXPORTA"
                   MOVE NOT-SITUACAO TO WS-EXP-SITUACAO
               WHEN "UTILARQ"
                   MOVE NOT-SITUACAO TO WS-UTL-SITUACAO
                   MOVE NOT-DT-INICIO TO WS-UTL-DATA
           END-EVALUATE.
       RESUME-PASSO-FIM.

      * -----------------------------------
      * EXCECOES DO VERIFICA: QUANTIDADE DA LINHA DE RESUMO DE
      * verifica_excecoes.txt, QUANDO O PASSO RODOU (O VERIFICA
      * TERMINA COM RETURN-CODE 8 QUANDO HA EXCECAO).
       RESUMO-VERIFICA.
           MOVE "EXCECOES DO VERIFICA:" TO WS-REL-I-ROTULO.
           MOVE SPACES TO WS-REL-I-TEXTO.
           EVALUATE WS-VER-SITUACAO
               WHEN SPACE
                   MOVE "PASSO NAO FAZ PARTE DO FLUXO"
                       TO WS-REL-I-TEXTO
               WHEN "N"
                   MOVE "PASSO NAO EXECUTADO" TO WS-REL-I-TEXTO
               WHEN OTHER
                   PERFORM LE-RESUMO-VERIFICA THRU
                       LE-RESUMO-VERIFICA-FIM
                   IF WS-VER-RESUMO-LIDO
                       MOVE WS-VER-EXCECOES TO WS-REL-I-TEXTO
                   ELSE
                       MOVE "verifica_excecoes.txt SEM LINHA DE RESUMO"
                           TO WS-REL-I-TEXTO
                   END-IF
           END-EVALUATE
           WRITE REL-LINHA FROM WS-REL-INFO.
       RESUMO-VERIFICA-FIM.

      * -----------------------------------
       LE-RESUMO-VERIFICA.
           MOVE "N" TO WS-SW-VER-LIDO.
           OPEN INPUT VERFILE.
           IF NOT VER-OK
               GO LE-RESUMO-VERIFICA-FIM
           END-IF.
       LE-RESUMO-VERIFICA-LOOP.
           READ VERFILE
               AT END
                   CLOSE VERFILE
                   GO LE-RESUMO-VERIFICA-FIM
           END-READ.
           MOVE VER-LINHA TO WS-VER-RESUMO.
           IF WS-VER-E-RESUMO
               MOVE WS-VER-R-EXC TO WS-VER-EXCECOES
               MOVE "S" TO WS-SW-VER-LIDO
           END-IF
           GO LE-RESUMO-VERIFICA-LOOP.
       LE-RESUMO-VERIFICA-FIM.

      * -----------------------------------
      * REMESSA GERADA PELO EXPORTA: A ANTERIOR A PROXIMA REMESSA
      * DO CONTROLE, QUANDO O PASSO TERMINOU BEM.
       RESUMO-EXPORTA.
           MOVE "REMESSA GERADA PELO EXPORTA:" TO WS-REL-I-ROTULO.
           MOVE SPACES TO WS-REL-I-TEXTO.
           EVALUATE WS-EXP-SITUACAO
               WHEN SPACE
                   MOVE "PASSO NAO FAZ PARTE DO FLUXO"
                       TO WS-REL-I-TEXTO
               WHEN "C"
               WHEN "J"
                   OPEN INPUT CONTROLE
                   IF CTL-OK
                       READ CONTROLE
                           AT END
                               MOVE "controle.dat VAZIO"
                                   TO WS-REL-I-TEXTO
                           NOT AT END
                               COMPUTE WS-REMESSA-GERADA =
                                   CTL-PROX-REMESSA - 1
                               MOVE WS-REMESSA-GERADA
                                   TO WS-REL-I-TEXTO
                       END-READ
                       CLOSE CONTROLE
                   ELSE
                       MOVE "controle.dat INDISPONIVEL"
                           TO WS-REL-I-TEXTO
                   END-IF
               WHEN OTHER
                   MOVE "NENHUMA (PASSO NAO CONCLUIDO)"
                       TO WS-REL-I-TEXTO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-REL-INFO.
       RESUMO-EXPORTA-FIM.

      * -----------------------------------
      * BACKUPS DO UTILARQ: OS NOMES DATADOS QUE A DESCARGA GERA NO
      * DIA EM QUE O PASSO RODOU, QUANDO ELE TERMINOU BEM.
       RESUMO-UTILARQ.
           MOVE "BACKUPS DO UTILARQ:" TO WS-REL-I-ROTULO.
           MOVE SPACES TO WS-REL-I-TEXTO.
           EVALUATE WS-UTL-SITUACAO
               WHEN SPACE
                   MOVE "PASSO NAO FAZ PARTE DO FLUXO"
                       TO WS-REL-I-TEXTO
               WHEN "C"
               WHEN "J"
                   STRING "clientes_" WS-UTL-DATA ".bkp  "
                       "entregas_" WS-UTL-DATA ".bkp"
                       DELIMITED BY SIZE INTO WS-REL-I-TEXTO
               WHEN OTHER
                   MOVE "NENHUM (PASSO NAO CONCLUIDO)"
                       TO WS-REL-I-TEXTO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-REL-INFO.
       RESUMO-UTILARQ-FIM.

      * -----------------------------------
      * ABRE O LOG DAS EXECUCOES, CRIANDO SE NAO EXISTE.
       ABRIR-ARQUIVOS.
           OPEN I-O NOTFILE
           IF NOT-NAO-EXISTE THEN
               OPEN OUTPUT NOTFILE
               CLOSE NOTFILE
               OPEN I-O NOTFILE
           END-IF
           IF NOT NOT-OK
               DISPLAY "NOTURNO: ERRO AO ABRIR noturno.dat (STATUS "
                   NOT-STAT ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
