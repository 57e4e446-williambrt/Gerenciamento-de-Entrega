       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAFIXO.
      * -----------------------------------------------------------
      * GERACAO DOS PEDIDOS FIXOS: PARA CADA PEDIDO FIXO ATIVO DE
      * pedfixo.dat (VER pedfixo-fd.cpy) CRIA EM entregas.dat OS
      * PEDIDOS PENDENTES ("P") DAS DATAS PREVISTAS PELA REGRA DE
      * FREQUENCIA NOS PROXIMOS N DIAS (N NA LINHA DE COMANDO OU NO
      * CONSOLE). O NUMERO DO PEDIDO VEM DE CTL-PROX-NUMPEDIDO,
      * PULANDO OS JA USADOS, COMO NA INCLUSAO MANUAL; CADA PEDIDO
      * CRIADO GANHA A MOVIMENTACAO INICIAL (" " -> "P") COM O
      * OPERADOR GERAFIXO. A DATA PREVISTA PASSA PELA MESMA
      * VALIDACAO DA TELA (dtentval-*): DOMINGO, FERIADO DE
      * calendario.dat OU DIA COM A CAPACIDADE ESGOTADA ROLAM PARA
      * O PROXIMO DIA UTIL LIVRE. DATA PREVISTA JA PASSADA (RODADAS
      * PERDIDAS OU PEDIDO FIXO REATIVADO) NAO GERA PEDIDO: SAI NO
      * RELATORIO COMO NAO GERADA E A GERACAO RECOMECA EM HOJE, PARA
      * NAO ACUMULAR VARIAS ENTREGAS DO CLIENTE NO MESMO DIA.
      * CLIENTE INATIVO OU EXCLUIDO NAO GERA. TUDO QUE ROLOU OU NAO
      * FOI GERADO SAI NO RELATORIO geracao_pedfixo.txt, QUE TAMBEM
      * LISTA OS PEDIDOS CRIADOS. PFX-DT-ULT-GERADA E REGRAVADO A
      * CADA OCORRENCIA TRATADA, ENTAO RODAR DE NOVO (OU DEPOIS DE
      * UMA QUEDA) NAO DUPLICA NEM PULA DATAS. TERMINA COM
      * RETURN-CODE 8 QUANDO ALGUMA OCORRENCIA NAO PODE SER GERADA
      * (FICA PARA A PROXIMA RODADA); AS DATAS JA PASSADAS SO SAEM
      * NO RELATORIO.
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
           SELECT CALFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CAL-STAT
               RECORD KEY IS CAL-DATA.
           SELECT DEPFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS DEP-STAT
               RECORD KEY IS DEP-CODIGO.
           SELECT CONTROLE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-STAT.
           SELECT REL-GERACAO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
       DATA DIVISION.
       FILE SECTION.
       COPY pedfixo-fd.

       COPY clientes-fd.

       COPY entregas-fd.

       COPY movent-fd.

       COPY calendario-fd.

       COPY depositos-fd.

       COPY controle-fd.

       FD REL-GERACAO VALUE OF FILE-ID IS "geracao_pedfixo.txt".
       01 REL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 PFX-STAT PIC 9(02).
           88 PFX-OK         VALUE ZEROS.
           88 PFX-NAO-EXISTE VALUE 35.
           88 PFX-FIM        VALUE 10.
       77 FS-STAT PIC 9(02).
           88 FS-OK         VALUE ZEROS.
           88 FS-NAO-EXISTE VALUE 35.
       77 ENT-STAT PIC 9(02).
           88 ENT-OK         VALUE ZEROS.
           88 ENT-NAO-EXISTE VALUE 35.
           88 ENT-FIM        VALUE 10.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.

       77 WS-PRM-DIAS PIC 9(03) VALUE ZEROS.
       77 WS-PRM-LINHA PIC X(80) VALUE SPACES.
       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAAMMDD PIC 9(08).
           05 FILLER           PIC X(13).
       77 WS-DT-LIMITE PIC 9(08).

      * JANELA DE DATAS PREVISTAS DO PEDIDO FIXO DA VEZ E DATA
      * CANDIDATA CORRENTE (AAAAMMDD E DIAS CORRIDOS).
       77 WS-DT-DE PIC 9(08).
       77 WS-DT-ATE PIC 9(08).
       77 WS-DT-PREVISTA PIC 9(08).
       77 WS-DT-GERADA PIC 9(08).
       77 WS-INT-PREVISTA PIC 9(08).
       77 WS-INT-ATE PIC 9(08).
       77 WS-INT-INICIO PIC 9(08).
       77 WS-DIA-SEMANA PIC 9(01).
       01 WS-DT-DESMONTA.
           05 WS-DT-AAAA PIC 9(04).
           05 WS-DT-MM   PIC 9(02).
           05 WS-DT-DD   PIC 9(02).
       01 WS-DT-SEGUINTE PIC 9(08).
       01 WS-DT-SEGUINTE-R REDEFINES WS-DT-SEGUINTE.
           05 FILLER        PIC 9(06).
           05 WS-DT-SEG-DD  PIC 9(02).

       77 WS-SW-OCORRE PIC X.
           88 WS-OCORRE VALUE "S".
       77 WS-SW-PARA PIC X.
           88 WS-PARA-PEDFIXO VALUE "S".
       77 WS-OBSERVACAO PIC X(50).

       77 WS-QTD-FIXOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GERADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ROLADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-GERADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PASSADAS PIC 9(05) VALUE ZEROS.

       01 WS-REL-CAB.
           05 FILLER PIC X(38) VALUE
              "GERACAO DE PEDIDOS FIXOS - DATA ".
           05 WS-CAB-DATA PIC 9(08).
           05 FILLER PIC X(09) VALUE "  ATE ".
           05 WS-CAB-LIMITE PIC 9(08).
       01 WS-REL-SUBCAB PIC X(120) VALUE
          "FIXO   CLIENTE  PREVISTA  GERADA    PEDIDO   OBSERVACAO".
       01 WS-REL-DETALHE.
           05 WS-REL-D-FIXO     PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-CODCLIE  PIC 9(07).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-PREVISTA PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-GERADA   PIC 9(08) BLANK WHEN ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-PEDIDO   PIC 9(07) BLANK WHEN ZEROS.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-REL-D-OBS      PIC X(50).
       01 WS-REL-RESUMO.
           05 FILLER PIC X(10) VALUE "RESUMO: ".
           05 WS-RES-FIXOS PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE " PEDIDOS FIXOS, ".
           05 WS-RES-GERADOS PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE " GERADOS (".
           05 WS-RES-ROLADOS PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE " REMARCADOS),".
           05 WS-RES-NAO-GERADOS PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE " NAO GERADOS, ".
           05 WS-RES-PASSADAS PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE " DATAS JA PASSADAS".

       77 WS-OPERADOR PIC X(10) VALUE "GERAFIXO".

       COPY movent-ws.

       COPY controle-ws.

       COPY dtcal-ws.

       COPY dtentval-ws.

       COPY deposito-ws.

       COPY depcoord-ws.

       COPY distkm-ws.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           PERFORM OBTEM-DIAS THRU OBTEM-DIAS-FIM.
           COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
               + WS-PRM-DIAS).
           MOVE WS-HOJE-AAAAMMDD TO WS-CAB-DATA.
           MOVE WS-DT-LIMITE     TO WS-CAB-LIMITE.
           PERFORM CRIA-CONTROLE THRU CRIA-CONTROLE-FIM.
           PERFORM CARREGA-CAPACIDADE THRU CARREGA-CAPACIDADE-FIM.
           PERFORM ABRIR-ARQUIVOS.
           MOVE ZEROS TO PFX-NUMERO.
           START PFXFILE KEY IS NOT LESS PFX-NUMERO
               INVALID KEY
                   MOVE 10 TO PFX-STAT
           END-START.
           PERFORM UNTIL NOT PFX-OK
               READ PFXFILE NEXT RECORD
                   AT END
                       MOVE 10 TO PFX-STAT
                   NOT AT END
                       IF PFX-SIT-ATIVO
                           PERFORM GERA-PEDFIXO THRU GERA-PEDFIXO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ENCERRA THRU ENCERRA-FIM.
           IF WS-QTD-NAO-GERADOS NOT EQUAL ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * OBTEM O HORIZONTE EM DIAS DA LINHA DE COMANDO OU DO
      * CONSOLE. OS PEDIDOS SAO GERADOS ATE HOJE + N.
       OBTEM-DIAS.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-PRM-LINHA) NUMERIC
               COMPUTE WS-PRM-DIAS =
                   FUNCTION NUMVAL(WS-PRM-LINHA)
           END-IF.
           PERFORM UNTIL WS-PRM-DIAS NOT EQUAL ZEROS
               DISPLAY "GERAFIXO: INFORME QUANTOS DIAS A FRENTE GERAR"
               ACCEPT WS-PRM-DIAS
           END-PERFORM.
       OBTEM-DIAS-FIM.

      * -----------------------------------
      * TRATA O PEDIDO FIXO LIDO: MONTA A JANELA DE DATAS AINDA NAO
      * TRATADAS (DO DIA SEGUINTE A ULTIMA GERACAO, OU DO INICIO DA
      * VIGENCIA NA PRIMEIRA VEZ, NUNCA ANTES DE HOJE, ATE O LIMITE
      * DA RODADA OU O TERMINO DO PEDIDO FIXO) E PERCORRE A JANELA
      * DIA A DIA, GERANDO UM PEDIDO EM CADA DATA PREVISTA PELA
      * FREQUENCIA. AS DATAS PREVISTAS ANTERIORES A HOJE AINDA NAO
      * TRATADAS VAO SO PARA O RELATORIO (PULA-PASSADAS).
       GERA-PEDFIXO.
           ADD 1 TO WS-QTD-FIXOS.
           MOVE "N" TO WS-SW-PARA.
           IF PFX-DT-ULT-GERADA NOT NUMERIC
               MOVE ZEROS TO PFX-DT-ULT-GERADA
           END-IF
           MOVE WS-DT-LIMITE TO WS-DT-ATE.
           IF PFX-DT-FIM NOT EQUAL ZEROS AND PFX-DT-FIM < WS-DT-ATE
               MOVE PFX-DT-FIM TO WS-DT-ATE
           END-IF
           IF PFX-DT-ULT-GERADA EQUAL ZEROS
               MOVE PFX-DT-INICIO TO WS-DT-DE
               IF WS-DT-DE < WS-HOJE-AAAAMMDD
                   MOVE WS-HOJE-AAAAMMDD TO WS-DT-DE
               END-IF
           ELSE
               COMPUTE WS-DT-DE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PFX-DT-ULT-GERADA) + 1)
               IF WS-DT-DE < PFX-DT-INICIO
                   MOVE PFX-DT-INICIO TO WS-DT-DE
               END-IF
               IF WS-DT-DE < WS-HOJE-AAAAMMDD
                   PERFORM PULA-PASSADAS THRU PULA-PASSADAS-FIM
                   MOVE WS-HOJE-AAAAMMDD TO WS-DT-DE
               END-IF
           END-IF
           IF WS-DT-DE > WS-DT-ATE
               GO GERA-PEDFIXO-FIM
           END-IF
           MOVE PFX-CODCLIE TO FS-CODCLIE.
           READ FILE1
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT FS-OK OR NOT FS-SIT-ATIVO
               PERFORM CLIENTE-INATIVO THRU CLIENTE-INATIVO-FIM
               GO GERA-PEDFIXO-FIM
           END-IF
           COMPUTE WS-INT-PREVISTA =
               FUNCTION INTEGER-OF-DATE(WS-DT-DE).
           COMPUTE WS-INT-ATE = FUNCTION INTEGER-OF-DATE(WS-DT-ATE).
           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(PFX-DT-INICIO).
           PERFORM UNTIL WS-INT-PREVISTA > WS-INT-ATE
                   OR WS-PARA-PEDFIXO
               COMPUTE WS-DT-PREVISTA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-PREVISTA)
               PERFORM VERIFICA-OCORRENCIA THRU
                   VERIFICA-OCORRENCIA-FIM
               IF WS-OCORRE
                   PERFORM GERA-OCORRENCIA THRU GERA-OCORRENCIA-FIM
               END-IF
               ADD 1 TO WS-INT-PREVISTA
           END-PERFORM.
      *    JANELA TODA TRATADA: MARCA ATE O FIM DELA, PARA OS DIAS
      *    SEM OCORRENCIA NAO SEREM REEXAMINADOS NA PROXIMA RODADA.
           IF NOT WS-PARA-PEDFIXO
               MOVE WS-DT-ATE TO PFX-DT-ULT-GERADA
               PERFORM REGRAVA-PEDFIXO THRU REGRAVA-PEDFIXO-FIM
           END-IF.
       GERA-PEDFIXO-FIM.

      * -----------------------------------
      * JANELA DO PEDIDO FIXO COMECANDO ANTES DE HOJE (RODADAS
      * PERDIDAS OU PEDIDO FIXO REATIVADO): AS DATAS PREVISTAS DE
      * WS-DT-DE ATE ONTEM (OU ATE O FIM DA JANELA, SE ANTES) NAO
      * GERAM PEDIDO - TODAS CAIRIAM HOJE PARA O MESMO CLIENTE. CADA
      * UMA SAI NO RELATORIO E ELAS FICAM DADAS COMO TRATADAS.
       PULA-PASSADAS.
           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(PFX-DT-INICIO).
           COMPUTE WS-INT-PREVISTA =
               FUNCTION INTEGER-OF-DATE(WS-DT-DE).
           COMPUTE WS-INT-ATE =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) - 1.
           IF FUNCTION INTEGER-OF-DATE(WS-DT-ATE) < WS-INT-ATE
               COMPUTE WS-INT-ATE = FUNCTION INTEGER-OF-DATE(WS-DT-ATE)
           END-IF
           IF WS-INT-PREVISTA > WS-INT-ATE
               GO PULA-PASSADAS-FIM
           END-IF
           PERFORM UNTIL WS-INT-PREVISTA > WS-INT-ATE
               COMPUTE WS-DT-PREVISTA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-PREVISTA)
               PERFORM VERIFICA-OCORRENCIA THRU
                   VERIFICA-OCORRENCIA-FIM
               IF WS-OCORRE
                   MOVE PFX-NUMERO     TO WS-REL-D-FIXO
                   MOVE PFX-CODCLIE    TO WS-REL-D-CODCLIE
                   MOVE WS-DT-PREVISTA TO WS-REL-D-PREVISTA
                   MOVE ZEROS TO WS-REL-D-GERADA WS-REL-D-PEDIDO
                   MOVE "DATA PREVISTA JA PASSOU - NAO GERADO"
                       TO WS-REL-D-OBS
                   WRITE REL-LINHA FROM WS-REL-DETALHE
                   ADD 1 TO WS-QTD-PASSADAS
               END-IF
               ADD 1 TO WS-INT-PREVISTA
           END-PERFORM.
           COMPUTE PFX-DT-ULT-GERADA =
               FUNCTION DATE-OF-INTEGER(WS-INT-ATE).
           PERFORM REGRAVA-PEDFIXO THRU REGRAVA-PEDFIXO-FIM.
       PULA-PASSADAS-FIM.

      * -----------------------------------
      * CLIENTE INATIVO OU NAO CADASTRADO: AS OCORRENCIAS DA JANELA
      * SAO DADAS COMO TRATADAS SEM GERAR PEDIDO (NAO SE ACUMULAM
      * PARA QUANDO O CLIENTE VOLTAR) E UMA LINHA VAI PARA O
      * RELATORIO.
       CLIENTE-INATIVO.
           MOVE PFX-NUMERO    TO WS-REL-D-FIXO.
           MOVE PFX-CODCLIE   TO WS-REL-D-CODCLIE.
           MOVE WS-DT-DE      TO WS-REL-D-PREVISTA.
           MOVE ZEROS TO WS-REL-D-GERADA WS-REL-D-PEDIDO.
           IF FS-OK
               MOVE "CLIENTE INATIVO - NADA GERADO ATE O LIMITE"
                   TO WS-REL-D-OBS
           ELSE
               MOVE "CLIENTE NAO CADASTRADO - NADA GERADO ATE O LIMITE"
                   TO WS-REL-D-OBS
           END-IF
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           MOVE WS-DT-ATE TO PFX-DT-ULT-GERADA.
           PERFORM REGRAVA-PEDFIXO THRU REGRAVA-PEDFIXO-FIM.
       CLIENTE-INATIVO-FIM.

      * -----------------------------------
      * DIZ SE WS-DT-PREVISTA E UMA DATA DO PEDIDO FIXO PELA
      * FREQUENCIA. SEMANAL: O DIA DA SEMANA ESTA MARCADO
      * (MOD 7 DOS DIAS CORRIDOS: 1=SEG ... 6=SAB, 0=DOM). A CADA N
      * DIAS: A DISTANCIA AO INICIO E MULTIPLA DE N. MENSAL: E O
      * DIA DO MES INFORMADO OU, SE O MES NAO TEM ESSE DIA, O SEU
      * ULTIMO DIA. SAIDA: WS-OCORRE.
       VERIFICA-OCORRENCIA.
           MOVE "N" TO WS-SW-OCORRE.
           EVALUATE TRUE
               WHEN PFX-FREQ-SEMANAL
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-INT-PREVISTA, 7)
                   IF WS-DIA-SEMANA EQUAL ZEROS
                       MOVE 7 TO WS-DIA-SEMANA
                   END-IF
                   IF PFX-DIA-SEMANA(WS-DIA-SEMANA) NOT EQUAL SPACE
                       MOVE "S" TO WS-SW-OCORRE
                   END-IF
               WHEN PFX-FREQ-INTERVALO
                   IF PFX-INTERVALO NOT EQUAL ZEROS AND
                           FUNCTION MOD(WS-INT-PREVISTA -
                               WS-INT-INICIO, PFX-INTERVALO)
                               EQUAL ZEROS
                       MOVE "S" TO WS-SW-OCORRE
                   END-IF
               WHEN PFX-FREQ-MENSAL
                   MOVE WS-DT-PREVISTA TO WS-DT-DESMONTA
                   IF WS-DT-DD EQUAL PFX-DIA-MES
                       MOVE "S" TO WS-SW-OCORRE
                   ELSE
                       IF PFX-DIA-MES > WS-DT-DD
                           COMPUTE WS-DT-SEGUINTE =
                               FUNCTION DATE-OF-INTEGER(
                                   WS-INT-PREVISTA + 1)
                           IF WS-DT-SEG-DD EQUAL 1
                               MOVE "S" TO WS-SW-OCORRE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       VERIFICA-OCORRENCIA-FIM.

      * -----------------------------------
      * GERA O PEDIDO DA DATA PREVISTA WS-DT-PREVISTA. A DATA
      * PASSA PELA VALIDACAO DA TELA; SE ELA REPROVA COM SUGESTAO,
      * O PEDIDO ROLA PARA A SUGESTAO E O MOTIVO VAI PARA O
      * RELATORIO. SEM DIA LIVRE NOS PROXIMOS 60 DIAS O PEDIDO FIXO
      * PARA NESTA DATA (SEM MARCA-LA COMO TRATADA), PARA A PROXIMA
      * RODADA TENTAR DE NOVO.
       GERA-OCORRENCIA.
           MOVE SPACES TO WS-OBSERVACAO.
           MOVE WS-DT-PREVISTA TO WS-DTE-DATA.
           MOVE ZEROS TO WS-DTE-PEDIDO.
           PERFORM VALIDA-DATA-ENTREGA THRU VALIDA-DATA-ENTREGA-FIM.
           IF WS-DTE-OK
               MOVE WS-DTE-DATA TO WS-DT-GERADA
           ELSE
               IF WS-DTE-SUGESTAO EQUAL ZEROS
                   MOVE PFX-NUMERO     TO WS-REL-D-FIXO
                   MOVE PFX-CODCLIE    TO WS-REL-D-CODCLIE
                   MOVE WS-DT-PREVISTA TO WS-REL-D-PREVISTA
                   MOVE ZEROS TO WS-REL-D-GERADA WS-REL-D-PEDIDO
                   MOVE "SEM DIA UTIL LIVRE EM 60 DIAS - NAO GERADO"
                       TO WS-REL-D-OBS
                   WRITE REL-LINHA FROM WS-REL-DETALHE
                   ADD 1 TO WS-QTD-NAO-GERADOS
                   MOVE "S" TO WS-SW-PARA
                   GO GERA-OCORRENCIA-FIM
               END-IF
               MOVE WS-DTE-SUGESTAO TO WS-DT-GERADA
               MOVE WS-DTE-MOTIVO TO WS-OBSERVACAO
           END-IF
           PERFORM OBTEM-PROX-PEDIDO THRU OBTEM-PROX-PEDIDO-FIM.
           IF WS-PROX-CANDIDATO EQUAL ZEROS
               MOVE PFX-NUMERO     TO WS-REL-D-FIXO
               MOVE PFX-CODCLIE    TO WS-REL-D-CODCLIE
               MOVE WS-DT-PREVISTA TO WS-REL-D-PREVISTA
               MOVE ZEROS TO WS-REL-D-GERADA WS-REL-D-PEDIDO
               MOVE "SEM NUMERACAO EM controle.dat - NAO GERADO"
                   TO WS-REL-D-OBS
               WRITE REL-LINHA FROM WS-REL-DETALHE
               ADD 1 TO WS-QTD-NAO-GERADOS
               MOVE "S" TO WS-SW-PARA
               GO GERA-OCORRENCIA-FIM
           END-IF
           MOVE SPACES TO ENTFILE-REC.
           MOVE WS-PROX-CANDIDATO TO ENT-NUMPEDIDO.
           MOVE PFX-CODCLIE       TO ENT-CODCLIE.
           MOVE WS-DT-GERADA      TO ENT-DTENTREGA.
           MOVE "P"               TO ENT-SITUACAO.
           MOVE FS-LATITUDE       TO ENT-LATITUDE.
           MOVE FS-LONGITUDE      TO ENT-LONGITUDE.
           MOVE WS-HOJE-AAAAMMDD  TO ENT-DT-ULT-ALT.
           MOVE ZEROS             TO ENT-VLR-FRETE.
           PERFORM ATRIBUI-DEPOSITO THRU ATRIBUI-DEPOSITO-FIM.
           WRITE ENTFILE-REC
               INVALID KEY
                   MOVE PFX-NUMERO     TO WS-REL-D-FIXO
                   MOVE PFX-CODCLIE    TO WS-REL-D-CODCLIE
                   MOVE WS-DT-PREVISTA TO WS-REL-D-PREVISTA
                   MOVE ZEROS TO WS-REL-D-GERADA WS-REL-D-PEDIDO
                   MOVE "ERRO AO GRAVAR entregas.dat - NAO GERADO"
                       TO WS-REL-D-OBS
                   WRITE REL-LINHA FROM WS-REL-DETALHE
                   ADD 1 TO WS-QTD-NAO-GERADOS
                   MOVE "S" TO WS-SW-PARA
                   GO GERA-OCORRENCIA-FIM
           END-WRITE.
           MOVE SPACE TO WS-MOV-SIT-DE.
           MOVE "P"   TO WS-MOV-SIT-PARA.
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
           ADD 1 TO WS-QTD-GERADOS.
           IF WS-OBSERVACAO NOT EQUAL SPACES
               ADD 1 TO WS-QTD-ROLADOS
           END-IF
           MOVE PFX-NUMERO     TO WS-REL-D-FIXO.
           MOVE PFX-CODCLIE    TO WS-REL-D-CODCLIE.
           MOVE WS-DT-PREVISTA TO WS-REL-D-PREVISTA.
           MOVE WS-DT-GERADA   TO WS-REL-D-GERADA.
           MOVE ENT-NUMPEDIDO  TO WS-REL-D-PEDIDO.
           MOVE WS-OBSERVACAO  TO WS-REL-D-OBS.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           MOVE WS-DT-PREVISTA TO PFX-DT-ULT-GERADA.
           PERFORM REGRAVA-PEDFIXO THRU REGRAVA-PEDFIXO-FIM.
       GERA-OCORRENCIA-FIM.

      * -----------------------------------
      * DEPOSITO DE ORIGEM DO PEDIDO GERADO: O DO PEDIDO FIXO, SE
      * INFORMADO E AINDA ATIVO; SENAO O DEPOSITO ATIVO MAIS
      * PROXIMO DO CLIENTE, COMO NA INCLUSAO MANUAL.
       ATRIBUI-DEPOSITO.
           IF PFX-DEPOSITO NOT EQUAL ZEROS
               MOVE PFX-DEPOSITO TO DEP-CODIGO
               READ DEPFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF DEP-OK AND DEP-SIT-ATIVO
                   MOVE PFX-DEPOSITO TO ENT-DEPOSITO
                   GO ATRIBUI-DEPOSITO-FIM
               END-IF
           END-IF
           MOVE ENT-LATITUDE  TO WS-DEPC-ALVO-LAT.
           MOVE ENT-LONGITUDE TO WS-DEPC-ALVO-LON.
           PERFORM ACHA-DEPOSITO-PROXIMO THRU
               ACHA-DEPOSITO-PROXIMO-FIM.
           MOVE WS-DEPC-CODIGO TO ENT-DEPOSITO.
       ATRIBUI-DEPOSITO-FIM.

      * -----------------------------------
      * BUSCA O PROXIMO NUMERO DE PEDIDO LIVRE A PARTIR DE
      * CTL-PROX-NUMPEDIDO, PULANDO NUMEROS JA USADOS, E RESERVA O
      * NUMERO REGRAVANDO O CONTROLE JA INCREMENTADO (ABRE, LE,
      * REGRAVA E FECHA O CONTROLE A CADA NUMERO, COMO NO ENTREGAS).
      * SAIDA: WS-PROX-CANDIDATO (ZEROS SE O CONTROLE NAO PODE SER
      * LIDO OU REGRAVADO).
       OBTEM-PROX-PEDIDO.
           MOVE ZEROS TO WS-PROX-CANDIDATO.
           OPEN I-O CONTROLE.
           IF NOT CTL-OK
               GO OBTEM-PROX-PEDIDO-FIM
           END-IF
           READ CONTROLE
               AT END
                   CLOSE CONTROLE
                   GO OBTEM-PROX-PEDIDO-FIM
           END-READ.
           MOVE CTL-PROX-NUMPEDIDO TO WS-PROX-CANDIDATO.
           IF WS-PROX-CANDIDATO EQUAL ZEROS
               MOVE 1 TO WS-PROX-CANDIDATO
           END-IF
           MOVE ZEROS TO ENT-STAT.
           PERFORM UNTIL NOT ENT-OK
               MOVE WS-PROX-CANDIDATO TO ENT-NUMPEDIDO
               READ ENTFILE
               END-READ
               IF ENT-OK
                   ADD 1 TO WS-PROX-CANDIDATO
               END-IF
           END-PERFORM.
           COMPUTE CTL-PROX-NUMPEDIDO = WS-PROX-CANDIDATO + 1.
           REWRITE CTL-REC.
           IF NOT CTL-OK
               MOVE ZEROS TO WS-PROX-CANDIDATO
           END-IF
           CLOSE CONTROLE.
       OBTEM-PROX-PEDIDO-FIM.

      * -----------------------------------
      * GRAVA NO PEDIDO FIXO A ULTIMA DATA PREVISTA JA TRATADA.
       REGRAVA-PEDFIXO.
           REWRITE PFXFILE-REC
               INVALID KEY
                   DISPLAY "GERAFIXO: ERRO AO REGRAVAR O PEDIDO FIXO "
                       PFX-NUMERO " (STATUS " PFX-STAT ")"
           END-REWRITE.
       REGRAVA-PEDFIXO-FIM.

      * -----------------------------------
      * LE O LIMITE DE ENTREGAS POR DIA DO ARQUIVO DE CONTROLE,
      * USADO NA VALIDACAO DA DATA (PADRAO 50 SE NAO INFORMADO).
       CARREGA-CAPACIDADE.
           OPEN INPUT CONTROLE.
           IF NOT CTL-OK
               GO CARREGA-CAPACIDADE-FIM
           END-IF
           READ CONTROLE
               AT END
                   CLOSE CONTROLE
                   GO CARREGA-CAPACIDADE-FIM
           END-READ.
           IF CTL-CAP-ENTREGAS NUMERIC AND
                   CTL-CAP-ENTREGAS NOT EQUAL ZEROS
               MOVE CTL-CAP-ENTREGAS TO WS-DTE-CAP
           END-IF
           CLOSE CONTROLE.
       CARREGA-CAPACIDADE-FIM.

      * -----------------------------------
      * ABRE O CADASTRO DE PEDIDOS FIXOS, entregas.dat E O
      * HISTORICO PARA ATUALIZACAO, OS CADASTROS DE APOIO PARA
      * CONSULTA E O RELATORIO (O CONTROLE E ABERTO A CADA NUMERO
      * DE PEDIDO, EM OBTEM-PROX-PEDIDO).
       ABRIR-ARQUIVOS.
           OPEN I-O PFXFILE
           IF PFX-NAO-EXISTE THEN
               OPEN OUTPUT PFXFILE
               CLOSE PFXFILE
               OPEN I-O PFXFILE
           END-IF
           OPEN INPUT FILE1
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT FILE1
               CLOSE FILE1
               OPEN INPUT FILE1
           END-IF
           OPEN I-O ENTFILE
           IF ENT-NAO-EXISTE THEN
               OPEN OUTPUT ENTFILE
               CLOSE ENTFILE
               OPEN I-O ENTFILE
           END-IF
           IF NOT ENT-OK
               DISPLAY "GERAFIXO: ERRO AO ABRIR entregas.dat (STATUS "
                   ENT-STAT ") - RECONSTRUA O ARQUIVO PELO UTILARQ"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MOVFILE
           IF MOV-NAO-EXISTE THEN
               OPEN OUTPUT MOVFILE
               CLOSE MOVFILE
               OPEN I-O MOVFILE
           END-IF
           OPEN INPUT CALFILE
           IF CAL-NAO-EXISTE THEN
               OPEN OUTPUT CALFILE
               CLOSE CALFILE
               OPEN INPUT CALFILE
           END-IF
           OPEN INPUT DEPFILE
           IF DEP-NAO-EXISTE THEN
               OPEN OUTPUT DEPFILE
               CLOSE DEPFILE
               OPEN INPUT DEPFILE
           END-IF
           OPEN OUTPUT REL-GERACAO
           WRITE REL-LINHA FROM WS-REL-CAB
           WRITE REL-LINHA FROM WS-REL-SUBCAB.

      * -----------------------------------
      * GRAVA O RESUMO, FECHA OS ARQUIVOS E MOSTRA OS TOTAIS NO
      * CONSOLE PARA O LOG DO AGENDADOR.
       ENCERRA.
           MOVE WS-QTD-FIXOS       TO WS-RES-FIXOS.
           MOVE WS-QTD-GERADOS     TO WS-RES-GERADOS.
           MOVE WS-QTD-ROLADOS     TO WS-RES-ROLADOS.
           MOVE WS-QTD-NAO-GERADOS TO WS-RES-NAO-GERADOS.
           MOVE WS-QTD-PASSADAS    TO WS-RES-PASSADAS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-REL-RESUMO.
           CLOSE REL-GERACAO.
           CLOSE PFXFILE.
           CLOSE FILE1.
           CLOSE ENTFILE.
           CLOSE MOVFILE.
           CLOSE CALFILE.
           CLOSE DEPFILE.
           DISPLAY "GERAFIXO: " WS-QTD-GERADOS " PEDIDOS GERADOS ATE "
               WS-DT-LIMITE ", " WS-QTD-ROLADOS " REMARCADOS, "
               WS-QTD-NAO-GERADOS " NAO GERADOS, " WS-QTD-PASSADAS
               " DATAS JA PASSADAS - VER "
               "geracao_pedfixo.txt".
       ENCERRA-FIM.

      * -----------------------------------
       COPY controle-pd.

      * -----------------------------------
       COPY movent-pd.

      * -----------------------------------
       COPY dtcal-pd.

      * -----------------------------------
       COPY dtentval-pd.

      * -----------------------------------
       COPY depcoord-pd.

      * -----------------------------------
       COPY distkm-pd.
