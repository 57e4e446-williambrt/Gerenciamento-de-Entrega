       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
      * -----------------------------------------------------------
      * BAIXA AUTOMATICA DAS FATURAS PELO ARQUIVO DE RETORNO DA
      * COBRANCA BANCARIA (retorno_banco.txt), EM VEZ DE DIGITAR
      * CADA PAGAMENTO NA OPCAO PAGAMENTO DO FATURA. LAYOUT FIXO:
      * HEADER COM DATA DE GERACAO, BANCO E SEQUENCIAL DO ARQUIVO,
      * UM DETALHE POR PAGAMENTO (FATURA, VALOR PAGO, DATA DO
      * PAGAMENTO, JUROS/MULTA E TARIFA) E TRAILER COM A
      * QUANTIDADE DE DETALHES E OS TOTAIS DE VALOR PAGO, JUROS E
      * TARIFA. O VALOR PAGO E O QUE O CLIENTE PAGOU NO BANCO,
      * JUROS/MULTA INCLUSOS; O PRINCIPAL (PAGO - JUROS) E O QUE
      * ABATE O SALDO DA FATURA. A TARIFA E A DESPESA DO BANCO,
      * SO REGISTRADA.
      * O ARQUIVO E CONFERIDO INTEIRO ANTES DE QUALQUER BAIXA
      * (HEADER NA PRIMEIRA LINHA, TRAILER NA ULTIMA, QUANTIDADE E
      * TOTAIS DO TRAILER CONTRA OS DETALHES): SE NAO FECHAR, NADA
      * E APLICADO - DINHEIRO NAO SE BAIXA PELA METADE. CONFERIDO,
      * CADA DETALHE E APLICADO A FAT-NUMERO COM AS MESMAS REGRAS DA
      * OPCAO PAGAMENTO: SOMA EM FAT-VLR-PAGO E QUITA ("P") QUANDO
      * O PAGO ALCANCA O TOTAL. CADA PAGAMENTO APLICADO VAI PARA O
      * HISTORICO DE RECEBIMENTOS (pagamentos.dat, ORIGEM "B",
      * OPERADOR "BANCO").
      * DETALHES REPROVADOS (FATURA INEXISTENTE OU JA QUITADA,
      * VALOR MAIOR QUE O SALDO, PAGAMENTO JA IMPORTADO - MESMA
      * FATURA, DATA E PRINCIPAL VINDOS DO BANCO -, VALORES OU DATA
      * ILEGIVEIS) VAO PARA retorno_banco_excecoes.txt E A CARGA
      * SEGUE, NOS MOLDES DO IMPORTA. TERMINA COM RETURN-CODE 8
      * QUANDO A ESTRUTURA DO ARQUIVO NAO CONFERE OU HOUVE
      * REJEICOES.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FAT-STAT
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CODCLIE
                   WITH DUPLICATES.
           SELECT PAGFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAG-STAT
               RECORD KEY IS PAG-KEY.
           SELECT RETFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-STAT.
           SELECT REL-EXCECOES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STAT.
       DATA DIVISION.
       FILE SECTION.
       COPY faturas-fd.

       COPY pagamentos-fd.

       FD RETFILE VALUE OF FILE-ID IS "retorno_banco.txt".
       01 RET-LINHA PIC X(100).

       FD REL-EXCECOES VALUE OF FILE-ID IS
           "retorno_banco_excecoes.txt".
       01 REL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       77 FAT-STAT PIC 9(02).
           88 FAT-OK         VALUE ZEROS.
           88 FAT-NAO-EXISTE VALUE 35.
       77 RET-STAT PIC 9(02).
           88 RET-OK  VALUE ZEROS.
           88 RET-FIM VALUE 10.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.

       COPY pagamentos-ws.

      *    OPERADOR FIXO DAS GRAVACOES DESTE PROGRAMA, PARA O
      *    HISTORICO DE RECEBIMENTOS DISTINGUIR O QUE VEIO DO BANCO
      *    DO QUE FOI DIGITADO NO FATURA.
       77 WS-OPERADOR PIC X(10) VALUE "BANCO".

       77 WS-SW-ESTRUTURA PIC X VALUE "N".
           88 WS-ESTRUTURA-RUIM VALUE "S".
       77 WS-SW-ARQS-ABERTOS PIC X VALUE "N".
           88 WS-ARQS-ABERTOS VALUE "S".
       77 WS-SW-TRAILER PIC X VALUE "N".
           88 WS-TRAILER-LIDO VALUE "S".
       77 WS-SW-DUPLICADO PIC X VALUE "N".
           88 WS-PAG-DUPLICADO VALUE "S".

       77 WS-LINHAS-LIDAS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DETALHES-CONTADAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-APLICADAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-QUITADAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADAS PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-PAGO PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-SOMA-JUROS PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-SOMA-TARIFA PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-APLICADO PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-ARQ-SEQUENCIAL PIC 9(06) VALUE ZEROS.
       77 WS-VLR-SALDO PIC 9(09)V9(02) VALUE ZEROS.

      * ESPELHOS DO LAYOUT DO ARQUIVO DE RETORNO. O TIPO DA LINHA
      * (POSICAO 1) DECIDE QUAL REDEFINICAO VALE.
       01 WS-RET-LINHA PIC X(100).
       01 WS-RET-TIPO-DEF REDEFINES WS-RET-LINHA.
           05 WS-RET-TIPO PIC X(01).
               88 WS-RET-HEADER  VALUE "H".
               88 WS-RET-DETALHE VALUE "D".
               88 WS-RET-TRAILER VALUE "T".
           05 FILLER      PIC X(99).
       01 WS-RET-HEADER-DEF REDEFINES WS-RET-LINHA.
           05 FILLER            PIC X(01).
           05 WS-HDR-DATA       PIC 9(08).
           05 WS-HDR-BANCO      PIC 9(03).
           05 WS-HDR-SEQUENCIAL PIC 9(06).
           05 FILLER            PIC X(82).
       01 WS-RET-DETALHE-DEF REDEFINES WS-RET-LINHA.
           05 FILLER           PIC X(01).
           05 WS-DET-FATURA    PIC X(07).
           05 WS-DET-FATURA-N REDEFINES WS-DET-FATURA PIC 9(07).
           05 WS-DET-VLR-PAGO  PIC 9(09)V9(02).
           05 WS-DET-DT-PAGTO  PIC 9(08).
           05 WS-DET-VLR-JUROS PIC 9(07)V9(02).
           05 WS-DET-VLR-TARIFA PIC 9(07)V9(02).
           05 FILLER           PIC X(55).
       01 WS-RET-TRAILER-DEF REDEFINES WS-RET-LINHA.
           05 FILLER            PIC X(01).
           05 WS-TRL-QTD        PIC 9(07).
           05 WS-TRL-TOT-PAGO   PIC 9(11)V9(02).
           05 WS-TRL-TOT-JUROS  PIC 9(09)V9(02).
           05 WS-TRL-TOT-TARIFA PIC 9(09)V9(02).
           05 FILLER            PIC X(57).

       01 WS-REL-CAB.
           05 FILLER PIC X(40) VALUE
              "RETORNO DE COBRANCA - ARQUIVO ".
           05 WS-CAB-SEQUENCIAL PIC 9(06).
           05 FILLER PIC X(06) VALUE " BANCO".
           05 WS-CAB-BANCO PIC ZZ9.
       01 WS-REL-SUBCAB PIC X(120) VALUE
          "LINHA  FATURA     VALOR PAGO  DT PAGTO  MOTIVO DA REJEICAO".
       01 WS-REL-DETALHE.
           05 WS-REL-D-LINHA   PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-REL-D-FATURA  PIC X(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-REL-D-VALOR   PIC ZZZZZZZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-REL-D-DATA    PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-REL-D-MOTIVO  PIC X(60).
       01 WS-REL-RESUMO.
           05 FILLER PIC X(09) VALUE "RESUMO: ".
           05 WS-RES-LIDAS PIC ZZZZ9.
           05 FILLER PIC X(08) VALUE " LIDAS, ".
           05 WS-RES-APL PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE " APLICADAS (".
           05 WS-RES-QUIT PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE " QUITADAS), ".
           05 WS-RES-REJ PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE " REJEITADAS - ".
           05 WS-RES-VALOR PIC ZZZZZZZZZZ9.99.
           05 FILLER PIC X(08) VALUE " BAIXADO".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQUIVOS.
           IF RET-OK
               PERFORM CONFERE-RETORNO THRU CONFERE-RETORNO-FIM
           END-IF.
           IF WS-ARQS-ABERTOS AND NOT WS-ESTRUTURA-RUIM
               PERFORM APLICA-RETORNO THRU APLICA-RETORNO-FIM
           END-IF.
           PERFORM ENCERRA THRU ENCERRA-FIM.
           IF WS-ESTRUTURA-RUIM OR WS-QTD-REJEITADAS NOT EQUAL ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * -----------------------------------
      * PRIMEIRA PASSADA: LE O ARQUIVO INTEIRO SEM BAIXAR NADA E
      * CONFERE A ESTRUTURA - HEADER NA PRIMEIRA LINHA, SO DETALHES
      * NO MIOLO, TRAILER NA ULTIMA - E OS CONTADORES DO TRAILER
      * CONTRA A SOMA DOS DETALHES.
       CONFERE-RETORNO.
           PERFORM LE-LINHA-RETORNO THRU LE-LINHA-RETORNO-FIM.
           IF RET-FIM
               DISPLAY "RETBANCO: ARQUIVO DE RETORNO VAZIO"
               MOVE "S" TO WS-SW-ESTRUTURA
               GO CONFERE-RETORNO-FIM
           END-IF
           PERFORM VALIDA-HEADER THRU VALIDA-HEADER-FIM.
           IF WS-ESTRUTURA-RUIM
               GO CONFERE-RETORNO-FIM
           END-IF.
       CONFERE-RETORNO-LOOP.
           PERFORM LE-LINHA-RETORNO THRU LE-LINHA-RETORNO-FIM.
           IF RET-FIM
               GO CONFERE-RETORNO-TRAILER
           END-IF
           EVALUATE TRUE
               WHEN WS-TRAILER-LIDO
                   DISPLAY "RETBANCO: LINHA " WS-LINHAS-LIDAS
                       " APOS O TRAILER"
                   MOVE "S" TO WS-SW-ESTRUTURA
               WHEN WS-RET-DETALHE
                   PERFORM SOMA-DETALHE THRU SOMA-DETALHE-FIM
               WHEN WS-RET-TRAILER
                   PERFORM VALIDA-TRAILER THRU VALIDA-TRAILER-FIM
               WHEN OTHER
                   DISPLAY "RETBANCO: LINHA " WS-LINHAS-LIDAS
                       " COM TIPO DESCONHECIDO"
                   MOVE "S" TO WS-SW-ESTRUTURA
           END-EVALUATE.
           GO CONFERE-RETORNO-LOOP.
       CONFERE-RETORNO-TRAILER.
           IF NOT WS-TRAILER-LIDO
               DISPLAY "RETBANCO: ARQUIVO DE RETORNO SEM TRAILER - "
                   "POSSIVEL ARQUIVO TRUNCADO"
               MOVE "S" TO WS-SW-ESTRUTURA
           END-IF
           IF WS-ESTRUTURA-RUIM
               DISPLAY "RETBANCO: NENHUM PAGAMENTO BAIXADO - CONFIRA "
                   "O ARQUIVO COM O BANCO"
           END-IF.
       CONFERE-RETORNO-FIM.

      * -----------------------------------
       LE-LINHA-RETORNO.
           READ RETFILE
               AT END
                   MOVE 10 TO RET-STAT
               NOT AT END
                   ADD 1 TO WS-LINHAS-LIDAS
                   MOVE RET-LINHA TO WS-RET-LINHA
           END-READ.
       LE-LINHA-RETORNO-FIM.

      * -----------------------------------
      * CONFERE O HEADER: TIPO "H" E SEQUENCIAL DO ARQUIVO LEGIVEL
      * (VAI PARA O HISTORICO DE CADA PAGAMENTO BAIXADO).
       VALIDA-HEADER.
           IF NOT WS-RET-HEADER
               DISPLAY "RETBANCO: PRIMEIRA LINHA NAO E HEADER"
               MOVE "S" TO WS-SW-ESTRUTURA
               GO VALIDA-HEADER-FIM
           END-IF
           IF WS-HDR-SEQUENCIAL NOT NUMERIC OR
                   WS-HDR-BANCO NOT NUMERIC
               DISPLAY "RETBANCO: HEADER COM BANCO OU SEQUENCIAL "
                   "ILEGIVEL"
               MOVE "S" TO WS-SW-ESTRUTURA
               GO VALIDA-HEADER-FIM
           END-IF
           MOVE WS-HDR-SEQUENCIAL TO WS-ARQ-SEQUENCIAL
                                     WS-CAB-SEQUENCIAL.
           MOVE WS-HDR-BANCO TO WS-CAB-BANCO.
       VALIDA-HEADER-FIM.

      * -----------------------------------
      * CONTA O DETALHE E SOMA OS VALORES LEGIVEIS PARA A
      * CONFERENCIA COM O TRAILER (UM VALOR ILEGIVEL NAO ENTRA NA
      * SOMA, E O TOTAL DO TRAILER DEIXA DE FECHAR).
       SOMA-DETALHE.
           ADD 1 TO WS-QTD-DETALHES-CONTADAS.
           IF WS-DET-VLR-PAGO NUMERIC
               ADD WS-DET-VLR-PAGO TO WS-SOMA-PAGO
           END-IF
           IF WS-DET-VLR-JUROS NUMERIC
               ADD WS-DET-VLR-JUROS TO WS-SOMA-JUROS
           END-IF
           IF WS-DET-VLR-TARIFA NUMERIC
               ADD WS-DET-VLR-TARIFA TO WS-SOMA-TARIFA
           END-IF.
       SOMA-DETALHE-FIM.

      * -----------------------------------
      * CONFERE O TRAILER CONTRA O QUE FOI LIDO: QUANTIDADE DE
      * DETALHES E TOTAIS DE VALOR PAGO, JUROS E TARIFA.
       VALIDA-TRAILER.
           MOVE "S" TO WS-SW-TRAILER.
           IF WS-TRL-QTD NOT NUMERIC OR
                   WS-TRL-QTD NOT EQUAL WS-QTD-DETALHES-CONTADAS
               DISPLAY "RETBANCO: QUANTIDADE DO TRAILER NAO CONFERE "
                   "COM OS DETALHES LIDOS"
               MOVE "S" TO WS-SW-ESTRUTURA
           END-IF
           IF WS-TRL-TOT-PAGO NOT NUMERIC OR
                   WS-TRL-TOT-PAGO NOT EQUAL WS-SOMA-PAGO
               DISPLAY "RETBANCO: TOTAL PAGO DO TRAILER NAO CONFERE "
                   "COM OS DETALHES LIDOS"
               MOVE "S" TO WS-SW-ESTRUTURA
           END-IF
           IF WS-TRL-TOT-JUROS NOT NUMERIC OR
                   WS-TRL-TOT-JUROS NOT EQUAL WS-SOMA-JUROS
               DISPLAY "RETBANCO: TOTAL DE JUROS DO TRAILER NAO "
                   "CONFERE COM OS DETALHES LIDOS"
               MOVE "S" TO WS-SW-ESTRUTURA
           END-IF
           IF WS-TRL-TOT-TARIFA NOT NUMERIC OR
                   WS-TRL-TOT-TARIFA NOT EQUAL WS-SOMA-TARIFA
               DISPLAY "RETBANCO: TOTAL DE TARIFAS DO TRAILER NAO "
                   "CONFERE COM OS DETALHES LIDOS"
               MOVE "S" TO WS-SW-ESTRUTURA
           END-IF.
       VALIDA-TRAILER-FIM.

      * -----------------------------------
      * SEGUNDA PASSADA, SO COM O ARQUIVO CONFERIDO: RELE DO
      * INICIO E APLICA CADA DETALHE. O CABECALHO DO RELATORIO SAI
      * AQUI PORQUE O SEQUENCIAL E O BANCO VEM DO HEADER.
       APLICA-RETORNO.
           WRITE REL-LINHA FROM WS-REL-CAB.
           WRITE REL-LINHA FROM WS-REL-SUBCAB.
           CLOSE RETFILE.
           OPEN INPUT RETFILE.
           MOVE ZEROS TO WS-LINHAS-LIDAS.
       APLICA-RETORNO-LOOP.
           PERFORM LE-LINHA-RETORNO THRU LE-LINHA-RETORNO-FIM.
           IF RET-FIM
               GO APLICA-RETORNO-FIM
           END-IF
           IF WS-RET-DETALHE
               PERFORM PROCESSA-DETALHE THRU PROCESSA-DETALHE-FIM
           END-IF
           GO APLICA-RETORNO-LOOP.
       APLICA-RETORNO-FIM.

      * -----------------------------------
      * APLICA UM PAGAMENTO: FATURA EXISTENTE E ABERTA, VALORES E
      * DATA LEGIVEIS, PAGAMENTO AINDA NAO IMPORTADO E PRINCIPAL
      * ATE O SALDO DA FATURA (MESMA RECUSA DA OPCAO PAGAMENTO).
      * APROVADO, REGRAVA A FATURA E GRAVA O HISTORICO; REPROVADO,
      * VAI PARA O RELATORIO DE EXCECOES E A CARGA SEGUE.
       PROCESSA-DETALHE.
           IF WS-DET-FATURA NOT NUMERIC
               MOVE "NUMERO DE FATURA NAO NUMERICO" TO WS-REL-D-MOTIVO
               PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
               GO PROCESSA-DETALHE-FIM
           END-IF
           IF WS-DET-VLR-PAGO NOT NUMERIC OR
                   WS-DET-VLR-JUROS NOT NUMERIC OR
                   WS-DET-VLR-TARIFA NOT NUMERIC
               MOVE "VALOR ILEGIVEL NO DETALHE" TO WS-REL-D-MOTIVO
               PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
               GO PROCESSA-DETALHE-FIM
           END-IF
           IF WS-DET-DT-PAGTO NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-DET-DT-PAGTO)
                       NOT EQUAL ZEROS
               MOVE "DATA DE PAGAMENTO INVALIDA" TO WS-REL-D-MOTIVO
               PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
               GO PROCESSA-DETALHE-FIM
           END-IF
           IF WS-DET-VLR-JUROS NOT LESS WS-DET-VLR-PAGO
               MOVE "JUROS/MULTA NAO MENOR QUE O VALOR PAGO"
                   TO WS-REL-D-MOTIVO
               PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
               GO PROCESSA-DETALHE-FIM
           END-IF
           COMPUTE WS-PAG-VLR-PRINCIPAL =
               WS-DET-VLR-PAGO - WS-DET-VLR-JUROS.
           MOVE WS-DET-FATURA-N TO FAT-NUMERO.
           READ FATFILE
               INVALID KEY
                   MOVE "FATURA NAO ENCONTRADA" TO WS-REL-D-MOTIVO
                   PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
                   GO PROCESSA-DETALHE-FIM
           END-READ.
           PERFORM VERIFICA-DUPLICADO THRU VERIFICA-DUPLICADO-FIM.
           IF WS-PAG-DUPLICADO
               MOVE "PAGAMENTO JA IMPORTADO" TO WS-REL-D-MOTIVO
               PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
               GO PROCESSA-DETALHE-FIM
           END-IF
           IF FAT-SIT-PAGA
               MOVE "FATURA JA QUITADA" TO WS-REL-D-MOTIVO
               PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
               GO PROCESSA-DETALHE-FIM
           END-IF
           COMPUTE WS-VLR-SALDO = FAT-VLR-TOTAL - FAT-VLR-PAGO.
           IF WS-PAG-VLR-PRINCIPAL > WS-VLR-SALDO
               MOVE "PAGAMENTO MAIOR QUE O SALDO DA FATURA"
                   TO WS-REL-D-MOTIVO
               PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
               GO PROCESSA-DETALHE-FIM
           END-IF
           ADD WS-PAG-VLR-PRINCIPAL TO FAT-VLR-PAGO.
           IF FAT-VLR-PAGO NOT LESS FAT-VLR-TOTAL
               MOVE "P" TO FAT-SITUACAO
           END-IF
           REWRITE FATFILE-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A FATURA" TO WS-REL-D-MOTIVO
                   PERFORM REJEITA-LINHA THRU REJEITA-LINHA-FIM
                   GO PROCESSA-DETALHE-FIM
           END-REWRITE.
           ADD 1 TO WS-QTD-APLICADAS.
           IF FAT-SIT-PAGA
               ADD 1 TO WS-QTD-QUITADAS
           END-IF
           ADD WS-PAG-VLR-PRINCIPAL TO WS-TOT-APLICADO.
           MOVE WS-DET-DT-PAGTO   TO WS-PAG-DT-PAGTO.
           MOVE WS-DET-VLR-JUROS  TO WS-PAG-VLR-JUROS.
           MOVE WS-DET-VLR-TARIFA TO WS-PAG-VLR-TARIFA.
           MOVE "B"               TO WS-PAG-ORIGEM.
           MOVE WS-ARQ-SEQUENCIAL TO WS-PAG-ARQUIVO.
           PERFORM GRAVA-PAGAMENTO THRU GRAVA-PAGAMENTO-FIM.
       PROCESSA-DETALHE-FIM.

      * -----------------------------------
      * PROCURA NO HISTORICO DA FATURA UM RECEBIMENTO DO BANCO COM
      * A MESMA DATA DE PAGAMENTO E O MESMO PRINCIPAL: E O MESMO
      * PAGAMENTO VINDO DE NOVO (ARQUIVO REPROCESSADO OU REPETIDO
      * PELO BANCO). RECEBIMENTOS DIGITADOS NO FATURA NAO CONTAM.
       VERIFICA-DUPLICADO.
           MOVE "N" TO WS-SW-DUPLICADO.
           MOVE FAT-NUMERO TO PAG-FATURA.
           MOVE ZEROS TO PAG-SEQ.
           MOVE ZEROS TO PAG-STAT.
           START PAGFILE KEY IS NOT LESS PAG-KEY
               INVALID KEY
                   MOVE 10 TO PAG-STAT
           END-START.
           PERFORM UNTIL PAG-FIM OR WS-PAG-DUPLICADO
               READ PAGFILE NEXT RECORD
                   AT END
                       MOVE 10 TO PAG-STAT
                   NOT AT END
                       IF PAG-FATURA NOT EQUAL FAT-NUMERO
                           MOVE 10 TO PAG-STAT
                       ELSE
                           IF PAG-ORIGEM-BANCO AND
                                   PAG-DT-PAGTO EQUAL WS-DET-DT-PAGTO
                                   AND PAG-VLR-PRINCIPAL EQUAL
                                   WS-PAG-VLR-PRINCIPAL
                               MOVE "S" TO WS-SW-DUPLICADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       VERIFICA-DUPLICADO-FIM.

      * -----------------------------------
      * GRAVA UMA LINHA REJEITADA NO RELATORIO DE EXCECOES.
       REJEITA-LINHA.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE WS-LINHAS-LIDAS TO WS-REL-D-LINHA.
           MOVE WS-DET-FATURA   TO WS-REL-D-FATURA.
           IF WS-DET-VLR-PAGO NUMERIC
               MOVE WS-DET-VLR-PAGO TO WS-REL-D-VALOR
           ELSE
               MOVE ZEROS TO WS-REL-D-VALOR
           END-IF
           MOVE WS-RET-LINHA(20:8) TO WS-REL-D-DATA.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
       REJEITA-LINHA-FIM.

      * -----------------------------------
       COPY pagamentos-pd.

      * -----------------------------------
      * ABRE OS ARQUIVOS. O RELATORIO DE EXCECOES SO E CRIADO
      * QUANDO HA ARQUIVO DE RETORNO PARA LER.
       ABRIR-ARQUIVOS.
           OPEN I-O FATFILE
           IF FAT-NAO-EXISTE THEN
               OPEN OUTPUT FATFILE
               CLOSE FATFILE
               OPEN I-O FATFILE
           END-IF
           IF NOT FAT-OK
               DISPLAY "RETBANCO: ERRO AO ABRIR faturas.dat (STATUS "
                   FAT-STAT ") - ABRA O PROGRAMA FATURA PARA "
                   "CONVERTER O ARQUIVO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAGFILE
           IF PAG-NAO-EXISTE THEN
               OPEN OUTPUT PAGFILE
               CLOSE PAGFILE
               OPEN I-O PAGFILE
           END-IF
           OPEN INPUT RETFILE
           IF NOT RET-OK
               DISPLAY "RETBANCO: ARQUIVO retorno_banco.txt "
                   "NAO ENCONTRADO"
               MOVE "S" TO WS-SW-ESTRUTURA
               MOVE 10 TO RET-STAT
           ELSE
               OPEN OUTPUT REL-EXCECOES
               MOVE "S" TO WS-SW-ARQS-ABERTOS
           END-IF.

      * -----------------------------------
      * FECHA OS ARQUIVOS E MOSTRA O RESUMO DA CARGA. O RESUMO E OS
      * CLOSE DO RETORNO/EXCECOES SO VALEM QUANDO O PAR DE ARQUIVOS
      * CHEGOU A SER ABERTO (VER ABRIR-ARQUIVOS).
       ENCERRA.
           IF WS-ARQS-ABERTOS
               MOVE WS-LINHAS-LIDAS   TO WS-RES-LIDAS
               MOVE WS-QTD-APLICADAS  TO WS-RES-APL
               MOVE WS-QTD-QUITADAS   TO WS-RES-QUIT
               MOVE WS-QTD-REJEITADAS TO WS-RES-REJ
               MOVE WS-TOT-APLICADO   TO WS-RES-VALOR
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA FROM WS-REL-RESUMO
               CLOSE RETFILE
               CLOSE REL-EXCECOES
           END-IF
           CLOSE FATFILE.
           CLOSE PAGFILE.
           DISPLAY "RETBANCO: " WS-QTD-APLICADAS " PAGAMENTOS "
               "BAIXADOS, " WS-QTD-REJEITADAS " REJEITADOS EM "
               "retorno_banco_excecoes.txt".
       ENCERRA-FIM.
