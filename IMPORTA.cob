      * QUEM RECEBEU (OBRIGATORIOS), NO "F" O CODIGO DO MOTIVO DA
      * FALHA (OBRIGATORIO E VALIDADO EM motivos.dat) E O TEXTO
      * LIVRE DA OCORRENCIA.
      * CADA DETALHE QUE CHEGA MARCA O PEDIDO COMO RESPONDIDO NO
      * REGISTRO DE REMESSAS (remessas.dat, GRAVADO PELO EXPORTA);
      * PEDIDO RETORNADO QUE NAO CONSTA DA REMESSA DO HEADER E
      * GRAVADO NELA COM ORIGEM "R" PARA A CONCILIACAO (CONCILIA).
      * O ENVIO DO MESMO PEDIDO EM OUTRA REMESSA QUE AINDA AGUARDA
      * RETORNO (REENVIO PELA EXTRACAO INCREMENTAL) TAMBEM FICA
      * RESPONDIDO, POIS A TRANSPORTADORA JA DEU A SITUACAO DELE.
      * REMESSA EMITIDA ANTES DO REGISTRO EXISTIR NAO TEM CABECALHO
      * EM remessas.dat E FICA FORA DESSA MARCACAO.
      * LINHAS REPROVADAS (PEDIDO INEXISTENTE, SITUACAO INVALIDA,
      * PEDIDO FORA DE "R", COMPROVACAO FALTANDO) VAO PARA
      * retorno_excecoes.txt EM VEZ DE
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MOT-STAT
               RECORD KEY IS MOT-CODIGO.
           SELECT REMFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS REM-STAT
               RECORD KEY IS REM-KEY
               ALTERNATE RECORD KEY IS REM-PEDIDO-REF
                   WITH DUPLICATES.
           SELECT RETFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-STAT.

       COPY motivos-fd.

       COPY remessas-fd.

       FD RETFILE VALUE OF FILE-ID IS "retorno_entregas.txt".
       01 RET-LINHA PIC X(130).

           88 RET-FIM VALUE 10.
       77 REL-STAT PIC 9(02).
           88 REL-OK VALUE ZEROS.
       77 REM-STAT PIC 9(02).
           88 REM-OK         VALUE ZEROS.
           88 REM-NAO-EXISTE VALUE 35.

       COPY controle-ws.

       77 WS-HASH-PEDIDOS PIC 9(12) VALUE ZEROS.
       77 WS-PEDIDO-NUM PIC 9(07) VALUE ZEROS.

      *    REMESSA RESPONDIDA (DO HEADER) E A MARCACAO NO REGISTRO
      *    DE REMESSAS: SO QUANDO A REMESSA TEM CABECALHO LA.
       77 WS-REM-RETORNO PIC 9(05) VALUE ZEROS.
       77 WS-SW-REGISTRO PIC X VALUE "N".
           88 WS-REMESSA-REGISTRADA VALUE "S".
       77 WS-QTD-RESPONDIDOS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORA-REMESSA PIC 9(07) VALUE ZEROS.
       77 WS-QTD-OUTRAS-REMESSAS PIC 9(07) VALUE ZEROS.

       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAAMMDD PIC 9(08).
           05 FILLER           PIC X(13).
               DISPLAY "IMPORTA: REMESSA " WS-HDR-REMESSA
                   " NAO CONFERE COM O CONTROLE DE REMESSAS"
               MOVE "S" TO WS-SW-ESTRUTURA
               GO VALIDA-HEADER-FIM
           END-IF
           MOVE WS-HDR-REMESSA TO WS-REM-RETORNO.
           MOVE WS-REM-RETORNO TO REM-REMESSA.
           MOVE ZEROS TO REM-NUMPEDIDO.
           READ REMFILE
               INVALID KEY
                   DISPLAY "IMPORTA: REMESSA " WS-REM-RETORNO
                       " SEM REGISTRO EM remessas.dat - RETORNOS "
                       "NAO SERAO CONCILIADOS"
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-REGISTRO
           END-READ.
       VALIDA-HEADER-FIM.

      * -----------------------------------
           MOVE WS-DET-PEDIDO TO WS-PEDIDO-NUM.
           COMPUTE WS-HASH-PEDIDOS = FUNCTION MOD(
               WS-HASH-PEDIDOS + WS-PEDIDO-NUM, 1000000000000).
           IF WS-REMESSA-REGISTRADA
               PERFORM REGISTRA-RESPOSTA THRU REGISTRA-RESPOSTA-FIM
           END-IF
           IF WS-DET-SITUACAO NOT EQUAL "E" AND
                   WS-DET-SITUACAO NOT EQUAL "F"
               MOVE "SITUACAO DE RETORNO INVALIDA (USE E OU F)"
           END-REWRITE.
       PROCESSA-DETALHE-FIM.

      * -----------------------------------
      * MARCA NO REGISTRO DE REMESSAS QUE A TRANSPORTADORA
      * RESPONDEU SOBRE O PEDIDO, COM A DATA E A SITUACAO
      * RETORNADA, MESMO QUE A LINHA SEJA REJEITADA DEPOIS (A
      * RESPOSTA CHEGOU; A REJEICAO VAI PARA retorno_excecoes.txt).
      * PEDIDO QUE NAO CONSTA DA REMESSA E GRAVADO NELA COM ORIGEM
      * "R" (RETORNADO SEM TER SIDO ENVIADO NELA). ENVIO JA
      * SUBSTITUIDO POR UM REENVIO ("X") GUARDA A DATA E A SITUACAO
      * MAS CONTINUA "X" E NAO CONTA COMO RESPONDIDO NA REMESSA. EM
      * SEGUIDA FECHA OS ENVIOS DO PEDIDO EM OUTRAS REMESSAS QUE
      * AINDA AGUARDAM RETORNO (FECHA-OUTROS-ENVIOS).
       REGISTRA-RESPOSTA.
           MOVE WS-REM-RETORNO TO REM-REMESSA.
           MOVE WS-PEDIDO-NUM  TO REM-NUMPEDIDO.
           READ REMFILE
               INVALID KEY
                   GO REGISTRA-RESPOSTA-FORA
           END-READ.
           IF NOT REM-RESPONDIDO AND NOT REM-SUBSTITUIDO
               ADD 1 TO WS-QTD-RESPONDIDOS
           END-IF
           IF NOT REM-SUBSTITUIDO
               MOVE "S" TO REM-SW-RESPOSTA
           END-IF
           MOVE WS-HOJE-AAAAMMDD TO REM-DT-RESPOSTA.
           MOVE WS-DET-SITUACAO TO REM-SIT-RESPOSTA.
           REWRITE REMFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM FECHA-OUTROS-ENVIOS THRU FECHA-OUTROS-ENVIOS-FIM.
           GO REGISTRA-RESPOSTA-FIM.
       REGISTRA-RESPOSTA-FORA.
           MOVE SPACES TO REMFILE-REC.
           MOVE WS-REM-RETORNO TO REM-REMESSA.
           MOVE WS-PEDIDO-NUM  TO REM-NUMPEDIDO REM-PEDIDO-REF.
           MOVE ZEROS TO REM-CODCLIE REM-DTENTREGA REM-REMESSA-SUBST.
           MOVE "R" TO REM-ORIGEM.
           MOVE "N" TO REM-SW-AGUARDA.
           MOVE "S" TO REM-SW-RESPOSTA.
           MOVE WS-HOJE-AAAAMMDD TO REM-DT-RESPOSTA.
           MOVE WS-DET-SITUACAO TO REM-SIT-RESPOSTA.
           WRITE REMFILE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-FORA-REMESSA
           END-WRITE.
           PERFORM FECHA-OUTROS-ENVIOS THRU FECHA-OUTROS-ENVIOS-FIM.
       REGISTRA-RESPOSTA-FIM.

      * -----------------------------------
      * PERCORRE OS ENVIOS DO PEDIDO PELA CHAVE ALTERNATIVA (COMO O
      * SUBSTITUI-ENVIOS DO EXPORTA) E MARCA COMO RESPONDIDO, COM A
      * DATA E A SITUACAO RETORNADA, TODO ENVIO EM ROTA DE OUTRA
      * REMESSA QUE AINDA AGUARDA RETORNO. O CABECALHO DESSAS
      * REMESSAS NAO E ALTERADO: O TOTAL DE RESPONDIDOS DELE CONTA
      * SO OS RETORNOS DA PROPRIA REMESSA.
       FECHA-OUTROS-ENVIOS.
           MOVE WS-PEDIDO-NUM TO REM-PEDIDO-REF.
           START REMFILE KEY IS EQUAL REM-PEDIDO-REF
               INVALID KEY
                   GO FECHA-OUTROS-ENVIOS-FIM
           END-START.
       FECHA-OUTROS-ENVIOS-LOOP.
           READ REMFILE NEXT RECORD
               AT END
                   GO FECHA-OUTROS-ENVIOS-FIM
           END-READ.
           IF NOT REM-OK OR REM-PEDIDO-REF NOT EQUAL WS-PEDIDO-NUM
               GO FECHA-OUTROS-ENVIOS-FIM
           END-IF
           IF REM-ORIGEM-ENVIO AND REM-AGUARDA-RETORNO AND
                   REM-SEM-RESPOSTA AND
                   REM-REMESSA NOT EQUAL WS-REM-RETORNO
               MOVE "S" TO REM-SW-RESPOSTA
               MOVE WS-HOJE-AAAAMMDD TO REM-DT-RESPOSTA
               MOVE WS-DET-SITUACAO TO REM-SIT-RESPOSTA
               REWRITE REMFILE-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-OUTRAS-REMESSAS
               END-REWRITE
           END-IF
           GO FECHA-OUTROS-ENVIOS-LOOP.
       FECHA-OUTROS-ENVIOS-FIM.

      * -----------------------------------
      * ATUALIZA NO CABECALHO DA REMESSA A QUANTIDADE DE PEDIDOS
      * RESPONDIDOS E A DATA DO ULTIMO RETORNO.
       ATUALIZA-CABECALHO-REMESSA.
           MOVE WS-REM-RETORNO TO REM-REMESSA.
           MOVE ZEROS TO REM-NUMPEDIDO.
           READ REMFILE
               INVALID KEY
                   GO ATUALIZA-CABECALHO-REMESSA-FIM
           END-READ.
           ADD WS-QTD-RESPONDIDOS TO REM-QTD-RESPONDIDOS.
           MOVE WS-HOJE-AAAAMMDD TO REM-DT-ULT-RETORNO.
           REWRITE REMFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       ATUALIZA-CABECALHO-REMESSA-FIM.

      * -----------------------------------
      * CONFERE O TRAILER CONTRA O QUE FOI LIDO: QUANTIDADE DE
      * DETALHES E HASH DOS NUMEROS DE PEDIDO (MESMA CONTA DO
               CLOSE MOTFILE
               OPEN INPUT MOTFILE
           END-IF
           OPEN I-O REMFILE
           IF REM-NAO-EXISTE THEN
               OPEN OUTPUT REMFILE
               CLOSE REMFILE
               OPEN I-O REMFILE
           END-IF
           IF NOT REM-OK
               DISPLAY "IMPORTA: ERRO AO ABRIR remessas.dat (STATUS "
                   REM-STAT ")"
               STOP RUN
           END-IF
           PERFORM CRIA-CONTROLE THRU CRIA-CONTROLE-FIM.
           OPEN INPUT CONTROLE.
           IF CTL-OK
               CLOSE RETFILE
               CLOSE REL-EXCECOES
           END-IF
           IF WS-REMESSA-REGISTRADA
               PERFORM ATUALIZA-CABECALHO-REMESSA THRU
                   ATUALIZA-CABECALHO-REMESSA-FIM
           END-IF
           CLOSE ENTFILE.
           CLOSE MOVFILE.
           CLOSE OCOFILE.
           CLOSE MOTFILE.
           CLOSE REMFILE.
           DISPLAY "IMPORTA: " WS-QTD-APLICADAS " RETORNOS APLICADOS, "
               WS-QTD-REJEITADAS " REJEITADOS EM retorno_excecoes.txt".
           IF WS-REMESSA-REGISTRADA
               DISPLAY "IMPORTA: REMESSA " WS-REM-RETORNO ": "
                   WS-QTD-RESPONDIDOS " PEDIDOS RESPONDIDOS, "
                   WS-QTD-FORA-REMESSA " RETORNADOS FORA DA REMESSA, "
                   WS-QTD-OUTRAS-REMESSAS " ENVIOS EM OUTRAS REMESSAS"
           END-IF.
       ENCERRA-FIM.

      * -----------------------------------
