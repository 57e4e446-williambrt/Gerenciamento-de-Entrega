      * INCLUSAO, CONSULTA, ALTERACAO E EXCLUSAO (LOGICA - O
      * VEICULO FICA INATIVO, POIS AS ENTREGAS JA CARREGADAS
      * GUARDAM A PLACA EM ENT-VEICULO). CADA VEICULO TEM PLACA,
      * MOTORISTA, CAPACIDADE DE PARADAS POR DIA, CARGA UTIL (KG)
      * E CUBAGEM (M3), USADAS PELO ROTEIRO PARA DISTRIBUIR AS
      * ENTREGAS DA DATA SEM EXCEDER NENHUM DOS TRES LIMITES E GERAR
      * UM ROMANEIO POR VEICULO, E O CUSTO POR KM, USADO NA MARGEM
      * DO RELATORIO DE PRODUTIVIDADE DA FROTA (PRODUTIV). SE
      * veiculos.dat AINDA ESTA NO FORMATO ANTERIOR AO CUSTO POR KM,
      * A ABERTURA O CONVERTE (CUSTO ZERADO ATE SER INFORMADO).
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VEI-STAT
               RECORD KEY IS VEI-PLACA.
      *    VISAO DE veiculos.dat NO FORMATO ANTERIOR AO CUSTO POR KM
      *    (REGISTRO DE 51 BYTES, MESMA CHAVE), PARA A CONVERSAO NA
      *    ABERTURA, PASSANDO POR veiculos.cnv.
           SELECT VEILEG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS VLG-STAT
               RECORD KEY IS VLG-PLACA.
           SELECT VEICNV ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VCV-STAT.
           SELECT OPERFILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       COPY veiculos-fd.

      * VISAO LEGADA DE veiculos.dat (VER O SELECT DE VEILEG) E O
      * ARQUIVO DE PASSAGEM DA CONVERSAO, NO MESMO TAMANHO.
       FD VEILEG VALUE OF FILE-ID IS "veiculos.dat".
       01 VEILEG-REC.
           05 VLG-PLACA PIC X(07).
           05 FILLER    PIC X(44).

       FD VEICNV VALUE OF FILE-ID IS "veiculos.cnv".
       01 VEICNV-REC PIC X(51).

       COPY operador-fd.

       WORKING-STORAGE SECTION.
           88 VEI-OK         VALUE ZEROS.
           88 VEI-CANCELA    VALUE 99.
           88 VEI-NAO-EXISTE VALUE 35.
           88 VEI-FORMATO-ANTIGO VALUE 39.
       77 VLG-STAT PIC 9(02).
           88 VLG-OK VALUE ZEROS.
       77 VCV-STAT PIC 9(02).
           88 VCV-OK VALUE ZEROS.
       77 WS-QTD-CONVERTIDOS PIC 9(05) VALUE ZEROS.
       77 WS-ERRO PIC X.
           88 E-SIM VALUES ARE "S" "s".

               10 LINE 12 COLUMN 10 VALUE "PARADAS POR DIA:".
               10 COLUMN PLUS 4 PIC 9(03) USING VEI-CAPACIDADE
                  BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE "  CARGA UTIL (KG):".
               10 COLUMN PLUS 2 PIC 9(05) USING VEI-PESO-MAX
                  BLANK WHEN ZEROS.
               10 LINE 14 COLUMN 10 VALUE "     CUBAGEM (M3):".
               10 COLUMN PLUS 2 PIC 9(03)V9(02) USING VEI-VOLUME-MAX.
               10 LINE 14 COLUMN 40
                  VALUE "(CARGA/CUBAGEM 0 = SEM LIMITE)".
               10 LINE 15 COLUMN 10 VALUE "CUSTO POR KM (R$):".
               10 COLUMN PLUS 2 PIC 9(03)V9(02) USING VEI-CUSTO-KM.
               10 LINE 16 COLUMN 10 VALUE "         SITUACAO:".
               10 COLUMN PLUS 2 PIC X(01) FROM VEI-SITUACAO.

       01 SS-ERRO.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO VEIFILE-REC.
           MOVE ZEROS TO VEI-CAPACIDADE VEI-PESO-MAX VEI-VOLUME-MAX
               VEI-CUSTO-KM.
       INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF VEI-CUSTO-KM EQUAL ZEROS
               MOVE "FAVOR INFORMAR O CUSTO POR KM" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE "A" TO VEI-SITUACAO.
           WRITE VEIFILE-REC
           INVALID KEY
           DISPLAY SS-CLS.
       CONSULTA-LOOP.
           MOVE SPACES TO VEIFILE-REC.
           MOVE ZEROS TO VEI-CAPACIDADE VEI-PESO-MAX VEI-VOLUME-MAX
               VEI-CUSTO-KM.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-VEICULO THRU LE-VEICULO-FIM.
           IF VEI-CANCELA
           DISPLAY SS-CLS.
       ALTERA-LOOP.
           MOVE SPACES TO VEIFILE-REC.
           MOVE ZEROS TO VEI-CAPACIDADE VEI-PESO-MAX VEI-VOLUME-MAX
               VEI-CUSTO-KM.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-VEICULO THRU LE-VEICULO-FIM.
           IF VEI-CANCELA
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO VEIFILE-REC.
           MOVE ZEROS TO VEI-CAPACIDADE VEI-PESO-MAX VEI-VOLUME-MAX
               VEI-CUSTO-KM.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-VEICULO THRU LE-VEICULO-FIM.
           IF VEI-CANCELA
                   MOVE "PLACA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
           END-READ.
      *    VEICULOS CADASTRADOS ANTES DA CARGA UTIL E DA CUBAGEM TEM
      *    ESPACOS NOS CAMPOS: MOSTRA E REGRAVA COMO ZERO (SEM LIMITE
      *    ATE SEREM INFORMADOS NA ALTERACAO).
           IF VEI-OK AND VEI-PESO-MAX NOT NUMERIC
               MOVE ZEROS TO VEI-PESO-MAX
           END-IF
           IF VEI-OK AND VEI-VOLUME-MAX NOT NUMERIC
               MOVE ZEROS TO VEI-VOLUME-MAX
           END-IF.
       LE-VEICULO-FIM.

      * -----------------------------------
      * ABRE O CADASTRO DE VEICULOS, CRIANDO SE NAO EXISTE E
      * CONVERTENDO SE AINDA ESTA NO FORMATO ANTERIOR.
       ABRIR-ARQUIVOS.
           OPEN I-O VEIFILE
           IF VEI-NAO-EXISTE THEN
               OPEN OUTPUT VEIFILE
               CLOSE VEIFILE
               OPEN I-O VEIFILE
           END-IF
           IF VEI-FORMATO-ANTIGO
               PERFORM CONVERTE-VEICULOS THRU CONVERTE-VEICULOS-FIM
               OPEN I-O VEIFILE
           END-IF
           IF NOT VEI-OK
               DISPLAY "VEICULOS: ERRO AO ABRIR veiculos.dat (STATUS "
                   VEI-STAT ")"
               STOP RUN
           END-IF.

      * -----------------------------------
      * CONVERTE veiculos.dat DO FORMATO ANTERIOR AO CUSTO POR KM:
      * DESCARREGA OS VEICULOS PELA VISAO LEGADA EM veiculos.cnv,
      * RECRIA O INDEXADO NO LAYOUT ATUAL E RECARREGA COM O CUSTO
      * ZERADO, NOS MOLDES DA CONVERSAO DE faturas.dat NO FATURA.
      * veiculos.cnv FICA NO DIRETORIO COMO COPIA DO ARQUIVO
      * ANTIGO. SE A DESCARGA FALHA, O INDEXADO NAO E TOCADO E A
      * ABERTURA ACUSA O ERRO.
       CONVERTE-VEICULOS.
           MOVE ZEROS TO WS-QTD-CONVERTIDOS.
           OPEN INPUT VEILEG.
           IF NOT VLG-OK
               GO CONVERTE-VEICULOS-FIM
           END-IF
           OPEN OUTPUT VEICNV.
           IF NOT VCV-OK
               CLOSE VEILEG
               GO CONVERTE-VEICULOS-FIM
           END-IF.
       CONVERTE-VEICULOS-DESCARGA.
           READ VEILEG NEXT RECORD
               AT END
                   GO CONVERTE-VEICULOS-RECRIA
           END-READ.
           WRITE VEICNV-REC FROM VEILEG-REC.
           GO CONVERTE-VEICULOS-DESCARGA.
       CONVERTE-VEICULOS-RECRIA.
           CLOSE VEILEG.
           CLOSE VEICNV.
           OPEN OUTPUT VEIFILE.
           IF NOT VEI-OK
               GO CONVERTE-VEICULOS-FIM
           END-IF
           OPEN INPUT VEICNV.
       CONVERTE-VEICULOS-CARGA.
           READ VEICNV
               AT END
                   GO CONVERTE-VEICULOS-FECHA
           END-READ.
           MOVE VEICNV-REC TO VEIFILE-REC.
           MOVE ZEROS TO VEI-CUSTO-KM.
           WRITE VEIFILE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CONVERTIDOS
           END-WRITE.
           GO CONVERTE-VEICULOS-CARGA.
       CONVERTE-VEICULOS-FECHA.
           CLOSE VEICNV.
           CLOSE VEIFILE.
           DISPLAY "VEICULOS: veiculos.dat CONVERTIDO PARA O LAYOUT "
               "ATUAL (" WS-QTD-CONVERTIDOS " VEICULOS)".
       CONVERTE-VEICULOS-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
