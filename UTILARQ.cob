      * NOMES DATADOS SAO RESOLVIDOS VIA SET ENVIRONMENT DOS
      * DD-NAMES BKPCLI/BKPENT/ARQAUD ANTES DE CADA OPEN. USO
      * RESTRITO AO PERFIL SUPERVISOR (SIGN-ON COMPARTILHADO).
      * NO PROCESSAMENTO NOTURNO (NOTURNO.COB, VER lote-ws.cpy) SO
      * A DESCARGA RODA, SEM LOGIN NEM MENU: PARAMETRO "DESCARGA" NA
      * LINHA DE COMANDO; TERMINA COM RETURN-CODE 8 SE UM DOS
      * ARQUIVOS NAO PODE SER DESCARREGADO. RECONSTRUCAO E
      * ARQUIVAMENTO CONTINUAM SO PELO MENU, COM SUPERVISOR.
      * -----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-CONFIRMA PIC X.
           88 E-SIM VALUES "S" "s".

       77 WS-PRM-LINHA PIC X(80) VALUE SPACES.
       77 WS-SW-ERRO-DESCARGA PIC X VALUE "N".
           88 WS-DESCARGA-COM-ERRO VALUE "S".

       COPY lote-ws.

       77 WS-DT-BACKUP PIC 9(08) VALUE ZEROS.
       77 WS-DT-CORTE PIC 9(08) VALUE ZEROS.
       77 WS-NOME-BKP PIC X(30).
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HOJE.
           ACCEPT WS-MODO-NOTURNO FROM ENVIRONMENT "NOTURNO".
           IF WS-EM-LOTE-NOTURNO
               PERFORM DESCARGA-NOTURNO THRU DESCARGA-NOTURNO-FIM
               STOP RUN
           END-IF
           PERFORM ABRE-OPERADORES THRU ABRE-OPERADORES-FIM.
           PERFORM EFETUA-LOGIN THRU EFETUA-LOGIN-FIM.
           IF NOT WS-LOGIN-OK
           END-PERFORM.
           STOP RUN.

      * -----------------------------------
      * DESCARGA PEDIDA PELO PROCESSAMENTO NOTURNO. QUALQUER OUTRO
      * PARAMETRO E RECUSADO: AS DEMAIS OPERACOES RECRIAM OU
      * COMPACTAM ARQUIVOS E PEDEM CONFIRMACAO DO SUPERVISOR.
       DESCARGA-NOTURNO.
           ACCEPT WS-PRM-LINHA FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-PRM-LINHA) NOT EQUAL "DESCARGA"
               DISPLAY "UTILARQ: NO PROCESSAMENTO NOTURNO SO A "
                   "DESCARGA E PERMITIDA (PARAMETRO DESCARGA)"
               MOVE 8 TO RETURN-CODE
               GO DESCARGA-NOTURNO-FIM
           END-IF
           PERFORM DESCARGA THRU DESCARGA-FIM.
           IF WS-DESCARGA-COM-ERRO
               MOVE 8 TO RETURN-CODE
           END-IF.
       DESCARGA-NOTURNO-FIM.

      * -----------------------------------
      * DESCARREGA clientes.dat E entregas.dat PARA OS BACKUPS
      * DATADOS DE HOJE, MOSTRANDO A CONTAGEM DE CADA UM.
           IF NOT ELG-OK
               DISPLAY "UTILARQ: entregas.dat INDISPONIVEL TAMBEM NA "
                   "VISAO LEGADA (STATUS " ELG-STAT ")"
               MOVE "S" TO WS-SW-ERRO-DESCARGA
               GO DESCARGA-ENT-LEGADO-FIM
           END-IF
           OPEN OUTPUT BKPENT.
           IF NOT CLG-OK
               DISPLAY "UTILARQ: clientes.dat INDISPONIVEL TAMBEM NA "
                   "VISAO LEGADA (STATUS " CLG-STAT ")"
               MOVE "S" TO WS-SW-ERRO-DESCARGA
               GO DESCARGA-CLI-LEGADO-FIM
           END-IF
           OPEN OUTPUT BKPCLI.
