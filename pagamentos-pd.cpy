      * -----------------------------------------------------------
      * PAGAMENTOS-PD - GRAVA UM RECEBIMENTO NO HISTORICO
      * (pagamentos.dat) PARA A FATURA EM FATFILE-REC, COM A
      * PROXIMA SEQUENCIA LIVRE DA FATURA, OS VALORES DE WS-PAG-*,
      * A DATA/HORA CORRENTE E WS-OPERADOR. REQUER PAGFILE ABERTO
      * EM I-O COM ACESSO DYNAMIC OU RANDOM. COPY NA PROCEDURE
      * DIVISION JUNTO COM pagamentos-fd.cpy E pagamentos-ws.cpy.
      * -----------------------------------------------------------
       GRAVA-PAGAMENTO.
           MOVE FAT-NUMERO TO PAG-FATURA.
           MOVE ZEROS TO PAG-SEQ.
           MOVE ZEROS TO PAG-STAT.
           PERFORM UNTIL NOT PAG-OK
               ADD 1 TO PAG-SEQ
               MOVE FAT-NUMERO TO PAG-FATURA
               READ PAGFILE
               END-READ
           END-PERFORM.
           MOVE PAG-SEQ TO WS-PAG-SEQ.
           MOVE SPACES TO PAG-REC.
           MOVE FAT-NUMERO TO PAG-FATURA.
           MOVE WS-PAG-SEQ TO PAG-SEQ.
           MOVE FAT-CODCLIE          TO PAG-CODCLIE.
           MOVE WS-PAG-DT-PAGTO      TO PAG-DT-PAGTO.
           MOVE WS-PAG-VLR-PRINCIPAL TO PAG-VLR-PRINCIPAL.
           MOVE WS-PAG-VLR-JUROS     TO PAG-VLR-JUROS.
           MOVE WS-PAG-VLR-TARIFA    TO PAG-VLR-TARIFA.
           MOVE WS-PAG-ORIGEM        TO PAG-ORIGEM.
           MOVE WS-PAG-ARQUIVO       TO PAG-ARQUIVO.
           MOVE FUNCTION CURRENT-DATE TO PAG-DATA-HORA.
           MOVE WS-OPERADOR          TO PAG-OPERADOR.
           WRITE PAG-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       GRAVA-PAGAMENTO-FIM.
           EXIT.
