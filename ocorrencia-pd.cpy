           MOVE WS-OCO-DOCUMENTO TO OCO-DOCUMENTO.
           MOVE WS-OCO-MOTIVO    TO OCO-MOTIVO.
           MOVE WS-OCO-TEXTO     TO OCO-TEXTO.
           MOVE WS-OCO-QTD-COLETADA TO OCO-QTD-COLETADA.
           WRITE OCO-REC
               INVALID KEY
                   CONTINUE
