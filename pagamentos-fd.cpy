      * -----------------------------------------------------------
      * PAGAMENTOS-FD - LAYOUT DO REGISTRO DE pagamentos.dat
      * (HISTORICO DE RECEBIMENTOS DO CONTAS A RECEBER: CADA
      * PAGAMENTO APLICADO A UMA FATURA, E NAO SO O ACUMULADO EM
      * FAT-VLR-PAGO). CHAVE: NUMERO DA FATURA + SEQUENCIA, DE MODO
      * QUE OS RECEBIMENTOS DE UMA FATURA FICAM JUNTOS NO ARQUIVO.
      * PAG-VLR-PRINCIPAL E O QUE ABATEU O SALDO DA FATURA; JUROS/
      * MULTA E TARIFA DO BANCO FICAM A PARTE, SO PARA CONSULTA.
      * PAG-ORIGEM "B" = RETORNO DE COBRANCA DO BANCO (RETBANCO, COM
      * O SEQUENCIAL DO ARQUIVO EM PAG-ARQUIVO), "M" = DIGITADO NA
      * OPCAO PAGAMENTO DO FATURA. COPY NA FILE SECTION DE QUALQUER
      * PROGRAMA QUE REGISTRE OU CONSULTE RECEBIMENTOS (HOJE:
      * FATURA, RETBANCO), JUNTO COM pagamentos-ws.cpy E
      * pagamentos-pd.cpy.
      * -----------------------------------------------------------
       FD PAGFILE VALUE OF FILE-ID IS "pagamentos.dat".
       01 PAG-REC.
           05 PAG-KEY.
               10 PAG-FATURA     PIC 9(07).
               10 PAG-SEQ        PIC 9(03).
           05 PAG-CODCLIE        PIC 9(07).
           05 PAG-DT-PAGTO       PIC 9(08).
           05 PAG-VLR-PRINCIPAL  PIC 9(09)V9(02).
           05 PAG-VLR-JUROS      PIC 9(07)V9(02).
           05 PAG-VLR-TARIFA     PIC 9(07)V9(02).
           05 PAG-ORIGEM         PIC X(01).
               88 PAG-ORIGEM-BANCO  VALUE "B".
               88 PAG-ORIGEM-MANUAL VALUE "M".
           05 PAG-ARQUIVO        PIC 9(06).
           05 PAG-DATA-HORA      PIC X(21).
           05 PAG-OPERADOR       PIC X(10).
           05 FILLER             PIC X(20).
