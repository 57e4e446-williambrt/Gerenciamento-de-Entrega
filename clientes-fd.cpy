      * O ENDERECO DE ENTREGA (LOGRADOURO A CEP) SAI NO ROMANEIO E
      * NA INTERFACE DA TRANSPORTADORA; REGISTROS ANTIGOS PODEM TER
      * OS CAMPOS EM BRANCO.
      * A REGRA DE CREDITO DO CLIENTE (DIAS DE TOLERANCIA APOS O
      * VENCIMENTO DA FATURA E LIMITE SOBRE O SALDO DAS FATURAS
      * ABERTAS) E CONFERIDA PELO VERIFICA-CREDITO (credito-pd.cpy);
      * EM BRANCO NOS REGISTROS ANTIGOS VALE ZERO DIAS E SEM LIMITE.
      * -----------------------------------------------------------
       FD FILE1 VALUE OF FILE-ID IS "clientes.dat".
       01 FILE1-REC.
           05 FS-CIDADE      PIC X(25).
           05 FS-UF          PIC X(02).
           05 FS-CEP         PIC 9(08).
           05 FS-TOLERANCIA-DIAS PIC 9(03).
           05 FS-LIMITE-CREDITO  PIC 9(08)V9(02).
