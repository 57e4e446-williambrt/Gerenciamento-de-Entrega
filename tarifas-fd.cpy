      * -----------------------------------------------------------
      * TARIFAS-FD - LAYOUT DO REGISTRO DE tarifas.dat (TABELA DE
      * TARIFAS DE FRETE POR FAIXA DE DISTANCIA). CHAVE: CODIGO DO
      * CLIENTE + INICIO DA VIGENCIA + LIMITE SUPERIOR DA FAIXA EM
      * KM. LINHAS COM TAR-CODCLIE = ZEROS SAO A TABELA GERAL; LINHAS
      * COM CODIGO PREENCHIDO SAO ACORDOS POR CLIENTE, QUE PREVALECEM
      * SOBRE A GERAL NO CALCULO (VER frete-pd.cpy). CADA CODIGO PODE
      * TER VARIAS VERSOES DA TABELA, UMA POR DATA DE INICIO DE
      * VIGENCIA (TAR-DT-VIGENCIA); VALE PARA UMA ENTREGA A VERSAO
      * MAIS RECENTE COM INICIO ATE A DATA DA ENTREGA. VIGENCIA
      * ZERADA = VERSAO ORIGINAL, EM VIGOR DESDE SEMPRE. TAR-VALOR E
      * O PRECO DA ENTREGA; TAR-VALOR-COLETA O DA COLETA NA MESMA
      * FAIXA (ZERADO OU EM ESPACOS = FAIXA SEM PRECO DE COLETA).
      * VERSOES GERADAS PELO REAJUSTE (TARIFAS.COB) GUARDAM A
      * VERSAO DE ORIGEM E O PERCENTUAL APLICADO. ARQUIVOS GRAVADOS
      * ANTES DA VIGENCIA (REGISTRO DE 29 BYTES) SAO CONVERTIDOS PELO
      * TARIFAS.COB NA ABERTURA. COPY NA FILE SECTION DE QUALQUER
      * PROGRAMA QUE LEIA OU MANTENHA A TABELA (HOJE: TARIFAS, FRETE).
      * -----------------------------------------------------------
       FD TARFILE VALUE OF FILE-ID IS "tarifas.dat".
       01 TARFILE-REC.
           05 TAR-KEY.
               10 TAR-CODCLIE     PIC 9(07).
               10 TAR-DT-VIGENCIA PIC 9(08).
               10 TAR-DIST-ATE    PIC 9(05).
           05 TAR-VALOR        PIC 9(05)V9(02).
           05 TAR-VALOR-COLETA PIC 9(05)V9(02).
           05 TAR-DT-CADASTRO  PIC 9(08).
           05 TAR-OPERADOR     PIC X(10).
           05 TAR-VIG-ORIGEM   PIC 9(08).
           05 TAR-PCT-REAJUSTE PIC 9(03)V9(02).
           05 FILLER           PIC X(15).
