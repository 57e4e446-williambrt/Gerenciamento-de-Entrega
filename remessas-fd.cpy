      * -----------------------------------------------------------
      * REMESSAS-FD - LAYOUT DO REGISTRO DE remessas.dat (REGISTRO
      * DAS REMESSAS DA INTERFACE PARA A TRANSPORTADORA). CHAVE:
      * NUMERO DA REMESSA + PEDIDO. O PEDIDO ZERO E O CABECALHO DA
      * REMESSA (DATA DE GERACAO, TIPO DE EXTRACAO, QUANTIDADE E HASH
      * DOS PEDIDOS ENVIADOS, QUANTOS AGUARDAM RETORNO, QUANTOS JA
      * FORAM RESPONDIDOS E A DATA DO ULTIMO RETORNO); OS DEMAIS SAO
      * OS PEDIDOS ENVIADOS, GRAVADOS PELO EXPORTA COM A SITUACAO NO
      * ENVIO. SO O PEDIDO ENVIADO EM ROTA ("R") AGUARDA RETORNO DA
      * TRANSPORTADORA. O IMPORTA MARCA O PEDIDO COMO RESPONDIDO
      * QUANDO CHEGA O DETALHE DO RETORNO (E TAMBEM OS ENVIOS DO
      * MESMO PEDIDO EM OUTRAS REMESSAS QUE AINDA AGUARDAM RETORNO;
      * O ENVIO "X" GUARDA A RESPOSTA SEM DEIXAR DE SER "X" NEM
      * ENTRAR NO TOTAL DE RESPONDIDOS); PEDIDO RETORNADO QUE NAO
      * ESTAVA NA REMESSA INDICADA NO HEADER DO RETORNO E GRAVADO COM
      * ORIGEM "R" PARA A CONCILIACAO. QUANDO UM PEDIDO AINDA SEM
      * RETORNO E ENVIADO DE NOVO, O ENVIO ANTERIOR FICA SUBSTITUIDO
      * ("X") PELO NOVO (REM-REMESSA-SUBST). REM-PEDIDO-REF REPETE O
      * PEDIDO (ZEROS NO CABECALHO) COMO CHAVE ALTERNATIVA, PARA
      * ACHAR OS ENVIOS DE UM PEDIDO. COPY NA FILE SECTION DE
      * QUALQUER PROGRAMA QUE GRAVE OU LEIA O REGISTRO (HOJE:
      * EXPORTA, IMPORTA, CONCILIA).
      * -----------------------------------------------------------
       FD REMFILE VALUE OF FILE-ID IS "remessas.dat".
       01 REMFILE-REC.
           05 REM-KEY.
               10 REM-REMESSA        PIC 9(05).
               10 REM-NUMPEDIDO      PIC 9(07).
           05 REM-PEDIDO-REF         PIC 9(07).
           05 REM-DADOS              PIC X(50).
           05 REM-CABECALHO REDEFINES REM-DADOS.
               10 REM-DT-GERACAO      PIC 9(08).
               10 REM-TIPO-EXTR       PIC X(01).
               10 REM-QTD-PEDIDOS     PIC 9(07).
               10 REM-HASH            PIC 9(12).
               10 REM-QTD-AGUARDADOS  PIC 9(07).
               10 REM-QTD-RESPONDIDOS PIC 9(07).
               10 REM-DT-ULT-RETORNO  PIC 9(08).
           05 REM-PEDIDO REDEFINES REM-DADOS.
               10 REM-CODCLIE        PIC 9(07).
               10 REM-DTENTREGA      PIC 9(08).
               10 REM-SIT-ENVIO      PIC X(01).
               10 REM-ORIGEM         PIC X(01).
                   88 REM-ORIGEM-ENVIO   VALUE "E".
                   88 REM-ORIGEM-RETORNO VALUE "R".
               10 REM-SW-AGUARDA     PIC X(01).
                   88 REM-AGUARDA-RETORNO VALUE "S".
               10 REM-SW-RESPOSTA    PIC X(01).
                   88 REM-RESPONDIDO   VALUE "S".
                   88 REM-SUBSTITUIDO  VALUE "X".
                   88 REM-SEM-RESPOSTA VALUE "N".
               10 REM-DT-RESPOSTA    PIC 9(08).
               10 REM-SIT-RESPOSTA   PIC X(01).
               10 REM-REMESSA-SUBST  PIC 9(05).
               10 FILLER             PIC X(17).
           05 FILLER                 PIC X(20).
