      * -----------------------------------------------------------
      * VEICULOS-FD - LAYOUT DO REGISTRO DE veiculos.dat (FROTA DE
      * ENTREGA: PLACA, MOTORISTA, CAPACIDADE DE PARADAS POR DIA,
      * CARGA UTIL EM KG E CUBAGEM EM M3). CARGA UTIL OU CUBAGEM
      * ZERADA (OU EM ESPACOS, NOS VEICULOS CADASTRADOS ANTES DESSES
      * CAMPOS) = SEM LIMITE NAQUELA DIMENSAO NO ROTEIRO.
      * VEI-CUSTO-KM E O CUSTO OPERACIONAL POR KM RODADO, USADO NA
      * MARGEM DO RELATORIO DE PRODUTIVIDADE DA FROTA (PRODUTIV).
      * ARQUIVOS GRAVADOS ANTES DO CUSTO POR KM (REGISTRO DE 51
      * BYTES) SAO CONVERTIDOS PELO VEICULOS.COB NA ABERTURA.
      * CHAVE: A PLACA. VEICULO INATIVO ("I") FICA FORA DA
      * DISTRIBUICAO DE ROMANEIOS MAS PERMANECE NO ARQUIVO PARA O
      * HISTORICO DAS ENTREGAS QUE JA CARREGOU (ENT-VEICULO). COPY
      * NA FILE SECTION DE QUALQUER PROGRAMA QUE LEIA OU MANTENHA A
      * FROTA (HOJE: VEICULOS, ROTEIRO, PRODUTIV).
      * -----------------------------------------------------------
       FD VEIFILE VALUE OF FILE-ID IS "veiculos.dat".
       01 VEIFILE-REC.
           05 VEI-SITUACAO   PIC X(01).
               88 VEI-SIT-ATIVO   VALUE "A".
               88 VEI-SIT-INATIVO VALUE "I".
           05 VEI-PESO-MAX   PIC 9(05).
           05 VEI-VOLUME-MAX PIC 9(03)V9(02).
           05 VEI-CUSTO-KM   PIC 9(03)V9(02).
           05 FILLER         PIC X(24).
