      *================================================================*
      * FROTA-VEICULO.CPY                                               *
      * LAYOUT DO ARQUIVO DE VEICULOS AUTORIZADOS DAS FROTAS            *
      * (FROTA_VEICULOS.DAT), INDEXADO PELA PLACA: CADA PLACA PERTENCE  *
      * A UMA SO FROTA E TRAZ O MOTORISTA AUTORIZADO. A BOMBA SO VENDE  *
      * A PRAZO PARA PLACA ATIVA DE FROTA ATIVA.                        *
      *================================================================*
       01  VEICULO-REGISTRO.
           05 VEI-PLACA             PIC X(7).
           05 VEI-FROTA             PIC 9(4).
           05 VEI-MOTORISTA         PIC X(30).
           05 VEI-CNH               PIC 9(11).
           05 VEI-SITUACAO          PIC X(1).
               88 VEICULO-ATIVO         VALUE "A".
               88 VEICULO-INATIVO       VALUE "I".
