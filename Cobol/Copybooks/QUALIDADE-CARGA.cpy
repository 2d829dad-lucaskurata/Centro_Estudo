      *================================================================*
      * QUALIDADE-CARGA.CPY                                             *
      * LAYOUT DO LOG DE TESTES DE QUALIDADE NO RECEBIMENTO DE          *
      * COMBUSTIVEL (QUALIDADE_CARGAS.DAT): UMA LINHA POR NOTA FISCAL   *
      * TESTADA, COM A MASSA ESPECIFICA A 20 GRAUS, A TEMPERATURA DA    *
      * CARGA E O ASPECTO VISUAL. O VOLUME MEDIDO E CONVERTIDO PARA     *
      * 20 GRAUS E COMPARADO COM OS LITROS DA NOTA (FALTA). CARGA       *
      * RECUSADA NAO ENTRA NO TANQUE NEM EM NOTAS_COMBUSTIVEL.DAT E     *
      * FICA AQUI CONTRA O FORNECEDOR, PARA O RELATORIO TRIMESTRAL DE   *
      * QUALIDADE POR FORNECEDOR.                                       *
      *================================================================*
       01  QUALIDADE-REGISTRO.
           05 QUA-DATA              PIC 9(8).
           05 QUA-HORA              PIC 9(6).
           05 QUA-FORNECEDOR        PIC 9(3).
           05 QUA-NOTA              PIC 9(9).
           05 QUA-TIPO              PIC X(1).
           05 QUA-LITROS-NOTA       PIC 9(7).
           05 QUA-LITROS-MEDIDOS    PIC 9(7).
           05 QUA-TEMPERATURA       PIC 9(2)V9.
           05 QUA-MASSA-ESPECIFICA  PIC 9(3)V9.
           05 QUA-ASPECTO           PIC X(1).
               88 ASPECTO-LIMPIDO       VALUE "L".
               88 ASPECTO-REPROVADO     VALUE "R".
           05 QUA-LITROS-20-GRAUS   PIC 9(7).
           05 QUA-FALTA-LITROS      PIC 9(7).
           05 QUA-RESULTADO         PIC X(1).
               88 CARGA-ACEITA          VALUE "A".
               88 CARGA-RECUSADA        VALUE "R".
           05 QUA-MOTIVO            PIC X(30).
