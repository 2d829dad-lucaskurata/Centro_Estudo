      *================================================================*
      * AFERICAO-BOMBA.CPY                                              *
      * LAYOUT DO LOG DE AFERICOES DAS BOMBAS (AFERICOES_BOMBAS.DAT):   *
      * UMA LINHA POR TESTE NO GALAO AFERIDO, COM O VOLUME MARCADO NO   *
      * ENCERRANTE, O VOLUME MEDIDO NO GALAO, O ERRO E A TOLERANCIA EM  *
      * MILILITROS. O VOLUME TESTADO NAO E VENDA NEM PERDA: VOLTA AO    *
      * TANQUE (AFE-LITROS-DEVOLVIDOS). O FECHAMENTO DE TURNO SOMA OS   *
      * LITROS AFERIDOS NA BOMBA A CONFERENCIA DO ENCERRANTE E A        *
      * CONCILIACAO DOS TANQUES MOSTRA O MOVIMENTO DE AFERICAO DO MES.  *
      *================================================================*
       01  AFERICAO-REGISTRO.
           05 AFE-DATA              PIC 9(8).
           05 AFE-HORA              PIC 9(6).
           05 AFE-BOMBA             PIC 9(2).
           05 AFE-TIPO              PIC X(1).
           05 AFE-TURNO             PIC 9(5).
           05 AFE-LITROS-DISPENSADOS PIC 9(3).
           05 AFE-ML-MEDIDOS        PIC 9(6).
           05 AFE-ERRO-ML           PIC S9(5) SIGN LEADING SEPARATE.
           05 AFE-TOLERANCIA-ML     PIC 9(5).
           05 AFE-LITROS-DEVOLVIDOS PIC 9(3).
           05 AFE-RESULTADO         PIC X(1).
               88 AFERICAO-APROVADA     VALUE "A".
               88 AFERICAO-REPROVADA    VALUE "R".
           05 AFE-RESPONSAVEL       PIC X(20).
