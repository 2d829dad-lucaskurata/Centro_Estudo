      *================================================================*
      * ESCALA-ATENDENTE.CPY                                            *
      * LAYOUT DA ESCALA DE ATENDENTES (ESCALA_ATENDENTES.DAT),         *
      * INDEXADA POR DATA + ILHA DE BOMBAS + PERIODO: UM REGISTRO POR   *
      * DIA, ILHA E PERIODO COM O ATENDENTE ESCALADO (O MESMO USUARIO   *
      * DE TUR-ATENDENTE) E O HORARIO PLANEJADO. PERIODO QUE TERMINA    *
      * NA MADRUGADA (HORA FIM MENOR QUE A DE INICIO) VAI ATE O DIA     *
      * SEGUINTE. MANTIDA EM ManutencaoEscala E COMPARADA COM OS        *
      * TURNOS REAIS NO RELATORIO DIARIO DA ESCALA.                     *
      *================================================================*
       01  ESCALA-REGISTRO.
           05 ESCALA-CHAVE.
               10 ESC-DATA          PIC 9(8).
               10 ESC-ILHA          PIC 9(2).
               10 ESC-PERIODO       PIC X(1).
                   88 PERIODO-MANHA     VALUE "M".
                   88 PERIODO-TARDE     VALUE "T".
                   88 PERIODO-NOITE     VALUE "N".
           05 ESC-ATENDENTE         PIC A(12).
           05 ESC-HORA-INICIO       PIC 9(4).
           05 ESC-HORA-FIM          PIC 9(4).
