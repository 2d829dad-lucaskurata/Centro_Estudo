      *================================================================*
      * HISTORICO-PASSO.CPY                                             *
      * LAYOUT DO HISTORICO DE EXECUCAO DOS PASSOS DO JOB NOTURNO       *
      * (JOB_HISTORICO.DAT): UMA LINHA POR PASSO EXECUTADO, GRAVADA     *
      * PELO JOB_NOTURNO.SH E NUNCA ZERADA, COM INICIO, FIM, TEMPO      *
      * DECORRIDO EM SEGUNDOS, RETURN-CODE E A CONTAGEM DE REGISTROS    *
      * DA SAIDA PRINCIPAL DO PASSO (ZERO QUANDO O PASSO NAO TEM UMA).  *
      * BASE DA TENDENCIA SEMANAL (PROG117) E DA PREVISAO DE TERMINO    *
      * DA JANELA DO BATCH.                                             *
      *================================================================*
       01  HISTORICO-PASSO-REGISTRO.
           05 HPA-PASSO             PIC X(25).
           05 FILLER                PIC X VALUE SPACE.
           05 HPA-DATA-INICIO       PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 HPA-HORA-INICIO       PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 HPA-DATA-FIM          PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 HPA-HORA-FIM          PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 HPA-SEGUNDOS          PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
           05 HPA-RC                PIC 9(3).
           05 FILLER                PIC X VALUE SPACE.
           05 HPA-REGISTROS         PIC 9(8).
