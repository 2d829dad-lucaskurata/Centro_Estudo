      *================================================================*
      * CALENDARIO-FECHAMENTO.CPY                                       *
      * LAYOUT DO CALENDARIO DE FECHAMENTO (CALENDARIO_FECHAMENTO.DAT), *
      * MANTIDO PELO OPERADOR: UMA LINHA POR CADEIA DE FECHAMENTO, COM  *
      * A FREQUENCIA (M MENSAL, A ANUAL), O MES (SO NA ANUAL; 00 NA     *
      * MENSAL), O DIA UTIL DO MES EM QUE A CADEIA RODA E A REFERENCIA  *
      * DO PERIODO FECHADO (A = MES/ANO ANTERIOR A DATA DE MOVIMENTO,   *
      * C = MES/ANO CORRENTE). EXEMPLO: "MENSAL-FOLHA        M0003A"    *
      * RODA NO 3O DIA UTIL DE CADA MES E FECHA O MES ANTERIOR. O       *
      * PROG116 ESCOLHE AS CADEIAS DO DIA PELA DATA DE MOVIMENTO E O    *
      * JOB_FECHAMENTO.SH AS EXECUTA.                                   *
      *================================================================*
       01  CALENDARIO-FECHAMENTO-REGISTRO.
           05 CFE-CADEIA            PIC X(20).
           05 CFE-FREQUENCIA        PIC X(1).
               88 CFE-MENSAL        VALUE "M".
               88 CFE-ANUAL         VALUE "A".
           05 CFE-MES               PIC 9(2).
           05 CFE-DIA-UTIL          PIC 9(2).
           05 CFE-REFERENCIA        PIC X(1).
               88 CFE-PERIODO-ANTERIOR VALUE "A".
               88 CFE-PERIODO-CORRENTE VALUE "C".
