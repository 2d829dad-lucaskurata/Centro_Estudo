      * PERIODO-FOLHA.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE DE PERIODOS DA FOLHA  *
      * (FOLHA_PERIODOS.DAT), CHAVEADO POR COMPETENCIA + TIPO           *
      * (M = FOLHA MENSAL, D = 13 SALARIO, Q = ADIANTAMENTO QUINZENAL). *
      * A FOLHA (E O ADIANTAMENTO) SE RECUSA A RODAR UM PERIODO JA      *
      * FECHADO; A REABERTURA E FEITA PELO PROGRAMA DE                  *
      * CONTROLE DE PERIODOS, POR UM SUPERVISOR.                        *
      *================================================================*
       01  PERIODO-REGISTRO.
