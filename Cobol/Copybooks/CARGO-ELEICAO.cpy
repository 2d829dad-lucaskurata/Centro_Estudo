      *================================================================*
      * CARGO-ELEICAO.CPY                                               *
      * LAYOUT DO CADASTRO DOS CARGOS EM DISPUTA NA ELEICAO             *
      * (CARGOS_ELEICAO.DAT), INDEXADO PELO CARGO: 1 = PRESIDENTE E     *
      * 2 = VICE, MAJORITARIOS DE UMA VAGA, E 3 = CONSELHO, DISPUTADO   *
      * PELO SISTEMA PROPORCIONAL (QUOCIENTE ELEITORAL E SOBRAS PELA    *
      * MAIOR MEDIA) ENTRE AS CHAPAS DOS CANDIDATOS. CARGO SEM REGISTRO *
      * E MAJORITARIO DE UMA VAGA; CONSELHO SEM VAGAS NAO E DISPUTADO.  *
      *================================================================*
       01  CARGO-ELEICAO-REGISTRO.
           05 CGE-CARGO             PIC 9(1).
           05 CGE-NOME              PIC X(10).
           05 CGE-TIPO              PIC X(1).
               88 CARGO-MAJORITARIO     VALUE "M".
               88 CARGO-PROPORCIONAL    VALUE "P".
           05 CGE-VAGAS             PIC 9(2).
