      * LAYOUT DA LISTA QUENTE DE CONTAS BLOQUEADAS                     *
      * (CONTAS_BLOQUEADAS.DAT), INDEXADA PELO NUMERO DA CONTA. O       *
      * CAIXA ELETRONICO CONSULTA A LISTA ANTES DE QUALQUER OPERACAO;   *
      * O BLOQUEIO ENTRA NO TERCEIRO PIN ERRADO OU PELA TRIAGEM NOTURNA *
      * DE FRAUDE (RISCO ALTO) E SO SAI PELO                            *
      * DESBLOQUEIO SUPERVISIONADO DA MANUTENCAO DE CONTAS, QUE        *
      * OBRIGA A TROCA DO PIN.                                          *
      *================================================================*
