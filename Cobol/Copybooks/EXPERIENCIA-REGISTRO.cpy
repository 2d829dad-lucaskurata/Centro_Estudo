      *================================================================*
      * EXPERIENCIA-REGISTRO.CPY                                        *
      * LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE CONTRATOS DE          *
      * EXPERIENCIA (CONTRATOS_EXPERIENCIA.DAT), CHAVEADO PELO CODIGO   *
      * DO FUNCIONARIO. O ACOMPANHAMENTO NOTURNO (023) ABRE O REGISTRO  *
      * DO ADMITIDO MENSALISTA OU HORISTA COM OS VENCIMENTOS DO 45O E   *
      * DO 90O DIA (45+45); O GESTOR DECIDE NO PROG105: PRORROGAR       *
      * (SO NO 1O PERIODO), EFETIVAR OU DESLIGAR. NO DESLIGAMENTO FICA  *
      * GUARDADO O VENCIMENTO VIGENTE NA DECISAO - A RESCISAO (014)     *
      * COMPARA COM A DATA DE DESLIGAMENTO PARA SABER SE FOI TERMINO    *
      * DO CONTRATO OU RESCISAO ANTECIPADA (ART. 479 DA CLT).           *
      *================================================================*
       01  EXPERIENCIA-REGISTRO.
           05 EXP-CODIGO            PIC 9(4).
           05 EXP-DATA-ADMISSAO     PIC 9(8).
           05 EXP-VENCIMENTO-1      PIC 9(8).
           05 EXP-VENCIMENTO-2      PIC 9(8).
           05 EXP-SITUACAO          PIC X(1).
               88 EXP-PRIMEIRO-PERIODO  VALUE "1".
               88 EXP-PRORROGADO        VALUE "P".
               88 EXP-EFETIVADO         VALUE "E".
               88 EXP-DESLIGADO         VALUE "D".
               88 EXP-DECISAO-ABERTA    VALUE "1" "P".
           05 EXP-DATA-DECISAO      PIC 9(8).
           05 EXP-DATA-DESLIGAMENTO PIC 9(8).
           05 EXP-VENCIMENTO-VIGENTE PIC 9(8).
