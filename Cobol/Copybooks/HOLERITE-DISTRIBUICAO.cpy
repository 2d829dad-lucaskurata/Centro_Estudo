      *================================================================*
      * HOLERITE-DISTRIBUICAO.CPY                                       *
      * LAYOUT DO CONTROLE DE DISTRIBUICAO DE HOLERITES                 *
      * (HOLERITES_DISTRIBUICAO.DAT): UMA LINHA POR HOLERITE EMITIDO    *
      * PELA FOLHA (SalarioCompleto), COM O DOCUMENTO INDIVIDUAL GERADO *
      * PARA O E-MAIL DO FUNCIONARIO OU A INDICACAO DE QUE FOI PARA A   *
      * LISTA DE IMPRESSAO (HOLERITES.LST) POR FALTA DE E-MAIL VALIDO.  *
      * A DEVOLUCAO DO E-MAIL E REGISTRADA DEPOIS NO PROG107, QUE       *
      * MANDA O HOLERITE DEVOLVIDO PARA IMPRESSAO. A GERACAO ENTRA NO   *
      * MANIFESTO DE SAIDA COMO AS DEMAIS INTERFACES.                   *
      *================================================================*
       01  DISTRIBUICAO-REGISTRO.
           05 DIS-PERIODO           PIC 9(6).
           05 FILLER                PIC X VALUE SPACE.
      *    M = FOLHA MENSAL, D = 13 SALARIO (COMO NO CONTROLE DE
      *    PERIODOS).
           05 DIS-TIPO-FOLHA        PIC X(1).
           05 FILLER                PIC X VALUE SPACE.
           05 DIS-CODIGO            PIC 9(4).
           05 FILLER                PIC X VALUE SPACE.
           05 DIS-NOME              PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 DIS-EMAIL             PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 DIS-DOCUMENTO         PIC X(30).
           05 FILLER                PIC X VALUE SPACE.
           05 DIS-VALOR-LIQUIDO     PIC 9(8)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 DIS-SITUACAO          PIC X(1).
               88 DISTRIBUICAO-ENVIADA     VALUE "E".
               88 DISTRIBUICAO-SEM-EMAIL   VALUE "S".
               88 DISTRIBUICAO-DEVOLVIDA   VALUE "D".
           05 FILLER                PIC X VALUE SPACE.
           05 DIS-DATA-SITUACAO     PIC 9(8).
