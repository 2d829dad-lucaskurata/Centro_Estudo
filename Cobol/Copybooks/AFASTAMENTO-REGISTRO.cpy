      *================================================================*
      * AFASTAMENTO-REGISTRO.CPY                                        *
      * LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE AFASTAMENTOS          *
      * (AFASTAMENTOS.DAT), CHAVEADO POR FUNCIONARIO + DATA DE INICIO.  *
      * TIPOS: D = DOENCA E A = ACIDENTE DE TRABALHO (A EMPRESA PAGA OS *
      * 15 PRIMEIROS DIAS; DO 16O DIA EM DIANTE O INSS ASSUME E A FOLHA *
      * PARA DE PAGAR O SALARIO), M = LICENCA MATERNIDADE (A FOLHA PAGA *
      * E COMPENSA NA GUIA DO INSS) E N = LICENCA NAO REMUNERADA (SEM   *
      * SALARIO NOS DIAS). DATA FIM ZERADA = SEM PREVISAO DE RETORNO.   *
      * AFA-DOCUMENTO GUARDA O ATESTADO MEDICO, A CAT OU O PROTOCOLO.   *
      *================================================================*
       01  AFASTAMENTO-REGISTRO.
           05 AFASTAMENTO-CHAVE.
               10 AFA-CODIGO        PIC 9(4).
               10 AFA-DATA-INICIO   PIC 9(8).
           05 AFA-DATA-FIM          PIC 9(8).
           05 AFA-TIPO              PIC X(1).
               88 AFA-DOENCA        VALUE "D".
               88 AFA-ACIDENTE      VALUE "A".
               88 AFA-MATERNIDADE   VALUE "M".
               88 AFA-NAO-REMUNERADO VALUE "N".
           05 AFA-DOCUMENTO         PIC X(20).
