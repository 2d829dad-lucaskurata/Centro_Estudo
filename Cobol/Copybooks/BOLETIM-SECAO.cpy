      *================================================================*
      * BOLETIM-SECAO.CPY                                               *
      * LAYOUT DO ARQUIVO DE BOLETINS DE URNA LACRADOS                  *
      * (BOLETINS_SECAO.DAT), INDEXADO PELA SECAO, GRAVADO NO           *
      * FECHAMENTO DA APURACAO JUNTO COM O BOLETIM IMPRESSO.            *
      * TOTAL DE CONTROLE = SOMA DOS VOTOS DA SECAO EM TODOS OS CARGOS  *
      * (CANDIDATOS E NULOS). CODIGO DE VERIFICACAO = PARTINDO DO       *
      * NUMERO DA SECAO, PARA CADA REGISTRO DA SECAO EM                 *
      * RESULTADOS_VOTACAO.DAT NA ORDEM DA CHAVE (CARGO, CANDIDATO):    *
      *     CODIGO = RESTO DE (CODIGO * 31 + CARGO * 1000000 +          *
      *              CANDIDATO * 10000 + VOTOS) / 999999937             *
      * A CONFERENCIA REFAZ AS DUAS CONTAS E APONTA O BOLETIM QUE NAO   *
      * BATE.                                                           *
      *================================================================*
       01  BOLETIM-SECAO-REGISTRO.
           05 BOL-SECAO             PIC 9(2).
           05 BOL-DATA              PIC 9(8).
           05 BOL-HORA              PIC 9(6).
           05 BOL-VOTARAM           PIC 9(4).
           05 BOL-ABSTENCOES        PIC 9(4).
           05 BOL-TOTAL-CONTROLE    PIC 9(6).
           05 BOL-CODIGO-VERIFICACAO PIC 9(9).
