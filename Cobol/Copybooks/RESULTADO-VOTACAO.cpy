      *================================================================*
      * RESULTADO-VOTACAO.CPY                                           *
      * LAYOUT DO ARQUIVO DE RESULTADOS DA ELEICAO                      *
      * (RESULTADOS_VOTACAO.DAT), INDEXADO POR CARGO + CANDIDATO +      *
      * SECAO: SECAO 00 E O TOTAL DO CANDIDATO NO CARGO E AS SECOES     *
      * 01-09 OS VOTOS DELE EM CADA SECAO; CANDIDATO 00 GUARDA OS       *
      * NULOS/BRANCOS DO CARGO. GRAVADO ZERADO ANTES DA VOTACAO (BASE   *
      * DA ZERESIMA) E REGRAVADO NA APURACAO; A CONFERENCIA DOS         *
      * BOLETINS RECALCULA DELE O TOTAL DE CONTROLE E O CODIGO DE       *
      * VERIFICACAO DE CADA SECAO.                                      *
      *================================================================*
       01  RESULTADO-VOTACAO-REGISTRO.
           05 RESULTADO-CHAVE.
               10 RES-CARGO         PIC 9(1).
               10 RES-CODIGO        PIC 9(2).
               10 RES-SECAO         PIC 9(2).
           05 RES-VOTOS             PIC 9(4).
