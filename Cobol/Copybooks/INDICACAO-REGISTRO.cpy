      *================================================================*
      * INDICACAO-REGISTRO.CPY                                          *
      * LAYOUT DO ARQUIVO INDEXADO DE INDICACOES DE CLIENTES            *
      * (INDICACOES.DAT), CHAVEADO PELO TELEFONE DO CLIENTE INDICADO -  *
      * CADA CLIENTE NOVO SO PODE TER UMA INDICACAO, E ELA SO E         *
      * CREDITADA UMA VEZ. GRAVADO NA INCLUSAO DO CLIENTE (PROG40) E NA *
      * CARGA EM LOTE (PROG58); NA PRIMEIRA COMPRA IDENTIFICADA DO      *
      * INDICADO A BOMBA CREDITA O BONUS AOS DOIS LADOS E MARCA A       *
      * INDICACAO COMO CONVERTIDA. A TROCA DE TELEFONE (PROG83)         *
      * ACOMPANHA OS DOIS TELEFONES.                                    *
      *================================================================*
       01  INDICACAO-REGISTRO.
           05 IND-TELEFONE-INDICADO  PIC 9(11).
           05 IND-TELEFONE-INDICADOR PIC 9(11).
           05 IND-DATA-INDICACAO     PIC 9(8).
           05 IND-SITUACAO           PIC X(1).
               88 INDICACAO-PENDENTE     VALUE "P".
               88 INDICACAO-CONVERTIDA   VALUE "C".
           05 IND-DATA-CONVERSAO     PIC 9(8).
           05 IND-PONTOS-CREDITADOS  PIC 9(5).
