      *================================================================*
      * FATURA-PLANO.CPY                                                *
      * LAYOUT DO ARQUIVO DE FATURA MENSAL DA OPERADORA DO PLANO DE     *
      * SAUDE (FATURA_PLANO.DAT, SEQUENCIAL DE LARGURA FIXA): UMA LINHA *
      * POR VIDA COBRADA NA COMPETENCIA, IDENTIFICADA PELA MATRICULA DO *
      * TITULAR + SEQUENCIA DA VIDA, COMO NA ADESAO (00 = TITULAR), COM *
      * O PLANO E O VALOR COBRADO. CONFERIDA PELO PROG122.              *
      *================================================================*
       01  FATURA-PLANO-REGISTRO.
           05 FPL-COMPETENCIA       PIC 9(6).
           05 FPL-CODIGO            PIC 9(4).
           05 FPL-SEQUENCIA         PIC 9(2).
           05 FPL-NOME              PIC X(20).
           05 FPL-PLANO             PIC 9(3).
           05 FPL-VALOR             PIC 9(5)V99.
