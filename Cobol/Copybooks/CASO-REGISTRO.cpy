      * CASO-NUMERO. O CASO E ABERTO NA MANUTENCAO DE CASOS, RECEBE OS  *
      * SUSPEITOS DA CLASSIFICACAO ENQUANTO ESTA ABERTO E E FECHADO     *
      * COM O SUSPEITO PRINCIPAL APONTADO E A NOTA DE ENCERRAMENTO.     *
      * CADA CASO TEM UM TIPO (TIPOS_CASO.DAT), UM INVESTIGADOR         *
      * RESPONSAVEL E O PRAZO LEGAL DA INVESTIGACAO: ABERTURA + PRAZO   *
      * DO TIPO, ADIADO A CADA PRORROGACAO REGISTRADA COM MOTIVO EM     *
      * PRORROGACOES_CASOS.DAT. FECHAR DEPOIS DO PRAZO EXIGE A          *
      * JUSTIFICATIVA; O RELATORIO DIARIO DE PRAZOS APONTA OS CASOS A   *
      * VENCER E OS VENCIDOS POR INVESTIGADOR.                          *
      *================================================================*
       01  CASO-REGISTRO.
           05 CASO-NUMERO              PIC 9(5).
           05 CASO-SUSPEITO-PRINCIPAL  PIC A(20).
           05 CASO-DATA-FECHAMENTO     PIC 9(8).
           05 CASO-NOTA-FECHAMENTO     PIC X(40).
           05 CASO-TIPO                PIC 9(2).
           05 CASO-INVESTIGADOR        PIC A(20).
           05 CASO-DATA-PRAZO          PIC 9(8).
           05 CASO-QTD-PRORROGACOES    PIC 9(2).
           05 CASO-JUSTIFICATIVA-PRAZO PIC X(40).
