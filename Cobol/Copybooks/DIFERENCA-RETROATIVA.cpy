      *================================================================*
      * DIFERENCA-RETROATIVA.CPY                                        *
      * LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE DIFERENCAS SALARIAIS  *
      * RETROATIVAS (DIFERENCAS_RETROATIVAS.DAT), CHAVEADO POR          *
      * COMPETENCIA DE PAGAMENTO + FUNCIONARIO + COMPETENCIA REFEITA.   *
      * GRAVADO PELO BATCH DE DIFERENCAS (021) QUANDO UM REAJUSTE E     *
      * DATADO PARA TRAS: UM REGISTRO POR MES FECHADO RECALCULADO, COM  *
      * O BRUTO DA EPOCA, O BRUTO REFEITO COM O SALARIO NOVO E AS       *
      * DIFERENCAS DE BRUTO, IR, INSS E FGTS (CADA UMA NAS TABELAS DA   *
      * COMPETENCIA REFEITA). A FOLHA DA COMPETENCIA DE PAGAMENTO SOMA  *
      * AS DIFERENCAS EM UMA LINHA PROPRIA DE PROVENTO DO HOLERITE.     *
      *================================================================*
       01  DIFERENCA-REGISTRO.
           05 DIFERENCA-CHAVE.
               10 DIF-PERIODO       PIC 9(6).
               10 DIF-CODIGO        PIC 9(4).
               10 DIF-COMPETENCIA   PIC 9(6).
           05 DIF-PERCENTUAL        PIC 9(2)V99.
           05 DIF-BRUTO-ANTERIOR    PIC 9(7)V99.
           05 DIF-BRUTO-REFEITO     PIC 9(7)V99.
           05 DIF-BRUTO             PIC 9(7)V99.
           05 DIF-IR                PIC 9(7)V99.
           05 DIF-INSS              PIC 9(7)V99.
           05 DIF-FGTS              PIC 9(7)V99.
