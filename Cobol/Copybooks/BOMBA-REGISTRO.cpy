      * ABERTURA E O FECHAMENTO DE TURNO CAPTURAM AS LEITURAS POR       *
      * TURNO EM ENCERRANTES_TURNO.DAT E A MOVIMENTACAO DO ENCERRANTE   *
      * E CONFERIDA CONTRA OS LITROS VENDIDOS NA BOMBA.                 *
      * A AFERICAO SEMANAL (AfericaoBombas) GRAVA A DATA DO ULTIMO      *
      * TESTE E BLOQUEIA A BOMBA COM ERRO ACIMA DA TOLERANCIA LEGAL;    *
      * BOMBA BLOQUEADA NAO VENDE ATE SER APROVADA EM NOVA AFERICAO.    *
      *================================================================*
       01  BOMBA-REGISTRO.
           05 BOM-NUMERO            PIC 9(2).
           05 BOM-DESCRICAO         PIC X(20).
           05 BOM-TIPO              PIC X(1).
           05 BOM-ENCERRANTE        PIC 9(9).
      *    BOMBA ANTERIOR A AFERICAO ENTRA LIBERADA ("A") PELA
      *    CONVERSAO DO MESTRE (ConverteBombas).
           05 BOM-SITUACAO          PIC X(1).
               88 BOMBA-LIBERADA        VALUE "A".
               88 BOMBA-BLOQUEADA       VALUE "B".
           05 BOM-DATA-AFERICAO     PIC 9(8).
