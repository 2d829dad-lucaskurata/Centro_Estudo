      *    CARGA DO CADERNO DE ELEITORES ANTES DA ELEICAO: INCLUSAO
      *     (COM A SECAO DE VOTACAO DO ELEITOR, 1-9), LISTAGEM DOS
      *     ELEITORES HABILITADOS E REABERTURA DO CADERNO (LIMPA AS
      *     MARCAS DE VOTOU, INCLUSIVE A DO CONSELHO) PARA UMA NOVA
      *     ELEICAO.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           END-IF.
           MOVE "N" TO ELE-VOTOU-CARGO1.
           MOVE "N" TO ELE-VOTOU-CARGO2.
           MOVE "N" TO ELE-VOTOU-CARGO3.

           WRITE ELEITOR-REGISTRO
               INVALID KEY
           DISPLAY 'ID: ' ELE-ID '  NOME: ' ELE-NOME
               '  SECAO: ' ELE-SECAO
               '  VOTOU PRESIDENTE: ' ELE-VOTOU-CARGO1
               '  VICE: ' ELE-VOTOU-CARGO2
               '  CONSELHO: ' ELE-VOTOU-CARGO3.
           PERFORM 3100-LE-ELEITOR.

      *----------------------------------------------------------------*
       4100-LIMPA-MARCA.
           MOVE "N" TO ELE-VOTOU-CARGO1.
           MOVE "N" TO ELE-VOTOU-CARGO2.
           MOVE "N" TO ELE-VOTOU-CARGO3.
           REWRITE ELEITOR-REGISTRO.
           PERFORM 3100-LE-ELEITOR.
