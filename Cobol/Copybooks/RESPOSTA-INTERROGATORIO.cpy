      *================================================================*
      * RESPOSTA-INTERROGATORIO.CPY                                     *
      * LAYOUT DAS RESPOSTAS DE INTERROGATORIO                          *
      * (RESPOSTAS_INTERROGATORIO.DAT), INDEXADO POR CASO + SUSPEITO +  *
      * PERGUNTA: UMA RESPOSTA S/N POR PERGUNTA DO QUESTIONARIO DO      *
      * CASO, REGISTRADA NA MANUTENCAO DE QUESTIONARIOS. PERGUNTA       *
      * INCLUIDA DEPOIS DO INTERROGATORIO CONTA COMO NAO RESPONDIDA.    *
      *================================================================*
       01  RESPOSTA-REGISTRO.
           05 RESPOSTA-CHAVE.
               10 RSP-CASO          PIC 9(5).
               10 RSP-SUSPEITO      PIC A(20).
               10 RSP-PERGUNTA      PIC 9(2).
           05 RSP-RESPOSTA          PIC A(1).
               88 RESPOSTA-SIM          VALUE "S".
               88 RESPOSTA-NAO          VALUE "N".
           05 RSP-DATA              PIC 9(8).
