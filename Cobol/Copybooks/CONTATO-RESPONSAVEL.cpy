      *================================================================*
      * CONTATO-RESPONSAVEL.CPY                                         *
      * LAYOUT DO REGISTRO DE CONTATOS COM OS RESPONSAVEIS              *
      * (CONTATOS_RESPONSAVEIS.DAT), SO ACRESCIDO (OPEN EXTEND): CADA   *
      * CARTA OU E-MAIL DOS AVISOS SEMANAIS (PROG113) E CADA LIGACAO    *
      * FEITA PELA SECRETARIA (PROG111) FICA AQUI COM DATA, HORA, RA,   *
      * RESPONSAVEL, MEIO, DESTINO (E-MAIL, CEP OU TELEFONE) E OS       *
      * MOTIVOS - E A PROVA DE QUE A FAMILIA FOI AVISADA.               *
      *================================================================*
       01  CONTATO-RESPONSAVEL-REGISTRO.
           05 CTR-DATA              PIC 9(8).
           05 CTR-HORA              PIC 9(6).
           05 CTR-RA                PIC 9(7).
           05 CTR-SEQ-RESPONSAVEL   PIC 9(1).
           05 CTR-NOME-RESPONSAVEL  PIC X(30).
           05 CTR-MEIO              PIC X(1).
               88 CONTATO-CARTA         VALUE "C".
               88 CONTATO-EMAIL         VALUE "E".
               88 CONTATO-TELEFONE      VALUE "T".
           05 CTR-DESTINO           PIC X(40).
      *    MOTIVOS DO CONTATO ("S" = TRATADO NO CONTATO): FREQUENCIA
      *    PERTO DO LIMITE, MATERIA ABAIXO DA MEDIA, MENSALIDADE
      *    VENCIDA.
           05 CTR-MOTIVO-FALTAS     PIC X(1).
           05 CTR-MOTIVO-NOTAS      PIC X(1).
           05 CTR-MOTIVO-MENSALIDADE PIC X(1).
