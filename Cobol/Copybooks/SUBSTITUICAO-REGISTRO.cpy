      *================================================================*
      * SUBSTITUICAO-REGISTRO.CPY                                       *
      * LAYOUT DO REGISTRO DE FALTAS DE PROFESSOR E SUBSTITUICOES       *
      * (SUBSTITUICOES.DAT), INDEXADO POR DATA + TURMA + SLOT: CADA     *
      * AULA (SLOT DA ALOCACAO) EM QUE O PROFESSOR ALOCADO FALTOU, COM  *
      * O SUBSTITUTO ESCOLHIDO PELA COORDENACAO (PROG115) ENTRE OS      *
      * PROFESSORES LIVRES NO SLOT E HABILITADOS NA MATERIA. SUBSTITUTO *
      * ZERO = AULA DESCOBERTA. A HORA-AULA DA AULA COBERTA E PAGA AO   *
      * SUBSTITUTO E SAI DA CONTAGEM DO PROFESSOR AUSENTE.              *
      *================================================================*
       01  SUBSTITUICAO-REGISTRO.
           05 SUBSTITUICAO-CHAVE.
               10 SUB-DATA          PIC 9(8).
               10 SUB-TURMA         PIC X(5).
               10 SUB-SLOT          PIC 9(2).
           05 SUB-MATERIA           PIC 9(3).
           05 SUB-PROFESSOR-AUSENTE PIC 9(3).
           05 SUB-PROFESSOR-SUBSTITUTO PIC 9(3).
               88 AULA-DESCOBERTA       VALUE ZEROS.
           05 SUB-MOTIVO            PIC X(30).
