      * POR DIA DE AULA E ALUNO, LANCADO PELOS PROFESSORES EM           *
      * RegistroPresenca. O BOLETIM APURA O PERCENTUAL DE FREQUENCIA    *
      * E REPROVA POR FALTA QUEM PASSA DE 25% DE AUSENCIAS.             *
      * CADA REGISTRO LEVA TAMBEM A TURMA, A MATERIA, O PROFESSOR QUE   *
      * LANCOU E QUANTAS AULAS (HORAS-AULA) A TURMA TEVE NO DIA - E     *
      * DAI QUE SAI A CONTAGEM MENSAL DAS HORAS-AULA DOS PROFESSORES.   *
      * REGISTROS ANTIGOS VEM COM ESTES CAMPOS EM BRANCO.               *
      *================================================================*
       01  PRESENCA-REGISTRO.
           05 FRE-DATA              PIC 9(8).
           05 FRE-PRESENTE          PIC X(1).
               88 ALUNO-PRESENTE        VALUE "S".
               88 ALUNO-FALTOU          VALUE "N".
           05 FRE-TURMA             PIC X(5).
           05 FRE-MATERIA           PIC 9(3).
           05 FRE-PROFESSOR         PIC 9(3).
           05 FRE-AULAS             PIC 9(1).
