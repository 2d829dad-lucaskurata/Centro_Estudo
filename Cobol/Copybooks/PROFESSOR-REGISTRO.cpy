      * PELO CODIGO DO PROFESSOR. PROF-USUARIO E O USUARIO DO           *
      * PROFESSOR EM USUARIOS.DAT - O LANCAMENTO DE FREQUENCIA SO       *
      * ACEITA O USUARIO DO PROFESSOR ALOCADO NA TURMA E MATERIA.       *
      * PROF-FUNCIONARIO LIGA O PROFESSOR AO FUNCIONARIO DA FOLHA       *
      * (FUNCIONARIOS.DAT) QUE RECEBE AS HORAS-AULA APURADAS NO MES;    *
      * ZERO = PROFESSOR SEM VINCULO NA FOLHA.                          *
      *================================================================*
       01  PROFESSOR-REGISTRO.
           05 PROF-CODIGO           PIC 9(3).
           05 PROF-NOME             PIC X(20).
           05 PROF-USUARIO          PIC A(12).
           05 PROF-FUNCIONARIO      PIC 9(4).
