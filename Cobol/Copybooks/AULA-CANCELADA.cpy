      *================================================================*
      * AULA-CANCELADA.CPY                                              *
      * LAYOUT DO ARQUIVO DE AULAS CANCELADAS (AULAS_CANCELADAS.DAT),   *
      * LINE SEQUENTIAL, MANTIDO PELA COORDENACAO COMO O CALENDARIO DE  *
      * FERIADOS (CALENDARIO_UTEIS.DAT): UM CANCELAMENTO POR LINHA.     *
      * TURMA EM BRANCO CANCELA A DATA NA ESCOLA TODA E MATERIA ZERO    *
      * CANCELA TODAS AS MATERIAS DA TURMA. O DIA CANCELADO SAI DA      *
      * CONTAGEM DAS HORAS-AULA DOS PROFESSORES MESMO COM FREQUENCIA    *
      * LANCADA.                                                        *
      *================================================================*
       01  AULA-CANCELADA-REGISTRO.
           05 ACN-DATA              PIC 9(8).
           05 ACN-TURMA             PIC X(5).
           05 ACN-MATERIA           PIC 9(3).
           05 ACN-MOTIVO            PIC X(30).
