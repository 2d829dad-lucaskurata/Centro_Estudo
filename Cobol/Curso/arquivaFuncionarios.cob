
       FD  ARQUIVO-HISTORICO-FUNC.
      *    HFUNC-DADOS ACOMPANHA O TAMANHO DE FUNCIONARIO-REGISTRO
      *    (HOJE 211 COM A DATA DE NASCIMENTO); ARQUIVOS GERADOS COM O
      *    LAYOUT DE 203 PRECISAM DO CONVERSOR PROG110, OS DE 181 DO
      *    PROG106 E OS DE 177 DO PROG69.
       01  HISTORICO-FUNC-REGISTRO.
           05 HFUNC-DADOS           PIC X(211).
           05 HFUNC-DATA-ARQUIVO    PIC 9(8).

       WORKING-STORAGE SECTION.
