               88 CONTRATO-HORISTA    VALUE "H".
               88 CONTRATO-ESTAGIARIO VALUE "E".
               88 CONTRATO-APRENDIZ   VALUE "A".
      *    DOCUMENTOS DO FUNCIONARIO: CPF E PIS/PASEP/NIT, COM O DIGITO
      *    VERIFICADOR CRITICADO NA DIGITACAO (PROG36) E NA CRITICA
      *    NOTURNA DE DOCUMENTOS; ZERO = NAO INFORMADO. SAEM NOS
      *    EVENTOS DO GOVERNO, NA REMESSA BANCARIA E NO INFORME DE
      *    RENDIMENTOS.
           05 FUNCIONARIO-CPF PIC 9(11).
           05 FUNCIONARIO-PIS PIC 9(11).
      *    DATA DE NASCIMENTO (AAAAMMDD; ZERO = NAO INFORMADA), PARA A
      *    PIRAMIDE ETARIA E DE TEMPO DE CASA POR DEPARTAMENTO.
           05 FUNCIONARIO-DATA-NASCIMENTO PIC 9(8).
