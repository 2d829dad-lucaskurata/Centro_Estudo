           05 HFUNC-DATA-DESLIGAMENTO PIC 9(8).
           05 HFUNC-CARGO             PIC 9(3).
           05 HFUNC-TIPO-CONTRATO     PIC X(1).
           05 HFUNC-CPF               PIC 9(11).
           05 HFUNC-PIS               PIC 9(11).
           05 HFUNC-DATA-NASCIMENTO   PIC 9(8).
           05 HFUNC-DATA-ARQUIVO      PIC 9(8).

       WORKING-STORAGE SECTION.
               DISPLAY "  DEPTO: " HFUNC-DEPARTAMENTO
                   "  ADMISSAO: " HFUNC-DATA-ADMISSAO
                   "  DESLIGAMENTO: " HFUNC-DATA-DESLIGAMENTO
               DISPLAY "  CPF: " HFUNC-CPF "  PIS: " HFUNC-PIS
               DISPLAY "  ARQUIVADO EM: " HFUNC-DATA-ARQUIVO
               DISPLAY "===================="
           END-IF.
