      *================================================================*
      * AUDITORIA-CADASTRO.CPY                                          *
      * LAYOUT DA LINHA DAS TRILHAS DE AUDITORIA POR CAMPO DOS CADASTROS*
      * DE CLIENTES (CLIENTES_AUDITORIA.DAT) E DE CONTAS DO CAIXA       *
      * ELETRONICO (CONTAS_AUDITORIA.DAT): UMA LINHA POR CAMPO ALTERADO,*
      * COM O VALOR ANTIGO, O NOVO, O USUARIO, O PROGRAMA E A DATA/HORA *
      * (AAAAMMDDHHMMSS). AUC-CHAVE E O TELEFONE DO CLIENTE OU O NUMERO *
      * DA CONTA; NA INCLUSAO O VALOR ANTIGO FICA EM BRANCO. PROCESSO EM*
      * LOTE GRAVA USUARIO BATCH. O ESQUECIMENTO LGPD (PROG60) GRAVA NA *
      * CHAVE O PROTOCOLO LGPD+AAAAMMDDHHMMSS, SEM NENHUM DADO PESSOAL, *
      * E APAGA OS VALORES DAS LINHAS ANTERIORES DO CLIENTE ESQUECIDO.  *
      * CONSULTA NO PROG119.                                            *
      *================================================================*
       01  AUDITORIA-CADASTRO-REGISTRO.
           05 AUC-CHAVE          PIC X(18).
           05 FILLER             PIC X VALUE SPACE.
           05 AUC-CAMPO          PIC X(25).
           05 FILLER             PIC X VALUE SPACE.
           05 AUC-VALOR-ANTIGO   PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 AUC-VALOR-NOVO     PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 AUC-USUARIO        PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 AUC-PROGRAMA       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AUC-DATA-HORA      PIC X(14).
