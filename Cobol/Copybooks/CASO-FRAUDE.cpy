      *================================================================*
      * CASO-FRAUDE.CPY                                                 *
      * LAYOUT DO ARQUIVO DE CASOS DE SUSPEITA DE FRAUDE DO CAIXA       *
      * ELETRONICO (CASOS_FRAUDE.DAT), INDEXADO POR CONTA + DATA DE     *
      * MOVIMENTO. O CASO E ABERTO PELA TRIAGEM NOTURNA (TriagemFraude) *
      * COM OS INDICADORES QUE PONTUARAM; CONTA DE RISCO ALTO JA SAI    *
      * BLOQUEADA NA LISTA QUENTE. O CASO FICA PENDENTE (P) ATE O       *
      * DESBLOQUEIO SUPERVISIONADO DA MANUTENCAO DE CONTAS, QUE O MARCA *
      * COMO REVISADO (R) COM O USUARIO DO SUPERVISOR.                  *
      * INDICADORES (S/N): RAJADA = VARIOS SAQUES EM POUCOS MINUTOS;    *
      *   HORARIO = SAQUE EM HORA SEM HISTORICO NA CONTA; SALTO = SAIDA *
      *   DO DIA MUITO ACIMA DA MEDIA DOS 90 DIAS; DESBLOQUEIO =        *
      *   TRANSFERENCIA ALTA LOGO APOS DESBLOQUEIO DE PIN; RECUSAS =    *
      *   VARIOS SAQUES RECUSADOS NO LOG DO CAIXA NO DIA.               *
      *================================================================*
       01  CASO-FRAUDE-REGISTRO.
           05 FRD-CHAVE.
               10 FRD-CONTA         PIC 9(8).
               10 FRD-DATA          PIC 9(8).
           05 FRD-PONTOS            PIC 9(3).
           05 FRD-IND-RAJADA        PIC X(1).
           05 FRD-IND-HORARIO       PIC X(1).
           05 FRD-IND-SALTO         PIC X(1).
           05 FRD-IND-DESBLOQUEIO   PIC X(1).
           05 FRD-IND-RECUSAS       PIC X(1).
           05 FRD-SAIDAS-DIA        PIC 9(7)V9(2).
           05 FRD-MEDIA-90-DIAS     PIC 9(7)V9(2).
           05 FRD-CONTA-BLOQUEADA   PIC X(1).
           05 FRD-SITUACAO          PIC X(1).
               88 FRAUDE-PENDENTE       VALUE "P".
               88 FRAUDE-REVISADA       VALUE "R".
           05 FRD-DATA-REVISAO      PIC 9(8).
           05 FRD-SUPERVISOR        PIC X(12).
