      *================================================================*
      * ORDEM-PERMANENTE.CPY                                            *
      * LAYOUT DO ARQUIVO DE ORDENS PERMANENTES DE TRANSFERENCIA        *
      * (ORDENS_PERMANENTES.DAT), INDEXADO PELA CONTA DE ORIGEM         *
      * (CONTA-NUMERO) + SEQUENCIA DA ORDEM NA CONTA. CADA ORDEM MANDA  *
      * UM VALOR FIXO PARA A CONTA DE DESTINO TODO MES NO DIA PEDIDO,   *
      * ATE A DATA FINAL. MANTIDO EM ManutencaoOrdens E EXECUTADO PELO  *
      * BATCH DIARIO OrdensPermanentes: SEM SALDO, A ORDEM E TENTADA    *
      * DE NOVO NO PROXIMO DIA UTIL E, ESGOTADAS AS TENTATIVAS DO       *
      * PARAMETRO, CANCELADA.                                           *
      *================================================================*
       01  ORDEM-REGISTRO.
           05 ORDEM-CHAVE.
               10 ORD-CONTA         PIC 9(8).
               10 ORD-SEQ           PIC 9(3).
           05 ORD-CONTA-DESTINO     PIC 9(8).
           05 ORD-VALOR             PIC 9(7)V9(2).
           05 ORD-DIA               PIC 9(2).
           05 ORD-DESCRICAO         PIC X(20).
           05 ORD-DATA-INCLUSAO     PIC 9(8).
           05 ORD-DATA-FIM          PIC 9(8).
      *    MES (AAAAMM) DA PARCELA EM ABERTO E DATA DA PROXIMA
      *    TENTATIVA: O DIA DA ORDEM NO MES DA PARCELA OU, DEPOIS DE
      *    FALTA DE SALDO, O PROXIMO DIA UTIL.
           05 ORD-MES-PARCELA       PIC 9(6).
           05 ORD-PROXIMA-EXECUCAO  PIC 9(8).
           05 ORD-ULTIMA-EXECUCAO   PIC 9(8).
           05 ORD-QTD-FALHAS        PIC 9(2).
           05 ORD-SITUACAO          PIC X(1).
               88 ORDEM-ATIVA           VALUE "A".
               88 ORDEM-CANCELADA       VALUE "C".
               88 ORDEM-CANCELADA-SALDO VALUE "S".
               88 ORDEM-ENCERRADA       VALUE "E".
