      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteCartoesContas".
       AUTHOR. "LUCAS KURATA".
      *    CONVERSAO UNICA PARA OS CARTOES DO CAIXA ELETRONICO: CRIA EM
      *     CARTOES.DAT A PRIMEIRA VIA (01) DE CADA CONTA COM O TITULAR,
      *     PIN, CONTADOR DE PIN ERRADO, LIMITE DIARIO E SAQUE DO DIA
      *     QUE ESTAVAM NA CONTA, E REGRAVA CONTAS_MOVIMENTOS.DAT NO
      *     LAYOUT NOVO (39 PARA 41 BYTES - VIA DO CARTAO, ZERADA NOS
      *     MOVIMENTOS ANTIGOS).
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, COM O CAIXA
      *     PARADO):
      *       1. RODE O BACKUP DOS MESTRES (backup_mestres.sh);
      *       2. RENOMEIE contas_movimentos.dat PARA
      *          contas_movimentos.old;
      *       3. RODE ESTE PROGRAMA E CONFIRA AS CONTAGENS;
      *       4. GUARDE O .old ATE VALIDAR A PRIMEIRA RODADA.
      *
      *     CONTA BLOQUEADA POR PIN ERRADO PASSA O BLOQUEIO PARA O
      *     CARTAO (SAI DA LISTA QUENTE E VOLTA A SITUACAO NORMAL);
      *     CONTA BLOQUEADA PELA TRIAGEM DE FRAUDE FICA COMO ESTA.
      *     CONTA ENCERRADA GANHA A VIA JA CANCELADA. A VALIDADE DA
      *     PRIMEIRA VIA E DE CINCO ANOS A PARTIR DO MES DA CONVERSAO.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CONTAS
           ASSIGN TO "contas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-CARTOES
           ASSIGN TO "cartoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARTAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-BLOQUEADAS
           ASSIGN TO "contas_bloqueadas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BLQ-CONTA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL VELHO-MOVIMENTOS
           ASSIGN TO "contas_movimentos.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-CMV-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-CARTOES.
           COPY "CARTAO-REGISTRO.cpy".

       FD  ARQUIVO-BLOQUEADAS.
           COPY "CONTA-BLOQUEADA.cpy".

      *    MOVIMENTO NO LAYOUT ANTERIOR AOS CARTOES (39 BYTES).
       FD  VELHO-MOVIMENTOS.
       01  VELHO-MOVIMENTO-REGISTRO.
           05 VEL-CMV-CHAVE.
               10 VEL-CMV-CONTA     PIC 9(8).
               10 VEL-CMV-SEQ       PIC 9(6).
           05 VEL-CMV-DATA          PIC 9(8).
           05 VEL-CMV-HORA          PIC 9(6).
           05 VEL-CMV-TIPO          PIC X(1).
           05 VEL-CMV-VALOR         PIC 9(7)V99.
           05 VEL-CMV-STATUS        PIC X(1).

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-ANO-VALIDADE               PIC 9(4) VALUE ZEROS.
       77 WRK-ANOS-VALIDADE              PIC 9(1) VALUE 5.
       77 WRK-QTD-CARTOES                PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-BLOQUEIOS-PIN          PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS             PIC 9(7) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'CONVERSAO PARA CARTOES DO CAIXA ELETRONICO'.
           DISPLAY '(LE contas_movimentos.old E CRIA cartoes.dat)'.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO-VALIDADE.
           ADD WRK-ANOS-VALIDADE TO WRK-ANO-VALIDADE.

           PERFORM 1000-CRIA-CARTOES.
           PERFORM 2000-CONVERTE-MOVIMENTOS.

           DISPLAY 'CONVERSAO CONCLUIDA - CONFIRA AS CONTAGENS E '
               'GUARDE O .old ATE VALIDAR A PRIMEIRA RODADA.'.
           STOP RUN.

      *----------------------------------------------------------------*
      * PRIMEIRA VIA DE CADA CONTA, COM OS DADOS DE CARTAO DA CONTA.    *
      *----------------------------------------------------------------*
       1000-CRIA-CARTOES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN I-O ARQUIVO-CONTAS.
           OPEN OUTPUT ARQUIVO-CARTOES.
           OPEN I-O ARQUIVO-BLOQUEADAS.
           PERFORM 1100-LE-CONTA.
           PERFORM 1200-CRIA-CARTAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-CARTOES.
           CLOSE ARQUIVO-BLOQUEADAS.
           DISPLAY 'contas.dat -> cartoes.dat: ' WRK-QTD-CARTOES
               ' CARTAO(OES), ' WRK-QTD-BLOQUEIOS-PIN
               ' BLOQUEIO(S) DE PIN PASSADO(S) AO CARTAO.'.

       1100-LE-CONTA.
           READ ARQUIVO-CONTAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-CRIA-CARTAO.
           MOVE CONTA-NUMERO TO CRT-CONTA.
           MOVE 1 TO CRT-VIA.
           MOVE CONTA-TITULAR TO CRT-PORTADOR.
           MOVE CONTA-PIN TO CRT-PIN.
           MOVE CONTA-TENTATIVAS-PIN TO CRT-TENTATIVAS-PIN.
           MOVE WRK-ANO-VALIDADE TO CRT-VALIDADE (1:4).
           MOVE WRK-DATA-HOJE (5:2) TO CRT-VALIDADE (5:2).
           MOVE CONTA-LIMITE-DIARIO TO CRT-LIMITE-DIARIO.
           MOVE CONTA-DATA-ULT-SAQUE TO CRT-DATA-ULT-SAQUE.
           MOVE CONTA-SACADO-DIA TO CRT-SACADO-DIA.
           MOVE WRK-DATA-HOJE TO CRT-DATA-EMISSAO.
           MOVE "A" TO CRT-SITUACAO.

           IF CONTA-ENCERRADA
               MOVE "C" TO CRT-SITUACAO
           END-IF.

           IF CONTA-BLOQUEADA
               PERFORM 1300-TESTA-BLOQUEIO-PIN
           END-IF.

           WRITE CARTAO-REGISTRO.
           ADD 1 TO WRK-QTD-CARTOES.
           PERFORM 1100-LE-CONTA.

      *    BLOQUEIO POR PIN ERRADO (MOTIVO NA LISTA QUENTE) PASSA PARA
      *     O CARTAO; A CONTA VOLTA A SITUACAO NORMAL E SAI DA LISTA.
       1300-TESTA-BLOQUEIO-PIN.
           MOVE CONTA-NUMERO TO BLQ-CONTA.
           READ ARQUIVO-BLOQUEADAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BLQ-MOTIVO EQUAL "PIN ERRADO 3 VEZES"
                       MOVE "B" TO CRT-SITUACAO
                       DELETE ARQUIVO-BLOQUEADAS RECORD
                       MOVE SPACE TO CONTA-SITUACAO
                       MOVE ZEROS TO CONTA-TENTATIVAS-PIN
                       REWRITE CONTA-REGISTRO
                       ADD 1 TO WRK-QTD-BLOQUEIOS-PIN
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * MOVIMENTOS NO LAYOUT NOVO, SEM VIA DE CARTAO.                   *
      *----------------------------------------------------------------*
       2000-CONVERTE-MOVIMENTOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT VELHO-MOVIMENTOS.
           OPEN OUTPUT ARQUIVO-MOVIMENTOS-CONTA.
           PERFORM 2100-LE-VELHO-MOVIMENTO.
           PERFORM 2200-COPIA-MOVIMENTO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE VELHO-MOVIMENTOS.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.
           DISPLAY 'contas_movimentos.old -> contas_movimentos.dat: '
               WRK-QTD-MOVIMENTOS ' REGISTRO(S).'.

       2100-LE-VELHO-MOVIMENTO.
           READ VELHO-MOVIMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2200-COPIA-MOVIMENTO.
           MOVE VEL-CMV-CONTA TO CMV-CONTA.
           MOVE VEL-CMV-SEQ TO CMV-SEQ.
           MOVE VEL-CMV-DATA TO CMV-DATA.
           MOVE VEL-CMV-HORA TO CMV-HORA.
           MOVE VEL-CMV-TIPO TO CMV-TIPO.
           MOVE VEL-CMV-VALOR TO CMV-VALOR.
           MOVE VEL-CMV-STATUS TO CMV-STATUS.
           MOVE ZEROS TO CMV-VIA-CARTAO.
           WRITE CONTA-MOVIMENTO-REGISTRO.
           ADD 1 TO WRK-QTD-MOVIMENTOS.
           PERFORM 2100-LE-VELHO-MOVIMENTO.
