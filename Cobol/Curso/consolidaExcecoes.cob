      *     (EXCECOES_WORKLIST.DAT) OS REJEITOS E DIVERGENCIAS QUE
      *     HOJE FICAM ESPALHADOS - REJEITOS DA CARGA DE CLIENTES,
      *     DIVERGENCIAS DO RETORNO DO RH, CRITICAS DE VARIACAO DA
      *     FOLHA, DIFERENCAS DA CONCILIACAO DE CAIXA, EXCECOES DA
      *     IMPORTACAO DE PONTO, CRITICAS DE CPF/PIS DO CADASTRO E
      *     ALTERACOES DE SALARIO/DADOS BANCARIOS AINDA SEM APROVACAO
      *     NA HORA DA FOLHA, OS SALARIOS NAO CREDITADOS NA CONTA DA
      *     CASA (CONTA ENCERRADA/BLOQUEADA) E OS LANCAMENTOS/VENDAS
      *     QUE NAO CASARAM NA CONCILIACAO COM A ADQUIRENTE DE CARTAO
      *     E PIX, AS DIVERGENCIAS ENTRE AS VENDAS EM DEBITO EM CONTA
      *     DA BOMBA E OS MOVIMENTOS DAS CONTAS, OS CASOS DE
      *     INVESTIGACAO COM PRAZO VENCIDO, AS
      *     LACUNAS DO HISTORICO DE CLIMA QUE FICARAM SEM ESTIMATIVA E
      *     OS ACHADOS DA VARREDURA DE INTEGRIDADE REFERENCIAL (PROG118,
      *     UMA LISTAGEM POR SEVERIDADE).
      *     CADA LINHA DE LISTAGEM VIRA UM ITEM PENDENTE COM O
      *     PROGRAMA DE ORIGEM E A SEVERIDADE; RODAR DE NOVO NO MESMO
      *     DIA REFAZ SO OS ITENS PENDENTES DO DIA. O OPERADOR TRATA
      *     OS ITENS NO PROG94 E O PAINEL MOSTRA OS PENDENTES
      *     ENVELHECENDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE "M" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "documentos_criticas.lst" TO WRK-NOME-ENTRADA.
           MOVE "CRITDOC" TO WRK-PROGRAMA-FONTE.
           MOVE "A" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "alteracoes_pendentes.lst" TO WRK-NOME-ENTRADA.
           MOVE "SALCOMPL" TO WRK-PROGRAMA-FONTE.
           MOVE "A" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "credito_interno_excecoes.lst" TO WRK-NOME-ENTRADA.
           MOVE "SALCOMPL" TO WRK-PROGRAMA-FONTE.
           MOVE "A" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "conciliacao_adquirentes_exc.lst" TO WRK-NOME-ENTRADA.
           MOVE "CONCADQ" TO WRK-PROGRAMA-FONTE.
           MOVE "A" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "conciliacao_debito_conta_exc.lst" TO WRK-NOME-ENTRADA.
           MOVE "CONCDEBCTA" TO WRK-PROGRAMA-FONTE.
           MOVE "A" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "casos_prazos_exc.lst" TO WRK-NOME-ENTRADA.
           MOVE "PRAZOCASO" TO WRK-PROGRAMA-FONTE.
           MOVE "A" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "lacunas_clima_exc.lst" TO WRK-NOME-ENTRADA.
           MOVE "LACUNACLIMA" TO WRK-PROGRAMA-FONTE.
           MOVE "M" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "integridade_alta.lst" TO WRK-NOME-ENTRADA.
           MOVE "INTEGRIDADE" TO WRK-PROGRAMA-FONTE.
           MOVE "A" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "integridade_media.lst" TO WRK-NOME-ENTRADA.
           MOVE "INTEGRIDADE" TO WRK-PROGRAMA-FONTE.
           MOVE "M" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           MOVE "integridade_baixa.lst" TO WRK-NOME-ENTRADA.
           MOVE "INTEGRIDADE" TO WRK-PROGRAMA-FONTE.
           MOVE "B" TO WRK-SEVERIDADE.
           PERFORM RECOLHE-LISTAGEM.

           CLOSE ARQUIVO-WORKLIST.

           DISPLAY "EXCECOES CONSOLIDADAS NA WORKLIST: "
