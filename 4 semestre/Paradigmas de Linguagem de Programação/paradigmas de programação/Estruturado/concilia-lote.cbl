      * 02-SET-26  LCF     Encerramento por GOBACK em vez de STOP
      *                    RUN, para rodar como passo 2 da esteira
      *                    noturna sob o CONTROLA-ESTEIRA.
      * 15-OUT-26  LCF     Linhas do extrato anexadas pela revisao
      *                    de nota (marca REVISADO, mesma coluna da
      *                    de reprocessado) tambem ficam fora da
      *                    contagem - nao nascem do lote do dia.
      * 15-OUT-26  LCF     Linha de excecao de 120 para 128 bytes,
      *                    com a data do lote que a gravou.
      *----------------------------------------------------------------*

      *================================================================*
      *----------------------------------------------------------------*
       FD  EXCECOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EXCECAO               PIC X(128).

      *----------------------------------------------------------------*
      * FD EXTRATO-FILE
      * Linha do extrato; a marca de reprocessado ocupa as colunas
      * 34-45 da linha anexada pelo REPROCESSA-EXCECOES, e a de
      * revisado as mesmas colunas da anexada pelo REVISA-NOTAS.
      *----------------------------------------------------------------*
       FD  EXTRATO-FILE
           LABEL RECORDS ARE STANDARD.
      *----------------------------------------------------------------*
      * 2300-CONTA-EXTRATO
      * Conta as linhas do extrato academico, ignorando as anexadas
      * pelo reprocessamento (marca REPROCESSADO na quinta coluna)
      * e pela revisao de nota (marca REVISADO).
      *----------------------------------------------------------------*
       2300-CONTA-EXTRATO.
           MOVE "N" TO WS-EOF-CORRENTE.
      *----------------------------------------------------------------*
       2350-CONTA-LINHA-EXTRATO.
           IF EXT-MARCA-REPROC NOT = "REPROCESSADO"
                   AND EXT-MARCA-REPROC NOT = "REVISADO"
               ADD 1 TO WS-QTD-EXTRATO
           END-IF.
           READ EXTRATO-FILE
