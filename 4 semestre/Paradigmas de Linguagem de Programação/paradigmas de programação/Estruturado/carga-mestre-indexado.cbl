      *                    pode parar no teto da tabela.
      * 02-SET-26  LCF     FD do mestre indexado movido para
      *                    MESTRE-FD.cpy (layout compartilhado).
      * 15-OUT-26  LCF     Data de nascimento convertida para o
      *                    mestre indexado (registro de 72 bytes);
      *                    registro sem a coluna, ou com data nao
      *                    numerica, sai com a data zerada.
      * 15-OUT-26  LCF     Data de desativacao convertida para o
      *                    mestre indexado (registro de 80 bytes),
      *                    com a mesma regra da data de nascimento.
      *----------------------------------------------------------------*

      *================================================================*
      *----------------------------------------------------------------*
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENTRADA               PIC X(80).

      *----------------------------------------------------------------*
      * FD MESTRE-FILE
      *----------------------------------------------------------------*
      * 3000-CONVERTE-REGISTRO
      * Converte um registro do sequencial: um registro gravado antes
      * da coluna de situacao existir sai como ativo (A), e um
      * registro sem a data de nascimento ou de desativacao sai com a
      * data zerada. Um ID repetido no sequencial e reportado e
      * ignorado - prevalece a primeira ocorrencia.
      *----------------------------------------------------------------*
       3000-CONVERTE-REGISTRO.
           ADD 1 TO WS-TOT-LIDOS.
           ELSE
               MOVE "A" TO MST-SITUACAO
           END-IF.
           IF WS-MST-DT-NASCIMENTO IS NUMERIC
               MOVE WS-MST-DT-NASCIMENTO TO MST-DT-NASCIMENTO
           ELSE
               MOVE ZERO TO MST-DT-NASCIMENTO
           END-IF.
           IF WS-MST-DT-DESATIVACAO IS NUMERIC
               MOVE WS-MST-DT-DESATIVACAO TO MST-DT-DESATIVACAO
           ELSE
               MOVE ZERO TO MST-DT-DESATIVACAO
           END-IF.

           WRITE REG-MESTRE
               INVALID KEY
