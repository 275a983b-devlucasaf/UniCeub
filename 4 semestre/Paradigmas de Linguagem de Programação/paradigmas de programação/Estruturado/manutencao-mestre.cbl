      *                    branco na alteracao preserva o valor
      *                    corrente, como a data ja fazia. FD do
      *                    mestre indexado movido para MESTRE-FD.cpy.
      * 15-OUT-26  LCF     Data de nascimento no movimento, ao final
      *                    da transacao: gravada na inclusao (zerada
      *                    quando nao informada) e, na alteracao,
      *                    aplicada so quando numerica, como a data
      *                    de matricula.
      * 15-OUT-26  LCF     Desativacao grava a data do dia no mestre
      *                    (prazo de retencao do EXPURGO-LGPD) e a
      *                    inclusao a grava zerada. IDs de 90000 em
      *                    diante, reservados aos pseudonimos do
      *                    expurgo, sao rejeitados em qualquer
      *                    operacao.
      *----------------------------------------------------------------*

      *================================================================*
      * Transacao de manutencao: operacao e o registro do aluno no
      * mesmo layout do mestre. Na desativacao (D) apenas o ID e
      * considerado; na alteracao (A) a situacao corrente do
      * cadastro e preservada. A data de nascimento vem depois da
      * data de matricula (o movimento nao traz a situacao).
      *----------------------------------------------------------------*
       FD  MOVIMENTO-FILE
           LABEL RECORDS ARE STANDARD.
           05  MOV-NOME              PIC X(30).
           05  MOV-CURSO             PIC X(20).
           05  MOV-DT-MATRICULA      PIC X(08).
           05  MOV-DT-NASCIMENTO     PIC X(08).

      *----------------------------------------------------------------*
      * FD ATUALIZACAO-FILE
      *----------------------------------------------------------------*
      * 1900-VALIDA-TRANSACAO
      * Triagem da transacao corrente: operacao reconhecida, ID
      * numerico, nao zerado e fora da faixa de pseudonimos, nome e
      * data de matricula obrigatorios na inclusao, inclusao de ID
      * ja cadastrado e alteracao/desativacao de ID inexistente sao
      * rejeitadas com o motivo no relatorio.
      *----------------------------------------------------------------*
       1900-VALIDA-TRANSACAO.
           SET WS-TRN-VALIDA TO TRUE.
               MOVE "ID DO ALUNO INVALIDO" TO WS-MOTIVO-REJEITO
           END-IF.

      * A faixa 90000-99999 e dos pseudonimos gravados pelo
      * EXPURGO-LGPD: incluir ali colidiria com um pseudonimo futuro,
      * e alterar um registro anonimizado devolveria dados pessoais.
           IF WS-TRN-VALIDA
                   AND MOV-ID-ALUNO >= "90000"
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "ID NA FAIXA RESERVADA A PSEUDONIMOS"
                   TO WS-MOTIVO-REJEITO
           END-IF.

      * Nome em branco rejeita tanto a inclusao quanto a alteracao -
      * uma alteracao sem nome apagaria em silencio o nome do aluno
      * no mestre, exatamente a corrupcao que este job veio impedir.
           MOVE MOV-CURSO         TO MST-CURSO.
           MOVE MOV-DT-MATRICULA  TO MST-DT-MATRICULA.
           MOVE "A"               TO MST-SITUACAO.
           IF MOV-DT-NASCIMENTO IS NUMERIC
               MOVE MOV-DT-NASCIMENTO TO MST-DT-NASCIMENTO
           ELSE
               MOVE ZERO TO MST-DT-NASCIMENTO
           END-IF.
           MOVE ZERO              TO MST-DT-DESATIVACAO.
           WRITE REG-MESTRE
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR O ALUNO " MST-ID-ALUNO
      * Regrava o registro lido pela busca com os campos informados
      * na transacao, preservando a situacao corrente - uma
      * alteracao nao reativa um aluno desativado. Curso em branco e
      * datas nao numericas preservam o valor corrente do cadastro (o
      * nome em branco ja foi rejeitado na validacao): campo vazio
      * na transacao significa "nao alterar", nunca "apagar".
      *----------------------------------------------------------------*
           IF MOV-DT-MATRICULA IS NUMERIC
               MOVE MOV-DT-MATRICULA TO MST-DT-MATRICULA
           END-IF.
           IF MOV-DT-NASCIMENTO IS NUMERIC
               MOVE MOV-DT-NASCIMENTO TO MST-DT-NASCIMENTO
           END-IF.
           REWRITE REG-MESTRE
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR O ALUNO " MST-ID-ALUNO

      *----------------------------------------------------------------*
      * 2300-APLICA-DESATIVACAO
      * Regrava o registro lido pela busca com a situacao I e a
      * data do dia como data de desativacao, de onde o EXPURGO-LGPD
      * conta o prazo de retencao. O registro permanece no arquivo,
      * mas os jobs do lote deixam de enxerga-lo na busca por chave.
      *----------------------------------------------------------------*
       2300-APLICA-DESATIVACAO.
           MOVE "I" TO MST-SITUACAO.
           ACCEPT MST-DT-DESATIVACAO FROM DATE YYYYMMDD.
           REWRITE REG-MESTRE
               INVALID KEY
                   DISPLAY "ERRO AO DESATIVAR O ALUNO " MST-ID-ALUNO
