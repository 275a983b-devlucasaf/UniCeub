      * 02-SET-26  LCF     Criacao, consolidando as sete copias
      *                    retypadas do FD do mestre indexado que
      *                    existiam nos jobs do lote.
      * 15-OUT-26  LCF     Data de nascimento do aluno (AAAAMMDD,
      *                    zerada quando nao informada), como em
      *                    MESTRE-REC.cpy.
      * 15-OUT-26  LCF     Data de desativacao do aluno (AAAAMMDD,
      *                    zerada no aluno ativo) e faixa de
      *                    pseudonimos a partir do ID 90000, como em
      *                    MESTRE-REC.cpy.
      *================================================================*
       01  REG-MESTRE.
           05  MST-ID-ALUNO          PIC 9(05).
           05  MST-SITUACAO          PIC X(01).
               88  MST-ATIVO              VALUE "A".
               88  MST-INATIVO            VALUE "I".
           05  MST-DT-NASCIMENTO     PIC 9(08).
           05  MST-DT-DESATIVACAO    PIC 9(08).
