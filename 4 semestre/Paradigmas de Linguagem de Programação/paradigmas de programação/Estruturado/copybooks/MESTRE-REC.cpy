      *                    Um registro sem a coluna (cadastro anterior
      *                    a esta data) vale como ativo - so a marca
      *                    I desativa o aluno para os jobs do lote.
      * 15-OUT-26  LCF     Data de nascimento do aluno (AAAAMMDD),
      *                    para a carga das folhas de notas
      *                    (CARGA-FOLHAS-NOTAS) apurar a idade de
      *                    cada detalhe de ALUNOS.DAT em vez de
      *                    redigita-la - registro de 64 para 72
      *                    bytes. Registro sem a coluna fica com a
      *                    data zerada (nascimento nao informado).
      * 15-OUT-26  LCF     Data de desativacao do aluno (AAAAMMDD),
      *                    gravada pelo MANUTENCAO-MESTRE na
      *                    desativacao, para o EXPURGO-LGPD contar o
      *                    prazo de retencao dos dados pessoais -
      *                    registro de 72 para 80 bytes. Zerada no
      *                    aluno ativo e no desativado antes desta
      *                    data. IDs de 90000 em diante sao
      *                    reservados aos pseudonimos gravados pelo
      *                    expurgo no lugar dos alunos anonimizados.
      *================================================================*
       01  WS-REG-MESTRE.
           05  WS-MST-ID-ALUNO       PIC 9(05).
           05  WS-MST-SITUACAO       PIC X(01).
               88  WS-MST-ATIVO           VALUE "A".
               88  WS-MST-INATIVO         VALUE "I".
           05  WS-MST-DT-NASCIMENTO  PIC X(08).
           05  WS-MST-DT-DESATIVACAO PIC X(08).
