      *================================================================*
      * FECHAMENTO-REC.cpy
      * Registro do arquivo de fechamento de semestre por aluno e
      * turma (FECHAMENTO.DAT), gravado pelo FECHA-SEMESTRE e
      * atualizado pelo PROCESSA-RECUPERACAO - a visao de FILE
      * SECTION compartilhada pelos FDs que gravam ou leem o
      * fechamento, para o layout nunca divergir entre os jobs.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, extraido do FD do FECHA-SEMESTRE,
      *                    com o nivel de estudo da media final, a
      *                    marca de resultado pos-recuperacao (P) e
      *                    a nota da prova de recuperacao - registro
      *                    de 40 para 59 bytes.
      * 15-OUT-26  LCF     Data de referencia da vigencia dos cortes
      *                    aplicados na media final (data da ultima
      *                    avaliacao do aluno na turma) - registro
      *                    de 59 para 67 bytes.
      *================================================================*
       01  REG-FECHAMENTO.
           05  FEC-ID-ALUNO          PIC 9(05).
           05  FEC-SEMESTRE          PIC X(05).
           05  FEC-TURMA             PIC X(03).
           05  FEC-QTD-AVALIACOES    PIC 9(03).
           05  FEC-MEDIA-FINAL       PIC 9(03).
           05  FEC-CONCEITO-FINAL    PIC X(01).
           05  FEC-SITUACAO-FINAL    PIC X(20).
           05  FEC-NIVEL-ESTUDO      PIC X(15).
           05  FEC-MARCA             PIC X(01).
               88  FEC-POS-RECUPERACAO    VALUE "P".
           05  FEC-NOTA-RECUPERACAO  PIC 9(03).
           05  FEC-DATA-REFERENCIA   PIC 9(08).
