      *================================================================*
      * HONRA-REC.cpy
      * Registro do quadro de honra (QUADRO-HONRA.DAT), arquivo de
      * largura fixa entregue ao setor de bolsas: uma linha por aluno
      * do quadro, na ordem de curso e posicao no ranking do curso.
      * Gravado pelo RANKING-HONRA a cada emissao (OPEN OUTPUT).
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para a distribuicao de bolsas e
      *                    monitorias pelo ranking do semestre.
      *================================================================*
       01  REG-HONRA.
           05  HON-SEMESTRE          PIC X(05).
           05  HON-CURSO             PIC X(20).
           05  HON-POSICAO           PIC 9(03).
           05  HON-ID-ALUNO          PIC 9(05).
           05  HON-NOME              PIC X(30).
           05  HON-MEDIA             PIC 9(03).
           05  HON-QTD-AVALIACOES    PIC 9(04).
           05  HON-PCT-FREQUENCIA    PIC 9(03).
           05  HON-QTD-TURMAS        PIC 9(02).
           05  HON-NOTA-CORTE        PIC 9(03).
           05  HON-DATA-EMISSAO      PIC 9(08).
