      *================================================================*
      * TURMA-REC.cpy
      * Layout do registro do cadastro de turmas (TABELA-TURMAS.DAT),
      * mantido pela coordenacao: codigo, descricao, curso, professor,
      * turno, nivel de estudo e vigencia de cada versao da turma. E
      * a partir deste cadastro que o lote valida o codigo de turma
      * de cada detalhe (um "T0l" digitado errado deixa de virar
      * turma nova em silencio), o relatorio enriquece os subtotais
      * por turma e o RELATORIO-PROFESSOR agrega o desempenho por
      * professor.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02-SET-26  LCF     Criacao, para o cadastro de turmas da
      *                    coordenacao.
      * 15-OUT-26  LCF     Nivel de estudo da turma, para a carga das
      *                    folhas de notas (CARGA-FOLHAS-NOTAS)
      *                    gerar o nivel de cada detalhe de ALUNOS.DAT
      *                    a partir da turma, sem redigitacao -
      *                    registro de 93 para 108 bytes.
      * 15-OUT-26  LCF     Vigencia da versao da turma (data de
      *                    inicio e de fim, AAAAMMDD; fim 99999999 =
      *                    em aberto): o mesmo codigo pode ter mais
      *                    de uma versao no cadastro (troca de
      *                    professor no meio do periodo, por
      *                    exemplo), e os jobs usam a vigente na data
      *                    da avaliacao - registro de 108 para 124
      *                    bytes. Mantido pelo MANUTENCAO-TABELAS.
      *================================================================*
       01  WS-REG-TURMA-CAD.
           05  WS-TUR-CODIGO         PIC X(03).
           05  WS-TUR-CURSO          PIC X(20).
           05  WS-TUR-PROFESSOR      PIC X(30).
           05  WS-TUR-TURNO          PIC X(10).
           05  WS-TUR-NIVEL-ESTUDO   PIC X(15).
           05  WS-TUR-DT-INICIO      PIC 9(08).
           05  WS-TUR-DT-FIM         PIC 9(08).
