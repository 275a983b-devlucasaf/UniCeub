      *================================================================*
      * HISTORICO-REC.cpy
      * Layout do registro do historico semestral de avaliacoes
      * (HISTORICO.DAT), indexado pela chave aluno+data+turma
      * (WS-HST-CHAVE, no inicio do registro) e com a turma como
      * chave alternada: cada resultado apurado pelo lote (e pelo
      * reprocessamento de excecoes, com a marca R) e GRAVADO por
      * chave, formando o acumulado do periodo que alimenta o
      * transcrito por aluno (TRANSCRITO-ALUNO).
      * A revisao de nota deferida (REVISA-NOTAS) REGRAVA o proprio
      * resultado revisado com a marca V, carregando a nota e o
      * conceito que ele substituiu - cada avaliacao e um registro
      * so, e quem acumula o historico soma a nota como esta.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      *                    turma e resolver os cortes da media
      *                    final por nivel - registro de 38 para
      *                    56 bytes.
      * 15-OUT-26  LCF     Notas componentes N1, N2 e trabalho do
      *                    resultado, e nota/conceito substituidos
      *                    pela revisao de nota (marca V) - registro
      *                    de 56 para 69 bytes.
      * 15-OUT-26  LCF     Historico indexado: a turma sobe para
      *                    junto do aluno e da data, formando a
      *                    chave primaria WS-HST-CHAVE (mesmos 69
      *                    bytes, campos reordenados - o layout
      *                    anterior so e lido pelo CONVERTE-HISTORICO,
      *                    na migracao dos arquivos). A revisao deixa
      *                    de anexar registro: o V regrava o
      *                    resultado revisado.
      *================================================================*
       01  WS-REG-HISTORICO.
           05  WS-HST-CHAVE.
               10  WS-HST-ID-ALUNO   PIC 9(05).
               10  WS-HST-DATA       PIC 9(08).
               10  WS-HST-TURMA      PIC X(03).
           05  WS-HST-NOTA           PIC 9(03).
           05  WS-HST-CONCEITO       PIC X(01).
           05  WS-HST-SITUACAO       PIC X(20).
           05  WS-HST-MARCA          PIC X(01).
               88  WS-HST-REPROCESSADO    VALUE "R".
               88  WS-HST-REVISADO        VALUE "V".
           05  WS-HST-NIVEL-ESTUDO   PIC X(15).
           05  WS-HST-NOTA-N1        PIC 9(03).
           05  WS-HST-NOTA-N2        PIC 9(03).
           05  WS-HST-NOTA-TRABALHO  PIC 9(03).
           05  WS-HST-NOTA-ANTERIOR  PIC 9(03).
           05  WS-HST-CONC-ANTERIOR  PIC X(01).
