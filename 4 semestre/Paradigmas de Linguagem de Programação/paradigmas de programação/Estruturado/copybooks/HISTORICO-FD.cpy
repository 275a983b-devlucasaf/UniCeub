      *================================================================*
      * HISTORICO-FD.cpy
      * Registro do historico semestral indexado (HISTORICO.DAT e
      * os arquivamentos HISTORICO-AAAAS.DAT), com a chave primaria
      * aluno+data+turma (HST-CHAVE) e a turma (HST-TURMA) como
      * chave alternada com duplicatas - a visao de FILE SECTION do
      * layout de HISTORICO-REC.cpy, compartilhada por todos os FDs
      * que leem ou gravam o historico, como o MESTRE-FD.cpy do
      * mestre indexado.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, na conversao do historico para
      *                    organizacao indexada.
      *================================================================*
       01  REG-HISTORICO.
           05  HST-CHAVE.
               10  HST-ID-ALUNO      PIC 9(05).
               10  HST-DATA          PIC 9(08).
               10  HST-TURMA         PIC X(03).
           05  HST-NOTA              PIC 9(03).
           05  HST-CONCEITO          PIC X(01).
           05  HST-SITUACAO          PIC X(20).
           05  HST-MARCA             PIC X(01).
           05  HST-NIVEL-ESTUDO      PIC X(15).
           05  HST-NOTA-N1           PIC 9(03).
           05  HST-NOTA-N2           PIC 9(03).
           05  HST-NOTA-TRABALHO     PIC 9(03).
           05  HST-NOTA-ANTERIOR     PIC 9(03).
           05  HST-CONC-ANTERIOR     PIC X(01).
