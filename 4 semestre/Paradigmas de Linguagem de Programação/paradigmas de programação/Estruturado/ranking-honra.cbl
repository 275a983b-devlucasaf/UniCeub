      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANKING-HONRA.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Ranking por curso e quadro de honra do semestre,
      * para a coordenacao distribuir monitorias e bolsas - ate aqui
      * montados a mao a partir do FECHAMENTO.DAT e do mestre. O job:
      *   1. le o FECHAMENTO.DAT do semestre do PARM (uma linha por
      *      aluno e turma, ja com o resultado da recuperacao quando
      *      o PROCESSA-RECUPERACAO rodou) e consolida cada aluno: a
      *      media do periodo e a media das medias finais das turmas
      *      (arredondada), mais o total de avaliacoes e a marca de
      *      REPROVADO POR FALTA em qualquer turma;
      *   2. soma a frequencia do aluno em todas as turmas
      *      (FREQUENCIA.DAT) no percentual de presenca do periodo;
      *   3. busca o curso, o nome e a situacao no cadastro mestre
      *      (MESTRE-INDEXADO.DAT) e classifica por curso, media
      *      (maior primeiro), numero de avaliacoes (mais avaliacoes
      *      primeiro) e frequencia (maior primeiro) - o ID so fixa
      *      a ordem de impressao; alunos empatados nos tres criterios
      *      dividem a posicao (marcados com "=");
      *   4. imprime o ranking de cada curso e, em seguida, o quadro
      *      de honra: os alunos ativos com media igual ou acima da
      *      nota de corte do PARM e sem nenhum REPROVADO POR FALTA
      *      no periodo (RANKING-CURSOS.DAT);
      *   5. grava o quadro de honra em largura fixa para o setor de
      *      bolsas (QUADRO-HONRA.DAT, layout em HONRA-REC.cpy).
      * PARM: "AAAAS NNN" - o semestre, obrigatorio, e a nota de
      * corte do quadro (000-100), opcional, padrao 090 (o corte do
      * conceito A). RC 4 quando algum aluno do fechamento nao esta
      * no mestre ou nao cabe nas tabelas; RC 8 em erro de arquivo,
      * PARM invalido ou fechamento sem o semestre pedido.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para a distribuicao de monitorias
      *                    e bolsas pelo resultado do semestre.
      *----------------------------------------------------------------*

      *================================================================*
      * ENVIRONMENT DIVISION
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ANY-COMPUTER.
       OBJECT-COMPUTER. ANY-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - FECHAMENTO DO SEMESTRE, POR ALUNO E TURMA
      *----------------------------------------------------------------*
           SELECT FECHAMENTO-FILE ASSIGN TO "FECHAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECHAMENTO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - FREQUENCIA POR ALUNO E TURMA (ID,
      * TURMA, AULAS DADAS, AULAS PRESENTES), A MESMA DO DRIVER.
      * OPTIONAL: SEM ELA O DESEMPATE PELA FREQUENCIA NAO SE APLICA
      *----------------------------------------------------------------*
           SELECT OPTIONAL FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FREQUENCIA.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO MESTRE DE ALUNOS DA SECRETARIA,
      * INDEXADO POR ID E LIDO POR CHAVE PARA CURSO, NOME E SITUACAO
      *----------------------------------------------------------------*
           SELECT MESTRE-FILE ASSIGN TO "MESTRE-INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID-ALUNO
               FILE STATUS IS WS-STATUS-MESTRE.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - RANKING POR CURSO E QUADRO DE HONRA
      *----------------------------------------------------------------*
           SELECT RANKING-FILE ASSIGN TO "RANKING-CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RANKING.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - QUADRO DE HONRA EM LARGURA FIXA PARA O
      * SETOR DE BOLSAS
      *----------------------------------------------------------------*
           SELECT HONRA-FILE ASSIGN TO "QUADRO-HONRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-HONRA.

      *----------------------------------------------------------------*
      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CURSO/MEDIA/
      * AVALIACOES/FREQUENCIA
      *----------------------------------------------------------------*
           SELECT SORT-WORK ASSIGN TO "SORTWK".

      *================================================================*
      * DATA DIVISION
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * FD FECHAMENTO-FILE
      * Registro do fechamento por aluno e turma (FECHAMENTO-REC.cpy).
      *----------------------------------------------------------------*
       FD  FECHAMENTO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FECHAMENTO-REC.

      *----------------------------------------------------------------*
      * FD FREQUENCIA-FILE
      * Uma linha da frequencia: o aluno, a turma, quantas aulas a
      * turma teve no periodo e em quantas o aluno esteve presente.
      *----------------------------------------------------------------*
       FD  FREQUENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FREQUENCIA.
           05  FRQ-ID-ALUNO          PIC 9(05).
           05  FRQ-TURMA             PIC X(03).
           05  FRQ-AULAS-DADAS       PIC 9(03).
           05  FRQ-AULAS-PRESENTES   PIC 9(03).

      *----------------------------------------------------------------*
      * FD MESTRE-FILE
      * Registro do cadastro mestre indexado (MESTRE-FD.cpy).
      *----------------------------------------------------------------*
       FD  MESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MESTRE-FD.

      *----------------------------------------------------------------*
      * FD RANKING-FILE
      * Linha formatada do relatorio de ranking e quadro de honra.
      *----------------------------------------------------------------*
       FD  RANKING-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-RANKING               PIC X(100).

      *----------------------------------------------------------------*
      * FD HONRA-FILE
      * Registro do quadro de honra para o setor de bolsas
      * (HONRA-REC.cpy).
      *----------------------------------------------------------------*
       FD  HONRA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HONRA-REC.

      *----------------------------------------------------------------*
      * SD SORT-WORK
      * Registro de classificacao: o aluno consolidado do semestre,
      * ja com curso, nome e situacao do mestre.
      *----------------------------------------------------------------*
       SD  SORT-WORK.
       01  REG-SORT.
           05  SRT-CURSO             PIC X(20).
           05  SRT-MEDIA             PIC 9(03).
           05  SRT-QTD-AVALIACOES    PIC 9(04).
           05  SRT-PCT-FREQUENCIA    PIC 9(03).
           05  SRT-ID-ALUNO          PIC 9(05).
           05  SRT-NOME              PIC X(30).
           05  SRT-QTD-TURMAS        PIC 9(02).
           05  SRT-SITUACAO          PIC X(01).
               88  SRT-ATIVO              VALUE "A".
           05  SRT-FALTA             PIC X(01).
               88  SRT-REPROVOU-FALTA     VALUE "S".
           05  SRT-RECUPERACAO       PIC X(01).
               88  SRT-RECUP-PENDENTE     VALUE "S".

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE NA SAIDA
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * LINHA DE PARM RECEBIDA E SEUS DOIS TOKENS: O SEMESTRE (AAAAS)
      * E A NOTA DE CORTE DO QUADRO DE HONRA
      *----------------------------------------------------------------*
       01  WS-PARM-RECEBIDO.
           05  WS-PARM-LINHA         PIC X(40) VALUE SPACES.
           05  WS-PARM-TOKEN-1       PIC X(10) VALUE SPACES.
           05  WS-PARM-TOKEN-2       PIC X(10) VALUE SPACES.
       01  WS-PARM-SEMESTRE         PIC X(05) VALUE SPACES.
       01  WS-NOTA-CORTE            PIC 9(03) VALUE 090.
       01  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * ALUNOS DO SEMESTRE CONSOLIDADOS DO FECHAMENTO (UMA ENTRADA
      * POR ALUNO, SOMANDO AS TURMAS) E DA FREQUENCIA
      *----------------------------------------------------------------*
       01  WS-TABELA-ALUNOS.
           05  WS-QTD-ALUNOS         PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-ALUNO OCCURS 999 TIMES.
               10  WS-ALU-ID-ALUNO        PIC 9(05).
               10  WS-ALU-QTD-TURMAS      PIC 9(02).
               10  WS-ALU-SOMA-MEDIAS     PIC 9(05).
               10  WS-ALU-QTD-AVALIACOES  PIC 9(04).
               10  WS-ALU-AULAS-DADAS     PIC 9(05).
               10  WS-ALU-AULAS-PRESENTES PIC 9(05).
               10  WS-ALU-FALTA           PIC X(01).
                   88  WS-ALU-REPROVOU-FALTA   VALUE "S".
               10  WS-ALU-RECUPERACAO     PIC X(01).
                   88  WS-ALU-RECUP-PENDENTE   VALUE "S".

      *----------------------------------------------------------------*
      * ALUNOS DO QUADRO DE HONRA, GUARDADOS NA ORDEM DO RANKING PARA
      * A IMPRESSAO DEPOIS DOS CURSOS
      *----------------------------------------------------------------*
       01  WS-TABELA-HONRA.
           05  WS-QTD-HONRA          PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-HONRA OCCURS 500 TIMES.
               10  WS-HNR-CURSO           PIC X(20).
               10  WS-HNR-POSICAO         PIC 9(03).
               10  WS-HNR-ID-ALUNO        PIC 9(05).
               10  WS-HNR-NOME            PIC X(30).
               10  WS-HNR-MEDIA           PIC 9(03).
               10  WS-HNR-QTD-AVALIACOES  PIC 9(04).
               10  WS-HNR-PCT-FREQUENCIA  PIC 9(03).
               10  WS-HNR-QTD-TURMAS      PIC 9(02).

      *----------------------------------------------------------------*
      * SUBSCRITOS E BUSCA NA TABELA DE ALUNOS
      *----------------------------------------------------------------*
       01  WS-INDICES.
           05  WS-IDX-ALUNO          PIC 9(04) COMP VALUE ZERO.
           05  WS-IDX-BUSCA          PIC 9(04) COMP VALUE ZERO.
           05  WS-IDX-ACHADO         PIC 9(04) COMP VALUE ZERO.
           05  WS-IDX-HONRA          PIC 9(04) COMP VALUE ZERO.
       01  WS-ID-BUSCA              PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * QUEBRA POR CURSO E POSICAO NO RANKING: A POSICAO SO AVANCA
      * QUANDO MUDA ALGUM DOS TRES CRITERIOS EM RELACAO AO ANTERIOR
      *----------------------------------------------------------------*
       01  WS-CONTROLE-RANKING.
           05  WS-CURSO-ATUAL        PIC X(20) VALUE SPACES.
           05  WS-SEQ-CURSO          PIC 9(03) VALUE ZERO.
           05  WS-POSICAO            PIC 9(03) VALUE ZERO.
           05  WS-ANT-MEDIA          PIC 9(03) VALUE ZERO.
           05  WS-ANT-QTD-AVALIACOES PIC 9(04) VALUE ZERO.
           05  WS-ANT-PCT-FREQUENCIA PIC 9(03) VALUE ZERO.
           05  WS-QTD-CURSO          PIC 9(04) VALUE ZERO.
           05  WS-HONRA-CURSO        PIC 9(04) VALUE ZERO.
           05  WS-EMPATE             PIC X(01) VALUE "N".
               88  WS-HA-EMPATE           VALUE "S".

      *----------------------------------------------------------------*
      * AREA DE CALCULO DO ALUNO LIBERADO PARA A CLASSIFICACAO
      *----------------------------------------------------------------*
       01  WS-CALCULO-ALUNO.
           05  WS-MEDIA-ALUNO        PIC 9(03) VALUE ZERO.
           05  WS-PCT-ALUNO          PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * TOTAIS DA EMISSAO PARA O RELATORIO E O CONSOLE
      *----------------------------------------------------------------*
       01  WS-TOTAIS-RANKING.
           05  WS-TOT-LIDOS          PIC 9(05) VALUE ZERO.
           05  WS-TOT-OUTRO-SEMESTRE PIC 9(05) VALUE ZERO.
           05  WS-TOT-EXCEDENTES     PIC 9(05) VALUE ZERO.
           05  WS-TOT-SEM-MESTRE     PIC 9(05) VALUE ZERO.
           05  WS-TOT-CLASSIFICADOS  PIC 9(05) VALUE ZERO.
           05  WS-TOT-CURSOS         PIC 9(04) VALUE ZERO.
           05  WS-TOT-HONRA          PIC 9(05) VALUE ZERO.
           05  WS-TOT-HONRA-EXCED    PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-FECHAMENTO     PIC X(02) VALUE "00".
       01  WS-STATUS-FREQUENCIA     PIC X(02) VALUE "00".
       01  WS-STATUS-MESTRE         PIC X(02) VALUE "00".
       01  WS-STATUS-RANKING        PIC X(02) VALUE "00".
       01  WS-STATUS-HONRA          PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-FECHAMENTO     PIC X(01) VALUE "N".
               88  WS-FIM-FECHAMENTO VALUE "S".
           05  WS-EOF-FREQUENCIA     PIC X(01) VALUE "N".
               88  WS-FIM-FREQUENCIA VALUE "S".
           05  WS-EOF-SORT           PIC X(01) VALUE "N".
               88  WS-FIM-SORT       VALUE "S".
           05  WS-ALUNO-ACHADO       PIC X(01) VALUE "N".
               88  WS-ACHOU-ALUNO    VALUE "S".

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-TEXTO           PIC X(100) VALUE SPACES.
       01  WS-LINHA-SEPARADORA      PIC X(95) VALUE ALL "-".

      *----------------------------------------------------------------*
      * CABECALHO DE COLUNAS, ALINHADO COM A LINHA DO ALUNO
      *----------------------------------------------------------------*
       01  WS-CABEC-COLUNAS.
           05  FILLER                PIC X(06) VALUE " POS".
           05  FILLER                PIC X(08) VALUE "MATRIC.".
           05  FILLER                PIC X(32) VALUE "NOME".
           05  FILLER                PIC X(07) VALUE "MEDIA".
           05  FILLER                PIC X(07) VALUE " AVAL.".
           05  FILLER                PIC X(07) VALUE " FREQ.".
           05  FILLER                PIC X(08) VALUE "TURMAS".
           05  FILLER                PIC X(20) VALUE "OBSERVACAO".

       01  WS-LINHA-ALUNO.
           05  WS-LAL-POSICAO        PIC ZZ9.
           05  WS-LAL-EMPATE         PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LAL-ID-ALUNO       PIC 9(05).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LAL-NOME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LAL-MEDIA          PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-LAL-QTD-AVALIACOES PIC ZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LAL-PCT-FREQUENCIA PIC ZZ9.
           05  FILLER                PIC X(01) VALUE "%".
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-LAL-QTD-TURMAS     PIC Z9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-LAL-OBSERVACAO     PIC X(20).

      *----------------------------------------------------------------*
      * CABECALHO E LINHA DO QUADRO DE HONRA
      *----------------------------------------------------------------*
       01  WS-CABEC-HONRA.
           05  FILLER                PIC X(22) VALUE "CURSO".
           05  FILLER                PIC X(06) VALUE " POS".
           05  FILLER                PIC X(08) VALUE "MATRIC.".
           05  FILLER                PIC X(32) VALUE "NOME".
           05  FILLER                PIC X(07) VALUE "MEDIA".
           05  FILLER                PIC X(07) VALUE " AVAL.".
           05  FILLER                PIC X(06) VALUE " FREQ.".

       01  WS-LINHA-HONRA.
           05  WS-LHN-CURSO          PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LHN-POSICAO        PIC ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LHN-ID-ALUNO       PIC 9(05).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LHN-NOME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LHN-MEDIA          PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-LHN-QTD-AVALIACOES PIC ZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-LHN-PCT-FREQUENCIA PIC ZZ9.
           05  FILLER                PIC X(01) VALUE "%".

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-RANKING-PRINCIPAL
      * Le o PARM, consolida fechamento e frequencia por aluno,
      * classifica os alunos por curso e criterios do ranking,
      * imprime o ranking de cada curso e depois o quadro de honra,
      * gravado tambem para o setor de bolsas.
      *----------------------------------------------------------------*
       0000-RANKING-PRINCIPAL.
           DISPLAY "RANKING POR CURSO E QUADRO DE HONRA".
           DISPLAY " ".

           PERFORM 0500-LE-PARAMETROS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1000-CARGA-FECHAMENTO.
           PERFORM 1500-CARGA-FREQUENCIA.

           OPEN INPUT MESTRE-FILE.
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO AO ABRIR MESTRE-INDEXADO.DAT - STATUS: "
                       WS-STATUS-MESTRE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RANKING-EXIT
           END-IF.

           OPEN OUTPUT RANKING-FILE.
           IF WS-STATUS-RANKING NOT = "00"
               DISPLAY "ERRO AO ABRIR RANKING-CURSOS.DAT - STATUS: "
                       WS-STATUS-RANKING
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RANKING-EXIT
           END-IF.

           OPEN OUTPUT HONRA-FILE.
           IF WS-STATUS-HONRA NOT = "00"
               DISPLAY "ERRO AO ABRIR QUADRO-HONRA.DAT - STATUS: "
                       WS-STATUS-HONRA
               CLOSE MESTRE-FILE
               CLOSE RANKING-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RANKING-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "RANKING POR CURSO - SEMESTRE " WS-PARM-SEMESTRE
               " - EMITIDO EM " WS-DATA-SISTEMA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE "CRITERIOS: MEDIA DO PERIODO, NUMERO DE AVALIACOES, "
               TO WS-LINHA-TEXTO.
           MOVE "FREQUENCIA (= POSICAO DIVIDIDA)"
               TO WS-LINHA-TEXTO (52:49).
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CURSO
               ON DESCENDING KEY SRT-MEDIA
               ON DESCENDING KEY SRT-QTD-AVALIACOES
               ON DESCENDING KEY SRT-PCT-FREQUENCIA
               ON ASCENDING KEY SRT-ID-ALUNO
               INPUT PROCEDURE IS 3000-LIBERA-ALUNOS
               OUTPUT PROCEDURE IS 5000-IMPRIME-RANKING.

           CLOSE MESTRE-FILE.

           PERFORM 6000-IMPRIME-QUADRO-HONRA.
           PERFORM 6500-IMPRIME-TOTAIS.

           CLOSE RANKING-FILE.
           CLOSE HONRA-FILE.

           DISPLAY " ".
           DISPLAY ">>> RESUMO DO RANKING <<<".
           DISPLAY "Semestre..............: " WS-PARM-SEMESTRE.
           DISPLAY "Nota de corte.........: " WS-NOTA-CORTE.
           DISPLAY "Linhas do fechamento..: " WS-TOT-LIDOS.
           DISPLAY "Alunos classificados..: " WS-TOT-CLASSIFICADOS.
           DISPLAY "Cursos................: " WS-TOT-CURSOS.
           DISPLAY "Quadro de honra.......: " WS-TOT-HONRA.
           DISPLAY "Fora do mestre........: " WS-TOT-SEM-MESTRE.

      * Aluno fora do mestre ou das tabelas fica fora do ranking e
      * pede a atencao da coordenacao antes da distribuicao.
           IF WS-TOT-SEM-MESTRE > ZERO
                   OR WS-TOT-EXCEDENTES > ZERO
                   OR WS-TOT-HONRA-EXCED > ZERO
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

       0000-RANKING-EXIT.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500-LE-PARAMETROS
      * Le o PARM da linha de comando: o primeiro token e o semestre
      * (AAAAS), obrigatorio; o segundo, opcional, e a nota de corte
      * do quadro de honra, de 1 a 3 digitos, no maximo 100.
      *----------------------------------------------------------------*
       0500-LE-PARAMETROS.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           UNSTRING WS-PARM-LINHA DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.

           IF WS-PARM-TOKEN-1 (1:5) NOT NUMERIC
                   OR WS-PARM-TOKEN-1 (6:5) NOT = SPACES
               DISPLAY "ERRO: PARM DE SEMESTRE AUSENTE/INVALIDO ("
                       WS-PARM-TOKEN-1 ") - INFORME AAAAS [NNN], "
                       "EX: 20261 085"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RANKING-EXIT
           END-IF.
           MOVE WS-PARM-TOKEN-1 (1:5) TO WS-PARM-SEMESTRE.

           IF WS-PARM-TOKEN-2 NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN-2 (1:3) IS NUMERIC
                           AND WS-PARM-TOKEN-2 (4:7) = SPACES
                       MOVE WS-PARM-TOKEN-2 (1:3) TO WS-NOTA-CORTE
                   WHEN WS-PARM-TOKEN-2 (1:2) IS NUMERIC
                           AND WS-PARM-TOKEN-2 (3:8) = SPACES
                       MOVE WS-PARM-TOKEN-2 (1:2) TO WS-NOTA-CORTE
                   WHEN WS-PARM-TOKEN-2 (1:1) IS NUMERIC
                           AND WS-PARM-TOKEN-2 (2:9) = SPACES
                       MOVE WS-PARM-TOKEN-2 (1:1) TO WS-NOTA-CORTE
                   WHEN OTHER
                       MOVE 999 TO WS-NOTA-CORTE
               END-EVALUATE
               IF WS-NOTA-CORTE > 100
                   DISPLAY "ERRO: NOTA DE CORTE INVALIDA ("
                           WS-PARM-TOKEN-2 ") - INFORME DE 0 A 100"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-RANKING-EXIT
               END-IF
           END-IF.

           DISPLAY "SEMESTRE.......: " WS-PARM-SEMESTRE.
           DISPLAY "NOTA DE CORTE..: " WS-NOTA-CORTE.
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 1000-CARGA-FECHAMENTO
      * Le o fechamento e consolida por aluno as linhas do semestre
      * do PARM. O FECHAMENTO.DAT guarda so o ultimo semestre
      * fechado: sem nenhuma linha do semestre pedido o ranking nao
      * e emitido.
      *----------------------------------------------------------------*
       1000-CARGA-FECHAMENTO.
           MOVE "N" TO WS-EOF-FECHAMENTO.
           OPEN INPUT FECHAMENTO-FILE.
           IF WS-STATUS-FECHAMENTO NOT = "00"
               DISPLAY "ERRO AO ABRIR FECHAMENTO.DAT - STATUS: "
                       WS-STATUS-FECHAMENTO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RANKING-EXIT
           END-IF.

           READ FECHAMENTO-FILE
               AT END
                   SET WS-FIM-FECHAMENTO TO TRUE
           END-READ.
           PERFORM 1100-ACUMULA-FECHAMENTO
               UNTIL WS-FIM-FECHAMENTO.

           CLOSE FECHAMENTO-FILE.

           IF WS-TOT-LIDOS = ZERO
               DISPLAY "ERRO: FECHAMENTO.DAT NAO TEM O SEMESTRE "
                       WS-PARM-SEMESTRE " (" WS-TOT-OUTRO-SEMESTRE
                       " LINHA(S) DE OUTRO SEMESTRE) - RANKING NAO "
                       "EMITIDO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RANKING-EXIT
           END-IF.

           IF WS-TOT-EXCEDENTES > ZERO
               DISPLAY "AVISO: " WS-TOT-EXCEDENTES " LINHA(S) DO "
                       "FECHAMENTO ALEM DA TABELA DE ALUNOS - FORA "
                       "DO RANKING"
           END-IF.

      *----------------------------------------------------------------*
      * 1100-ACUMULA-FECHAMENTO
      * Soma a linha corrente do fechamento ao aluno (incluindo-o na
      * tabela na primeira turma) e avanca.
      *----------------------------------------------------------------*
       1100-ACUMULA-FECHAMENTO.
           IF FEC-SEMESTRE NOT = WS-PARM-SEMESTRE
               ADD 1 TO WS-TOT-OUTRO-SEMESTRE
           ELSE
               ADD 1 TO WS-TOT-LIDOS
               MOVE FEC-ID-ALUNO TO WS-ID-BUSCA
               PERFORM 1200-BUSCA-ALUNO
               IF NOT WS-ACHOU-ALUNO
                   IF WS-QTD-ALUNOS < 999
                       PERFORM 1300-INCLUI-ALUNO
                   ELSE
                       ADD 1 TO WS-TOT-EXCEDENTES
                   END-IF
               END-IF
               IF WS-ACHOU-ALUNO
                   ADD 1 TO WS-ALU-QTD-TURMAS (WS-IDX-ACHADO)
                   ADD FEC-MEDIA-FINAL
                       TO WS-ALU-SOMA-MEDIAS (WS-IDX-ACHADO)
                   ADD FEC-QTD-AVALIACOES
                       TO WS-ALU-QTD-AVALIACOES (WS-IDX-ACHADO)
                   IF FEC-SITUACAO-FINAL = "REPROVADO POR FALTA"
                       MOVE "S" TO WS-ALU-FALTA (WS-IDX-ACHADO)
                   END-IF
                   IF FEC-SITUACAO-FINAL = "RECUPERACAO"
                       MOVE "S" TO WS-ALU-RECUPERACAO (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.
           READ FECHAMENTO-FILE
               AT END
                   SET WS-FIM-FECHAMENTO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1200-BUSCA-ALUNO
      * Procura WS-ID-BUSCA na tabela de alunos; achando, deixa a
      * posicao em WS-IDX-ACHADO.
      *----------------------------------------------------------------*
       1200-BUSCA-ALUNO.
           MOVE "N" TO WS-ALUNO-ACHADO.
           MOVE ZERO TO WS-IDX-BUSCA.
           MOVE ZERO TO WS-IDX-ACHADO.
           PERFORM 1210-COMPARA-ALUNO
               UNTIL WS-ACHOU-ALUNO
                  OR WS-IDX-BUSCA >= WS-QTD-ALUNOS.

      *----------------------------------------------------------------*
      * 1210-COMPARA-ALUNO
      * Compara WS-ID-BUSCA com a proxima entrada da tabela.
      *----------------------------------------------------------------*
       1210-COMPARA-ALUNO.
           ADD 1 TO WS-IDX-BUSCA.
           IF WS-ALU-ID-ALUNO (WS-IDX-BUSCA) = WS-ID-BUSCA
               MOVE "S" TO WS-ALUNO-ACHADO
               MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
      * 1300-INCLUI-ALUNO
      * Abre na tabela a entrada do aluno WS-ID-BUSCA, zerada.
      *----------------------------------------------------------------*
       1300-INCLUI-ALUNO.
           ADD 1 TO WS-QTD-ALUNOS.
           MOVE WS-QTD-ALUNOS TO WS-IDX-ACHADO.
           MOVE WS-ID-BUSCA TO WS-ALU-ID-ALUNO (WS-IDX-ACHADO).
           MOVE ZERO TO WS-ALU-QTD-TURMAS (WS-IDX-ACHADO).
           MOVE ZERO TO WS-ALU-SOMA-MEDIAS (WS-IDX-ACHADO).
           MOVE ZERO TO WS-ALU-QTD-AVALIACOES (WS-IDX-ACHADO).
           MOVE ZERO TO WS-ALU-AULAS-DADAS (WS-IDX-ACHADO).
           MOVE ZERO TO WS-ALU-AULAS-PRESENTES (WS-IDX-ACHADO).
           MOVE "N" TO WS-ALU-FALTA (WS-IDX-ACHADO).
           MOVE "N" TO WS-ALU-RECUPERACAO (WS-IDX-ACHADO).
           MOVE "S" TO WS-ALUNO-ACHADO.

      *----------------------------------------------------------------*
      * 1500-CARGA-FREQUENCIA
      * Soma as aulas dadas e presentes de cada aluno da tabela em
      * todas as turmas. Frequencia ausente = todos com 0%, e o
      * desempate fica so no numero de avaliacoes.
      *----------------------------------------------------------------*
       1500-CARGA-FREQUENCIA.
           MOVE "N" TO WS-EOF-FREQUENCIA.
           OPEN INPUT FREQUENCIA-FILE.
           IF WS-STATUS-FREQUENCIA NOT = "00"
                   AND WS-STATUS-FREQUENCIA NOT = "05"
               DISPLAY "ERRO AO ABRIR FREQUENCIA.DAT - STATUS: "
                       WS-STATUS-FREQUENCIA
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RANKING-EXIT
           END-IF.
           IF WS-STATUS-FREQUENCIA = "05"
               DISPLAY "AVISO: FREQUENCIA.DAT AUSENTE - DESEMPATE "
                       "SEM A FREQUENCIA"
           END-IF.

           READ FREQUENCIA-FILE
               AT END
                   SET WS-FIM-FREQUENCIA TO TRUE
           END-READ.
           PERFORM 1510-ACUMULA-FREQUENCIA
               UNTIL WS-FIM-FREQUENCIA.

           CLOSE FREQUENCIA-FILE.

      *----------------------------------------------------------------*
      * 1510-ACUMULA-FREQUENCIA
      * Soma a linha corrente da frequencia ao aluno, se ele estiver
      * no fechamento do semestre, e avanca.
      *----------------------------------------------------------------*
       1510-ACUMULA-FREQUENCIA.
           IF FRQ-ID-ALUNO IS NUMERIC
                   AND FRQ-AULAS-DADAS IS NUMERIC
                   AND FRQ-AULAS-PRESENTES IS NUMERIC
               MOVE FRQ-ID-ALUNO TO WS-ID-BUSCA
               PERFORM 1200-BUSCA-ALUNO
               IF WS-ACHOU-ALUNO
                   ADD FRQ-AULAS-DADAS
                       TO WS-ALU-AULAS-DADAS (WS-IDX-ACHADO)
                   ADD FRQ-AULAS-PRESENTES
                       TO WS-ALU-AULAS-PRESENTES (WS-IDX-ACHADO)
               END-IF
           END-IF.
           READ FREQUENCIA-FILE
               AT END
                   SET WS-FIM-FREQUENCIA TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 3000-LIBERA-ALUNOS
      * Procedimento de entrada da classificacao: libera cada aluno
      * consolidado, com a media e a frequencia do periodo e os
      * dados do mestre.
      *----------------------------------------------------------------*
       3000-LIBERA-ALUNOS.
           MOVE ZERO TO WS-IDX-ALUNO.
           PERFORM 3100-LIBERA-ALUNO
               UNTIL WS-IDX-ALUNO >= WS-QTD-ALUNOS.

      *----------------------------------------------------------------*
      * 3100-LIBERA-ALUNO
      * Busca o proximo aluno da tabela no mestre e o libera para a
      * classificacao. Aluno fora do mestre nao tem curso: fica fora
      * do ranking, avisado no console (RC 4).
      *----------------------------------------------------------------*
       3100-LIBERA-ALUNO.
           ADD 1 TO WS-IDX-ALUNO.
           MOVE WS-ALU-ID-ALUNO (WS-IDX-ALUNO) TO MST-ID-ALUNO.
           READ MESTRE-FILE
               INVALID KEY
                   DISPLAY "AVISO: ALUNO " MST-ID-ALUNO
                           " DO FECHAMENTO NAO ESTA NO MESTRE - "
                           "FORA DO RANKING"
                   ADD 1 TO WS-TOT-SEM-MESTRE
               NOT INVALID KEY
                   PERFORM 3200-MONTA-CLASSIFICACAO
                   RELEASE REG-SORT
                   ADD 1 TO WS-TOT-CLASSIFICADOS
           END-READ.

      *----------------------------------------------------------------*
      * 3200-MONTA-CLASSIFICACAO
      * Monta o registro de classificacao do aluno corrente: media
      * das medias finais das turmas (arredondada) e percentual de
      * presenca sobre todas as aulas dadas no periodo.
      *----------------------------------------------------------------*
       3200-MONTA-CLASSIFICACAO.
           COMPUTE WS-MEDIA-ALUNO ROUNDED =
               WS-ALU-SOMA-MEDIAS (WS-IDX-ALUNO)
               / WS-ALU-QTD-TURMAS (WS-IDX-ALUNO).
           MOVE ZERO TO WS-PCT-ALUNO.
           IF WS-ALU-AULAS-DADAS (WS-IDX-ALUNO) > ZERO
               COMPUTE WS-PCT-ALUNO =
                   (WS-ALU-AULAS-PRESENTES (WS-IDX-ALUNO) * 100)
                   / WS-ALU-AULAS-DADAS (WS-IDX-ALUNO)
           END-IF.

           MOVE MST-CURSO          TO SRT-CURSO.
           MOVE WS-MEDIA-ALUNO     TO SRT-MEDIA.
           MOVE WS-ALU-QTD-AVALIACOES (WS-IDX-ALUNO)
                                   TO SRT-QTD-AVALIACOES.
           MOVE WS-PCT-ALUNO       TO SRT-PCT-FREQUENCIA.
           MOVE MST-ID-ALUNO       TO SRT-ID-ALUNO.
           MOVE MST-NOME           TO SRT-NOME.
           MOVE WS-ALU-QTD-TURMAS (WS-IDX-ALUNO)
                                   TO SRT-QTD-TURMAS.
           MOVE MST-SITUACAO       TO SRT-SITUACAO.
           MOVE WS-ALU-FALTA (WS-IDX-ALUNO)
                                   TO SRT-FALTA.
           MOVE WS-ALU-RECUPERACAO (WS-IDX-ALUNO)
                                   TO SRT-RECUPERACAO.

      *----------------------------------------------------------------*
      * 5000-IMPRIME-RANKING
      * Procedimento de saida da classificacao: imprime os alunos na
      * ordem do ranking, com quebra por curso, e separa os do
      * quadro de honra.
      *----------------------------------------------------------------*
       5000-IMPRIME-RANKING.
           MOVE "N" TO WS-EOF-SORT.
           MOVE SPACES TO WS-CURSO-ATUAL.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 5100-IMPRIME-ALUNO
               UNTIL WS-FIM-SORT.
           IF WS-TOT-CURSOS > ZERO
               PERFORM 5300-FECHA-CURSO
           END-IF.

      *----------------------------------------------------------------*
      * 5100-IMPRIME-ALUNO
      * Imprime o aluno classificado corrente na posicao dele no
      * curso - a mesma do anterior quando empatam nos tres
      * criterios - e avanca.
      *----------------------------------------------------------------*
       5100-IMPRIME-ALUNO.
           IF WS-TOT-CURSOS = ZERO
                   OR SRT-CURSO NOT = WS-CURSO-ATUAL
               IF WS-TOT-CURSOS > ZERO
                   PERFORM 5300-FECHA-CURSO
               END-IF
               PERFORM 5200-ABRE-CURSO
           END-IF.

           ADD 1 TO WS-SEQ-CURSO.
           ADD 1 TO WS-QTD-CURSO.
           MOVE "N" TO WS-EMPATE.
           IF WS-SEQ-CURSO > 1
                   AND SRT-MEDIA = WS-ANT-MEDIA
                   AND SRT-QTD-AVALIACOES = WS-ANT-QTD-AVALIACOES
                   AND SRT-PCT-FREQUENCIA = WS-ANT-PCT-FREQUENCIA
               MOVE "S" TO WS-EMPATE
           ELSE
               MOVE WS-SEQ-CURSO TO WS-POSICAO
           END-IF.
           MOVE SRT-MEDIA          TO WS-ANT-MEDIA.
           MOVE SRT-QTD-AVALIACOES TO WS-ANT-QTD-AVALIACOES.
           MOVE SRT-PCT-FREQUENCIA TO WS-ANT-PCT-FREQUENCIA.

           MOVE WS-POSICAO         TO WS-LAL-POSICAO.
           IF WS-HA-EMPATE
               MOVE "=" TO WS-LAL-EMPATE
           ELSE
               MOVE SPACE TO WS-LAL-EMPATE
           END-IF.
           MOVE SRT-ID-ALUNO       TO WS-LAL-ID-ALUNO.
           MOVE SRT-NOME           TO WS-LAL-NOME.
           MOVE SRT-MEDIA          TO WS-LAL-MEDIA.
           MOVE SRT-QTD-AVALIACOES TO WS-LAL-QTD-AVALIACOES.
           MOVE SRT-PCT-FREQUENCIA TO WS-LAL-PCT-FREQUENCIA.
           MOVE SRT-QTD-TURMAS     TO WS-LAL-QTD-TURMAS.
           EVALUATE TRUE
               WHEN SRT-REPROVOU-FALTA
                   MOVE "REPROVADO POR FALTA" TO WS-LAL-OBSERVACAO
               WHEN SRT-RECUP-PENDENTE
                   MOVE "RECUPERACAO PENDENTE" TO WS-LAL-OBSERVACAO
               WHEN NOT SRT-ATIVO
                   MOVE "INATIVO" TO WS-LAL-OBSERVACAO
               WHEN OTHER
                   MOVE SPACES TO WS-LAL-OBSERVACAO
           END-EVALUATE.
           MOVE WS-LINHA-ALUNO TO REG-RANKING.
           WRITE REG-RANKING.

      * Quadro de honra: media na nota de corte ou acima, nenhuma
      * reprovacao por falta no periodo e matricula ativa - bolsa e
      * monitoria nao vao para quem ja saiu.
           IF SRT-MEDIA >= WS-NOTA-CORTE
                   AND NOT SRT-REPROVOU-FALTA
                   AND SRT-ATIVO
               PERFORM 5400-GUARDA-HONRA
           END-IF.

           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.

      *----------------------------------------------------------------*
      * 5200-ABRE-CURSO
      * Inicia o bloco do curso do aluno corrente.
      *----------------------------------------------------------------*
       5200-ABRE-CURSO.
           ADD 1 TO WS-TOT-CURSOS.
           MOVE SRT-CURSO TO WS-CURSO-ATUAL.
           MOVE ZERO TO WS-SEQ-CURSO.
           MOVE ZERO TO WS-POSICAO.
           MOVE ZERO TO WS-QTD-CURSO.
           MOVE ZERO TO WS-HONRA-CURSO.

           MOVE SPACES TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE WS-LINHA-SEPARADORA TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "CURSO: " WS-CURSO-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE WS-LINHA-SEPARADORA TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE WS-CABEC-COLUNAS TO REG-RANKING.
           WRITE REG-RANKING.

      *----------------------------------------------------------------*
      * 5300-FECHA-CURSO
      * Imprime o rodape do curso corrente.
      *----------------------------------------------------------------*
       5300-FECHA-CURSO.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ALUNOS NO CURSO: " WS-QTD-CURSO
               " - NO QUADRO DE HONRA: " WS-HONRA-CURSO
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.

      *----------------------------------------------------------------*
      * 5400-GUARDA-HONRA
      * Guarda o aluno corrente no quadro de honra, para a impressao
      * depois dos cursos, e grava a linha do setor de bolsas.
      *----------------------------------------------------------------*
       5400-GUARDA-HONRA.
           ADD 1 TO WS-TOT-HONRA.
           ADD 1 TO WS-HONRA-CURSO.

           MOVE WS-PARM-SEMESTRE   TO HON-SEMESTRE.
           MOVE SRT-CURSO          TO HON-CURSO.
           MOVE WS-POSICAO         TO HON-POSICAO.
           MOVE SRT-ID-ALUNO       TO HON-ID-ALUNO.
           MOVE SRT-NOME           TO HON-NOME.
           MOVE SRT-MEDIA          TO HON-MEDIA.
           MOVE SRT-QTD-AVALIACOES TO HON-QTD-AVALIACOES.
           MOVE SRT-PCT-FREQUENCIA TO HON-PCT-FREQUENCIA.
           MOVE SRT-QTD-TURMAS     TO HON-QTD-TURMAS.
           MOVE WS-NOTA-CORTE      TO HON-NOTA-CORTE.
           MOVE WS-DATA-SISTEMA    TO HON-DATA-EMISSAO.
           WRITE REG-HONRA.

           IF WS-QTD-HONRA < 500
               ADD 1 TO WS-QTD-HONRA
               MOVE SRT-CURSO
                   TO WS-HNR-CURSO (WS-QTD-HONRA)
               MOVE WS-POSICAO
                   TO WS-HNR-POSICAO (WS-QTD-HONRA)
               MOVE SRT-ID-ALUNO
                   TO WS-HNR-ID-ALUNO (WS-QTD-HONRA)
               MOVE SRT-NOME
                   TO WS-HNR-NOME (WS-QTD-HONRA)
               MOVE SRT-MEDIA
                   TO WS-HNR-MEDIA (WS-QTD-HONRA)
               MOVE SRT-QTD-AVALIACOES
                   TO WS-HNR-QTD-AVALIACOES (WS-QTD-HONRA)
               MOVE SRT-PCT-FREQUENCIA
                   TO WS-HNR-PCT-FREQUENCIA (WS-QTD-HONRA)
               MOVE SRT-QTD-TURMAS
                   TO WS-HNR-QTD-TURMAS (WS-QTD-HONRA)
           ELSE
               ADD 1 TO WS-TOT-HONRA-EXCED
           END-IF.

      *----------------------------------------------------------------*
      * 6000-IMPRIME-QUADRO-HONRA
      * Imprime o quadro de honra depois dos rankings, na ordem de
      * curso e posicao.
      *----------------------------------------------------------------*
       6000-IMPRIME-QUADRO-HONRA.
           MOVE SPACES TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE WS-LINHA-SEPARADORA TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "QUADRO DE HONRA - SEMESTRE " WS-PARM-SEMESTRE
               " - MEDIA IGUAL OU ACIMA DE " WS-NOTA-CORTE
               ", SEM REPROVACAO POR FALTA"
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE WS-LINHA-SEPARADORA TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE WS-CABEC-HONRA TO REG-RANKING.
           WRITE REG-RANKING.

           MOVE ZERO TO WS-IDX-HONRA.
           PERFORM 6100-IMPRIME-HONRADO
               UNTIL WS-IDX-HONRA >= WS-QTD-HONRA.

           IF WS-TOT-HONRA = ZERO
               MOVE "NENHUM ALUNO ATINGIU A NOTA DE CORTE"
                   TO REG-RANKING
               WRITE REG-RANKING
           END-IF.
           IF WS-TOT-HONRA-EXCED > ZERO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "MAIS " WS-TOT-HONRA-EXCED " ALUNO(S) NO "
                   "QUADRO - LISTA COMPLETA EM QUADRO-HONRA.DAT"
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               MOVE WS-LINHA-TEXTO TO REG-RANKING
               WRITE REG-RANKING
           END-IF.

      *----------------------------------------------------------------*
      * 6100-IMPRIME-HONRADO
      * Imprime a linha do proximo aluno do quadro de honra.
      *----------------------------------------------------------------*
       6100-IMPRIME-HONRADO.
           ADD 1 TO WS-IDX-HONRA.
           MOVE WS-HNR-CURSO (WS-IDX-HONRA)   TO WS-LHN-CURSO.
           MOVE WS-HNR-POSICAO (WS-IDX-HONRA) TO WS-LHN-POSICAO.
           MOVE WS-HNR-ID-ALUNO (WS-IDX-HONRA)
                                              TO WS-LHN-ID-ALUNO.
           MOVE WS-HNR-NOME (WS-IDX-HONRA)    TO WS-LHN-NOME.
           MOVE WS-HNR-MEDIA (WS-IDX-HONRA)   TO WS-LHN-MEDIA.
           MOVE WS-HNR-QTD-AVALIACOES (WS-IDX-HONRA)
                                              TO WS-LHN-QTD-AVALIACOES.
           MOVE WS-HNR-PCT-FREQUENCIA (WS-IDX-HONRA)
                                              TO WS-LHN-PCT-FREQUENCIA.
           MOVE WS-LINHA-HONRA TO REG-RANKING.
           WRITE REG-RANKING.

      *----------------------------------------------------------------*
      * 6500-IMPRIME-TOTAIS
      * Imprime os totais da emissao no fim do relatorio.
      *----------------------------------------------------------------*
       6500-IMPRIME-TOTAIS.
           MOVE SPACES TO REG-RANKING.
           WRITE REG-RANKING.
           MOVE WS-LINHA-SEPARADORA TO REG-RANKING.
           WRITE REG-RANKING.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "LINHAS DO FECHAMENTO NO SEMESTRE: " WS-TOT-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ALUNOS CLASSIFICADOS............: "
               WS-TOT-CLASSIFICADOS " EM " WS-TOT-CURSOS " CURSO(S)"
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ALUNOS NO QUADRO DE HONRA.......: " WS-TOT-HONRA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-RANKING.
           WRITE REG-RANKING.

           IF WS-TOT-SEM-MESTRE > ZERO
                   OR WS-TOT-EXCEDENTES > ZERO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "FORA DO RANKING: " WS-TOT-SEM-MESTRE
                   " ALUNO(S) SEM MESTRE, " WS-TOT-EXCEDENTES
                   " LINHA(S) ALEM DA TABELA"
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               MOVE WS-LINHA-TEXTO TO REG-RANKING
               WRITE REG-RANKING
           END-IF.
