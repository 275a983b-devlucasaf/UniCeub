       DATE-WRITTEN. 22-AGO-26.
       DATE-COMPILED. 22-AGO-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Transcrito semestral por aluno. Le o historico
      * cumulativo de avaliacoes (HISTORICO.DAT, gravado a cada
      * execucao do lote e do reprocessamento) na ordem da chave
      * aluno+data+turma e imprime, em TRANSCRITO.DAT, um bloco por
      * aluno e,
      * dentro dele, um grupo por turma com a evolucao das notas ao
      * longo do periodo - cada linha compara a nota com a avaliacao
      * anterior do mesmo aluno na mesma turma (MELHOROU, PIOROU,
      * ESTAVEL), respondendo a pergunta semanal dos coordenadores
      * sem planilha manual.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      *                    noturna sob o CONTROLA-ESTEIRA.
      * 02-SET-26  LCF     FD do mestre indexado movido para
      *                    MESTRE-FD.cpy (layout compartilhado).
      * 15-OUT-26  LCF     Historico de 56 para 69 bytes. Resultado
      *                    corrigido por revisao de nota (marca V)
      *                    sai logo apos o original, marcado
      *                    *REVISADO*.
      * 15-OUT-26  LCF     Aluno+turma como unidade de avaliacao: a
      *                    turma entra como segunda chave da
      *                    classificacao e cada turma do aluno sai
      *                    num grupo proprio, com a evolucao apurada
      *                    dentro da turma.
      * 15-OUT-26  LCF     Historico indexado por aluno+data+turma:
      *                    a classificacao sai - o arquivo e lido na
      *                    ordem da chave e as avaliacoes de cada
      *                    aluno sao agrupadas por turma em memoria.
      *                    A revisao de nota regrava o original, que
      *                    sai uma vez so, marcado *REVISADO*.
      *                    Historico ausente termina com RC 8.
      *----------------------------------------------------------------*

      *================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - HISTORICO SEMESTRAL CUMULATIVO,
      * INDEXADO POR ALUNO+DATA+TURMA E LIDO NA ORDEM DA CHAVE
      *----------------------------------------------------------------*
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANSCRITO.

      *================================================================*
      * DATA DIVISION
      *================================================================*

      *----------------------------------------------------------------*
      * FD HISTORICO-FILE
      * Registro do historico semestral indexado (HISTORICO-FD.cpy;
      * layout de trabalho em HISTORICO-REC.cpy).
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD.

      *----------------------------------------------------------------*
      * FD MESTRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRANSCRITO            PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
       01  WS-STATUS-TRANSCRITO     PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-HISTORICO      PIC X(01) VALUE "N".
               88  WS-FIM-HISTORICO  VALUE "S".

       01  WS-FLAGS-MESTRE.
           05  WS-MESTRE-ACHADO      PIC X(01) VALUE "N".
               88  WS-ALUNO-SEM-MESTRE     VALUE "N".

      *----------------------------------------------------------------*
      * CONTROLE DA QUEBRA POR ALUNO E TURMA E DA EVOLUCAO DA NOTA
      *----------------------------------------------------------------*
       01  WS-CONTROLE-QUEBRA.
           05  WS-ID-CORRENTE        PIC 9(05) VALUE ZERO.
           05  WS-TURMA-GRUPO        PIC X(03) VALUE SPACES.
           05  WS-NOTA-ANTERIOR      PIC 9(03) VALUE ZERO.
           05  WS-PRIMEIRA-DO-ALUNO  PIC X(01) VALUE "S".
               88  WS-E-PRIMEIRA          VALUE "S".
           05  WS-GRUPO-ACHADO       PIC X(01) VALUE "N".
               88  WS-HA-GRUPO-PENDENTE   VALUE "S".
               88  WS-SEM-GRUPO-PENDENTE  VALUE "N".

      *----------------------------------------------------------------*
      * AVALIACOES DO ALUNO CORRENTE, NA ORDEM DA CHAVE (DATA E
      * TURMA), PARA A IMPRESSAO AGRUPADA POR TURMA
      *----------------------------------------------------------------*
       01  WS-TABELA-AVALIACOES.
           05  WS-QTD-AVALIACOES     PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-AVALIACAO OCCURS 300 TIMES.
               10  WS-TAB-AVA-REGISTRO    PIC X(69).
               10  WS-TAB-AVA-TURMA       PIC X(03).
               10  WS-TAB-AVA-IMPRESSA    PIC X(01).
                   88  WS-AVA-JA-IMPRESSA      VALUE "S".

       77  WS-IDX-AVALIACAO          PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * TOTAIS DO TRANSCRITO
       01  WS-TOTAIS-TRANSCRITO.
           05  WS-TOT-ALUNOS         PIC 9(04) VALUE ZERO.
           05  WS-TOT-AVALIACOES     PIC 9(05) VALUE ZERO.
           05  WS-TOT-EXCEDENTES     PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * LAYOUTS DAS LINHAS DO TRANSCRITO
           05  WS-CAB-CURSO          PIC X(20).
           05  FILLER                PIC X(32) VALUE SPACES.

       01  WS-LINHA-CAB-TURMA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE "TURMA ".
           05  WS-CTU-TURMA          PIC X(03).
           05  FILLER                PIC X(89) VALUE SPACES.

      *----------------------------------------------------------------*
      * CABECALHO DE COLUNAS, ALINHADO COM WS-LINHA-AVALIACAO ABAIXO
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * 0000-TRANSCRITO-PRINCIPAL
      * Abre o mestre, o transcrito e o historico indexado e monta
      * os blocos por aluno, lendo o historico na ordem da chave
      * aluno+data+turma.
      *----------------------------------------------------------------*
       0000-TRANSCRITO-PRINCIPAL.
           DISPLAY "TRANSCRITO SEMESTRAL POR ALUNO".
           IF WS-STATUS-TRANSCRITO NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANSCRITO.DAT - STATUS: "
                       WS-STATUS-TRANSCRITO
               CLOSE MESTRE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-TRANSCRITO-EXIT
           END-IF.

           OPEN INPUT HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                       WS-STATUS-HISTORICO
               CLOSE TRANSCRITO-FILE
               CLOSE MESTRE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-TRANSCRITO-EXIT
           END-IF.
           MOVE WS-CABEC-COLUNAS TO REG-TRANSCRITO.
           WRITE REG-TRANSCRITO.

           PERFORM 3000-GERA-TRANSCRITO
               THRU 3000-GERA-TRANSCRITO-EXIT.

           CLOSE HISTORICO-FILE.
           CLOSE TRANSCRITO-FILE.
           CLOSE MESTRE-FILE.

           DISPLAY ">>> RESUMO DO TRANSCRITO <<<".
           DISPLAY "Alunos transcritos....: " WS-TOT-ALUNOS.
           DISPLAY "Avaliacoes listadas...: " WS-TOT-AVALIACOES.
           IF WS-TOT-EXCEDENTES > ZERO
               DISPLAY "Avaliacoes excedentes.: " WS-TOT-EXCEDENTES
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-TRANSCRITO-EXIT.
      * GOBACK em vez de STOP RUN, para rodar como passo chamado
           SET WS-ALUNO-SEM-MESTRE TO TRUE.
           MOVE SPACES TO WS-NOME-ALUNO.
           MOVE SPACES TO WS-CURSO-ALUNO.
           MOVE WS-ID-CORRENTE TO MST-ID-ALUNO.
           READ MESTRE-FILE
               INVALID KEY
                   CONTINUE

      *----------------------------------------------------------------*
      * 3000-GERA-TRANSCRITO
      * Percorre o historico na ordem da chave aluno+data+turma e
      * monta um bloco por aluno, com um grupo por turma, uma linha
      * por avaliacao e a evolucao contra a anterior da mesma turma.
      *----------------------------------------------------------------*
       3000-GERA-TRANSCRITO.
           MOVE "N" TO WS-EOF-HISTORICO.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET WS-FIM-HISTORICO TO TRUE
           END-READ.
           PERFORM 3100-PROCESSA-ALUNO
               UNTIL WS-FIM-HISTORICO.

           IF WS-TOT-AVALIACOES = ZERO
               MOVE SPACES TO REG-TRANSCRITO
           EXIT.

      *----------------------------------------------------------------*
      * 3100-PROCESSA-ALUNO
      * Guarda todas as avaliacoes do aluno do registro corrente
      * (consecutivas na chave, por data e turma), abre o bloco dele
      * e imprime um grupo por turma, em ordem crescente de turma.
      *----------------------------------------------------------------*
       3100-PROCESSA-ALUNO.
           MOVE HST-ID-ALUNO TO WS-ID-CORRENTE.
           MOVE ZERO TO WS-QTD-AVALIACOES.
           PERFORM 3150-GUARDA-AVALIACAO
               UNTIL WS-FIM-HISTORICO
                  OR HST-ID-ALUNO NOT = WS-ID-CORRENTE.

           PERFORM 3200-ABRE-BLOCO-ALUNO.

           SET WS-HA-GRUPO-PENDENTE TO TRUE.
           PERFORM 3400-IMPRIME-GRUPO-TURMA
               UNTIL WS-SEM-GRUPO-PENDENTE.

      *----------------------------------------------------------------*
      * 3150-GUARDA-AVALIACAO
      * Guarda o registro corrente na tabela do aluno e avanca a
      * leitura. Avaliacao alem da capacidade da tabela e contada e
      * apontada no console, sem abortar o transcrito.
      *----------------------------------------------------------------*
       3150-GUARDA-AVALIACAO.
           IF WS-QTD-AVALIACOES < 300
               ADD 1 TO WS-QTD-AVALIACOES
               MOVE REG-HISTORICO
                   TO WS-TAB-AVA-REGISTRO (WS-QTD-AVALIACOES)
               MOVE HST-TURMA TO WS-TAB-AVA-TURMA (WS-QTD-AVALIACOES)
               MOVE "N" TO WS-TAB-AVA-IMPRESSA (WS-QTD-AVALIACOES)
           ELSE
               ADD 1 TO WS-TOT-EXCEDENTES
               DISPLAY "AVISO: ALUNO " HST-ID-ALUNO " DATA " HST-DATA
                       " TURMA " HST-TURMA " NAO LISTADO - LIMITE DE "
                       "300 AVALIACOES POR ALUNO"
           END-IF.

           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET WS-FIM-HISTORICO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 3200-ABRE-BLOCO-ALUNO
           MOVE SPACES TO REG-TRANSCRITO.
           WRITE REG-TRANSCRITO.

           MOVE WS-ID-CORRENTE TO WS-CAB-ID-ALUNO.
           MOVE WS-NOME-ALUNO TO WS-CAB-NOME.
           MOVE WS-CURSO-ALUNO TO WS-CAB-CURSO.
           MOVE WS-LINHA-CAB-ALUNO TO REG-TRANSCRITO.
           WRITE REG-TRANSCRITO.

           ADD 1 TO WS-TOT-ALUNOS.

      *----------------------------------------------------------------*
      * 3250-ABRE-GRUPO-TURMA
      * Abre, dentro do bloco do aluno, o grupo de uma turma: linha
      * com o codigo da turma, e a evolucao recomeca - a primeira
      * avaliacao da turma nao e comparada com a de outra turma.
      *----------------------------------------------------------------*
       3250-ABRE-GRUPO-TURMA.
           MOVE WS-TURMA-GRUPO TO WS-CTU-TURMA.
           MOVE WS-LINHA-CAB-TURMA TO REG-TRANSCRITO.
           WRITE REG-TRANSCRITO.
           MOVE "S" TO WS-PRIMEIRA-DO-ALUNO.

      *----------------------------------------------------------------*
      * 3400-IMPRIME-GRUPO-TURMA
      * Escolhe a menor turma do aluno ainda nao impressa e imprime o
      * grupo dela - as avaliacoes saem na ordem da tabela, que e a
      * ordem de data. Sem turma pendente, o bloco do aluno termina.
      *----------------------------------------------------------------*
       3400-IMPRIME-GRUPO-TURMA.
           SET WS-SEM-GRUPO-PENDENTE TO TRUE.
           MOVE ZERO TO WS-IDX-AVALIACAO.
           PERFORM 3410-COMPARA-TURMA-GRUPO
               UNTIL WS-IDX-AVALIACAO >= WS-QTD-AVALIACOES.

           IF WS-HA-GRUPO-PENDENTE
               PERFORM 3250-ABRE-GRUPO-TURMA
               MOVE ZERO TO WS-IDX-AVALIACAO
               PERFORM 3420-IMPRIME-AVALIACAO-GRUPO
                   UNTIL WS-IDX-AVALIACAO >= WS-QTD-AVALIACOES
           END-IF.

      *----------------------------------------------------------------*
      * 3410-COMPARA-TURMA-GRUPO
      * Guarda em WS-TURMA-GRUPO a menor turma entre as avaliacoes
      * ainda nao impressas do aluno.
      *----------------------------------------------------------------*
       3410-COMPARA-TURMA-GRUPO.
           ADD 1 TO WS-IDX-AVALIACAO.
           IF NOT WS-AVA-JA-IMPRESSA (WS-IDX-AVALIACAO)
               IF WS-SEM-GRUPO-PENDENTE
                       OR WS-TAB-AVA-TURMA (WS-IDX-AVALIACAO)
                          < WS-TURMA-GRUPO
                   MOVE WS-TAB-AVA-TURMA (WS-IDX-AVALIACAO)
                       TO WS-TURMA-GRUPO
                   SET WS-HA-GRUPO-PENDENTE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3420-IMPRIME-AVALIACAO-GRUPO
      * Imprime a avaliacao da tabela quando ela e da turma do grupo
      * corrente, marcando-a como impressa.
      *----------------------------------------------------------------*
       3420-IMPRIME-AVALIACAO-GRUPO.
           ADD 1 TO WS-IDX-AVALIACAO.
           IF NOT WS-AVA-JA-IMPRESSA (WS-IDX-AVALIACAO)
                   AND WS-TAB-AVA-TURMA (WS-IDX-AVALIACAO)
                       = WS-TURMA-GRUPO
               MOVE WS-TAB-AVA-REGISTRO (WS-IDX-AVALIACAO)
                   TO WS-REG-HISTORICO
               PERFORM 3300-GRAVA-LINHA-AVALIACAO
               MOVE WS-HST-NOTA TO WS-NOTA-ANTERIOR
               MOVE "N" TO WS-PRIMEIRA-DO-ALUNO
               MOVE "S" TO WS-TAB-AVA-IMPRESSA (WS-IDX-AVALIACAO)
           END-IF.

      *----------------------------------------------------------------*
      * 3300-GRAVA-LINHA-AVALIACAO
      * Imprime a linha de uma avaliacao do aluno corrente, com a
           IF WS-HST-REPROCESSADO
               MOVE "*REPROCESSADO*" TO WS-AVA-MARCA
           ELSE
               IF WS-HST-REVISADO
                   MOVE "*REVISADO*" TO WS-AVA-MARCA
               ELSE
                   MOVE SPACES TO WS-AVA-MARCA
               END-IF
           END-IF.

           MOVE WS-LINHA-AVALIACAO TO REG-TRANSCRITO.
