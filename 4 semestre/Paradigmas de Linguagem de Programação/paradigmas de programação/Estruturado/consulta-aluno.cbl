      * OBJETIVO: Consulta avulsa do resultado corrente de um aluno
      * entre lotes, para atender aos telefonemas da secretaria sem
      * varrer arquivos no olho. Recebe o ID do aluno pelo console,
      * procura os resultados no extrato academico do dia
      * (EXTRATO.DAT) separados por turma - em cada turma fica a
      * ULTIMA ocorrencia, pois uma linha reprocessada ou revisada
      * substitui a original - e exibe nota, conceito, descricao e
      * situacao de cada turma; uma turma do aluno sem resultado e
      * procurada nas excecoes (EXCECOES.DAT) para informar
      * explicitamente o codigo e o motivo da rejeicao registrados
      * pelo lote.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02-SET-26  LCF     Layout espelhado das excecoes acompanha
      *                    as notas componentes N1/N2/trabalho no
      *                    lugar da antiga nota unica.
      * 15-OUT-26  LCF     Aluno+turma como unidade de avaliacao: o
      *                    extrato e as excecoes passam a trazer a
      *                    turma, e o aluno avaliado em mais de uma
      *                    turma tem cada turma exibida em separado
      *                    (resultado ou rejeicao). Resultado
      *                    corrigido por revisao de nota identificado
      *                    na origem.
      * 15-OUT-26  LCF     Linha de excecao de 120 para 128 bytes,
      *                    com a data do lote que a gravou.
      *----------------------------------------------------------------*

      *================================================================*
      *----------------------------------------------------------------*
      * FD EXTRATO-FILE
      * Linha do extrato no layout gravado por 2960-GRAVA-EXTRATO do
      * driver (e pelo REPROCESSA-EXCECOES e pelo REVISA-NOTAS, com a
      * marca na quinta coluna), com a turma na sexta.
      *----------------------------------------------------------------*
       FD  EXTRATO-FILE
           LABEL RECORDS ARE STANDARD.
           05  EXT-SITUACAO          PIC X(20).
           05  FILLER                PIC X(01).
           05  EXT-MARCA-REPROC      PIC X(12).
           05  FILLER                PIC X(01).
           05  EXT-TURMA             PIC X(03).
           05  FILLER                PIC X(11).

      *----------------------------------------------------------------*
      * FD EXCECOES-FILE
           05  EXC-NOME              PIC X(30).
           05  FILLER                PIC X(02).
           05  EXC-CURSO             PIC X(20).
           05  EXC-TURMA             PIC X(03).
           05  EXC-DATA-LOTE         PIC X(08).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
       77  WS-ID-CONSULTA            PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------*
      * RESULTADOS DO ALUNO, UM POR TURMA: O ULTIMO DO EXTRATO OU,
      * SEM ELE, A ULTIMA REJEICAO DAS EXCECOES
      *----------------------------------------------------------------*
       01  WS-TABELA-CONSULTA.
           05  WS-QTD-TURMAS-CON     PIC 9(02) COMP VALUE ZERO.
           05  WS-ENT-CONSULTA OCCURS 20 TIMES.
               10  WS-TCO-TURMA      PIC X(03).
               10  WS-TCO-ORIGEM     PIC X(01).
                   88  WS-TCO-RESULTADO       VALUE "E".
                   88  WS-TCO-REJEICAO        VALUE "X".
               10  WS-TCO-NOTA       PIC X(03).
               10  WS-TCO-CONCEITO   PIC X(01).
               10  WS-TCO-SITUACAO   PIC X(20).
               10  WS-TCO-MARCA      PIC X(12).
               10  WS-TCO-COD-REJEITO PIC X(02).
               10  WS-TCO-MOTIVO     PIC X(30).

       77  WS-IDX-CONSULTA           PIC 9(02) COMP VALUE ZERO.
       77  WS-TURMA-LIDA             PIC X(03) VALUE SPACES.

       01  WS-FLAGS-CONSULTA.
           05  WS-TURMA-NA-TABELA    PIC X(01) VALUE "N".
               88  WS-TURMA-LOCALIZADA    VALUE "S".

       01  WS-RESULTADO-CONSULTA.
           05  WS-CON-DESCRICAO      PIC X(20) VALUE SPACES.
           05  WS-CON-NOME           PIC X(30) VALUE SPACES.
           05  WS-CON-CURSO          PIC X(20) VALUE SPACES.


      *----------------------------------------------------------------*
      * 0000-CONSULTA-PRINCIPAL
      * Recebe o ID pelo console, procura os resultados no extrato e
      * as rejeicoes nas excecoes, turma a turma, e exibe o que
      * encontrou para cada turma do aluno.
      *----------------------------------------------------------------*
       0000-CONSULTA-PRINCIPAL.
           DISPLAY "CONSULTA DE RESULTADO POR ALUNO".
           END-IF.

           PERFORM 1000-PROCURA-EXTRATO.
           PERFORM 2000-PROCURA-EXCECAO.

           IF WS-QTD-TURMAS-CON = ZERO
               DISPLAY "ALUNO " WS-ID-CONSULTA " SEM RESULTADO E "
                       "SEM REJEICAO NO LOTE CORRENTE"
           ELSE
               DISPLAY " "
               DISPLAY "ALUNO....: " WS-ID-CONSULTA
               IF WS-CON-NOME NOT = SPACES
                   DISPLAY "NOME.....: " WS-CON-NOME
                   DISPLAY "CURSO....: " WS-CON-CURSO
               END-IF
               MOVE ZERO TO WS-IDX-CONSULTA
               PERFORM 3000-EXIBE-TURMA
                   UNTIL WS-IDX-CONSULTA >= WS-QTD-TURMAS-CON
           END-IF.

       0000-CONSULTA-EXIT.

      *----------------------------------------------------------------*
      * 1000-PROCURA-EXTRATO
      * Varre o extrato guardando, por turma, a ULTIMA ocorrencia do
      * ID - assim uma linha reprocessada ou revisada, anexada
      * depois, prevalece sobre a original do lote, sem misturar as
      * turmas do aluno.
      *----------------------------------------------------------------*
       1000-PROCURA-EXTRATO.
           MOVE "N" TO WS-EOF-EXTRATO.
      *----------------------------------------------------------------*
      * 1100-COMPARA-EXTRATO
      * Compara a linha corrente do extrato com o ID consultado,
      * copiando o resultado para a entrada da turma dela quando
      * confere, e avanca a leitura.
      *----------------------------------------------------------------*
       1100-COMPARA-EXTRATO.
           IF EXT-ID-ALUNO = WS-ID-CONSULTA
               MOVE EXT-TURMA TO WS-TURMA-LIDA
               PERFORM 1500-LOCALIZA-TURMA
               IF WS-TURMA-LOCALIZADA
                   MOVE "E" TO WS-TCO-ORIGEM (WS-IDX-CONSULTA)
                   MOVE EXT-NOTA-ALUNO
                       TO WS-TCO-NOTA (WS-IDX-CONSULTA)
                   MOVE EXT-CONCEITO
                       TO WS-TCO-CONCEITO (WS-IDX-CONSULTA)
                   MOVE EXT-SITUACAO
                       TO WS-TCO-SITUACAO (WS-IDX-CONSULTA)
                   MOVE EXT-MARCA-REPROC
                       TO WS-TCO-MARCA (WS-IDX-CONSULTA)
               END-IF
           END-IF.
           READ EXTRATO-FILE
                   SET WS-FIM-EXTRATO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1500-LOCALIZA-TURMA
      * Procura a turma de WS-TURMA-LIDA na tabela da consulta e,
      * sendo nova, abre a entrada dela. Deixa WS-IDX-CONSULTA na
      * entrada; tabela cheia deixa a turma de fora, com aviso.
      *----------------------------------------------------------------*
       1500-LOCALIZA-TURMA.
           MOVE "N" TO WS-TURMA-NA-TABELA.
           MOVE ZERO TO WS-IDX-CONSULTA.
           PERFORM 1510-COMPARA-TURMA
               UNTIL WS-TURMA-LOCALIZADA
                  OR WS-IDX-CONSULTA >= WS-QTD-TURMAS-CON.

           IF NOT WS-TURMA-LOCALIZADA
               IF WS-QTD-TURMAS-CON < 20
                   ADD 1 TO WS-QTD-TURMAS-CON
                   MOVE WS-QTD-TURMAS-CON TO WS-IDX-CONSULTA
                   MOVE SPACES TO WS-ENT-CONSULTA (WS-IDX-CONSULTA)
                   MOVE WS-TURMA-LIDA
                       TO WS-TCO-TURMA (WS-IDX-CONSULTA)
                   SET WS-TURMA-LOCALIZADA TO TRUE
               ELSE
                   DISPLAY "AVISO: MAIS DE 20 TURMAS PARA O ALUNO - "
                           "TURMA " WS-TURMA-LIDA " NAO EXIBIDA"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1510-COMPARA-TURMA
      * Compara a turma lida com a proxima entrada da tabela.
      *----------------------------------------------------------------*
       1510-COMPARA-TURMA.
           ADD 1 TO WS-IDX-CONSULTA.
           IF WS-TCO-TURMA (WS-IDX-CONSULTA) = WS-TURMA-LIDA
               SET WS-TURMA-LOCALIZADA TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2000-PROCURA-EXCECAO
      * Varre as excecoes guardando, por turma, a ultima rejeicao do
      * ID - so para as turmas sem resultado no extrato, pois o
      * resultado reprocessado prevalece sobre a rejeicao do lote.
      *----------------------------------------------------------------*
       2000-PROCURA-EXCECAO.
           MOVE "N" TO WS-EOF-EXCECOES.
      *----------------------------------------------------------------*
      * 2100-COMPARA-EXCECAO
      * Compara a linha corrente das excecoes com o ID consultado,
      * copiando a rejeicao para a entrada da turma dela quando
      * confere e a turma nao tem resultado, e avanca a leitura.
      *----------------------------------------------------------------*
       2100-COMPARA-EXCECAO.
           IF EXC-ID-ALUNO = WS-ID-CONSULTA
               MOVE EXC-NOME  TO WS-CON-NOME
               MOVE EXC-CURSO TO WS-CON-CURSO
               MOVE EXC-TURMA TO WS-TURMA-LIDA
               PERFORM 1500-LOCALIZA-TURMA
               IF WS-TURMA-LOCALIZADA
                       AND NOT WS-TCO-RESULTADO (WS-IDX-CONSULTA)
                   MOVE "X" TO WS-TCO-ORIGEM (WS-IDX-CONSULTA)
                   MOVE EXC-COD-REJEITO
                       TO WS-TCO-COD-REJEITO (WS-IDX-CONSULTA)
                   MOVE EXC-MOTIVO
                       TO WS-TCO-MOTIVO (WS-IDX-CONSULTA)
               END-IF
           END-IF.
           READ EXCECOES-FILE
               AT END
      * mesma tabela de descricoes do AVALIA-CONCEITO.
      *----------------------------------------------------------------*
       2500-DESCRICAO-DO-CONCEITO.
           EVALUATE WS-TCO-CONCEITO (WS-IDX-CONSULTA)
               WHEN "A"
                   MOVE "EXCELENTE" TO WS-CON-DESCRICAO
               WHEN "B"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 3000-EXIBE-TURMA
      * Exibe a proxima turma da tabela: o resultado corrente do
      * extrato ou, sem ele, a rejeicao registrada nas excecoes.
      *----------------------------------------------------------------*
       3000-EXIBE-TURMA.
           ADD 1 TO WS-IDX-CONSULTA.
           IF WS-TCO-RESULTADO (WS-IDX-CONSULTA)
               PERFORM 3100-EXIBE-RESULTADO
           ELSE
               PERFORM 3200-EXIBE-REJEICAO
           END-IF.

      *----------------------------------------------------------------*
      * 3100-EXIBE-RESULTADO
      * Exibe o resultado corrente do aluno na turma, encontrado no
      * extrato.
      *----------------------------------------------------------------*
       3100-EXIBE-RESULTADO.
           PERFORM 2500-DESCRICAO-DO-CONCEITO.
           DISPLAY " ".
           DISPLAY "TURMA....: " WS-TCO-TURMA (WS-IDX-CONSULTA).
           DISPLAY "NOTA.....: " WS-TCO-NOTA (WS-IDX-CONSULTA).
           DISPLAY "CONCEITO.: " WS-TCO-CONCEITO (WS-IDX-CONSULTA)
                   " - " WS-CON-DESCRICAO.
           DISPLAY "SITUACAO.: " WS-TCO-SITUACAO (WS-IDX-CONSULTA).
           IF WS-TCO-MARCA (WS-IDX-CONSULTA) = "REPROCESSADO"
               DISPLAY "ORIGEM...: RESULTADO REPROCESSADO (CORRECAO "
                       "DE EXCECAO)"
           END-IF.
           IF WS-TCO-MARCA (WS-IDX-CONSULTA) = "REVISADO"
               DISPLAY "ORIGEM...: RESULTADO CORRIGIDO POR REVISAO "
                       "DE NOTA"
           END-IF.

      *----------------------------------------------------------------*
      * 3200-EXIBE-REJEICAO
      * Exibe a rejeicao registrada para o aluno na turma, nas
      * excecoes.
      *----------------------------------------------------------------*
       3200-EXIBE-REJEICAO.
           DISPLAY " ".
           DISPLAY "TURMA....: " WS-TCO-TURMA (WS-IDX-CONSULTA).
           DISPLAY "SITUACAO.: REJEITADO PELO LOTE (EXCECOES.DAT)".
           DISPLAY "CODIGO...: " WS-TCO-COD-REJEITO (WS-IDX-CONSULTA).
           DISPLAY "MOTIVO...: " WS-TCO-MOTIVO (WS-IDX-CONSULTA).
           DISPLAY "PROVIDENCIA: ENVIAR CORRECAO PARA O "
                   "REPROCESSAMENTO DO DIA".
