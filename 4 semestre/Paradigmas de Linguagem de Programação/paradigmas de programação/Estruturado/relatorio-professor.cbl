      * DATA       AUTOR   DESCRICAO
      * 02-SET-26  LCF     Criacao, junto com o cadastro de turmas
      *                    da coordenacao.
      * 15-OUT-26  LCF     Registro do cadastro de turmas de 93 para
      *                    108 bytes (nivel de estudo da turma, em
      *                    TURMA-REC.cpy).
      * 15-OUT-26  LCF     Historico de 56 para 69 bytes. Resultado
      *                    corrigido por revisao de nota (marca V)
      *                    move o aluno do conceito anterior para o
      *                    corrigido, sem contar novo resultado.
      * 15-OUT-26  LCF     Cadastro de turmas com vigencia (registro
      *                    de 108 para 124 bytes): cada versao e uma
      *                    entrada da tabela e o resultado conta na
      *                    versao vigente na data da avaliacao (o
      *                    professor da turma naquele dia); sem
      *                    versao vigente, na primeira do codigo.
      * 15-OUT-26  LCF     Historico indexado (HISTORICO-FD.cpy): lido
      *                    pela chave alternada da turma, os
      *                    resultados de cada turma chegam juntos. A
      *                    revisao de nota regrava o original, e o
      *                    resultado revisado conta uma vez so no
      *                    conceito corrigido.
      *----------------------------------------------------------------*

      *================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - HISTORICO SEMESTRAL CUMULATIVO,
      * INDEXADO POR ALUNO+DATA+TURMA E PERCORRIDO PELA CHAVE
      * ALTERNADA DA TURMA
      *----------------------------------------------------------------*
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * FD HISTORICO-FILE
      * Registro do historico semestral indexado (HISTORICO-FD.cpy;
      * layout de trabalho em HISTORICO-REC.cpy).
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD.

      *----------------------------------------------------------------*
      * FD TURMAS-FILE
      *----------------------------------------------------------------*
       FD  TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TURMA-CAD             PIC X(124).

      *----------------------------------------------------------------*
      * FD DESEMPENHO-FILE
      * VARREDURA POR PROFESSOR
      *----------------------------------------------------------------*
       01  WS-TABELA-TURMAS.
           05  WS-QTD-TURMAS         PIC 9(03) COMP VALUE ZERO.
           05  WS-ENT-TURMA OCCURS 100 TIMES.
               10  WS-TAB-TUR-CODIGO PIC X(03).
               10  WS-TAB-TUR-DESC   PIC X(30).
               10  WS-TAB-TUR-PROF   PIC X(30).
               10  WS-TAB-TUR-TURNO  PIC X(10).
               10  WS-TAB-TUR-INICIO PIC 9(08).
               10  WS-TAB-TUR-FIM    PIC 9(08).
               10  WS-TAB-TUR-QTD-A  PIC 9(05).
               10  WS-TAB-TUR-QTD-B  PIC 9(05).
               10  WS-TAB-TUR-QTD-C  PIC 9(05).
               10  WS-TAB-TUR-QTD-D  PIC 9(05).
               10  WS-TAB-TUR-IMPRES PIC X(01).

       77  WS-IDX-TURMA              PIC 9(03) COMP VALUE ZERO.

       77  WS-IDX-VARRE              PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * RESULTADO DA BUSCA DA TURMA DO REGISTRO CORRENTE
           05  WS-TURMA-ACHADA       PIC X(01) VALUE "N".
               88  WS-TURMA-NO-CADASTRO    VALUE "S".
               88  WS-TURMA-SEM-CADASTRO   VALUE "N".
           05  WS-IDX-ACHADA         PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * PROFESSOR DO BLOCO CORRENTE E TOTAIS AGREGADOS DELE
      * contadores de conceito, e avanca a leitura.
      *----------------------------------------------------------------*
       0730-CARGA-ENTRADA-TURMA.
           IF WS-QTD-TURMAS >= 100
               DISPLAY "ERRO: TABELA-TURMAS.DAT EXCEDE A CAPACIDADE "
                       "DA TABELA (100 VERSOES DE TURMA)"
               CLOSE TURMAS-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-DESEMPENHO-EXIT
           MOVE WS-TUR-DESCRICAO TO WS-TAB-TUR-DESC (WS-QTD-TURMAS).
           MOVE WS-TUR-PROFESSOR TO WS-TAB-TUR-PROF (WS-QTD-TURMAS).
           MOVE WS-TUR-TURNO     TO WS-TAB-TUR-TURNO (WS-QTD-TURMAS).
           MOVE WS-TUR-DT-INICIO TO WS-TAB-TUR-INICIO (WS-QTD-TURMAS).
           MOVE WS-TUR-DT-FIM    TO WS-TAB-TUR-FIM (WS-QTD-TURMAS).
           MOVE ZERO TO WS-TAB-TUR-QTD-A (WS-QTD-TURMAS).
           MOVE ZERO TO WS-TAB-TUR-QTD-B (WS-QTD-TURMAS).
           MOVE ZERO TO WS-TAB-TUR-QTD-C (WS-QTD-TURMAS).
      *----------------------------------------------------------------*
      * 1840-BUSCA-TURMA
      * Procura a turma do registro corrente do historico na tabela
      * do cadastro, na versao vigente na data da avaliacao,
      * guardando a entrada encontrada. Sem versao vigente naquela
      * data, vale a primeira versao do codigo.
      *----------------------------------------------------------------*
       1840-BUSCA-TURMA.
           SET WS-TURMA-SEM-CADASTRO TO TRUE.
               UNTIL WS-TURMA-NO-CADASTRO
                  OR WS-IDX-TURMA >= WS-QTD-TURMAS.

           IF WS-TURMA-SEM-CADASTRO
               MOVE ZERO TO WS-IDX-TURMA
               PERFORM 1846-COMPARA-CODIGO
                   UNTIL WS-TURMA-NO-CADASTRO
                      OR WS-IDX-TURMA >= WS-QTD-TURMAS
           END-IF.

      *----------------------------------------------------------------*
      * 1845-COMPARA-TURMA
      * Compara a turma do registro corrente com a proxima entrada
      * do cadastro, aceitando-a quando a versao esta vigente na
      * data da avaliacao.
      *----------------------------------------------------------------*
       1845-COMPARA-TURMA.
           ADD 1 TO WS-IDX-TURMA.
           IF WS-HST-TURMA = WS-TAB-TUR-CODIGO (WS-IDX-TURMA)
                   AND WS-TAB-TUR-INICIO (WS-IDX-TURMA)
                       <= WS-HST-DATA
                   AND WS-TAB-TUR-FIM (WS-IDX-TURMA)
                       >= WS-HST-DATA
               SET WS-TURMA-NO-CADASTRO TO TRUE
               MOVE WS-IDX-TURMA TO WS-IDX-ACHADA
           END-IF.

      *----------------------------------------------------------------*
      * 1846-COMPARA-CODIGO
      * Compara a turma do registro corrente com a proxima entrada
      * do cadastro so pelo codigo, qualquer que seja a vigencia.
      *----------------------------------------------------------------*
       1846-COMPARA-CODIGO.
           ADD 1 TO WS-IDX-TURMA.
           IF WS-HST-TURMA = WS-TAB-TUR-CODIGO (WS-IDX-TURMA)
               SET WS-TURMA-NO-CADASTRO TO TRUE

      *----------------------------------------------------------------*
      * 2000-ACUMULA-HISTORICO
      * Percorre o historico cumulativo pela chave alternada da
      * turma, acumulando a distribuicao de conceitos na turma de
      * cada resultado. Historico ausente nao e erro fatal - o
      * relatorio sai vazio com o aviso no rodape.
      *----------------------------------------------------------------*
       2000-ACUMULA-HISTORICO.
           MOVE "N" TO WS-EOF-HISTORICO.
               GO TO 2000-ACUMULA-HISTORICO-FIM
           END-IF.

           MOVE LOW-VALUES TO HST-TURMA.
           START HISTORICO-FILE KEY IS NOT LESS THAN HST-TURMA
               INVALID KEY
                   SET WS-FIM-HISTORICO TO TRUE
           END-START.
           IF NOT WS-FIM-HISTORICO
               READ HISTORICO-FILE NEXT RECORD
                   AT END
                       SET WS-FIM-HISTORICO TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-ACUMULA-RESULTADO
               UNTIL WS-FIM-HISTORICO.
           CLOSE HISTORICO-FILE.
               ADD 1 TO WS-TOT-SEM-CADASTRO
           END-IF.

           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET WS-FIM-HISTORICO TO TRUE
           END-READ.
