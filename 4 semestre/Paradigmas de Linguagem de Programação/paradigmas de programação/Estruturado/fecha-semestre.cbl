      *   4. arquiva o historico processado no arquivo carimbado
      *      com o semestre (HISTORICO-AAAAS.DAT) e zera o
      *      HISTORICO.DAT, para o periodo seguinte comecar limpo
      *      em vez do arquivo crescer para sempre.
      * O semestre (AAAAS, ex: 20261) chega via PARM e e
      * obrigatorio - fechar periodo e ato deliberado da
      * coordenacao, nao ha valor padrao.
      *                    no driver: arquivo inexistente cai na
      *                    critica "sem avaliacoes" (RC 8) em vez
      *                    de erro de abertura no SORT.
      * 15-OUT-26  LCF     Registro de fechamento movido para
      *                    FECHAMENTO-REC.cpy, com o nivel de estudo
      *                    da media final (para o PROCESSA-
      *                    RECUPERACAO aplicar os mesmos cortes), a
      *                    marca pos-recuperacao e a nota da prova,
      *                    gravadas em branco/zero no fechamento.
      * 15-OUT-26  LCF     Historico de 56 para 69 bytes. Resultado
      *                    corrigido por revisao de nota (marca V)
      *                    substitui a nota anterior na media final,
      *                    sem contar como nova avaliacao; a marca
      *                    entra como quarta chave da classificacao,
      *                    com as duplicatas na ordem de gravacao.
      * 15-OUT-26  LCF     Tabela de cortes com vigencia: a media
      *                    final usa a versao vigente na data da
      *                    ultima avaliacao do aluno na turma, que
      *                    segue no fechamento (FEC-DATA-REFERENCIA)
      *                    para a recuperacao. Aluno sem versao
      *                    vigente sai na ata sem conceito e o job
      *                    termina com RC 8 sem arquivar nem zerar
      *                    o historico.
      * 15-OUT-26  LCF     Historico indexado (HISTORICO-FD.cpy): a
      *                    classificacao continua, agora sobre o
      *                    indexado, sem a marca como chave - cada
      *                    avaliacao e um registro so, e o revisado
      *                    (V) ja traz a nota corrigida. O
      *                    arquivamento HISTORICO-AAAAS.DAT sai
      *                    indexado pela mesma chave.
      * 15-OUT-26  LCF     Semestre arquivado registrado no catalogo
      *                    SEMESTRES-ARQUIVADOS.DAT (SEMESTRES-
      *                    REC.cpy), por onde o EXPURGO-LGPD acha os
      *                    arquivamentos. Sem o registro o historico
      *                    corrente nao e zerado (RC 8).
      * 15-OUT-26  LCF     Total de arquivados conta so os registros
      *                    efetivamente gravados no arquivamento.
      *----------------------------------------------------------------*

      *================================================================*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - HISTORICO SEMESTRAL CUMULATIVO, INDEXADO
      * POR ALUNO+DATA+TURMA. LIDO DUAS VEZES: PELA CLASSIFICACAO
      * (SORT USING - NENHUMA DAS CHAVES DA A ORDEM TURMA/ALUNO/DATA
      * DA ATA) E DEPOIS, NA ORDEM DA CHAVE, PELA COPIA DE
      * ARQUIVAMENTO; ZERADO (OPEN OUTPUT) NO FECHAMENTO.
      * OPTIONAL, COMO NO DRIVER: UM HISTORICO AINDA INEXISTENTE
      * (PRIMEIRO FECHAMENTO, OU LIMPEZA MANUAL) ENTRA NO SORT COMO
      * VAZIO E CAI NA CRITICA "SEM AVALIACOES" (RC 8), EM VEZ DE
      *----------------------------------------------------------------*
           SELECT OPTIONAL HISTORICO-FILE
               ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - COPIA DE ARQUIVAMENTO DO HISTORICO
      * PROCESSADO, COM O NOME CARIMBADO PELO SEMESTRE DO PARM
      * (HISTORICO-AAAAS.DAT), MONTADO EM WS-NOME-ARQUIVO-HIST E
      * INDEXADO PELAS MESMAS CHAVES DO HISTORICO CORRENTE
      *----------------------------------------------------------------*
           SELECT ARQUIVO-FILE ASSIGN TO WS-NOME-ARQUIVO-HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARQ-CHAVE
               ALTERNATE RECORD KEY IS ARQ-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - CATALOGO DE SEMESTRES ARQUIVADOS, UMA LINHA
      * ANEXADA POR ARQUIVAMENTO GRAVADO (LIDO PELO EXPURGO-LGPD)
      *----------------------------------------------------------------*
           SELECT OPTIONAL SEMESTRES-FILE
               ASSIGN TO "SEMESTRES-ARQUIVADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEMESTRES.

      *----------------------------------------------------------------*
      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR TURMA/ALUNO/DATA
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
      * FD CORTES-FILE
      * Uma linha da tabela de cortes: nivel de estudo, as notas
      * minimas dos conceitos A, B e C e a vigencia da versao
      * (AAAAMMDD; fim 99999999 = em aberto).
      *----------------------------------------------------------------*
       FD  CORTES-FILE
           LABEL RECORDS ARE STANDARD.
           05  CRT-CORTE-A           PIC 9(03).
           05  CRT-CORTE-B           PIC 9(03).
           05  CRT-CORTE-C           PIC 9(03).
           05  CRT-DT-INICIO         PIC 9(08).
           05  CRT-DT-FIM            PIC 9(08).

      *----------------------------------------------------------------*
      * FD MESTRE-FILE

      *----------------------------------------------------------------*
      * FD FECHAMENTO-FILE
      * Registro de fechamento por aluno para a secretaria
      * (FECHAMENTO-REC.cpy).
      *----------------------------------------------------------------*
       FD  FECHAMENTO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FECHAMENTO-REC.

      *----------------------------------------------------------------*
      * FD ARQUIVO-FILE
      * Copia fiel do registro do historico para o arquivamento, no
      * layout de HISTORICO-FD.cpy (campos e chaves prefixados ARQ-).
      *----------------------------------------------------------------*
       FD  ARQUIVO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD REPLACING LEADING ==HST-== BY ==ARQ-==
                                       ==REG-HISTORICO== BY
                                       ==REG-ARQUIVO==.

      *----------------------------------------------------------------*
      * FD SEMESTRES-FILE
      * Linha do catalogo de semestres arquivados (SEMESTRES-REC.cpy).
      *----------------------------------------------------------------*
       FD  SEMESTRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SEMESTRES-REC.

      *----------------------------------------------------------------*
      * SD SORT-WORK
      * Registro de classificacao: o proprio registro do historico
      * (HISTORICO-FD.cpy, campos prefixados SRT-), ordenado por
      * turma, aluno e data.
      *----------------------------------------------------------------*
       SD  SORT-WORK.
           COPY HISTORICO-FD REPLACING LEADING ==HST-== BY ==SRT-==
                                       ==REG-HISTORICO== BY
                                       ==REG-SORT==.

       WORKING-STORAGE SECTION.


       01  WS-TABELA-CORTES.
           05  WS-QTD-CORTES         PIC 9(02) COMP VALUE ZERO.
           05  WS-ENT-CORTE OCCURS 30 TIMES.
               10  WS-TAB-CRT-NIVEL  PIC X(15).
               10  WS-TAB-CRT-A      PIC 9(03).
               10  WS-TAB-CRT-B      PIC 9(03).
               10  WS-TAB-CRT-C      PIC 9(03).
               10  WS-TAB-CRT-INICIO PIC 9(08).
               10  WS-TAB-CRT-FIM    PIC 9(08).

       77  WS-IDX-CORTE              PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA DE REFERENCIA DA VIGENCIA DA TABELA DE CORTES - A DATA
      * DA ULTIMA AVALIACAO DO ALUNO CORRENTE NA TURMA
      *----------------------------------------------------------------*
       77  WS-DATA-VIGENCIA          PIC 9(08) VALUE ZERO.

       01  WS-FLAGS-CORTES.
           05  WS-CORTE-ACHADO       PIC X(01) VALUE "N".
               88  WS-NIVEL-TEM-CORTE      VALUE "S".
           05  WS-ALU-SOMA-NOTAS     PIC 9(06) VALUE ZERO.
           05  WS-ALU-QTD-NOTAS      PIC 9(03) VALUE ZERO.
           05  WS-ALU-NIVEL          PIC X(15) VALUE SPACES.
           05  WS-ALU-DATA           PIC 9(08) VALUE ZERO.
           05  WS-ALU-ABERTO         PIC X(01) VALUE "N".
               88  WS-HA-ALUNO-ABERTO     VALUE "S".
           05  WS-ALU-FALTA          PIC X(01) VALUE "N".
           05  WS-TOT-RECUPERACAO    PIC 9(05) VALUE ZERO.
           05  WS-TOT-REPROVADOS     PIC 9(05) VALUE ZERO.
           05  WS-TOT-ARQUIVADOS     PIC 9(06) VALUE ZERO.
           05  WS-TOT-SEM-REGRA      PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * NOME DO ALUNO CORRENTE, RESOLVIDO DO MESTRE PARA A ATA
       01  WS-STATUS-ATA            PIC X(02) VALUE "00".
       01  WS-STATUS-FECHAMENTO     PIC X(02) VALUE "00".
       01  WS-STATUS-ARQUIVO        PIC X(02) VALUE "00".
       01  WS-STATUS-SEMESTRES      PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-SORT           PIC X(01) VALUE "N".
               GO TO 0000-FECHA-EXIT
           END-IF.

      * Aluno sem regra vigente deixa o fechamento incompleto - o
      * historico fica como esta para o rerun, depois de corrigida
      * a tabela de cortes.
           IF WS-TOT-SEM-REGRA > ZERO
               DISPLAY "ERRO: " WS-TOT-SEM-REGRA " ALUNO(S) SEM VERSAO "
                       "VIGENTE DOS CORTES - HISTORICO NAO ARQUIVADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-FECHA-EXIT
           END-IF.

           PERFORM 6000-ARQUIVA-HISTORICO.
      * Registro que nao entrou no arquivamento deixa a copia
      * incompleta - o historico corrente nao e zerado.
           IF WS-CODIGO-RETORNO = 8
               GO TO 0000-FECHA-EXIT
           END-IF.
           PERFORM 6200-REGISTRA-SEMESTRE.
           PERFORM 6500-ZERA-HISTORICO.

           DISPLAY " ".
           END-IF.

           DISPLAY "TABELA DE CORTES CARREGADA: " WS-QTD-CORTES
                   " VERSAO(OES)".
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 0950-CARGA-ENTRADA-CORTE
      * Critica uma linha da tabela de cortes (cortes numericos e em
      * ordem nao crescente A >= B >= C, vigencia com inicio ate o
      * fim) e a carrega na tabela em memoria. Qualquer linha
      * invalida interrompe o job.
      *----------------------------------------------------------------*
       0950-CARGA-ENTRADA-CORTE.
           IF WS-QTD-CORTES >= 30
               DISPLAY "ERRO: TABELA-CORTES.DAT EXCEDE A CAPACIDADE "
                       "DA TABELA (30 VERSOES)"
               MOVE 8 TO WS-CODIGO-RETORNO
               CLOSE CORTES-FILE
               GO TO 0000-FECHA-EXIT
                   OR CRT-CORTE-A NOT NUMERIC
                   OR CRT-CORTE-B NOT NUMERIC
                   OR CRT-CORTE-C NOT NUMERIC
                   OR CRT-DT-INICIO NOT NUMERIC
                   OR CRT-DT-FIM NOT NUMERIC
                   OR CRT-DT-INICIO > CRT-DT-FIM
                   OR CRT-CORTE-A < CRT-CORTE-B
                   OR CRT-CORTE-B < CRT-CORTE-C
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-CORTES.DAT: "
           MOVE CRT-CORTE-A      TO WS-TAB-CRT-A (WS-QTD-CORTES).
           MOVE CRT-CORTE-B      TO WS-TAB-CRT-B (WS-QTD-CORTES).
           MOVE CRT-CORTE-C      TO WS-TAB-CRT-C (WS-QTD-CORTES).
           MOVE CRT-DT-INICIO    TO WS-TAB-CRT-INICIO (WS-QTD-CORTES).
           MOVE CRT-DT-FIM       TO WS-TAB-CRT-FIM (WS-QTD-CORTES).
           IF CRT-NIVEL-ESTUDO = "DEMAIS"
               SET WS-HA-LINHA-DEMAIS TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2100-BUSCA-CORTES
      * Resolve os cortes do nivel de estudo do aluno corrente
      * vigentes na data da ultima avaliacao dele e, sem linha
      * propria, usa a linha DEMAIS (sem versao vigente nem dela, o
      * aluno sai sem conceito em 4000-FECHA-ALUNO).
      *----------------------------------------------------------------*
       2100-BUSCA-CORTES.
           MOVE "N" TO WS-CORTE-ACHADO.
               MOVE ZERO TO WS-IDX-CORTE
               PERFORM 2120-APLICA-LINHA-DEMAIS
                   UNTIL WS-NIVEL-TEM-CORTE
                      OR WS-IDX-CORTE >= WS-QTD-CORTES
           END-IF.

      *----------------------------------------------------------------*
      * 2110-COMPARA-CORTE
      * Compara o nivel de estudo do aluno corrente com a proxima
      * linha da tabela de cortes, copiando os cortes quando confere
      * e a versao esta vigente na data de referencia.
      *----------------------------------------------------------------*
       2110-COMPARA-CORTE.
           ADD 1 TO WS-IDX-CORTE.
           IF WS-ALU-NIVEL = WS-TAB-CRT-NIVEL (WS-IDX-CORTE)
                   AND WS-TAB-CRT-INICIO (WS-IDX-CORTE)
                       <= WS-DATA-VIGENCIA
                   AND WS-TAB-CRT-FIM (WS-IDX-CORTE)
                       >= WS-DATA-VIGENCIA
               MOVE "S" TO WS-CORTE-ACHADO
               MOVE WS-TAB-CRT-A (WS-IDX-CORTE) TO WS-CORTE-A
               MOVE WS-TAB-CRT-B (WS-IDX-CORTE) TO WS-CORTE-B

      *----------------------------------------------------------------*
      * 2120-APLICA-LINHA-DEMAIS
      * Copia os cortes da versao da linha DEMAIS vigente na data de
      * referencia para o aluno corrente, quando o nivel de estudo
      * dele nao tem linha propria.
      *----------------------------------------------------------------*
       2120-APLICA-LINHA-DEMAIS.
           ADD 1 TO WS-IDX-CORTE.
           IF WS-TAB-CRT-NIVEL (WS-IDX-CORTE) = "DEMAIS"
                   AND WS-TAB-CRT-INICIO (WS-IDX-CORTE)
                       <= WS-DATA-VIGENCIA
                   AND WS-TAB-CRT-FIM (WS-IDX-CORTE)
                       >= WS-DATA-VIGENCIA
               MOVE "S" TO WS-CORTE-ACHADO
               MOVE WS-TAB-CRT-A (WS-IDX-CORTE) TO WS-CORTE-A
               MOVE WS-TAB-CRT-B (WS-IDX-CORTE) TO WS-CORTE-B
               MOVE "S" TO WS-ALU-ABERTO
           END-IF.

      * O resultado corrigido por revisao de nota (V) ja foi
      * regravado sobre o original: entra na soma como qualquer
      * outra avaliacao.
           ADD WS-HST-NOTA TO WS-ALU-SOMA-NOTAS.
           ADD 1 TO WS-ALU-QTD-NOTAS.
           ADD 1 TO WS-TOT-AVALIACOES.
               SET WS-ALU-TEM-FALTA TO TRUE
           END-IF.
      * O nivel de estudo da ultima avaliacao do aluno no periodo e
      * o que vale para os cortes da media final, na versao vigente
      * na data dessa avaliacao.
           MOVE WS-HST-NIVEL-ESTUDO TO WS-ALU-NIVEL.
           MOVE WS-HST-DATA         TO WS-ALU-DATA.

           RETURN SORT-WORK
               AT END

      *----------------------------------------------------------------*
      * 4000-FECHA-ALUNO
      * Fecha o aluno corrente: media final arredondada, conceito e
      * situacao contra os cortes do nivel vigentes na data da
      * ultima avaliacao (4100), linha na ata e registro no arquivo
      * de fechamento. Sem versao vigente dos cortes o aluno sai na
      * ata sem conceito e fica fora do fechamento.
      *----------------------------------------------------------------*
       4000-FECHA-ALUNO.
           COMPUTE WS-MEDIA-FINAL ROUNDED =
               WS-ALU-SOMA-NOTAS / WS-ALU-QTD-NOTAS.

           MOVE WS-ALU-DATA TO WS-DATA-VIGENCIA.
           PERFORM 2100-BUSCA-CORTES.

           IF WS-NIVEL-TEM-CORTE
               PERFORM 4100-APURA-SITUACAO
           ELSE
               MOVE SPACE TO WS-CONCEITO-FINAL
               MOVE "SEM REGRA VIGENTE" TO WS-SITUACAO-FINAL
               ADD 1 TO WS-TOT-SEM-REGRA
               DISPLAY "ERRO: ALUNO " WS-ALU-ID " TURMA "
                       WS-TURMA-ATUAL " SEM VERSAO VIGENTE DOS "
                       "CORTES EM " WS-DATA-VIGENCIA
           END-IF.

           PERFORM 1850-BUSCA-MESTRE.

           MOVE WS-ALU-ID          TO WS-ATA-ID-ALUNO.
           MOVE WS-NOME-ALUNO      TO WS-ATA-NOME.
           MOVE WS-ALU-QTD-NOTAS   TO WS-ATA-QTD.
           MOVE WS-MEDIA-FINAL     TO WS-ATA-MEDIA.
           MOVE WS-CONCEITO-FINAL  TO WS-ATA-CONCEITO.
           MOVE WS-SITUACAO-FINAL  TO WS-ATA-SITUACAO.
           MOVE WS-LINHA-ALUNO-ATA TO REG-ATA.
           WRITE REG-ATA.

           MOVE WS-ALU-ID          TO FEC-ID-ALUNO.
           MOVE WS-PARM-SEMESTRE   TO FEC-SEMESTRE.
           MOVE WS-TURMA-ATUAL     TO FEC-TURMA.
           MOVE WS-ALU-QTD-NOTAS   TO FEC-QTD-AVALIACOES.
           MOVE WS-MEDIA-FINAL     TO FEC-MEDIA-FINAL.
           MOVE WS-CONCEITO-FINAL  TO FEC-CONCEITO-FINAL.
           MOVE WS-SITUACAO-FINAL  TO FEC-SITUACAO-FINAL.
           MOVE WS-ALU-NIVEL       TO FEC-NIVEL-ESTUDO.
           MOVE SPACE              TO FEC-MARCA.
           MOVE ZERO               TO FEC-NOTA-RECUPERACAO.
           MOVE WS-ALU-DATA        TO FEC-DATA-REFERENCIA.
           IF WS-NIVEL-TEM-CORTE
               WRITE REG-FECHAMENTO
           END-IF.

           ADD 1 TO WS-TOT-ALUNOS.
           MOVE "N" TO WS-ALU-ABERTO.

      *----------------------------------------------------------------*
      * 4100-APURA-SITUACAO
      * Apura o conceito final contra os cortes resolvidos e a
      * situacao final pelo regimento (abaixo da metade do corte C
      * nao ha direito a recuperacao), somando nos subtotais.
      *----------------------------------------------------------------*
       4100-APURA-SITUACAO.
           EVALUATE TRUE
               WHEN WS-MEDIA-FINAL >= WS-CORTE-A
                   MOVE "A" TO WS-CONCEITO-FINAL
                   ADD 1 TO WS-TOT-REPROVADOS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 4500-FECHA-TURMA
      * Fecha o bloco da turma corrente na ata com os subtotais de
           MOVE WS-LINHA-ATA TO REG-ATA.
           WRITE REG-ATA.

           IF WS-TOT-SEM-REGRA > ZERO
               MOVE SPACES TO WS-LINHA-ATA
               STRING "SEM REGRA VIGENTE.....: " WS-TOT-SEM-REGRA
                   DELIMITED BY SIZE INTO WS-LINHA-ATA
               MOVE WS-LINHA-ATA TO REG-ATA
               WRITE REG-ATA
           END-IF.

      *----------------------------------------------------------------*
      * 6000-ARQUIVA-HISTORICO
      * Copia o historico processado para o arquivo carimbado com o
               GO TO 0000-FECHA-EXIT
           END-IF.

           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET WS-FIM-HISTORICO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 6100-COPIA-REGISTRO
      * Copia um registro do historico para o arquivamento, na ordem
      * da chave, e avanca.
      *----------------------------------------------------------------*
       6100-COPIA-REGISTRO.
           MOVE REG-HISTORICO TO REG-ARQUIVO.
           WRITE REG-ARQUIVO
               INVALID KEY
                   DISPLAY "ERRO AO ARQUIVAR ALUNO " HST-ID-ALUNO
                           " DATA " HST-DATA " TURMA " HST-TURMA
                           " - STATUS: " WS-STATUS-ARQUIVO
                   MOVE 8 TO WS-CODIGO-RETORNO
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-ARQUIVADOS
           END-WRITE.
           READ HISTORICO-FILE NEXT RECORD
               AT END
                   SET WS-FIM-HISTORICO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 6200-REGISTRA-SEMESTRE
      * Anexa o semestre arquivado ao catalogo de semestres
      * arquivados. Um arquivamento fora do catalogo escaparia do
      * expurgo de dados pessoais - sem o registro o historico
      * corrente fica como esta para o rerun.
      *----------------------------------------------------------------*
       6200-REGISTRA-SEMESTRE.
           OPEN EXTEND SEMESTRES-FILE.
           IF WS-STATUS-SEMESTRES NOT = "00"
                   AND WS-STATUS-SEMESTRES NOT = "05"
               DISPLAY "ERRO AO ABRIR SEMESTRES-ARQUIVADOS.DAT - "
                       "STATUS: " WS-STATUS-SEMESTRES
                       " - HISTORICO NAO ZERADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-FECHA-EXIT
           END-IF.
           MOVE SPACES TO REG-SEMESTRE-ARQ.
           MOVE WS-PARM-SEMESTRE TO SAR-SEMESTRE.
           ACCEPT SAR-DATA-REGISTRO FROM DATE YYYYMMDD.
           MOVE "FECHA-SEMESTRE" TO SAR-ORIGEM.
           WRITE REG-SEMESTRE-ARQ.
           CLOSE SEMESTRES-FILE.

      *----------------------------------------------------------------*
      * 6500-ZERA-HISTORICO
      * Zera o HISTORICO.DAT ja arquivado, para o proximo periodo
      * comecar limpo - os lotes diarios voltam a acumular do
      * zero.
      *----------------------------------------------------------------*
       6500-ZERA-HISTORICO.
           OPEN OUTPUT HISTORICO-FILE.
