      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-HISTORICO.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Conversao do historico semestral do arquivo
      * sequencial anexado pelos lotes para o arquivo indexado pela
      * chave aluno+data+turma, com a turma como chave alternada
      * (HISTORICO-FD.cpy). Roda uma vez na migracao para o
      * historico corrente e uma vez para cada arquivamento de
      * semestre ja fechado:
      *   - sem PARM, converte o historico corrente: o operador
      *     renomeia HISTORICO.DAT para HISTORICO.SEQ e o job cria
      *     o HISTORICO.DAT indexado;
      *   - com o PARM do semestre (AAAAS, ex: 20261), converte o
      *     arquivamento: HISTORICO-AAAAS.SEQ (o antigo
      *     HISTORICO-AAAAS.DAT renomeado) para HISTORICO-AAAAS.DAT.
      * O sequencial esta no layout anterior (aluno, data, nota,
      * conceito, situacao, marca, turma, ...); o registro
      * convertido sai no layout de HISTORICO-REC.cpy. Arquivamentos
      * antigos tem registros de 56 bytes (sem as notas componentes
      * e a nota/conceito anteriores) ou de 38 bytes (sem turma e
      * nivel): as notas ausentes saem zeradas e os textos em
      * branco.
      * O resultado revisado (marca V), que o sequencial trazia
      * anexado depois do original, e incorporado por REWRITE ao
      * registro da mesma chave - no indexado cada avaliacao e um
      * registro so. Um segundo registro sem marca V na mesma chave
      * (tipicamente a linha R de uma excecao de duplicidade,
      * motivo 04, reprocessada sobre um aluno ja gravado pelo lote
      * do mesmo dia) e reportado e ignorado - prevalece a primeira
      * ocorrencia, como na conversao do mestre. Linha com aluno ou
      * data nao numericos tambem e reportada e ignorada. Qualquer
      * registro ignorado termina o job com RC 4.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, na conversao do historico para
      *                    organizacao indexada - a varredura e a
      *                    classificacao do arquivo inteiro a cada
      *                    job alongavam a janela noturna.
      * 15-OUT-26  LCF     Arquivamento convertido registrado no
      *                    catalogo SEMESTRES-ARQUIVADOS.DAT, como no
      *                    FECHA-SEMESTRE, para o EXPURGO-LGPD.
      * 15-OUT-26  LCF     Revisao nao regravada nem gravada e contada
      *                    a parte e termina o job com RC 8; o aviso
      *                    de chave duplicada nao rebaixa mais o RC 8
      *                    do catalogo.
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
      * ARQUIVO DE ENTRADA - HISTORICO SEQUENCIAL NO LAYOUT ANTERIOR,
      * COM O NOME MONTADO EM WS-NOME-ENTRADA (HISTORICO.SEQ OU
      * HISTORICO-AAAAS.SEQ)
      *----------------------------------------------------------------*
           SELECT ENTRADA-FILE ASSIGN TO WS-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - HISTORICO INDEXADO POR ALUNO+DATA+TURMA,
      * COM O NOME MONTADO EM WS-NOME-SAIDA (HISTORICO.DAT OU
      * HISTORICO-AAAAS.DAT)
      *----------------------------------------------------------------*
           SELECT HISTORICO-FILE ASSIGN TO WS-NOME-SAIDA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - CATALOGO DE SEMESTRES ARQUIVADOS, UMA LINHA
      * ANEXADA POR ARQUIVAMENTO GRAVADO (LIDO PELO EXPURGO-LGPD)
      *----------------------------------------------------------------*
           SELECT OPTIONAL SEMESTRES-FILE
               ASSIGN TO "SEMESTRES-ARQUIVADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEMESTRES.

      *================================================================*
      * DATA DIVISION
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * FD ENTRADA-FILE
      * Registro fisico do historico sequencial (ate 69 bytes; as
      * linhas mais curtas dos arquivamentos antigos chegam
      * completadas com brancos).
      *----------------------------------------------------------------*
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ENTRADA               PIC X(69).

      *----------------------------------------------------------------*
      * FD HISTORICO-FILE
      * Registro do historico indexado (HISTORICO-FD.cpy), com a
      * chave primaria aluno+data+turma e a turma como alternada.
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD.

      *----------------------------------------------------------------*
      * FD SEMESTRES-FILE
      * Linha do catalogo de semestres arquivados (SEMESTRES-REC.cpy).
      *----------------------------------------------------------------*
       FD  SEMESTRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SEMESTRES-REC.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * REGISTRO DO HISTORICO SEQUENCIAL NO LAYOUT ANTERIOR A
      * ORGANIZACAO INDEXADA (TURMA DEPOIS DA MARCA)
      *----------------------------------------------------------------*
       01  WS-REG-ANTIGO.
           05  WS-ANT-ID-ALUNO       PIC X(05).
           05  WS-ANT-DATA           PIC X(08).
           05  WS-ANT-NOTA           PIC X(03).
           05  WS-ANT-CONCEITO       PIC X(01).
           05  WS-ANT-SITUACAO       PIC X(20).
           05  WS-ANT-MARCA          PIC X(01).
               88  WS-ANT-REVISADO        VALUE "V".
           05  WS-ANT-TURMA          PIC X(03).
           05  WS-ANT-NIVEL-ESTUDO   PIC X(15).
           05  WS-ANT-NOTA-N1        PIC X(03).
           05  WS-ANT-NOTA-N2        PIC X(03).
           05  WS-ANT-NOTA-TRABALHO  PIC X(03).
           05  WS-ANT-NOTA-ANTERIOR  PIC X(03).
           05  WS-ANT-CONC-ANTERIOR  PIC X(01).

      *----------------------------------------------------------------*
      * REGISTRO CONVERTIDO NO LAYOUT NOVO (HISTORICO-REC.cpy)
      *----------------------------------------------------------------*
           COPY HISTORICO-REC.

      *----------------------------------------------------------------*
      * SEMESTRE DO ARQUIVAMENTO (PARM) E NOMES DOS ARQUIVOS
      *----------------------------------------------------------------*
       01  WS-PARM-SEMESTRE         PIC X(05) VALUE SPACES.
       01  WS-NOME-ENTRADA          PIC X(40) VALUE SPACES.
       01  WS-NOME-SAIDA            PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * TOTAIS DA CONVERSAO
      *----------------------------------------------------------------*
       01  WS-TOTAIS-CONVERSAO.
           05  WS-TOT-LIDOS          PIC 9(06) VALUE ZERO.
           05  WS-TOT-GRAVADOS       PIC 9(06) VALUE ZERO.
           05  WS-TOT-REVISOES       PIC 9(06) VALUE ZERO.
           05  WS-TOT-DUPLICADOS     PIC 9(06) VALUE ZERO.
           05  WS-TOT-MALFORMADOS    PIC 9(06) VALUE ZERO.
           05  WS-TOT-FALHAS-REVISAO PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE NA SAIDA
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-ENTRADA        PIC X(02) VALUE "00".
       01  WS-STATUS-HISTORICO      PIC X(02) VALUE "00".
       01  WS-STATUS-SEMESTRES      PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-ENTRADA        PIC X(01) VALUE "N".
               88  WS-FIM-ENTRADA    VALUE "S".
           05  WS-CHAVE-EXISTE       PIC X(01) VALUE "N".
               88  WS-HA-REGISTRO-CHAVE   VALUE "S".

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-CONVERTE-PRINCIPAL
      * Monta os nomes dos arquivos pelo PARM, abre o sequencial,
      * cria o indexado do zero e converte registro a registro,
      * gravando por chave.
      *----------------------------------------------------------------*
       0000-CONVERTE-PRINCIPAL.
           DISPLAY "CONVERSAO DO HISTORICO PARA ORGANIZACAO INDEXADA".
           DISPLAY " ".

           PERFORM 0500-LE-PARM-SEMESTRE.

           OPEN INPUT ENTRADA-FILE.
           IF WS-STATUS-ENTRADA NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-ENTRADA " - STATUS: "
                       WS-STATUS-ENTRADA
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CONVERTE-EXIT
           END-IF.

           OPEN OUTPUT HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-NOME-SAIDA " - STATUS: "
                       WS-STATUS-HISTORICO
               CLOSE ENTRADA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CONVERTE-EXIT
           END-IF.
      * O indexado recem-criado e reaberto para leitura e regravacao
      * por chave - a incorporacao das revisoes (V) le o original.
           CLOSE HISTORICO-FILE.
           OPEN I-O HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "ERRO AO REABRIR " WS-NOME-SAIDA " - STATUS: "
                       WS-STATUS-HISTORICO
               CLOSE ENTRADA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CONVERTE-EXIT
           END-IF.

           READ ENTRADA-FILE
               AT END
                   SET WS-FIM-ENTRADA TO TRUE
           END-READ.
           PERFORM 3000-CONVERTE-REGISTRO
                   THRU 3000-CONVERTE-REGISTRO-EXIT
               UNTIL WS-FIM-ENTRADA.

           CLOSE ENTRADA-FILE.
           CLOSE HISTORICO-FILE.

           IF WS-PARM-SEMESTRE NOT = SPACES
               PERFORM 6000-REGISTRA-SEMESTRE
           END-IF.

           DISPLAY ">>> RESUMO DA CONVERSAO <<<".
           DISPLAY "Arquivo convertido....: " WS-NOME-SAIDA.
           DISPLAY "Registros lidos.......: " WS-TOT-LIDOS.
           DISPLAY "Registros gravados....: " WS-TOT-GRAVADOS.
           DISPLAY "Revisoes incorporadas.: " WS-TOT-REVISOES.
           DISPLAY "Chaves duplicadas.....: " WS-TOT-DUPLICADOS.
           DISPLAY "Linhas malformadas....: " WS-TOT-MALFORMADOS.
           DISPLAY "Revisoes nao gravadas.: " WS-TOT-FALHAS-REVISAO.

           IF WS-TOT-LIDOS = ZERO
               DISPLAY "AVISO: " WS-NOME-ENTRADA " VAZIO - "
                       WS-NOME-SAIDA " CRIADO SEM REGISTROS"
           END-IF.

      * Chave duplicada e linha malformada sao avisos (RC 4), sem
      * rebaixar um RC 8 ja dado pelo registro no catalogo; revisao
      * que nao entrou no arquivo convertido e perda de resultado.
           IF (WS-TOT-DUPLICADOS > ZERO
                   OR WS-TOT-MALFORMADOS > ZERO)
                   AND WS-CODIGO-RETORNO < 4
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.
           IF WS-TOT-FALHAS-REVISAO > ZERO
               DISPLAY "ERRO: " WS-TOT-FALHAS-REVISAO " REVISAO(OES) "
                       "NAO GRAVADA(S) EM " WS-NOME-SAIDA
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

       0000-CONVERTE-EXIT.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500-LE-PARM-SEMESTRE
      * Le o semestre (AAAAS) do PARM da linha de comando e monta os
      * nomes de entrada e saida. Sem PARM converte o historico
      * corrente; PARM nao numerico impede a conversao.
      *----------------------------------------------------------------*
       0500-LE-PARM-SEMESTRE.
           ACCEPT WS-PARM-SEMESTRE FROM COMMAND-LINE.
           IF WS-PARM-SEMESTRE = SPACES
               MOVE "HISTORICO.SEQ" TO WS-NOME-ENTRADA
               MOVE "HISTORICO.DAT" TO WS-NOME-SAIDA
           ELSE
               IF WS-PARM-SEMESTRE NOT NUMERIC
                   DISPLAY "ERRO: PARM DE SEMESTRE INVALIDO ("
                           WS-PARM-SEMESTRE ") - INFORME AAAAS, EX: "
                           "20261, OU OMITA PARA O HISTORICO CORRENTE"
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-CONVERTE-EXIT
               END-IF
               STRING "HISTORICO-" WS-PARM-SEMESTRE ".SEQ"
                   DELIMITED BY SIZE INTO WS-NOME-ENTRADA
               STRING "HISTORICO-" WS-PARM-SEMESTRE ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-SAIDA
           END-IF.
           DISPLAY "ENTRADA SEQUENCIAL: " WS-NOME-ENTRADA.
           DISPLAY "SAIDA INDEXADA....: " WS-NOME-SAIDA.
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 3000-CONVERTE-REGISTRO
      * Converte um registro do sequencial para o layout novo e o
      * grava por chave; o revisado (V) regrava o registro da mesma
      * chave. Chave repetida sem marca V e linha malformada sao
      * reportadas e ignoradas.
      *----------------------------------------------------------------*
       3000-CONVERTE-REGISTRO.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE REG-ENTRADA TO WS-REG-ANTIGO.

           IF WS-ANT-ID-ALUNO NOT NUMERIC
                   OR WS-ANT-DATA NOT NUMERIC
               ADD 1 TO WS-TOT-MALFORMADOS
               DISPLAY "LINHA MALFORMADA - IGNORADA: " REG-ENTRADA
               GO TO 3000-LE-PROXIMO
           END-IF.

           PERFORM 3100-MONTA-REGISTRO.

           IF WS-ANT-REVISADO
               PERFORM 3200-INCORPORA-REVISAO
               GO TO 3000-LE-PROXIMO
           END-IF.

           MOVE WS-REG-HISTORICO TO REG-HISTORICO.
           WRITE REG-HISTORICO
               INVALID KEY
                   ADD 1 TO WS-TOT-DUPLICADOS
                   DISPLAY "CHAVE DUPLICADA - IGNORADA: ALUNO "
                           WS-HST-ID-ALUNO " DATA " WS-HST-DATA
                           " TURMA " WS-HST-TURMA " MARCA "
                           WS-HST-MARCA " (STATUS "
                           WS-STATUS-HISTORICO ")"
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-GRAVADOS
           END-WRITE.

       3000-LE-PROXIMO.
           READ ENTRADA-FILE
               AT END
                   SET WS-FIM-ENTRADA TO TRUE
           END-READ.

       3000-CONVERTE-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-MONTA-REGISTRO
      * Move os campos do layout anterior para o registro de
      * trabalho no layout novo. Notas ausentes (registros de 38 e
      * 56 bytes) ou nao numericas saem zeradas.
      *----------------------------------------------------------------*
       3100-MONTA-REGISTRO.
           MOVE WS-ANT-ID-ALUNO      TO WS-HST-ID-ALUNO.
           MOVE WS-ANT-DATA          TO WS-HST-DATA.
           MOVE WS-ANT-TURMA         TO WS-HST-TURMA.
           MOVE WS-ANT-CONCEITO      TO WS-HST-CONCEITO.
           MOVE WS-ANT-SITUACAO      TO WS-HST-SITUACAO.
           MOVE WS-ANT-MARCA         TO WS-HST-MARCA.
           MOVE WS-ANT-NIVEL-ESTUDO  TO WS-HST-NIVEL-ESTUDO.
           MOVE WS-ANT-CONC-ANTERIOR TO WS-HST-CONC-ANTERIOR.

           IF WS-ANT-NOTA IS NUMERIC
               MOVE WS-ANT-NOTA TO WS-HST-NOTA
           ELSE
               MOVE ZERO TO WS-HST-NOTA
           END-IF.
           IF WS-ANT-NOTA-N1 IS NUMERIC
               MOVE WS-ANT-NOTA-N1 TO WS-HST-NOTA-N1
           ELSE
               MOVE ZERO TO WS-HST-NOTA-N1
           END-IF.
           IF WS-ANT-NOTA-N2 IS NUMERIC
               MOVE WS-ANT-NOTA-N2 TO WS-HST-NOTA-N2
           ELSE
               MOVE ZERO TO WS-HST-NOTA-N2
           END-IF.
           IF WS-ANT-NOTA-TRABALHO IS NUMERIC
               MOVE WS-ANT-NOTA-TRABALHO TO WS-HST-NOTA-TRABALHO
           ELSE
               MOVE ZERO TO WS-HST-NOTA-TRABALHO
           END-IF.
           IF WS-ANT-NOTA-ANTERIOR IS NUMERIC
               MOVE WS-ANT-NOTA-ANTERIOR TO WS-HST-NOTA-ANTERIOR
           ELSE
               MOVE ZERO TO WS-HST-NOTA-ANTERIOR
           END-IF.

      *----------------------------------------------------------------*
      * 3200-INCORPORA-REVISAO
      * Regrava o registro da mesma chave com o resultado revisado
      * (nota, conceito, componentes, marca V e nota/conceito
      * substituidos). Revisao sem o original no arquivo e gravada
      * como registro proprio. Revisao que nao pode ser gravada de
      * nenhum dos dois jeitos e contada como falha (RC 8).
      *----------------------------------------------------------------*
       3200-INCORPORA-REVISAO.
           MOVE "N" TO WS-CHAVE-EXISTE.
           MOVE WS-HST-CHAVE TO HST-CHAVE.
           READ HISTORICO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HA-REGISTRO-CHAVE TO TRUE
           END-READ.

           MOVE WS-REG-HISTORICO TO REG-HISTORICO.
           IF WS-HA-REGISTRO-CHAVE
               REWRITE REG-HISTORICO
                   INVALID KEY
                       ADD 1 TO WS-TOT-FALHAS-REVISAO
                       DISPLAY "ERRO AO REGRAVAR REVISAO: ALUNO "
                               WS-HST-ID-ALUNO " DATA " WS-HST-DATA
                               " TURMA " WS-HST-TURMA
                               " (STATUS " WS-STATUS-HISTORICO ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-REVISOES
               END-REWRITE
           ELSE
               DISPLAY "AVISO: REVISAO SEM O ORIGINAL - GRAVADA: "
                       "ALUNO " WS-HST-ID-ALUNO " DATA " WS-HST-DATA
                       " TURMA " WS-HST-TURMA
               WRITE REG-HISTORICO
                   INVALID KEY
                       ADD 1 TO WS-TOT-FALHAS-REVISAO
                       DISPLAY "ERRO AO GRAVAR REVISAO: ALUNO "
                               WS-HST-ID-ALUNO " DATA " WS-HST-DATA
                               " TURMA " WS-HST-TURMA
                               " (STATUS " WS-STATUS-HISTORICO ")"
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-GRAVADOS
               END-WRITE
           END-IF.

      *----------------------------------------------------------------*
      * 6000-REGISTRA-SEMESTRE
      * Anexa o semestre do arquivamento convertido ao catalogo de
      * semestres arquivados. O arquivamento ja convertido fica
      * valido; a falha so pede o registro manual da linha (RC 8).
      *----------------------------------------------------------------*
       6000-REGISTRA-SEMESTRE.
           OPEN EXTEND SEMESTRES-FILE.
           IF WS-STATUS-SEMESTRES NOT = "00"
                   AND WS-STATUS-SEMESTRES NOT = "05"
               DISPLAY "ERRO AO ABRIR SEMESTRES-ARQUIVADOS.DAT - "
                       "STATUS: " WS-STATUS-SEMESTRES
               DISPLAY "REGISTRE O SEMESTRE " WS-PARM-SEMESTRE
                       " NO CATALOGO ANTES DO PROXIMO EXPURGO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CONVERTE-EXIT
           END-IF.
           MOVE SPACES TO REG-SEMESTRE-ARQ.
           MOVE WS-PARM-SEMESTRE TO SAR-SEMESTRE.
           ACCEPT SAR-DATA-REGISTRO FROM DATE YYYYMMDD.
           MOVE "CONVERTE-HISTORICO" TO SAR-ORIGEM.
           WRITE REG-SEMESTRE-ARQ.
           CLOSE SEMESTRES-FILE.
