      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-RISCO.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Relatorio semanal de alerta precoce de alunos em
      * risco, para a coordenacao intervir antes do fechamento do
      * semestre - ate aqui o risco so aparecia depois do fato (o
      * REPROVADO POR FALTA do lote, a carta de conceito D, a ata
      * final). Cruza o historico cumulativo do periodo
      * (HISTORICO.DAT), a frequencia por aluno e turma
      * (FREQUENCIA.DAT), o cadastro mestre (MESTRE-INDEXADO.DAT) e
      * o cadastro de turmas (TABELA-TURMAS.DAT) e sinaliza, por
      * aluno e turma:
      *   1. FREQUENCIA - presenca ainda no minimo regimental (75%)
      *      ou acima, mas abaixo de WS-FREQ-ALERTA;
      *   2. QUEDA - as tres ultimas notas apuradas em queda
      *      continua (cada uma menor que a anterior);
      *   3. MEDIA - media corrente do periodo (a mesma do
      *      fechamento) ja abaixo do corte C do nivel de estudo,
      *      na versao dos cortes (TABELA-CORTES.DAT) vigente na
      *      data da ultima avaliacao.
      * O relatorio (ALERTA-RISCO.DAT) sai em blocos por professor
      * e turma, na versao do cadastro de turmas vigente na data da
      * emissao, com uma linha por motivo. Alunos inativos no mestre
      * ficam fora; alunos ainda sem avaliacao entram so pela
      * frequencia. RC 4 quando algum aluno fica sem analise da
      * media (sem versao vigente dos cortes) ou algum alerta nao
      * cabe no relatorio; RC 8 em erro de arquivo ou tabela.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para o acompanhamento semanal
      *                    dos alunos em risco pela coordenacao.
      * 15-OUT-26  LCF     Historico indexado (HISTORICO-FD.cpy): a
      *                    classificacao le o indexado, sem a marca
      *                    como chave, e o resultado revisado (V),
      *                    regravado sobre o original, entra na media
      *                    e na janela como qualquer avaliacao.
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
      * ARQUIVO DE ENTRADA - HISTORICO SEMESTRAL CUMULATIVO, INDEXADO
      * POR ALUNO+DATA+TURMA E LIDO PELA CLASSIFICACAO (SORT USING).
      * OPTIONAL: NO INICIO DO PERIODO O HISTORICO AINDA NAO EXISTE E
      * SO A FREQUENCIA CONTA
      *----------------------------------------------------------------*
           SELECT OPTIONAL HISTORICO-FILE
               ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - FREQUENCIA POR ALUNO E TURMA (ID,
      * TURMA, AULAS DADAS, AULAS PRESENTES), A MESMA DO DRIVER
      *----------------------------------------------------------------*
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FREQUENCIA.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - TABELA DE CORTES DE CONCEITO, A MESMA
      * USADA PELO DRIVER DO LOTE, PARA O CORTE C DA MEDIA CORRENTE
      *----------------------------------------------------------------*
           SELECT CORTES-FILE ASSIGN TO "TABELA-CORTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORTES.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO DE TURMAS DA COORDENACAO
      *----------------------------------------------------------------*
           SELECT TURMAS-FILE ASSIGN TO "TABELA-TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TURMAS.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO MESTRE DE ALUNOS DA SECRETARIA,
      * INDEXADO POR ID E LIDO POR CHAVE PARA O NOME E A SITUACAO
      *----------------------------------------------------------------*
           SELECT MESTRE-FILE ASSIGN TO "MESTRE-INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID-ALUNO
               FILE STATUS IS WS-STATUS-MESTRE.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - RELATORIO DE ALERTA PRECOCE POR PROFESSOR
      * E TURMA
      *----------------------------------------------------------------*
           SELECT ALERTA-FILE ASSIGN TO "ALERTA-RISCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTA.

      *----------------------------------------------------------------*
      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR TURMA/ALUNO/DATA
      *----------------------------------------------------------------*
           SELECT SORT-WORK ASSIGN TO "SORTWK".

      *================================================================*
      * DATA DIVISION
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * FD HISTORICO-FILE
      * Registro do historico semestral indexado (HISTORICO-FD.cpy;
      * layout de trabalho em HISTORICO-REC.cpy).
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD.

      *----------------------------------------------------------------*
      * FD FREQUENCIA-FILE
      * Uma linha da frequencia: o aluno, a turma, quantas aulas a
      * turma teve no periodo ate aqui e em quantas o aluno esteve
      * presente.
      *----------------------------------------------------------------*
       FD  FREQUENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FREQUENCIA.
           05  FRQ-ID-ALUNO          PIC 9(05).
           05  FRQ-TURMA             PIC X(03).
           05  FRQ-AULAS-DADAS       PIC 9(03).
           05  FRQ-AULAS-PRESENTES   PIC 9(03).

      *----------------------------------------------------------------*
      * FD CORTES-FILE
      * Uma linha da tabela de cortes: nivel de estudo, as notas
      * minimas dos conceitos A, B e C e a vigencia da versao
      * (AAAAMMDD; fim 99999999 = em aberto).
      *----------------------------------------------------------------*
       FD  CORTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CORTE.
           05  CRT-NIVEL-ESTUDO      PIC X(15).
           05  CRT-CORTE-A           PIC 9(03).
           05  CRT-CORTE-B           PIC 9(03).
           05  CRT-CORTE-C           PIC 9(03).
           05  CRT-DT-INICIO         PIC 9(08).
           05  CRT-DT-FIM            PIC 9(08).

      *----------------------------------------------------------------*
      * FD TURMAS-FILE
      * Registro fisico do cadastro de turmas (layout dos campos em
      * TURMA-REC.cpy, para onde cada registro lido e movido).
      *----------------------------------------------------------------*
       FD  TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TURMA-CAD             PIC X(124).

      *----------------------------------------------------------------*
      * FD MESTRE-FILE
      * Registro do cadastro mestre indexado (MESTRE-FD.cpy), com o
      * ID do aluno como chave primaria.
      *----------------------------------------------------------------*
       FD  MESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MESTRE-FD.

      *----------------------------------------------------------------*
      * FD ALERTA-FILE
      * Linha formatada do relatorio de alerta precoce.
      *----------------------------------------------------------------*
       FD  ALERTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ALERTA                PIC X(100).

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

      *----------------------------------------------------------------*
      * REGISTROS DE TRABALHO DO HISTORICO (HISTORICO-REC.cpy) E DO
      * CADASTRO DE TURMAS (TURMA-REC.cpy)
      *----------------------------------------------------------------*
           COPY HISTORICO-REC.

           COPY TURMA-REC.

      *----------------------------------------------------------------*
      * CORTES VIGENTES DO ALUNO CORRENTE (CORTES-REC.cpy) E TABELA
      * DE CORTES POR NIVEL DE ESTUDO, COMO NO FECHAMENTO
      *----------------------------------------------------------------*
           COPY CORTES-REC.

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
           05  WS-TEM-DEMAIS         PIC X(01) VALUE "N".
               88  WS-HA-LINHA-DEMAIS      VALUE "S".

      *----------------------------------------------------------------*
      * FREQUENCIA POR ALUNO E TURMA, CARREGADA DE FREQUENCIA.DAT NA
      * PARTIDA, COM A MARCA DA ENTRADA JA ANALISADA JUNTO COM O
      * HISTORICO (AS DEMAIS SAO ALUNOS AINDA SEM AVALIACAO)
      *----------------------------------------------------------------*
       01  WS-TABELA-FREQUENCIA.
           05  WS-QTD-FREQUENCIA     PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-FREQUENCIA OCCURS 999 TIMES.
               10  WS-TAB-FRQ-ID     PIC 9(05).
               10  WS-TAB-FRQ-TURMA  PIC X(03).
               10  WS-TAB-FRQ-DADAS  PIC 9(03).
               10  WS-TAB-FRQ-PRES   PIC 9(03).
               10  WS-TAB-FRQ-USADA  PIC X(01).

       77  WS-IDX-FREQUENCIA         PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * LIMITES DO ALERTA DE FREQUENCIA: O MINIMO REGIMENTAL (ABAIXO
      * DELE O LOTE JA REPROVA POR FALTA) E O PERCENTUAL ATE O QUAL
      * A PRESENCA AINDA E CONSIDERADA PROXIMA DO MINIMO
      *----------------------------------------------------------------*
       77  WS-FREQ-MINIMA            PIC 9(03) VALUE 75.
       77  WS-FREQ-ALERTA            PIC 9(03) VALUE 80.

       01  WS-FREQUENCIA-ALUNO.
           05  WS-FREQ-ACHADA        PIC X(01) VALUE "N".
               88  WS-TEM-FREQUENCIA       VALUE "S".
               88  WS-SEM-FREQUENCIA       VALUE "N".
           05  WS-PCT-FREQUENCIA     PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * CADASTRO DE TURMAS NA VERSAO VIGENTE NA DATA DA EMISSAO
      * (PROFESSOR E TURNO DE HOJE), COM A QUANTIDADE DE ALERTAS DE
      * CADA TURMA E A MARCA DE BLOCO JA IMPRESSO
      *----------------------------------------------------------------*
       01  WS-TABELA-TURMAS.
           05  WS-QTD-TURMAS         PIC 9(03) COMP VALUE ZERO.
           05  WS-ENT-TURMA OCCURS 100 TIMES.
               10  WS-TAB-TUR-CODIGO PIC X(03).
               10  WS-TAB-TUR-DESC   PIC X(30).
               10  WS-TAB-TUR-PROF   PIC X(30).
               10  WS-TAB-TUR-TURNO  PIC X(10).
               10  WS-TAB-TUR-QTD-ALR PIC 9(04).
               10  WS-TAB-TUR-IMPRES PIC X(01).

       77  WS-IDX-TURMA              PIC 9(03) COMP VALUE ZERO.

       77  WS-IDX-VARRE              PIC 9(03) COMP VALUE ZERO.

       01  WS-BUSCA-TURMA.
           05  WS-TURMA-BUSCA        PIC X(03) VALUE SPACES.
           05  WS-TURMA-ACHADA       PIC X(01) VALUE "N".
               88  WS-TURMA-NO-CADASTRO    VALUE "S".
               88  WS-TURMA-SEM-CADASTRO   VALUE "N".
           05  WS-IDX-ACHADA         PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * ALERTAS APURADOS, UMA ENTRADA POR ALUNO/TURMA/MOTIVO, COM A
      * ENTRADA DA TURMA NO CADASTRO (ZERO = FORA DO CADASTRO)
      *----------------------------------------------------------------*
       01  WS-TABELA-ALERTAS.
           05  WS-QTD-ALERTAS        PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-ALERTA OCCURS 999 TIMES.
               10  WS-ALR-IDX-TURMA  PIC 9(03).
               10  WS-ALR-TURMA      PIC X(03).
               10  WS-ALR-ID-ALUNO   PIC 9(05).
               10  WS-ALR-NOME       PIC X(30).
               10  WS-ALR-MOTIVO     PIC X(50).

       77  WS-IDX-ALERTA             PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * ALUNO E TURMA EM ANALISE, NOME E SITUACAO RESOLVIDOS DO
      * MESTRE E MOTIVO DO ALERTA EM MONTAGEM
      *----------------------------------------------------------------*
       01  WS-ALUNO-ANALISE.
           05  WS-ANL-ID             PIC 9(05) VALUE ZERO.
           05  WS-ANL-TURMA          PIC X(03) VALUE SPACES.
           05  WS-ANL-NOME           PIC X(30) VALUE SPACES.
           05  WS-ANL-QTD-ALERTAS    PIC 9(02) VALUE ZERO.
           05  WS-ANL-MOTIVO         PIC X(50) VALUE SPACES.

       01  WS-FLAGS-MESTRE.
           05  WS-MESTRE-ACHADO      PIC X(01) VALUE "N".
               88  WS-ALUNO-NO-MESTRE      VALUE "S".
               88  WS-ALUNO-SEM-MESTRE     VALUE "N".
           05  WS-MESTRE-INATIVO     PIC X(01) VALUE "N".
               88  WS-ALUNO-INATIVO        VALUE "S".

      *----------------------------------------------------------------*
      * ACUMULADORES DO ALUNO CORRENTE NA QUEBRA DE CONTROLE
      *----------------------------------------------------------------*
       01  WS-ACUMULA-ALUNO.
           05  WS-ALU-ID             PIC 9(05) VALUE ZERO.
           05  WS-ALU-TURMA          PIC X(03) VALUE SPACES.
           05  WS-ALU-SOMA-NOTAS     PIC 9(06) VALUE ZERO.
           05  WS-ALU-QTD-NOTAS      PIC 9(03) VALUE ZERO.
           05  WS-ALU-NIVEL          PIC X(15) VALUE SPACES.
           05  WS-ALU-DATA           PIC 9(08) VALUE ZERO.
           05  WS-ALU-ABERTO         PIC X(01) VALUE "N".
               88  WS-HA-ALUNO-ABERTO     VALUE "S".

       01  WS-MEDIA-CORRENTE         PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * AS TRES ULTIMAS NOTAS APURADAS DO ALUNO CORRENTE NA TURMA,
      * DA MAIS ANTIGA PARA A MAIS RECENTE, PARA O ALERTA DE QUEDA
      *----------------------------------------------------------------*
       01  WS-JANELA-NOTAS.
           05  WS-QTD-JANELA         PIC 9(02) COMP VALUE ZERO.
           05  WS-ENT-JANELA OCCURS 3 TIMES.
               10  WS-JAN-DATA       PIC 9(08).
               10  WS-JAN-NOTA       PIC 9(03).

      *----------------------------------------------------------------*
      * DATA DA EMISSAO DO RELATORIO
      *----------------------------------------------------------------*
       77  WS-DATA-SISTEMA           PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * PROFESSOR DO BLOCO CORRENTE E TURMA CORRENTE DA IMPRESSAO
      *----------------------------------------------------------------*
       01  WS-PROF-CORRENTE          PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * TOTAIS DA ANALISE
      *----------------------------------------------------------------*
       01  WS-TOTAIS-ALERTA.
           05  WS-TOT-ANALISADOS     PIC 9(05) VALUE ZERO.
           05  WS-TOT-SINALIZADOS    PIC 9(05) VALUE ZERO.
           05  WS-TOT-ALR-FREQ       PIC 9(05) VALUE ZERO.
           05  WS-TOT-ALR-QUEDA      PIC 9(05) VALUE ZERO.
           05  WS-TOT-ALR-MEDIA      PIC 9(05) VALUE ZERO.
           05  WS-TOT-INATIVOS       PIC 9(05) VALUE ZERO.
           05  WS-TOT-SEM-REGRA      PIC 9(05) VALUE ZERO.
           05  WS-TOT-SEM-CADASTRO   PIC 9(05) VALUE ZERO.
           05  WS-TOT-NAO-LISTADOS   PIC 9(05) VALUE ZERO.
           05  WS-TOT-PROFESSORES    PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE NA SAIDA
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-HISTORICO      PIC X(02) VALUE "00".
       01  WS-STATUS-FREQUENCIA     PIC X(02) VALUE "00".
       01  WS-STATUS-CORTES         PIC X(02) VALUE "00".
       01  WS-STATUS-TURMAS         PIC X(02) VALUE "00".
       01  WS-STATUS-MESTRE         PIC X(02) VALUE "00".
       01  WS-STATUS-ALERTA         PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-SORT           PIC X(01) VALUE "N".
               88  WS-FIM-SORT       VALUE "S".
           05  WS-EOF-FREQUENCIA     PIC X(01) VALUE "N".
               88  WS-FIM-FREQUENCIA VALUE "S".
           05  WS-EOF-CORTES         PIC X(01) VALUE "N".
               88  WS-FIM-CORTES     VALUE "S".
           05  WS-EOF-TURMAS         PIC X(01) VALUE "N".
               88  WS-FIM-TURMAS     VALUE "S".

      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DE ALERTA DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-ALERTA.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-LIN-ID-ALUNO       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LIN-NOME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LIN-MOTIVO         PIC X(57).

      *----------------------------------------------------------------*
      * CABECALHO DE COLUNAS, ALINHADO COM A LINHA DE ALERTA
      *----------------------------------------------------------------*
       01  WS-CABEC-COLUNAS.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "ID".
           05  FILLER                PIC X(32) VALUE "NOME".
           05  FILLER                PIC X(57) VALUE "MOTIVO DO ALERTA".

      *----------------------------------------------------------------*
      * LINHA DE TRABALHO PARA TEXTOS MONTADOS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-TEXTO           PIC X(100) VALUE SPACES.

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-ALERTA-PRINCIPAL
      * Carrega frequencia, cortes e turmas, abre o mestre, analisa
      * o historico classificado por turma e aluno, completa com os
      * alunos so com frequencia e imprime os alertas por professor
      * e turma.
      *----------------------------------------------------------------*
       0000-ALERTA-PRINCIPAL.
           DISPLAY "ALERTA PRECOCE DE ALUNOS EM RISCO".
           DISPLAY " ".

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 0600-CARGA-FREQUENCIA.
           PERFORM 0720-CARGA-TURMAS.
           PERFORM 0900-CARGA-CORTES.
           PERFORM 0700-ABRE-MESTRE.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-TURMA
               ON ASCENDING KEY SRT-ID-ALUNO
               ON ASCENDING KEY SRT-DATA
               USING HISTORICO-FILE
               OUTPUT PROCEDURE IS 3000-ANALISA-HISTORICO
                   THRU 3000-ANALISA-HISTORICO-EXIT.

           PERFORM 3500-FREQUENCIA-SEM-NOTA.
           CLOSE MESTRE-FILE.

           OPEN OUTPUT ALERTA-FILE.
           IF WS-STATUS-ALERTA NOT = "00"
               DISPLAY "ERRO AO ABRIR ALERTA-RISCO.DAT - STATUS: "
                       WS-STATUS-ALERTA
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ALERTA PRECOCE DE ALUNOS EM RISCO - EMISSAO "
               WS-DATA-SISTEMA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           PERFORM 5000-IMPRIME-PROFESSORES.
           PERFORM 5800-IMPRIME-SEM-CADASTRO.
           PERFORM 5900-RODAPE-RELATORIO.

           CLOSE ALERTA-FILE.

           IF WS-TOT-SEM-REGRA > ZERO
                   OR WS-TOT-NAO-LISTADOS > ZERO
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

           DISPLAY " ".
           DISPLAY ">>> RESUMO DO ALERTA PRECOCE <<<".
           DISPLAY "Alunos/turma analisados: " WS-TOT-ANALISADOS.
           DISPLAY "Alunos/turma em alerta.: " WS-TOT-SINALIZADOS.
           DISPLAY "Alertas de frequencia..: " WS-TOT-ALR-FREQ.
           DISPLAY "Alertas de queda.......: " WS-TOT-ALR-QUEDA.
           DISPLAY "Alertas de media.......: " WS-TOT-ALR-MEDIA.
           DISPLAY "Inativos ignorados.....: " WS-TOT-INATIVOS.

       0000-ALERTA-EXIT.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0600-CARGA-FREQUENCIA
      * Carrega a frequencia (FREQUENCIA.DAT) para a tabela em
      * memoria, com as mesmas criticas do driver do lote. Sem o
      * arquivo nao ha alerta de frequencia, e o job nao inicia.
      *----------------------------------------------------------------*
       0600-CARGA-FREQUENCIA.
           MOVE ZERO TO WS-QTD-FREQUENCIA.
           MOVE "N" TO WS-EOF-FREQUENCIA.

           OPEN INPUT FREQUENCIA-FILE.
           IF WS-STATUS-FREQUENCIA NOT = "00"
               DISPLAY "ERRO AO ABRIR FREQUENCIA.DAT - STATUS: "
                       WS-STATUS-FREQUENCIA " - JOB NAO INICIADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           READ FREQUENCIA-FILE
               AT END
                   SET WS-FIM-FREQUENCIA TO TRUE
           END-READ.
           PERFORM 0650-CARGA-ENTRADA-FREQ
               UNTIL WS-FIM-FREQUENCIA.
           CLOSE FREQUENCIA-FILE.

           DISPLAY "FREQUENCIA CARREGADA: " WS-QTD-FREQUENCIA
                   " ALUNO(S)/TURMA".

      *----------------------------------------------------------------*
      * 0650-CARGA-ENTRADA-FREQ
      * Critica uma linha da frequencia (campos numericos, aulas
      * dadas maiores que zero, presencas nao superiores as dadas)
      * e a carrega na tabela. Linha invalida interrompe o job.
      *----------------------------------------------------------------*
       0650-CARGA-ENTRADA-FREQ.
           IF WS-QTD-FREQUENCIA >= 999
               DISPLAY "ERRO: FREQUENCIA.DAT EXCEDE A CAPACIDADE DA "
                       "TABELA (999 ALUNOS/TURMA)"
               CLOSE FREQUENCIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           IF FRQ-ID-ALUNO NOT NUMERIC
                   OR FRQ-TURMA = SPACES
                   OR FRQ-AULAS-DADAS NOT NUMERIC
                   OR FRQ-AULAS-PRESENTES NOT NUMERIC
                   OR FRQ-AULAS-DADAS = ZERO
                   OR FRQ-AULAS-PRESENTES > FRQ-AULAS-DADAS
               DISPLAY "ERRO: LINHA MALFORMADA EM FREQUENCIA.DAT: "
                       REG-FREQUENCIA
               CLOSE FREQUENCIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           ADD 1 TO WS-QTD-FREQUENCIA.
           MOVE FRQ-ID-ALUNO TO WS-TAB-FRQ-ID (WS-QTD-FREQUENCIA).
           MOVE FRQ-TURMA    TO WS-TAB-FRQ-TURMA (WS-QTD-FREQUENCIA).
           MOVE FRQ-AULAS-DADAS
               TO WS-TAB-FRQ-DADAS (WS-QTD-FREQUENCIA).
           MOVE FRQ-AULAS-PRESENTES
               TO WS-TAB-FRQ-PRES (WS-QTD-FREQUENCIA).
           MOVE "N" TO WS-TAB-FRQ-USADA (WS-QTD-FREQUENCIA).

           READ FREQUENCIA-FILE
               AT END
                   SET WS-FIM-FREQUENCIA TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 0700-ABRE-MESTRE
      * Abre o cadastro mestre indexado para resolver o nome e a
      * situacao de cada aluno analisado.
      *----------------------------------------------------------------*
       0700-ABRE-MESTRE.
           OPEN INPUT MESTRE-FILE.
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO AO ABRIR MESTRE-INDEXADO.DAT - STATUS: "
                       WS-STATUS-MESTRE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

      *----------------------------------------------------------------*
      * 0720-CARGA-TURMAS
      * Carrega do cadastro de turmas so as versoes vigentes na data
      * da emissao - o alerta vai para o professor que esta com a
      * turma hoje. Cadastro ausente ou sem turma vigente impede o
      * relatorio.
      *----------------------------------------------------------------*
       0720-CARGA-TURMAS.
           MOVE ZERO TO WS-QTD-TURMAS.
           MOVE "N" TO WS-EOF-TURMAS.

           OPEN INPUT TURMAS-FILE.
           IF WS-STATUS-TURMAS NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA-TURMAS.DAT - STATUS: "
                       WS-STATUS-TURMAS
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           READ TURMAS-FILE
               AT END
                   SET WS-FIM-TURMAS TO TRUE
           END-READ.
           PERFORM 0730-CARGA-ENTRADA-TURMA
               UNTIL WS-FIM-TURMAS.
           CLOSE TURMAS-FILE.

           IF WS-QTD-TURMAS = ZERO
               DISPLAY "ERRO: TABELA-TURMAS.DAT SEM TURMA VIGENTE EM "
                       WS-DATA-SISTEMA " - RELATORIO IMPOSSIVEL"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           DISPLAY "CADASTRO DE TURMAS CARREGADO: " WS-QTD-TURMAS
                   " TURMA(S) VIGENTE(S)".

      *----------------------------------------------------------------*
      * 0730-CARGA-ENTRADA-TURMA
      * Critica um registro do cadastro (codigo, descricao e
      * vigencia) e, quando a versao esta vigente na data da
      * emissao, o move para a tabela; avanca a leitura.
      *----------------------------------------------------------------*
       0730-CARGA-ENTRADA-TURMA.
           MOVE REG-TURMA-CAD TO WS-REG-TURMA-CAD.
           IF WS-TUR-CODIGO = SPACES
                   OR WS-TUR-DESCRICAO = SPACES
                   OR WS-TUR-DT-INICIO NOT NUMERIC
                   OR WS-TUR-DT-FIM NOT NUMERIC
                   OR WS-TUR-DT-INICIO > WS-TUR-DT-FIM
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-TURMAS.DAT: "
                       REG-TURMA-CAD
               CLOSE TURMAS-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           IF WS-TUR-DT-INICIO <= WS-DATA-SISTEMA
                   AND WS-TUR-DT-FIM >= WS-DATA-SISTEMA
               IF WS-QTD-TURMAS >= 100
                   DISPLAY "ERRO: TABELA-TURMAS.DAT EXCEDE A "
                           "CAPACIDADE DA TABELA (100 TURMAS)"
                   CLOSE TURMAS-FILE
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-ALERTA-EXIT
               END-IF
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-TUR-CODIGO
                   TO WS-TAB-TUR-CODIGO (WS-QTD-TURMAS)
               MOVE WS-TUR-DESCRICAO
                   TO WS-TAB-TUR-DESC (WS-QTD-TURMAS)
               MOVE WS-TUR-PROFESSOR
                   TO WS-TAB-TUR-PROF (WS-QTD-TURMAS)
               MOVE WS-TUR-TURNO
                   TO WS-TAB-TUR-TURNO (WS-QTD-TURMAS)
               MOVE ZERO TO WS-TAB-TUR-QTD-ALR (WS-QTD-TURMAS)
               MOVE "N"  TO WS-TAB-TUR-IMPRES (WS-QTD-TURMAS)
           END-IF.

           READ TURMAS-FILE
               AT END
                   SET WS-FIM-TURMAS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 0900-CARGA-CORTES
      * Carrega e critica a tabela de cortes de conceito, com as
      * mesmas regras do fechamento: tabela ausente, vazia,
      * malformada ou sem a linha DEMAIS interrompe o job (RC 8).
      *----------------------------------------------------------------*
       0900-CARGA-CORTES.
           MOVE ZERO TO WS-QTD-CORTES.
           MOVE "N" TO WS-EOF-CORTES.
           MOVE "N" TO WS-TEM-DEMAIS.

           OPEN INPUT CORTES-FILE.
           IF WS-STATUS-CORTES NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA-CORTES.DAT - STATUS: "
                       WS-STATUS-CORTES " - JOB NAO INICIADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
           END-IF.

           READ CORTES-FILE
               AT END
                   SET WS-FIM-CORTES TO TRUE
           END-READ.
           PERFORM 0950-CARGA-ENTRADA-CORTE
               UNTIL WS-FIM-CORTES.
           CLOSE CORTES-FILE.

           IF WS-QTD-CORTES = ZERO
                   OR NOT WS-HA-LINHA-DEMAIS
               DISPLAY "ERRO: TABELA-CORTES.DAT VAZIA OU SEM A LINHA "
                       "DEMAIS - JOB NAO INICIADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-ALERTA-EXIT
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
               GO TO 0000-ALERTA-EXIT
           END-IF.

           IF CRT-NIVEL-ESTUDO = SPACES
                   OR CRT-CORTE-A NOT NUMERIC
                   OR CRT-CORTE-B NOT NUMERIC
                   OR CRT-CORTE-C NOT NUMERIC
                   OR CRT-DT-INICIO NOT NUMERIC
                   OR CRT-DT-FIM NOT NUMERIC
                   OR CRT-DT-INICIO > CRT-DT-FIM
                   OR CRT-CORTE-A < CRT-CORTE-B
                   OR CRT-CORTE-B < CRT-CORTE-C
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-CORTES.DAT: "
                       REG-CORTE
               MOVE 8 TO WS-CODIGO-RETORNO
               CLOSE CORTES-FILE
               GO TO 0000-ALERTA-EXIT
           END-IF.

           ADD 1 TO WS-QTD-CORTES.
           MOVE CRT-NIVEL-ESTUDO TO WS-TAB-CRT-NIVEL (WS-QTD-CORTES).
           MOVE CRT-CORTE-A      TO WS-TAB-CRT-A (WS-QTD-CORTES).
           MOVE CRT-CORTE-B      TO WS-TAB-CRT-B (WS-QTD-CORTES).
           MOVE CRT-CORTE-C      TO WS-TAB-CRT-C (WS-QTD-CORTES).
           MOVE CRT-DT-INICIO    TO WS-TAB-CRT-INICIO (WS-QTD-CORTES).
           MOVE CRT-DT-FIM       TO WS-TAB-CRT-FIM (WS-QTD-CORTES).
           IF CRT-NIVEL-ESTUDO = "DEMAIS"
               SET WS-HA-LINHA-DEMAIS TO TRUE
           END-IF.

           READ CORTES-FILE
               AT END
                   SET WS-FIM-CORTES TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1840-BUSCA-TURMA
      * Procura a turma de WS-TURMA-BUSCA no cadastro vigente,
      * guardando a entrada encontrada.
      *----------------------------------------------------------------*
       1840-BUSCA-TURMA.
           SET WS-TURMA-SEM-CADASTRO TO TRUE.
           MOVE ZERO TO WS-IDX-ACHADA.
           MOVE ZERO TO WS-IDX-TURMA.
           PERFORM 1845-COMPARA-TURMA
               UNTIL WS-TURMA-NO-CADASTRO
                  OR WS-IDX-TURMA >= WS-QTD-TURMAS.

      *----------------------------------------------------------------*
      * 1845-COMPARA-TURMA
      * Compara a turma procurada com a proxima entrada do cadastro.
      *----------------------------------------------------------------*
       1845-COMPARA-TURMA.
           ADD 1 TO WS-IDX-TURMA.
           IF WS-TURMA-BUSCA = WS-TAB-TUR-CODIGO (WS-IDX-TURMA)
               SET WS-TURMA-NO-CADASTRO TO TRUE
               MOVE WS-IDX-TURMA TO WS-IDX-ACHADA
           END-IF.

      *----------------------------------------------------------------*
      * 1850-BUSCA-MESTRE
      * Le o aluno em analise do mestre indexado pela chave de ID,
      * resolvendo o nome e a situacao. Aluno fora do mestre sai com
      * o nome em branco, como na ata final.
      *----------------------------------------------------------------*
       1850-BUSCA-MESTRE.
           SET WS-ALUNO-SEM-MESTRE TO TRUE.
           MOVE "N" TO WS-MESTRE-INATIVO.
           MOVE SPACES TO WS-ANL-NOME.
           MOVE WS-ANL-ID TO MST-ID-ALUNO.
           READ MESTRE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALUNO-NO-MESTRE TO TRUE
                   MOVE MST-NOME TO WS-ANL-NOME
                   IF MST-INATIVO
                       SET WS-ALUNO-INATIVO TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 1890-BUSCA-FREQUENCIA
      * Resolve o percentual de presenca do aluno em analise na
      * turma, marcando a entrada da frequencia como analisada.
      *----------------------------------------------------------------*
       1890-BUSCA-FREQUENCIA.
           SET WS-SEM-FREQUENCIA TO TRUE.
           MOVE ZERO TO WS-PCT-FREQUENCIA.
           MOVE ZERO TO WS-IDX-FREQUENCIA.
           PERFORM 1895-COMPARA-FREQUENCIA
               UNTIL WS-TEM-FREQUENCIA
                  OR WS-IDX-FREQUENCIA >= WS-QTD-FREQUENCIA.

      *----------------------------------------------------------------*
      * 1895-COMPARA-FREQUENCIA
      * Compara o aluno e a turma em analise com a proxima entrada
      * da tabela de frequencia, calculando o percentual quando o ID
      * e a turma conferem.
      *----------------------------------------------------------------*
       1895-COMPARA-FREQUENCIA.
           ADD 1 TO WS-IDX-FREQUENCIA.
           IF WS-ANL-ID = WS-TAB-FRQ-ID (WS-IDX-FREQUENCIA)
                   AND WS-ANL-TURMA
                       = WS-TAB-FRQ-TURMA (WS-IDX-FREQUENCIA)
               SET WS-TEM-FREQUENCIA TO TRUE
               MOVE "S" TO WS-TAB-FRQ-USADA (WS-IDX-FREQUENCIA)
               COMPUTE WS-PCT-FREQUENCIA =
                   (WS-TAB-FRQ-PRES (WS-IDX-FREQUENCIA) * 100)
                   / WS-TAB-FRQ-DADAS (WS-IDX-FREQUENCIA)
           END-IF.

      *----------------------------------------------------------------*
      * 2100-BUSCA-CORTES
      * Resolve os cortes do nivel de estudo do aluno corrente
      * vigentes na data da ultima avaliacao dele e, sem linha
      * propria, usa a linha DEMAIS.
      *----------------------------------------------------------------*
       2100-BUSCA-CORTES.
           MOVE "N" TO WS-CORTE-ACHADO.
           MOVE ZERO TO WS-IDX-CORTE.
           PERFORM 2110-COMPARA-CORTE
               UNTIL WS-NIVEL-TEM-CORTE
                  OR WS-IDX-CORTE >= WS-QTD-CORTES.

           IF NOT WS-NIVEL-TEM-CORTE
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
               MOVE WS-TAB-CRT-C (WS-IDX-CORTE) TO WS-CORTE-C
           END-IF.

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
               MOVE WS-TAB-CRT-C (WS-IDX-CORTE) TO WS-CORTE-C
           END-IF.

      *----------------------------------------------------------------*
      * 3000-ANALISA-HISTORICO
      * Procedimento de saida da classificacao: recebe o historico
      * ordenado por turma, aluno e data e, a cada mudanca de aluno
      * ou de turma, analisa o aluno que fechou.
      *----------------------------------------------------------------*
       3000-ANALISA-HISTORICO.
           MOVE "N" TO WS-EOF-SORT.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-PROCESSA-RESULTADO
               UNTIL WS-FIM-SORT.

           IF WS-HA-ALUNO-ABERTO
               PERFORM 4000-FECHA-ALUNO
           END-IF.

       3000-ANALISA-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-PROCESSA-RESULTADO
      * Processa um registro ordenado do historico: fecha o aluno
      * na quebra, acumula a nota na media corrente e na janela das
      * ultimas notas e avanca para o proximo registro.
      *----------------------------------------------------------------*
       3100-PROCESSA-RESULTADO.
           MOVE REG-SORT TO WS-REG-HISTORICO.

           IF WS-HA-ALUNO-ABERTO
                   AND (WS-HST-ID-ALUNO NOT = WS-ALU-ID
                        OR WS-HST-TURMA NOT = WS-ALU-TURMA)
               PERFORM 4000-FECHA-ALUNO
           END-IF.

           IF NOT WS-HA-ALUNO-ABERTO
               MOVE WS-HST-ID-ALUNO TO WS-ALU-ID
               MOVE WS-HST-TURMA TO WS-ALU-TURMA
               MOVE ZERO TO WS-ALU-SOMA-NOTAS
               MOVE ZERO TO WS-ALU-QTD-NOTAS
               MOVE ZERO TO WS-QTD-JANELA
               MOVE "S" TO WS-ALU-ABERTO
           END-IF.

      * O resultado corrigido por revisao de nota (V) ja foi
      * regravado sobre o original: entra na soma e na janela como
      * qualquer outra avaliacao - como no fechamento do semestre.
           ADD WS-HST-NOTA TO WS-ALU-SOMA-NOTAS.
           ADD 1 TO WS-ALU-QTD-NOTAS.
           PERFORM 3150-ATUALIZA-JANELA.
           MOVE WS-HST-NIVEL-ESTUDO TO WS-ALU-NIVEL.
           MOVE WS-HST-DATA         TO WS-ALU-DATA.

           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.

      *----------------------------------------------------------------*
      * 3150-ATUALIZA-JANELA
      * Entra a nota do registro corrente como a mais recente da
      * janela, descartando a mais antiga quando a janela esta
      * cheia.
      *----------------------------------------------------------------*
       3150-ATUALIZA-JANELA.
           IF WS-QTD-JANELA < 3
               ADD 1 TO WS-QTD-JANELA
           ELSE
               MOVE WS-ENT-JANELA (2) TO WS-ENT-JANELA (1)
               MOVE WS-ENT-JANELA (3) TO WS-ENT-JANELA (2)
           END-IF.
           MOVE WS-HST-DATA TO WS-JAN-DATA (WS-QTD-JANELA).
           MOVE WS-HST-NOTA TO WS-JAN-NOTA (WS-QTD-JANELA).

      *----------------------------------------------------------------*
      * 3500-FREQUENCIA-SEM-NOTA
      * Analisa pela frequencia os alunos/turma que ainda nao tem
      * avaliacao no historico - o alerta de frequencia nao espera
      * a primeira nota.
      *----------------------------------------------------------------*
       3500-FREQUENCIA-SEM-NOTA.
           MOVE ZERO TO WS-IDX-VARRE.
           PERFORM 3510-ANALISA-FREQUENCIA
               UNTIL WS-IDX-VARRE >= WS-QTD-FREQUENCIA.

      *----------------------------------------------------------------*
      * 3510-ANALISA-FREQUENCIA
      * Analisa a proxima entrada da frequencia quando ela nao foi
      * analisada junto com o historico.
      *----------------------------------------------------------------*
       3510-ANALISA-FREQUENCIA.
           ADD 1 TO WS-IDX-VARRE.
           IF WS-TAB-FRQ-USADA (WS-IDX-VARRE) NOT = "S"
               MOVE WS-TAB-FRQ-ID (WS-IDX-VARRE)    TO WS-ANL-ID
               MOVE WS-TAB-FRQ-TURMA (WS-IDX-VARRE) TO WS-ANL-TURMA
               MOVE ZERO TO WS-ANL-QTD-ALERTAS
               PERFORM 1850-BUSCA-MESTRE
               IF WS-ALUNO-INATIVO
                   ADD 1 TO WS-TOT-INATIVOS
               ELSE
                   ADD 1 TO WS-TOT-ANALISADOS
                   PERFORM 1890-BUSCA-FREQUENCIA
                   PERFORM 4100-CONFERE-FREQUENCIA
                   IF WS-ANL-QTD-ALERTAS > ZERO
                       ADD 1 TO WS-TOT-SINALIZADOS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4000-FECHA-ALUNO
      * Analisa o aluno/turma que fechou na quebra: frequencia,
      * queda nas ultimas notas e media corrente contra o corte C
      * do nivel. Aluno inativo no mestre fica fora do relatorio.
      *----------------------------------------------------------------*
       4000-FECHA-ALUNO.
           MOVE WS-ALU-ID    TO WS-ANL-ID.
           MOVE WS-ALU-TURMA TO WS-ANL-TURMA.
           MOVE ZERO TO WS-ANL-QTD-ALERTAS.
           MOVE "N" TO WS-ALU-ABERTO.

           PERFORM 1850-BUSCA-MESTRE.
           PERFORM 1890-BUSCA-FREQUENCIA.
           IF WS-ALUNO-INATIVO
               ADD 1 TO WS-TOT-INATIVOS
           ELSE
               ADD 1 TO WS-TOT-ANALISADOS
               PERFORM 4100-CONFERE-FREQUENCIA
               PERFORM 4200-CONFERE-QUEDA
               PERFORM 4300-CONFERE-MEDIA
               IF WS-ANL-QTD-ALERTAS > ZERO
                   ADD 1 TO WS-TOT-SINALIZADOS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4100-CONFERE-FREQUENCIA
      * Alerta de frequencia: presenca no minimo regimental ou
      * acima, mas ainda abaixo do limite de alerta. Abaixo do
      * minimo o lote ja reprova por falta - nao ha o que prevenir.
      *----------------------------------------------------------------*
       4100-CONFERE-FREQUENCIA.
           IF WS-TEM-FREQUENCIA
                   AND WS-PCT-FREQUENCIA >= WS-FREQ-MINIMA
                   AND WS-PCT-FREQUENCIA < WS-FREQ-ALERTA
               MOVE SPACES TO WS-ANL-MOTIVO
               STRING "FREQUENCIA DE " WS-PCT-FREQUENCIA
                   "% - PROXIMA DO MINIMO DE " WS-FREQ-MINIMA "%"
                   DELIMITED BY SIZE INTO WS-ANL-MOTIVO
               ADD 1 TO WS-TOT-ALR-FREQ
               PERFORM 4900-REGISTRA-ALERTA
           END-IF.

      *----------------------------------------------------------------*
      * 4200-CONFERE-QUEDA
      * Alerta de queda: as tres ultimas notas apuradas do aluno na
      * turma, cada uma menor que a anterior.
      *----------------------------------------------------------------*
       4200-CONFERE-QUEDA.
           IF WS-QTD-JANELA = 3
                   AND WS-JAN-NOTA (1) > WS-JAN-NOTA (2)
                   AND WS-JAN-NOTA (2) > WS-JAN-NOTA (3)
               MOVE SPACES TO WS-ANL-MOTIVO
               STRING "QUEDA NAS 3 ULTIMAS NOTAS: "
                   WS-JAN-NOTA (1) " > " WS-JAN-NOTA (2) " > "
                   WS-JAN-NOTA (3)
                   DELIMITED BY SIZE INTO WS-ANL-MOTIVO
               ADD 1 TO WS-TOT-ALR-QUEDA
               PERFORM 4900-REGISTRA-ALERTA
           END-IF.

      *----------------------------------------------------------------*
      * 4300-CONFERE-MEDIA
      * Alerta de media: a media corrente do periodo (arredondada,
      * como no fechamento) abaixo do corte C do nivel vigente na
      * data da ultima avaliacao. Sem versao vigente dos cortes o
      * aluno fica sem esta analise e o job termina com RC 4.
      *----------------------------------------------------------------*
       4300-CONFERE-MEDIA.
           COMPUTE WS-MEDIA-CORRENTE ROUNDED =
               WS-ALU-SOMA-NOTAS / WS-ALU-QTD-NOTAS.

           MOVE WS-ALU-DATA TO WS-DATA-VIGENCIA.
           PERFORM 2100-BUSCA-CORTES.

           IF NOT WS-NIVEL-TEM-CORTE
               ADD 1 TO WS-TOT-SEM-REGRA
               DISPLAY "ATENCAO: ALUNO " WS-ALU-ID " TURMA "
                       WS-ALU-TURMA " SEM VERSAO VIGENTE DOS CORTES "
                       "EM " WS-DATA-VIGENCIA " - MEDIA NAO ANALISADA"
           ELSE
               IF WS-MEDIA-CORRENTE < WS-CORTE-C
                   MOVE SPACES TO WS-ANL-MOTIVO
                   STRING "MEDIA " WS-MEDIA-CORRENTE
                       " ABAIXO DO CORTE C (" WS-CORTE-C
                       ") DO NIVEL"
                       DELIMITED BY SIZE INTO WS-ANL-MOTIVO
                   ADD 1 TO WS-TOT-ALR-MEDIA
                   PERFORM 4900-REGISTRA-ALERTA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4900-REGISTRA-ALERTA
      * Guarda o alerta do aluno em analise na tabela de alertas,
      * ligado a turma dele no cadastro vigente. Tabela cheia conta
      * o alerta como nao listado (RC 4).
      *----------------------------------------------------------------*
       4900-REGISTRA-ALERTA.
           ADD 1 TO WS-ANL-QTD-ALERTAS.
           IF WS-QTD-ALERTAS >= 999
               ADD 1 TO WS-TOT-NAO-LISTADOS
           ELSE
               MOVE WS-ANL-TURMA TO WS-TURMA-BUSCA
               PERFORM 1840-BUSCA-TURMA
               ADD 1 TO WS-QTD-ALERTAS
               MOVE WS-IDX-ACHADA
                   TO WS-ALR-IDX-TURMA (WS-QTD-ALERTAS)
               MOVE WS-ANL-TURMA  TO WS-ALR-TURMA (WS-QTD-ALERTAS)
               MOVE WS-ANL-ID     TO WS-ALR-ID-ALUNO (WS-QTD-ALERTAS)
               MOVE WS-ANL-NOME   TO WS-ALR-NOME (WS-QTD-ALERTAS)
               MOVE WS-ANL-MOTIVO TO WS-ALR-MOTIVO (WS-QTD-ALERTAS)
               IF WS-TURMA-NO-CADASTRO
                   ADD 1 TO WS-TAB-TUR-QTD-ALR (WS-IDX-ACHADA)
               ELSE
                   ADD 1 TO WS-TOT-SEM-CADASTRO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 5000-IMPRIME-PROFESSORES
      * Varre o cadastro de turmas: cada turma com alerta ainda nao
      * impressa abre o bloco do professor dela, que junta todas as
      * turmas com alerta daquele professor.
      *----------------------------------------------------------------*
       5000-IMPRIME-PROFESSORES.
           MOVE ZERO TO WS-IDX-VARRE.
           PERFORM 5100-ABRE-BLOCO-PROFESSOR
                   THRU 5100-ABRE-BLOCO-PROFESSOR-FIM
               UNTIL WS-IDX-VARRE >= WS-QTD-TURMAS.

      *----------------------------------------------------------------*
      * 5100-ABRE-BLOCO-PROFESSOR
      * Examina a proxima turma do cadastro: com alerta e ainda nao
      * impressa, imprime o cabecalho do professor e todas as
      * turmas com alerta dele.
      *----------------------------------------------------------------*
       5100-ABRE-BLOCO-PROFESSOR.
           ADD 1 TO WS-IDX-VARRE.
           IF WS-TAB-TUR-IMPRES (WS-IDX-VARRE) = "S"
                   OR WS-TAB-TUR-QTD-ALR (WS-IDX-VARRE) = ZERO
               GO TO 5100-ABRE-BLOCO-PROFESSOR-FIM
           END-IF.

           MOVE WS-TAB-TUR-PROF (WS-IDX-VARRE) TO WS-PROF-CORRENTE.
           ADD 1 TO WS-TOT-PROFESSORES.

           MOVE SPACES TO REG-ALERTA.
           WRITE REG-ALERTA.
           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "PROFESSOR: " WS-PROF-CORRENTE
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           MOVE ZERO TO WS-IDX-TURMA.
           PERFORM 5200-IMPRIME-TURMA-DO-PROF
               UNTIL WS-IDX-TURMA >= WS-QTD-TURMAS.

       5100-ABRE-BLOCO-PROFESSOR-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-IMPRIME-TURMA-DO-PROF
      * Imprime a proxima turma do cadastro quando ela e do
      * professor do bloco e tem alerta: cabecalho da turma e as
      * linhas de alerta dela. Marca a turma como impressa.
      *----------------------------------------------------------------*
       5200-IMPRIME-TURMA-DO-PROF.
           ADD 1 TO WS-IDX-TURMA.
           IF WS-TAB-TUR-PROF (WS-IDX-TURMA) = WS-PROF-CORRENTE
                   AND WS-TAB-TUR-IMPRES (WS-IDX-TURMA) NOT = "S"
                   AND WS-TAB-TUR-QTD-ALR (WS-IDX-TURMA) > ZERO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "  TURMA " WS-TAB-TUR-CODIGO (WS-IDX-TURMA)
                   " - " WS-TAB-TUR-DESC (WS-IDX-TURMA)
                   " " WS-TAB-TUR-TURNO (WS-IDX-TURMA)
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               MOVE WS-LINHA-TEXTO TO REG-ALERTA
               WRITE REG-ALERTA
               MOVE WS-CABEC-COLUNAS TO REG-ALERTA
               WRITE REG-ALERTA
               MOVE WS-IDX-TURMA TO WS-IDX-ACHADA
               MOVE ZERO TO WS-IDX-ALERTA
               PERFORM 5300-IMPRIME-ALERTA-DA-TURMA
                   UNTIL WS-IDX-ALERTA >= WS-QTD-ALERTAS
               MOVE "S" TO WS-TAB-TUR-IMPRES (WS-IDX-TURMA)
           END-IF.

      *----------------------------------------------------------------*
      * 5300-IMPRIME-ALERTA-DA-TURMA
      * Imprime o proximo alerta da tabela quando ele e da turma de
      * WS-IDX-ACHADA (zero = turmas fora do cadastro vigente).
      *----------------------------------------------------------------*
       5300-IMPRIME-ALERTA-DA-TURMA.
           ADD 1 TO WS-IDX-ALERTA.
           IF WS-ALR-IDX-TURMA (WS-IDX-ALERTA) = WS-IDX-ACHADA
               MOVE WS-ALR-ID-ALUNO (WS-IDX-ALERTA)
                   TO WS-LIN-ID-ALUNO
               MOVE WS-ALR-NOME (WS-IDX-ALERTA)   TO WS-LIN-NOME
               IF WS-IDX-ACHADA = ZERO
                   MOVE SPACES TO WS-LIN-MOTIVO
                   STRING "TURMA " WS-ALR-TURMA (WS-IDX-ALERTA) ": "
                       WS-ALR-MOTIVO (WS-IDX-ALERTA)
                       DELIMITED BY SIZE INTO WS-LIN-MOTIVO
               ELSE
                   MOVE WS-ALR-MOTIVO (WS-IDX-ALERTA)
                       TO WS-LIN-MOTIVO
               END-IF
               MOVE WS-LINHA-ALERTA TO REG-ALERTA
               WRITE REG-ALERTA
           END-IF.

      *----------------------------------------------------------------*
      * 5800-IMPRIME-SEM-CADASTRO
      * Imprime, num bloco a parte, os alertas de turmas sem versao
      * vigente no cadastro - sem professor a quem encaminhar.
      *----------------------------------------------------------------*
       5800-IMPRIME-SEM-CADASTRO.
           IF WS-TOT-SEM-CADASTRO > ZERO
               MOVE SPACES TO REG-ALERTA
               WRITE REG-ALERTA
               MOVE "TURMAS SEM VERSAO VIGENTE NO CADASTRO"
                   TO REG-ALERTA
               WRITE REG-ALERTA
               MOVE WS-CABEC-COLUNAS TO REG-ALERTA
               WRITE REG-ALERTA
               MOVE ZERO TO WS-IDX-ACHADA
               MOVE ZERO TO WS-IDX-ALERTA
               PERFORM 5300-IMPRIME-ALERTA-DA-TURMA
                   UNTIL WS-IDX-ALERTA >= WS-QTD-ALERTAS
           END-IF.

      *----------------------------------------------------------------*
      * 5900-RODAPE-RELATORIO
      * Fecha o relatorio com os totais da analise e os avisos de
      * alunos sem analise da media e de alertas nao listados.
      *----------------------------------------------------------------*
       5900-RODAPE-RELATORIO.
           MOVE SPACES TO REG-ALERTA.
           WRITE REG-ALERTA.

           IF WS-TOT-SINALIZADOS = ZERO
               MOVE "NENHUM ALUNO EM RISCO NESTA SEMANA" TO REG-ALERTA
               WRITE REG-ALERTA
               MOVE SPACES TO REG-ALERTA
               WRITE REG-ALERTA
           END-IF.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ALUNOS/TURMA ANALISADOS: " WS-TOT-ANALISADOS
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "ALUNOS/TURMA EM ALERTA.: " WS-TOT-SINALIZADOS
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "  POR FREQUENCIA.......: " WS-TOT-ALR-FREQ
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "  POR QUEDA DE NOTAS...: " WS-TOT-ALR-QUEDA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "  POR MEDIA ABAIXO DE C: " WS-TOT-ALR-MEDIA
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "PROFESSORES LISTADOS...: " WS-TOT-PROFESSORES
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           MOVE SPACES TO WS-LINHA-TEXTO.
           STRING "INATIVOS IGNORADOS.....: " WS-TOT-INATIVOS
               DELIMITED BY SIZE INTO WS-LINHA-TEXTO.
           MOVE WS-LINHA-TEXTO TO REG-ALERTA.
           WRITE REG-ALERTA.

           IF WS-TOT-SEM-REGRA > ZERO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "ATENCAO: " WS-TOT-SEM-REGRA
                   " ALUNO(S) SEM VERSAO VIGENTE DOS CORTES - MEDIA "
                   "NAO ANALISADA"
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               MOVE WS-LINHA-TEXTO TO REG-ALERTA
               WRITE REG-ALERTA
           END-IF.

           IF WS-TOT-NAO-LISTADOS > ZERO
               MOVE SPACES TO WS-LINHA-TEXTO
               STRING "ATENCAO: " WS-TOT-NAO-LISTADOS
                   " ALERTA(S) NAO LISTADO(S) - TABELA DE ALERTAS "
                   "CHEIA (999)"
                   DELIMITED BY SIZE INTO WS-LINHA-TEXTO
               MOVE WS-LINHA-TEXTO TO REG-ALERTA
               WRITE REG-ALERTA
           END-IF.
