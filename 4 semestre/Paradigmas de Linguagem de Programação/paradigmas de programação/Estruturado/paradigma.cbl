      *                    volta a mostrar a nota ofensora. FD do
      *                    mestre indexado movido para MESTRE-FD.cpy
      *                    (layout compartilhado pelos sete jobs).
      * 15-OUT-26  LCF     Modo pre-critica (PARM PRECRITICA), para a
      *                    secretaria limpar o ALUNOS.DAT durante o
      *                    dia: o arquivo passa pelas mesmas criticas
      *                    de cabecalho, detalhe e trailer e pelas
      *                    buscas de mestre, turma, frequencia, pesos
      *                    e cortes, e o resultado sai so em
      *                    PRE-CRITICA.DAT (registros que seriam
      *                    rejeitados e o conceito que cada aluno
      *                    valido receberia). Historico, extrato,
      *                    excecoes, controle, restart e lotes
      *                    fechados nao sao abertos; pendencias
      *                    encerram com RC 4.
      * 15-OUT-26  LCF     Registro do cadastro de turmas de 93 para
      *                    108 bytes (nivel de estudo da turma, em
      *                    TURMA-REC.cpy).
      * 15-OUT-26  LCF     Historico semestral de 56 para 69 bytes:
      *                    grava as notas componentes N1, N2 e
      *                    trabalho do resultado (base da revisao de
      *                    nota), com nota/conceito anteriores zerados.
      * 15-OUT-26  LCF     Aluno+turma passa a ser a unidade de
      *                    avaliacao: o mesmo aluno pode ser avaliado
      *                    em mais de uma turma no lote, e o motivo
      *                    04 rejeita so a repeticao do aluno na
      *                    mesma turma. FREQUENCIA.DAT ganha a turma
      *                    (presenca de 75% apurada por turma); a
      *                    linha de excecao e a do extrato passam a
      *                    levar a turma do resultado.
      * 15-OUT-26  LCF     Tabelas de cortes, pesos e turmas com
      *                    vigencia: cada linha traz a data de
      *                    inicio e de fim da versao (99999999 = em
      *                    aberto) e a busca resolve a versao em
      *                    vigor na data do lote - uma mudanca do
      *                    conselho no meio do semestre nao altera
      *                    as regras dos dias anteriores. Sem versao
      *                    vigente da linha DEMAIS o lote nao inicia.
      *                    Linha de excecao de 120 para 128 bytes,
      *                    com a data do lote, para o reprocessamento
      *                    aplicar as regras do dia rejeitado.
      * 15-OUT-26  LCF     Historico semestral indexado por
      *                    aluno+data+turma (HISTORICO-FD.cpy): aberto
      *                    em I-O e gravado por chave. Resultado ja
      *                    presente na chave nao e regravado - vai ao
      *                    console e a trilha de auditoria.
      * 15-OUT-26  LCF     Retomada por checkpoint registra tambem a
      *                    turma do registro pulado na tabela dos ja
      *                    vistos (conferencia aluno+turma).
      * 15-OUT-26  LCF     Historico gravado antes do relatorio e do
      *                    extrato: chave ja gravada (status 22) ou
      *                    erro de gravacao tira o aluno das saidas e
      *                    o manda para as excecoes (motivos 08 e
      *                    09), com RC 4 e RC 8 respectivamente.
      *----------------------------------------------------------------*

      *================================================================*
               FILE STATUS IS WS-STATUS-MESTRE.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - FREQUENCIA DIARIA POR ALUNO E TURMA (ID,
      * TURMA, AULAS DADAS E AULAS PRESENTES), ENTREGUE PELA
      * SECRETARIA JUNTO COM ALUNOS.DAT. CARREGADO NA PARTIDA PARA A
      * REGRA DOS 75% DE PRESENCA DO REGIMENTO, APURADA POR TURMA -
      * ARQUIVO AUSENTE IMPEDE O LOTE.
      *----------------------------------------------------------------*
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO DE TURMAS DA COORDENACAO
      * (CODIGO, DESCRICAO, CURSO, PROFESSOR E TURNO, COM A VIGENCIA
      * DE CADA VERSAO). CARREGADO E VALIDADO NA PARTIDA COMO O
      * MESTRE - UM CODIGO DE TURMA FORA DO CADASTRO (OU SEM VERSAO
      * VIGENTE NA DATA DO LOTE) REJEITA O DETALHE (MOTIVO 06), EM
      * VEZ DE UM "T0l" DIGITADO ERRADO VIRAR TURMA NOVA EM SILENCIO.
      *----------------------------------------------------------------*
           SELECT TURMAS-FILE ASSIGN TO "TABELA-TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
      * (N1, N2 E TRABALHO) POR NIVEL DE ESTUDO, EXTERNALIZADA COMO
      * A TABELA DE CORTES - O CONSELHO REPONDERA SEM ALTERACAO DE
      * PROGRAMA. CARREGADA E CRITICADA NA PARTIDA (PESOS SOMANDO
      * 100, LINHA DEMAIS OBRIGATORIA); CADA LINHA E UMA VERSAO, COM
      * DATA DE INICIO E DE FIM DE VIGENCIA.
      *----------------------------------------------------------------*
           SELECT PESOS-FILE ASSIGN TO "TABELA-PESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - TABELA DE CORTES DE CONCEITO DO CONSELHO
      * ACADEMICO, UMA LINHA POR VERSAO DE CADA NIVEL DE ESTUDO (A
      * LINHA DEMAIS COBRE OS NIVEIS SEM LINHA PROPRIA), COM DATA DE
      * INICIO E DE FIM DE VIGENCIA. CARREGADA E CRITICADA NA
      * PARTIDA - TABELA AUSENTE OU MALFORMADA IMPEDE O LOTE.
      *----------------------------------------------------------------*
           SELECT CORTES-FILE ASSIGN TO "TABELA-CORTES.DAT"
               FILE STATUS IS WS-STATUS-EXTRATO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - HISTORICO SEMESTRAL CUMULATIVO, INDEXADO
      * POR ALUNO+DATA+TURMA (TURMA COMO CHAVE ALTERNADA) E ABERTO
      * EM I-O: CADA RESULTADO APURADO E GRAVADO NA SUA CHAVE,
      * PRESERVANDO OS DIAS ANTERIORES PARA O TRANSCRITO POR ALUNO
      * (TRANSCRITO-ALUNO)
      *----------------------------------------------------------------*
           SELECT OPTIONAL HISTORICO-FILE
               ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - RELATORIO DA PRE-CRITICA (PARM PRECRITICA):
      * UNICO ARQUIVO GRAVADO NA SIMULACAO, COM OS APONTAMENTOS DE
      * CABECALHO E TRAILER, CADA REGISTRO QUE SERIA REJEITADO E O
      * CONCEITO QUE CADA REGISTRO VALIDO RECEBERIA NO LOTE REAL
      *----------------------------------------------------------------*
           SELECT PRECRITICA-FILE ASSIGN TO "PRE-CRITICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRECRITICA.

      *================================================================*
      * DATA DIVISION
      *================================================================*
      *----------------------------------------------------------------*
       FD  EXCECOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EXCECAO               PIC X(128).

      *----------------------------------------------------------------*
      * FD MESTRE-FILE

      *----------------------------------------------------------------*
      * FD FREQUENCIA-FILE
      * Uma linha da frequencia diaria: o aluno, a turma, quantas
      * aulas a turma teve no periodo ate aqui e em quantas o aluno
      * esteve presente - a regra dos 75% vale por turma.
      *----------------------------------------------------------------*
       FD  FREQUENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FREQUENCIA.
           05  FRQ-ID-ALUNO          PIC 9(05).
           05  FRQ-TURMA             PIC X(03).
           05  FRQ-AULAS-DADAS       PIC 9(03).
           05  FRQ-AULAS-PRESENTES   PIC 9(03).

      *----------------------------------------------------------------*
       FD  TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TURMA-CAD             PIC X(124).

      *----------------------------------------------------------------*
      * FD PESOS-FILE
      * Uma linha da tabela de pesos: nivel de estudo, os pesos de
      * N1, N2 e trabalho na composicao da media (soma 100) e a
      * vigencia da versao (AAAAMMDD; fim 99999999 = em aberto).
      *----------------------------------------------------------------*
       FD  PESOS-FILE
           LABEL RECORDS ARE STANDARD.
           05  PES-PESO-N1           PIC 9(03).
           05  PES-PESO-N2           PIC 9(03).
           05  PES-PESO-TRAB         PIC 9(03).
           05  PES-DT-INICIO         PIC 9(08).
           05  PES-DT-FIM            PIC 9(08).

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
      * FD RESTART-FILE

      *----------------------------------------------------------------*
      * FD HISTORICO-FILE
      * Registro do historico semestral indexado (HISTORICO-FD.cpy;
      * layout de trabalho em HISTORICO-REC.cpy).
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD.

      *----------------------------------------------------------------*
      * FD CONTROLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA             PIC X(100).

      *----------------------------------------------------------------*
      * FD PRECRITICA-FILE
      * Linha do relatorio da pre-critica (132 colunas, como o
      * relatorio de notas).
      *----------------------------------------------------------------*
       FD  PRECRITICA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-PRECRITICA            PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * CORTES VIGENTES DO ALUNO CORRENTE (CORTES-REC.cpy) E TABELA
      * DE CORTES POR NIVEL DE ESTUDO, CARREGADA DE TABELA-CORTES.DAT
      * COM TODAS AS VERSOES (A BUSCA ESCOLHE A VIGENTE NA DATA)
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

           COPY TURMA-REC.

       01  WS-TABELA-TURMAS.
           05  WS-QTD-TURMAS         PIC 9(03) COMP VALUE ZERO.
           05  WS-ENT-TURMA OCCURS 100 TIMES.
               10  WS-TAB-TUR-CODIGO PIC X(03).
               10  WS-TAB-TUR-DESC   PIC X(30).
               10  WS-TAB-TUR-PROF   PIC X(30).
               10  WS-TAB-TUR-TURNO  PIC X(10).
               10  WS-TAB-TUR-INICIO PIC 9(08).
               10  WS-TAB-TUR-FIM    PIC 9(08).

       77  WS-IDX-TURMA              PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * RESULTADO DA BUSCA DA TURMA EM WS-TURMA-BUSCA NO CADASTRO -

       01  WS-TABELA-PESOS.
           05  WS-QTD-PESOS          PIC 9(02) COMP VALUE ZERO.
           05  WS-ENT-PESO OCCURS 30 TIMES.
               10  WS-TAB-PES-NIVEL  PIC X(15).
               10  WS-TAB-PES-N1     PIC 9(03).
               10  WS-TAB-PES-N2     PIC 9(03).
               10  WS-TAB-PES-TRAB   PIC 9(03).
               10  WS-TAB-PES-INICIO PIC 9(08).
               10  WS-TAB-PES-FIM    PIC 9(08).

       77  WS-IDX-PESO               PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA DE REFERENCIA DA VIGENCIA DAS TABELAS DE REGRAS (CORTES,
      * PESOS E TURMAS) - A DATA DO LOTE
      *----------------------------------------------------------------*
       77  WS-DATA-VIGENCIA          PIC 9(08) VALUE ZERO.

       77  WS-SOMA-PESOS             PIC 9(04) VALUE ZERO.

       01  WS-FLAGS-PESOS.
               88  WS-HA-PESO-DEMAIS       VALUE "S".

      *----------------------------------------------------------------*
      * FREQUENCIA DIARIA POR ALUNO E TURMA, CARREGADA DE
      * FREQUENCIA.DAT NA PARTIDA, E O RESULTADO RESOLVIDO PARA O
      * ALUNO NA TURMA CORRENTE - ABAIXO DO MINIMO REGIMENTAL DE
      * PRESENCA O ALUNO REPROVA POR FALTA NA TURMA, QUALQUER QUE
      * SEJA A NOTA
      *----------------------------------------------------------------*
       01  WS-TABELA-FREQUENCIA.
           05  WS-QTD-FREQUENCIA     PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-FREQUENCIA OCCURS 999 TIMES.
               10  WS-TAB-FRQ-ID     PIC 9(05).
               10  WS-TAB-FRQ-TURMA  PIC X(03).
               10  WS-TAB-FRQ-DADAS  PIC 9(03).
               10  WS-TAB-FRQ-PRES   PIC 9(03).

               88  WS-LOTE-FECHA-OK        VALUE "S".

      *----------------------------------------------------------------*
      * TABELA DOS PARES ALUNO+TURMA JA VISTOS NO LOTE, PARA A
      * REJEICAO DE DUPLICADOS (MOTIVO 04) - O MESMO ALUNO EM OUTRA
      * TURMA E OUTRA AVALIACAO. REGISTRA TODO DETALHE LIDO, VALIDO
      * OU REJEITADO, INCLUSIVE OS PULADOS NUMA RETOMADA.
      *----------------------------------------------------------------*
       01  WS-TABELA-IDS-VISTOS.
           05  WS-QTD-IDS-VISTOS     PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-ID-VISTO OCCURS 9999 TIMES.
               10  WS-ID-VISTO       PIC 9(05).
               10  WS-TURMA-VISTA    PIC X(03).

       77  WS-IDX-ID-VISTO           PIC 9(04) COMP VALUE ZERO.

               88  WS-ID-JA-VISTO          VALUE "S".
               88  WS-ID-INEDITO           VALUE "N".

      *----------------------------------------------------------------*
      * RESULTADO DA GRAVACAO DO HISTORICO DO ALUNO CORRENTE - SO O
      * RESULTADO GRAVADO SEGUE PARA O RELATORIO E O EXTRATO
      *----------------------------------------------------------------*
       01  WS-FLAGS-HISTORICO.
           05  WS-GRAVACAO-HISTORICO PIC X(01) VALUE "S".
               88  WS-HISTORICO-GRAVADO    VALUE "S".
               88  WS-HISTORICO-RECUSADO   VALUE "N".

      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA: LINHA DATADA GRAVADA POR
      * 8000-GRAVA-AUDITORIA E CAMPOS DE APOIO DOS PONTOS DE ERRO

      *----------------------------------------------------------------*
      * LINHA DE PARM RECEBIDA E SEUS DOIS TOKENS: O LIMITE DE
      * ITERACOES, O OVERRIDE FORCAR DA REEXECUCAO AUTORIZADA E A
      * SELECAO DO MODO PRE-CRITICA (SIMULACAO SEM GRAVACAO)
      *----------------------------------------------------------------*
       01  WS-PARM-RECEBIDO.
           05  WS-PARM-LINHA         PIC X(40) VALUE SPACES.
           05  WS-PARM-TOKEN-2       PIC X(10) VALUE SPACES.
           05  WS-PARM-FORCAR        PIC X(01) VALUE "N".
               88  WS-REEXECUCAO-FORCADA  VALUE "S".
           05  WS-PARM-PRECRITICA    PIC X(01) VALUE "N".
               88  WS-MODO-PRECRITICA     VALUE "S".

      *----------------------------------------------------------------*
      * CONTROLE DA PRE-CRITICA: ARQUIVO ABERTO, PENDENCIAS DE
      * CABECALHO/TRAILER (AS REJEICOES DE DETALHE FICAM EM
      * WS-TOT-REJEITADOS) E AS LINHAS DO RELATORIO PRE-CRITICA.DAT
      *----------------------------------------------------------------*
       01  WS-CONTROLE-PRECRITICA.
           05  WS-PRE-ABERTO         PIC X(01) VALUE "N".
               88  WS-PRECRITICA-ATIVA    VALUE "S".
           05  WS-PRE-PENDENCIAS     PIC 9(04) VALUE ZERO.

       01  WS-TEXTO-PRECRITICA      PIC X(132) VALUE SPACES.

       01  WS-CABEC-PRECRITICA.
           05  FILLER                PIC X(06) VALUE "REG".
           05  FILLER                PIC X(05) VALUE "TUR".
           05  FILLER                PIC X(07) VALUE "ALUNO".
           05  FILLER                PIC X(32) VALUE "NOME".
           05  FILLER                PIC X(13) VALUE "N1  N2  TRB".
           05  FILLER                PIC X(11) VALUE "RESULTADO".
           05  FILLER                PIC X(58) VALUE
               "DETALHE (CONCEITO QUE SERIA ATRIBUIDO OU MOTIVO)".

       01  WS-LINHA-PRECRITICA.
           05  WS-PRE-REGISTRO       PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-PRE-TURMA          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-PRE-ID-ALUNO       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-PRE-NOME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-PRE-NOTA-N1        PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PRE-NOTA-N2        PIC 9(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PRE-NOTA-TRAB      PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-PRE-RESULTADO      PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-PRE-DETALHE        PIC X(58).

      *----------------------------------------------------------------*
      * RESULTADO DA CONSULTA AO REGISTRO DE LOTES JA FECHADOS
       01  WS-STATUS-CONTROLE       PIC X(02) VALUE "00".
       01  WS-STATUS-LOTES-FECH     PIC X(02) VALUE "00".
       01  WS-STATUS-AUDITORIA      PIC X(02) VALUE "00".
       01  WS-STATUS-PRECRITICA     PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-ALUNOS         PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DO ARQUIVO DE EXCECOES (EXCECOES.DAT) - AS
      * TRES NOTAS COMPONENTES SAEM COMO CHEGARAM NO DETALHE, PARA A
      * REVISAO MANUAL VER A NOTA OFENSORA DE UM MOTIVO 01 - E A
      * DATA DO LOTE, PARA O REPROCESSAMENTO APLICAR AS REGRAS QUE
      * ESTAVAM EM VIGOR NO DIA REJEITADO
      *----------------------------------------------------------------*
       01  WS-LINHA-EXCECAO.
           05  WS-EXC-ID-ALUNO       PIC 9(05).
           05  WS-EXC-NOME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-EXC-CURSO          PIC X(20).
           05  WS-EXC-TURMA          PIC X(03).
           05  WS-EXC-DATA-LOTE      PIC 9(08).

      *----------------------------------------------------------------*
      * PARAMETROS DA CHAMADA AO SUBPROGRAMA GRAVA-RELATORIO

      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DO EXTRATO PARA O SISTEMA ACADEMICO
      * Registro delimitado por virgulas: ID, NOTA, CONCEITO, SITUACAO
      * e, na coluna 47, a TURMA do resultado (as colunas 33-45 ficam
      * para a marca das linhas anexadas pelo reprocessamento e pela
      * revisao de nota).
      *----------------------------------------------------------------*
       01  WS-LINHA-EXTRATO.
           05  WS-EXT-ID-ALUNO       PIC 9(05).
           05  WS-EXT-CONCEITO       PIC X(01).
           05  WS-EXT-VIRGULA-3      PIC X(01) VALUE ",".
           05  WS-EXT-SITUACAO       PIC X(20).
           05  FILLER                PIC X(13) VALUE SPACES.
           05  WS-EXT-VIRGULA-5      PIC X(01) VALUE ",".
           05  WS-EXT-TURMA          PIC X(03).
           05  FILLER                PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      * MENSAGENS FIXAS DO PROGRAMA
           DISPLAY " ".

           PERFORM 0500-LE-PARAMETROS.
      * A pre-critica nao retoma checkpoint: simula sempre o arquivo
      * inteiro, do primeiro registro, e nunca grava RESTART.DAT.
           IF NOT WS-MODO-PRECRITICA
               PERFORM 0600-LE-CHECKPOINT
           END-IF.
           PERFORM 0650-CARGA-FREQUENCIA.
           PERFORM 0680-CARGA-PESOS.
           PERFORM 0700-ABRE-MESTRE.
           PERFORM 0720-CARGA-TURMAS.
           PERFORM 0900-CARGA-CORTES.
           PERFORM 0960-CONFERE-VIGENCIA.
           PERFORM 1000-ESTRUTURA-SEQUENCIAL.

           OPEN INPUT ALUNOS-FILE.
               GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-IF.

           IF WS-MODO-PRECRITICA
               PERFORM 7000-ABRE-PRECRITICA
               PERFORM 7050-PRECRITICA-CABECALHO
           ELSE
               PERFORM 0800-VALIDA-CABECALHO
               PERFORM 0850-ABRE-SAIDAS-LOTE
           END-IF.

           PERFORM 3000-ESTRUTURA-ITERACAO.

           IF WS-MODO-PRECRITICA
               PERFORM 7400-PRECRITICA-RESUMO
           END-IF.

      * O resumo de fim de lote so pode ser gravado quando o loop
      * acima terminou por fim de arquivo E a contagem lida conferiu
      * com o trailer (WS-LOTE-FECHA-OK) - se ele parou pelo
      * governador WS-MAXIMO-ITERACOES ou a conferencia do trailer
      * falhou, o lote nao esta fechado, e o proprio
      * 3000-ESTRUTURA-ITERACAO ja gravou o aviso e o checkpoint.
      * Na pre-critica o trailer e conferido por 7300, que nunca
      * libera o fechamento.
           IF WS-LOTE-FECHA-OK
               PERFORM 5000-RESUMO-FINAL
               PERFORM 5600-REGISTRA-LOTE-FECHADO
           END-IF.

           CLOSE ALUNOS-FILE.
           IF NOT WS-MODO-PRECRITICA
               PERFORM 0050-FECHA-RELATORIO
               CLOSE EXCECOES-FILE
               CLOSE EXTRATO-FILE
               CLOSE HISTORICO-FILE
           END-IF.
           CLOSE MESTRE-FILE.

           PERFORM 4000-MODULARIDADE-E-GOTO.
           DISPLAY WS-LINHA-DIVISORIA.

       0000-MODULO-PRINCIPAL-EXIT.
           IF WS-PRECRITICA-ATIVA
               CLOSE PRECRITICA-FILE
           END-IF.
           IF WS-AUDITORIA-ATIVA
               MOVE SPACES TO WS-AUD-TEXTO
               STRING "FIM DA EXECUCAO - CODIGO DE RETORNO "
      *     engano como limite;
      *   - a palavra FORCAR e o override de reexecucao autorizada
      *     de uma data ja fechada (0820), sempre registrado na
      *     trilha de auditoria;
      *   - a palavra PRECRITICA seleciona a simulacao de validacao
      *     (serie 7000): nenhuma saida do lote e gravada, so o
      *     PRE-CRITICA.DAT. Usada pela secretaria com o driver
      *     avulso durante o dia, nunca na esteira noturna.
      *----------------------------------------------------------------*
       0500-LE-PARAMETROS.
           ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
                   TO WS-AUD-TEXTO
               PERFORM 8000-GRAVA-AUDITORIA
           END-IF.

           MOVE "N" TO WS-PARM-PRECRITICA.
           IF WS-PARM-TOKEN-1 = "PRECRITICA"
                   OR WS-PARM-TOKEN-2 = "PRECRITICA"
               SET WS-MODO-PRECRITICA TO TRUE
               DISPLAY "MODO PRE-CRITICA SELECIONADO VIA PARM - "
                       "NENHUMA SAIDA DO LOTE SERA GRAVADA"
               MOVE SPACES TO WS-AUD-TEXTO
               STRING "MODO PRE-CRITICA ACEITO VIA PARM - SIMULACAO "
                   "SEM GRAVACAO DAS SAIDAS DO LOTE"
                   DELIMITED BY SIZE INTO WS-AUD-TEXTO
               PERFORM 8000-GRAVA-AUDITORIA
           END-IF.
           DISPLAY " ".

      *----------------------------------------------------------------*
       0660-CARGA-ENTRADA-FREQ.
           IF WS-QTD-FREQUENCIA >= 999
               DISPLAY "ERRO: FREQUENCIA.DAT EXCEDE A CAPACIDADE DA "
                       "TABELA (999 ALUNOS/TURMA)"
               CLOSE FREQUENCIA-FILE
               MOVE "FREQUENCIA EXCEDE A CAPACIDADE DA TABELA"
                   TO WS-AUD-TEXTO
           END-IF.

           IF FRQ-ID-ALUNO NOT NUMERIC
                   OR FRQ-TURMA = SPACES
                   OR FRQ-AULAS-DADAS NOT NUMERIC
                   OR FRQ-AULAS-PRESENTES NOT NUMERIC
                   OR FRQ-AULAS-DADAS = ZERO

           ADD 1 TO WS-QTD-FREQUENCIA.
           MOVE FRQ-ID-ALUNO TO WS-TAB-FRQ-ID (WS-QTD-FREQUENCIA).
           MOVE FRQ-TURMA    TO WS-TAB-FRQ-TURMA (WS-QTD-FREQUENCIA).
           MOVE FRQ-AULAS-DADAS
               TO WS-TAB-FRQ-DADAS (WS-QTD-FREQUENCIA).
           MOVE FRQ-AULAS-PRESENTES
           END-IF.

           DISPLAY "TABELA DE PESOS CARREGADA: " WS-QTD-PESOS
                   " VERSAO(OES)".
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 0690-CARGA-ENTRADA-PESO
      * Critica uma linha da tabela de pesos (pesos numericos com
      * soma exata de 100, vigencia com inicio ate o fim) e a
      * carrega na tabela em memoria.
      * Qualquer linha invalida interrompe o job.
      *----------------------------------------------------------------*
       0690-CARGA-ENTRADA-PESO.
           IF WS-QTD-PESOS >= 30
               DISPLAY "ERRO: TABELA-PESOS.DAT EXCEDE A CAPACIDADE "
                       "DA TABELA (30 VERSOES)"
               MOVE 8 TO WS-CODIGO-RETORNO
               CLOSE PESOS-FILE
               MOVE "TABELA DE PESOS EXCEDE A CAPACIDADE"
                   OR PES-PESO-N1 NOT NUMERIC
                   OR PES-PESO-N2 NOT NUMERIC
                   OR PES-PESO-TRAB NOT NUMERIC
                   OR PES-DT-INICIO NOT NUMERIC
                   OR PES-DT-FIM NOT NUMERIC
                   OR PES-DT-INICIO > PES-DT-FIM
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-PESOS.DAT: "
                       REG-PESO
               MOVE 8 TO WS-CODIGO-RETORNO
           MOVE PES-PESO-N1      TO WS-TAB-PES-N1 (WS-QTD-PESOS).
           MOVE PES-PESO-N2      TO WS-TAB-PES-N2 (WS-QTD-PESOS).
           MOVE PES-PESO-TRAB    TO WS-TAB-PES-TRAB (WS-QTD-PESOS).
           MOVE PES-DT-INICIO    TO WS-TAB-PES-INICIO (WS-QTD-PESOS).
           MOVE PES-DT-FIM       TO WS-TAB-PES-FIM (WS-QTD-PESOS).
           IF PES-NIVEL-ESTUDO = "DEMAIS"
               SET WS-HA-PESO-DEMAIS TO TRUE
           END-IF.
      *----------------------------------------------------------------*
      * 0730-CARGA-ENTRADA-TURMA
      * Critica uma linha do cadastro de turmas (codigo e descricao
      * obrigatorios, vigencia com inicio ate o fim) e a carrega na
      * tabela. Linha invalida
      * interrompe o job.
      *----------------------------------------------------------------*
       0730-CARGA-ENTRADA-TURMA.
           IF WS-QTD-TURMAS >= 100
               DISPLAY "ERRO: TABELA-TURMAS.DAT EXCEDE A CAPACIDADE "
                       "DA TABELA (100 VERSOES DE TURMA)"
               CLOSE TURMAS-FILE
               MOVE "CADASTRO DE TURMAS EXCEDE A CAPACIDADE"
                   TO WS-AUD-TEXTO
           MOVE REG-TURMA-CAD TO WS-REG-TURMA-CAD.
           IF WS-TUR-CODIGO = SPACES
                   OR WS-TUR-DESCRICAO = SPACES
                   OR WS-TUR-DT-INICIO NOT NUMERIC
                   OR WS-TUR-DT-FIM NOT NUMERIC
                   OR WS-TUR-DT-INICIO > WS-TUR-DT-FIM
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-TURMAS.DAT: "
                       REG-TURMA-CAD
               MOVE 8 TO WS-CODIGO-RETORNO
           MOVE WS-TUR-DESCRICAO TO WS-TAB-TUR-DESC (WS-QTD-TURMAS).
           MOVE WS-TUR-PROFESSOR TO WS-TAB-TUR-PROF (WS-QTD-TURMAS).
           MOVE WS-TUR-TURNO     TO WS-TAB-TUR-TURNO (WS-QTD-TURMAS).
           MOVE WS-TUR-DT-INICIO TO WS-TAB-TUR-INICIO (WS-QTD-TURMAS).
           MOVE WS-TUR-DT-FIM    TO WS-TAB-TUR-FIM (WS-QTD-TURMAS).

           READ TURMAS-FILE
               AT END
      * 0820-CONSULTA-LOTES-FECHADOS
      * Consulta o registro de lotes ja fechados: a data do cabecalho
      * presente no registro significa que o ALUNOS.DAT do dia ja foi
      * processado ate o fechamento. Sem o override FORCAR do PARM,
      * o lote recusa a partida com RC 8; com ele, a reexecucao
      * autorizada segue e fica registrada na trilha de auditoria -
      * os pares aluno+turma ja gravados no historico nessa data sao
      * pulados (excecao motivo 08, RC 4) e apontados no console e
      * na auditoria, sem nova linha de relatorio ou extrato.
      *----------------------------------------------------------------*
       0820-CONSULTA-LOTES-FECHADOS.
           MOVE "N" TO WS-LOTE-JA-FECHADO.
                  OR WS-FIM-LOTES-FECH.
           CLOSE LOTES-FECHADOS-FILE.

      * Na pre-critica nada e gravado, entao a data ja fechada nao
      * recusa a simulacao - vira pendencia no PRE-CRITICA.DAT, para
      * a secretaria saber que o lote real so rodaria com FORCAR.
           IF WS-DATA-JA-FECHADA
                   AND WS-MODO-PRECRITICA
               PERFORM 7060-PRECRITICA-LOTE-FECHADO
               MOVE "N" TO WS-LOTE-JA-FECHADO
           END-IF.

           IF WS-DATA-JA-FECHADA
               IF WS-REEXECUCAO-FORCADA
                   DISPLAY "AVISO: DATA " CAB-DATA-ARQUIVO " JA "
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 0850-ABRE-SAIDAS-LOTE
      * Abre os canais de saida do lote real - relatorio de notas
      * (com o eco dos cortes), excecoes, extrato e historico. Fica
      * fora do caminho da pre-critica, que nao abre nenhum deles.
      * Qualquer falha de abertura fecha o que ja foi aberto e
      * interrompe o job (RC 8).
      *----------------------------------------------------------------*
       0850-ABRE-SAIDAS-LOTE.
      * Numa retomada (WS-INDICE-INICIAL > ZERO), os tres canais de
      * saida do lote sao reabertos em modo EXTEND, para nao truncar
      * as linhas ja gravadas pela execucao interrompida - o 3050
      * pula de novo os registros ja processados, mas nao os regrava.
           IF WS-INDICE-INICIAL > ZERO
               MOVE "ESTENDER" TO WS-FUNCAO-RELATORIO
           ELSE
               MOVE "ABRIR" TO WS-FUNCAO-RELATORIO
           END-IF.
           CALL "GRAVA-RELATORIO" USING WS-FUNCAO-RELATORIO
               WS-ID-ALUNO WS-NOTA-ALUNO WS-NOTA-N1 WS-NOTA-N2
               WS-NOTA-TRABALHO WS-NOME-ALUNO WS-CURSO-ALUNO
               WS-CONCEITO WS-DESC-CONCEITO
               WS-TEXTO-RELATORIO WS-STATUS-RELATORIO.
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO ABRIR RELATORIO-NOTAS.DAT - STATUS: "
                       WS-STATUS-RELATORIO
               CLOSE ALUNOS-FILE
               MOVE "RELATORIO-NOTAS.DAT" TO WS-AUD-ERRO-ROTULO
               MOVE WS-STATUS-RELATORIO TO WS-AUD-ERRO-STATUS
               PERFORM 8100-AUDITA-ERRO-ARQUIVO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-IF.

      * Ecoa no cabecalho do relatorio os cortes efetivamente usados
      * nesta execucao, para a auditoria saber com qual tabela o lote
      * foi avaliado. Apenas na abertura normal - numa retomada o
      * cabecalho (e o eco) ja esta no arquivo da execucao anterior.
           IF WS-INDICE-INICIAL = ZERO
               PERFORM 0970-ECOA-CORTES
           END-IF.

           IF WS-INDICE-INICIAL > ZERO
               OPEN EXTEND EXCECOES-FILE
           ELSE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.
           IF WS-STATUS-EXCECOES NOT = "00"
               DISPLAY "ERRO AO ABRIR EXCECOES.DAT - STATUS: "
                       WS-STATUS-EXCECOES
               CLOSE ALUNOS-FILE
               PERFORM 0050-FECHA-RELATORIO
               MOVE "EXCECOES.DAT" TO WS-AUD-ERRO-ROTULO
               MOVE WS-STATUS-EXCECOES TO WS-AUD-ERRO-STATUS
               PERFORM 8100-AUDITA-ERRO-ARQUIVO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-IF.

           IF WS-INDICE-INICIAL > ZERO
               OPEN EXTEND EXTRATO-FILE
           ELSE
               OPEN OUTPUT EXTRATO-FILE
           END-IF.
           IF WS-STATUS-EXTRATO NOT = "00"
               DISPLAY "ERRO AO ABRIR EXTRATO.DAT - STATUS: "
                       WS-STATUS-EXTRATO
               CLOSE ALUNOS-FILE
               PERFORM 0050-FECHA-RELATORIO
               CLOSE EXCECOES-FILE
               MOVE "EXTRATO.DAT" TO WS-AUD-ERRO-ROTULO
               MOVE WS-STATUS-EXTRATO TO WS-AUD-ERRO-STATUS
               PERFORM 8100-AUDITA-ERRO-ARQUIVO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-IF.

      * O historico semestral e aberto em I-O (o OPTIONAL cria o
      * arquivo no primeiro lote do periodo), tanto num lote novo
      * quanto numa retomada - os dias anteriores do periodo nunca
      * sao truncados.
           OPEN I-O HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
                   AND WS-STATUS-HISTORICO NOT = "05"
               DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                       WS-STATUS-HISTORICO
               CLOSE ALUNOS-FILE
               PERFORM 0050-FECHA-RELATORIO
               CLOSE EXCECOES-FILE
               CLOSE EXTRATO-FILE
               MOVE "HISTORICO.DAT" TO WS-AUD-ERRO-ROTULO
               MOVE WS-STATUS-HISTORICO TO WS-AUD-ERRO-STATUS
               PERFORM 8100-AUDITA-ERRO-ARQUIVO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-IF.

      *----------------------------------------------------------------*
      * 0900-CARGA-CORTES
      * Carrega a tabela de cortes de conceito (TABELA-CORTES.DAT)
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
               MOVE "TABELA DE CORTES EXCEDE A CAPACIDADE"
                   OR CRT-CORTE-A NOT NUMERIC
                   OR CRT-CORTE-B NOT NUMERIC
                   OR CRT-CORTE-C NOT NUMERIC
                   OR CRT-DT-INICIO NOT NUMERIC
                   OR CRT-DT-FIM NOT NUMERIC
                   OR CRT-DT-INICIO > CRT-DT-FIM
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-CORTES.DAT: "
                       REG-CORTE
               MOVE 8 TO WS-CODIGO-RETORNO
           MOVE CRT-CORTE-A      TO WS-TAB-CRT-A (WS-QTD-CORTES).
           MOVE CRT-CORTE-B      TO WS-TAB-CRT-B (WS-QTD-CORTES).
           MOVE CRT-CORTE-C      TO WS-TAB-CRT-C (WS-QTD-CORTES).
           MOVE CRT-DT-INICIO    TO WS-TAB-CRT-INICIO (WS-QTD-CORTES).
           MOVE CRT-DT-FIM       TO WS-TAB-CRT-FIM (WS-QTD-CORTES).
           IF CRT-NIVEL-ESTUDO = "DEMAIS"
               SET WS-HA-LINHA-DEMAIS TO TRUE
           END-IF.
                   SET WS-FIM-CORTES TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 0960-CONFERE-VIGENCIA
      * Fixa a data de referencia das tabelas de regras - a data do
      * lote, que o cabecalho de ALUNOS.DAT confere com a do sistema
      * - e exige para ela uma versao vigente da linha DEMAIS nas
      * tabelas de cortes e de pesos: sem ela algum nivel de estudo
      * ficaria sem regra, e o lote nao inicia (RC 8).
      *----------------------------------------------------------------*
       0960-CONFERE-VIGENCIA.
           ACCEPT WS-DATA-VIGENCIA FROM DATE YYYYMMDD.
           MOVE "DEMAIS" TO WS-NIVEL-ESTUDO.
           PERFORM 2060-BUSCA-PESOS.
           PERFORM 2100-BUSCA-CORTES.
           MOVE SPACES TO WS-NIVEL-ESTUDO.

           IF NOT WS-NIVEL-TEM-PESO
                   OR NOT WS-NIVEL-TEM-CORTE
               DISPLAY "ERRO: TABELA DE CORTES OU DE PESOS SEM VERSAO "
                       "VIGENTE DA LINHA DEMAIS EM " WS-DATA-VIGENCIA
                       " - LOTE NAO INICIADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               MOVE "TABELAS DE REGRAS SEM VERSAO VIGENTE NA DATA"
                   TO WS-AUD-TEXTO
               PERFORM 8000-GRAVA-AUDITORIA
               GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-IF.

           DISPLAY "REGRAS RESOLVIDAS PELA VIGENCIA EM "
                   WS-DATA-VIGENCIA.
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 0970-ECOA-CORTES
      * Grava no cabecalho do relatorio uma linha por nivel da tabela
      * de cortes usada nesta execucao - so as versoes vigentes na
      * data do lote -, como trilha para a auditoria.
      *----------------------------------------------------------------*
       0970-ECOA-CORTES.
           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "CORTES APLICADOS EM " WS-DATA-VIGENCIA
               " (NIVEL / A / B / C):"
               DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO.
           PERFORM 0060-GRAVA-TEXTO-RELATORIO.

               UNTIL WS-IDX-CORTE >= WS-QTD-CORTES.

           MOVE SPACES TO WS-TEXTO-RELATORIO.
           STRING "PESOS APLICADOS EM " WS-DATA-VIGENCIA
               " (NIVEL / N1 / N2 / TRABALHO):"
               DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO.
           PERFORM 0060-GRAVA-TEXTO-RELATORIO.


      *----------------------------------------------------------------*
      * 0980-ECOA-LINHA-CORTE
      * Grava no relatorio a proxima linha da tabela de cortes, se
      * for a versao vigente na data do lote.
      *----------------------------------------------------------------*
       0980-ECOA-LINHA-CORTE.
           ADD 1 TO WS-IDX-CORTE.
           IF WS-TAB-CRT-INICIO (WS-IDX-CORTE) <= WS-DATA-VIGENCIA
                   AND WS-TAB-CRT-FIM (WS-IDX-CORTE) >= WS-DATA-VIGENCIA
               MOVE SPACES TO WS-TEXTO-RELATORIO
               STRING "  " WS-TAB-CRT-NIVEL (WS-IDX-CORTE)
                   " " WS-TAB-CRT-A (WS-IDX-CORTE)
                   " " WS-TAB-CRT-B (WS-IDX-CORTE)
                   " " WS-TAB-CRT-C (WS-IDX-CORTE)
                   DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
               PERFORM 0060-GRAVA-TEXTO-RELATORIO
           END-IF.

      *----------------------------------------------------------------*
      * 0985-ECOA-LINHA-PESO
      * Grava no relatorio a proxima linha da tabela de pesos, se
      * for a versao vigente na data do lote.
      *----------------------------------------------------------------*
       0985-ECOA-LINHA-PESO.
           ADD 1 TO WS-IDX-PESO.
           IF WS-TAB-PES-INICIO (WS-IDX-PESO) <= WS-DATA-VIGENCIA
                   AND WS-TAB-PES-FIM (WS-IDX-PESO) >= WS-DATA-VIGENCIA
               MOVE SPACES TO WS-TEXTO-RELATORIO
               STRING "  " WS-TAB-PES-NIVEL (WS-IDX-PESO)
                   " " WS-TAB-PES-N1 (WS-IDX-PESO)
                   " " WS-TAB-PES-N2 (WS-IDX-PESO)
                   " " WS-TAB-PES-TRAB (WS-IDX-PESO)
                   DELIMITED BY SIZE INTO WS-TEXTO-RELATORIO
               PERFORM 0060-GRAVA-TEXTO-RELATORIO
           END-IF.

      *----------------------------------------------------------------*
      * 1000-ESTRUTURA-SEQUENCIAL
      *----------------------------------------------------------------*
      * 1840-BUSCA-TURMA
      * Procura o codigo de turma de WS-TURMA-BUSCA no cadastro de
      * turmas, na versao vigente na data do lote, resolvendo a
      * descricao quando encontrado. Usada na triagem (motivo 06) e
      * no cabecalho do subtotal por turma.
      *----------------------------------------------------------------*
       1840-BUSCA-TURMA.
           SET WS-TURMA-SEM-CADASTRO TO TRUE.
      *----------------------------------------------------------------*
      * 1845-COMPARA-TURMA
      * Compara a turma buscada com a proxima entrada do cadastro,
      * copiando a descricao quando o codigo confere e a versao esta
      * vigente na data de referencia.
      *----------------------------------------------------------------*
       1845-COMPARA-TURMA.
           ADD 1 TO WS-IDX-TURMA.
           IF WS-TURMA-BUSCA = WS-TAB-TUR-CODIGO (WS-IDX-TURMA)
                   AND WS-TAB-TUR-INICIO (WS-IDX-TURMA)
                       <= WS-DATA-VIGENCIA
                   AND WS-TAB-TUR-FIM (WS-IDX-TURMA)
                       >= WS-DATA-VIGENCIA
               SET WS-TURMA-NO-CADASTRO TO TRUE
               MOVE WS-TAB-TUR-DESC (WS-IDX-TURMA) TO WS-DESC-TURMA
           END-IF.

      *----------------------------------------------------------------*
      * 1890-BUSCA-FREQUENCIA
      * Resolve a frequencia do aluno corrente na turma corrente, na
      * tabela carregada na partida, e calcula o percentual de
      * presenca. Um aluno sem registro de frequencia na turma nao
      * pode ser avaliado - rejeita em
      * 1900-VALIDA-REGISTRO com o motivo 05, como qualquer critica.
      *----------------------------------------------------------------*
       1890-BUSCA-FREQUENCIA.

      *----------------------------------------------------------------*
      * 1895-COMPARA-FREQUENCIA
      * Compara o aluno e a turma correntes com a proxima entrada da
      * tabela de frequencia, calculando o percentual quando o ID e
      * a turma conferem.
      *----------------------------------------------------------------*
       1895-COMPARA-FREQUENCIA.
           ADD 1 TO WS-IDX-FREQUENCIA.
           IF WS-ID-ALUNO = WS-TAB-FRQ-ID (WS-IDX-FREQUENCIA)
                   AND WS-TURMA = WS-TAB-FRQ-TURMA (WS-IDX-FREQUENCIA)
               SET WS-TEM-FREQUENCIA TO TRUE
               COMPUTE WS-PCT-FREQUENCIA =
                   (WS-TAB-FRQ-PRES (WS-IDX-FREQUENCIA) * 100)

      *----------------------------------------------------------------*
      * 1870-VERIFICA-DUPLICADO
      * Conferencia cruzada entre registros do lote: procura o par
      * aluno+turma corrente na tabela dos ja vistos. O mesmo aluno
      * em outra turma e avaliacao legitima; repetido na mesma
      * turma indica exportacao dobrada na origem e rejeita o
      * registro (motivo 04) em 1900-VALIDA-REGISTRO.
      *----------------------------------------------------------------*
       1870-VERIFICA-DUPLICADO.
           SET WS-ID-INEDITO TO TRUE.

      *----------------------------------------------------------------*
      * 1875-COMPARA-ID-VISTO
      * Compara o aluno e a turma correntes com a proxima entrada da
      * tabela de pares ja vistos no lote.
      *----------------------------------------------------------------*
       1875-COMPARA-ID-VISTO.
           ADD 1 TO WS-IDX-ID-VISTO.
           IF WS-ID-ALUNO = WS-ID-VISTO (WS-IDX-ID-VISTO)
                   AND WS-TURMA = WS-TURMA-VISTA (WS-IDX-ID-VISTO)
               SET WS-ID-JA-VISTO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 1880-REGISTRA-ID
      * Registra o par aluno+turma corrente na tabela dos ja vistos.
      * Todo detalhe lido e registrado - valido, rejeitado ou pulado
      * por uma retomada - para que a conferencia de duplicidade
      * cubra o lote inteiro.
           IF WS-QTD-IDS-VISTOS < 9999
               ADD 1 TO WS-QTD-IDS-VISTOS
               MOVE WS-ID-ALUNO TO WS-ID-VISTO (WS-QTD-IDS-VISTOS)
               MOVE WS-TURMA TO WS-TURMA-VISTA (WS-QTD-IDS-VISTOS)
           END-IF.

      *----------------------------------------------------------------*
      * 1900-VALIDA-REGISTRO
      * Triagem do registro lido de ALUNOS-FILE antes da avaliacao.
      * Um ID sem cadastro no mestre, um aluno ja visto na turma, uma
      * nota fora de 0-100, uma idade fora de uma faixa plausivel
      * (1-120) ou um aluno sem registro de frequencia (motivo 05)
      * nao podem ser avaliados - o PERFORM 2000 so roda sobre
           IF WS-ID-JA-VISTO
               SET WS-REG-INVALIDO TO TRUE
               MOVE 04 TO WS-COD-REJEITO
               MOVE "ID DUPLICADO NA TURMA NO LOTE"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-REG-VALIDO
      *----------------------------------------------------------------*
      * 1950-GRAVA-EXCECAO
      * Grava, no arquivo de excecoes, o registro rejeitado por
      * 1900-VALIDA-REGISTRO ou com o historico recusado em
      * 2967-RECUSA-HISTORICO, para conferencia manual posterior.
      *----------------------------------------------------------------*
       1950-GRAVA-EXCECAO.
           MOVE WS-ID-ALUNO      TO WS-EXC-ID-ALUNO.
           MOVE WS-MOTIVO-REJEITO TO WS-EXC-MOTIVO.
           MOVE WS-NOME-ALUNO    TO WS-EXC-NOME.
           MOVE WS-CURSO-ALUNO   TO WS-EXC-CURSO.
           MOVE WS-TURMA         TO WS-EXC-TURMA.
           MOVE WS-DATA-VIGENCIA TO WS-EXC-DATA-LOTE.
           MOVE WS-LINHA-EXCECAO TO REG-EXCECAO.
           WRITE REG-EXCECAO.
           ADD 1 TO WS-TOT-REJEITADOS.
                   " (" WS-DESC-CONCEITO ")".
           DISPLAY " ".

      * O historico e gravado primeiro: resultado que nao entrou no
      * historico nao vai para o relatorio nem para o extrato da
      * secretaria, e sai como excecao.
           PERFORM 2965-GRAVA-HISTORICO.
           IF WS-HISTORICO-GRAVADO
               PERFORM 2950-GRAVA-LINHA-RELATORIO
               PERFORM 2960-GRAVA-EXTRATO
               PERFORM 2970-ACUMULA-TOTAIS
           ELSE
               PERFORM 1950-GRAVA-EXCECAO
           END-IF.

      *----------------------------------------------------------------*
      * 2060-BUSCA-PESOS
      * Resolve os pesos vigentes da composicao da nota do aluno
      * corrente: procura o nivel de estudo dele na tabela de pesos,
      * na versao em vigor na data do lote, e, sem linha propria,
      * usa a linha DEMAIS (versao vigente garantida por
      * 0960-CONFERE-VIGENCIA).
      *----------------------------------------------------------------*
       2060-BUSCA-PESOS.
           MOVE "N" TO WS-PESO-ACHADO.
               MOVE ZERO TO WS-IDX-PESO
               PERFORM 2075-APLICA-PESO-DEMAIS
                   UNTIL WS-NIVEL-TEM-PESO
                      OR WS-IDX-PESO >= WS-QTD-PESOS
           END-IF.

      *----------------------------------------------------------------*
      * 2070-COMPARA-PESO
      * Compara o nivel de estudo do aluno corrente com a proxima
      * linha da tabela de pesos, copiando os pesos quando confere
      * e a versao esta vigente na data de referencia.
      *----------------------------------------------------------------*
       2070-COMPARA-PESO.
           ADD 1 TO WS-IDX-PESO.
           IF WS-NIVEL-ESTUDO = WS-TAB-PES-NIVEL (WS-IDX-PESO)
                   AND WS-TAB-PES-INICIO (WS-IDX-PESO)
                       <= WS-DATA-VIGENCIA
                   AND WS-TAB-PES-FIM (WS-IDX-PESO)
                       >= WS-DATA-VIGENCIA
               MOVE "S" TO WS-PESO-ACHADO
               MOVE WS-TAB-PES-N1 (WS-IDX-PESO)   TO WS-PESO-N1
               MOVE WS-TAB-PES-N2 (WS-IDX-PESO)   TO WS-PESO-N2

      *----------------------------------------------------------------*
      * 2075-APLICA-PESO-DEMAIS
      * Copia os pesos da versao da linha DEMAIS vigente na data de
      * referencia para o aluno corrente, quando o nivel de estudo
      * dele nao tem linha propria.
      *----------------------------------------------------------------*
       2075-APLICA-PESO-DEMAIS.
           ADD 1 TO WS-IDX-PESO.
           IF WS-TAB-PES-NIVEL (WS-IDX-PESO) = "DEMAIS"
                   AND WS-TAB-PES-INICIO (WS-IDX-PESO)
                       <= WS-DATA-VIGENCIA
                   AND WS-TAB-PES-FIM (WS-IDX-PESO)
                       >= WS-DATA-VIGENCIA
               MOVE "S" TO WS-PESO-ACHADO
               MOVE WS-TAB-PES-N1 (WS-IDX-PESO)   TO WS-PESO-N1
               MOVE WS-TAB-PES-N2 (WS-IDX-PESO)   TO WS-PESO-N2
      *----------------------------------------------------------------*
      * 2100-BUSCA-CORTES
      * Resolve os cortes vigentes do aluno corrente: procura o nivel
      * de estudo dele na tabela de cortes, na versao em vigor na
      * data do lote, e, sem linha propria, usa a linha DEMAIS
      * (versao vigente garantida por 0960-CONFERE-VIGENCIA).
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
           IF WS-NIVEL-ESTUDO = WS-TAB-CRT-NIVEL (WS-IDX-CORTE)
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
           MOVE WS-NOTA-ALUNO   TO WS-EXT-NOTA-ALUNO.
           MOVE WS-CONCEITO     TO WS-EXT-CONCEITO.
           MOVE WS-SITUACAO     TO WS-EXT-SITUACAO.
           MOVE WS-TURMA        TO WS-EXT-TURMA.
           MOVE WS-LINHA-EXTRATO TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *----------------------------------------------------------------*
      * 2965-GRAVA-HISTORICO
      * Grava no historico semestral, na chave aluno+data+turma, o
      * resultado do aluno corrente (data do lote, nota, conceito e
      * situacao), alimentando o acumulado do periodo lido pelo
      * TRANSCRITO-ALUNO. Chave ja gravada (resultado do mesmo dia e
      * turma vindo de uma execucao anterior) preserva o registro
      * existente, vira excecao motivo 08 e RC 4; qualquer outra
      * falha de gravacao vira excecao motivo 09 e RC 8. Nos dois
      * casos WS-HISTORICO-RECUSADO tira o aluno do relatorio e do
      * extrato.
      *----------------------------------------------------------------*
       2965-GRAVA-HISTORICO.
           SET WS-HISTORICO-GRAVADO TO TRUE.
           MOVE WS-ID-ALUNO      TO WS-HST-ID-ALUNO.
           MOVE WS-DATA-SISTEMA  TO WS-HST-DATA.
           MOVE WS-NOTA-ALUNO    TO WS-HST-NOTA.
           MOVE SPACE            TO WS-HST-MARCA.
           MOVE WS-TURMA         TO WS-HST-TURMA.
           MOVE WS-NIVEL-ESTUDO  TO WS-HST-NIVEL-ESTUDO.
           MOVE WS-NOTA-N1       TO WS-HST-NOTA-N1.
           MOVE WS-NOTA-N2       TO WS-HST-NOTA-N2.
           MOVE WS-NOTA-TRABALHO TO WS-HST-NOTA-TRABALHO.
           MOVE ZERO             TO WS-HST-NOTA-ANTERIOR.
           MOVE SPACE            TO WS-HST-CONC-ANTERIOR.
           MOVE WS-REG-HISTORICO TO REG-HISTORICO.
           WRITE REG-HISTORICO
               INVALID KEY
                   SET WS-HISTORICO-RECUSADO TO TRUE
                   PERFORM 2967-RECUSA-HISTORICO
           END-WRITE.

      *----------------------------------------------------------------*
      * 2967-RECUSA-HISTORICO
      * Trata a gravacao recusada do historico do aluno corrente:
      * status 22 e o resultado do mesmo dia e turma ja gravado por
      * uma execucao anterior (reexecucao FORCAR, ou outro lote com
      * a mesma data de sistema) - o registro existente fica e o
      * aluno vai para as excecoes com RC 4. Qualquer outro status e
      * erro de arquivo: trilha de auditoria e RC 8.
      *----------------------------------------------------------------*
       2967-RECUSA-HISTORICO.
           IF WS-STATUS-HISTORICO = "22"
               DISPLAY "AVISO: ALUNO " WS-ID-ALUNO " TURMA "
                       WS-TURMA " JA CONSTA NO HISTORICO EM "
                       WS-DATA-SISTEMA " - REGISTRO PRESERVADO"
               MOVE SPACES TO WS-AUD-TEXTO
               STRING "HISTORICO: CHAVE JA GRAVADA - ALUNO "
                   WS-ID-ALUNO " TURMA " WS-TURMA " DATA "
                   WS-DATA-SISTEMA " STATUS " WS-STATUS-HISTORICO
                   DELIMITED BY SIZE INTO WS-AUD-TEXTO
               PERFORM 8000-GRAVA-AUDITORIA
               MOVE 08 TO WS-COD-REJEITO
               MOVE "JA CONSTA NO HISTORICO" TO WS-MOTIVO-REJEITO
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
           ELSE
               DISPLAY "ERRO AO GRAVAR HISTORICO.DAT - ALUNO "
                       WS-ID-ALUNO " TURMA " WS-TURMA " STATUS: "
                       WS-STATUS-HISTORICO
               MOVE "HISTORICO.DAT" TO WS-AUD-ERRO-ROTULO
               MOVE WS-STATUS-HISTORICO TO WS-AUD-ERRO-STATUS
               PERFORM 8100-AUDITA-ERRO-ARQUIVO
               MOVE 09 TO WS-COD-REJEITO
               MOVE "ERRO AO GRAVAR HISTORICO" TO WS-MOTIVO-REJEITO
               MOVE 8 TO WS-CODIGO-RETORNO
           END-IF.

      *----------------------------------------------------------------*
      * 2970-ACUMULA-TOTAIS
      * 5000-RESUMO-FINAL do chamador NAO deve ser gravado ainda -
      * sinaliza a pausa no proprio relatorio, em vez disso, e
      * garante um checkpoint no ponto exato em que o lote parou.
      * Na pre-critica a conferencia e so apontada no PRE-CRITICA.DAT
      * (7300), sem checkpoint e sem liberar o fechamento.
           EVALUATE TRUE
               WHEN WS-MODO-PRECRITICA
                   PERFORM 7300-PRECRITICA-TRAILER
               WHEN WS-FIM-ALUNOS
                   PERFORM 3170-CONFERE-TRAILER
               WHEN OTHER
                   PERFORM 3190-SINALIZA-LOTE-PAUSADO
           END-EVALUATE.
           DISPLAY " ".

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * 3050-AVANCA-PARA-CHECKPOINT
      * Descarta um registro ja coberto pelo checkpoint anterior, sem
      * grava-lo no relatorio nem nas excecoes - mas registra o par
      * aluno+turma na tabela dos ja vistos, para que a conferencia
      * de duplicidade cubra tambem a parte do lote anterior a
      * retomada.
      *----------------------------------------------------------------*
       3050-AVANCA-PARA-CHECKPOINT.
           ADD 1 TO WS-INDICE-LOOP.
           MOVE REG-ID-ALUNO TO WS-ID-ALUNO.
           MOVE REG-TURMA    TO WS-TURMA.
           PERFORM 1880-REGISTRA-ID.
           PERFORM 3040-LE-PROXIMO-ALUNO.

      * Quebra de controle por turma: o arquivo chega em ordem de
      * turma, entao uma turma diferente da corrente fecha a anterior
      * com o bloco de subtotais antes de acumular este registro.
      * O subtotal sai no relatorio de notas, que a pre-critica nao
      * abre.
           IF WS-HA-TURMA-ABERTA
                   AND WS-TURMA NOT = WS-TURMA-ATUAL
                   AND NOT WS-MODO-PRECRITICA
               PERFORM 4500-SUBTOTAL-TURMA
           END-IF.
           MOVE WS-TURMA TO WS-TURMA-ATUAL.
           PERFORM 1870-VERIFICA-DUPLICADO.
           PERFORM 1880-REGISTRA-ID.
           PERFORM 1900-VALIDA-REGISTRO.
      * Na pre-critica o registro ja triado vai so para o
      * PRE-CRITICA.DAT - nem relatorio, extrato e historico (2000)
      * nem excecoes (1950).
           EVALUATE TRUE
               WHEN WS-MODO-PRECRITICA AND WS-REG-VALIDO
                   PERFORM 7100-PRECRITICA-VALIDO
               WHEN WS-MODO-PRECRITICA
                   PERFORM 7200-PRECRITICA-REJEITADO
               WHEN WS-REG-VALIDO
                   PERFORM 2000-ESTRUTURA-SELECAO
               WHEN OTHER
                   PERFORM 1950-GRAVA-EXCECAO
           END-EVALUATE.

           DIVIDE WS-INDICE-LOOP BY WS-INTERVALO-CKPT
               GIVING WS-QUOCIENTE-CKPT
               REMAINDER WS-RESTO-CKPT.
           IF WS-RESTO-CKPT = ZERO
                   AND NOT WS-MODO-PRECRITICA
               PERFORM 3150-GRAVA-CHECKPOINT
           END-IF.

           DISPLAY "este padrao de saida unica para falhas fatais.".
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 7000-ABRE-PRECRITICA
      * Abre o relatorio da pre-critica (PRE-CRITICA.DAT), unica saida
      * gravada pela simulacao, e grava o titulo com a data do
      * sistema contra a qual o cabecalho sera conferido. Sem o
      * relatorio a simulacao nao tem produto - o job nao roda.
      *----------------------------------------------------------------*
       7000-ABRE-PRECRITICA.
           OPEN OUTPUT PRECRITICA-FILE.
           IF WS-STATUS-PRECRITICA NOT = "00"
               DISPLAY "ERRO AO ABRIR PRE-CRITICA.DAT - STATUS: "
                       WS-STATUS-PRECRITICA
               CLOSE ALUNOS-FILE
               MOVE "PRE-CRITICA.DAT" TO WS-AUD-ERRO-ROTULO
               MOVE WS-STATUS-PRECRITICA TO WS-AUD-ERRO-STATUS
               PERFORM 8100-AUDITA-ERRO-ARQUIVO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-IF.
           SET WS-PRECRITICA-ATIVA TO TRUE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "PRE-CRITICA DO LOTE DE AVALIACAO (ALUNOS.DAT) - "
               "SIMULACAO SEM GRAVACAO DAS SAIDAS DO LOTE"
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "DATA DO SISTEMA: " WS-DATA-SISTEMA
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

      *----------------------------------------------------------------*
      * 7050-PRECRITICA-CABECALHO
      * As mesmas conferencias de 0800-VALIDA-CABECALHO (registro H
      * no inicio, data do arquivo igual a do sistema) e a consulta
      * aos lotes ja fechados, mas uma divergencia vira pendencia no
      * relatorio em vez de recusar a partida - a simulacao segue
      * para criticar os detalhes. So o arquivo vazio encerra, pois
      * nao ha o que criticar.
      *----------------------------------------------------------------*
       7050-PRECRITICA-CABECALHO.
           READ ALUNOS-FILE
               AT END
                   DISPLAY "ERRO: ALUNOS.DAT VAZIO - SEM CABECALHO"
                   MOVE "PENDENCIA: ALUNOS.DAT VAZIO - SEM CABECALHO"
                       TO WS-TEXTO-PRECRITICA
                   PERFORM 7900-GRAVA-LINHA-PRECRITICA
                   CLOSE ALUNOS-FILE
                   MOVE "PRE-CRITICA - ALUNOS.DAT VAZIO - SEM CABECALHO"
                       TO WS-AUD-TEXTO
                   PERFORM 8000-GRAVA-AUDITORIA
                   MOVE 4 TO WS-CODIGO-RETORNO
                   GO TO 0000-MODULO-PRINCIPAL-EXIT
           END-READ.

           IF NOT REG-E-CABECALHO
               ADD 1 TO WS-PRE-PENDENCIAS
               DISPLAY "PENDENCIA: PRIMEIRO REGISTRO DE ALUNOS.DAT NAO "
                       "E CABECALHO (TIPO " REG-TIPO-REG ")"
               MOVE SPACES TO WS-TEXTO-PRECRITICA
               STRING "PENDENCIA: PRIMEIRO REGISTRO NAO E CABECALHO "
                   "(TIPO " REG-TIPO-REG ") - O LOTE SERIA RECUSADO; "
                   "ESSE REGISTRO NAO FOI CRITICADO"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               PERFORM 7900-GRAVA-LINHA-PRECRITICA
           END-IF.

           IF REG-E-CABECALHO
                   AND CAB-DATA-ARQUIVO NOT = WS-DATA-SISTEMA
               ADD 1 TO WS-PRE-PENDENCIAS
               DISPLAY "PENDENCIA: DATA DO ARQUIVO (" CAB-DATA-ARQUIVO
                       ") DIVERGE DA DATA DO SISTEMA ("
                       WS-DATA-SISTEMA ")"
               MOVE SPACES TO WS-TEXTO-PRECRITICA
               STRING "PENDENCIA: DATA DO CABECALHO " CAB-DATA-ARQUIVO
                   " DIVERGE DA DATA DO SISTEMA " WS-DATA-SISTEMA
                   " - O LOTE SERIA RECUSADO"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               PERFORM 7900-GRAVA-LINHA-PRECRITICA
           END-IF.

           IF REG-E-CABECALHO
                   AND CAB-DATA-ARQUIVO = WS-DATA-SISTEMA
               DISPLAY "CABECALHO CONFERIDO - ARQUIVO DE "
                       CAB-DATA-ARQUIVO
               MOVE SPACES TO WS-TEXTO-PRECRITICA
               STRING "CABECALHO CONFERIDO - ARQUIVO DE "
                   CAB-DATA-ARQUIVO
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               PERFORM 7900-GRAVA-LINHA-PRECRITICA
           END-IF.

           IF REG-E-CABECALHO
               PERFORM 0820-CONSULTA-LOTES-FECHADOS
           END-IF.
           DISPLAY " ".

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.
           MOVE WS-CABEC-PRECRITICA TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

      *----------------------------------------------------------------*
      * 7060-PRECRITICA-LOTE-FECHADO
      * Aponta no relatorio da pre-critica que a data do cabecalho ja
      * consta em LOTES-FECHADOS.DAT (chamado por 0820 no lugar da
      * recusa da partida).
      *----------------------------------------------------------------*
       7060-PRECRITICA-LOTE-FECHADO.
           ADD 1 TO WS-PRE-PENDENCIAS.
           DISPLAY "PENDENCIA: DATA " CAB-DATA-ARQUIVO " JA FECHADA - "
                   "O LOTE REAL SO RODARIA COM O OVERRIDE FORCAR".
           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "PENDENCIA: DATA " CAB-DATA-ARQUIVO
               " JA CONSTA COMO FECHADA - O LOTE REAL SERIA RECUSADO "
               "SEM O PARM FORCAR"
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

      *----------------------------------------------------------------*
      * 7100-PRECRITICA-VALIDO
      * Registro aprovado na triagem: apura a media com os pesos do
      * nivel, resolve os cortes, chama o AVALIA-CONCEITO e aplica a
      * regra de falta exatamente como o 2000-ESTRUTURA-SELECAO, mas
      * grava o resultado apenas no relatorio da pre-critica.
      *----------------------------------------------------------------*
       7100-PRECRITICA-VALIDO.
           PERFORM 2060-BUSCA-PESOS.
           PERFORM 2080-CALCULA-MEDIA.
           PERFORM 2100-BUSCA-CORTES.
           CALL "AVALIA-CONCEITO" USING WS-IDADE WS-NOTA-ALUNO
               WS-NIVEL-ESTUDO WS-CORTE-A WS-CORTE-B WS-CORTE-C
               WS-SITUACAO WS-CONCEITO WS-DESC-CONCEITO.
           PERFORM 2150-APLICA-REGRA-FALTA.

           PERFORM 7150-MONTA-LINHA-PRECRITICA.
           MOVE "AVALIADO" TO WS-PRE-RESULTADO.
           MOVE SPACES TO WS-PRE-DETALHE.
           STRING "MEDIA " WS-NOTA-ALUNO
               " CONCEITO " WS-CONCEITO " " WS-DESC-CONCEITO
               " FREQ " WS-PCT-FREQUENCIA "%"
               DELIMITED BY SIZE INTO WS-PRE-DETALHE.
           MOVE WS-LINHA-PRECRITICA TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           PERFORM 2970-ACUMULA-TOTAIS.

      *----------------------------------------------------------------*
      * 7150-MONTA-LINHA-PRECRITICA
      * Preenche a parte comum da linha da pre-critica: posicao do
      * detalhe no arquivo, turma, aluno, nome e as notas como
      * chegaram.
      *----------------------------------------------------------------*
       7150-MONTA-LINHA-PRECRITICA.
           MOVE WS-INDICE-LOOP   TO WS-PRE-REGISTRO.
           MOVE WS-TURMA         TO WS-PRE-TURMA.
           MOVE WS-ID-ALUNO      TO WS-PRE-ID-ALUNO.
           MOVE WS-NOME-ALUNO    TO WS-PRE-NOME.
           MOVE WS-NOTA-N1       TO WS-PRE-NOTA-N1.
           MOVE WS-NOTA-N2       TO WS-PRE-NOTA-N2.
           MOVE WS-NOTA-TRABALHO TO WS-PRE-NOTA-TRAB.

      *----------------------------------------------------------------*
      * 7200-PRECRITICA-REJEITADO
      * Registro que o lote real gravaria em EXCECOES.DAT: sai no
      * relatorio da pre-critica com o codigo e o motivo de 1900.
      *----------------------------------------------------------------*
       7200-PRECRITICA-REJEITADO.
           PERFORM 7150-MONTA-LINHA-PRECRITICA.
           MOVE "REJEITADO" TO WS-PRE-RESULTADO.
           MOVE SPACES TO WS-PRE-DETALHE.
           STRING "MOTIVO " WS-COD-REJEITO " - " WS-MOTIVO-REJEITO
               DELIMITED BY SIZE INTO WS-PRE-DETALHE.
           MOVE WS-LINHA-PRECRITICA TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           ADD 1 TO WS-TOT-REJEITADOS.
           ADD 1 TO WS-TUR-REJEITADOS.

      *----------------------------------------------------------------*
      * 7300-PRECRITICA-TRAILER
      * A conferencia de 3170-CONFERE-TRAILER sem os efeitos do lote
      * real: a contagem lida contra o trailer e apontada no
      * relatorio, sem checkpoint e sem liberar o fechamento. Uma
      * parada pelo limite de iteracoes tambem e pendencia - o
      * trailer nao chegou a ser conferido.
      *----------------------------------------------------------------*
       7300-PRECRITICA-TRAILER.
           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           IF NOT WS-FIM-ALUNOS
               ADD 1 TO WS-PRE-PENDENCIAS
               DISPLAY "PENDENCIA: SIMULACAO INTERROMPIDA PELO LIMITE "
                       "DE ITERACOES APOS " WS-INDICE-LOOP
               MOVE SPACES TO WS-TEXTO-PRECRITICA
               STRING "PENDENCIA: SIMULACAO INTERROMPIDA PELO LIMITE "
                   "DE ITERACOES APOS " WS-INDICE-LOOP
                   " REGISTRO(S) - TRAILER NAO CONFERIDO"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               PERFORM 7900-GRAVA-LINHA-PRECRITICA
           END-IF.

           IF WS-FIM-ALUNOS
                   AND WS-TEM-TRAILER
                   AND WS-INDICE-LOOP = WS-QTD-TRAILER
               DISPLAY "TRAILER CONFERIDO: " WS-QTD-TRAILER
                       " REGISTRO(S) DECLARADO(S) E LIDO(S)"
               MOVE SPACES TO WS-TEXTO-PRECRITICA
               STRING "TRAILER CONFERIDO: " WS-QTD-TRAILER
                   " REGISTRO(S) DECLARADO(S) E LIDO(S)"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               PERFORM 7900-GRAVA-LINHA-PRECRITICA
           END-IF.

           IF WS-FIM-ALUNOS
                   AND WS-TEM-TRAILER
                   AND WS-INDICE-LOOP NOT = WS-QTD-TRAILER
               ADD 1 TO WS-PRE-PENDENCIAS
               DISPLAY "PENDENCIA: TRAILER DECLARA " WS-QTD-TRAILER
                       " REGISTRO(S) MAS O ARQUIVO TEM " WS-INDICE-LOOP
               MOVE SPACES TO WS-TEXTO-PRECRITICA
               STRING "PENDENCIA: TRAILER DECLARA " WS-QTD-TRAILER
                   " REGISTRO(S) MAS O ARQUIVO TEM " WS-INDICE-LOOP
                   " - O LOTE REAL NAO FECHARIA (CHECKPOINT RETIDO)"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               PERFORM 7900-GRAVA-LINHA-PRECRITICA
           END-IF.

           IF WS-FIM-ALUNOS
                   AND NOT WS-TEM-TRAILER
               ADD 1 TO WS-PRE-PENDENCIAS
               DISPLAY "PENDENCIA: ALUNOS.DAT TERMINA SEM TRAILER"
               MOVE SPACES TO WS-TEXTO-PRECRITICA
               STRING "PENDENCIA: ALUNOS.DAT TERMINA SEM TRAILER - O "
                   "LOTE REAL NAO FECHARIA (CHECKPOINT RETIDO)"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               PERFORM 7900-GRAVA-LINHA-PRECRITICA
           END-IF.

      *----------------------------------------------------------------*
      * 7400-PRECRITICA-RESUMO
      * Fecha o relatorio da pre-critica com os totais da simulacao e
      * o veredito para a secretaria. Qualquer rejeicao ou pendencia
      * de cabecalho/trailer encerra com RC 4, para o arquivo ser
      * corrigido antes da esteira noturna; arquivo limpo sai com
      * RC 0.
      *----------------------------------------------------------------*
       7400-PRECRITICA-RESUMO.
           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.
           MOVE "RESUMO DA PRE-CRITICA" TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "REGISTROS LIDOS.........: " WS-INDICE-LOOP
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "SERIAM AVALIADOS........: " WS-TOT-AVALIADOS
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "SERIAM REJEITADOS.......: " WS-TOT-REJEITADOS
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "CONCEITOS A / B / C / D.: " WS-TOT-CONCEITO-A
               " / " WS-TOT-CONCEITO-B " / " WS-TOT-CONCEITO-C
               " / " WS-TOT-CONCEITO-D
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           STRING "PENDENCIAS CAB/TRAILER..: " WS-PRE-PENDENCIAS
               DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-TEXTO-PRECRITICA.
           IF WS-TOT-REJEITADOS > ZERO
                   OR WS-PRE-PENDENCIAS > ZERO
               STRING "ARQUIVO COM PENDENCIAS - CORRIJA O ALUNOS.DAT "
                   "ANTES DA ESTEIRA NOTURNA"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
               MOVE 4 TO WS-CODIGO-RETORNO
           ELSE
               STRING "ARQUIVO SEM PENDENCIAS - LIBERADO PARA A "
                   "ESTEIRA NOTURNA"
                   DELIMITED BY SIZE INTO WS-TEXTO-PRECRITICA
           END-IF.
           PERFORM 7900-GRAVA-LINHA-PRECRITICA.

           MOVE SPACES TO WS-AUD-TEXTO.
           STRING "PRE-CRITICA CONCLUIDA - AVALIADOS " WS-TOT-AVALIADOS
               " REJEITADOS " WS-TOT-REJEITADOS
               " PENDENCIAS " WS-PRE-PENDENCIAS
               DELIMITED BY SIZE INTO WS-AUD-TEXTO.
           PERFORM 8000-GRAVA-AUDITORIA.

           DISPLAY ">>> RESUMO DA PRE-CRITICA <<<".
           DISPLAY "Registros lidos...: " WS-INDICE-LOOP.
           DISPLAY "Seriam avaliados..: " WS-TOT-AVALIADOS.
           DISPLAY "Seriam rejeitados.: " WS-TOT-REJEITADOS.
           DISPLAY "Pendencias cab/trl: " WS-PRE-PENDENCIAS.
           DISPLAY "Relatorio gravado em PRE-CRITICA.DAT".
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 7900-GRAVA-LINHA-PRECRITICA
      * Grava no relatorio da pre-critica a linha montada em
      * WS-TEXTO-PRECRITICA pelo chamador.
      *----------------------------------------------------------------*
       7900-GRAVA-LINHA-PRECRITICA.
           MOVE WS-TEXTO-PRECRITICA TO REG-PRECRITICA.
           WRITE REG-PRECRITICA.

      *----------------------------------------------------------------*
      * 8000-GRAVA-AUDITORIA
      * Grava na trilha de auditoria a linha de texto montada em
