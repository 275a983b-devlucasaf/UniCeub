      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-FOLHAS-NOTAS.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Recepcao das folhas de notas enviadas pelos
      * professores e geracao do ALUNOS.DAT do lote diario, que ate
      * aqui era digitado a mao (cabecalho, detalhes e trailer) - a
      * origem da maior parte das rejeicoes por motivo 03, 04 e 06.
      * Cada professor entrega uma folha por turma; a secretaria
      * junta as folhas recebidas no arquivo FOLHAS-NOTAS.DAT, cada
      * uma aberta por uma linha F (turma e professor) seguida de
      * uma linha N por aluno (ID e as notas N1, N2 e trabalho).
      * O job:
      *   1. confere cada folha contra o cadastro de turmas
      *      (TABELA-TURMAS.DAT): turma cadastrada, professor igual
      *      ao da turma e uma unica folha por turma;
      *   2. confere cada linha de nota: ID e notas numericas,
      *      notas em 0-100, ID sem repeticao na folha, aluno ativo
      *      no mestre indexado (MESTRE-INDEXADO.DAT) e com data de
      *      nascimento para a idade;
      *   3. completa cada linha aceita com a idade (apurada da data
      *      de nascimento do mestre na data de hoje) e o nivel de
      *      estudo da turma, classifica as linhas por turma e aluno
      *      e grava o ALUNOS.DAT com o cabecalho H da data do
      *      sistema e o trailer T com a quantidade de detalhes;
      *   4. imprime o relatorio de recepcao (RECEPCAO-FOLHAS.DAT)
      *      com as folhas e linhas rejeitadas e as turmas cujas
      *      folhas nao chegaram, para a coordenacao cobrar os
      *      professores antes da esteira noturna.
      * Rejeicoes e turmas pendentes encerram com RC 4; nenhuma
      * linha aceita (ALUNOS.DAT nao gerado) ou erro de arquivo
      * encerra com RC 8.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para o ALUNOS.DAT deixar de ser
      *                    digitado a mao a partir das folhas dos
      *                    professores.
      * 15-OUT-26  LCF     Cadastro de turmas com vigencia (registro
      *                    de 108 para 124 bytes): so a versao de
      *                    cada turma vigente na data da carga entra
      *                    na tabela - professor e nivel de estudo
      *                    sao os de hoje.
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
      * ARQUIVO DE ENTRADA - FOLHAS DE NOTAS DOS PROFESSORES, NA
      * ORDEM EM QUE FORAM RECEBIDAS PELA SECRETARIA
      *----------------------------------------------------------------*
           SELECT FOLHAS-FILE ASSIGN TO "FOLHAS-NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLHAS.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO DE TURMAS DA COORDENACAO
      *----------------------------------------------------------------*
           SELECT TURMAS-FILE ASSIGN TO "TABELA-TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TURMAS.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO MESTRE DE ALUNOS DA SECRETARIA,
      * INDEXADO POR ID E LIDO POR CHAVE PARA CADA LINHA DE NOTA
      *----------------------------------------------------------------*
           SELECT MESTRE-FILE ASSIGN TO "MESTRE-INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID-ALUNO
               FILE STATUS IS WS-STATUS-MESTRE.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - ALUNOS.DAT DO LOTE DIARIO, NO MESMO
      * LAYOUT LIDO PELO PARADIGMA-ESTRUTURADO
      *----------------------------------------------------------------*
           SELECT ALUNOS-FILE ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALUNOS.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - RELATORIO DE RECEPCAO DAS FOLHAS PARA A
      * COORDENACAO
      *----------------------------------------------------------------*
           SELECT RECEPCAO-FILE ASSIGN TO "RECEPCAO-FOLHAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RECEPCAO.

      *----------------------------------------------------------------*
      * ARQUIVO DE TRABALHO DA CLASSIFICACAO POR TURMA/ALUNO
      *----------------------------------------------------------------*
           SELECT SORT-WORK ASSIGN TO "SORTWK".

      *================================================================*
      * DATA DIVISION
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * FD FOLHAS-FILE
      * Linha das folhas de notas. O primeiro byte identifica o
      * tipo: F = abertura de folha (turma e professor), N = nota de
      * um aluno da folha aberta. A linha de nota e a visao
      * alternativa REG-FOLHA-NOTA do mesmo buffer; os campos chegam
      * alfanumericos para a critica de conteudo numerico.
      *----------------------------------------------------------------*
       FD  FOLHAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FOLHA.
           05  FOL-TIPO-REG          PIC X(01).
               88  FOL-E-ABERTURA    VALUE "F".
               88  FOL-E-NOTA        VALUE "N".
           05  FOL-TURMA             PIC X(03).
           05  FOL-PROFESSOR         PIC X(30).
       01  REG-FOLHA-NOTA.
           05  FILLER                PIC X(01).
           05  NTA-ID-ALUNO          PIC X(05).
           05  NTA-NOTA-N1           PIC X(03).
           05  NTA-NOTA-N2           PIC X(03).
           05  NTA-NOTA-TRABALHO     PIC X(03).
           05  FILLER                PIC X(19).

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
      * FD ALUNOS-FILE
      * Registro fisico do ALUNOS.DAT gerado, no layout do lote
      * diario: H = cabecalho (data do arquivo), D = detalhe (um
      * aluno), T = trailer (quantidade de detalhes). Cabecalho e
      * trailer sao as visoes alternativas REG-CABECALHO e
      * REG-TRAILER do mesmo buffer.
      *----------------------------------------------------------------*
       FD  ALUNOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ALUNO.
           05  REG-TIPO-REG          PIC X(01).
           05  REG-ID-ALUNO          PIC 9(05).
           05  REG-IDADE             PIC 9(03).
           05  REG-NOTA-N1           PIC 9(03).
           05  REG-NOTA-N2           PIC 9(03).
           05  REG-NOTA-TRABALHO     PIC 9(03).
           05  REG-NIVEL-ESTUDO      PIC X(15).
           05  REG-TURMA             PIC X(03).
       01  REG-CABECALHO.
           05  FILLER                PIC X(01).
           05  CAB-DATA-ARQUIVO      PIC 9(08).
           05  FILLER                PIC X(27).
       01  REG-TRAILER.
           05  FILLER                PIC X(01).
           05  TRL-QTD-REGISTROS     PIC 9(05).
           05  FILLER                PIC X(30).

      *----------------------------------------------------------------*
      * FD RECEPCAO-FILE
      * Linha do relatorio de recepcao das folhas.
      *----------------------------------------------------------------*
       FD  RECEPCAO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-RECEPCAO              PIC X(100).

      *----------------------------------------------------------------*
      * SD SORT-WORK
      * Registro de classificacao: a linha de nota aceita, ja
      * completada com idade e nivel, ordenada por turma e aluno.
      *----------------------------------------------------------------*
       SD  SORT-WORK.
       01  REG-SORT.
           05  SRT-TURMA             PIC X(03).
           05  SRT-ID-ALUNO          PIC 9(05).
           05  SRT-IDADE             PIC 9(03).
           05  SRT-NOTA-N1           PIC 9(03).
           05  SRT-NOTA-N2           PIC 9(03).
           05  SRT-NOTA-TRABALHO     PIC 9(03).
           05  SRT-NIVEL-ESTUDO      PIC X(15).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * REGISTRO DE TRABALHO DO CADASTRO DE TURMAS (TURMA-REC.cpy) E
      * TABELA EM MEMORIA, COM A MARCA DE FOLHA RECEBIDA POR TURMA
      *----------------------------------------------------------------*
           COPY TURMA-REC.

       01  WS-TABELA-TURMAS.
           05  WS-QTD-TURMAS         PIC 9(02) COMP VALUE ZERO.
           05  WS-ENT-TURMA OCCURS 50 TIMES.
               10  WS-TAB-TUR-CODIGO PIC X(03).
               10  WS-TAB-TUR-PROF   PIC X(30).
               10  WS-TAB-TUR-NIVEL  PIC X(15).
               10  WS-TAB-TUR-RECEBIDA PIC X(01).
                   88  WS-TAB-TUR-FOLHA-RECEBIDA VALUE "S".

       77  WS-IDX-TURMA              PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * RESULTADO DA BUSCA DA TURMA DA FOLHA CORRENTE NO CADASTRO
      *----------------------------------------------------------------*
       01  WS-BUSCA-TURMA.
           05  WS-TURMA-ACHADA       PIC X(01) VALUE "N".
               88  WS-TURMA-NO-CADASTRO    VALUE "S".
               88  WS-TURMA-SEM-CADASTRO   VALUE "N".

      *----------------------------------------------------------------*
      * FOLHA CORRENTE: TURMA, PROFESSOR, POSICAO NO CADASTRO,
      * SITUACAO E CONTADORES DAS LINHAS DA FOLHA
      *----------------------------------------------------------------*
       01  WS-CONTROLE-FOLHA.
           05  WS-FOLHA-ABERTA       PIC X(01) VALUE "N".
               88  WS-HA-FOLHA-ABERTA      VALUE "S".
           05  WS-FOLHA-SITUACAO     PIC X(01) VALUE "S".
               88  WS-FOLHA-VALIDA         VALUE "S".
               88  WS-FOLHA-REJEITADA      VALUE "N".
           05  WS-FOLHA-TURMA        PIC X(03) VALUE SPACES.
           05  WS-FOLHA-PROFESSOR    PIC X(30) VALUE SPACES.
           05  WS-FOLHA-NIVEL        PIC X(15) VALUE SPACES.
           05  WS-FOLHA-IDX-TURMA    PIC 9(02) COMP VALUE ZERO.
           05  WS-FOL-LIDAS          PIC 9(04) VALUE ZERO.
           05  WS-FOL-ACEITAS        PIC 9(04) VALUE ZERO.
           05  WS-FOL-REJEITADAS     PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * IDS JA VISTOS NA FOLHA CORRENTE, PARA A CRITICA DE ID
      * REPETIDO NA MESMA TURMA
      *----------------------------------------------------------------*
       01  WS-TABELA-IDS-FOLHA.
           05  WS-QTD-IDS-FOLHA      PIC 9(04) COMP VALUE ZERO.
           05  WS-ID-FOLHA           PIC 9(05) OCCURS 999 TIMES.

       77  WS-IDX-ID                 PIC 9(04) COMP VALUE ZERO.

       01  WS-FLAGS-DUPLICADO.
           05  WS-ID-REPETIDO        PIC X(01) VALUE "N".
               88  WS-ID-JA-NA-FOLHA       VALUE "S".

      *----------------------------------------------------------------*
      * LINHA DE NOTA CORRENTE, CONVERTIDA E COMPLETADA COM IDADE E
      * NIVEL PARA O DETALHE DE ALUNOS.DAT
      *----------------------------------------------------------------*
       01  WS-NOTA-CORRENTE.
           05  WS-NOTA-ID-ALUNO      PIC 9(05) VALUE ZERO.
           05  WS-NOTA-N1            PIC 9(03) VALUE ZERO.
           05  WS-NOTA-N2            PIC 9(03) VALUE ZERO.
           05  WS-NOTA-TRABALHO      PIC 9(03) VALUE ZERO.
           05  WS-NOTA-IDADE         PIC 9(03) VALUE ZERO.
           05  WS-NOTA-NOME          PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * INDICADOR DE VALIDACAO DA FOLHA OU DA LINHA CORRENTE
      *----------------------------------------------------------------*
       01  WS-FLAGS-VALIDACAO.
           05  WS-LINHA-VALIDA       PIC X(01) VALUE "S".
               88  WS-LIN-VALIDA     VALUE "S".
               88  WS-LIN-INVALIDA   VALUE "N".
           05  WS-MOTIVO-REJEITO     PIC X(38) VALUE SPACES.

      *----------------------------------------------------------------*
      * RESULTADO DA BUSCA POR CHAVE DO ALUNO NO MESTRE
      *----------------------------------------------------------------*
       01  WS-FLAGS-MESTRE.
           05  WS-MESTRE-ACHADO      PIC X(01) VALUE "N".
               88  WS-ALUNO-NO-MESTRE      VALUE "S".
               88  WS-ALUNO-SEM-MESTRE     VALUE "N".

      *----------------------------------------------------------------*
      * DATA DO SISTEMA (DATA DO CABECALHO GERADO E DATA DE
      * REFERENCIA DA IDADE) E DATA DE NASCIMENTO DO ALUNO, COM AS
      * VISOES DE ANO E MES/DIA PARA O CALCULO DA IDADE
      *----------------------------------------------------------------*
       01  WS-DATA-SISTEMA           PIC 9(08) VALUE ZERO.
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO            PIC 9(04).
           05  WS-SIS-MES-DIA        PIC 9(04).

       01  WS-DATA-NASCIMENTO        PIC 9(08) VALUE ZERO.
       01  WS-DATA-NASCIMENTO-R REDEFINES WS-DATA-NASCIMENTO.
           05  WS-NAS-ANO            PIC 9(04).
           05  WS-NAS-MES-DIA        PIC 9(04).

       77  WS-IDADE-CALCULADA        PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * TOTAIS DA RECEPCAO PARA O RESUMO DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-TOTAIS-RECEPCAO.
           05  WS-TOT-FOLHAS         PIC 9(04) VALUE ZERO.
           05  WS-TOT-FOLHAS-ACEITAS PIC 9(04) VALUE ZERO.
           05  WS-TOT-FOLHAS-REJEIT  PIC 9(04) VALUE ZERO.
           05  WS-TOT-LINHAS         PIC 9(05) VALUE ZERO.
           05  WS-TOT-ACEITAS        PIC 9(05) VALUE ZERO.
           05  WS-TOT-REJEITADAS     PIC 9(05) VALUE ZERO.
           05  WS-TOT-DESCARTADAS    PIC 9(05) VALUE ZERO.
           05  WS-TOT-PENDENTES      PIC 9(04) VALUE ZERO.
           05  WS-TOT-GRAVADOS       PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE NA SAIDA
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-FOLHAS         PIC X(02) VALUE "00".
       01  WS-STATUS-TURMAS         PIC X(02) VALUE "00".
       01  WS-STATUS-MESTRE         PIC X(02) VALUE "00".
       01  WS-STATUS-ALUNOS         PIC X(02) VALUE "00".
       01  WS-STATUS-RECEPCAO       PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-FOLHAS         PIC X(01) VALUE "N".
               88  WS-FIM-FOLHAS     VALUE "S".
           05  WS-EOF-TURMAS         PIC X(01) VALUE "N".
               88  WS-FIM-TURMAS     VALUE "S".
           05  WS-EOF-SORT           PIC X(01) VALUE "N".
               88  WS-FIM-SORT       VALUE "S".

      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DE OCORRENCIA DO RELATORIO DE RECEPCAO: UMA
      * FOLHA (TIPO FOLHA), UMA LINHA DE NOTA REJEITADA (TIPO LINHA)
      * OU UMA TURMA SEM FOLHA (TIPO TURMA). NA FOLHA E NA TURMA A
      * COLUNA DE NOME TRAZ O PROFESSOR
      *----------------------------------------------------------------*
       01  WS-LINHA-OCORRENCIA.
           05  WS-OCO-TIPO           PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-OCO-TURMA          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-OCO-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-OCO-NOME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-OCO-RESULTADO      PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-OCO-MOTIVO         PIC X(38).

      *----------------------------------------------------------------*
      * CABECALHO DE COLUNAS, ALINHADO COM A LINHA DE OCORRENCIA
      *----------------------------------------------------------------*
       01  WS-CABEC-COLUNAS.
           05  FILLER                PIC X(07) VALUE "TIPO".
           05  FILLER                PIC X(05) VALUE "TUR".
           05  FILLER                PIC X(07) VALUE "ID".
           05  FILLER                PIC X(32) VALUE
                                     "ALUNO / PROFESSOR".
           05  FILLER                PIC X(11) VALUE "RESULTADO".
           05  FILLER                PIC X(38) VALUE "MOTIVO".

      *----------------------------------------------------------------*
      * LINHA DE TRABALHO PARA TEXTOS MONTADOS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-RESUMO          PIC X(100) VALUE SPACES.

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-CARGA-PRINCIPAL
      * Abre o mestre, carrega o cadastro de turmas, abre o relatorio
      * e as folhas e classifica as linhas aceitas: o procedimento de
      * entrada critica folhas e linhas, o de saida grava o
      * ALUNOS.DAT na ordem de turma e aluno. Ao final lista as
      * turmas sem folha e imprime os totais da recepcao.
      *----------------------------------------------------------------*
       0000-CARGA-PRINCIPAL.
           DISPLAY "RECEPCAO DAS FOLHAS DE NOTAS - GERACAO DO "
                   "ALUNOS.DAT".
           DISPLAY " ".

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 0700-ABRE-MESTRE.
           PERFORM 0720-CARGA-TURMAS.

           OPEN OUTPUT RECEPCAO-FILE.
           IF WS-STATUS-RECEPCAO NOT = "00"
               DISPLAY "ERRO AO ABRIR RECEPCAO-FOLHAS.DAT - STATUS: "
                       WS-STATUS-RECEPCAO
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CARGA-EXIT
           END-IF.

           OPEN INPUT FOLHAS-FILE.
           IF WS-STATUS-FOLHAS NOT = "00"
               DISPLAY "ERRO AO ABRIR FOLHAS-NOTAS.DAT - STATUS: "
                       WS-STATUS-FOLHAS
               CLOSE RECEPCAO-FILE
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CARGA-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "RELATORIO DE RECEPCAO DAS FOLHAS DE NOTAS - "
               WS-DATA-SISTEMA
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.
           MOVE WS-CABEC-COLUNAS TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           SORT SORT-WORK
               ON ASCENDING KEY SRT-TURMA
               ON ASCENDING KEY SRT-ID-ALUNO
               INPUT PROCEDURE IS 3000-RECEBE-FOLHAS
                   THRU 3000-RECEBE-FOLHAS-EXIT
               OUTPUT PROCEDURE IS 5000-GERA-ALUNOS
                   THRU 5000-GERA-ALUNOS-EXIT.

           CLOSE FOLHAS-FILE.
           CLOSE MESTRE-FILE.

           PERFORM 6000-LISTA-PENDENTES.
           PERFORM 6500-RESUMO-FINAL.

           CLOSE RECEPCAO-FILE.

      * RC 8 ja vem de 5000-GERA-ALUNOS quando o ALUNOS.DAT nao foi
      * gerado; fora isso, qualquer rejeicao ou turma pendente pede
      * a atencao da coordenacao antes da esteira (RC 4).
           IF WS-CODIGO-RETORNO = ZERO
                   AND (WS-TOT-FOLHAS-REJEIT > ZERO
                        OR WS-TOT-REJEITADAS > ZERO
                        OR WS-TOT-PENDENTES > ZERO)
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

       0000-CARGA-EXIT.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0700-ABRE-MESTRE
      * Abre o cadastro mestre indexado para a conferencia de cada
      * aluno das folhas por chave.
      *----------------------------------------------------------------*
       0700-ABRE-MESTRE.
           OPEN INPUT MESTRE-FILE.
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO AO ABRIR MESTRE-INDEXADO.DAT - STATUS: "
                       WS-STATUS-MESTRE
               DISPLAY "O MESTRE INDEXADO EXISTE? GERE-O COM O "
                       "CARGA-MESTRE-INDEXADO."
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CARGA-EXIT
           END-IF.

      *----------------------------------------------------------------*
      * 0720-CARGA-TURMAS
      * Carrega o cadastro de turmas para a tabela em memoria, com a
      * marca de folha recebida desligada. Cadastro ausente ou vazio
      * impede a recepcao - sem ele nenhuma folha pode ser conferida.
      *----------------------------------------------------------------*
       0720-CARGA-TURMAS.
           MOVE ZERO TO WS-QTD-TURMAS.
           MOVE "N" TO WS-EOF-TURMAS.

           OPEN INPUT TURMAS-FILE.
           IF WS-STATUS-TURMAS NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA-TURMAS.DAT - STATUS: "
                       WS-STATUS-TURMAS
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CARGA-EXIT
           END-IF.

           READ TURMAS-FILE
               AT END
                   SET WS-FIM-TURMAS TO TRUE
           END-READ.
           PERFORM 0730-CARGA-ENTRADA-TURMA
               UNTIL WS-FIM-TURMAS.
           CLOSE TURMAS-FILE.

           IF WS-QTD-TURMAS = ZERO
               DISPLAY "ERRO: TABELA-TURMAS.DAT VAZIA - RECEPCAO NAO "
                       "INICIADA"
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CARGA-EXIT
           END-IF.

           DISPLAY "CADASTRO DE TURMAS CARREGADO: " WS-QTD-TURMAS
                   " TURMA(S)".
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 0730-CARGA-ENTRADA-TURMA
      * Critica uma linha do cadastro de turmas (codigo e descricao
      * obrigatorios, vigencia com inicio ate o fim) e a carrega na
      * tabela quando a versao esta vigente na data da carga. Linha
      * invalida interrompe o job.
      *----------------------------------------------------------------*
       0730-CARGA-ENTRADA-TURMA.
           IF WS-QTD-TURMAS >= 50
               DISPLAY "ERRO: TABELA-TURMAS.DAT EXCEDE A CAPACIDADE "
                       "DA TABELA (50 TURMAS)"
               CLOSE TURMAS-FILE
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CARGA-EXIT
           END-IF.

           MOVE REG-TURMA-CAD TO WS-REG-TURMA-CAD.
           IF WS-TUR-CODIGO = SPACES
                   OR WS-TUR-DESCRICAO = SPACES
                   OR WS-TUR-DT-INICIO NOT NUMERIC
                   OR WS-TUR-DT-FIM NOT NUMERIC
                   OR WS-TUR-DT-INICIO > WS-TUR-DT-FIM
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-TURMAS.DAT: "
                       REG-TURMA-CAD
               CLOSE TURMAS-FILE
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-CARGA-EXIT
           END-IF.

      * Versao encerrada ou ainda futura nao recebe folha hoje.
           IF WS-TUR-DT-INICIO <= WS-DATA-SISTEMA
                   AND WS-TUR-DT-FIM >= WS-DATA-SISTEMA
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-TUR-CODIGO
                   TO WS-TAB-TUR-CODIGO (WS-QTD-TURMAS)
               MOVE WS-TUR-PROFESSOR
                   TO WS-TAB-TUR-PROF (WS-QTD-TURMAS)
               MOVE WS-TUR-NIVEL-ESTUDO
                   TO WS-TAB-TUR-NIVEL (WS-QTD-TURMAS)
               MOVE "N" TO WS-TAB-TUR-RECEBIDA (WS-QTD-TURMAS)
           END-IF.

           READ TURMAS-FILE
               AT END
                   SET WS-FIM-TURMAS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1800-BUSCA-TURMA
      * Procura a turma da folha corrente no cadastro em memoria,
      * deixando a posicao encontrada em WS-FOLHA-IDX-TURMA.
      *----------------------------------------------------------------*
       1800-BUSCA-TURMA.
           SET WS-TURMA-SEM-CADASTRO TO TRUE.
           MOVE ZERO TO WS-IDX-TURMA.
           MOVE ZERO TO WS-FOLHA-IDX-TURMA.
           PERFORM 1810-COMPARA-TURMA
               UNTIL WS-TURMA-NO-CADASTRO
                  OR WS-IDX-TURMA >= WS-QTD-TURMAS.

      *----------------------------------------------------------------*
      * 1810-COMPARA-TURMA
      * Compara a turma da folha com a proxima entrada do cadastro.
      *----------------------------------------------------------------*
       1810-COMPARA-TURMA.
           ADD 1 TO WS-IDX-TURMA.
           IF WS-FOLHA-TURMA = WS-TAB-TUR-CODIGO (WS-IDX-TURMA)
               SET WS-TURMA-NO-CADASTRO TO TRUE
               MOVE WS-IDX-TURMA TO WS-FOLHA-IDX-TURMA
           END-IF.

      *----------------------------------------------------------------*
      * 1850-BUSCA-MESTRE
      * Le o aluno da linha de nota corrente no mestre indexado pela
      * chave de ID e resolve o nome para o relatorio.
      *----------------------------------------------------------------*
       1850-BUSCA-MESTRE.
           SET WS-ALUNO-SEM-MESTRE TO TRUE.
           MOVE SPACES TO WS-NOTA-NOME.
           MOVE WS-NOTA-ID-ALUNO TO MST-ID-ALUNO.
           READ MESTRE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALUNO-NO-MESTRE TO TRUE
                   MOVE MST-NOME TO WS-NOTA-NOME
           END-READ.

      *----------------------------------------------------------------*
      * 1870-VERIFICA-REPETIDO
      * Verifica se o ID da linha corrente ja apareceu na folha
      * aberta - o mesmo aluno duas vezes na folha de uma turma e
      * erro de digitacao do professor.
      *----------------------------------------------------------------*
       1870-VERIFICA-REPETIDO.
           MOVE "N" TO WS-ID-REPETIDO.
           MOVE ZERO TO WS-IDX-ID.
           PERFORM 1875-COMPARA-ID
               UNTIL WS-ID-JA-NA-FOLHA
                  OR WS-IDX-ID >= WS-QTD-IDS-FOLHA.

      *----------------------------------------------------------------*
      * 1875-COMPARA-ID
      * Compara o ID da linha corrente com o proximo ID ja visto.
      *----------------------------------------------------------------*
       1875-COMPARA-ID.
           ADD 1 TO WS-IDX-ID.
           IF WS-NOTA-ID-ALUNO = WS-ID-FOLHA (WS-IDX-ID)
               SET WS-ID-JA-NA-FOLHA TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 1880-REGISTRA-ID
      * Registra o ID da linha corrente entre os vistos na folha.
      *----------------------------------------------------------------*
       1880-REGISTRA-ID.
           IF WS-QTD-IDS-FOLHA < 999
               ADD 1 TO WS-QTD-IDS-FOLHA
               MOVE WS-NOTA-ID-ALUNO TO WS-ID-FOLHA (WS-QTD-IDS-FOLHA)
           END-IF.

      *----------------------------------------------------------------*
      * 1890-CALCULA-IDADE
      * Apura a idade do aluno na data do sistema a partir da data
      * de nascimento do mestre: diferenca de anos, menos um quando
      * o aniversario do ano ainda nao chegou. Nascimento posterior
      * a data do sistema deixa a idade zerada, para a critica de
      * faixa plausivel rejeitar a linha.
      *----------------------------------------------------------------*
       1890-CALCULA-IDADE.
           MOVE ZERO TO WS-NOTA-IDADE.
           MOVE MST-DT-NASCIMENTO TO WS-DATA-NASCIMENTO.
           IF WS-DATA-NASCIMENTO < WS-DATA-SISTEMA
               COMPUTE WS-IDADE-CALCULADA = WS-SIS-ANO - WS-NAS-ANO
               IF WS-SIS-MES-DIA < WS-NAS-MES-DIA
                   SUBTRACT 1 FROM WS-IDADE-CALCULADA
               END-IF
               IF WS-IDADE-CALCULADA <= 999
                   MOVE WS-IDADE-CALCULADA TO WS-NOTA-IDADE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1900-VALIDA-FOLHA
      * Triagem da abertura de folha: turma informada e cadastrada,
      * professor igual ao do cadastro da turma, turma com nivel de
      * estudo no cadastro e uma unica folha por turma na carga. Uma
      * folha rejeitada descarta todas as suas linhas de nota.
      *----------------------------------------------------------------*
       1900-VALIDA-FOLHA.
           SET WS-LIN-VALIDA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJEITO.

           IF WS-FOLHA-TURMA = SPACES
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "FOLHA SEM CODIGO DE TURMA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
               PERFORM 1800-BUSCA-TURMA
               IF WS-TURMA-SEM-CADASTRO
                   SET WS-LIN-INVALIDA TO TRUE
                   MOVE "TURMA NAO CADASTRADA" TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

           IF WS-LIN-VALIDA
                   AND WS-FOLHA-PROFESSOR NOT =
                       WS-TAB-TUR-PROF (WS-FOLHA-IDX-TURMA)
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "PROFESSOR DIVERGE DO CADASTRO DA TURMA"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
                   AND WS-TAB-TUR-NIVEL (WS-FOLHA-IDX-TURMA) = SPACES
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "TURMA SEM NIVEL DE ESTUDO NO CADASTRO"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
                   AND WS-TAB-TUR-FOLHA-RECEBIDA (WS-FOLHA-IDX-TURMA)
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "SEGUNDA FOLHA DA TURMA NA CARGA"
                   TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 1950-VALIDA-NOTA
      * Triagem da linha de nota: ID e notas numericas, notas em
      * 0-100, ID sem repeticao na folha, aluno cadastrado e ativo
      * no mestre, com data de nascimento e idade plausivel (1-120),
      * as mesmas faixas que o lote critica no ALUNOS.DAT.
      *----------------------------------------------------------------*
       1950-VALIDA-NOTA.
           SET WS-LIN-VALIDA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJEITO.
           MOVE SPACES TO WS-NOTA-NOME.
           MOVE ZERO TO WS-NOTA-ID-ALUNO.

           IF NTA-ID-ALUNO NOT NUMERIC
                   OR NTA-ID-ALUNO = "00000"
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "ID DO ALUNO INVALIDO" TO WS-MOTIVO-REJEITO
           ELSE
               MOVE NTA-ID-ALUNO TO WS-NOTA-ID-ALUNO
           END-IF.

           IF WS-LIN-VALIDA
                   AND (NTA-NOTA-N1 NOT NUMERIC
                        OR NTA-NOTA-N2 NOT NUMERIC
                        OR NTA-NOTA-TRABALHO NOT NUMERIC)
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "NOTA NAO NUMERICA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
               MOVE NTA-NOTA-N1       TO WS-NOTA-N1
               MOVE NTA-NOTA-N2       TO WS-NOTA-N2
               MOVE NTA-NOTA-TRABALHO TO WS-NOTA-TRABALHO
               IF WS-NOTA-N1 > 100
                       OR WS-NOTA-N2 > 100
                       OR WS-NOTA-TRABALHO > 100
                   SET WS-LIN-INVALIDA TO TRUE
                   MOVE "NOTA FORA DA FAIXA 0-100" TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

           IF WS-LIN-VALIDA
               PERFORM 1870-VERIFICA-REPETIDO
               IF WS-ID-JA-NA-FOLHA
                   SET WS-LIN-INVALIDA TO TRUE
                   MOVE "ID REPETIDO NA FOLHA DA TURMA"
                       TO WS-MOTIVO-REJEITO
               ELSE
                   PERFORM 1880-REGISTRA-ID
               END-IF
           END-IF.

           IF WS-LIN-VALIDA
               PERFORM 1850-BUSCA-MESTRE
               IF WS-ALUNO-SEM-MESTRE
                   SET WS-LIN-INVALIDA TO TRUE
                   MOVE "ID SEM CADASTRO NO MESTRE" TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

           IF WS-LIN-VALIDA
                   AND MST-INATIVO
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "ALUNO INATIVO NO MESTRE" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
                   AND MST-DT-NASCIMENTO = ZERO
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "MESTRE SEM DATA DE NASCIMENTO"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
               PERFORM 1890-CALCULA-IDADE
               IF WS-NOTA-IDADE < 1 OR WS-NOTA-IDADE > 120
                   SET WS-LIN-INVALIDA TO TRUE
                   MOVE "IDADE FORA DA FAIXA PLAUSIVEL"
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3000-RECEBE-FOLHAS
      * Procedimento de entrada da classificacao: le as folhas na
      * ordem de chegada, critica cada abertura de folha e cada
      * linha de nota e libera para a classificacao as linhas
      * aceitas, ja completadas com idade e nivel.
      *----------------------------------------------------------------*
       3000-RECEBE-FOLHAS.
           MOVE "N" TO WS-EOF-FOLHAS.
           READ FOLHAS-FILE
               AT END
                   SET WS-FIM-FOLHAS TO TRUE
           END-READ.
           PERFORM 3100-PROCESSA-LINHA
                   THRU 3100-PROCESSA-LINHA-EXIT
               UNTIL WS-FIM-FOLHAS.

           IF WS-HA-FOLHA-ABERTA
               PERFORM 3900-FECHA-FOLHA
           END-IF.

       3000-RECEBE-FOLHAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-PROCESSA-LINHA
      * Processa uma linha das folhas conforme o tipo - abertura de
      * folha (fechando a anterior) ou linha de nota - e avanca a
      * leitura. Tipo desconhecido e rejeitado no relatorio.
      *----------------------------------------------------------------*
       3100-PROCESSA-LINHA.
           EVALUATE TRUE
               WHEN FOL-E-ABERTURA
                   IF WS-HA-FOLHA-ABERTA
                       PERFORM 3900-FECHA-FOLHA
                   END-IF
                   PERFORM 3200-ABRE-FOLHA
               WHEN FOL-E-NOTA
                   PERFORM 3500-PROCESSA-NOTA
                       THRU 3500-PROCESSA-NOTA-EXIT
               WHEN OTHER
                   ADD 1 TO WS-TOT-LINHAS
                   ADD 1 TO WS-TOT-REJEITADAS
                   MOVE "TIPO DE LINHA DESCONHECIDO (F OU N)"
                       TO WS-MOTIVO-REJEITO
                   MOVE SPACES TO WS-NOTA-NOME
                   PERFORM 4000-GRAVA-LINHA-REJEITADA
           END-EVALUATE.

           READ FOLHAS-FILE
               AT END
                   SET WS-FIM-FOLHAS TO TRUE
           END-READ.

       3100-PROCESSA-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-ABRE-FOLHA
      * Abre uma nova folha: guarda turma e professor, zera os
      * contadores e a lista de IDs da folha, critica a abertura e
      * grava a linha da folha no relatorio. Folha aceita marca a
      * turma como recebida no cadastro em memoria.
      *----------------------------------------------------------------*
       3200-ABRE-FOLHA.
           ADD 1 TO WS-TOT-FOLHAS.
           MOVE "S" TO WS-FOLHA-ABERTA.
           MOVE FOL-TURMA     TO WS-FOLHA-TURMA.
           MOVE FOL-PROFESSOR TO WS-FOLHA-PROFESSOR.
           MOVE SPACES TO WS-FOLHA-NIVEL.
           MOVE ZERO TO WS-FOL-LIDAS.
           MOVE ZERO TO WS-FOL-ACEITAS.
           MOVE ZERO TO WS-FOL-REJEITADAS.
           MOVE ZERO TO WS-QTD-IDS-FOLHA.

           PERFORM 1900-VALIDA-FOLHA.

           MOVE SPACES TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.
           MOVE "FOLHA"            TO WS-OCO-TIPO.
           MOVE WS-FOLHA-TURMA     TO WS-OCO-TURMA.
           MOVE SPACES             TO WS-OCO-ID-ALUNO.
           MOVE WS-FOLHA-PROFESSOR TO WS-OCO-NOME.
           MOVE WS-MOTIVO-REJEITO  TO WS-OCO-MOTIVO.

           IF WS-LIN-VALIDA
               SET WS-FOLHA-VALIDA TO TRUE
               MOVE "S" TO WS-TAB-TUR-RECEBIDA (WS-FOLHA-IDX-TURMA)
               MOVE WS-TAB-TUR-NIVEL (WS-FOLHA-IDX-TURMA)
                   TO WS-FOLHA-NIVEL
               MOVE "RECEBIDA" TO WS-OCO-RESULTADO
           ELSE
               SET WS-FOLHA-REJEITADA TO TRUE
               ADD 1 TO WS-TOT-FOLHAS-REJEIT
               MOVE "REJEITADA" TO WS-OCO-RESULTADO
               DISPLAY "FOLHA REJEITADA - TURMA " WS-FOLHA-TURMA
                       " MOTIVO: " WS-MOTIVO-REJEITO
           END-IF.

           MOVE WS-LINHA-OCORRENCIA TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

      *----------------------------------------------------------------*
      * 3500-PROCESSA-NOTA
      * Processa uma linha de nota: fora de folha e rejeitada; numa
      * folha rejeitada e descartada (ja contada na folha); numa
      * folha aceita e criticada e, se aprovada, completada com a
      * idade e o nivel da turma e liberada para a classificacao.
      *----------------------------------------------------------------*
       3500-PROCESSA-NOTA.
           ADD 1 TO WS-TOT-LINHAS.

           IF NOT WS-HA-FOLHA-ABERTA
               ADD 1 TO WS-TOT-REJEITADAS
               MOVE "LINHA DE NOTA ANTES DE ABRIR FOLHA"
                   TO WS-MOTIVO-REJEITO
               MOVE SPACES TO WS-NOTA-NOME
               PERFORM 4000-GRAVA-LINHA-REJEITADA
               GO TO 3500-PROCESSA-NOTA-EXIT
           END-IF.

           ADD 1 TO WS-FOL-LIDAS.
           IF WS-FOLHA-REJEITADA
               ADD 1 TO WS-TOT-DESCARTADAS
               GO TO 3500-PROCESSA-NOTA-EXIT
           END-IF.

           PERFORM 1950-VALIDA-NOTA.

           IF WS-LIN-INVALIDA
               ADD 1 TO WS-FOL-REJEITADAS
               ADD 1 TO WS-TOT-REJEITADAS
               PERFORM 4000-GRAVA-LINHA-REJEITADA
               DISPLAY "LINHA REJEITADA - TURMA " WS-FOLHA-TURMA
                       " ID " NTA-ID-ALUNO
                       " MOTIVO: " WS-MOTIVO-REJEITO
               GO TO 3500-PROCESSA-NOTA-EXIT
           END-IF.

           MOVE WS-FOLHA-TURMA   TO SRT-TURMA.
           MOVE WS-NOTA-ID-ALUNO TO SRT-ID-ALUNO.
           MOVE WS-NOTA-IDADE    TO SRT-IDADE.
           MOVE WS-NOTA-N1       TO SRT-NOTA-N1.
           MOVE WS-NOTA-N2       TO SRT-NOTA-N2.
           MOVE WS-NOTA-TRABALHO TO SRT-NOTA-TRABALHO.
           MOVE WS-FOLHA-NIVEL   TO SRT-NIVEL-ESTUDO.
           RELEASE REG-SORT.
           ADD 1 TO WS-FOL-ACEITAS.
           ADD 1 TO WS-TOT-ACEITAS.

       3500-PROCESSA-NOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-FECHA-FOLHA
      * Fecha a folha corrente com a linha de totais da folha. Uma
      * folha aceita sem nenhuma linha de nota nao conta como
      * recebida: a turma volta a pendente, para a coordenacao
      * cobrar a folha preenchida.
      *----------------------------------------------------------------*
       3900-FECHA-FOLHA.
           MOVE SPACES TO WS-LINHA-RESUMO.
           IF WS-FOLHA-REJEITADA
               STRING "       TOTAL DA FOLHA: " WS-FOL-LIDAS
                   " LINHA(S) DESCARTADA(S) COM A FOLHA"
                   DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           ELSE
               STRING "       TOTAL DA FOLHA: LIDAS " WS-FOL-LIDAS
                   " ACEITAS " WS-FOL-ACEITAS
                   " REJEITADAS " WS-FOL-REJEITADAS
                   DELIMITED BY SIZE INTO WS-LINHA-RESUMO
           END-IF.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           IF WS-FOLHA-VALIDA
                   AND WS-FOL-LIDAS = ZERO
               MOVE "N" TO WS-TAB-TUR-RECEBIDA (WS-FOLHA-IDX-TURMA)
               SET WS-FOLHA-REJEITADA TO TRUE
               ADD 1 TO WS-TOT-FOLHAS-REJEIT
               MOVE "FOLHA"            TO WS-OCO-TIPO
               MOVE WS-FOLHA-TURMA     TO WS-OCO-TURMA
               MOVE SPACES             TO WS-OCO-ID-ALUNO
               MOVE WS-FOLHA-PROFESSOR TO WS-OCO-NOME
               MOVE "REJEITADA"        TO WS-OCO-RESULTADO
               MOVE "FOLHA SEM LINHAS DE NOTA" TO WS-OCO-MOTIVO
               MOVE WS-LINHA-OCORRENCIA TO REG-RECEPCAO
               WRITE REG-RECEPCAO
           END-IF.

           IF WS-FOLHA-VALIDA
               ADD 1 TO WS-TOT-FOLHAS-ACEITAS
           END-IF.

           MOVE "N" TO WS-FOLHA-ABERTA.

      *----------------------------------------------------------------*
      * 4000-GRAVA-LINHA-REJEITADA
      * Grava no relatorio a linha de nota rejeitada, com o nome do
      * aluno quando resolvido no mestre e o motivo da rejeicao.
      *----------------------------------------------------------------*
       4000-GRAVA-LINHA-REJEITADA.
           MOVE "LINHA"           TO WS-OCO-TIPO.
           IF WS-HA-FOLHA-ABERTA
               MOVE WS-FOLHA-TURMA TO WS-OCO-TURMA
           ELSE
               MOVE SPACES TO WS-OCO-TURMA
           END-IF.
           MOVE NTA-ID-ALUNO      TO WS-OCO-ID-ALUNO.
           MOVE WS-NOTA-NOME      TO WS-OCO-NOME.
           MOVE "REJEITADA"       TO WS-OCO-RESULTADO.
           MOVE WS-MOTIVO-REJEITO TO WS-OCO-MOTIVO.
           MOVE WS-LINHA-OCORRENCIA TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

      *----------------------------------------------------------------*
      * 5000-GERA-ALUNOS
      * Procedimento de saida da classificacao: grava o ALUNOS.DAT
      * com o cabecalho da data do sistema, um detalhe por linha
      * aceita na ordem de turma e aluno e o trailer com a
      * quantidade gravada. Sem nenhuma linha aceita o arquivo nao
      * e gerado (RC 8) - um ALUNOS.DAT vazio nao deve chegar ao
      * lote noturno.
      *----------------------------------------------------------------*
       5000-GERA-ALUNOS.
           IF WS-TOT-ACEITAS = ZERO
               DISPLAY "ERRO: NENHUMA LINHA DE NOTA ACEITA - "
                       "ALUNOS.DAT NAO GERADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 5000-GERA-ALUNOS-EXIT
           END-IF.

           OPEN OUTPUT ALUNOS-FILE.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "ERRO AO ABRIR ALUNOS.DAT - STATUS: "
                       WS-STATUS-ALUNOS
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 5000-GERA-ALUNOS-EXIT
           END-IF.

           MOVE SPACES TO REG-ALUNO.
           MOVE "H" TO REG-TIPO-REG.
           MOVE WS-DATA-SISTEMA TO CAB-DATA-ARQUIVO.
           WRITE REG-ALUNO.

           MOVE "N" TO WS-EOF-SORT.
           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 5100-GRAVA-DETALHE
               UNTIL WS-FIM-SORT.

           MOVE SPACES TO REG-ALUNO.
           MOVE "T" TO REG-TIPO-REG.
           MOVE WS-TOT-GRAVADOS TO TRL-QTD-REGISTROS.
           WRITE REG-ALUNO.

           CLOSE ALUNOS-FILE.

           DISPLAY "ALUNOS.DAT GERADO COM " WS-TOT-GRAVADOS
                   " DETALHE(S) - DATA " WS-DATA-SISTEMA.

       5000-GERA-ALUNOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-GRAVA-DETALHE
      * Grava um detalhe D do ALUNOS.DAT a partir da linha
      * classificada e avanca para a proxima.
      *----------------------------------------------------------------*
       5100-GRAVA-DETALHE.
           MOVE "D"               TO REG-TIPO-REG.
           MOVE SRT-ID-ALUNO      TO REG-ID-ALUNO.
           MOVE SRT-IDADE         TO REG-IDADE.
           MOVE SRT-NOTA-N1       TO REG-NOTA-N1.
           MOVE SRT-NOTA-N2       TO REG-NOTA-N2.
           MOVE SRT-NOTA-TRABALHO TO REG-NOTA-TRABALHO.
           MOVE SRT-NIVEL-ESTUDO  TO REG-NIVEL-ESTUDO.
           MOVE SRT-TURMA         TO REG-TURMA.
           WRITE REG-ALUNO.
           ADD 1 TO WS-TOT-GRAVADOS.

           RETURN SORT-WORK
               AT END
                   SET WS-FIM-SORT TO TRUE
           END-RETURN.

      *----------------------------------------------------------------*
      * 6000-LISTA-PENDENTES
      * Lista no relatorio as turmas do cadastro cuja folha de notas
      * nao chegou (ou chegou rejeitada ou vazia), com o professor
      * a ser cobrado.
      *----------------------------------------------------------------*
       6000-LISTA-PENDENTES.
           MOVE SPACES TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.
           MOVE "TURMAS SEM FOLHA DE NOTAS ACEITA" TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE ZERO TO WS-IDX-TURMA.
           PERFORM 6100-VERIFICA-TURMA
               UNTIL WS-IDX-TURMA >= WS-QTD-TURMAS.

           IF WS-TOT-PENDENTES = ZERO
               MOVE "  NENHUMA - TODAS AS TURMAS COM FOLHA ACEITA"
                   TO REG-RECEPCAO
               WRITE REG-RECEPCAO
           END-IF.

      *----------------------------------------------------------------*
      * 6100-VERIFICA-TURMA
      * Grava a linha de pendencia da proxima turma do cadastro, se
      * a folha dela nao foi aceita.
      *----------------------------------------------------------------*
       6100-VERIFICA-TURMA.
           ADD 1 TO WS-IDX-TURMA.
           IF NOT WS-TAB-TUR-FOLHA-RECEBIDA (WS-IDX-TURMA)
               ADD 1 TO WS-TOT-PENDENTES
               MOVE "TURMA" TO WS-OCO-TIPO
               MOVE WS-TAB-TUR-CODIGO (WS-IDX-TURMA) TO WS-OCO-TURMA
               MOVE SPACES TO WS-OCO-ID-ALUNO
               MOVE WS-TAB-TUR-PROF (WS-IDX-TURMA) TO WS-OCO-NOME
               MOVE "PENDENTE" TO WS-OCO-RESULTADO
               MOVE "FOLHA DE NOTAS NAO RECEBIDA" TO WS-OCO-MOTIVO
               MOVE WS-LINHA-OCORRENCIA TO REG-RECEPCAO
               WRITE REG-RECEPCAO
               DISPLAY "TURMA SEM FOLHA: "
                       WS-TAB-TUR-CODIGO (WS-IDX-TURMA) " - "
                       WS-TAB-TUR-PROF (WS-IDX-TURMA)
           END-IF.

      *----------------------------------------------------------------*
      * 6500-RESUMO-FINAL
      * Imprime no relatorio de recepcao e no console os totais da
      * carga.
      *----------------------------------------------------------------*
       6500-RESUMO-FINAL.
           MOVE SPACES TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.
           MOVE "RESUMO DA RECEPCAO" TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "FOLHAS RECEBIDAS......: " WS-TOT-FOLHAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  ACEITAS.............: " WS-TOT-FOLHAS-ACEITAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  REJEITADAS..........: " WS-TOT-FOLHAS-REJEIT
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "LINHAS DE NOTA LIDAS..: " WS-TOT-LINHAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  ACEITAS.............: " WS-TOT-ACEITAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  REJEITADAS..........: " WS-TOT-REJEITADAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  DESCARTADAS (FOLHA).: " WS-TOT-DESCARTADAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "TURMAS PENDENTES......: " WS-TOT-PENDENTES
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "DETALHES EM ALUNOS.DAT: " WS-TOT-GRAVADOS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-RECEPCAO.
           WRITE REG-RECEPCAO.

           DISPLAY " ".
           DISPLAY ">>> RESUMO DA RECEPCAO <<<".
           DISPLAY "Folhas recebidas......: " WS-TOT-FOLHAS.
           DISPLAY "Folhas rejeitadas.....: " WS-TOT-FOLHAS-REJEIT.
           DISPLAY "Linhas aceitas........: " WS-TOT-ACEITAS.
           DISPLAY "Linhas rejeitadas.....: " WS-TOT-REJEITADAS.
           DISPLAY "Linhas descartadas....: " WS-TOT-DESCARTADAS.
           DISPLAY "Turmas pendentes......: " WS-TOT-PENDENTES.
           DISPLAY "Detalhes gravados.....: " WS-TOT-GRAVADOS.
