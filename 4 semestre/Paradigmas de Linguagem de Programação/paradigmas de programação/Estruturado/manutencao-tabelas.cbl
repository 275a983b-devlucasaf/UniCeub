      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-TABELAS.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Manutencao em lote das tabelas de regras com
      * vigencia - cortes de conceito (TABELA-CORTES.DAT), pesos da
      * composicao da nota (TABELA-PESOS.DAT) e cadastro de turmas
      * (TABELA-TURMAS.DAT). Cada linha dessas tabelas e uma versao,
      * com data de inicio e de fim de vigencia (AAAAMMDD; fim
      * 99999999 = em aberto), e os jobs do lote aplicam a versao
      * vigente na data da avaliacao - por isso as tabelas deixam de
      * ser editadas a mao. Le o movimento da coordenacao
      * (MOVIMENTO-TABELAS.DAT, uma transacao por linha: tabela
      * C/P/T, operacao I/A/E e a linha da tabela no layout dela) e:
      *   1. carrega as tres tabelas, criticando cada linha como os
      *      jobs do lote (linha malformada interrompe o job, RC 8)
      *      e avisando lacunas ou sobreposicoes ja existentes;
      *   2. aplica cada transacao - a inclusao de uma versao
      *      encerra na vespera a versao em aberto da mesma chave, a
      *      alteracao e a exclusao localizam a versao pela chave e
      *      pela data de inicio;
      *   3. rejeita a transacao que deixaria a chave com lacuna ou
      *      sobreposicao de vigencia, que deixaria a chave sem
      *      versao em aberto, que excluiria a ultima versao da linha
      *      DEMAIS ou a deixaria sem versao vigente na data do
      *      sistema, ou que estouraria a capacidade das tabelas nos
      *      jobs - a transacao rejeitada e desfeita por inteiro;
      *   4. regrava as tabelas alteradas, grava uma linha na trilha
      *      de auditoria (AUDITORIA.DAT) por versao incluida,
      *      encerrada, alterada ou excluida e imprime o relatorio de
      *      atualizacao (ATUALIZACAO-TABELAS.DAT).
      * RC 4 com transacao rejeitada ou aviso na carga; RC 8 em erro
      * de arquivo ou tabela malformada (nada e regravado).
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, junto com a vigencia das tabelas
      *                    de cortes, pesos e turmas.
      * 15-OUT-26  LCF     Alteracao ou exclusao que deixa a chave sem
      *                    versao em aberto e rejeitada, e a linha
      *                    DEMAIS de cortes/pesos precisa seguir com
      *                    versao vigente na data do sistema - antes
      *                    a lacuna depois do ultimo fim passava.
      * 15-OUT-26  LCF     Carga das tabelas executa a insercao da
      *                    versao ate o paragrafo de saida (tabela
      *                    cheia sai pelo GO TO sem escapar do
      *                    PERFORM).
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
      * ARQUIVOS DE ENTRADA/SAIDA - TABELAS DE REGRAS, LIDAS NA
      * PARTIDA E REGRAVADAS NO FIM QUANDO ALTERADAS
      *----------------------------------------------------------------*
           SELECT CORTES-FILE ASSIGN TO "TABELA-CORTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORTES.

           SELECT PESOS-FILE ASSIGN TO "TABELA-PESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PESOS.

           SELECT TURMAS-FILE ASSIGN TO "TABELA-TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TURMAS.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - MOVIMENTO DE MANUTENCAO DA COORDENACAO,
      * UMA TRANSACAO POR LINHA: TABELA (C/P/T), OPERACAO (I/A/E) E
      * A LINHA DA TABELA NO LAYOUT DELA
      *----------------------------------------------------------------*
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVIMENTO-TABELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - RELATORIO DE ATUALIZACAO DAS TABELAS, UMA
      * LINHA POR TRANSACAO, OS AVISOS DA CARGA E OS TOTAIS
      *----------------------------------------------------------------*
           SELECT ATUALIZACAO-FILE ASSIGN TO "ATUALIZACAO-TABELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATUALIZACAO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - TRILHA DE AUDITORIA OPERACIONAL, SEMPRE
      * ANEXADA (EXTEND) ENTRE AS EXECUCOES
      *----------------------------------------------------------------*
           SELECT OPTIONAL AUDITORIA-FILE
               ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *================================================================*
      * DATA DIVISION
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * FD CORTES-FILE
      * Uma linha da tabela de cortes: nivel de estudo, as notas
      * minimas dos conceitos A, B e C e a vigencia da versao.
      *----------------------------------------------------------------*
       FD  CORTES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CORTE                 PIC X(40).

      *----------------------------------------------------------------*
      * FD PESOS-FILE
      * Uma linha da tabela de pesos: nivel de estudo, os pesos de
      * N1, N2 e trabalho e a vigencia da versao.
      *----------------------------------------------------------------*
       FD  PESOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-PESO                  PIC X(40).

      *----------------------------------------------------------------*
      * FD TURMAS-FILE
      * Registro fisico do cadastro de turmas (layout dos campos em
      * TURMA-REC.cpy).
      *----------------------------------------------------------------*
       FD  TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TURMA-CAD             PIC X(124).

      *----------------------------------------------------------------*
      * FD MOVIMENTO-FILE
      * Transacao de manutencao: tabela, operacao e a linha da
      * tabela. Na exclusao (E) so a chave (nivel de estudo ou
      * codigo da turma) e a data de inicio sao consideradas; na
      * alteracao (A) a data de inicio identifica a versao e nao
      * muda.
      *----------------------------------------------------------------*
       FD  MOVIMENTO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVIMENTO.
           05  MVT-TABELA            PIC X(01).
               88  MVT-E-CORTES      VALUE "C".
               88  MVT-E-PESOS       VALUE "P".
               88  MVT-E-TURMAS      VALUE "T".
           05  MVT-OPERACAO          PIC X(01).
               88  MVT-E-INCLUSAO    VALUE "I".
               88  MVT-E-ALTERACAO   VALUE "A".
               88  MVT-E-EXCLUSAO    VALUE "E".
           05  MVT-DADOS             PIC X(124).

      *----------------------------------------------------------------*
      * FD ATUALIZACAO-FILE
      * Linha do relatorio de atualizacao das tabelas.
      *----------------------------------------------------------------*
       FD  ATUALIZACAO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ATUALIZACAO           PIC X(100).

      *----------------------------------------------------------------*
      * FD AUDITORIA-FILE
      * Linha datada da trilha de auditoria operacional.
      *----------------------------------------------------------------*
       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA             PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * REGISTRO DE TRABALHO DO CADASTRO DE TURMAS (TURMA-REC.cpy)
      *----------------------------------------------------------------*
           COPY TURMA-REC.

      *----------------------------------------------------------------*
      * IMAGEM DA LINHA DE TABELA EM TRABALHO, COM AS VISOES DE CORTE
      * E DE PESO (A DE TURMA E A DE TURMA-REC.cpy)
      *----------------------------------------------------------------*
       01  WS-IMAGEM-LINHA.
           05  WS-IMG-DADOS          PIC X(124) VALUE SPACES.
           05  WS-IMG-CORTE REDEFINES WS-IMG-DADOS.
               10  WS-IMG-CRT-NIVEL  PIC X(15).
               10  WS-IMG-CRT-A      PIC 9(03).
               10  WS-IMG-CRT-B      PIC 9(03).
               10  WS-IMG-CRT-C      PIC 9(03).
               10  WS-IMG-CRT-INICIO PIC 9(08).
               10  WS-IMG-CRT-FIM    PIC 9(08).
               10  FILLER            PIC X(84).
           05  WS-IMG-PESO REDEFINES WS-IMG-DADOS.
               10  WS-IMG-PES-NIVEL  PIC X(15).
               10  WS-IMG-PES-N1     PIC 9(03).
               10  WS-IMG-PES-N2     PIC 9(03).
               10  WS-IMG-PES-TRAB   PIC 9(03).
               10  WS-IMG-PES-INICIO PIC 9(08).
               10  WS-IMG-PES-FIM    PIC 9(08).
               10  FILLER            PIC X(84).

       01  WS-IMG-SALVA              PIC X(124) VALUE SPACES.

      *----------------------------------------------------------------*
      * CHAVE DA VERSAO EM TRABALHO: TABELA + CHAVE + INICIO (ORDEM
      * DA TABELA EM MEMORIA) E O FIM DA VIGENCIA
      *----------------------------------------------------------------*
       01  WS-CHAVE-VERSAO.
           05  WS-CHV-ORDEM.
               10  WS-CHV-IDENT.
                   15  WS-CHV-TABELA PIC X(01).
                   15  WS-CHV-CHAVE  PIC X(15).
               10  WS-CHV-INICIO     PIC 9(08).
           05  WS-CHV-FIM            PIC 9(08).

       77  WS-TAB-CORRENTE           PIC X(01) VALUE SPACE.
       77  WS-NOVO-FIM               PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * TABELA EM MEMORIA COM TODAS AS VERSOES DAS TRES TABELAS,
      * ORDENADA POR TABELA, CHAVE E DATA DE INICIO, E A COPIA TIRADA
      * ANTES DE CADA TRANSACAO PARA DESFAZER A REJEITADA
      *----------------------------------------------------------------*
       01  WS-TABELA-VERSOES.
           05  WS-QTD-VERSOES        PIC 9(03) COMP VALUE ZERO.
           05  WS-ENT-VERSAO OCCURS 300 TIMES.
               10  WS-VER-ORDEM.
                   15  WS-VER-IDENT.
                       20  WS-VER-TABELA PIC X(01).
                       20  WS-VER-CHAVE  PIC X(15).
                   15  WS-VER-INICIO PIC 9(08).
               10  WS-VER-FIM        PIC 9(08).
               10  WS-VER-IMAGEM     PIC X(124).

       01  WS-COPIA-VERSOES.
           05  WS-CPV-QTD-VERSOES    PIC 9(03) COMP VALUE ZERO.
           05  WS-CPV-ENT-VERSAO OCCURS 300 TIMES.
               10  WS-CPV-ORDEM.
                   15  WS-CPV-IDENT.
                       20  WS-CPV-TABELA PIC X(01).
                       20  WS-CPV-CHAVE  PIC X(15).
                   15  WS-CPV-INICIO PIC 9(08).
               10  WS-CPV-FIM        PIC 9(08).
               10  WS-CPV-IMAGEM     PIC X(124).

       77  WS-IDX-VERSAO             PIC 9(03) COMP VALUE ZERO.
       77  WS-IDX-POS                PIC 9(03) COMP VALUE ZERO.
       77  WS-IDX-DESLOCA            PIC 9(03) COMP VALUE ZERO.
       77  WS-IDX-ABERTA             PIC 9(03) COMP VALUE ZERO.
       77  WS-IDX-AUDITA             PIC 9(03) COMP VALUE ZERO.
       77  WS-QTD-CONTADAS           PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * CAPACIDADE DAS TABELAS NOS JOBS QUE AS CARREGAM
      *----------------------------------------------------------------*
       77  WS-MAX-VERSOES-REGRA      PIC 9(03) VALUE 30.
       77  WS-MAX-VERSOES-TURMA      PIC 9(03) VALUE 100.

      *----------------------------------------------------------------*
      * INDICADORES DA BUSCA E DA CONFERENCIA DE VIGENCIA
      *----------------------------------------------------------------*
       01  WS-FLAGS-VERSOES.
           05  WS-POSICAO-ACHADA     PIC X(01) VALUE "N".
               88  WS-ACHOU-POSICAO        VALUE "S".
           05  WS-VERSAO-ACHADA      PIC X(01) VALUE "N".
               88  WS-VERSAO-CADASTRADA    VALUE "S".
           05  WS-ABERTA-ACHADA      PIC X(01) VALUE "N".
               88  WS-HA-VERSAO-ABERTA     VALUE "S".
           05  WS-TABELA-CHEIA       PIC X(01) VALUE "N".
               88  WS-SEM-ESPACO           VALUE "S".
           05  WS-VIGENCIA           PIC X(01) VALUE "S".
               88  WS-VIGENCIA-OK          VALUE "S".
               88  WS-VIGENCIA-COM-FALHA   VALUE "N".
           05  WS-ABERTA-NA-CHAVE    PIC X(01) VALUE "N".
               88  WS-CHAVE-TEM-ABERTA     VALUE "S".
           05  WS-VIGENTE-HOJE       PIC X(01) VALUE "N".
               88  WS-CHAVE-VIGENTE-HOJE   VALUE "S".

       01  WS-MOTIVO-VIGENCIA        PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * TABELAS ALTERADAS PELO MOVIMENTO, A REGRAVAR NO FIM
      *----------------------------------------------------------------*
       01  WS-FLAGS-ALTERACAO.
           05  WS-ALTEROU-CORTES     PIC X(01) VALUE "N".
               88  WS-REGRAVA-CORTES       VALUE "S".
           05  WS-ALTEROU-PESOS      PIC X(01) VALUE "N".
               88  WS-REGRAVA-PESOS        VALUE "S".
           05  WS-ALTEROU-TURMAS     PIC X(01) VALUE "N".
               88  WS-REGRAVA-TURMAS       VALUE "S".

      *----------------------------------------------------------------*
      * INDICADOR DE VALIDACAO DA LINHA OU TRANSACAO CORRENTE
      *----------------------------------------------------------------*
       01  WS-FLAGS-VALIDACAO.
           05  WS-TRANSACAO-VALIDA   PIC X(01) VALUE "S".
               88  WS-TRN-VALIDA     VALUE "S".
               88  WS-TRN-INVALIDA   VALUE "N".
           05  WS-MOTIVO-REJEITO     PIC X(40) VALUE SPACES.

       77  WS-SOMA-PESOS             PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA EM TRABALHO NAS ROTINAS DE CALENDARIO (VALIDACAO, DIA
      * SEGUINTE E DIA ANTERIOR)
      *----------------------------------------------------------------*
       01  WS-DATA-TESTE             PIC 9(08) VALUE ZERO.
       01  WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05  WS-DT-ANO             PIC 9(04).
           05  WS-DT-MES             PIC 9(02).
           05  WS-DT-DIA             PIC 9(02).

       01  WS-APOIO-CALENDARIO.
           05  WS-DIAS-MES           PIC 9(02) VALUE ZERO.
           05  WS-QUOCIENTE          PIC 9(04) VALUE ZERO.
           05  WS-RESTO-4            PIC 9(04) VALUE ZERO.
           05  WS-RESTO-100          PIC 9(04) VALUE ZERO.
           05  WS-RESTO-400          PIC 9(04) VALUE ZERO.
           05  WS-DATA-VALIDA        PIC X(01) VALUE "S".
               88  WS-DATA-OK              VALUE "S".
               88  WS-DATA-INVALIDA        VALUE "N".

       77  WS-DATA-FIM-ABERTO        PIC 9(08) VALUE 99999999.
       77  WS-DATA-SISTEMA           PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * TOTAIS DO MOVIMENTO PARA O RESUMO DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-TOTAIS-MOVIMENTO.
           05  WS-TOT-LIDAS          PIC 9(04) VALUE ZERO.
           05  WS-TOT-INCLUSOES      PIC 9(04) VALUE ZERO.
           05  WS-TOT-ALTERACOES     PIC 9(04) VALUE ZERO.
           05  WS-TOT-EXCLUSOES      PIC 9(04) VALUE ZERO.
           05  WS-TOT-ENCERRADAS     PIC 9(04) VALUE ZERO.
           05  WS-TOT-APLICADAS      PIC 9(04) VALUE ZERO.
           05  WS-TOT-REJEITADAS     PIC 9(04) VALUE ZERO.
           05  WS-TOT-AVISOS         PIC 9(04) VALUE ZERO.
           05  WS-TOT-GRAVADAS       PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE NA SAIDA
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-CORTES         PIC X(02) VALUE "00".
       01  WS-STATUS-PESOS          PIC X(02) VALUE "00".
       01  WS-STATUS-TURMAS         PIC X(02) VALUE "00".
       01  WS-STATUS-MOVIMENTO      PIC X(02) VALUE "00".
       01  WS-STATUS-ATUALIZACAO    PIC X(02) VALUE "00".
       01  WS-STATUS-AUDITORIA      PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-CORTES         PIC X(01) VALUE "N".
               88  WS-FIM-CORTES     VALUE "S".
           05  WS-EOF-PESOS          PIC X(01) VALUE "N".
               88  WS-FIM-PESOS      VALUE "S".
           05  WS-EOF-TURMAS         PIC X(01) VALUE "N".
               88  WS-FIM-TURMAS     VALUE "S".
           05  WS-EOF-MOVIMENTO      PIC X(01) VALUE "N".
               88  WS-FIM-MOVIMENTO  VALUE "S".

      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA: LINHA DATADA GRAVADA POR
      * 8000-GRAVA-AUDITORIA, NO MESMO LAYOUT DO DRIVER DO LOTE, E AS
      * LINHAS DA TRANSACAO CORRENTE, GRAVADAS SO QUANDO ELA E
      * APLICADA
      *----------------------------------------------------------------*
       01  WS-LINHA-AUDITORIA.
           05  WS-AUD-DATA           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUD-HORA           PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-AUD-TEXTO          PIC X(84).

       01  WS-APOIO-AUDITORIA.
           05  WS-AUD-HORA-SISTEMA   PIC 9(08) VALUE ZERO.
           05  WS-AUD-HORA-PARTES REDEFINES WS-AUD-HORA-SISTEMA.
               10  WS-AUD-HHMMSS     PIC 9(06).
               10  FILLER            PIC 9(02).
           05  WS-AUD-ACAO           PIC X(09) VALUE SPACES.
           05  WS-AUD-NOME-TABELA    PIC X(06) VALUE SPACES.
           05  WS-AUD-CONTEUDO       PIC X(11) VALUE SPACES.

       01  WS-AUDITORIA-PENDENTE.
           05  WS-QTD-AUD-PEND       PIC 9(02) COMP VALUE ZERO.
           05  WS-AUD-PENDENTE OCCURS 4 TIMES
                                     PIC X(84).

       77  WS-IDX-AUD-PEND           PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DE TRANSACAO DO RELATORIO DE ATUALIZACAO
      *----------------------------------------------------------------*
       01  WS-LINHA-TRANSACAO.
           05  WS-ATU-TABELA         PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ATU-OPERACAO       PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ATU-CHAVE          PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-ATU-INICIO         PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-ATU-FIM            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ATU-RESULTADO      PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ATU-MOTIVO         PIC X(40).
           05  FILLER                PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * CABECALHO DE COLUNAS, ALINHADO COM A LINHA DE TRANSACAO
      *----------------------------------------------------------------*
       01  WS-CABEC-COLUNAS.
           05  FILLER                PIC X(08) VALUE "TABELA".
           05  FILLER                PIC X(03) VALUE "OP".
           05  FILLER                PIC X(16) VALUE "CHAVE".
           05  FILLER                PIC X(09) VALUE "INICIO".
           05  FILLER                PIC X(10) VALUE "FIM".
           05  FILLER                PIC X(11) VALUE "RESULTADO".
           05  FILLER                PIC X(40) VALUE "MOTIVO".
           05  FILLER                PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHA DE TRABALHO PARA OS AVISOS E OS TOTAIS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-RESUMO          PIC X(100) VALUE SPACES.

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-TABELAS-PRINCIPAL
      * Abre o relatorio e a trilha, carrega e confere as tres
      * tabelas, processa cada transacao do movimento sobre a tabela
      * em memoria e, ao final, regrava as tabelas alteradas e
      * imprime os totais.
      *----------------------------------------------------------------*
       0000-TABELAS-PRINCIPAL.
           DISPLAY "MANUTENCAO DAS TABELAS DE REGRAS COM VIGENCIA".
           DISPLAY " ".
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN OUTPUT ATUALIZACAO-FILE.
           IF WS-STATUS-ATUALIZACAO NOT = "00"
               DISPLAY "ERRO AO ABRIR ATUALIZACAO-TABELAS.DAT - "
                       "STATUS: " WS-STATUS-ATUALIZACAO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           OPEN EXTEND AUDITORIA-FILE.
           IF WS-STATUS-AUDITORIA NOT = "00"
                   AND WS-STATUS-AUDITORIA NOT = "05"
               DISPLAY "ERRO AO ABRIR AUDITORIA.DAT - STATUS: "
                       WS-STATUS-AUDITORIA
               CLOSE ATUALIZACAO-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           MOVE "RELATORIO DE ATUALIZACAO DAS TABELAS DE REGRAS"
               TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           PERFORM 0600-CARGA-CORTES.
           PERFORM 0620-CARGA-PESOS.
           PERFORM 0640-CARGA-TURMAS.
           PERFORM 1000-CONFERE-TABELAS.

           MOVE SPACES TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.
           MOVE WS-CABEC-COLUNAS TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           OPEN INPUT MOVIMENTO-FILE.
           IF WS-STATUS-MOVIMENTO NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVIMENTO-TABELAS.DAT - STATUS: "
                       WS-STATUS-MOVIMENTO
               CLOSE ATUALIZACAO-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           READ MOVIMENTO-FILE
               AT END
                   SET WS-FIM-MOVIMENTO TO TRUE
           END-READ.
           PERFORM 3000-PROCESSA-TRANSACAO
                   THRU 3000-PROCESSA-TRANSACAO-EXIT
               UNTIL WS-FIM-MOVIMENTO.
           CLOSE MOVIMENTO-FILE.

           PERFORM 6000-REGRAVA-TABELAS.
           PERFORM 5500-RESUMO-FINAL.

           CLOSE ATUALIZACAO-FILE.
           CLOSE AUDITORIA-FILE.

           IF WS-CODIGO-RETORNO < 4
                   AND (WS-TOT-REJEITADAS > ZERO
                        OR WS-TOT-AVISOS > ZERO)
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

       0000-TABELAS-EXIT.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0600-CARGA-CORTES
      * Carrega as versoes da tabela de cortes na tabela em memoria.
      * Tabela ausente ou linha malformada interrompe o job (RC 8).
      *----------------------------------------------------------------*
       0600-CARGA-CORTES.
           MOVE "N" TO WS-EOF-CORTES.
           OPEN INPUT CORTES-FILE.
           IF WS-STATUS-CORTES NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA-CORTES.DAT - STATUS: "
                       WS-STATUS-CORTES " - JOB NAO INICIADO"
               CLOSE ATUALIZACAO-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           READ CORTES-FILE
               AT END
                   SET WS-FIM-CORTES TO TRUE
           END-READ.
           PERFORM 0610-CARGA-ENTRADA-CORTE
               UNTIL WS-FIM-CORTES.
           CLOSE CORTES-FILE.

      *----------------------------------------------------------------*
      * 0610-CARGA-ENTRADA-CORTE
      * Critica uma linha da tabela de cortes e a insere, na ordem,
      * na tabela em memoria.
      *----------------------------------------------------------------*
       0610-CARGA-ENTRADA-CORTE.
           MOVE "C" TO WS-TAB-CORRENTE.
           MOVE REG-CORTE TO WS-IMG-DADOS.
           PERFORM 0800-CRITICA-LINHA.
           IF WS-TRN-VALIDA
               PERFORM 0900-INSERE-VERSAO
                   THRU 0900-INSERE-VERSAO-EXIT
           END-IF.

           IF WS-TRN-INVALIDA
                   OR WS-SEM-ESPACO
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-CORTES.DAT: "
                       REG-CORTE
               DISPLAY "      " WS-MOTIVO-REJEITO
               CLOSE CORTES-FILE
               CLOSE ATUALIZACAO-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           READ CORTES-FILE
               AT END
                   SET WS-FIM-CORTES TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 0620-CARGA-PESOS
      * Carrega as versoes da tabela de pesos na tabela em memoria.
      * Tabela ausente ou linha malformada interrompe o job (RC 8).
      *----------------------------------------------------------------*
       0620-CARGA-PESOS.
           MOVE "N" TO WS-EOF-PESOS.
           OPEN INPUT PESOS-FILE.
           IF WS-STATUS-PESOS NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA-PESOS.DAT - STATUS: "
                       WS-STATUS-PESOS " - JOB NAO INICIADO"
               CLOSE ATUALIZACAO-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           READ PESOS-FILE
               AT END
                   SET WS-FIM-PESOS TO TRUE
           END-READ.
           PERFORM 0630-CARGA-ENTRADA-PESO
               UNTIL WS-FIM-PESOS.
           CLOSE PESOS-FILE.

      *----------------------------------------------------------------*
      * 0630-CARGA-ENTRADA-PESO
      * Critica uma linha da tabela de pesos e a insere, na ordem,
      * na tabela em memoria.
      *----------------------------------------------------------------*
       0630-CARGA-ENTRADA-PESO.
           MOVE "P" TO WS-TAB-CORRENTE.
           MOVE REG-PESO TO WS-IMG-DADOS.
           PERFORM 0800-CRITICA-LINHA.
           IF WS-TRN-VALIDA
               PERFORM 0900-INSERE-VERSAO
                   THRU 0900-INSERE-VERSAO-EXIT
           END-IF.

           IF WS-TRN-INVALIDA
                   OR WS-SEM-ESPACO
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-PESOS.DAT: "
                       REG-PESO
               DISPLAY "      " WS-MOTIVO-REJEITO
               CLOSE PESOS-FILE
               CLOSE ATUALIZACAO-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           READ PESOS-FILE
               AT END
                   SET WS-FIM-PESOS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 0640-CARGA-TURMAS
      * Carrega as versoes do cadastro de turmas na tabela em
      * memoria. Cadastro ausente ou linha malformada interrompe o
      * job (RC 8).
      *----------------------------------------------------------------*
       0640-CARGA-TURMAS.
           MOVE "N" TO WS-EOF-TURMAS.
           OPEN INPUT TURMAS-FILE.
           IF WS-STATUS-TURMAS NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA-TURMAS.DAT - STATUS: "
                       WS-STATUS-TURMAS " - JOB NAO INICIADO"
               CLOSE ATUALIZACAO-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           READ TURMAS-FILE
               AT END
                   SET WS-FIM-TURMAS TO TRUE
           END-READ.
           PERFORM 0650-CARGA-ENTRADA-TURMA
               UNTIL WS-FIM-TURMAS.
           CLOSE TURMAS-FILE.

           DISPLAY "TABELAS CARREGADAS: " WS-QTD-VERSOES
                   " VERSAO(OES)".
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 0650-CARGA-ENTRADA-TURMA
      * Critica uma linha do cadastro de turmas e a insere, na
      * ordem, na tabela em memoria.
      *----------------------------------------------------------------*
       0650-CARGA-ENTRADA-TURMA.
           MOVE "T" TO WS-TAB-CORRENTE.
           MOVE REG-TURMA-CAD TO WS-IMG-DADOS.
           PERFORM 0800-CRITICA-LINHA.
           IF WS-TRN-VALIDA
               PERFORM 0900-INSERE-VERSAO
                   THRU 0900-INSERE-VERSAO-EXIT
           END-IF.

           IF WS-TRN-INVALIDA
                   OR WS-SEM-ESPACO
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-TURMAS.DAT: "
                       REG-TURMA-CAD
               DISPLAY "      " WS-MOTIVO-REJEITO
               CLOSE TURMAS-FILE
               CLOSE ATUALIZACAO-FILE
               CLOSE AUDITORIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-TABELAS-EXIT
           END-IF.

           READ TURMAS-FILE
               AT END
                   SET WS-FIM-TURMAS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 0700-EXTRAI-CHAVE
      * Monta a chave da versao (tabela, nivel de estudo ou codigo
      * da turma, inicio) e o fim da vigencia a partir da imagem da
      * linha em trabalho, conforme a tabela corrente.
      *----------------------------------------------------------------*
       0700-EXTRAI-CHAVE.
           MOVE WS-TAB-CORRENTE TO WS-CHV-TABELA.
           EVALUATE WS-TAB-CORRENTE
               WHEN "C"
                   MOVE WS-IMG-CRT-NIVEL  TO WS-CHV-CHAVE
                   MOVE WS-IMG-CRT-INICIO TO WS-CHV-INICIO
                   MOVE WS-IMG-CRT-FIM    TO WS-CHV-FIM
               WHEN "P"
                   MOVE WS-IMG-PES-NIVEL  TO WS-CHV-CHAVE
                   MOVE WS-IMG-PES-INICIO TO WS-CHV-INICIO
                   MOVE WS-IMG-PES-FIM    TO WS-CHV-FIM
               WHEN OTHER
                   MOVE WS-IMG-DADOS      TO WS-REG-TURMA-CAD
                   MOVE WS-TUR-CODIGO     TO WS-CHV-CHAVE
                   MOVE WS-TUR-DT-INICIO  TO WS-CHV-INICIO
                   MOVE WS-TUR-DT-FIM     TO WS-CHV-FIM
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 0750-ATUALIZA-FIM-IMAGEM
      * Grava WS-NOVO-FIM como fim da vigencia na imagem da linha em
      * trabalho, conforme a tabela corrente.
      *----------------------------------------------------------------*
       0750-ATUALIZA-FIM-IMAGEM.
           EVALUATE WS-TAB-CORRENTE
               WHEN "C"
                   MOVE WS-NOVO-FIM TO WS-IMG-CRT-FIM
               WHEN "P"
                   MOVE WS-NOVO-FIM TO WS-IMG-PES-FIM
               WHEN OTHER
                   MOVE WS-IMG-DADOS TO WS-REG-TURMA-CAD
                   MOVE WS-NOVO-FIM  TO WS-TUR-DT-FIM
                   MOVE WS-REG-TURMA-CAD TO WS-IMG-DADOS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 0800-CRITICA-LINHA
      * Critica a imagem da linha em trabalho com as regras dos jobs
      * do lote para a tabela corrente e valida as datas da vigencia
      * no calendario. Deixa a chave montada quando a linha passa.
      *----------------------------------------------------------------*
       0800-CRITICA-LINHA.
           SET WS-TRN-VALIDA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJEITO.

           EVALUATE WS-TAB-CORRENTE
               WHEN "C"
                   PERFORM 0810-CRITICA-CORTE
               WHEN "P"
                   PERFORM 0820-CRITICA-PESO
               WHEN OTHER
                   PERFORM 0830-CRITICA-TURMA
           END-EVALUATE.

           IF WS-TRN-VALIDA
               PERFORM 0700-EXTRAI-CHAVE
               PERFORM 0850-CRITICA-VIGENCIA
           END-IF.

      *----------------------------------------------------------------*
      * 0810-CRITICA-CORTE
      * Nivel de estudo preenchido, cortes numericos em ordem nao
      * crescente (A >= B >= C) e datas de vigencia numericas.
      *----------------------------------------------------------------*
       0810-CRITICA-CORTE.
           IF WS-IMG-CRT-NIVEL = SPACES
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "NIVEL DE ESTUDO EM BRANCO" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND (WS-IMG-CRT-A NOT NUMERIC
                        OR WS-IMG-CRT-B NOT NUMERIC
                        OR WS-IMG-CRT-C NOT NUMERIC)
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "CORTES NAO NUMERICOS" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND (WS-IMG-CRT-A < WS-IMG-CRT-B
                        OR WS-IMG-CRT-B < WS-IMG-CRT-C)
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "CORTES FORA DE ORDEM (A >= B >= C)"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND (WS-IMG-CRT-INICIO NOT NUMERIC
                        OR WS-IMG-CRT-FIM NOT NUMERIC)
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "VIGENCIA NAO NUMERICA" TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 0820-CRITICA-PESO
      * Nivel de estudo preenchido, pesos numericos somando 100 e
      * datas de vigencia numericas.
      *----------------------------------------------------------------*
       0820-CRITICA-PESO.
           IF WS-IMG-PES-NIVEL = SPACES
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "NIVEL DE ESTUDO EM BRANCO" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND (WS-IMG-PES-N1 NOT NUMERIC
                        OR WS-IMG-PES-N2 NOT NUMERIC
                        OR WS-IMG-PES-TRAB NOT NUMERIC)
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "PESOS NAO NUMERICOS" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
               COMPUTE WS-SOMA-PESOS =
                   WS-IMG-PES-N1 + WS-IMG-PES-N2 + WS-IMG-PES-TRAB
               IF WS-SOMA-PESOS NOT = 100
                   SET WS-TRN-INVALIDA TO TRUE
                   MOVE "PESOS NAO SOMAM 100" TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

           IF WS-TRN-VALIDA
                   AND (WS-IMG-PES-INICIO NOT NUMERIC
                        OR WS-IMG-PES-FIM NOT NUMERIC)
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "VIGENCIA NAO NUMERICA" TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 0830-CRITICA-TURMA
      * Codigo e descricao da turma preenchidos e datas de vigencia
      * numericas.
      *----------------------------------------------------------------*
       0830-CRITICA-TURMA.
           MOVE WS-IMG-DADOS TO WS-REG-TURMA-CAD.
           IF WS-TUR-CODIGO = SPACES
                   OR WS-TUR-DESCRICAO = SPACES
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "TURMA SEM CODIGO OU DESCRICAO"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND (WS-TUR-DT-INICIO NOT NUMERIC
                        OR WS-TUR-DT-FIM NOT NUMERIC)
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "VIGENCIA NAO NUMERICA" TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 0850-CRITICA-VIGENCIA
      * Datas de inicio e de fim existentes no calendario (o fim
      * 99999999 marca a versao em aberto) e inicio ate o fim.
      *----------------------------------------------------------------*
       0850-CRITICA-VIGENCIA.
           MOVE WS-CHV-INICIO TO WS-DATA-TESTE.
           PERFORM 7000-VALIDA-DATA.
           IF WS-DATA-INVALIDA
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "DATA DE INICIO INVALIDA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND WS-CHV-FIM NOT = WS-DATA-FIM-ABERTO
               MOVE WS-CHV-FIM TO WS-DATA-TESTE
               PERFORM 7000-VALIDA-DATA
               IF WS-DATA-INVALIDA
                   SET WS-TRN-INVALIDA TO TRUE
                   MOVE "DATA DE FIM INVALIDA" TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

           IF WS-TRN-VALIDA
                   AND WS-CHV-INICIO > WS-CHV-FIM
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "INICIO POSTERIOR AO FIM DA VIGENCIA"
                   TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 0860-CRITICA-CHAVE
      * Critica da exclusao: basta a chave preenchida e a data de
      * inicio numerica, que identificam a versao a excluir.
      *----------------------------------------------------------------*
       0860-CRITICA-CHAVE.
           EVALUATE WS-TAB-CORRENTE
               WHEN "C"
                   IF WS-IMG-CRT-NIVEL = SPACES
                           OR WS-IMG-CRT-INICIO NOT NUMERIC
                       SET WS-TRN-INVALIDA TO TRUE
                   END-IF
               WHEN "P"
                   IF WS-IMG-PES-NIVEL = SPACES
                           OR WS-IMG-PES-INICIO NOT NUMERIC
                       SET WS-TRN-INVALIDA TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-IMG-DADOS TO WS-REG-TURMA-CAD
                   IF WS-TUR-CODIGO = SPACES
                           OR WS-TUR-DT-INICIO NOT NUMERIC
                       SET WS-TRN-INVALIDA TO TRUE
                   END-IF
           END-EVALUATE.

           IF WS-TRN-INVALIDA
               MOVE "EXCLUSAO SEM CHAVE OU INICIO DA VERSAO"
                   TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 0900-INSERE-VERSAO
      * Insere a versao de WS-CHAVE-VERSAO / WS-IMG-DADOS na tabela
      * em memoria, na posicao da ordem tabela+chave+inicio,
      * deslocando as seguintes. Tabela cheia liga WS-SEM-ESPACO.
      *----------------------------------------------------------------*
       0900-INSERE-VERSAO.
           MOVE "N" TO WS-TABELA-CHEIA.
           IF WS-QTD-VERSOES >= 300
               SET WS-SEM-ESPACO TO TRUE
               MOVE "TABELA EM MEMORIA CHEIA (300 VERSOES)"
                   TO WS-MOTIVO-REJEITO
               GO TO 0900-INSERE-VERSAO-EXIT
           END-IF.

           MOVE "N" TO WS-POSICAO-ACHADA.
           MOVE ZERO TO WS-IDX-POS.
           PERFORM 0910-PROCURA-POSICAO
               UNTIL WS-ACHOU-POSICAO
                  OR WS-IDX-POS >= WS-QTD-VERSOES.
           IF NOT WS-ACHOU-POSICAO
               COMPUTE WS-IDX-POS = WS-QTD-VERSOES + 1
           END-IF.

           MOVE WS-QTD-VERSOES TO WS-IDX-DESLOCA.
           PERFORM 0920-DESLOCA-ACIMA
               UNTIL WS-IDX-DESLOCA < WS-IDX-POS.

           MOVE WS-CHV-ORDEM TO WS-VER-ORDEM (WS-IDX-POS).
           MOVE WS-CHV-FIM   TO WS-VER-FIM (WS-IDX-POS).
           MOVE WS-IMG-DADOS TO WS-VER-IMAGEM (WS-IDX-POS).
           ADD 1 TO WS-QTD-VERSOES.

       0900-INSERE-VERSAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 0910-PROCURA-POSICAO
      * Avanca na tabela ate a primeira versao de ordem maior que a
      * da versao a inserir.
      *----------------------------------------------------------------*
       0910-PROCURA-POSICAO.
           ADD 1 TO WS-IDX-POS.
           IF WS-VER-ORDEM (WS-IDX-POS) > WS-CHV-ORDEM
               SET WS-ACHOU-POSICAO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 0920-DESLOCA-ACIMA
      * Desloca uma entrada uma posicao para baixo na tabela, abrindo
      * espaco para a insercao.
      *----------------------------------------------------------------*
       0920-DESLOCA-ACIMA.
           MOVE WS-ENT-VERSAO (WS-IDX-DESLOCA)
               TO WS-ENT-VERSAO (WS-IDX-DESLOCA + 1).
           SUBTRACT 1 FROM WS-IDX-DESLOCA.

      *----------------------------------------------------------------*
      * 0950-REMOVE-VERSAO
      * Remove da tabela em memoria a versao da posicao WS-IDX-POS,
      * deslocando as seguintes.
      *----------------------------------------------------------------*
       0950-REMOVE-VERSAO.
           MOVE WS-IDX-POS TO WS-IDX-DESLOCA.
           PERFORM 0960-DESLOCA-ABAIXO
               UNTIL WS-IDX-DESLOCA >= WS-QTD-VERSOES.
           SUBTRACT 1 FROM WS-QTD-VERSOES.

      *----------------------------------------------------------------*
      * 0960-DESLOCA-ABAIXO
      * Traz a entrada seguinte uma posicao para cima na tabela.
      *----------------------------------------------------------------*
       0960-DESLOCA-ABAIXO.
           MOVE WS-ENT-VERSAO (WS-IDX-DESLOCA + 1)
               TO WS-ENT-VERSAO (WS-IDX-DESLOCA).
           ADD 1 TO WS-IDX-DESLOCA.

      *----------------------------------------------------------------*
      * 0970-LOCALIZA-VERSAO
      * Procura a versao de tabela+chave+inicio de WS-CHV-ORDEM,
      * deixando a posicao em WS-IDX-POS.
      *----------------------------------------------------------------*
       0970-LOCALIZA-VERSAO.
           MOVE "N" TO WS-VERSAO-ACHADA.
           MOVE ZERO TO WS-IDX-POS.
           PERFORM 0975-COMPARA-VERSAO
               UNTIL WS-VERSAO-CADASTRADA
                  OR WS-IDX-POS >= WS-QTD-VERSOES.

      *----------------------------------------------------------------*
      * 0975-COMPARA-VERSAO
      * Compara a versao procurada com a proxima entrada da tabela.
      *----------------------------------------------------------------*
       0975-COMPARA-VERSAO.
           ADD 1 TO WS-IDX-POS.
           IF WS-VER-ORDEM (WS-IDX-POS) = WS-CHV-ORDEM
               SET WS-VERSAO-CADASTRADA TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 1000-CONFERE-TABELAS
      * Confere, na carga, a sequencia de vigencia de todas as
      * chaves: lacuna ou sobreposicao ja existente nas tabelas sai
      * como aviso no relatorio (RC 4) - o movimento ainda pode
      * corrigi-la.
      *----------------------------------------------------------------*
       1000-CONFERE-TABELAS.
           MOVE 1 TO WS-IDX-VERSAO.
           PERFORM 1010-CONFERE-ENTRADA
               UNTIL WS-IDX-VERSAO >= WS-QTD-VERSOES.

           IF WS-TOT-AVISOS > ZERO
               DISPLAY "ATENCAO: " WS-TOT-AVISOS " FALHA(S) DE "
                       "VIGENCIA JA EXISTENTE(S) NAS TABELAS"
           END-IF.

      *----------------------------------------------------------------*
      * 1010-CONFERE-ENTRADA
      * Compara a proxima versao com a anterior quando as duas sao
      * da mesma chave, avisando a falha de vigencia encontrada.
      *----------------------------------------------------------------*
       1010-CONFERE-ENTRADA.
           ADD 1 TO WS-IDX-VERSAO.
           IF WS-VER-IDENT (WS-IDX-VERSAO)
                   = WS-VER-IDENT (WS-IDX-VERSAO - 1)
               PERFORM 2550-COMPARA-VERSOES
               IF WS-VIGENCIA-COM-FALHA
                   ADD 1 TO WS-TOT-AVISOS
                   MOVE WS-VER-TABELA (WS-IDX-VERSAO)
                       TO WS-TAB-CORRENTE
                   PERFORM 8200-NOME-DA-TABELA
                   MOVE SPACES TO WS-LINHA-RESUMO
                   STRING "AVISO: " WS-AUD-NOME-TABELA " "
                       WS-VER-CHAVE (WS-IDX-VERSAO) " "
                       WS-MOTIVO-VIGENCIA
                       DELIMITED BY SIZE INTO WS-LINHA-RESUMO
                   MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO
                   WRITE REG-ATUALIZACAO
                   DISPLAY WS-LINHA-RESUMO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1900-VALIDA-TRANSACAO
      * Triagem da transacao corrente: tabela e operacao
      * reconhecidas, linha criticada como na carga (na exclusao,
      * so a chave e o inicio), inclusao de versao ja cadastrada,
      * alteracao/exclusao de versao inexistente e exclusao da
      * ultima versao da linha DEMAIS sao rejeitadas com o motivo
      * no relatorio.
      *----------------------------------------------------------------*
       1900-VALIDA-TRANSACAO.
           SET WS-TRN-VALIDA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJEITO.

           IF NOT MVT-E-CORTES
                   AND NOT MVT-E-PESOS
                   AND NOT MVT-E-TURMAS
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "TABELA DESCONHECIDA (USE C, P OU T)"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND NOT MVT-E-INCLUSAO
                   AND NOT MVT-E-ALTERACAO
                   AND NOT MVT-E-EXCLUSAO
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "OPERACAO DESCONHECIDA (USE I, A OU E)"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
               MOVE MVT-TABELA TO WS-TAB-CORRENTE
               MOVE MVT-DADOS  TO WS-IMG-DADOS
               IF MVT-E-EXCLUSAO
                   PERFORM 0860-CRITICA-CHAVE
                   IF WS-TRN-VALIDA
                       PERFORM 0700-EXTRAI-CHAVE
                   END-IF
               ELSE
                   PERFORM 0800-CRITICA-LINHA
               END-IF
           END-IF.

           IF WS-TRN-VALIDA
               PERFORM 0970-LOCALIZA-VERSAO
               IF MVT-E-INCLUSAO
                       AND WS-VERSAO-CADASTRADA
                   SET WS-TRN-INVALIDA TO TRUE
                   MOVE "VERSAO JA CADASTRADA NESTA DATA (USE A)"
                       TO WS-MOTIVO-REJEITO
               END-IF
               IF NOT MVT-E-INCLUSAO
                       AND NOT WS-VERSAO-CADASTRADA
                   SET WS-TRN-INVALIDA TO TRUE
                   MOVE "VERSAO NAO CADASTRADA NESTA DATA"
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

      * Os jobs do lote nao iniciam sem uma linha DEMAIS nas tabelas
      * de cortes e de pesos - a ultima versao dela nao sai.
           IF WS-TRN-VALIDA
                   AND MVT-E-EXCLUSAO
                   AND NOT MVT-E-TURMAS
                   AND WS-CHV-CHAVE = "DEMAIS"
               PERFORM 2520-CONTA-VERSOES-CHAVE
               IF WS-QTD-CONTADAS < 2
                   SET WS-TRN-INVALIDA TO TRUE
                   MOVE "ULTIMA VERSAO DA LINHA DEMAIS"
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2000-APLICA-TRANSACAO
      * Aplica a transacao ja validada na tabela em memoria,
      * conforme a operacao solicitada.
      *----------------------------------------------------------------*
       2000-APLICA-TRANSACAO.
           EVALUATE TRUE
               WHEN MVT-E-INCLUSAO
                   PERFORM 2100-APLICA-INCLUSAO
               WHEN MVT-E-ALTERACAO
                   PERFORM 2200-APLICA-ALTERACAO
               WHEN MVT-E-EXCLUSAO
                   PERFORM 2300-APLICA-EXCLUSAO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2100-APLICA-INCLUSAO
      * Encerra na vespera do novo inicio a versao em aberto da
      * mesma chave que comecou antes dele e insere a nova versao.
      *----------------------------------------------------------------*
       2100-APLICA-INCLUSAO.
           MOVE "N" TO WS-ABERTA-ACHADA.
           MOVE ZERO TO WS-IDX-ABERTA.
           PERFORM 2110-PROCURA-ABERTA
               UNTIL WS-HA-VERSAO-ABERTA
                  OR WS-IDX-ABERTA >= WS-QTD-VERSOES.

           IF WS-HA-VERSAO-ABERTA
               MOVE WS-CHV-INICIO TO WS-DATA-TESTE
               PERFORM 7200-DIA-ANTERIOR
               MOVE WS-DATA-TESTE TO WS-NOVO-FIM
               MOVE WS-IMG-DADOS TO WS-IMG-SALVA
               MOVE WS-VER-IMAGEM (WS-IDX-ABERTA) TO WS-IMG-DADOS
               PERFORM 0750-ATUALIZA-FIM-IMAGEM
               MOVE WS-IMG-DADOS TO WS-VER-IMAGEM (WS-IDX-ABERTA)
               MOVE WS-NOVO-FIM TO WS-VER-FIM (WS-IDX-ABERTA)
               MOVE WS-IMG-SALVA TO WS-IMG-DADOS
               MOVE WS-IDX-ABERTA TO WS-IDX-AUDITA
               MOVE "ENCERRADA" TO WS-AUD-ACAO
               PERFORM 8100-PREPARA-AUDITORIA
               ADD 1 TO WS-TOT-ENCERRADAS
               MOVE SPACES TO WS-MOTIVO-REJEITO
               STRING "VERSAO ANTERIOR ENCERRADA EM " WS-NOVO-FIM
                   DELIMITED BY SIZE INTO WS-MOTIVO-REJEITO
           END-IF.

           PERFORM 0900-INSERE-VERSAO
               THRU 0900-INSERE-VERSAO-EXIT.
           IF WS-SEM-ESPACO
               SET WS-TRN-INVALIDA TO TRUE
           ELSE
               MOVE WS-IDX-POS TO WS-IDX-AUDITA
               MOVE "INCLUIDA" TO WS-AUD-ACAO
               PERFORM 8100-PREPARA-AUDITORIA
           END-IF.

      *----------------------------------------------------------------*
      * 2110-PROCURA-ABERTA
      * Compara a proxima entrada da tabela com a chave incluida:
      * mesma chave, em aberto e com inicio anterior ao novo.
      *----------------------------------------------------------------*
       2110-PROCURA-ABERTA.
           ADD 1 TO WS-IDX-ABERTA.
           IF WS-VER-IDENT (WS-IDX-ABERTA) = WS-CHV-IDENT
                   AND WS-VER-FIM (WS-IDX-ABERTA) = WS-DATA-FIM-ABERTO
                   AND WS-VER-INICIO (WS-IDX-ABERTA) < WS-CHV-INICIO
               SET WS-HA-VERSAO-ABERTA TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2200-APLICA-ALTERACAO
      * Substitui a linha da versao localizada pela da transacao (o
      * inicio e o mesmo; o fim e os valores podem mudar), com a
      * linha anterior e a nova na trilha.
      *----------------------------------------------------------------*
       2200-APLICA-ALTERACAO.
           MOVE WS-IDX-POS TO WS-IDX-AUDITA.
           MOVE "ANTERIOR" TO WS-AUD-ACAO.
           PERFORM 8100-PREPARA-AUDITORIA.

           MOVE WS-CHV-FIM   TO WS-VER-FIM (WS-IDX-POS).
           MOVE WS-IMG-DADOS TO WS-VER-IMAGEM (WS-IDX-POS).

           MOVE "ALTERADA" TO WS-AUD-ACAO.
           PERFORM 8100-PREPARA-AUDITORIA.

      *----------------------------------------------------------------*
      * 2300-APLICA-EXCLUSAO
      * Retira a versao localizada da tabela, registrando-a antes na
      * trilha.
      *----------------------------------------------------------------*
       2300-APLICA-EXCLUSAO.
           MOVE WS-IDX-POS TO WS-IDX-AUDITA.
           MOVE "EXCLUIDA" TO WS-AUD-ACAO.
           PERFORM 8100-PREPARA-AUDITORIA.
           PERFORM 0950-REMOVE-VERSAO.

      *----------------------------------------------------------------*
      * 2500-CONFERE-CHAVE
      * Confere, depois da transacao aplicada em memoria, a sequencia
      * de vigencia da chave movimentada - cada versao comeca no dia
      * seguinte ao fim da anterior -, a versao em aberto que toda
      * chave ainda cadastrada precisa manter (sem ela a lacuna
      * depois do ultimo fim nao aparece na comparacao de versoes
      * consecutivas), a versao da linha DEMAIS de cortes e pesos
      * vigente hoje (sem ela os jobs do lote nao iniciam) e a
      * capacidade da tabela nos jobs do lote. Falha rejeita a
      * transacao.
      *----------------------------------------------------------------*
       2500-CONFERE-CHAVE.
           SET WS-VIGENCIA-OK TO TRUE.
           MOVE 1 TO WS-IDX-VERSAO.
           PERFORM 2510-CONFERE-VERSAO-CHAVE
               UNTIL WS-VIGENCIA-COM-FALHA
                  OR WS-IDX-VERSAO >= WS-QTD-VERSOES.

           IF WS-VIGENCIA-COM-FALHA
               SET WS-TRN-INVALIDA TO TRUE
               MOVE WS-MOTIVO-VIGENCIA TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
               PERFORM 2560-CONFERE-ABERTA-CHAVE
               IF WS-QTD-CONTADAS > ZERO
                       AND NOT WS-CHAVE-TEM-ABERTA
                   SET WS-TRN-INVALIDA TO TRUE
                   MOVE "CHAVE FICARIA SEM VERSAO EM ABERTO"
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

           IF WS-TRN-VALIDA
                   AND NOT MVT-E-TURMAS
                   AND WS-CHV-CHAVE = "DEMAIS"
                   AND NOT WS-CHAVE-VIGENTE-HOJE
               SET WS-TRN-INVALIDA TO TRUE
               MOVE "DEMAIS FICARIA SEM VERSAO VIGENTE HOJE"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-TRN-VALIDA
                   AND MVT-E-INCLUSAO
               PERFORM 2530-CONTA-VERSOES-TABELA
               IF (MVT-E-TURMAS
                       AND WS-QTD-CONTADAS > WS-MAX-VERSOES-TURMA)
                   OR (NOT MVT-E-TURMAS
                       AND WS-QTD-CONTADAS > WS-MAX-VERSOES-REGRA)
                   SET WS-TRN-INVALIDA TO TRUE
                   MOVE "EXCEDE A CAPACIDADE DA TABELA NOS JOBS"
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2510-CONFERE-VERSAO-CHAVE
      * Compara a proxima versao com a anterior quando as duas sao
      * da chave movimentada.
      *----------------------------------------------------------------*
       2510-CONFERE-VERSAO-CHAVE.
           ADD 1 TO WS-IDX-VERSAO.
           IF WS-VER-IDENT (WS-IDX-VERSAO) = WS-CHV-IDENT
                   AND WS-VER-IDENT (WS-IDX-VERSAO - 1) = WS-CHV-IDENT
               PERFORM 2550-COMPARA-VERSOES
           END-IF.

      *----------------------------------------------------------------*
      * 2520-CONTA-VERSOES-CHAVE
      * Conta as versoes cadastradas da chave de WS-CHV-IDENT.
      *----------------------------------------------------------------*
       2520-CONTA-VERSOES-CHAVE.
           MOVE ZERO TO WS-QTD-CONTADAS.
           MOVE ZERO TO WS-IDX-VERSAO.
           PERFORM 2525-CONTA-SE-DA-CHAVE
               UNTIL WS-IDX-VERSAO >= WS-QTD-VERSOES.

      *----------------------------------------------------------------*
      * 2525-CONTA-SE-DA-CHAVE
      * Conta a proxima entrada quando ela e da chave procurada.
      *----------------------------------------------------------------*
       2525-CONTA-SE-DA-CHAVE.
           ADD 1 TO WS-IDX-VERSAO.
           IF WS-VER-IDENT (WS-IDX-VERSAO) = WS-CHV-IDENT
               ADD 1 TO WS-QTD-CONTADAS
           END-IF.

      *----------------------------------------------------------------*
      * 2530-CONTA-VERSOES-TABELA
      * Conta as versoes cadastradas da tabela corrente.
      *----------------------------------------------------------------*
       2530-CONTA-VERSOES-TABELA.
           MOVE ZERO TO WS-QTD-CONTADAS.
           MOVE ZERO TO WS-IDX-VERSAO.
           PERFORM 2535-CONTA-SE-DA-TABELA
               UNTIL WS-IDX-VERSAO >= WS-QTD-VERSOES.

      *----------------------------------------------------------------*
      * 2535-CONTA-SE-DA-TABELA
      * Conta a proxima entrada quando ela e da tabela corrente.
      *----------------------------------------------------------------*
       2535-CONTA-SE-DA-TABELA.
           ADD 1 TO WS-IDX-VERSAO.
           IF WS-VER-TABELA (WS-IDX-VERSAO) = WS-TAB-CORRENTE
               ADD 1 TO WS-QTD-CONTADAS
           END-IF.

      *----------------------------------------------------------------*
      * 2550-COMPARA-VERSOES
      * Compara a versao WS-IDX-VERSAO com a anterior da mesma
      * chave: ela deve comecar exatamente no dia seguinte ao fim da
      * anterior. Comecar depois e lacuna; comecar antes (ou a
      * anterior estar em aberto) e sobreposicao.
      *----------------------------------------------------------------*
       2550-COMPARA-VERSOES.
           SET WS-VIGENCIA-OK TO TRUE.
           MOVE SPACES TO WS-MOTIVO-VIGENCIA.
           MOVE WS-VER-FIM (WS-IDX-VERSAO - 1) TO WS-DATA-TESTE.

           IF WS-DATA-TESTE = WS-DATA-FIM-ABERTO
               SET WS-VIGENCIA-COM-FALHA TO TRUE
               STRING "SOBREPOSICAO DE VIGENCIA EM "
                   WS-VER-INICIO (WS-IDX-VERSAO)
                   DELIMITED BY SIZE INTO WS-MOTIVO-VIGENCIA
           ELSE
               PERFORM 7100-DIA-SEGUINTE
               IF WS-VER-INICIO (WS-IDX-VERSAO) > WS-DATA-TESTE
                   SET WS-VIGENCIA-COM-FALHA TO TRUE
                   STRING "LACUNA NA VIGENCIA APOS "
                       WS-VER-FIM (WS-IDX-VERSAO - 1)
                       DELIMITED BY SIZE INTO WS-MOTIVO-VIGENCIA
               END-IF
               IF WS-VER-INICIO (WS-IDX-VERSAO) < WS-DATA-TESTE
                   SET WS-VIGENCIA-COM-FALHA TO TRUE
                   STRING "SOBREPOSICAO DE VIGENCIA EM "
                       WS-VER-INICIO (WS-IDX-VERSAO)
                       DELIMITED BY SIZE INTO WS-MOTIVO-VIGENCIA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2560-CONFERE-ABERTA-CHAVE
      * Percorre as versoes da chave movimentada, ja com a transacao
      * aplicada: conta-as e indica se alguma segue em aberto e se
      * alguma esta vigente na data do sistema.
      *----------------------------------------------------------------*
       2560-CONFERE-ABERTA-CHAVE.
           MOVE ZERO TO WS-QTD-CONTADAS.
           MOVE "N" TO WS-ABERTA-NA-CHAVE.
           MOVE "N" TO WS-VIGENTE-HOJE.
           MOVE ZERO TO WS-IDX-VERSAO.
           PERFORM 2565-CONFERE-VERSAO-ABERTA
               UNTIL WS-IDX-VERSAO >= WS-QTD-VERSOES.

      *----------------------------------------------------------------*
      * 2565-CONFERE-VERSAO-ABERTA
      * Confere a proxima entrada quando ela e da chave movimentada.
      *----------------------------------------------------------------*
       2565-CONFERE-VERSAO-ABERTA.
           ADD 1 TO WS-IDX-VERSAO.
           IF WS-VER-IDENT (WS-IDX-VERSAO) = WS-CHV-IDENT
               ADD 1 TO WS-QTD-CONTADAS
               IF WS-VER-FIM (WS-IDX-VERSAO) = WS-DATA-FIM-ABERTO
                   MOVE "S" TO WS-ABERTA-NA-CHAVE
               END-IF
               IF WS-VER-INICIO (WS-IDX-VERSAO) <= WS-DATA-SISTEMA
                       AND WS-VER-FIM (WS-IDX-VERSAO)
                           >= WS-DATA-SISTEMA
                   MOVE "S" TO WS-VIGENTE-HOJE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3000-PROCESSA-TRANSACAO
      * Processa uma transacao do movimento: guarda a tabela em
      * memoria, valida, aplica e confere a vigencia da chave; a
      * transacao aprovada grava as linhas dela na trilha, a
      * rejeitada e desfeita com a copia. Grava a linha do relatorio
      * e avanca a leitura.
      *----------------------------------------------------------------*
       3000-PROCESSA-TRANSACAO.
           ADD 1 TO WS-TOT-LIDAS.
           MOVE WS-TABELA-VERSOES TO WS-COPIA-VERSOES.
           MOVE ZERO TO WS-QTD-AUD-PEND.
           MOVE ZERO TO WS-IDX-AUD-PEND.

           PERFORM 1900-VALIDA-TRANSACAO.
           IF WS-TRN-VALIDA
               PERFORM 2000-APLICA-TRANSACAO
           END-IF.
           IF WS-TRN-VALIDA
               PERFORM 2500-CONFERE-CHAVE
           END-IF.

           IF WS-TRN-VALIDA
               ADD 1 TO WS-TOT-APLICADAS
               MOVE "APLICADA" TO WS-ATU-RESULTADO
               EVALUATE TRUE
                   WHEN MVT-E-INCLUSAO
                       ADD 1 TO WS-TOT-INCLUSOES
                   WHEN MVT-E-ALTERACAO
                       ADD 1 TO WS-TOT-ALTERACOES
                   WHEN MVT-E-EXCLUSAO
                       ADD 1 TO WS-TOT-EXCLUSOES
               END-EVALUATE
               EVALUATE TRUE
                   WHEN MVT-E-CORTES
                       SET WS-REGRAVA-CORTES TO TRUE
                   WHEN MVT-E-PESOS
                       SET WS-REGRAVA-PESOS TO TRUE
                   WHEN MVT-E-TURMAS
                       SET WS-REGRAVA-TURMAS TO TRUE
               END-EVALUATE
               PERFORM 8050-GRAVA-PENDENTE
                   UNTIL WS-IDX-AUD-PEND >= WS-QTD-AUD-PEND
           ELSE
               IF MVT-E-INCLUSAO
                       AND WS-HA-VERSAO-ABERTA
                   SUBTRACT 1 FROM WS-TOT-ENCERRADAS
               END-IF
               MOVE WS-COPIA-VERSOES TO WS-TABELA-VERSOES
               ADD 1 TO WS-TOT-REJEITADAS
               MOVE "REJEITADA" TO WS-ATU-RESULTADO
               DISPLAY "TRANSACAO REJEITADA - " MVT-TABELA " "
                       MVT-OPERACAO " " MVT-DADOS (1:15)
                       " MOTIVO: " WS-MOTIVO-REJEITO
           END-IF.

           PERFORM 3100-MONTA-LINHA-TRANSACAO.
           MOVE WS-MOTIVO-REJEITO TO WS-ATU-MOTIVO.
           MOVE WS-LINHA-TRANSACAO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE "N" TO WS-ABERTA-ACHADA.
           READ MOVIMENTO-FILE
               AT END
                   SET WS-FIM-MOVIMENTO TO TRUE
           END-READ.

       3000-PROCESSA-TRANSACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-MONTA-LINHA-TRANSACAO
      * Preenche tabela, operacao, chave e vigencia da linha do
      * relatorio como vieram no movimento.
      *----------------------------------------------------------------*
       3100-MONTA-LINHA-TRANSACAO.
           MOVE MVT-TABELA TO WS-TAB-CORRENTE.
           PERFORM 8200-NOME-DA-TABELA.
           MOVE WS-AUD-NOME-TABELA TO WS-ATU-TABELA.
           MOVE MVT-OPERACAO TO WS-ATU-OPERACAO.
           IF MVT-E-TURMAS
               MOVE MVT-DADOS (1:3)    TO WS-ATU-CHAVE
               MOVE MVT-DADOS (109:8)  TO WS-ATU-INICIO
               MOVE MVT-DADOS (117:8)  TO WS-ATU-FIM
           ELSE
               MOVE MVT-DADOS (1:15)   TO WS-ATU-CHAVE
               MOVE MVT-DADOS (25:8)   TO WS-ATU-INICIO
               MOVE MVT-DADOS (33:8)   TO WS-ATU-FIM
           END-IF.

      *----------------------------------------------------------------*
      * 5500-RESUMO-FINAL
      * Imprime no relatorio de atualizacao e no console os totais
      * do movimento processado.
      *----------------------------------------------------------------*
       5500-RESUMO-FINAL.
           MOVE SPACES TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.
           MOVE "RESUMO DO MOVIMENTO" TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "TRANSACOES LIDAS......: " WS-TOT-LIDAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "TRANSACOES APLICADAS..: " WS-TOT-APLICADAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "TRANSACOES REJEITADAS.: " WS-TOT-REJEITADAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  INCLUSOES...........: " WS-TOT-INCLUSOES
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  ALTERACOES..........: " WS-TOT-ALTERACOES
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "  EXCLUSOES...........: " WS-TOT-EXCLUSOES
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "VERSOES ENCERRADAS....: " WS-TOT-ENCERRADAS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           MOVE SPACES TO WS-LINHA-RESUMO.
           STRING "AVISOS NA CARGA.......: " WS-TOT-AVISOS
               DELIMITED BY SIZE INTO WS-LINHA-RESUMO.
           MOVE WS-LINHA-RESUMO TO REG-ATUALIZACAO.
           WRITE REG-ATUALIZACAO.

           DISPLAY " ".
           DISPLAY ">>> RESUMO DA MANUTENCAO DAS TABELAS <<<".
           DISPLAY "Transacoes lidas......: " WS-TOT-LIDAS.
           DISPLAY "Transacoes aplicadas..: " WS-TOT-APLICADAS.
           DISPLAY "Transacoes rejeitadas.: " WS-TOT-REJEITADAS.
           DISPLAY "Versoes encerradas....: " WS-TOT-ENCERRADAS.
           DISPLAY "Avisos na carga.......: " WS-TOT-AVISOS.

      *----------------------------------------------------------------*
      * 6000-REGRAVA-TABELAS
      * Regrava, a partir da tabela em memoria, cada tabela alterada
      * pelo movimento - as versoes saem na ordem de chave e inicio.
      * Erro de abertura derruba o job com RC 8 e fica na trilha.
      *----------------------------------------------------------------*
       6000-REGRAVA-TABELAS.
           IF WS-REGRAVA-CORTES
               OPEN OUTPUT CORTES-FILE
               IF WS-STATUS-CORTES NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR TABELA-CORTES.DAT - "
                           "STATUS: " WS-STATUS-CORTES
                   MOVE SPACES TO WS-AUD-TEXTO
                   STRING "ERRO FATAL DE ARQUIVO: TABELA-CORTES.DAT "
                       "NAO REGRAVADA"
                       DELIMITED BY SIZE INTO WS-AUD-TEXTO
                   PERFORM 8000-GRAVA-AUDITORIA
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE "C" TO WS-TAB-CORRENTE
                   PERFORM 6100-GRAVA-TABELA
                   CLOSE CORTES-FILE
                   DISPLAY "TABELA-CORTES.DAT REGRAVADA: "
                           WS-TOT-GRAVADAS " VERSAO(OES)"
               END-IF
           END-IF.

           IF WS-REGRAVA-PESOS
               OPEN OUTPUT PESOS-FILE
               IF WS-STATUS-PESOS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR TABELA-PESOS.DAT - "
                           "STATUS: " WS-STATUS-PESOS
                   MOVE SPACES TO WS-AUD-TEXTO
                   STRING "ERRO FATAL DE ARQUIVO: TABELA-PESOS.DAT "
                       "NAO REGRAVADA"
                       DELIMITED BY SIZE INTO WS-AUD-TEXTO
                   PERFORM 8000-GRAVA-AUDITORIA
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE "P" TO WS-TAB-CORRENTE
                   PERFORM 6100-GRAVA-TABELA
                   CLOSE PESOS-FILE
                   DISPLAY "TABELA-PESOS.DAT REGRAVADA: "
                           WS-TOT-GRAVADAS " VERSAO(OES)"
               END-IF
           END-IF.

           IF WS-REGRAVA-TURMAS
               OPEN OUTPUT TURMAS-FILE
               IF WS-STATUS-TURMAS NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR TABELA-TURMAS.DAT - "
                           "STATUS: " WS-STATUS-TURMAS
                   MOVE SPACES TO WS-AUD-TEXTO
                   STRING "ERRO FATAL DE ARQUIVO: TABELA-TURMAS.DAT "
                       "NAO REGRAVADA"
                       DELIMITED BY SIZE INTO WS-AUD-TEXTO
                   PERFORM 8000-GRAVA-AUDITORIA
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE "T" TO WS-TAB-CORRENTE
                   PERFORM 6100-GRAVA-TABELA
                   CLOSE TURMAS-FILE
                   DISPLAY "TABELA-TURMAS.DAT REGRAVADA: "
                           WS-TOT-GRAVADAS " VERSAO(OES)"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 6100-GRAVA-TABELA
      * Grava no arquivo da tabela corrente todas as versoes dela.
      *----------------------------------------------------------------*
       6100-GRAVA-TABELA.
           MOVE ZERO TO WS-TOT-GRAVADAS.
           MOVE ZERO TO WS-IDX-VERSAO.
           PERFORM 6110-GRAVA-VERSAO
               UNTIL WS-IDX-VERSAO >= WS-QTD-VERSOES.

      *----------------------------------------------------------------*
      * 6110-GRAVA-VERSAO
      * Grava a proxima entrada da tabela em memoria quando ela e
      * da tabela corrente.
      *----------------------------------------------------------------*
       6110-GRAVA-VERSAO.
           ADD 1 TO WS-IDX-VERSAO.
           IF WS-VER-TABELA (WS-IDX-VERSAO) = WS-TAB-CORRENTE
               ADD 1 TO WS-TOT-GRAVADAS
               EVALUATE WS-TAB-CORRENTE
                   WHEN "C"
                       MOVE WS-VER-IMAGEM (WS-IDX-VERSAO) TO REG-CORTE
                       WRITE REG-CORTE
                   WHEN "P"
                       MOVE WS-VER-IMAGEM (WS-IDX-VERSAO) TO REG-PESO
                       WRITE REG-PESO
                   WHEN OTHER
                       MOVE WS-VER-IMAGEM (WS-IDX-VERSAO)
                           TO REG-TURMA-CAD
                       WRITE REG-TURMA-CAD
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * 7000-VALIDA-DATA
      * Confere se WS-DATA-TESTE (AAAAMMDD) existe no calendario:
      * mes de 1 a 12 e dia dentro do mes, com fevereiro bissexto.
      *----------------------------------------------------------------*
       7000-VALIDA-DATA.
           SET WS-DATA-OK TO TRUE.
           IF WS-DT-ANO < 1900
                   OR WS-DT-MES < 1
                   OR WS-DT-MES > 12
               SET WS-DATA-INVALIDA TO TRUE
           ELSE
               PERFORM 7300-DIAS-NO-MES
               IF WS-DT-DIA < 1
                       OR WS-DT-DIA > WS-DIAS-MES
                   SET WS-DATA-INVALIDA TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 7100-DIA-SEGUINTE
      * Avanca WS-DATA-TESTE (data valida) para o dia seguinte.
      *----------------------------------------------------------------*
       7100-DIA-SEGUINTE.
           PERFORM 7300-DIAS-NO-MES.
           IF WS-DT-DIA < WS-DIAS-MES
               ADD 1 TO WS-DT-DIA
           ELSE
               MOVE 1 TO WS-DT-DIA
               IF WS-DT-MES < 12
                   ADD 1 TO WS-DT-MES
               ELSE
                   MOVE 1 TO WS-DT-MES
                   ADD 1 TO WS-DT-ANO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 7200-DIA-ANTERIOR
      * Recua WS-DATA-TESTE (data valida) para a vespera.
      *----------------------------------------------------------------*
       7200-DIA-ANTERIOR.
           IF WS-DT-DIA > 1
               SUBTRACT 1 FROM WS-DT-DIA
           ELSE
               IF WS-DT-MES > 1
                   SUBTRACT 1 FROM WS-DT-MES
               ELSE
                   MOVE 12 TO WS-DT-MES
                   SUBTRACT 1 FROM WS-DT-ANO
               END-IF
               PERFORM 7300-DIAS-NO-MES
               MOVE WS-DIAS-MES TO WS-DT-DIA
           END-IF.

      *----------------------------------------------------------------*
      * 7300-DIAS-NO-MES
      * Quantidade de dias do mes de WS-DATA-TESTE: fevereiro tem 29
      * nos anos divisiveis por 4, exceto os seculares nao
      * divisiveis por 400.
      *----------------------------------------------------------------*
       7300-DIAS-NO-MES.
           EVALUATE WS-DT-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-MES
               WHEN 2
                   DIVIDE WS-DT-ANO BY 4 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DT-ANO BY 100 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DT-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = ZERO
                           AND (WS-RESTO-100 NOT = ZERO
                                OR WS-RESTO-400 = ZERO)
                       MOVE 29 TO WS-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 8000-GRAVA-AUDITORIA
      * Grava na trilha de auditoria a linha com o texto montado em
      * WS-AUD-TEXTO pelo chamador, carimbada com a data e a hora
      * do sistema.
      *----------------------------------------------------------------*
       8000-GRAVA-AUDITORIA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA-SISTEMA FROM TIME.
           MOVE WS-AUD-HHMMSS TO WS-AUD-HORA.
           MOVE WS-LINHA-AUDITORIA TO REG-AUDITORIA.
           WRITE REG-AUDITORIA.

      *----------------------------------------------------------------*
      * 8050-GRAVA-PENDENTE
      * Grava na trilha a proxima linha guardada da transacao
      * aplicada.
      *----------------------------------------------------------------*
       8050-GRAVA-PENDENTE.
           ADD 1 TO WS-IDX-AUD-PEND.
           MOVE WS-AUD-PENDENTE (WS-IDX-AUD-PEND) TO WS-AUD-TEXTO.
           PERFORM 8000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * 8100-PREPARA-AUDITORIA
      * Monta a linha da trilha da versao WS-IDX-AUDITA com a acao
      * de WS-AUD-ACAO - tabela, chave, vigencia e, nos cortes e
      * pesos, os valores - e a guarda ate a transacao ser aceita.
      *----------------------------------------------------------------*
       8100-PREPARA-AUDITORIA.
           MOVE WS-VER-TABELA (WS-IDX-AUDITA) TO WS-TAB-CORRENTE.
           PERFORM 8200-NOME-DA-TABELA.
           MOVE SPACES TO WS-AUD-CONTEUDO.
           IF WS-TAB-CORRENTE NOT = "T"
               STRING WS-VER-IMAGEM (WS-IDX-AUDITA) (16:3) "/"
                   WS-VER-IMAGEM (WS-IDX-AUDITA) (19:3) "/"
                   WS-VER-IMAGEM (WS-IDX-AUDITA) (22:3)
                   DELIMITED BY SIZE INTO WS-AUD-CONTEUDO
           END-IF.

           ADD 1 TO WS-QTD-AUD-PEND.
           MOVE SPACES TO WS-AUD-PENDENTE (WS-QTD-AUD-PEND).
           STRING "TABELA " WS-AUD-NOME-TABELA " " WS-AUD-ACAO " "
               WS-VER-CHAVE (WS-IDX-AUDITA) " "
               WS-VER-INICIO (WS-IDX-AUDITA) "-"
               WS-VER-FIM (WS-IDX-AUDITA) " " WS-AUD-CONTEUDO
               DELIMITED BY SIZE
               INTO WS-AUD-PENDENTE (WS-QTD-AUD-PEND).

      *----------------------------------------------------------------*
      * 8200-NOME-DA-TABELA
      * Nome da tabela corrente para o relatorio e a trilha.
      *----------------------------------------------------------------*
       8200-NOME-DA-TABELA.
           EVALUATE WS-TAB-CORRENTE
               WHEN "C"
                   MOVE "CORTES" TO WS-AUD-NOME-TABELA
               WHEN "P"
                   MOVE "PESOS"  TO WS-AUD-NOME-TABELA
               WHEN "T"
                   MOVE "TURMAS" TO WS-AUD-NOME-TABELA
               WHEN OTHER
                   MOVE WS-TAB-CORRENTE TO WS-AUD-NOME-TABELA
           END-EVALUATE.
