      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSA-RECUPERACAO.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Apuracao da prova de recuperacao sobre o
      * fechamento do semestre - ate aqui os alunos deixados em
      * RECUPERACAO pelo FECHA-SEMESTRE (e convocados pela
      * CARTA-RECUPERACAO) tinham o resultado final fechado a mao.
      * O job:
      *   1. carga e critica do arquivo de notas da prova
      *      (NOTAS-RECUPERACAO.DAT: ID do aluno, turma e nota);
      *   2. percorre o FECHAMENTO.DAT do semestre do PARM e, para
      *      cada aluno/turma em RECUPERACAO, aplica a regra do
      *      regimento: a media pos-recuperacao e a media
      *      arredondada entre a media do periodo e a nota da prova,
      *      com o conceito contra os cortes do nivel de estudo
      *      (TABELA-CORTES.DAT) - APROVADO no corte C ou acima,
      *      REPROVADO abaixo dele. Aluno em recuperacao sem nota da
      *      prova no prazo (a execucao deste job encerra o prazo)
      *      fecha como REPROVADO, com a media do periodo mantida;
      *   3. grava o registro atualizado com a marca pos-recuperacao
      *      (P) e a nota da prova, e regrava o FECHAMENTO.DAT a
      *      partir da copia de trabalho (FECHAMENTO-POS.DAT) so
      *      depois da copia completa;
      *   4. imprime a ata suplementar (ATA-RECUPERACAO.DAT), um
      *      bloco por turma com a situacao antes e depois da prova,
      *      a critica das notas rejeitadas e os totais.
      * Nota de aluno que nao esta em recuperacao e rejeitada - uma
      * reexecucao nao reabre resultado ja fechado pela recuperacao
      * (o aluno ja nao consta como RECUPERACAO). O semestre (AAAAS)
      * chega via PARM e deve conferir com o do fechamento.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para o resultado da recuperacao
      *                    sair do fechamento manual.
      * 15-OUT-26  LCF     Tabela de cortes com vigencia: o conceito
      *                    pos-recuperacao usa a versao vigente na
      *                    data de referencia gravada no fechamento
      *                    (a mesma da media final); sem versao
      *                    vigente nada e regravado (RC 8).
      * 15-OUT-26  LCF     Copia de trabalho do fechamento com o
      *                    registro de 67 bytes - a de 59 cortava a
      *                    data de referencia na regravacao.
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
      * ARQUIVO DE ENTRADA - NOTAS DA PROVA DE RECUPERACAO
      *----------------------------------------------------------------*
           SELECT NOTAS-REC-FILE ASSIGN TO "NOTAS-RECUPERACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTAS-REC.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA/SAIDA - FECHAMENTO DO SEMESTRE, LIDO NA
      * APURACAO E REGRAVADO A PARTIR DA COPIA DE TRABALHO
      *----------------------------------------------------------------*
           SELECT FECHAMENTO-FILE ASSIGN TO "FECHAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECHAMENTO.

      *----------------------------------------------------------------*
      * ARQUIVO DE TRABALHO - COPIA ATUALIZADA DO FECHAMENTO, COM OS
      * RESULTADOS POS-RECUPERACAO
      *----------------------------------------------------------------*
           SELECT FECHAMENTO-POS-FILE ASSIGN TO "FECHAMENTO-POS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECH-POS.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - TABELA DE CORTES DE CONCEITO, A MESMA
      * USADA PELO DRIVER DO LOTE E PELO FECHAMENTO
      *----------------------------------------------------------------*
           SELECT CORTES-FILE ASSIGN TO "TABELA-CORTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORTES.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO MESTRE DE ALUNOS DA SECRETARIA,
      * INDEXADO POR ID E LIDO POR CHAVE PARA O NOME NA ATA
      *----------------------------------------------------------------*
           SELECT MESTRE-FILE ASSIGN TO "MESTRE-INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID-ALUNO
               FILE STATUS IS WS-STATUS-MESTRE.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - ATA SUPLEMENTAR DA RECUPERACAO
      *----------------------------------------------------------------*
           SELECT ATA-REC-FILE ASSIGN TO "ATA-RECUPERACAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATA-REC.

      *================================================================*
      * DATA DIVISION
      *================================================================*
       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * FD NOTAS-REC-FILE
      * Nota da prova de recuperacao de um aluno numa turma. Campos
      * alfanumericos para a critica de conteudo numerico.
      *----------------------------------------------------------------*
       FD  NOTAS-REC-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-NOTA-REC.
           05  NRC-ID-ALUNO          PIC X(05).
           05  NRC-TURMA             PIC X(03).
           05  NRC-NOTA              PIC X(03).

      *----------------------------------------------------------------*
      * FD FECHAMENTO-FILE
      * Registro de fechamento por aluno e turma
      * (FECHAMENTO-REC.cpy).
      *----------------------------------------------------------------*
       FD  FECHAMENTO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FECHAMENTO-REC.

      *----------------------------------------------------------------*
      * FD FECHAMENTO-POS-FILE
      * Registro fisico da copia de trabalho do fechamento, no mesmo
      * layout de FECHAMENTO-REC.cpy.
      *----------------------------------------------------------------*
       FD  FECHAMENTO-POS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FECHAMENTO-POS        PIC X(67).

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
      * FD MESTRE-FILE
      * Registro do cadastro mestre indexado (MESTRE-FD.cpy), com o
      * ID do aluno como chave primaria.
      *----------------------------------------------------------------*
       FD  MESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MESTRE-FD.

      *----------------------------------------------------------------*
      * FD ATA-REC-FILE
      * Linha formatada da ata suplementar entregue a coordenacao.
      *----------------------------------------------------------------*
       FD  ATA-REC-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-ATA-REC               PIC X(100).

       WORKING-STORAGE SECTION.

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
      * GRAVADA NO FECHAMENTO DO ALUNO
      *----------------------------------------------------------------*
       77  WS-DATA-VIGENCIA          PIC 9(08) VALUE ZERO.

       01  WS-FLAGS-CORTES.
           05  WS-CORTE-ACHADO       PIC X(01) VALUE "N".
               88  WS-NIVEL-TEM-CORTE      VALUE "S".
           05  WS-TEM-DEMAIS         PIC X(01) VALUE "N".
               88  WS-HA-LINHA-DEMAIS      VALUE "S".

      *----------------------------------------------------------------*
      * TABELA DAS NOTAS DA PROVA ACEITAS NA CARGA, COM A MARCA DE
      * USO: CASADA COM UM ALUNO EM RECUPERACAO, ENCONTRADA PARA UM
      * ALUNO FORA DA RECUPERACAO, OU AINDA SEM ALUNO
      *----------------------------------------------------------------*
       01  WS-TABELA-NOTAS-REC.
           05  WS-QTD-NOTAS-REC      PIC 9(03) COMP VALUE ZERO.
           05  WS-ENT-NOTA-REC OCCURS 999 TIMES.
               10  WS-TAB-NRC-ID     PIC 9(05).
               10  WS-TAB-NRC-TURMA  PIC X(03).
               10  WS-TAB-NRC-NOTA   PIC 9(03).
               10  WS-TAB-NRC-USO    PIC X(01).
                   88  WS-NRC-SEM-ALUNO       VALUE "N".
                   88  WS-NRC-CASADA          VALUE "S".
                   88  WS-NRC-FORA-RECUP      VALUE "F".

       77  WS-IDX-NOTA-REC           PIC 9(03) COMP VALUE ZERO.

       01  WS-BUSCA-NOTA-REC.
           05  WS-BUSCA-ID           PIC 9(05) VALUE ZERO.
           05  WS-BUSCA-TURMA        PIC X(03) VALUE SPACES.
           05  WS-NOTA-REC-ACHADA    PIC X(01) VALUE "N".
               88  WS-TEM-NOTA-REC         VALUE "S".
           05  WS-POS-NOTA-REC       PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * INDICADOR DE VALIDACAO DA LINHA DE NOTA CORRENTE
      *----------------------------------------------------------------*
       01  WS-FLAGS-VALIDACAO.
           05  WS-LINHA-VALIDA       PIC X(01) VALUE "S".
               88  WS-LIN-VALIDA     VALUE "S".
               88  WS-LIN-INVALIDA   VALUE "N".
           05  WS-MOTIVO-REJEITO     PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * SEMESTRE DO PARM (AAAAS), CONFERIDO COM O DO FECHAMENTO
      *----------------------------------------------------------------*
       01  WS-PARM-SEMESTRE          PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------*
      * SITUACAO DO ALUNO ANTES E DEPOIS DA PROVA
      *----------------------------------------------------------------*
       01  WS-RESULTADO-ANTES.
           05  WS-MEDIA-ANTES        PIC 9(03) VALUE ZERO.
           05  WS-CONCEITO-ANTES     PIC X(01) VALUE SPACE.
           05  WS-SITUACAO-ANTES     PIC X(20) VALUE SPACES.

       01  WS-RESULTADO-POS.
           05  WS-MEDIA-POS          PIC 9(03) VALUE ZERO.
           05  WS-CONCEITO-POS       PIC X(01) VALUE SPACE.
           05  WS-SITUACAO-POS       PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * CONTROLE DA QUEBRA POR TURMA E TOTAIS DA TURMA CORRENTE
      *----------------------------------------------------------------*
       01  WS-CONTROLE-TURMA.
           05  WS-TURMA-ATUAL        PIC X(03) VALUE SPACES.
           05  WS-TURMA-ABERTA       PIC X(01) VALUE "N".
               88  WS-HA-TURMA-ABERTA      VALUE "S".

       01  WS-TOTAIS-TURMA.
           05  WS-TUR-APROVADOS      PIC 9(04) VALUE ZERO.
           05  WS-TUR-REPROVADOS     PIC 9(04) VALUE ZERO.
           05  WS-TUR-SEM-NOTA       PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * TOTAIS GERAIS DA RECUPERACAO
      *----------------------------------------------------------------*
       01  WS-TOTAIS-RECUPERACAO.
           05  WS-TOT-LIDOS-FECH     PIC 9(05) VALUE ZERO.
           05  WS-TOT-EM-RECUP       PIC 9(05) VALUE ZERO.
           05  WS-TOT-APROVADOS      PIC 9(05) VALUE ZERO.
           05  WS-TOT-REPROVADOS     PIC 9(05) VALUE ZERO.
           05  WS-TOT-SEM-NOTA       PIC 9(05) VALUE ZERO.
           05  WS-TOT-NOTAS-LIDAS    PIC 9(05) VALUE ZERO.
           05  WS-TOT-NOTAS-ACEITAS  PIC 9(05) VALUE ZERO.
           05  WS-TOT-NOTAS-REJEIT   PIC 9(05) VALUE ZERO.
           05  WS-TOT-REGRAVADOS     PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * NOME DO ALUNO CORRENTE, RESOLVIDO DO MESTRE PARA A ATA
      *----------------------------------------------------------------*
       01  WS-NOME-ALUNO             PIC X(30) VALUE SPACES.

       01  WS-FLAGS-MESTRE.
           05  WS-MESTRE-ACHADO      PIC X(01) VALUE "N".
               88  WS-ALUNO-NO-MESTRE      VALUE "S".
               88  WS-ALUNO-SEM-MESTRE     VALUE "N".

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE NA SAIDA
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-NOTAS-REC      PIC X(02) VALUE "00".
       01  WS-STATUS-FECHAMENTO     PIC X(02) VALUE "00".
       01  WS-STATUS-FECH-POS       PIC X(02) VALUE "00".
       01  WS-STATUS-CORTES         PIC X(02) VALUE "00".
       01  WS-STATUS-MESTRE         PIC X(02) VALUE "00".
       01  WS-STATUS-ATA-REC        PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-NOTAS-REC      PIC X(01) VALUE "N".
               88  WS-FIM-NOTAS-REC  VALUE "S".
           05  WS-EOF-FECHAMENTO     PIC X(01) VALUE "N".
               88  WS-FIM-FECHAMENTO VALUE "S".
           05  WS-EOF-FECH-POS       PIC X(01) VALUE "N".
               88  WS-FIM-FECH-POS   VALUE "S".
           05  WS-EOF-CORTES         PIC X(01) VALUE "N".
               88  WS-FIM-CORTES     VALUE "S".

      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DE ALUNO DA ATA SUPLEMENTAR
      *----------------------------------------------------------------*
       01  WS-LINHA-ALUNO-REC.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ARC-ID-ALUNO       PIC 9(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ARC-NOME           PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ARC-MEDIA-ANTES    PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ARC-SITUACAO-ANTES PIC X(11).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-ARC-NOTA-PROVA     PIC X(03).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-ARC-MEDIA-POS      PIC 9(03).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-ARC-CONCEITO-POS   PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-ARC-SITUACAO-POS   PIC X(20).
           05  FILLER                PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------*
      * CABECALHO DE COLUNAS, ALINHADO COM A LINHA DE ALUNO
      *----------------------------------------------------------------*
       01  WS-CABEC-COLUNAS.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "ID".
           05  FILLER                PIC X(32) VALUE "NOME".
           05  FILLER                PIC X(05) VALUE "MED".
           05  FILLER                PIC X(13) VALUE "ANTES".
           05  FILLER                PIC X(06) VALUE "PROVA".
           05  FILLER                PIC X(06) VALUE "FINAL".
           05  FILLER                PIC X(04) VALUE "CON".
           05  FILLER                PIC X(25) VALUE "DEPOIS".

      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DE NOTA REJEITADA DA ATA SUPLEMENTAR
      *----------------------------------------------------------------*
       01  WS-LINHA-NOTA-REJEITADA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-NRJ-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-NRJ-TURMA          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-NRJ-NOTA           PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-NRJ-MOTIVO         PIC X(40).
           05  FILLER                PIC X(41) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHA DE TRABALHO PARA TEXTOS MONTADOS DA ATA
      *----------------------------------------------------------------*
       01  WS-LINHA-ATA             PIC X(100) VALUE SPACES.

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-RECUPERACAO-PRINCIPAL
      * Le o semestre do PARM, carrega cortes e notas da prova, abre
      * o mestre, apura a recuperacao sobre o fechamento gravando a
      * copia de trabalho e a ata suplementar e, com a apuracao
      * completa, regrava o FECHAMENTO.DAT a partir da copia.
      *----------------------------------------------------------------*
       0000-RECUPERACAO-PRINCIPAL.
           DISPLAY "APURACAO DA RECUPERACAO - ATA SUPLEMENTAR".
           DISPLAY " ".

           PERFORM 0500-LE-PARM-SEMESTRE.
           PERFORM 0900-CARGA-CORTES.

           OPEN OUTPUT ATA-REC-FILE.
           IF WS-STATUS-ATA-REC NOT = "00"
               DISPLAY "ERRO AO ABRIR ATA-RECUPERACAO.DAT - STATUS: "
                       WS-STATUS-ATA-REC
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-ATA.
           STRING "ATA SUPLEMENTAR DA RECUPERACAO - SEMESTRE "
               WS-PARM-SEMESTRE
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           PERFORM 1000-CARGA-NOTAS-REC.

           OPEN INPUT MESTRE-FILE.
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO AO ABRIR MESTRE-INDEXADO.DAT - STATUS: "
                       WS-STATUS-MESTRE
               CLOSE ATA-REC-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           OPEN INPUT FECHAMENTO-FILE.
           IF WS-STATUS-FECHAMENTO NOT = "00"
               DISPLAY "ERRO AO ABRIR FECHAMENTO.DAT - STATUS: "
                       WS-STATUS-FECHAMENTO
               CLOSE ATA-REC-FILE
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           OPEN OUTPUT FECHAMENTO-POS-FILE.
           IF WS-STATUS-FECH-POS NOT = "00"
               DISPLAY "ERRO AO ABRIR FECHAMENTO-POS.DAT - STATUS: "
                       WS-STATUS-FECH-POS
               CLOSE ATA-REC-FILE
               CLOSE MESTRE-FILE
               CLOSE FECHAMENTO-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           READ FECHAMENTO-FILE
               AT END
                   SET WS-FIM-FECHAMENTO TO TRUE
           END-READ.
           PERFORM 3000-PROCESSA-FECHAMENTO
                   THRU 3000-PROCESSA-FECHAMENTO-EXIT
               UNTIL WS-FIM-FECHAMENTO.

           IF WS-HA-TURMA-ABERTA
               PERFORM 4500-FECHA-TURMA
           END-IF.

           CLOSE FECHAMENTO-FILE.
           CLOSE FECHAMENTO-POS-FILE.
           CLOSE MESTRE-FILE.

      * Sem nenhum aluno em recuperacao nao ha o que apurar - o
      * fechamento ja foi processado ou ainda nao foi gerado - e o
      * FECHAMENTO.DAT fica como esta.
           IF WS-TOT-EM-RECUP = ZERO
               DISPLAY "ERRO: FECHAMENTO.DAT SEM ALUNOS EM "
                       "RECUPERACAO - NADA A APURAR (JA PROCESSADO?)"
               MOVE "NENHUM ALUNO EM RECUPERACAO NO FECHAMENTO"
                   TO REG-ATA-REC
               WRITE REG-ATA-REC
               CLOSE ATA-REC-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           PERFORM 5000-NOTAS-SEM-ALUNO.
           PERFORM 5500-TOTAIS-GERAIS.
           CLOSE ATA-REC-FILE.

           PERFORM 6000-REGRAVA-FECHAMENTO.

           IF WS-TOT-NOTAS-REJEIT > ZERO
                   OR WS-TOT-SEM-NOTA > ZERO
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

           DISPLAY " ".
           DISPLAY ">>> RESUMO DA RECUPERACAO <<<".
           DISPLAY "Semestre..............: " WS-PARM-SEMESTRE.
           DISPLAY "Alunos em recuperacao.: " WS-TOT-EM-RECUP.
           DISPLAY "Aprovados na prova....: " WS-TOT-APROVADOS.
           DISPLAY "Reprovados na prova...: " WS-TOT-REPROVADOS.
           DISPLAY "Sem nota (reprovados).: " WS-TOT-SEM-NOTA.
           DISPLAY "Notas rejeitadas......: " WS-TOT-NOTAS-REJEIT.
           DISPLAY "Registros regravados..: " WS-TOT-REGRAVADOS.

       0000-RECUPERACAO-EXIT.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500-LE-PARM-SEMESTRE
      * Le o semestre da recuperacao (AAAAS) do PARM da linha de
      * comando. Sem PARM valido o job nao inicia - o semestre e
      * conferido com o de cada registro do fechamento.
      *----------------------------------------------------------------*
       0500-LE-PARM-SEMESTRE.
           ACCEPT WS-PARM-SEMESTRE FROM COMMAND-LINE.
           IF WS-PARM-SEMESTRE NOT NUMERIC
               DISPLAY "ERRO: PARM DE SEMESTRE AUSENTE/INVALIDO ("
                       WS-PARM-SEMESTRE ") - INFORME AAAAS, EX: 20261"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.
           DISPLAY "SEMESTRE DA RECUPERACAO: " WS-PARM-SEMESTRE.
           DISPLAY " ".

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
               GO TO 0000-RECUPERACAO-EXIT
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
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

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
               GO TO 0000-RECUPERACAO-EXIT
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
               GO TO 0000-RECUPERACAO-EXIT
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
      * 1000-CARGA-NOTAS-REC
      * Carrega as notas da prova de recuperacao na tabela em
      * memoria, criticando cada linha; as rejeitadas saem na ata,
      * na secao de critica do arquivo de notas.
      *----------------------------------------------------------------*
       1000-CARGA-NOTAS-REC.
           MOVE ZERO TO WS-QTD-NOTAS-REC.
           MOVE "N" TO WS-EOF-NOTAS-REC.

           OPEN INPUT NOTAS-REC-FILE.
           IF WS-STATUS-NOTAS-REC NOT = "00"
               DISPLAY "ERRO AO ABRIR NOTAS-RECUPERACAO.DAT - STATUS: "
                       WS-STATUS-NOTAS-REC
               CLOSE ATA-REC-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           MOVE SPACES TO REG-ATA-REC.
           WRITE REG-ATA-REC.
           MOVE "CRITICA DAS NOTAS DA PROVA DE RECUPERACAO"
               TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           READ NOTAS-REC-FILE
               AT END
                   SET WS-FIM-NOTAS-REC TO TRUE
           END-READ.
           PERFORM 1100-CARGA-ENTRADA-NOTA
               UNTIL WS-FIM-NOTAS-REC.
           CLOSE NOTAS-REC-FILE.

           MOVE WS-QTD-NOTAS-REC TO WS-TOT-NOTAS-ACEITAS.
           MOVE SPACES TO WS-LINHA-ATA.
           STRING "  NOTAS LIDAS " WS-TOT-NOTAS-LIDAS
               " - ACEITAS " WS-TOT-NOTAS-ACEITAS
               " - REJEITADAS " WS-TOT-NOTAS-REJEIT
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.

      *----------------------------------------------------------------*
      * 1100-CARGA-ENTRADA-NOTA
      * Critica uma linha de nota da prova (ID numerico, turma
      * informada, nota numerica em 0-100, sem repeticao do mesmo
      * aluno/turma) e a carrega na tabela, ou a lista como
      * rejeitada. Tabela cheia interrompe o job.
      *----------------------------------------------------------------*
       1100-CARGA-ENTRADA-NOTA.
           ADD 1 TO WS-TOT-NOTAS-LIDAS.
           SET WS-LIN-VALIDA TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJEITO.

           IF NRC-ID-ALUNO NOT NUMERIC
                   OR NRC-ID-ALUNO = "00000"
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "ID DO ALUNO INVALIDO" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
                   AND NRC-TURMA = SPACES
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "NOTA SEM CODIGO DE TURMA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
                   AND NRC-NOTA NOT NUMERIC
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "NOTA NAO NUMERICA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
                   AND NRC-NOTA > "100"
               SET WS-LIN-INVALIDA TO TRUE
               MOVE "NOTA FORA DA FAIXA 0-100" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-LIN-VALIDA
               MOVE NRC-ID-ALUNO TO WS-BUSCA-ID
               MOVE NRC-TURMA    TO WS-BUSCA-TURMA
               PERFORM 2000-BUSCA-NOTA-REC
               IF WS-TEM-NOTA-REC
                   SET WS-LIN-INVALIDA TO TRUE
                   MOVE "NOTA REPETIDA PARA O ALUNO NA TURMA"
                       TO WS-MOTIVO-REJEITO
               END-IF
           END-IF.

           IF WS-LIN-VALIDA
                   AND WS-QTD-NOTAS-REC >= 999
               DISPLAY "ERRO: NOTAS-RECUPERACAO.DAT EXCEDE A "
                       "CAPACIDADE DA TABELA (999 NOTAS)"
               CLOSE NOTAS-REC-FILE
               CLOSE ATA-REC-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           IF WS-LIN-VALIDA
               ADD 1 TO WS-QTD-NOTAS-REC
               MOVE NRC-ID-ALUNO
                   TO WS-TAB-NRC-ID (WS-QTD-NOTAS-REC)
               MOVE NRC-TURMA
                   TO WS-TAB-NRC-TURMA (WS-QTD-NOTAS-REC)
               MOVE NRC-NOTA
                   TO WS-TAB-NRC-NOTA (WS-QTD-NOTAS-REC)
               MOVE "N" TO WS-TAB-NRC-USO (WS-QTD-NOTAS-REC)
           ELSE
               MOVE NRC-ID-ALUNO      TO WS-NRJ-ID-ALUNO
               MOVE NRC-TURMA         TO WS-NRJ-TURMA
               MOVE NRC-NOTA          TO WS-NRJ-NOTA
               MOVE WS-MOTIVO-REJEITO TO WS-NRJ-MOTIVO
               PERFORM 5900-GRAVA-NOTA-REJEITADA
           END-IF.

           READ NOTAS-REC-FILE
               AT END
                   SET WS-FIM-NOTAS-REC TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1850-BUSCA-MESTRE
      * Le o aluno corrente do mestre indexado pela chave de ID e
      * resolve o nome para a linha da ata.
      *----------------------------------------------------------------*
       1850-BUSCA-MESTRE.
           SET WS-ALUNO-SEM-MESTRE TO TRUE.
           MOVE SPACES TO WS-NOME-ALUNO.
           MOVE FEC-ID-ALUNO TO MST-ID-ALUNO.
           READ MESTRE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALUNO-NO-MESTRE TO TRUE
                   MOVE MST-NOME TO WS-NOME-ALUNO
           END-READ.

      *----------------------------------------------------------------*
      * 2000-BUSCA-NOTA-REC
      * Procura na tabela de notas da prova o aluno/turma de
      * WS-BUSCA-ID e WS-BUSCA-TURMA, deixando a posicao encontrada
      * em WS-POS-NOTA-REC.
      *----------------------------------------------------------------*
       2000-BUSCA-NOTA-REC.
           MOVE "N" TO WS-NOTA-REC-ACHADA.
           MOVE ZERO TO WS-POS-NOTA-REC.
           MOVE ZERO TO WS-IDX-NOTA-REC.
           PERFORM 2010-COMPARA-NOTA-REC
               UNTIL WS-TEM-NOTA-REC
                  OR WS-IDX-NOTA-REC >= WS-QTD-NOTAS-REC.

      *----------------------------------------------------------------*
      * 2010-COMPARA-NOTA-REC
      * Compara o aluno/turma procurado com a proxima nota da tabela.
      *----------------------------------------------------------------*
       2010-COMPARA-NOTA-REC.
           ADD 1 TO WS-IDX-NOTA-REC.
           IF WS-BUSCA-ID = WS-TAB-NRC-ID (WS-IDX-NOTA-REC)
                   AND WS-BUSCA-TURMA =
                       WS-TAB-NRC-TURMA (WS-IDX-NOTA-REC)
               MOVE "S" TO WS-NOTA-REC-ACHADA
               MOVE WS-IDX-NOTA-REC TO WS-POS-NOTA-REC
           END-IF.

      *----------------------------------------------------------------*
      * 2100-BUSCA-CORTES
      * Resolve os cortes do nivel de estudo gravado no fechamento,
      * na versao vigente na data de referencia dele, e, sem linha
      * propria, usa a linha DEMAIS (sem versao vigente nem dela, o
      * job para em 3000 sem regravar nada).
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
           IF FEC-NIVEL-ESTUDO = WS-TAB-CRT-NIVEL (WS-IDX-CORTE)
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
      * 3000-PROCESSA-FECHAMENTO
      * Processa um registro do fechamento: confere o semestre,
      * apura a recuperacao do aluno/turma em RECUPERACAO, marca a
      * nota da prova encontrada para aluno fora da recuperacao,
      * grava o registro (atualizado ou nao) na copia de trabalho e
      * avanca a leitura.
      *----------------------------------------------------------------*
       3000-PROCESSA-FECHAMENTO.
           ADD 1 TO WS-TOT-LIDOS-FECH.

           IF FEC-SEMESTRE NOT = WS-PARM-SEMESTRE
               DISPLAY "ERRO: FECHAMENTO.DAT DO SEMESTRE "
                       FEC-SEMESTRE " - PARM INFORMA "
                       WS-PARM-SEMESTRE " - NADA FOI REGRAVADO"
               CLOSE FECHAMENTO-FILE
               CLOSE FECHAMENTO-POS-FILE
               CLOSE MESTRE-FILE
               CLOSE ATA-REC-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           MOVE FEC-ID-ALUNO TO WS-BUSCA-ID.
           MOVE FEC-TURMA    TO WS-BUSCA-TURMA.
           PERFORM 2000-BUSCA-NOTA-REC.

      * Os cortes da recuperacao sao os da media final - a versao
      * vigente na data de referencia do fechamento.
           IF FEC-SITUACAO-FINAL = "RECUPERACAO"
               MOVE FEC-DATA-REFERENCIA TO WS-DATA-VIGENCIA
               PERFORM 2100-BUSCA-CORTES
               IF NOT WS-NIVEL-TEM-CORTE
                   DISPLAY "ERRO: ALUNO " FEC-ID-ALUNO " TURMA "
                           FEC-TURMA " SEM VERSAO VIGENTE DOS CORTES "
                           "EM " WS-DATA-VIGENCIA
                           " - NADA FOI REGRAVADO"
                   CLOSE FECHAMENTO-FILE
                   CLOSE FECHAMENTO-POS-FILE
                   CLOSE MESTRE-FILE
                   CLOSE ATA-REC-FILE
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-RECUPERACAO-EXIT
               END-IF
           END-IF.

           IF FEC-SITUACAO-FINAL = "RECUPERACAO"
               PERFORM 4000-APLICA-RECUPERACAO
           ELSE
               IF WS-TEM-NOTA-REC
                   MOVE "F" TO WS-TAB-NRC-USO (WS-POS-NOTA-REC)
               END-IF
           END-IF.

           MOVE REG-FECHAMENTO TO REG-FECHAMENTO-POS.
           WRITE REG-FECHAMENTO-POS.

           READ FECHAMENTO-FILE
               AT END
                   SET WS-FIM-FECHAMENTO TO TRUE
           END-READ.

       3000-PROCESSA-FECHAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-ABRE-TURMA
      * Abre o bloco de uma nova turma na ata suplementar.
      *----------------------------------------------------------------*
       3200-ABRE-TURMA.
           MOVE FEC-TURMA TO WS-TURMA-ATUAL.
           MOVE "S" TO WS-TURMA-ABERTA.
           MOVE ZERO TO WS-TUR-APROVADOS.
           MOVE ZERO TO WS-TUR-REPROVADOS.
           MOVE ZERO TO WS-TUR-SEM-NOTA.

           MOVE SPACES TO REG-ATA-REC.
           WRITE REG-ATA-REC.
           MOVE SPACES TO WS-LINHA-ATA.
           STRING "TURMA " WS-TURMA-ATUAL
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.
           MOVE WS-CABEC-COLUNAS TO REG-ATA-REC.
           WRITE REG-ATA-REC.

      *----------------------------------------------------------------*
      * 4000-APLICA-RECUPERACAO
      * Aplica a regra do regimento ao aluno/turma em recuperacao:
      * com nota da prova, media final = (media do periodo + nota
      * da prova) / 2 arredondada, conceito pelos cortes do nivel e
      * APROVADO no corte C ou acima, REPROVADO abaixo; sem nota, a
      * media do periodo fica e o aluno fecha REPROVADO. O registro
      * recebe a marca pos-recuperacao e a linha sai na ata com a
      * situacao antes e depois.
      *----------------------------------------------------------------*
       4000-APLICA-RECUPERACAO.
           IF NOT WS-HA-TURMA-ABERTA
                   OR FEC-TURMA NOT = WS-TURMA-ATUAL
               IF WS-HA-TURMA-ABERTA
                   PERFORM 4500-FECHA-TURMA
               END-IF
               PERFORM 3200-ABRE-TURMA
           END-IF.

           ADD 1 TO WS-TOT-EM-RECUP.
           MOVE FEC-MEDIA-FINAL    TO WS-MEDIA-ANTES.
           MOVE FEC-CONCEITO-FINAL TO WS-CONCEITO-ANTES.
           MOVE FEC-SITUACAO-FINAL TO WS-SITUACAO-ANTES.

           IF WS-TEM-NOTA-REC
               MOVE "S" TO WS-TAB-NRC-USO (WS-POS-NOTA-REC)
               MOVE WS-TAB-NRC-NOTA (WS-POS-NOTA-REC)
                   TO FEC-NOTA-RECUPERACAO
               MOVE WS-TAB-NRC-NOTA (WS-POS-NOTA-REC)
                   TO WS-ARC-NOTA-PROVA
               COMPUTE WS-MEDIA-POS ROUNDED =
                   (WS-MEDIA-ANTES + FEC-NOTA-RECUPERACAO) / 2
               EVALUATE TRUE
                   WHEN WS-MEDIA-POS >= WS-CORTE-A
                       MOVE "A" TO WS-CONCEITO-POS
                   WHEN WS-MEDIA-POS >= WS-CORTE-B
                       MOVE "B" TO WS-CONCEITO-POS
                   WHEN WS-MEDIA-POS >= WS-CORTE-C
                       MOVE "C" TO WS-CONCEITO-POS
                   WHEN OTHER
                       MOVE "D" TO WS-CONCEITO-POS
               END-EVALUATE
               IF WS-MEDIA-POS >= WS-CORTE-C
                   MOVE "APROVADO" TO WS-SITUACAO-POS
                   ADD 1 TO WS-TUR-APROVADOS
                   ADD 1 TO WS-TOT-APROVADOS
               ELSE
                   MOVE "REPROVADO" TO WS-SITUACAO-POS
                   ADD 1 TO WS-TUR-REPROVADOS
                   ADD 1 TO WS-TOT-REPROVADOS
               END-IF
           ELSE
               MOVE ZERO TO FEC-NOTA-RECUPERACAO
               MOVE "---" TO WS-ARC-NOTA-PROVA
               MOVE WS-MEDIA-ANTES    TO WS-MEDIA-POS
               MOVE WS-CONCEITO-ANTES TO WS-CONCEITO-POS
               MOVE "REPROVADO" TO WS-SITUACAO-POS
               ADD 1 TO WS-TUR-SEM-NOTA
               ADD 1 TO WS-TOT-SEM-NOTA
               DISPLAY "SEM NOTA DA PROVA - ALUNO " FEC-ID-ALUNO
                       " TURMA " FEC-TURMA " - FECHADO REPROVADO"
           END-IF.

           MOVE WS-MEDIA-POS    TO FEC-MEDIA-FINAL.
           MOVE WS-CONCEITO-POS TO FEC-CONCEITO-FINAL.
           MOVE WS-SITUACAO-POS TO FEC-SITUACAO-FINAL.
           MOVE "P"             TO FEC-MARCA.

           PERFORM 1850-BUSCA-MESTRE.

           MOVE FEC-ID-ALUNO      TO WS-ARC-ID-ALUNO.
           MOVE WS-NOME-ALUNO     TO WS-ARC-NOME.
           MOVE WS-MEDIA-ANTES    TO WS-ARC-MEDIA-ANTES.
           MOVE WS-SITUACAO-ANTES TO WS-ARC-SITUACAO-ANTES.
           MOVE WS-MEDIA-POS      TO WS-ARC-MEDIA-POS.
           MOVE WS-CONCEITO-POS   TO WS-ARC-CONCEITO-POS.
           IF WS-TEM-NOTA-REC
               MOVE WS-SITUACAO-POS TO WS-ARC-SITUACAO-POS
           ELSE
               MOVE "REPROVADO SEM NOTA" TO WS-ARC-SITUACAO-POS
           END-IF.
           MOVE WS-LINHA-ALUNO-REC TO REG-ATA-REC.
           WRITE REG-ATA-REC.

      *----------------------------------------------------------------*
      * 4500-FECHA-TURMA
      * Fecha o bloco da turma corrente na ata com os subtotais de
      * aprovados, reprovados e alunos sem nota da prova.
      *----------------------------------------------------------------*
       4500-FECHA-TURMA.
           MOVE SPACES TO WS-LINHA-ATA.
           STRING "  SUBTOTAL DA TURMA " WS-TURMA-ATUAL
               " - APROVADOS " WS-TUR-APROVADOS
               " REPROVADOS " WS-TUR-REPROVADOS
               " SEM NOTA " WS-TUR-SEM-NOTA
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.
           MOVE "N" TO WS-TURMA-ABERTA.

      *----------------------------------------------------------------*
      * 5000-NOTAS-SEM-ALUNO
      * Lista na ata as notas da prova aceitas na carga que nao
      * casaram com um aluno em recuperacao: aluno/turma fora do
      * fechamento ou com outra situacao final.
      *----------------------------------------------------------------*
       5000-NOTAS-SEM-ALUNO.
           MOVE SPACES TO REG-ATA-REC.
           WRITE REG-ATA-REC.
           MOVE "NOTAS DA PROVA SEM ALUNO EM RECUPERACAO"
               TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           MOVE ZERO TO WS-IDX-NOTA-REC.
           PERFORM 5100-VERIFICA-NOTA-REC
               UNTIL WS-IDX-NOTA-REC >= WS-QTD-NOTAS-REC.

      *----------------------------------------------------------------*
      * 5100-VERIFICA-NOTA-REC
      * Lista a proxima nota da tabela, se ela nao casou com um
      * aluno em recuperacao.
      *----------------------------------------------------------------*
       5100-VERIFICA-NOTA-REC.
           ADD 1 TO WS-IDX-NOTA-REC.
           IF NOT WS-NRC-CASADA (WS-IDX-NOTA-REC)
               MOVE WS-TAB-NRC-ID (WS-IDX-NOTA-REC) TO WS-NRJ-ID-ALUNO
               MOVE WS-TAB-NRC-TURMA (WS-IDX-NOTA-REC)
                   TO WS-NRJ-TURMA
               MOVE WS-TAB-NRC-NOTA (WS-IDX-NOTA-REC) TO WS-NRJ-NOTA
               IF WS-NRC-FORA-RECUP (WS-IDX-NOTA-REC)
                   MOVE "ALUNO/TURMA NAO ESTA EM RECUPERACAO"
                       TO WS-NRJ-MOTIVO
               ELSE
                   MOVE "ALUNO/TURMA SEM REGISTRO NO FECHAMENTO"
                       TO WS-NRJ-MOTIVO
               END-IF
               PERFORM 5900-GRAVA-NOTA-REJEITADA
           END-IF.

      *----------------------------------------------------------------*
      * 5500-TOTAIS-GERAIS
      * Grava na ata o resumo geral da recuperacao.
      *----------------------------------------------------------------*
       5500-TOTAIS-GERAIS.
           MOVE SPACES TO REG-ATA-REC.
           WRITE REG-ATA-REC.
           MOVE "RESUMO GERAL DA RECUPERACAO" TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           MOVE SPACES TO WS-LINHA-ATA.
           STRING "ALUNOS EM RECUPERACAO.: " WS-TOT-EM-RECUP
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           MOVE SPACES TO WS-LINHA-ATA.
           STRING "APROVADOS NA PROVA....: " WS-TOT-APROVADOS
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           MOVE SPACES TO WS-LINHA-ATA.
           STRING "REPROVADOS NA PROVA...: " WS-TOT-REPROVADOS
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           MOVE SPACES TO WS-LINHA-ATA.
           STRING "SEM NOTA (REPROVADOS).: " WS-TOT-SEM-NOTA
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.

           MOVE SPACES TO WS-LINHA-ATA.
           STRING "NOTAS REJEITADAS......: " WS-TOT-NOTAS-REJEIT
               DELIMITED BY SIZE INTO WS-LINHA-ATA.
           MOVE WS-LINHA-ATA TO REG-ATA-REC.
           WRITE REG-ATA-REC.

      *----------------------------------------------------------------*
      * 5900-GRAVA-NOTA-REJEITADA
      * Grava na ata a linha de nota rejeitada ja montada.
      *----------------------------------------------------------------*
       5900-GRAVA-NOTA-REJEITADA.
           MOVE WS-LINHA-NOTA-REJEITADA TO REG-ATA-REC.
           WRITE REG-ATA-REC.
           ADD 1 TO WS-TOT-NOTAS-REJEIT.
           DISPLAY "NOTA REJEITADA - ALUNO " WS-NRJ-ID-ALUNO
                   " TURMA " WS-NRJ-TURMA " MOTIVO: " WS-NRJ-MOTIVO.

      *----------------------------------------------------------------*
      * 6000-REGRAVA-FECHAMENTO
      * Regrava o FECHAMENTO.DAT a partir da copia de trabalho ja
      * completa, para a secretaria e os jobs seguintes lerem o
      * resultado pos-recuperacao no arquivo de sempre.
      *----------------------------------------------------------------*
       6000-REGRAVA-FECHAMENTO.
           MOVE "N" TO WS-EOF-FECH-POS.

           OPEN INPUT FECHAMENTO-POS-FILE.
           IF WS-STATUS-FECH-POS NOT = "00"
               DISPLAY "ERRO AO REABRIR FECHAMENTO-POS.DAT - STATUS: "
                       WS-STATUS-FECH-POS " - FECHAMENTO.DAT INTACTO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           OPEN OUTPUT FECHAMENTO-FILE.
           IF WS-STATUS-FECHAMENTO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR FECHAMENTO.DAT - STATUS: "
                       WS-STATUS-FECHAMENTO
               DISPLAY "O RESULTADO COMPLETO ESTA EM FECHAMENTO-POS.DAT"
               CLOSE FECHAMENTO-POS-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-RECUPERACAO-EXIT
           END-IF.

           READ FECHAMENTO-POS-FILE
               AT END
                   SET WS-FIM-FECH-POS TO TRUE
           END-READ.
           PERFORM 6100-COPIA-REGISTRO
               UNTIL WS-FIM-FECH-POS.

           CLOSE FECHAMENTO-POS-FILE.
           CLOSE FECHAMENTO-FILE.

           DISPLAY "FECHAMENTO.DAT REGRAVADO COM O RESULTADO "
                   "POS-RECUPERACAO (" WS-TOT-REGRAVADOS
                   " REGISTRO(S))".

      *----------------------------------------------------------------*
      * 6100-COPIA-REGISTRO
      * Copia um registro da copia de trabalho para o fechamento e
      * avanca.
      *----------------------------------------------------------------*
       6100-COPIA-REGISTRO.
           MOVE REG-FECHAMENTO-POS TO REG-FECHAMENTO.
           WRITE REG-FECHAMENTO.
           ADD 1 TO WS-TOT-REGRAVADOS.
           READ FECHAMENTO-POS-FILE
               AT END
                   SET WS-FIM-FECH-POS TO TRUE
           END-READ.
