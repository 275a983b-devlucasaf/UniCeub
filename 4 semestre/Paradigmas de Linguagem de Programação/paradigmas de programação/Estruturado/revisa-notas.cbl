      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-NOTAS.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Revisao de nota ja publicada. O REPROCESSA-EXCECOES
      * so trata registros rejeitados pelo lote; quando o aluno
      * contesta uma N1, N2 ou nota de trabalho de um resultado
      * aceito e publicado, a decisao da coordenacao chega aqui
      * (REVISOES.DAT: protocolo, aluno, data da avaliacao, turma,
      * componente contestado, nota pedida, DEFERIDO/INDEFERIDO,
      * responsavel e motivo). O job:
      *   1. carrega e critica os pedidos e localiza, no historico
      *      semestral (HISTORICO.DAT), o resultado vigente de cada
      *      um - o registro da chave aluno/data/turma;
      *   2. no pedido DEFERIDO, troca a nota do componente, apura
      *      de novo a media ponderada com os pesos do nivel
      *      (TABELA-PESOS.DAT) e o conceito pelo AVALIA-CONCEITO
      *      com os cortes do nivel (TABELA-CORTES.DAT), e REGRAVA
      *      o resultado corrigido no historico com a marca V (a nota
      *      e o conceito substituidos vao no proprio registro) e o
      *      anexa ao extrato academico com a marca REVISADO;
      *   3. grava na trilha de auditoria (AUDITORIA.DAT) cada nota
      *      alterada - nota antiga e nova, responsavel e motivo;
      *   4. imprime a carta de decisao de todo pedido decidido,
      *      deferido ou indeferido (CARTAS-REVISAO.DAT), e a lista
      *      de controle com o destino de cada pedido
      *      (REVISOES-CONTROLE.DAT).
      * Pedido malformado ou sem resultado no historico do periodo
      * nao tem carta: sai rejeitado na lista de controle (RC 4),
      * para a coordenacao corrigir e reapresentar.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para a revisao de nota publicada
      *                    sair da correcao manual do historico.
      * 15-OUT-26  LCF     Linha do extrato leva a turma do resultado
      *                    corrigido, como no driver do lote.
      * 15-OUT-26  LCF     Tabelas de cortes e pesos com vigencia: a
      *                    media e o conceito revisados usam as
      *                    regras vigentes na data da avaliacao
      *                    revisada; sem versao vigente nessa data
      *                    o pedido deferido e rejeitado.
      * 15-OUT-26  LCF     Historico semestral indexado por
      *                    aluno+data+turma (HISTORICO-FD.cpy): o
      *                    resultado de cada pedido e lido pela chave,
      *                    sem varrer o arquivo, e o deferimento
      *                    regrava o proprio registro com a marca V
      *                    em vez de anexar um segundo.
      * 15-OUT-26  LCF     Falha na regravacao do historico rejeita
      *                    o pedido (sem extrato, auditoria nem
      *                    carta de deferimento) e termina com RC 8.
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
      * ARQUIVO DE ENTRADA - PEDIDOS DE REVISAO DECIDIDOS PELA
      * COORDENACAO
      *----------------------------------------------------------------*
           SELECT REVISOES-FILE ASSIGN TO "REVISOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVISOES.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA/SAIDA - HISTORICO SEMESTRAL CUMULATIVO,
      * INDEXADO POR ALUNO+DATA+TURMA: LIDO POR CHAVE PARA LOCALIZAR
      * O RESULTADO VIGENTE E DEPOIS REGRAVADO COM A MARCA V PARA OS
      * RESULTADOS CORRIGIDOS
      *----------------------------------------------------------------*
           SELECT OPTIONAL HISTORICO-FILE
               ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CADASTRO MESTRE DE ALUNOS DA SECRETARIA,
      * INDEXADO POR ID E LIDO POR CHAVE PARA A CARTA
      *----------------------------------------------------------------*
           SELECT MESTRE-FILE ASSIGN TO "MESTRE-INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID-ALUNO
               FILE STATUS IS WS-STATUS-MESTRE.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - TABELA DE PESOS DA COMPOSICAO DA NOTA,
      * A MESMA USADA PELO DRIVER DO LOTE
      *----------------------------------------------------------------*
           SELECT PESOS-FILE ASSIGN TO "TABELA-PESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PESOS.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - TABELA DE CORTES DE CONCEITO, A MESMA
      * USADA PELO DRIVER DO LOTE
      *----------------------------------------------------------------*
           SELECT CORTES-FILE ASSIGN TO "TABELA-CORTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORTES.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - EXTRATO ACADEMICO, REABERTO EM EXTEND PARA
      * ANEXAR OS RESULTADOS CORRIGIDOS
      *----------------------------------------------------------------*
           SELECT OPTIONAL EXTRATO-FILE
               ASSIGN TO "EXTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - CARTAS DE DECISAO, UMA PAGINA POR PEDIDO
      *----------------------------------------------------------------*
           SELECT CARTAS-FILE ASSIGN TO "CARTAS-REVISAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAS.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - LISTA DE CONTROLE DOS PEDIDOS PROCESSADOS
      *----------------------------------------------------------------*
           SELECT CONTROLE-FILE ASSIGN TO "REVISOES-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

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
      * FD REVISOES-FILE
      * Pedido de revisao com a decisao da coordenacao. Campos
      * alfanumericos para a critica de conteudo numerico.
      * Componente: N1, N2 ou TRAB. Decisao: D (deferido) ou I
      * (indeferido).
      *----------------------------------------------------------------*
       FD  REVISOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-REVISAO.
           05  RVS-PROTOCOLO         PIC X(06).
           05  RVS-ID-ALUNO          PIC X(05).
           05  RVS-DATA-AVALIACAO    PIC X(08).
           05  RVS-TURMA             PIC X(03).
           05  RVS-COMPONENTE        PIC X(04).
           05  RVS-NOTA-PEDIDA       PIC X(03).
           05  RVS-DECISAO           PIC X(01).
           05  RVS-RESPONSAVEL       PIC X(15).
           05  RVS-MOTIVO            PIC X(30).

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
      * Registro do cadastro mestre indexado (MESTRE-FD.cpy), com o
      * ID do aluno como chave primaria.
      *----------------------------------------------------------------*
       FD  MESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MESTRE-FD.

      *----------------------------------------------------------------*
      * FD PESOS-FILE
      * Uma linha da tabela de pesos: nivel de estudo, os pesos de
      * N1, N2 e trabalho na composicao da media (soma 100) e a
      * vigencia da versao (AAAAMMDD; fim 99999999 = em aberto).
      *----------------------------------------------------------------*
       FD  PESOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-PESO.
           05  PES-NIVEL-ESTUDO      PIC X(15).
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
       01  REG-CORTE.
           05  CRT-NIVEL-ESTUDO      PIC X(15).
           05  CRT-CORTE-A           PIC 9(03).
           05  CRT-CORTE-B           PIC 9(03).
           05  CRT-CORTE-C           PIC 9(03).
           05  CRT-DT-INICIO         PIC 9(08).
           05  CRT-DT-FIM            PIC 9(08).

      *----------------------------------------------------------------*
      * FD EXTRATO-FILE
      * Extrato delimitado por virgulas do sistema academico.
      *----------------------------------------------------------------*
       FD  EXTRATO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EXTRATO               PIC X(60).

      *----------------------------------------------------------------*
      * FD CARTAS-FILE
      * Linha do arquivo de impressao das cartas de decisao.
      *----------------------------------------------------------------*
       FD  CARTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CARTA                 PIC X(80).

      *----------------------------------------------------------------*
      * FD CONTROLE-FILE
      * Linha da lista de controle dos pedidos.
      *----------------------------------------------------------------*
       FD  CONTROLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CONTROLE              PIC X(100).

      *----------------------------------------------------------------*
      * FD AUDITORIA-FILE
      * Linha datada da trilha de auditoria operacional.
      *----------------------------------------------------------------*
       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA             PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * VARIAVEIS DE CONTROLE E DADOS DO ALUNO CORRENTE
      *----------------------------------------------------------------*
           COPY ALUNO-REC.

      *----------------------------------------------------------------*
      * REGISTRO DE TRABALHO DO HISTORICO SEMESTRAL (HISTORICO-REC)
      *----------------------------------------------------------------*
           COPY HISTORICO-REC.

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE SOMENTE NA
      * SAIDA FINAL - O RETURN-CODE E SOBRESCRITO A CADA CALL DO
      * AVALIA-CONCEITO
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * TABELA DOS PEDIDOS DE REVISAO, COM A CRITICA DE CADA UM E O
      * RESULTADO VIGENTE LOCALIZADO NO HISTORICO (O ULTIMO GRAVADO
      * PARA O ALUNO/DATA/TURMA; UM DEFERIMENTO NESTA EXECUCAO
      * ATUALIZA O VIGENTE DOS PEDIDOS SEGUINTES DA MESMA AVALIACAO)
      *----------------------------------------------------------------*
       01  WS-TABELA-REVISOES.
           05  WS-QTD-REVISOES       PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-REVISAO OCCURS 200 TIMES.
               10  WS-TAB-RVS-PROTOCOLO   PIC X(06).
               10  WS-TAB-RVS-ID          PIC X(05).
               10  WS-TAB-RVS-DATA        PIC X(08).
               10  WS-TAB-RVS-TURMA       PIC X(03).
               10  WS-TAB-RVS-COMPONENTE  PIC X(04).
               10  WS-TAB-RVS-NOTA-PEDIDA PIC X(03).
               10  WS-TAB-RVS-DECISAO     PIC X(01).
                   88  WS-RVS-DEFERIDA         VALUE "D".
                   88  WS-RVS-INDEFERIDA       VALUE "I".
               10  WS-TAB-RVS-RESPONSAVEL PIC X(15).
               10  WS-TAB-RVS-MOTIVO      PIC X(30).
               10  WS-TAB-RVS-CRITICA     PIC X(40).
               10  WS-TAB-RVS-ACHADA      PIC X(01).
                   88  WS-RVS-NO-HISTORICO     VALUE "S".
               10  WS-TAB-RVS-N1          PIC 9(03).
               10  WS-TAB-RVS-N2          PIC 9(03).
               10  WS-TAB-RVS-TRAB        PIC 9(03).
               10  WS-TAB-RVS-NOTA        PIC 9(03).
               10  WS-TAB-RVS-CONCEITO    PIC X(01).
               10  WS-TAB-RVS-SITUACAO    PIC X(20).
               10  WS-TAB-RVS-NIVEL       PIC X(15).

       77  WS-IDX-REVISAO            PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-PROPAGA            PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * CORTES VIGENTES DO ALUNO CORRENTE (CORTES-REC.cpy) E TABELA
      * DE CORTES POR NIVEL DE ESTUDO, COMO NO DRIVER DO LOTE
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

       01  WS-FLAGS-CORTES.
           05  WS-CORTE-ACHADO       PIC X(01) VALUE "N".
               88  WS-NIVEL-TEM-CORTE      VALUE "S".
           05  WS-TEM-DEMAIS         PIC X(01) VALUE "N".
               88  WS-HA-LINHA-DEMAIS      VALUE "S".

      *----------------------------------------------------------------*
      * PESOS VIGENTES DA COMPOSICAO DA NOTA DO ALUNO CORRENTE E
      * TABELA DE PESOS POR NIVEL DE ESTUDO, COMO NO DRIVER DO LOTE
      *----------------------------------------------------------------*
       01  WS-PESOS-VIGENTES.
           05  WS-PESO-N1            PIC 9(03) VALUE ZERO.
           05  WS-PESO-N2            PIC 9(03) VALUE ZERO.
           05  WS-PESO-TRAB          PIC 9(03) VALUE ZERO.

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
      * DATA DE REFERENCIA DA VIGENCIA DAS TABELAS DE REGRAS (CORTES
      * E PESOS) - A DATA DA AVALIACAO REVISADA
      *----------------------------------------------------------------*
       77  WS-DATA-VIGENCIA          PIC 9(08) VALUE ZERO.

       77  WS-SOMA-PESOS             PIC 9(04) VALUE ZERO.

       01  WS-FLAGS-PESOS.
           05  WS-PESO-ACHADO        PIC X(01) VALUE "N".
               88  WS-NIVEL-TEM-PESO       VALUE "S".
           05  WS-TEM-PESO-DEMAIS    PIC X(01) VALUE "N".
               88  WS-HA-PESO-DEMAIS       VALUE "S".

       01  WS-RESULTADO-AVALIACAO.
           05  WS-CONCEITO           PIC X(01) VALUE SPACES.
           05  WS-DESC-CONCEITO      PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * PEDIDO CORRENTE: COMPONENTE CONTESTADO, NOTAS ANTES E DEPOIS
      * E DATA DA AVALIACAO COM AS VISOES PARA A CARTA E A IDADE
      *----------------------------------------------------------------*
       01  WS-PEDIDO-CORRENTE.
           05  WS-PED-NOTA-PEDIDA    PIC 9(03) VALUE ZERO.
           05  WS-PED-COMP-ANTES     PIC 9(03) VALUE ZERO.
           05  WS-PED-MEDIA-ANTES    PIC 9(03) VALUE ZERO.
           05  WS-PED-CONC-ANTES     PIC X(01) VALUE SPACE.
           05  WS-PED-DATA           PIC 9(08) VALUE ZERO.
           05  WS-PED-DATA-R REDEFINES WS-PED-DATA.
               10  WS-PED-ANO        PIC 9(04).
               10  WS-PED-MES-DIA    PIC 9(04).
           05  WS-PED-DATA-PARTES REDEFINES WS-PED-DATA.
               10  WS-PED-AAAA       PIC X(04).
               10  WS-PED-MM         PIC X(02).
               10  WS-PED-DD         PIC X(02).

      *----------------------------------------------------------------*
      * DATA DO SISTEMA (DATA DA CARTA) E DATA DE NASCIMENTO DO
      * ALUNO, PARA A IDADE NA DATA DA AVALIACAO
      *----------------------------------------------------------------*
       01  WS-DATA-SISTEMA           PIC 9(08) VALUE ZERO.
       01  WS-DATA-SISTEMA-PARTES REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-AAAA           PIC X(04).
           05  WS-SIS-MM             PIC X(02).
           05  WS-SIS-DD             PIC X(02).

       01  WS-DATA-NASCIMENTO        PIC 9(08) VALUE ZERO.
       01  WS-DATA-NASCIMENTO-R REDEFINES WS-DATA-NASCIMENTO.
           05  WS-NAS-ANO            PIC 9(04).
           05  WS-NAS-MES-DIA        PIC 9(04).

       77  WS-IDADE-CALCULADA        PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * TOTAIS DA REVISAO DE NOTAS
      *----------------------------------------------------------------*
       01  WS-TOTAIS-REVISAO.
           05  WS-TOT-LIDOS          PIC 9(04) VALUE ZERO.
           05  WS-TOT-DEFERIDOS      PIC 9(04) VALUE ZERO.
           05  WS-TOT-INDEFERIDOS    PIC 9(04) VALUE ZERO.
           05  WS-TOT-REJEITADOS     PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-REVISOES       PIC X(02) VALUE "00".
       01  WS-STATUS-HISTORICO      PIC X(02) VALUE "00".
       01  WS-STATUS-MESTRE         PIC X(02) VALUE "00".
       01  WS-STATUS-PESOS          PIC X(02) VALUE "00".
       01  WS-STATUS-CORTES         PIC X(02) VALUE "00".
       01  WS-STATUS-EXTRATO        PIC X(02) VALUE "00".
       01  WS-STATUS-CARTAS         PIC X(02) VALUE "00".
       01  WS-STATUS-CONTROLE       PIC X(02) VALUE "00".
       01  WS-STATUS-AUDITORIA      PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-REVISOES       PIC X(01) VALUE "N".
               88  WS-FIM-REVISOES   VALUE "S".
           05  WS-EOF-PESOS          PIC X(01) VALUE "N".
               88  WS-FIM-PESOS      VALUE "S".
           05  WS-EOF-CORTES         PIC X(01) VALUE "N".
               88  WS-FIM-CORTES     VALUE "S".

       01  WS-FLAGS-MESTRE.
           05  WS-MESTRE-ACHADO      PIC X(01) VALUE "N".
               88  WS-ALUNO-NO-MESTRE      VALUE "S".
               88  WS-ALUNO-SEM-MESTRE     VALUE "N".

      *----------------------------------------------------------------*
      * INDICADOR DE VALIDACAO DO PEDIDO CORRENTE
      *----------------------------------------------------------------*
       01  WS-FLAGS-VALIDACAO.
           05  WS-PEDIDO-VALIDO      PIC X(01) VALUE "S".
               88  WS-PED-VALIDO     VALUE "S".
               88  WS-PED-INVALIDO   VALUE "N".
           05  WS-MOTIVO-REJEITO     PIC X(40) VALUE SPACES.
           05  WS-REGRAVACAO-HST     PIC X(01) VALUE "S".
               88  WS-HST-REGRAVADO       VALUE "S".
               88  WS-HST-NAO-REGRAVADO   VALUE "N".

      *----------------------------------------------------------------*
      * LINHA DO EXTRATO DO RESULTADO CORRIGIDO - MESMO LAYOUT DA
      * LINHA NORMAL, COM A MARCA REVISADO NO CAMPO FINAL (MESMAS
      * COLUNAS DA MARCA REPROCESSADO)
      *----------------------------------------------------------------*
       01  WS-LINHA-EXTRATO.
           05  WS-EXT-ID-ALUNO       PIC 9(05).
           05  WS-EXT-VIRGULA-1      PIC X(01) VALUE ",".
           05  WS-EXT-NOTA-ALUNO     PIC 9(03).
           05  WS-EXT-VIRGULA-2      PIC X(01) VALUE ",".
           05  WS-EXT-CONCEITO       PIC X(01).
           05  WS-EXT-VIRGULA-3      PIC X(01) VALUE ",".
           05  WS-EXT-SITUACAO       PIC X(20).
           05  WS-EXT-VIRGULA-4      PIC X(01) VALUE ",".
           05  FILLER                PIC X(12) VALUE "REVISADO".
           05  WS-EXT-VIRGULA-5      PIC X(01) VALUE ",".
           05  WS-EXT-TURMA          PIC X(03).
           05  FILLER                PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA: LINHA DATADA GRAVADA POR
      * 8000-GRAVA-AUDITORIA, NO MESMO LAYOUT DO DRIVER DO LOTE
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
           05  WS-AUD-ABERTA         PIC X(01) VALUE "N".
               88  WS-AUDITORIA-ATIVA     VALUE "S".

      *----------------------------------------------------------------*
      * LINHAS DE TRABALHO DA CARTA E DA LISTA DE CONTROLE
      *----------------------------------------------------------------*
       01  WS-LINHA-CARTA           PIC X(80) VALUE SPACES.

       01  WS-LINHA-PAGINA.
           05  FILLER                PIC X(72) VALUE ALL "=".
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-LINHA-CONTROLE.
           05  WS-CTL-PROTOCOLO      PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-CTL-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-CTL-DATA           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-CTL-TURMA          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-CTL-COMPONENTE     PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-CTL-RESULTADO     PIC X(64).

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-REVISAO-PRINCIPAL
      * Abre a trilha, carrega pesos, cortes e pedidos, abre o
      * mestre, localiza o resultado vigente de cada pedido no
      * historico, abre as saidas e decide cada pedido, fechando
      * com os totais na lista de controle e na trilha.
      *----------------------------------------------------------------*
       0000-REVISAO-PRINCIPAL.
           DISPLAY "REVISAO DE NOTAS PUBLICADAS".
           DISPLAY " ".

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN EXTEND AUDITORIA-FILE.
           IF WS-STATUS-AUDITORIA NOT = "00"
                   AND WS-STATUS-AUDITORIA NOT = "05"
               DISPLAY "ERRO AO ABRIR AUDITORIA.DAT - STATUS: "
                       WS-STATUS-AUDITORIA
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.
           MOVE "S" TO WS-AUD-ABERTA.

           PERFORM 0680-CARGA-PESOS.
           PERFORM 0900-CARGA-CORTES.
           PERFORM 1000-CARGA-REVISOES.

           IF WS-QTD-REVISOES = ZERO
               DISPLAY "REVISOES.DAT SEM PEDIDOS - NADA A PROCESSAR"
               GO TO 0000-REVISAO-EXIT
           END-IF.

           PERFORM 1500-LOCALIZA-HISTORICO.
           PERFORM 0700-ABRE-MESTRE.

           OPEN I-O HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
                   AND WS-STATUS-HISTORICO NOT = "05"
               DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                       WS-STATUS-HISTORICO
               CLOSE MESTRE-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           OPEN EXTEND EXTRATO-FILE.
           IF WS-STATUS-EXTRATO NOT = "00"
                   AND WS-STATUS-EXTRATO NOT = "05"
               DISPLAY "ERRO AO ABRIR EXTRATO.DAT - STATUS: "
                       WS-STATUS-EXTRATO
               CLOSE MESTRE-FILE
               CLOSE HISTORICO-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           OPEN OUTPUT CARTAS-FILE.
           IF WS-STATUS-CARTAS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTAS-REVISAO.DAT - STATUS: "
                       WS-STATUS-CARTAS
               CLOSE MESTRE-FILE
               CLOSE HISTORICO-FILE
               CLOSE EXTRATO-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           OPEN OUTPUT CONTROLE-FILE.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "ERRO AO ABRIR REVISOES-CONTROLE.DAT - STATUS: "
                       WS-STATUS-CONTROLE
               CLOSE MESTRE-FILE
               CLOSE HISTORICO-FILE
               CLOSE EXTRATO-FILE
               CLOSE CARTAS-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           MOVE "LISTA DE CONTROLE - PEDIDOS DE REVISAO DE NOTA"
               TO REG-CONTROLE.
           WRITE REG-CONTROLE.

           MOVE ZERO TO WS-IDX-REVISAO.
           PERFORM 3000-PROCESSA-REVISAO
                   THRU 3000-PROCESSA-REVISAO-EXIT
               UNTIL WS-IDX-REVISAO >= WS-QTD-REVISOES.

           PERFORM 6000-TOTAIS-REVISAO.

           CLOSE MESTRE-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE EXTRATO-FILE.
           CLOSE CARTAS-FILE.
           CLOSE CONTROLE-FILE.

           IF WS-TOT-REJEITADOS > ZERO
                   AND WS-CODIGO-RETORNO < 4
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

       0000-REVISAO-EXIT.
      * A trilha e fechada uma unica vez, guardada pelo indicador de
      * abertura, como nos demais jobs que a anexam.
           IF WS-AUDITORIA-ATIVA
               CLOSE AUDITORIA-FILE
           END-IF.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0680-CARGA-PESOS
      * Carrega e critica a tabela de pesos da composicao da nota,
      * com as mesmas regras do driver do lote: pesos numericos
      * somando 100 e linha DEMAIS obrigatoria. Tabela ausente ou
      * malformada interrompe o job (RC 8).
      *----------------------------------------------------------------*
       0680-CARGA-PESOS.
           MOVE ZERO TO WS-QTD-PESOS.
           MOVE "N" TO WS-EOF-PESOS.
           MOVE "N" TO WS-TEM-PESO-DEMAIS.

           OPEN INPUT PESOS-FILE.
           IF WS-STATUS-PESOS NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA-PESOS.DAT - STATUS: "
                       WS-STATUS-PESOS " - JOB NAO INICIADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           READ PESOS-FILE
               AT END
                   SET WS-FIM-PESOS TO TRUE
           END-READ.
           PERFORM 0690-CARGA-ENTRADA-PESO
               UNTIL WS-FIM-PESOS.
           CLOSE PESOS-FILE.

           IF WS-QTD-PESOS = ZERO
                   OR NOT WS-HA-PESO-DEMAIS
               DISPLAY "ERRO: TABELA-PESOS.DAT VAZIA OU SEM A LINHA "
                       "DEMAIS - JOB NAO INICIADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

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
               GO TO 0000-REVISAO-EXIT
           END-IF.

           IF PES-NIVEL-ESTUDO = SPACES
                   OR PES-PESO-N1 NOT NUMERIC
                   OR PES-PESO-N2 NOT NUMERIC
                   OR PES-PESO-TRAB NOT NUMERIC
                   OR PES-DT-INICIO NOT NUMERIC
                   OR PES-DT-FIM NOT NUMERIC
                   OR PES-DT-INICIO > PES-DT-FIM
               DISPLAY "ERRO: LINHA MALFORMADA EM TABELA-PESOS.DAT: "
                       REG-PESO
               MOVE 8 TO WS-CODIGO-RETORNO
               CLOSE PESOS-FILE
               GO TO 0000-REVISAO-EXIT
           END-IF.

           COMPUTE WS-SOMA-PESOS =
               PES-PESO-N1 + PES-PESO-N2 + PES-PESO-TRAB.
           IF WS-SOMA-PESOS NOT = 100
               DISPLAY "ERRO: PESOS NAO SOMAM 100 EM "
                       "TABELA-PESOS.DAT: " REG-PESO
               MOVE 8 TO WS-CODIGO-RETORNO
               CLOSE PESOS-FILE
               GO TO 0000-REVISAO-EXIT
           END-IF.

           ADD 1 TO WS-QTD-PESOS.
           MOVE PES-NIVEL-ESTUDO TO WS-TAB-PES-NIVEL (WS-QTD-PESOS).
           MOVE PES-PESO-N1      TO WS-TAB-PES-N1 (WS-QTD-PESOS).
           MOVE PES-PESO-N2      TO WS-TAB-PES-N2 (WS-QTD-PESOS).
           MOVE PES-PESO-TRAB    TO WS-TAB-PES-TRAB (WS-QTD-PESOS).
           MOVE PES-DT-INICIO    TO WS-TAB-PES-INICIO (WS-QTD-PESOS).
           MOVE PES-DT-FIM       TO WS-TAB-PES-FIM (WS-QTD-PESOS).
           IF PES-NIVEL-ESTUDO = "DEMAIS"
               SET WS-HA-PESO-DEMAIS TO TRUE
           END-IF.

           READ PESOS-FILE
               AT END
                   SET WS-FIM-PESOS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 0700-ABRE-MESTRE
      * Abre o cadastro mestre indexado para a leitura por chave de
      * 1850-BUSCA-MESTRE. Sem o mestre nao ha nome para enderecar
      * as cartas - o job nao prossegue.
      *----------------------------------------------------------------*
       0700-ABRE-MESTRE.
           OPEN INPUT MESTRE-FILE.
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO AO ABRIR MESTRE-INDEXADO.DAT - STATUS: "
                       WS-STATUS-MESTRE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

      *----------------------------------------------------------------*
      * 0900-CARGA-CORTES
      * Carrega e critica a tabela de cortes de conceito, com as
      * mesmas regras do driver do lote: tabela ausente, vazia,
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
               GO TO 0000-REVISAO-EXIT
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
               GO TO 0000-REVISAO-EXIT
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
               GO TO 0000-REVISAO-EXIT
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
               GO TO 0000-REVISAO-EXIT
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
      * 1000-CARGA-REVISOES
      * Carrega os pedidos de revisao na tabela em memoria, com a
      * critica de cada um. Sem o arquivo de pedidos o job nao
      * inicia (RC 8).
      *----------------------------------------------------------------*
       1000-CARGA-REVISOES.
           MOVE ZERO TO WS-QTD-REVISOES.
           MOVE "N" TO WS-EOF-REVISOES.

           OPEN INPUT REVISOES-FILE.
           IF WS-STATUS-REVISOES NOT = "00"
               DISPLAY "ERRO AO ABRIR REVISOES.DAT - STATUS: "
                       WS-STATUS-REVISOES " - JOB NAO INICIADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           READ REVISOES-FILE
               AT END
                   SET WS-FIM-REVISOES TO TRUE
           END-READ.
           PERFORM 1100-CARGA-ENTRADA-REVISAO
               UNTIL WS-FIM-REVISOES.
           CLOSE REVISOES-FILE.

           DISPLAY "PEDIDOS DE REVISAO CARREGADOS: " WS-QTD-REVISOES.
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 1100-CARGA-ENTRADA-REVISAO
      * Move um pedido para a tabela, com o resultado da critica
      * (1150), e avanca a leitura. Tabela cheia interrompe o job.
      *----------------------------------------------------------------*
       1100-CARGA-ENTRADA-REVISAO.
           IF WS-QTD-REVISOES >= 200
               DISPLAY "ERRO: REVISOES.DAT EXCEDE A CAPACIDADE DA "
                       "TABELA (200 PEDIDOS)"
               CLOSE REVISOES-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           ADD 1 TO WS-TOT-LIDOS.
           PERFORM 1150-CRITICA-REVISAO.

           ADD 1 TO WS-QTD-REVISOES.
           MOVE RVS-PROTOCOLO
               TO WS-TAB-RVS-PROTOCOLO (WS-QTD-REVISOES).
           MOVE RVS-ID-ALUNO       TO WS-TAB-RVS-ID (WS-QTD-REVISOES).
           MOVE RVS-DATA-AVALIACAO
               TO WS-TAB-RVS-DATA (WS-QTD-REVISOES).
           MOVE RVS-TURMA       TO WS-TAB-RVS-TURMA (WS-QTD-REVISOES).
           MOVE RVS-COMPONENTE
               TO WS-TAB-RVS-COMPONENTE (WS-QTD-REVISOES).
           MOVE RVS-NOTA-PEDIDA
               TO WS-TAB-RVS-NOTA-PEDIDA (WS-QTD-REVISOES).
           MOVE RVS-DECISAO   TO WS-TAB-RVS-DECISAO (WS-QTD-REVISOES).
           MOVE RVS-RESPONSAVEL
               TO WS-TAB-RVS-RESPONSAVEL (WS-QTD-REVISOES).
           MOVE RVS-MOTIVO     TO WS-TAB-RVS-MOTIVO (WS-QTD-REVISOES).
           MOVE WS-MOTIVO-REJEITO
               TO WS-TAB-RVS-CRITICA (WS-QTD-REVISOES).
           MOVE "N"            TO WS-TAB-RVS-ACHADA (WS-QTD-REVISOES).

           READ REVISOES-FILE
               AT END
                   SET WS-FIM-REVISOES TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1150-CRITICA-REVISAO
      * Critica de conteudo do pedido: aluno e data numericos, turma
      * informada, componente N1/N2/TRAB, nota pedida numerica em
      * 0-100, decisao D ou I, responsavel informado. O motivo fica
      * em branco no pedido valido.
      *----------------------------------------------------------------*
       1150-CRITICA-REVISAO.
           SET WS-PED-VALIDO TO TRUE.
           MOVE SPACES TO WS-MOTIVO-REJEITO.

           IF RVS-ID-ALUNO NOT NUMERIC
               SET WS-PED-INVALIDO TO TRUE
               MOVE "ID DO ALUNO INVALIDO" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-PED-VALIDO
                   AND RVS-DATA-AVALIACAO NOT NUMERIC
               SET WS-PED-INVALIDO TO TRUE
               MOVE "DATA DA AVALIACAO INVALIDA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-PED-VALIDO
                   AND RVS-TURMA = SPACES
               SET WS-PED-INVALIDO TO TRUE
               MOVE "PEDIDO SEM CODIGO DE TURMA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-PED-VALIDO
                   AND RVS-COMPONENTE NOT = "N1"
                   AND RVS-COMPONENTE NOT = "N2"
                   AND RVS-COMPONENTE NOT = "TRAB"
               SET WS-PED-INVALIDO TO TRUE
               MOVE "COMPONENTE DIFERENTE DE N1/N2/TRAB"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-PED-VALIDO
                   AND (RVS-NOTA-PEDIDA NOT NUMERIC
                        OR RVS-NOTA-PEDIDA > "100")
               SET WS-PED-INVALIDO TO TRUE
               MOVE "NOTA PEDIDA FORA DA FAIXA 0-100"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-PED-VALIDO
                   AND RVS-DECISAO NOT = "D"
                   AND RVS-DECISAO NOT = "I"
               SET WS-PED-INVALIDO TO TRUE
               MOVE "DECISAO DIFERENTE DE D/I" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-PED-VALIDO
                   AND RVS-RESPONSAVEL = SPACES
               SET WS-PED-INVALIDO TO TRUE
               MOVE "DECISAO SEM RESPONSAVEL" TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 1500-LOCALIZA-HISTORICO
      * Le no historico semestral, pela chave aluno/data/turma de
      * cada pedido valido, o resultado vigente da avaliacao - o
      * original do lote, ou a ultima revisao ja deferida, que o
      * regravou. Historico ausente deixa todos os pedidos sem
      * resultado.
      *----------------------------------------------------------------*
       1500-LOCALIZA-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
                   AND WS-STATUS-HISTORICO NOT = "05"
               DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                       WS-STATUS-HISTORICO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REVISAO-EXIT
           END-IF.

           MOVE ZERO TO WS-IDX-REVISAO.
           PERFORM 1510-LE-RESULTADO-PEDIDO
               UNTIL WS-IDX-REVISAO >= WS-QTD-REVISOES.
           CLOSE HISTORICO-FILE.

      *----------------------------------------------------------------*
      * 1510-LE-RESULTADO-PEDIDO
      * Le o historico pela chave do proximo pedido valido; achado o
      * registro, ele passa a ser o resultado vigente do pedido.
      *----------------------------------------------------------------*
       1510-LE-RESULTADO-PEDIDO.
           ADD 1 TO WS-IDX-REVISAO.
           IF WS-TAB-RVS-CRITICA (WS-IDX-REVISAO) = SPACES
               MOVE WS-TAB-RVS-ID (WS-IDX-REVISAO)    TO HST-ID-ALUNO
               MOVE WS-TAB-RVS-DATA (WS-IDX-REVISAO)  TO HST-DATA
               MOVE WS-TAB-RVS-TURMA (WS-IDX-REVISAO) TO HST-TURMA
               READ HISTORICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1520-GUARDA-RESULTADO
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 1520-GUARDA-RESULTADO
      * Guarda no pedido corrente as notas, o conceito, a situacao e
      * o nivel do registro do historico lido.
      *----------------------------------------------------------------*
       1520-GUARDA-RESULTADO.
           MOVE REG-HISTORICO TO WS-REG-HISTORICO.
           MOVE "S" TO WS-TAB-RVS-ACHADA (WS-IDX-REVISAO).
           MOVE WS-HST-NOTA-N1   TO WS-TAB-RVS-N1 (WS-IDX-REVISAO).
           MOVE WS-HST-NOTA-N2   TO WS-TAB-RVS-N2 (WS-IDX-REVISAO).
           MOVE WS-HST-NOTA-TRABALHO
               TO WS-TAB-RVS-TRAB (WS-IDX-REVISAO).
           MOVE WS-HST-NOTA      TO WS-TAB-RVS-NOTA (WS-IDX-REVISAO).
           MOVE WS-HST-CONCEITO
               TO WS-TAB-RVS-CONCEITO (WS-IDX-REVISAO).
           MOVE WS-HST-SITUACAO
               TO WS-TAB-RVS-SITUACAO (WS-IDX-REVISAO).
           MOVE WS-HST-NIVEL-ESTUDO
               TO WS-TAB-RVS-NIVEL (WS-IDX-REVISAO).

      *----------------------------------------------------------------*
      * 1850-BUSCA-MESTRE
      * Le o aluno do pedido corrente do mestre indexado pela chave
      * de ID e resolve nome, curso e data de nascimento. Um aluno
      * desativado sai como fora do mestre - nao ha carta a
      * enderecar para quem saiu do cadastro.
      *----------------------------------------------------------------*
       1850-BUSCA-MESTRE.
           SET WS-ALUNO-SEM-MESTRE TO TRUE.
           MOVE SPACES TO WS-NOME-ALUNO.
           MOVE SPACES TO WS-CURSO-ALUNO.
           MOVE ZERO TO WS-DATA-NASCIMENTO.
           MOVE WS-ID-ALUNO TO MST-ID-ALUNO.
           READ MESTRE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT MST-INATIVO
                       SET WS-ALUNO-NO-MESTRE TO TRUE
                       MOVE MST-NOME  TO WS-NOME-ALUNO
                       MOVE MST-CURSO TO WS-CURSO-ALUNO
                       IF MST-DT-NASCIMENTO IS NUMERIC
                           MOVE MST-DT-NASCIMENTO
                               TO WS-DATA-NASCIMENTO
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * 1890-CALCULA-IDADE
      * Apura a idade do aluno na data da avaliacao revisada, a
      * partir da data de nascimento do mestre: diferenca de anos,
      * menos um quando o aniversario do ano ainda nao chegou.
      * Nascimento nao informado deixa a idade zerada.
      *----------------------------------------------------------------*
       1890-CALCULA-IDADE.
           MOVE ZERO TO WS-IDADE.
           IF WS-DATA-NASCIMENTO > ZERO
                   AND WS-DATA-NASCIMENTO < WS-PED-DATA
               COMPUTE WS-IDADE-CALCULADA = WS-PED-ANO - WS-NAS-ANO
               IF WS-PED-MES-DIA < WS-NAS-MES-DIA
                   SUBTRACT 1 FROM WS-IDADE-CALCULADA
               END-IF
               IF WS-IDADE-CALCULADA <= 999
                   MOVE WS-IDADE-CALCULADA TO WS-IDADE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2060-BUSCA-PESOS
      * Resolve os pesos vigentes da composicao da nota do aluno
      * corrente, na versao em vigor na data da avaliacao revisada,
      * e, sem linha propria, usa a linha DEMAIS (sem versao vigente
      * nem dela, o pedido e rejeitado em 3000).
      *----------------------------------------------------------------*
       2060-BUSCA-PESOS.
           MOVE "N" TO WS-PESO-ACHADO.
           MOVE ZERO TO WS-IDX-PESO.
           PERFORM 2070-COMPARA-PESO
               UNTIL WS-NIVEL-TEM-PESO
                  OR WS-IDX-PESO >= WS-QTD-PESOS.

           IF NOT WS-NIVEL-TEM-PESO
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
               MOVE WS-TAB-PES-TRAB (WS-IDX-PESO) TO WS-PESO-TRAB
           END-IF.

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
               MOVE WS-TAB-PES-TRAB (WS-IDX-PESO) TO WS-PESO-TRAB
           END-IF.

      *----------------------------------------------------------------*
      * 2080-CALCULA-MEDIA
      * Apura a media ponderada das notas componentes com os pesos
      * vigentes (soma 100, garantida na carga), arredondada para o
      * inteiro mais proximo.
      *----------------------------------------------------------------*
       2080-CALCULA-MEDIA.
           COMPUTE WS-NOTA-ALUNO ROUNDED =
               (WS-NOTA-N1 * WS-PESO-N1
                + WS-NOTA-N2 * WS-PESO-N2
                + WS-NOTA-TRABALHO * WS-PESO-TRAB) / 100.

      *----------------------------------------------------------------*
      * 2100-BUSCA-CORTES
      * Resolve os cortes vigentes do aluno corrente: procura o nivel
      * de estudo dele na tabela de cortes, na versao em vigor na
      * data da avaliacao revisada, e, sem linha propria, usa a linha
      * DEMAIS (sem versao vigente, o pedido e rejeitado em 3000).
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
           IF WS-NIVEL-ESTUDO = WS-TAB-CRT-NIVEL (WS-IDX-CORTE)
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
      * 3000-PROCESSA-REVISAO
      * Decide o proximo pedido da tabela: pedido malformado, sem
      * resultado no historico, de aluno fora do mestre ou que nao
      * muda a nota sai rejeitado na lista de controle; o deferido
      * corrige o resultado; todo pedido decidido recebe a carta.
      *----------------------------------------------------------------*
       3000-PROCESSA-REVISAO.
           ADD 1 TO WS-IDX-REVISAO.
           MOVE WS-TAB-RVS-CRITICA (WS-IDX-REVISAO)
               TO WS-MOTIVO-REJEITO.

           IF WS-MOTIVO-REJEITO = SPACES
                   AND NOT WS-RVS-NO-HISTORICO (WS-IDX-REVISAO)
               MOVE "AVALIACAO NAO ENCONTRADA NO HISTORICO"
                   TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-MOTIVO-REJEITO NOT = SPACES
               PERFORM 3900-REJEITA-PEDIDO
               GO TO 3000-PROCESSA-REVISAO-EXIT
           END-IF.

           MOVE WS-TAB-RVS-ID (WS-IDX-REVISAO)    TO WS-ID-ALUNO.
           MOVE WS-TAB-RVS-DATA (WS-IDX-REVISAO)  TO WS-PED-DATA.
           MOVE WS-TAB-RVS-TURMA (WS-IDX-REVISAO) TO WS-TURMA.
           MOVE WS-TAB-RVS-NOTA-PEDIDA (WS-IDX-REVISAO)
               TO WS-PED-NOTA-PEDIDA.
           MOVE WS-TAB-RVS-N1 (WS-IDX-REVISAO)    TO WS-NOTA-N1.
           MOVE WS-TAB-RVS-N2 (WS-IDX-REVISAO)    TO WS-NOTA-N2.
           MOVE WS-TAB-RVS-TRAB (WS-IDX-REVISAO)  TO WS-NOTA-TRABALHO.
           MOVE WS-TAB-RVS-NIVEL (WS-IDX-REVISAO) TO WS-NIVEL-ESTUDO.
           MOVE WS-TAB-RVS-NOTA (WS-IDX-REVISAO)
               TO WS-PED-MEDIA-ANTES.
           MOVE WS-TAB-RVS-CONCEITO (WS-IDX-REVISAO)
               TO WS-PED-CONC-ANTES.

           EVALUATE WS-TAB-RVS-COMPONENTE (WS-IDX-REVISAO)
               WHEN "N1"
                   MOVE WS-NOTA-N1 TO WS-PED-COMP-ANTES
               WHEN "N2"
                   MOVE WS-NOTA-N2 TO WS-PED-COMP-ANTES
               WHEN OTHER
                   MOVE WS-NOTA-TRABALHO TO WS-PED-COMP-ANTES
           END-EVALUATE.

           PERFORM 1850-BUSCA-MESTRE.
           IF WS-ALUNO-SEM-MESTRE
               MOVE "ALUNO SEM CADASTRO ATIVO NO MESTRE"
                   TO WS-MOTIVO-REJEITO
               PERFORM 3900-REJEITA-PEDIDO
               GO TO 3000-PROCESSA-REVISAO-EXIT
           END-IF.

           IF WS-RVS-DEFERIDA (WS-IDX-REVISAO)
                   AND WS-PED-NOTA-PEDIDA = WS-PED-COMP-ANTES
               MOVE "NOTA PEDIDA IGUAL A PUBLICADA"
                   TO WS-MOTIVO-REJEITO
               PERFORM 3900-REJEITA-PEDIDO
               GO TO 3000-PROCESSA-REVISAO-EXIT
           END-IF.

      * A nota revisada e apurada com os pesos e cortes que estavam
      * em vigor na data da avaliacao, nao com os de hoje.
           IF WS-RVS-DEFERIDA (WS-IDX-REVISAO)
               MOVE WS-PED-DATA TO WS-DATA-VIGENCIA
               PERFORM 2060-BUSCA-PESOS
               PERFORM 2100-BUSCA-CORTES
               IF NOT WS-NIVEL-TEM-PESO
                       OR NOT WS-NIVEL-TEM-CORTE
                   MOVE "SEM REGRA VIGENTE NA DATA"
                       TO WS-MOTIVO-REJEITO
                   PERFORM 3900-REJEITA-PEDIDO
                   GO TO 3000-PROCESSA-REVISAO-EXIT
               END-IF
           END-IF.

      * Historico que nao aceitou a regravacao deixa o resultado
      * publicado intacto: o pedido volta rejeitado, sem carta.
           IF WS-RVS-DEFERIDA (WS-IDX-REVISAO)
               PERFORM 4000-APLICA-DEFERIMENTO
               IF WS-HST-NAO-REGRAVADO
                   MOVE "ERRO AO REGRAVAR HISTORICO"
                       TO WS-MOTIVO-REJEITO
                   PERFORM 3900-REJEITA-PEDIDO
                   GO TO 3000-PROCESSA-REVISAO-EXIT
               END-IF
               ADD 1 TO WS-TOT-DEFERIDOS
               MOVE SPACES TO WS-CTL-RESULTADO
               STRING "DEFERIDO - " WS-PED-COMP-ANTES " PARA "
                   WS-PED-NOTA-PEDIDA " - MEDIA " WS-PED-MEDIA-ANTES
                   " PARA " WS-NOTA-ALUNO " CONCEITO " WS-CONCEITO
                   DELIMITED BY SIZE INTO WS-CTL-RESULTADO
           ELSE
               ADD 1 TO WS-TOT-INDEFERIDOS
               MOVE SPACES TO WS-CTL-RESULTADO
               STRING "INDEFERIDO - NOTA " WS-PED-COMP-ANTES
                   " MANTIDA - MEDIA " WS-PED-MEDIA-ANTES
                   DELIMITED BY SIZE INTO WS-CTL-RESULTADO
           END-IF.

           PERFORM 5000-IMPRIME-CARTA.
           PERFORM 5500-GRAVA-CONTROLE.

       3000-PROCESSA-REVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3900-REJEITA-PEDIDO
      * Lista o pedido corrente como rejeitado, com o motivo, sem
      * carta - ele volta a coordenacao para correcao.
      *----------------------------------------------------------------*
       3900-REJEITA-PEDIDO.
           ADD 1 TO WS-TOT-REJEITADOS.
           MOVE SPACES TO WS-CTL-RESULTADO.
           STRING "REJEITADO - " WS-MOTIVO-REJEITO
               DELIMITED BY SIZE INTO WS-CTL-RESULTADO.
           PERFORM 5500-GRAVA-CONTROLE.
           DISPLAY "PEDIDO " WS-TAB-RVS-PROTOCOLO (WS-IDX-REVISAO)
                   " REJEITADO: " WS-MOTIVO-REJEITO.

      *----------------------------------------------------------------*
      * 4000-APLICA-DEFERIMENTO
      * Troca a nota do componente contestado, apura de novo a
      * media ponderada e o conceito (pesos e cortes da data da
      * avaliacao, resolvidos em 3000) e grava o resultado corrigido
      * no historico (marca V), no extrato (REVISADO) e na trilha
      * de auditoria. A situacao segue o AVALIA-CONCEITO pela idade
      * na data da avaliacao; uma reprovacao por falta (regra dos
      * 75%) nao e objeto da revisao de nota e permanece, assim
      * como a situacao publicada quando o mestre nao tem a data de
      * nascimento.
      *----------------------------------------------------------------*
       4000-APLICA-DEFERIMENTO.
           EVALUATE WS-TAB-RVS-COMPONENTE (WS-IDX-REVISAO)
               WHEN "N1"
                   MOVE WS-PED-NOTA-PEDIDA TO WS-NOTA-N1
               WHEN "N2"
                   MOVE WS-PED-NOTA-PEDIDA TO WS-NOTA-N2
               WHEN OTHER
                   MOVE WS-PED-NOTA-PEDIDA TO WS-NOTA-TRABALHO
           END-EVALUATE.

           PERFORM 2080-CALCULA-MEDIA.
           PERFORM 1890-CALCULA-IDADE.
           CALL "AVALIA-CONCEITO" USING WS-IDADE WS-NOTA-ALUNO
               WS-NIVEL-ESTUDO WS-CORTE-A WS-CORTE-B WS-CORTE-C
               WS-SITUACAO WS-CONCEITO WS-DESC-CONCEITO.

           IF WS-TAB-RVS-SITUACAO (WS-IDX-REVISAO)
                   = "REPROVADO POR FALTA"
                   OR WS-DATA-NASCIMENTO = ZERO
               MOVE WS-TAB-RVS-SITUACAO (WS-IDX-REVISAO)
                   TO WS-SITUACAO
           END-IF.

           PERFORM 4100-GRAVA-HISTORICO.
           IF WS-HST-REGRAVADO
               PERFORM 4200-GRAVA-EXTRATO
               PERFORM 4300-AUDITA-REVISAO
               PERFORM 4400-PROPAGA-REVISAO
               DISPLAY "REVISAO DEFERIDA - ALUNO " WS-ID-ALUNO
                       " TURMA " WS-TURMA " MEDIA " WS-PED-MEDIA-ANTES
                       " PARA " WS-NOTA-ALUNO " CONCEITO " WS-CONCEITO
           END-IF.

      *----------------------------------------------------------------*
      * 4100-GRAVA-HISTORICO
      * Regrava no historico, na chave aluno/data/turma da avaliacao
      * revisada, o resultado corrigido, com a marca V e a nota e o
      * conceito que ele substitui. Falha na regravacao e erro de
      * arquivo: fica indicada para 3000 rejeitar o pedido (RC 8).
      *----------------------------------------------------------------*
       4100-GRAVA-HISTORICO.
           SET WS-HST-REGRAVADO TO TRUE.
           MOVE WS-ID-ALUNO        TO WS-HST-ID-ALUNO.
           MOVE WS-PED-DATA        TO WS-HST-DATA.
           MOVE WS-NOTA-ALUNO      TO WS-HST-NOTA.
           MOVE WS-CONCEITO        TO WS-HST-CONCEITO.
           MOVE WS-SITUACAO        TO WS-HST-SITUACAO.
           MOVE "V"                TO WS-HST-MARCA.
           MOVE WS-TURMA           TO WS-HST-TURMA.
           MOVE WS-NIVEL-ESTUDO    TO WS-HST-NIVEL-ESTUDO.
           MOVE WS-NOTA-N1         TO WS-HST-NOTA-N1.
           MOVE WS-NOTA-N2         TO WS-HST-NOTA-N2.
           MOVE WS-NOTA-TRABALHO   TO WS-HST-NOTA-TRABALHO.
           MOVE WS-PED-MEDIA-ANTES TO WS-HST-NOTA-ANTERIOR.
           MOVE WS-PED-CONC-ANTES  TO WS-HST-CONC-ANTERIOR.
           MOVE WS-REG-HISTORICO   TO REG-HISTORICO.
           REWRITE REG-HISTORICO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR HISTORICO - ALUNO "
                           WS-ID-ALUNO " DATA " WS-PED-DATA
                           " TURMA " WS-TURMA
                           " STATUS " WS-STATUS-HISTORICO
                   SET WS-HST-NAO-REGRAVADO TO TRUE
                   MOVE 8 TO WS-CODIGO-RETORNO
           END-REWRITE.

      *----------------------------------------------------------------*
      * 4200-GRAVA-EXTRATO
      * Anexa ao extrato academico a linha corrigida do aluno, com
      * a marca REVISADO.
      *----------------------------------------------------------------*
       4200-GRAVA-EXTRATO.
           MOVE WS-ID-ALUNO     TO WS-EXT-ID-ALUNO.
           MOVE WS-NOTA-ALUNO   TO WS-EXT-NOTA-ALUNO.
           MOVE WS-CONCEITO     TO WS-EXT-CONCEITO.
           MOVE WS-SITUACAO     TO WS-EXT-SITUACAO.
           MOVE WS-TURMA        TO WS-EXT-TURMA.
           MOVE WS-LINHA-EXTRATO TO REG-EXTRATO.
           WRITE REG-EXTRATO.

      *----------------------------------------------------------------*
      * 4300-AUDITA-REVISAO
      * Registra na trilha a nota alterada: protocolo, aluno, turma,
      * data, componente com a nota antiga e a nova e a media antes
      * e depois; e, numa segunda linha, quem decidiu e por que.
      *----------------------------------------------------------------*
       4300-AUDITA-REVISAO.
           MOVE SPACES TO WS-AUD-TEXTO.
           STRING "REVISAO " WS-TAB-RVS-PROTOCOLO (WS-IDX-REVISAO)
               " ALUNO " WS-ID-ALUNO " " WS-TURMA " " WS-PED-DATA
               " " WS-TAB-RVS-COMPONENTE (WS-IDX-REVISAO)
               " " WS-PED-COMP-ANTES "->" WS-PED-NOTA-PEDIDA
               " MEDIA " WS-PED-MEDIA-ANTES "->" WS-NOTA-ALUNO
               DELIMITED BY SIZE INTO WS-AUD-TEXTO.
           PERFORM 8000-GRAVA-AUDITORIA.

           MOVE SPACES TO WS-AUD-TEXTO.
           STRING "REVISAO " WS-TAB-RVS-PROTOCOLO (WS-IDX-REVISAO)
               " POR " WS-TAB-RVS-RESPONSAVEL (WS-IDX-REVISAO)
               " - " WS-TAB-RVS-MOTIVO (WS-IDX-REVISAO)
               DELIMITED BY SIZE INTO WS-AUD-TEXTO.
           PERFORM 8000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * 4400-PROPAGA-REVISAO
      * Atualiza o resultado vigente dos pedidos seguintes da mesma
      * avaliacao (aluno/data/turma) com o resultado corrigido - um
      * segundo pedido sobre outro componente parte desta correcao.
      *----------------------------------------------------------------*
       4400-PROPAGA-REVISAO.
           MOVE WS-IDX-REVISAO TO WS-IDX-PROPAGA.
           PERFORM 4410-PROPAGA-PEDIDO
               UNTIL WS-IDX-PROPAGA >= WS-QTD-REVISOES.

      *----------------------------------------------------------------*
      * 4410-PROPAGA-PEDIDO
      * Copia o resultado corrigido para o proximo pedido, quando
      * ele e da mesma avaliacao.
      *----------------------------------------------------------------*
       4410-PROPAGA-PEDIDO.
           ADD 1 TO WS-IDX-PROPAGA.
           IF WS-RVS-NO-HISTORICO (WS-IDX-PROPAGA)
                   AND WS-TAB-RVS-ID (WS-IDX-PROPAGA) = WS-ID-ALUNO
                   AND WS-TAB-RVS-DATA (WS-IDX-PROPAGA) = WS-PED-DATA
                   AND WS-TAB-RVS-TURMA (WS-IDX-PROPAGA) = WS-TURMA
               MOVE WS-NOTA-N1       TO WS-TAB-RVS-N1 (WS-IDX-PROPAGA)
               MOVE WS-NOTA-N2       TO WS-TAB-RVS-N2 (WS-IDX-PROPAGA)
               MOVE WS-NOTA-TRABALHO
                   TO WS-TAB-RVS-TRAB (WS-IDX-PROPAGA)
               MOVE WS-NOTA-ALUNO
                   TO WS-TAB-RVS-NOTA (WS-IDX-PROPAGA)
               MOVE WS-CONCEITO
                   TO WS-TAB-RVS-CONCEITO (WS-IDX-PROPAGA)
               MOVE WS-SITUACAO
                   TO WS-TAB-RVS-SITUACAO (WS-IDX-PROPAGA)
           END-IF.

      *----------------------------------------------------------------*
      * 5000-IMPRIME-CARTA
      * Imprime a pagina da carta de decisao do pedido corrente:
      * data, identificacao, avaliacao e componente contestados, a
      * decisao com a nota e a media resultantes, o responsavel e o
      * motivo.
      *----------------------------------------------------------------*
       5000-IMPRIME-CARTA.
           MOVE WS-LINHA-PAGINA TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "UNICEUB - SECRETARIA ACADEMICA"
               "                    BRASILIA, "
               WS-SIS-DD "/" WS-SIS-MM "/" WS-SIS-AAAA
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "RESULTADO DO PEDIDO DE REVISAO DE NOTA - PROTOCOLO "
               WS-TAB-RVS-PROTOCOLO (WS-IDX-REVISAO)
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "AO(A) ALUNO(A): " WS-NOME-ALUNO
               " (MATRICULA " WS-ID-ALUNO ")"
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "CURSO.........: " WS-CURSO-ALUNO
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "AVALIACAO.....: TURMA " WS-TURMA " DE "
               WS-PED-DD "/" WS-PED-MM "/" WS-PED-AAAA
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "COMPONENTE....: "
               WS-TAB-RVS-COMPONENTE (WS-IDX-REVISAO)
               " - NOTA PUBLICADA " WS-PED-COMP-ANTES
               " - NOTA PEDIDA " WS-PED-NOTA-PEDIDA
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.

           IF WS-RVS-DEFERIDA (WS-IDX-REVISAO)
               MOVE SPACES TO WS-LINHA-CARTA
               STRING "A COORDENACAO DEFERIU O PEDIDO. A NOTA DO "
                   "COMPONENTE PASSA A " WS-PED-NOTA-PEDIDA
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO REG-CARTA
               WRITE REG-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               STRING "E A MEDIA DA AVALIACAO DE " WS-PED-MEDIA-ANTES
                   " (CONCEITO " WS-PED-CONC-ANTES ") PARA "
                   WS-NOTA-ALUNO " (CONCEITO " WS-CONCEITO ")."
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO REG-CARTA
               WRITE REG-CARTA
           ELSE
               MOVE SPACES TO WS-LINHA-CARTA
               STRING "A COORDENACAO INDEFERIU O PEDIDO. PERMANECEM A "
                   "NOTA PUBLICADA " WS-PED-COMP-ANTES
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO REG-CARTA
               WRITE REG-CARTA
               MOVE SPACES TO WS-LINHA-CARTA
               STRING "E A MEDIA DA AVALIACAO, " WS-PED-MEDIA-ANTES
                   " (CONCEITO " WS-PED-CONC-ANTES ")."
                   DELIMITED BY SIZE INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO REG-CARTA
               WRITE REG-CARTA
           END-IF.

           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "MOTIVO........: " WS-TAB-RVS-MOTIVO (WS-IDX-REVISAO)
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "RESPONSAVEL...: "
               WS-TAB-RVS-RESPONSAVEL (WS-IDX-REVISAO)
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "SECRETARIA ACADEMICA" TO REG-CARTA.
           WRITE REG-CARTA.

      *----------------------------------------------------------------*
      * 5500-GRAVA-CONTROLE
      * Grava a linha do pedido corrente na lista de controle, com o
      * resultado ja montado em WS-CTL-RESULTADO.
      *----------------------------------------------------------------*
       5500-GRAVA-CONTROLE.
           MOVE WS-TAB-RVS-PROTOCOLO (WS-IDX-REVISAO)
               TO WS-CTL-PROTOCOLO.
           MOVE WS-TAB-RVS-ID (WS-IDX-REVISAO)    TO WS-CTL-ID-ALUNO.
           MOVE WS-TAB-RVS-DATA (WS-IDX-REVISAO)  TO WS-CTL-DATA.
           MOVE WS-TAB-RVS-TURMA (WS-IDX-REVISAO) TO WS-CTL-TURMA.
           MOVE WS-TAB-RVS-COMPONENTE (WS-IDX-REVISAO)
               TO WS-CTL-COMPONENTE.
           MOVE WS-LINHA-CONTROLE TO REG-CONTROLE.
           WRITE REG-CONTROLE.

      *----------------------------------------------------------------*
      * 6000-TOTAIS-REVISAO
      * Fecha a lista de controle com os totais, grava a linha de
      * totais na trilha e exibe o resumo.
      *----------------------------------------------------------------*
       6000-TOTAIS-REVISAO.
           MOVE SPACES TO REG-CONTROLE.
           WRITE REG-CONTROLE.
           MOVE SPACES TO WS-LINHA-CARTA.
           STRING "PEDIDOS LIDOS " WS-TOT-LIDOS
               " - DEFERIDOS " WS-TOT-DEFERIDOS
               " - INDEFERIDOS " WS-TOT-INDEFERIDOS
               " - REJEITADOS " WS-TOT-REJEITADOS
               DELIMITED BY SIZE INTO WS-LINHA-CARTA.
           MOVE WS-LINHA-CARTA TO REG-CONTROLE.
           WRITE REG-CONTROLE.

           MOVE SPACES TO WS-AUD-TEXTO.
           STRING "REVISAO DE NOTAS - LIDOS " WS-TOT-LIDOS
               " DEF " WS-TOT-DEFERIDOS
               " INDEF " WS-TOT-INDEFERIDOS
               " REJ " WS-TOT-REJEITADOS
               DELIMITED BY SIZE INTO WS-AUD-TEXTO.
           PERFORM 8000-GRAVA-AUDITORIA.

           DISPLAY " ".
           DISPLAY ">>> RESUMO DA REVISAO DE NOTAS <<<".
           DISPLAY "Pedidos lidos.........: " WS-TOT-LIDOS.
           DISPLAY "Deferidos.............: " WS-TOT-DEFERIDOS.
           DISPLAY "Indeferidos...........: " WS-TOT-INDEFERIDOS.
           DISPLAY "Rejeitados............: " WS-TOT-REJEITADOS.

      *----------------------------------------------------------------*
      * 8000-GRAVA-AUDITORIA
      * Grava na trilha de auditoria a linha de texto montada em
      * WS-AUD-TEXTO pelo chamador, carimbada com a data e a hora
      * correntes do sistema - mesmo layout do driver do lote.
      *----------------------------------------------------------------*
       8000-GRAVA-AUDITORIA.
           ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA-SISTEMA FROM TIME.
           MOVE WS-AUD-HHMMSS TO WS-AUD-HORA.
           MOVE WS-LINHA-AUDITORIA TO REG-AUDITORIA.
           WRITE REG-AUDITORIA.
