      *================================================================*
      * IDENTIFICATION DIVISION
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPURGO-LGPD.
       AUTHOR. LCF.
       INSTALLATION. SECRETARIA ACADEMICA.
       DATE-WRITTEN. 15-OUT-26.
       DATE-COMPILED. 15-OUT-26.
      *----------------------------------------------------------------*
      * OBJETIVO: Expurgo periodico dos dados pessoais de ex-alunos,
      * pela LGPD. O aluno desativado pelo MANUTENCAO-MESTRE (situacao
      * I) ficava para sempre no mestre com nome e nascimento, e o
      * ID dele seguia nos arquivamentos de semestre e nos arquivos
      * derivados do lote. O job:
      *   1. seleciona no mestre indexado os alunos inativos e apura
      *      a data-base da retencao de cada um - a mais recente entre
      *      a data de desativacao (MST-DT-DESATIVACAO) e o fim do
      *      ultimo semestre em que o aluno aparece nos arquivamentos
      *      (HISTORICO-AAAAS.DAT, listados no catalogo
      *      SEMESTRES-ARQUIVADOS.DAT) ou no FECHAMENTO.DAT; sem
      *      nenhuma das duas, vale a data de matricula;
      *   2. preserva, com o motivo no certificado, o aluno com
      *      pedido de revisao de nota em aberto (REVISOES.DAT), com
      *      recuperacao em aberto (RECUPERACAO no FECHAMENTO.DAT) ou
      *      com resultado ainda nao fechado pelo FECHA-SEMESTRE
      *      (registro no HISTORICO.DAT corrente);
      *   3. para cada aluno com a retencao vencida e sem
      *      impedimento, atribui um pseudonimo da faixa reservada
      *      (IDs 90000-99999, o proximo depois do maior ja gravado
      *      no mestre, nos arquivamentos ou no FECHAMENTO.DAT) e
      *      regrava sob ele os resultados academicos:
      *      os registros de cada arquivamento (nova chave) e as
      *      linhas do FECHAMENTO.DAT e da copia FECHAMENTO-POS.DAT -
      *      as notas ficam para a estatistica, sem o aluno;
      *   4. anonimiza as linhas do aluno nos derivados que levam
      *      o nome dele - EXCECOES.DAT, CARTAS.DAT, CARTAS-
      *      CONTROLE.DAT, CARTAS-REVISAO.DAT, TRANSCRITO.DAT,
      *      ATA-FINAL.DAT, ATA-RECUPERACAO.DAT, RANKING-CURSOS.DAT,
      *      QUADRO-HONRA.DAT, ALERTA-RISCO.DAT, PRE-CRITICA.DAT,
      *      RECEPCAO-FOLHAS.DAT e RELATORIO-NOTAS.DAT: nome
      *      substituido e ID trocado pelo pseudonimo; o curso fica,
      *      como no mestre. EXTRATO.DAT e REVISOES-CONTROLE.DAT
      *      ficam como estao: levam so a matricula, sem nome, e o
      *      extrato e a remessa ja entregue ao sistema academico,
      *      conferida pelo CONCILIA-LOTE contra o retorno - com o
      *      mestre trocado a matricula nao identifica mais ninguem.
      *      O cadastro
      *      sequencial da secretaria (MESTRE-ALUNOS.DAT, origem da
      *      carga do mestre indexado) recebe a mesma troca e tem o
      *      nascimento zerado;
      *   5. troca, por ultimo, o registro do mestre pelo do
      *      pseudonimo - curso, matricula e datas academicas
      *      mantidos, nome substituido e nascimento zerado - e
      *      apaga o registro do ID original;
      *   6. imprime o certificado de expurgo (CERTIFICADO-
      *      EXPURGO.DAT) com cada aluno anonimizado, os preservados
      *      e os totais, e grava cada anonimizacao na trilha de
      *      auditoria (AUDITORIA.DAT). Aluno que sai do mestre
      *      durante o expurgo fica pendente (RC 4), fora da lista
      *      dos anonimizados e da trilha.
      * A relacao ID original x pseudonimo so e gravada no controle
      * EXPURGO-PSEUDONIMOS.DAT, de acesso restrito: gravado antes
      * da primeira regravacao e zerado quando o mestre termina de
      * ser trocado. O mestre e o ultimo a ser regravado: um job
      * interrompido no meio e reexecutado ainda encontra o aluno,
      * rele o controle e completa os arquivos restantes sob o
      * mesmo pseudonimo - a anonimizacao comecada e levada ate o
      * fim mesmo que o aluno tenha passado a ter impedimento.
      * Os pseudonimos sao dados em sequencia, na ordem do ID: com
      * o certificado (ou a trilha) da execucao ainda e possivel
      * reconstituir a relacao. Os dois sao documentos de acesso
      * restrito da secretaria, como o proprio cadastro.
      * O prazo de retencao, em anos (NN, ex: 05), chega via PARM e
      * e obrigatorio - expurgo e ato deliberado da secretaria, nao
      * ha valor padrao.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para a politica de retencao de
      *                    dados pessoais de ex-alunos (LGPD).
      * 15-OUT-26  LCF     Cadastro sequencial MESTRE-ALUNOS.DAT
      *                    anonimizado junto com os derivados; faixa
      *                    de pseudonimos retomada tambem do maior ID
      *                    90000+ dos arquivamentos e do FECHAMENTO;
      *                    aluno que sai do mestre durante o expurgo
      *                    fica pendente (RC 4), fora da lista dos
      *                    anonimizados e da trilha.
      * 15-OUT-26  LCF     Controle de pseudonimos da execucao
      *                    (EXPURGO-PSEUDONIMOS.DAT) para o rerun
      *                    reaproveitar o pseudonimo ja dado; atas,
      *                    cartas de revisao, ranking, quadro de
      *                    honra, alertas, pre-critica, recepcao das
      *                    folhas e relatorio de notas anonimizados.
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
      * ARQUIVO DE ENTRADA/SAIDA - CADASTRO MESTRE DE ALUNOS,
      * INDEXADO POR ID: LIDO EM SEQUENCIA NA SELECAO DOS INATIVOS E
      * REGRAVADO POR CHAVE NA TROCA PELO PSEUDONIMO
      *----------------------------------------------------------------*
           SELECT MESTRE-FILE ASSIGN TO "MESTRE-INDEXADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID-ALUNO
               FILE STATUS IS WS-STATUS-MESTRE.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - CATALOGO DE SEMESTRES ARQUIVADOS
      *----------------------------------------------------------------*
           SELECT OPTIONAL SEMESTRES-FILE
               ASSIGN TO "SEMESTRES-ARQUIVADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEMESTRES.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA/SAIDA - ARQUIVAMENTO DE SEMESTRE
      * (HISTORICO-AAAAS.DAT), COM O NOME MONTADO EM
      * WS-NOME-ARQUIVO-HIST, INDEXADO PELAS CHAVES DO HISTORICO
      *----------------------------------------------------------------*
           SELECT ARQUIVO-FILE ASSIGN TO WS-NOME-ARQUIVO-HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               ALTERNATE RECORD KEY IS ARQ-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - HISTORICO SEMESTRAL CORRENTE, AINDA NAO
      * FECHADO: LIDO POR CHAVE SO PARA SABER SE O ALUNO TEM
      * RESULTADO EM ABERTO
      *----------------------------------------------------------------*
           SELECT OPTIONAL HISTORICO-FILE
               ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - FECHAMENTO DO ULTIMO SEMESTRE FECHADO
      * (ULTIMO SEMESTRE DO ALUNO E RECUPERACAO EM ABERTO)
      *----------------------------------------------------------------*
           SELECT OPTIONAL FECHAMENTO-FILE
               ASSIGN TO "FECHAMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FECHAMENTO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - PEDIDOS DE REVISAO DE NOTA EM ABERTO
      *----------------------------------------------------------------*
           SELECT OPTIONAL REVISOES-FILE
               ASSIGN TO "REVISOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVISOES.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA/SAIDA - ARQUIVO DERIVADO DO LOTE EM
      * ANONIMIZACAO (FECHAMENTO, EXCECOES, CARTAS, ATAS, RELATORIOS
      * E O CADASTRO SEQUENCIAL MESTRE-ALUNOS), COM O NOME MONTADO EM
      * WS-NOME-DERIVADO: LIDO PARA A COPIA DE TRABALHO E REGRAVADO
      * A PARTIR DELA
      *----------------------------------------------------------------*
           SELECT OPTIONAL DERIVADO-FILE
               ASSIGN TO WS-NOME-DERIVADO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DERIVADO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA/SAIDA - CONTROLE DOS PSEUDONIMOS DA
      * EXECUCAO EM CURSO (ID ORIGINAL X PSEUDONIMO), DE ACESSO
      * RESTRITO: GRAVADO ANTES DA PRIMEIRA REGRAVACAO, RELIDO POR UM
      * RERUN E ZERADO QUANDO O MESTRE TERMINA DE SER TROCADO
      *----------------------------------------------------------------*
           SELECT OPTIONAL PSEUDONIMOS-FILE
               ASSIGN TO "EXPURGO-PSEUDONIMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PSEUDONIMOS.

      *----------------------------------------------------------------*
      * ARQUIVO DE TRABALHO - COPIA ANONIMIZADA DO DERIVADO CORRENTE,
      * COMPLETA ANTES DA REGRAVACAO DO ORIGINAL
      *----------------------------------------------------------------*
           SELECT TRABALHO-FILE ASSIGN TO "EXPURGO-TRABALHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - CERTIFICADO DE EXPURGO PARA A SECRETARIA
      *----------------------------------------------------------------*
           SELECT CERTIFICADO-FILE ASSIGN TO "CERTIFICADO-EXPURGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CERTIFICADO.

      *----------------------------------------------------------------*
      * ARQUIVO DE SAIDA - TRILHA DE AUDITORIA OPERACIONAL, SEMPRE
      * ANEXADA (EXTEND), NUNCA ZERADA
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
      * FD MESTRE-FILE
      * Registro do cadastro mestre indexado (MESTRE-FD.cpy).
      *----------------------------------------------------------------*
       FD  MESTRE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MESTRE-FD.

      *----------------------------------------------------------------*
      * FD SEMESTRES-FILE
      * Linha do catalogo de semestres arquivados (SEMESTRES-REC.cpy).
      *----------------------------------------------------------------*
       FD  SEMESTRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SEMESTRES-REC.

      *----------------------------------------------------------------*
      * FD ARQUIVO-FILE
      * Registro do arquivamento de semestre, no layout de
      * HISTORICO-FD.cpy (campos e chaves prefixados ARQ-).
      *----------------------------------------------------------------*
       FD  ARQUIVO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD REPLACING LEADING ==HST-== BY ==ARQ-==
                                       ==REG-HISTORICO== BY
                                       ==REG-ARQUIVO==.

      *----------------------------------------------------------------*
      * FD HISTORICO-FILE
      * Registro do historico semestral corrente (HISTORICO-FD.cpy).
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD.

      *----------------------------------------------------------------*
      * FD FECHAMENTO-FILE
      * Registro do fechamento por aluno e turma (FECHAMENTO-REC.cpy).
      *----------------------------------------------------------------*
       FD  FECHAMENTO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FECHAMENTO-REC.

      *----------------------------------------------------------------*
      * FD REVISOES-FILE
      * Pedido de revisao de nota; so o ID do aluno interessa aqui
      * (layout completo no REVISA-NOTAS).
      *----------------------------------------------------------------*
       FD  REVISOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-REVISAO.
           05  REV-PROTOCOLO         PIC X(06).
           05  REV-ID-ALUNO          PIC X(05).
           05  FILLER                PIC X(69).

      *----------------------------------------------------------------*
      * FD DERIVADO-FILE
      * Linha de qualquer dos derivados do lote (ate 128 bytes).
      *----------------------------------------------------------------*
       FD  DERIVADO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-DERIVADO              PIC X(132).

      *----------------------------------------------------------------*
      * FD PSEUDONIMOS-FILE
      * Linha do controle de pseudonimos: ID original, pseudonimo e
      * data da execucao que o atribuiu.
      *----------------------------------------------------------------*
       FD  PSEUDONIMOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-PSEUDONIMO.
           05  PSE-ID-ALUNO          PIC X(05).
           05  FILLER                PIC X(01).
           05  PSE-PSEUDONIMO        PIC X(05).
           05  FILLER                PIC X(01).
           05  PSE-DATA-EXECUCAO     PIC X(08).

      *----------------------------------------------------------------*
      * FD TRABALHO-FILE
      * Linha da copia de trabalho do derivado corrente.
      *----------------------------------------------------------------*
       FD  TRABALHO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TRABALHO              PIC X(132).

      *----------------------------------------------------------------*
      * FD CERTIFICADO-FILE
      * Linha formatada do certificado de expurgo.
      *----------------------------------------------------------------*
       FD  CERTIFICADO-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-CERTIFICADO           PIC X(100).

      *----------------------------------------------------------------*
      * FD AUDITORIA-FILE
      * Linha datada da trilha de auditoria operacional.
      *----------------------------------------------------------------*
       FD  AUDITORIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDITORIA             PIC X(100).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * REGISTRO DE TRABALHO DO ARQUIVAMENTO (HISTORICO-REC): O
      * REGISTRO ORIGINAL GUARDADO PARA A TROCA DE CHAVE
      *----------------------------------------------------------------*
           COPY HISTORICO-REC.

      *----------------------------------------------------------------*
      * CODIGO DE RETORNO DO JOB, MOVIDO PARA RETURN-CODE NA SAIDA
      *----------------------------------------------------------------*
       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * PRAZO DE RETENCAO (PARM, EM ANOS) E DATAS DA EXECUCAO
      *----------------------------------------------------------------*
       01  WS-PARM-RETENCAO         PIC X(02) VALUE SPACES.
       01  WS-DATAS-EXPURGO.
           05  WS-ANOS-RETENCAO      PIC 9(02) VALUE ZERO.
           05  WS-DATA-SISTEMA       PIC 9(08) VALUE ZERO.
           05  WS-DATA-LIMITE        PIC 9(08) VALUE ZERO.
           05  WS-DATA-BASE          PIC 9(08) VALUE ZERO.
           05  WS-FIM-SEMESTRE       PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * DATA AAAAMMDD DESMEMBRADA PARA A IMPRESSAO DD/MM/AAAA
      *----------------------------------------------------------------*
       01  WS-DATA-EDICAO           PIC 9(08) VALUE ZERO.
       01  WS-DATA-EDICAO-PARTES REDEFINES WS-DATA-EDICAO.
           05  WS-DED-AAAA           PIC 9(04).
           05  WS-DED-MM             PIC 9(02).
           05  WS-DED-DD             PIC 9(02).

      *----------------------------------------------------------------*
      * SEMESTRE AAAAS DESMEMBRADO PARA A DATA DE FIM DO PERIODO
      * (1 = 30/06, 2 = 31/12 DO ANO)
      *----------------------------------------------------------------*
       01  WS-SEMESTRE-TRABALHO     PIC X(05) VALUE SPACES.
       01  WS-SEMESTRE-PARTES REDEFINES WS-SEMESTRE-TRABALHO.
           05  WS-SMT-ANO            PIC 9(04).
           05  WS-SMT-PERIODO        PIC X(01).

      *----------------------------------------------------------------*
      * TABELA DOS ALUNOS INATIVOS DO MESTRE (CANDIDATOS AO EXPURGO),
      * NA ORDEM DO ID, COM A DATA-BASE DA RETENCAO, O DESTINO DE
      * CADA UM E AS CONTAGENS PARA O CERTIFICADO. O NOME SO E USADO
      * NA MEMORIA DESTA EXECUCAO, NUNCA GRAVADO.
      *----------------------------------------------------------------*
       01  WS-TABELA-CANDIDATOS.
           05  WS-QTD-CANDIDATOS     PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-CANDIDATO OCCURS 500 TIMES.
               10  WS-CAN-ID-ALUNO        PIC 9(05).
               10  WS-CAN-PSEUDONIMO      PIC 9(05).
               10  WS-CAN-DT-MATRICULA    PIC 9(08).
               10  WS-CAN-DT-DESATIVACAO  PIC 9(08).
               10  WS-CAN-ULT-SEMESTRE    PIC X(05).
               10  WS-CAN-DT-BASE         PIC 9(08).
               10  WS-CAN-IMPEDIMENTO     PIC X(01).
                   88  WS-CAN-SEM-IMPEDIMENTO  VALUE SPACE.
                   88  WS-CAN-REVISAO-ABERTA   VALUE "R".
                   88  WS-CAN-RECUP-ABERTA     VALUE "C".
                   88  WS-CAN-RESULTADO-ABERTO VALUE "H".
               10  WS-CAN-DESTINO         PIC X(01).
                   88  WS-CAN-EM-ANALISE       VALUE SPACE.
                   88  WS-CAN-ANONIMIZAR       VALUE "A".
                   88  WS-CAN-PRESERVADO       VALUE "P".
                   88  WS-CAN-NO-PRAZO         VALUE "T".
                   88  WS-CAN-FORA-MESTRE      VALUE "M".
               10  WS-CAN-QTD-ARQUIVOS    PIC 9(05).
               10  WS-CAN-QTD-DERIVADOS   PIC 9(05).
               10  WS-CAN-QTD-MESTRE      PIC 9(01).
               10  WS-CAN-ORIGEM-PSEUDO   PIC X(01).
                   88  WS-CAN-PSEUDO-NOVO      VALUE SPACE.
                   88  WS-CAN-PSEUDO-RETOMADO  VALUE "R".

      *----------------------------------------------------------------*
      * TABELA DOS SEMESTRES DO CATALOGO, SEM REPETICAO, COM A
      * MARCA DO ARQUIVAMENTO NAO ENCONTRADO EM DISCO
      *----------------------------------------------------------------*
       01  WS-TABELA-SEMESTRES.
           05  WS-QTD-SEMESTRES      PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-SEMESTRE OCCURS 200 TIMES.
               10  WS-TAB-SEM-SEMESTRE    PIC X(05).
               10  WS-TAB-SEM-PRESENTE    PIC X(01).
                   88  WS-SEM-EM-DISCO         VALUE "S".
                   88  WS-SEM-AUSENTE          VALUE "N".

      *----------------------------------------------------------------*
      * SUBSCRITOS, PSEUDONIMO E BUSCA NA TABELA DE CANDIDATOS
      *----------------------------------------------------------------*
       01  WS-INDICES.
           05  WS-IDX-CANDIDATO      PIC 9(04) COMP VALUE ZERO.
           05  WS-IDX-SEMESTRE       PIC 9(04) COMP VALUE ZERO.
           05  WS-IDX-BUSCA          PIC 9(04) COMP VALUE ZERO.
           05  WS-IDX-ACHADO         PIC 9(04) COMP VALUE ZERO.
       01  WS-ULTIMO-PSEUDONIMO     PIC 9(05) VALUE 89999.
       01  WS-PSEUDONIMO-LIDO       PIC 9(05) VALUE ZERO.
       01  WS-QTD-PSEUDONIMOS-LIDOS PIC 9(05) VALUE ZERO.
       01  WS-ID-BUSCA              PIC X(05) VALUE SPACES.
       01  WS-ID-BUSCA-NUM REDEFINES WS-ID-BUSCA
                                    PIC 9(05).

      *----------------------------------------------------------------*
      * NOME GRAVADO NO LUGAR DO NOME DO ALUNO ANONIMIZADO
      *----------------------------------------------------------------*
       01  WS-NOME-ANONIMO          PIC X(30)
                                    VALUE "ALUNO ANONIMIZADO (LGPD)".

      *----------------------------------------------------------------*
      * DERIVADO EM ANONIMIZACAO: NOME, TIPO DE LAYOUT E CONTAGEM
      *----------------------------------------------------------------*
       01  WS-NOME-ARQUIVO-HIST     PIC X(40) VALUE SPACES.
       01  WS-NOME-DERIVADO         PIC X(40) VALUE SPACES.
       01  WS-TIPO-DERIVADO         PIC X(01) VALUE SPACE.
           88  WS-DRV-E-FECHAMENTO       VALUE "F".
           88  WS-DRV-E-EXCECAO          VALUE "E".
           88  WS-DRV-E-CARTA            VALUE "C".
           88  WS-DRV-E-CONTROLE-CARTA   VALUE "K".
           88  WS-DRV-E-TRANSCRITO       VALUE "T".
           88  WS-DRV-E-MESTRE           VALUE "M".
           88  WS-DRV-E-ATA-FINAL        VALUE "A".
           88  WS-DRV-E-ATA-RECUPERACAO  VALUE "R".
           88  WS-DRV-E-RANKING          VALUE "G".
           88  WS-DRV-E-QUADRO-HONRA     VALUE "Q".
           88  WS-DRV-E-ALERTA           VALUE "L".
           88  WS-DRV-E-PRE-CRITICA      VALUE "P".
           88  WS-DRV-E-RECEPCAO         VALUE "O".
           88  WS-DRV-E-RELATORIO        VALUE "N".
       01  WS-VISAO-RANKING         PIC X(01) VALUE SPACE.
           88  WS-RANKING-LINHA-ALUNO    VALUE "L".
           88  WS-RANKING-LINHA-HONRA    VALUE "H".
       01  WS-QTD-ALTERADAS         PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * LINHA DO DERIVADO CORRENTE E AS VISOES DE CADA LAYOUT
      * (POSICOES DO ID E DO NOME GRAVADAS PELOS JOBS DE ORIGEM)
      *----------------------------------------------------------------*
       01  WS-LINHA-DERIVADO        PIC X(132) VALUE SPACES.
      * FECHAMENTO.DAT / FECHAMENTO-POS.DAT (FECHAMENTO-REC.cpy)
       01  WS-DRV-FECHAMENTO REDEFINES WS-LINHA-DERIVADO.
           05  WS-DFE-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(127).
      * EXCECOES.DAT (WS-LINHA-EXCECAO DO DRIVER DO LOTE)
       01  WS-DRV-EXCECAO REDEFINES WS-LINHA-DERIVADO.
           05  WS-DEX-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(60).
           05  WS-DEX-NOME           PIC X(30).
           05  FILLER                PIC X(37).
      * CARTAS.DAT - LINHA DE ENDERECAMENTO DA CARTA DE RECUPERACAO
       01  WS-DRV-CARTA REDEFINES WS-LINHA-DERIVADO.
           05  WS-DCA-ROTULO         PIC X(16).
           05  WS-DCA-NOME           PIC X(30).
           05  WS-DCA-ROTULO-MATR    PIC X(12).
           05  WS-DCA-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(69).
      * CARTAS-CONTROLE.DAT (WS-LINHA-CONTROLE DA CARTA-RECUPERACAO)
       01  WS-DRV-CONTROLE-CARTA REDEFINES WS-LINHA-DERIVADO.
           05  WS-DCC-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(03).
           05  WS-DCC-NOME           PIC X(30).
           05  FILLER                PIC X(94).
      * TRANSCRITO.DAT - CABECALHO DO ALUNO
       01  WS-DRV-TRANSCRITO REDEFINES WS-LINHA-DERIVADO.
           05  WS-DTR-ROTULO         PIC X(08).
           05  WS-DTR-ID-ALUNO       PIC X(05).
           05  WS-DTR-SEPARADOR      PIC X(03).
           05  WS-DTR-NOME           PIC X(30).
           05  FILLER                PIC X(86).
      * MESTRE-ALUNOS.DAT - CADASTRO SEQUENCIAL (MESTRE-REC.cpy)
       01  WS-DRV-MESTRE REDEFINES WS-LINHA-DERIVADO.
           05  WS-DMS-ID-ALUNO       PIC X(05).
           05  WS-DMS-NOME           PIC X(30).
           05  FILLER                PIC X(29).
           05  WS-DMS-DT-NASCIMENTO  PIC X(08).
           05  FILLER                PIC X(60).
      * ATA-FINAL.DAT (WS-LINHA-ALUNO-ATA DO FECHA-SEMESTRE)
       01  WS-DRV-ATA-FINAL REDEFINES WS-LINHA-DERIVADO.
           05  WS-DAF-MARGEM         PIC X(02).
           05  WS-DAF-ID-ALUNO       PIC X(05).
           05  WS-DAF-SEPARADOR      PIC X(03).
           05  WS-DAF-NOME           PIC X(30).
           05  FILLER                PIC X(92).
      * ATA-RECUPERACAO.DAT (WS-LINHA-ALUNO-REC DO
      * PROCESSA-RECUPERACAO)
       01  WS-DRV-ATA-RECUPERACAO REDEFINES WS-LINHA-DERIVADO.
           05  WS-DAR-MARGEM         PIC X(02).
           05  WS-DAR-ID-ALUNO       PIC X(05).
           05  WS-DAR-SEPARADOR      PIC X(02).
           05  WS-DAR-NOME           PIC X(30).
           05  FILLER                PIC X(93).
      * RANKING-CURSOS.DAT - LINHA DO RANKING DO CURSO
      * (WS-LINHA-ALUNO DO RANKING-HONRA)
       01  WS-DRV-RANKING-ALUNO REDEFINES WS-LINHA-DERIVADO.
           05  WS-DRK-POSICAO        PIC X(04).
           05  WS-DRK-SEPARADOR-1    PIC X(02).
           05  WS-DRK-ID-ALUNO       PIC X(05).
           05  WS-DRK-SEPARADOR-2    PIC X(03).
           05  WS-DRK-NOME           PIC X(30).
           05  FILLER                PIC X(88).
      * RANKING-CURSOS.DAT - LINHA DO QUADRO DE HONRA
      * (WS-LINHA-HONRA DO RANKING-HONRA)
       01  WS-DRV-RANKING-HONRA REDEFINES WS-LINHA-DERIVADO.
           05  WS-DRH-CURSO          PIC X(20).
           05  WS-DRH-SEPARADOR-1    PIC X(02).
           05  WS-DRH-POSICAO        PIC X(03).
           05  WS-DRH-SEPARADOR-2    PIC X(03).
           05  WS-DRH-ID-ALUNO       PIC X(05).
           05  WS-DRH-SEPARADOR-3    PIC X(03).
           05  WS-DRH-NOME           PIC X(30).
           05  FILLER                PIC X(66).
      * QUADRO-HONRA.DAT (HONRA-REC.cpy)
       01  WS-DRV-QUADRO-HONRA REDEFINES WS-LINHA-DERIVADO.
           05  FILLER                PIC X(28).
           05  WS-DQH-ID-ALUNO       PIC X(05).
           05  WS-DQH-NOME           PIC X(30).
           05  FILLER                PIC X(69).
      * ALERTA-RISCO.DAT (WS-LINHA-ALERTA DO ALERTA-RISCO)
       01  WS-DRV-ALERTA REDEFINES WS-LINHA-DERIVADO.
           05  WS-DAL-MARGEM         PIC X(04).
           05  WS-DAL-ID-ALUNO       PIC X(05).
           05  WS-DAL-SEPARADOR      PIC X(02).
           05  WS-DAL-NOME           PIC X(30).
           05  FILLER                PIC X(91).
      * PRE-CRITICA.DAT (WS-LINHA-PRECRITICA DO DRIVER DO LOTE)
       01  WS-DRV-PRE-CRITICA REDEFINES WS-LINHA-DERIVADO.
           05  WS-DPC-REGISTRO       PIC X(04).
           05  WS-DPC-SEPARADOR-1    PIC X(02).
           05  WS-DPC-TURMA          PIC X(03).
           05  WS-DPC-SEPARADOR-2    PIC X(02).
           05  WS-DPC-ID-ALUNO       PIC X(05).
           05  WS-DPC-SEPARADOR-3    PIC X(02).
           05  WS-DPC-NOME           PIC X(30).
           05  FILLER                PIC X(84).
      * RECEPCAO-FOLHAS.DAT (WS-LINHA-OCORRENCIA DO
      * CARGA-FOLHAS-NOTAS) - SO A OCORRENCIA DE TIPO LINHA E DE
      * ALUNO; NA DE FOLHA E NA DE TURMA O NOME E O DO PROFESSOR
       01  WS-DRV-RECEPCAO REDEFINES WS-LINHA-DERIVADO.
           05  WS-DRF-TIPO           PIC X(05).
           05  FILLER                PIC X(07).
           05  WS-DRF-ID-ALUNO       PIC X(05).
           05  FILLER                PIC X(02).
           05  WS-DRF-NOME           PIC X(30).
           05  FILLER                PIC X(83).
      * RELATORIO-NOTAS.DAT (WS-LINHA-RELATORIO DO GRAVA-RELATORIO)
       01  WS-DRV-RELATORIO REDEFINES WS-LINHA-DERIVADO.
           05  WS-DRN-ID-ALUNO       PIC X(05).
           05  WS-DRN-SEPARADOR      PIC X(03).
           05  WS-DRN-NOME           PIC X(30).
           05  FILLER                PIC X(94).

      *----------------------------------------------------------------*
      * TOTAIS DO EXPURGO PARA O CERTIFICADO E O CONSOLE
      *----------------------------------------------------------------*
       01  WS-TOTAIS-EXPURGO.
           05  WS-TOT-INATIVOS       PIC 9(05) VALUE ZERO.
           05  WS-TOT-EXCEDENTES     PIC 9(05) VALUE ZERO.
           05  WS-TOT-ANONIMIZADOS   PIC 9(05) VALUE ZERO.
           05  WS-TOT-PRESERVADOS    PIC 9(05) VALUE ZERO.
           05  WS-TOT-NO-PRAZO       PIC 9(05) VALUE ZERO.
           05  WS-TOT-SEM-PSEUDONIMO PIC 9(05) VALUE ZERO.
           05  WS-TOT-REG-ARQUIVOS   PIC 9(06) VALUE ZERO.
           05  WS-TOT-REG-DERIVADOS  PIC 9(06) VALUE ZERO.
           05  WS-TOT-REG-MESTRE     PIC 9(05) VALUE ZERO.
           05  WS-TOT-ARQ-AUSENTES   PIC 9(04) VALUE ZERO.
           05  WS-TOT-FORA-MESTRE    PIC 9(05) VALUE ZERO.
           05  WS-TOT-RETOMADOS      PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHAVES E INDICADORES DE ARQUIVO
      *----------------------------------------------------------------*
       01  WS-STATUS-MESTRE         PIC X(02) VALUE "00".
       01  WS-STATUS-SEMESTRES      PIC X(02) VALUE "00".
       01  WS-STATUS-ARQUIVO        PIC X(02) VALUE "00".
       01  WS-STATUS-HISTORICO      PIC X(02) VALUE "00".
       01  WS-STATUS-FECHAMENTO     PIC X(02) VALUE "00".
       01  WS-STATUS-REVISOES       PIC X(02) VALUE "00".
       01  WS-STATUS-DERIVADO       PIC X(02) VALUE "00".
       01  WS-STATUS-TRABALHO       PIC X(02) VALUE "00".
       01  WS-STATUS-PSEUDONIMOS    PIC X(02) VALUE "00".
       01  WS-STATUS-CERTIFICADO    PIC X(02) VALUE "00".
       01  WS-STATUS-AUDITORIA      PIC X(02) VALUE "00".

       01  WS-FLAGS-ARQUIVO.
           05  WS-EOF-MESTRE         PIC X(01) VALUE "N".
               88  WS-FIM-MESTRE     VALUE "S".
           05  WS-EOF-SEMESTRES      PIC X(01) VALUE "N".
               88  WS-FIM-SEMESTRES  VALUE "S".
           05  WS-EOF-ARQUIVO        PIC X(01) VALUE "N".
               88  WS-FIM-ARQUIVO    VALUE "S".
           05  WS-EOF-FECHAMENTO     PIC X(01) VALUE "N".
               88  WS-FIM-FECHAMENTO VALUE "S".
           05  WS-EOF-REVISOES       PIC X(01) VALUE "N".
               88  WS-FIM-REVISOES   VALUE "S".
           05  WS-EOF-DERIVADO       PIC X(01) VALUE "N".
               88  WS-FIM-DERIVADO   VALUE "S".
           05  WS-EOF-TRABALHO       PIC X(01) VALUE "N".
               88  WS-FIM-TRABALHO   VALUE "S".
           05  WS-EOF-PSEUDONIMOS    PIC X(01) VALUE "N".
               88  WS-FIM-PSEUDONIMOS VALUE "S".
           05  WS-CONTROLE-GRAVADO   PIC X(01) VALUE "N".
               88  WS-HA-CONTROLE-PSEUDONIMOS VALUE "S".
           05  WS-REGISTRO-DO-ALUNO  PIC X(01) VALUE "N".
               88  WS-HA-REGISTRO-ALUNO   VALUE "S".
               88  WS-SEM-REGISTRO-ALUNO  VALUE "N".
           05  WS-CANDIDATO-ACHADO   PIC X(01) VALUE "N".
               88  WS-ACHOU-CANDIDATO     VALUE "S".
           05  WS-SEMESTRE-ACHADO    PIC X(01) VALUE "N".
               88  WS-SEMESTRE-REPETIDO   VALUE "S".
           05  WS-HISTORICO-ABERTO   PIC X(01) VALUE "N".
               88  WS-HA-HISTORICO        VALUE "S".

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
      * LAYOUTS DAS LINHAS DO CERTIFICADO
      *----------------------------------------------------------------*
       01  WS-LINHA-CERTIFICADO     PIC X(100) VALUE SPACES.
       01  WS-LINHA-SEPARADORA      PIC X(80) VALUE ALL "-".

       01  WS-CABEC-ANONIMIZADOS.
           05  FILLER                PIC X(11) VALUE "MATRICULA".
           05  FILLER                PIC X(12) VALUE "DATA-BASE".
           05  FILLER                PIC X(10) VALUE "ULT.SEM.".
           05  FILLER                PIC X(08) VALUE "MESTRE".
           05  FILLER                PIC X(12) VALUE "ARQUIVADOS".
           05  FILLER                PIC X(10) VALUE "DERIVADOS".

       01  WS-LINHA-ANONIMIZADO.
           05  WS-LAN-ID-ALUNO       PIC 9(05).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-LAN-DT-BASE        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LAN-ULT-SEMESTRE   PIC X(05).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WS-LAN-QTD-MESTRE     PIC 9(01).
           05  FILLER                PIC X(07) VALUE SPACES.
           05  WS-LAN-QTD-ARQUIVOS   PIC ZZZZ9.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  WS-LAN-QTD-DERIVADOS  PIC ZZZZ9.

       01  WS-CABEC-PRESERVADOS.
           05  FILLER                PIC X(11) VALUE "MATRICULA".
           05  FILLER                PIC X(12) VALUE "DATA-BASE".
           05  FILLER                PIC X(30) VALUE "MOTIVO".

       01  WS-LINHA-PRESERVADO.
           05  WS-LPR-ID-ALUNO       PIC 9(05).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-LPR-DT-BASE        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-LPR-MOTIVO         PIC X(40).

       01  WS-DATA-FORMATADA        PIC X(10) VALUE SPACES.

      *================================================================*
      * PROCEDURE DIVISION
      *================================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * 0000-EXPURGO-PRINCIPAL
      * Le o prazo do PARM, abre a trilha e o certificado, seleciona
      * os inativos (retomando os pseudonimos de uma execucao
      * interrompida) e apura a retencao e os impedimentos de cada
      * um; havendo aluno a anonimizar, grava o controle de
      * pseudonimos, regrava os arquivamentos, os derivados e por
      * ultimo o mestre, zera o controle e emite o certificado.
      *----------------------------------------------------------------*
       0000-EXPURGO-PRINCIPAL.
           DISPLAY "EXPURGO DE DADOS PESSOAIS DE EX-ALUNOS - LGPD".
           DISPLAY " ".

           PERFORM 0500-LE-PARM-RETENCAO.

           OPEN EXTEND AUDITORIA-FILE.
           IF WS-STATUS-AUDITORIA NOT = "00"
                   AND WS-STATUS-AUDITORIA NOT = "05"
               DISPLAY "ERRO AO ABRIR AUDITORIA.DAT - STATUS: "
                       WS-STATUS-AUDITORIA
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.
           MOVE "S" TO WS-AUD-ABERTA.

           OPEN OUTPUT CERTIFICADO-FILE.
           IF WS-STATUS-CERTIFICADO NOT = "00"
               DISPLAY "ERRO AO ABRIR CERTIFICADO-EXPURGO.DAT - "
                       "STATUS: " WS-STATUS-CERTIFICADO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           PERFORM 1000-CARGA-CANDIDATOS.
           PERFORM 1300-CARGA-PSEUDONIMOS.
           PERFORM 1500-CARGA-SEMESTRES.
           PERFORM 2000-VARRE-ARQUIVAMENTOS.
           PERFORM 2200-VARRE-FECHAMENTO.
           PERFORM 2300-VARRE-REVISOES.
           PERFORM 2400-VERIFICA-HISTORICO.

           MOVE ZERO TO WS-IDX-CANDIDATO.
           PERFORM 3000-CLASSIFICA-CANDIDATO
               UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS.

           IF WS-TOT-ANONIMIZADOS > ZERO
               PERFORM 3500-GRAVA-PSEUDONIMOS
               PERFORM 4000-PSEUDONIMIZA-ARQUIVOS
               PERFORM 5000-ANONIMIZA-DERIVADOS
               PERFORM 6000-ANONIMIZA-MESTRE
           END-IF.
      * Com o mestre trocado, a relacao ID x pseudonimo nao serve
      * mais a um rerun e nao fica em disco.
           IF WS-HA-CONTROLE-PSEUDONIMOS
               PERFORM 6900-LIMPA-PSEUDONIMOS
           END-IF.

           PERFORM 7000-EMITE-CERTIFICADO.
           CLOSE CERTIFICADO-FILE.

           MOVE SPACES TO WS-AUD-TEXTO.
           STRING "EXPURGO LGPD: RETENCAO " WS-ANOS-RETENCAO
               " ANO(S) - " WS-TOT-ANONIMIZADOS " ANONIMIZADO(S), "
               WS-TOT-PRESERVADOS " PRESERVADO(S)"
               DELIMITED BY SIZE INTO WS-AUD-TEXTO.
           PERFORM 8000-GRAVA-AUDITORIA.

           DISPLAY " ".
           DISPLAY ">>> RESUMO DO EXPURGO <<<".
           DISPLAY "Prazo de retencao.....: " WS-ANOS-RETENCAO
                   " ANO(S)".
           DISPLAY "Alunos inativos.......: " WS-TOT-INATIVOS.
           DISPLAY "Anonimizados..........: " WS-TOT-ANONIMIZADOS.
           DISPLAY "Retomados.............: " WS-TOT-RETOMADOS.
           DISPLAY "Preservados...........: " WS-TOT-PRESERVADOS.
           DISPLAY "Ainda no prazo........: " WS-TOT-NO-PRAZO.
           DISPLAY "Registros arquivados..: " WS-TOT-REG-ARQUIVOS.
           DISPLAY "Linhas de derivados...: " WS-TOT-REG-DERIVADOS.
           DISPLAY "Registros do mestre...: " WS-TOT-REG-MESTRE.

      * Aluno fora da tabela, sem pseudonimo livre ou arquivamento
      * do catalogo ausente em disco fica para a proxima execucao;
      * aluno que saiu do mestre no meio do expurgo pede conferencia.
      * RC 8 de uma falha ao zerar o controle de pseudonimos
      * prevalece.
           IF (WS-TOT-EXCEDENTES > ZERO
                   OR WS-TOT-SEM-PSEUDONIMO > ZERO
                   OR WS-TOT-ARQ-AUSENTES > ZERO
                   OR WS-TOT-FORA-MESTRE > ZERO)
                   AND WS-CODIGO-RETORNO < 4
               MOVE 4 TO WS-CODIGO-RETORNO
           END-IF.

       0000-EXPURGO-EXIT.
      * A trilha e fechada uma unica vez, guardada pelo indicador de
      * abertura, como nos demais jobs que a anexam.
           IF WS-AUDITORIA-ATIVA
               CLOSE AUDITORIA-FILE
           END-IF.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0500-LE-PARM-RETENCAO
      * Le o prazo de retencao em anos (NN) do PARM da linha de
      * comando e calcula a data limite: o aluno cuja data-base
      * e igual ou anterior a ela tem a retencao vencida. Sem PARM
      * valido o job nao inicia.
      *----------------------------------------------------------------*
       0500-LE-PARM-RETENCAO.
           ACCEPT WS-PARM-RETENCAO FROM COMMAND-LINE.
           IF WS-PARM-RETENCAO NOT NUMERIC
                   OR WS-PARM-RETENCAO = "00"
               DISPLAY "ERRO: PARM DE RETENCAO AUSENTE/INVALIDO ("
                       WS-PARM-RETENCAO ") - INFORME OS ANOS COM "
                       "DOIS DIGITOS, EX: 05"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.
           MOVE WS-PARM-RETENCAO TO WS-ANOS-RETENCAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-LIMITE =
               WS-DATA-SISTEMA - WS-ANOS-RETENCAO * 10000.
           DISPLAY "PRAZO DE RETENCAO: " WS-ANOS-RETENCAO " ANO(S)".
           DISPLAY "DATA LIMITE......: " WS-DATA-LIMITE.
           DISPLAY " ".

      *----------------------------------------------------------------*
      * 1000-CARGA-CANDIDATOS
      * Le o mestre inteiro na ordem do ID: os inativos fora da
      * faixa de pseudonimos vao para a tabela de candidatos, e o
      * ultimo ID da faixa (o maior, pela ordem) da o ponto de
      * partida dos pseudonimos desta execucao.
      *----------------------------------------------------------------*
       1000-CARGA-CANDIDATOS.
           OPEN INPUT MESTRE-FILE.
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO AO ABRIR MESTRE-INDEXADO.DAT - STATUS: "
                       WS-STATUS-MESTRE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           MOVE "N" TO WS-EOF-MESTRE.
           READ MESTRE-FILE NEXT RECORD
               AT END
                   SET WS-FIM-MESTRE TO TRUE
           END-READ.
           PERFORM 1100-AVALIA-MESTRE
               UNTIL WS-FIM-MESTRE.

           CLOSE MESTRE-FILE.

           IF WS-TOT-EXCEDENTES > ZERO
               DISPLAY "AVISO: " WS-TOT-EXCEDENTES " ALUNO(S) "
                       "INATIVO(S) ALEM DA TABELA - FICAM PARA A "
                       "PROXIMA EXECUCAO"
           END-IF.

      *----------------------------------------------------------------*
      * 1100-AVALIA-MESTRE
      * Classifica um registro do mestre e avanca a leitura.
      *----------------------------------------------------------------*
       1100-AVALIA-MESTRE.
           IF MST-ID-ALUNO >= 90000
               MOVE MST-ID-ALUNO TO WS-ULTIMO-PSEUDONIMO
           ELSE
               IF MST-INATIVO
                   ADD 1 TO WS-TOT-INATIVOS
                   IF WS-QTD-CANDIDATOS < 500
                       PERFORM 1200-GUARDA-CANDIDATO
                   ELSE
                       ADD 1 TO WS-TOT-EXCEDENTES
                   END-IF
               END-IF
           END-IF.
           READ MESTRE-FILE NEXT RECORD
               AT END
                   SET WS-FIM-MESTRE TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1200-GUARDA-CANDIDATO
      * Inclui o aluno inativo corrente na tabela de candidatos.
      *----------------------------------------------------------------*
       1200-GUARDA-CANDIDATO.
           ADD 1 TO WS-QTD-CANDIDATOS.
           MOVE WS-QTD-CANDIDATOS TO WS-IDX-CANDIDATO.
           MOVE MST-ID-ALUNO
               TO WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO).
           MOVE ZERO TO WS-CAN-PSEUDONIMO (WS-IDX-CANDIDATO).
           MOVE MST-DT-MATRICULA
               TO WS-CAN-DT-MATRICULA (WS-IDX-CANDIDATO).
           MOVE MST-DT-DESATIVACAO
               TO WS-CAN-DT-DESATIVACAO (WS-IDX-CANDIDATO).
           MOVE SPACES TO WS-CAN-ULT-SEMESTRE (WS-IDX-CANDIDATO).
           MOVE ZERO TO WS-CAN-DT-BASE (WS-IDX-CANDIDATO).
           MOVE SPACE TO WS-CAN-IMPEDIMENTO (WS-IDX-CANDIDATO).
           MOVE SPACE TO WS-CAN-DESTINO (WS-IDX-CANDIDATO).
           MOVE ZERO TO WS-CAN-QTD-ARQUIVOS (WS-IDX-CANDIDATO).
           MOVE ZERO TO WS-CAN-QTD-DERIVADOS (WS-IDX-CANDIDATO).
           MOVE ZERO TO WS-CAN-QTD-MESTRE (WS-IDX-CANDIDATO).
           MOVE SPACE TO WS-CAN-ORIGEM-PSEUDO (WS-IDX-CANDIDATO).

      *----------------------------------------------------------------*
      * 1300-CARGA-PSEUDONIMOS
      * Le o controle de pseudonimos deixado por uma execucao
      * interrompida: o candidato que ja tinha pseudonimo o
      * recebe de volta, e o maior pseudonimo do controle entra na
      * conta do ultimo em uso. Controle ausente ou vazio = nenhuma
      * execucao pendente.
      *----------------------------------------------------------------*
       1300-CARGA-PSEUDONIMOS.
           MOVE "N" TO WS-EOF-PSEUDONIMOS.
           OPEN INPUT PSEUDONIMOS-FILE.
           IF WS-STATUS-PSEUDONIMOS NOT = "00"
                   AND WS-STATUS-PSEUDONIMOS NOT = "05"
               DISPLAY "ERRO AO ABRIR EXPURGO-PSEUDONIMOS.DAT - "
                       "STATUS: " WS-STATUS-PSEUDONIMOS
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           READ PSEUDONIMOS-FILE
               AT END
                   SET WS-FIM-PSEUDONIMOS TO TRUE
           END-READ.
           PERFORM 1310-RETOMA-PSEUDONIMO
               UNTIL WS-FIM-PSEUDONIMOS.

           CLOSE PSEUDONIMOS-FILE.

           IF WS-QTD-PSEUDONIMOS-LIDOS > ZERO
               SET WS-HA-CONTROLE-PSEUDONIMOS TO TRUE
               DISPLAY "AVISO: CONTROLE DE PSEUDONIMOS DE EXECUCAO "
                       "INTERROMPIDA - " WS-QTD-PSEUDONIMOS-LIDOS
                       " LINHA(S) RETOMADA(S)"
           END-IF.

      *----------------------------------------------------------------*
      * 1310-RETOMA-PSEUDONIMO
      * Devolve ao candidato da linha corrente do controle o
      * pseudonimo ja atribuido a ele e avanca. Aluno que nao e
      * mais candidato (mestre ja trocado) so conta para o ultimo
      * pseudonimo em uso.
      *----------------------------------------------------------------*
       1310-RETOMA-PSEUDONIMO.
           IF PSE-ID-ALUNO IS NUMERIC
                   AND PSE-PSEUDONIMO IS NUMERIC
               ADD 1 TO WS-QTD-PSEUDONIMOS-LIDOS
               MOVE PSE-PSEUDONIMO TO WS-PSEUDONIMO-LIDO
               IF WS-PSEUDONIMO-LIDO > WS-ULTIMO-PSEUDONIMO
                   MOVE WS-PSEUDONIMO-LIDO TO WS-ULTIMO-PSEUDONIMO
               END-IF
               MOVE PSE-ID-ALUNO TO WS-ID-BUSCA
               PERFORM 2900-BUSCA-CANDIDATO
               IF WS-ACHOU-CANDIDATO
                       AND WS-PSEUDONIMO-LIDO >= 90000
                   MOVE WS-PSEUDONIMO-LIDO
                       TO WS-CAN-PSEUDONIMO (WS-IDX-ACHADO)
                   MOVE "R" TO WS-CAN-ORIGEM-PSEUDO (WS-IDX-ACHADO)
               END-IF
           END-IF.
           READ PSEUDONIMOS-FILE
               AT END
                   SET WS-FIM-PSEUDONIMOS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1500-CARGA-SEMESTRES
      * Carrega o catalogo de semestres arquivados, descartando as
      * repeticoes (semestre fechado de novo) e as linhas sem
      * semestre numerico. Catalogo ausente = nenhum arquivamento.
      *----------------------------------------------------------------*
       1500-CARGA-SEMESTRES.
           MOVE "N" TO WS-EOF-SEMESTRES.
           OPEN INPUT SEMESTRES-FILE.
           IF WS-STATUS-SEMESTRES NOT = "00"
                   AND WS-STATUS-SEMESTRES NOT = "05"
               DISPLAY "ERRO AO ABRIR SEMESTRES-ARQUIVADOS.DAT - "
                       "STATUS: " WS-STATUS-SEMESTRES
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           READ SEMESTRES-FILE
               AT END
                   SET WS-FIM-SEMESTRES TO TRUE
           END-READ.
           PERFORM 1510-GUARDA-SEMESTRE
               UNTIL WS-FIM-SEMESTRES.

           CLOSE SEMESTRES-FILE.
           DISPLAY "SEMESTRES ARQUIVADOS NO CATALOGO: "
                   WS-QTD-SEMESTRES.

      *----------------------------------------------------------------*
      * 1510-GUARDA-SEMESTRE
      * Inclui o semestre da linha corrente do catalogo na tabela,
      * se ainda nao estiver nela, e avanca.
      *----------------------------------------------------------------*
       1510-GUARDA-SEMESTRE.
           IF SAR-SEMESTRE IS NUMERIC
               MOVE "N" TO WS-SEMESTRE-ACHADO
               MOVE ZERO TO WS-IDX-BUSCA
               PERFORM 1520-COMPARA-SEMESTRE
                   UNTIL WS-SEMESTRE-REPETIDO
                      OR WS-IDX-BUSCA >= WS-QTD-SEMESTRES
               IF NOT WS-SEMESTRE-REPETIDO
                       AND WS-QTD-SEMESTRES < 200
                   ADD 1 TO WS-QTD-SEMESTRES
                   MOVE SAR-SEMESTRE
                       TO WS-TAB-SEM-SEMESTRE (WS-QTD-SEMESTRES)
                   MOVE "S"
                       TO WS-TAB-SEM-PRESENTE (WS-QTD-SEMESTRES)
               END-IF
           END-IF.
           READ SEMESTRES-FILE
               AT END
                   SET WS-FIM-SEMESTRES TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1520-COMPARA-SEMESTRE
      * Compara o semestre da linha corrente com a proxima entrada
      * da tabela.
      *----------------------------------------------------------------*
       1520-COMPARA-SEMESTRE.
           ADD 1 TO WS-IDX-BUSCA.
           IF WS-TAB-SEM-SEMESTRE (WS-IDX-BUSCA) = SAR-SEMESTRE
               MOVE "S" TO WS-SEMESTRE-ACHADO
           END-IF.

      *----------------------------------------------------------------*
      * 2000-VARRE-ARQUIVAMENTOS
      * Percorre os arquivamentos do catalogo para achar o ultimo
      * semestre em que cada candidato aparece.
      *----------------------------------------------------------------*
       2000-VARRE-ARQUIVAMENTOS.
           MOVE ZERO TO WS-IDX-SEMESTRE.
           PERFORM 2100-VARRE-SEMESTRE
               UNTIL WS-IDX-SEMESTRE >= WS-QTD-SEMESTRES.

      *----------------------------------------------------------------*
      * 2100-VARRE-SEMESTRE
      * Abre o arquivamento do proximo semestre do catalogo e procura
      * nele, por chave, cada candidato, e o maior pseudonimo ja
      * gravado. Arquivamento ausente em disco e reportado e fica de
      * fora desta execucao (RC 4).
      *----------------------------------------------------------------*
       2100-VARRE-SEMESTRE.
           ADD 1 TO WS-IDX-SEMESTRE.
           PERFORM 2110-MONTA-NOME-ARQUIVO.
           OPEN INPUT ARQUIVO-FILE.
           IF WS-STATUS-ARQUIVO = "35"
               DISPLAY "AVISO: " WS-NOME-ARQUIVO-HIST " DO CATALOGO "
                       "NAO ENCONTRADO - IGNORADO"
               MOVE "N" TO WS-TAB-SEM-PRESENTE (WS-IDX-SEMESTRE)
               ADD 1 TO WS-TOT-ARQ-AUSENTES
           ELSE
               IF WS-STATUS-ARQUIVO NOT = "00"
                   DISPLAY "ERRO AO ABRIR " WS-NOME-ARQUIVO-HIST
                           " - STATUS: " WS-STATUS-ARQUIVO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-EXPURGO-EXIT
               END-IF
               MOVE ZERO TO WS-IDX-CANDIDATO
               PERFORM 2120-PROCURA-NO-ARQUIVO
                   UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS
               PERFORM 2130-MAIOR-PSEUDONIMO-ARQUIVO
               CLOSE ARQUIVO-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 2110-MONTA-NOME-ARQUIVO
      * Monta o nome do arquivamento do semestre corrente da tabela.
      *----------------------------------------------------------------*
       2110-MONTA-NOME-ARQUIVO.
           MOVE SPACES TO WS-NOME-ARQUIVO-HIST.
           STRING "HISTORICO-" WS-TAB-SEM-SEMESTRE (WS-IDX-SEMESTRE)
               ".DAT"
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-HIST.

      *----------------------------------------------------------------*
      * 2120-PROCURA-NO-ARQUIVO
      * Posiciona o arquivamento no primeiro registro do proximo
      * candidato; achando, o semestre vira o ultimo do aluno se for
      * mais recente que o ja apurado.
      *----------------------------------------------------------------*
       2120-PROCURA-NO-ARQUIVO.
           ADD 1 TO WS-IDX-CANDIDATO.
           MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO) TO WS-ID-BUSCA-NUM.
           PERFORM 4300-POSICIONA-ARQUIVO.
           IF WS-HA-REGISTRO-ALUNO
               IF WS-CAN-ULT-SEMESTRE (WS-IDX-CANDIDATO) = SPACES
                       OR WS-TAB-SEM-SEMESTRE (WS-IDX-SEMESTRE) >
                          WS-CAN-ULT-SEMESTRE (WS-IDX-CANDIDATO)
                   MOVE WS-TAB-SEM-SEMESTRE (WS-IDX-SEMESTRE)
                       TO WS-CAN-ULT-SEMESTRE (WS-IDX-CANDIDATO)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2130-MAIOR-PSEUDONIMO-ARQUIVO
      * Posiciona o arquivamento aberto no inicio da faixa de
      * pseudonimos e le a faixa ate o fim: o maior ID achado, se
      * passar do ja apurado, vira o ultimo pseudonimo em uso - um
      * aluno apagado do mestre por fora do expurgo nao deixa o
      * pseudonimo dele ser dado de novo.
      *----------------------------------------------------------------*
       2130-MAIOR-PSEUDONIMO-ARQUIVO.
           MOVE "N" TO WS-EOF-ARQUIVO.
           MOVE 90000 TO ARQ-ID-ALUNO.
           MOVE ZERO TO ARQ-DATA.
           MOVE LOW-VALUES TO ARQ-TURMA.
           START ARQUIVO-FILE KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   SET WS-FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT WS-FIM-ARQUIVO
               READ ARQUIVO-FILE NEXT RECORD
                   AT END
                       SET WS-FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.
           PERFORM 2140-CONFERE-PSEUDONIMO-ARQUIVO
               UNTIL WS-FIM-ARQUIVO.

      *----------------------------------------------------------------*
      * 2140-CONFERE-PSEUDONIMO-ARQUIVO
      * Confere o ID do registro corrente da faixa de pseudonimos
      * com o ultimo em uso e avanca.
      *----------------------------------------------------------------*
       2140-CONFERE-PSEUDONIMO-ARQUIVO.
           IF ARQ-ID-ALUNO > WS-ULTIMO-PSEUDONIMO
               MOVE ARQ-ID-ALUNO TO WS-ULTIMO-PSEUDONIMO
           END-IF.
           READ ARQUIVO-FILE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 2200-VARRE-FECHAMENTO
      * Le o fechamento do ultimo semestre fechado: o semestre conta
      * como ultimo do aluno, e um resultado ainda em RECUPERACAO
      * (prova nao apurada pelo PROCESSA-RECUPERACAO) preserva o
      * aluno. Fechamento ausente = nada a considerar.
      *----------------------------------------------------------------*
       2200-VARRE-FECHAMENTO.
           MOVE "N" TO WS-EOF-FECHAMENTO.
           OPEN INPUT FECHAMENTO-FILE.
           IF WS-STATUS-FECHAMENTO NOT = "00"
                   AND WS-STATUS-FECHAMENTO NOT = "05"
               DISPLAY "ERRO AO ABRIR FECHAMENTO.DAT - STATUS: "
                       WS-STATUS-FECHAMENTO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           READ FECHAMENTO-FILE
               AT END
                   SET WS-FIM-FECHAMENTO TO TRUE
           END-READ.
           PERFORM 2210-AVALIA-FECHAMENTO
               UNTIL WS-FIM-FECHAMENTO.

           CLOSE FECHAMENTO-FILE.

      *----------------------------------------------------------------*
      * 2210-AVALIA-FECHAMENTO
      * Confere uma linha do fechamento contra a tabela de
      * candidatos e contra o ultimo pseudonimo em uso e avanca.
      *----------------------------------------------------------------*
       2210-AVALIA-FECHAMENTO.
           IF FEC-ID-ALUNO IS NUMERIC
               IF FEC-ID-ALUNO > WS-ULTIMO-PSEUDONIMO
                   MOVE FEC-ID-ALUNO TO WS-ULTIMO-PSEUDONIMO
               END-IF
           END-IF.
           MOVE FEC-ID-ALUNO TO WS-ID-BUSCA.
           PERFORM 2900-BUSCA-CANDIDATO.
           IF WS-ACHOU-CANDIDATO
               IF WS-CAN-ULT-SEMESTRE (WS-IDX-ACHADO) = SPACES
                       OR FEC-SEMESTRE >
                          WS-CAN-ULT-SEMESTRE (WS-IDX-ACHADO)
                   MOVE FEC-SEMESTRE
                       TO WS-CAN-ULT-SEMESTRE (WS-IDX-ACHADO)
               END-IF
               IF FEC-SITUACAO-FINAL = "RECUPERACAO"
                   MOVE "C" TO WS-CAN-IMPEDIMENTO (WS-IDX-ACHADO)
               END-IF
           END-IF.
           READ FECHAMENTO-FILE
               AT END
                   SET WS-FIM-FECHAMENTO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 2300-VARRE-REVISOES
      * Le os pedidos de revisao de nota ainda no arquivo de
      * entrada do REVISA-NOTAS: qualquer pedido do aluno o preserva.
      *----------------------------------------------------------------*
       2300-VARRE-REVISOES.
           MOVE "N" TO WS-EOF-REVISOES.
           OPEN INPUT REVISOES-FILE.
           IF WS-STATUS-REVISOES NOT = "00"
                   AND WS-STATUS-REVISOES NOT = "05"
               DISPLAY "ERRO AO ABRIR REVISOES.DAT - STATUS: "
                       WS-STATUS-REVISOES
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           READ REVISOES-FILE
               AT END
                   SET WS-FIM-REVISOES TO TRUE
           END-READ.
           PERFORM 2310-AVALIA-REVISAO
               UNTIL WS-FIM-REVISOES.

           CLOSE REVISOES-FILE.

      *----------------------------------------------------------------*
      * 2310-AVALIA-REVISAO
      * Confere o aluno de um pedido contra a tabela de candidatos e
      * avanca.
      *----------------------------------------------------------------*
       2310-AVALIA-REVISAO.
           MOVE REV-ID-ALUNO TO WS-ID-BUSCA.
           PERFORM 2900-BUSCA-CANDIDATO.
           IF WS-ACHOU-CANDIDATO
               MOVE "R" TO WS-CAN-IMPEDIMENTO (WS-IDX-ACHADO)
           END-IF.
           READ REVISOES-FILE
               AT END
                   SET WS-FIM-REVISOES TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 2400-VERIFICA-HISTORICO
      * Procura cada candidato no historico corrente: registro ali
      * e resultado que o FECHA-SEMESTRE ainda nao fechou, e preserva
      * o aluno. Historico ausente = nenhum resultado em aberto.
      *----------------------------------------------------------------*
       2400-VERIFICA-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
                   AND WS-STATUS-HISTORICO NOT = "05"
               DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                       WS-STATUS-HISTORICO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           IF WS-STATUS-HISTORICO = "00"
               MOVE ZERO TO WS-IDX-CANDIDATO
               PERFORM 2410-PROCURA-NO-HISTORICO
                   UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS
           END-IF.

           CLOSE HISTORICO-FILE.

      *----------------------------------------------------------------*
      * 2410-PROCURA-NO-HISTORICO
      * Posiciona o historico corrente no primeiro registro do
      * proximo candidato.
      *----------------------------------------------------------------*
       2410-PROCURA-NO-HISTORICO.
           ADD 1 TO WS-IDX-CANDIDATO.
           MOVE "N" TO WS-HISTORICO-ABERTO.
           MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO) TO HST-ID-ALUNO.
           MOVE ZERO TO HST-DATA.
           MOVE LOW-VALUES TO HST-TURMA.
           START HISTORICO-FILE KEY IS NOT LESS THAN HST-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HISTORICO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HST-ID-ALUNO =
                              WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
                               MOVE "S" TO WS-HISTORICO-ABERTO
                           END-IF
                   END-READ
           END-START.
           IF WS-HA-HISTORICO
               MOVE "H" TO WS-CAN-IMPEDIMENTO (WS-IDX-CANDIDATO)
           END-IF.

      *----------------------------------------------------------------*
      * 2900-BUSCA-CANDIDATO
      * Procura WS-ID-BUSCA na tabela de candidatos; achando, deixa
      * a posicao em WS-IDX-ACHADO.
      *----------------------------------------------------------------*
       2900-BUSCA-CANDIDATO.
           MOVE "N" TO WS-CANDIDATO-ACHADO.
           MOVE ZERO TO WS-IDX-BUSCA.
           MOVE ZERO TO WS-IDX-ACHADO.
           IF WS-ID-BUSCA IS NUMERIC
               PERFORM 2910-COMPARA-CANDIDATO
                   UNTIL WS-ACHOU-CANDIDATO
                      OR WS-IDX-BUSCA >= WS-QTD-CANDIDATOS
           END-IF.

      *----------------------------------------------------------------*
      * 2910-COMPARA-CANDIDATO
      * Compara WS-ID-BUSCA com a proxima entrada da tabela.
      *----------------------------------------------------------------*
       2910-COMPARA-CANDIDATO.
           ADD 1 TO WS-IDX-BUSCA.
           IF WS-CAN-ID-ALUNO (WS-IDX-BUSCA) = WS-ID-BUSCA-NUM
               MOVE "S" TO WS-CANDIDATO-ACHADO
               MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
           END-IF.

      *----------------------------------------------------------------*
      * 3000-CLASSIFICA-CANDIDATO
      * Apura a data-base da retencao do proximo candidato e o
      * destino dele: ainda no prazo, preservado por impedimento ou
      * anonimizado, com o pseudonimo seguinte da faixa. O aluno com
      * pseudonimo retomado de uma execucao interrompida ja teve
      * parte dos arquivos regravada e e anonimizado sob o mesmo
      * pseudonimo, sem nova triagem.
      *----------------------------------------------------------------*
       3000-CLASSIFICA-CANDIDATO.
           ADD 1 TO WS-IDX-CANDIDATO.
           MOVE WS-CAN-DT-DESATIVACAO (WS-IDX-CANDIDATO)
               TO WS-DATA-BASE.
           IF WS-CAN-ULT-SEMESTRE (WS-IDX-CANDIDATO) NOT = SPACES
               MOVE WS-CAN-ULT-SEMESTRE (WS-IDX-CANDIDATO)
                   TO WS-SEMESTRE-TRABALHO
               IF WS-SMT-PERIODO = "1"
                   COMPUTE WS-FIM-SEMESTRE = WS-SMT-ANO * 10000 + 630
               ELSE
                   COMPUTE WS-FIM-SEMESTRE = WS-SMT-ANO * 10000 + 1231
               END-IF
               IF WS-FIM-SEMESTRE > WS-DATA-BASE
                   MOVE WS-FIM-SEMESTRE TO WS-DATA-BASE
               END-IF
           END-IF.
           IF WS-DATA-BASE = ZERO
               MOVE WS-CAN-DT-MATRICULA (WS-IDX-CANDIDATO)
                   TO WS-DATA-BASE
           END-IF.
           MOVE WS-DATA-BASE TO WS-CAN-DT-BASE (WS-IDX-CANDIDATO).

           EVALUATE TRUE
               WHEN WS-CAN-PSEUDO-RETOMADO (WS-IDX-CANDIDATO)
                   MOVE "A" TO WS-CAN-DESTINO (WS-IDX-CANDIDATO)
                   ADD 1 TO WS-TOT-ANONIMIZADOS
                   ADD 1 TO WS-TOT-RETOMADOS
               WHEN WS-DATA-BASE > WS-DATA-LIMITE
                   MOVE "T" TO WS-CAN-DESTINO (WS-IDX-CANDIDATO)
                   ADD 1 TO WS-TOT-NO-PRAZO
               WHEN NOT WS-CAN-SEM-IMPEDIMENTO (WS-IDX-CANDIDATO)
                   MOVE "P" TO WS-CAN-DESTINO (WS-IDX-CANDIDATO)
                   ADD 1 TO WS-TOT-PRESERVADOS
               WHEN WS-ULTIMO-PSEUDONIMO = 99999
                   ADD 1 TO WS-TOT-SEM-PSEUDONIMO
                   DISPLAY "AVISO: FAIXA DE PSEUDONIMOS ESGOTADA - "
                           "ALUNO " WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
                           " NAO ANONIMIZADO"
               WHEN OTHER
                   ADD 1 TO WS-ULTIMO-PSEUDONIMO
                   MOVE WS-ULTIMO-PSEUDONIMO
                       TO WS-CAN-PSEUDONIMO (WS-IDX-CANDIDATO)
                   MOVE "A" TO WS-CAN-DESTINO (WS-IDX-CANDIDATO)
                   ADD 1 TO WS-TOT-ANONIMIZADOS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 3500-GRAVA-PSEUDONIMOS
      * Grava o controle de pseudonimos com todos os alunos a
      * anonimizar, antes da primeira regravacao: se o job cair no
      * meio, o rerun reaproveita o mesmo pseudonimo de cada um.
      * Sem o controle nada e regravado.
      *----------------------------------------------------------------*
       3500-GRAVA-PSEUDONIMOS.
           OPEN OUTPUT PSEUDONIMOS-FILE.
           IF WS-STATUS-PSEUDONIMOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR EXPURGO-PSEUDONIMOS.DAT - "
                       "STATUS: " WS-STATUS-PSEUDONIMOS
                       " - NADA FOI ANONIMIZADO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.
           SET WS-HA-CONTROLE-PSEUDONIMOS TO TRUE.

           MOVE ZERO TO WS-IDX-CANDIDATO.
           PERFORM 3510-GRAVA-PSEUDONIMO-ALUNO
               UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS.

           CLOSE PSEUDONIMOS-FILE.

      *----------------------------------------------------------------*
      * 3510-GRAVA-PSEUDONIMO-ALUNO
      * Grava a linha de controle do proximo candidato, se a
      * anonimizar.
      *----------------------------------------------------------------*
       3510-GRAVA-PSEUDONIMO-ALUNO.
           ADD 1 TO WS-IDX-CANDIDATO.
           IF WS-CAN-ANONIMIZAR (WS-IDX-CANDIDATO)
               MOVE SPACES TO REG-PSEUDONIMO
               MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
                   TO PSE-ID-ALUNO
               MOVE WS-CAN-PSEUDONIMO (WS-IDX-CANDIDATO)
                   TO PSE-PSEUDONIMO
               MOVE WS-DATA-SISTEMA TO PSE-DATA-EXECUCAO
               WRITE REG-PSEUDONIMO
           END-IF.

      *----------------------------------------------------------------*
      * 4000-PSEUDONIMIZA-ARQUIVOS
      * Regrava, em cada arquivamento presente do catalogo, os
      * registros dos alunos a anonimizar sob o pseudonimo.
      *----------------------------------------------------------------*
       4000-PSEUDONIMIZA-ARQUIVOS.
           MOVE ZERO TO WS-IDX-SEMESTRE.
           PERFORM 4100-PSEUDONIMIZA-SEMESTRE
               UNTIL WS-IDX-SEMESTRE >= WS-QTD-SEMESTRES.

      *----------------------------------------------------------------*
      * 4100-PSEUDONIMIZA-SEMESTRE
      * Abre para atualizacao o arquivamento do proximo semestre e
      * troca a chave dos registros de cada aluno a anonimizar.
      *----------------------------------------------------------------*
       4100-PSEUDONIMIZA-SEMESTRE.
           ADD 1 TO WS-IDX-SEMESTRE.
           IF WS-SEM-EM-DISCO (WS-IDX-SEMESTRE)
               PERFORM 2110-MONTA-NOME-ARQUIVO
               OPEN I-O ARQUIVO-FILE
               IF WS-STATUS-ARQUIVO NOT = "00"
                   DISPLAY "ERRO AO ABRIR " WS-NOME-ARQUIVO-HIST
                           " PARA ATUALIZACAO - STATUS: "
                           WS-STATUS-ARQUIVO
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-EXPURGO-EXIT
               END-IF
               MOVE ZERO TO WS-IDX-CANDIDATO
               PERFORM 4200-PSEUDONIMIZA-ALUNO
                   UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS
               CLOSE ARQUIVO-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 4200-PSEUDONIMIZA-ALUNO
      * Troca, um a um, os registros do proximo candidato a
      * anonimizar no arquivamento aberto.
      *----------------------------------------------------------------*
       4200-PSEUDONIMIZA-ALUNO.
           ADD 1 TO WS-IDX-CANDIDATO.
           IF WS-CAN-ANONIMIZAR (WS-IDX-CANDIDATO)
               MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
                   TO WS-ID-BUSCA-NUM
               PERFORM 4300-POSICIONA-ARQUIVO
               PERFORM 4400-TROCA-CHAVE
                   UNTIL WS-SEM-REGISTRO-ALUNO
           END-IF.

      *----------------------------------------------------------------*
      * 4300-POSICIONA-ARQUIVO
      * Le o primeiro registro do aluno WS-ID-BUSCA no arquivamento
      * aberto (chave aluno, data zero, turma minima) e indica se
      * ele existe.
      *----------------------------------------------------------------*
       4300-POSICIONA-ARQUIVO.
           MOVE "N" TO WS-REGISTRO-DO-ALUNO.
           MOVE WS-ID-BUSCA-NUM TO ARQ-ID-ALUNO.
           MOVE ZERO TO ARQ-DATA.
           MOVE LOW-VALUES TO ARQ-TURMA.
           START ARQUIVO-FILE KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARQ-ID-ALUNO = WS-ID-BUSCA-NUM
                               MOVE "S" TO WS-REGISTRO-DO-ALUNO
                           END-IF
                   END-READ
           END-START.

      *----------------------------------------------------------------*
      * 4400-TROCA-CHAVE
      * Grava o registro lido sob o pseudonimo e so entao apaga o
      * original - uma falha na gravacao nao perde o resultado.
      * Reposiciona no proximo registro do aluno (o pseudonimo, na
      * faixa 90000+, cai sempre depois dele na chave). Pseudonimo
      * retomado que ja esta gravado (o job anterior caiu entre a
      * gravacao e a exclusao) so tem o original apagado.
      *----------------------------------------------------------------*
       4400-TROCA-CHAVE.
           MOVE REG-ARQUIVO TO WS-REG-HISTORICO.
           MOVE WS-CAN-PSEUDONIMO (WS-IDX-CANDIDATO) TO ARQ-ID-ALUNO.
           WRITE REG-ARQUIVO
               INVALID KEY
                   IF WS-STATUS-ARQUIVO = "22"
                           AND WS-CAN-PSEUDO-RETOMADO
                               (WS-IDX-CANDIDATO)
                       DISPLAY "AVISO: PSEUDONIMO JA GRAVADO EM "
                               WS-NOME-ARQUIVO-HIST
                               " PELA EXECUCAO ANTERIOR"
                   ELSE
                       DISPLAY "ERRO AO GRAVAR O PSEUDONIMO EM "
                               WS-NOME-ARQUIVO-HIST " - STATUS: "
                               WS-STATUS-ARQUIVO
                       CLOSE ARQUIVO-FILE
                       MOVE 8 TO WS-CODIGO-RETORNO
                       GO TO 0000-EXPURGO-EXIT
                   END-IF
           END-WRITE.
           MOVE WS-HST-CHAVE TO ARQ-CHAVE.
           DELETE ARQUIVO-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO AO APAGAR O ORIGINAL EM "
                           WS-NOME-ARQUIVO-HIST " - STATUS: "
                           WS-STATUS-ARQUIVO
                   CLOSE ARQUIVO-FILE
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-EXPURGO-EXIT
           END-DELETE.
           ADD 1 TO WS-CAN-QTD-ARQUIVOS (WS-IDX-CANDIDATO).
           ADD 1 TO WS-TOT-REG-ARQUIVOS.
           PERFORM 4300-POSICIONA-ARQUIVO.

      *----------------------------------------------------------------*
      * 5000-ANONIMIZA-DERIVADOS
      * Anonimiza, um a um, os arquivos derivados do lote, do
      * fechamento, da recuperacao, do ranking, do alerta e da
      * recepcao que levam o ID ou o nome do aluno e, por ultimo, o
      * cadastro sequencial da secretaria, de onde o mestre indexado
      * e recarregado. EXTRATO.DAT e REVISOES-CONTROLE.DAT ficam
      * como estao (ver cabecalho).
      *----------------------------------------------------------------*
       5000-ANONIMIZA-DERIVADOS.
           MOVE "FECHAMENTO.DAT" TO WS-NOME-DERIVADO.
           MOVE "F" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "FECHAMENTO-POS.DAT" TO WS-NOME-DERIVADO.
           MOVE "F" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "EXCECOES.DAT" TO WS-NOME-DERIVADO.
           MOVE "E" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "CARTAS.DAT" TO WS-NOME-DERIVADO.
           MOVE "C" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "CARTAS-CONTROLE.DAT" TO WS-NOME-DERIVADO.
           MOVE "K" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "TRANSCRITO.DAT" TO WS-NOME-DERIVADO.
           MOVE "T" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "CARTAS-REVISAO.DAT" TO WS-NOME-DERIVADO.
           MOVE "C" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "ATA-FINAL.DAT" TO WS-NOME-DERIVADO.
           MOVE "A" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "ATA-RECUPERACAO.DAT" TO WS-NOME-DERIVADO.
           MOVE "R" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "RANKING-CURSOS.DAT" TO WS-NOME-DERIVADO.
           MOVE "G" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "QUADRO-HONRA.DAT" TO WS-NOME-DERIVADO.
           MOVE "Q" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "ALERTA-RISCO.DAT" TO WS-NOME-DERIVADO.
           MOVE "L" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "PRE-CRITICA.DAT" TO WS-NOME-DERIVADO.
           MOVE "P" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "RECEPCAO-FOLHAS.DAT" TO WS-NOME-DERIVADO.
           MOVE "O" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "RELATORIO-NOTAS.DAT" TO WS-NOME-DERIVADO.
           MOVE "N" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

           MOVE "MESTRE-ALUNOS.DAT" TO WS-NOME-DERIVADO.
           MOVE "M" TO WS-TIPO-DERIVADO.
           PERFORM 5100-ANONIMIZA-DERIVADO
               THRU 5100-ANONIMIZA-DERIVADO-EXIT.

      *----------------------------------------------------------------*
      * 5100-ANONIMIZA-DERIVADO
      * Copia o derivado corrente para o arquivo de trabalho,
      * anonimizando as linhas dos alunos a anonimizar, e so com a
      * copia completa regrava o original a partir dela. Derivado
      * ausente ou sem linha alterada fica como esta.
      *----------------------------------------------------------------*
       5100-ANONIMIZA-DERIVADO.
           MOVE ZERO TO WS-QTD-ALTERADAS.
           MOVE "N" TO WS-EOF-DERIVADO.
           OPEN INPUT DERIVADO-FILE.
           IF WS-STATUS-DERIVADO = "05"
               CLOSE DERIVADO-FILE
               GO TO 5100-ANONIMIZA-DERIVADO-EXIT
           END-IF.
           IF WS-STATUS-DERIVADO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-DERIVADO
                       " - STATUS: " WS-STATUS-DERIVADO
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           OPEN OUTPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO ABRIR EXPURGO-TRABALHO.DAT - STATUS: "
                       WS-STATUS-TRABALHO
               CLOSE DERIVADO-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           READ DERIVADO-FILE
               AT END
                   SET WS-FIM-DERIVADO TO TRUE
           END-READ.
           PERFORM 5200-ANONIMIZA-LINHA
               UNTIL WS-FIM-DERIVADO.

           CLOSE DERIVADO-FILE.
           CLOSE TRABALHO-FILE.

           IF WS-QTD-ALTERADAS > ZERO
               PERFORM 5500-REGRAVA-DERIVADO
               DISPLAY WS-NOME-DERIVADO " ANONIMIZADO ("
                       WS-QTD-ALTERADAS " LINHA(S))"
           END-IF.

       5100-ANONIMIZA-DERIVADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5200-ANONIMIZA-LINHA
      * Localiza o ID do aluno na linha corrente, pelo layout do
      * derivado, e, sendo de um aluno a anonimizar, troca o ID pelo
      * pseudonimo e o nome pelo nome anonimo. Grava a linha na
      * copia de trabalho e avanca.
      *----------------------------------------------------------------*
       5200-ANONIMIZA-LINHA.
           MOVE REG-DERIVADO TO WS-LINHA-DERIVADO.
           MOVE SPACES TO WS-ID-BUSCA.
           EVALUATE TRUE
               WHEN WS-DRV-E-FECHAMENTO
                   MOVE WS-DFE-ID-ALUNO TO WS-ID-BUSCA
               WHEN WS-DRV-E-EXCECAO
                   MOVE WS-DEX-ID-ALUNO TO WS-ID-BUSCA
               WHEN WS-DRV-E-CARTA
                   IF WS-DCA-ROTULO = "AO(A) ALUNO(A): "
                       MOVE WS-DCA-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
               WHEN WS-DRV-E-CONTROLE-CARTA
                   MOVE WS-DCC-ID-ALUNO TO WS-ID-BUSCA
               WHEN WS-DRV-E-TRANSCRITO
                   IF WS-DTR-ROTULO = "ALUNO   "
                           AND WS-DTR-SEPARADOR = " - "
                       MOVE WS-DTR-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
               WHEN WS-DRV-E-MESTRE
                   MOVE WS-DMS-ID-ALUNO TO WS-ID-BUSCA
               WHEN WS-DRV-E-ATA-FINAL
                   IF WS-DAF-MARGEM = SPACES
                           AND WS-DAF-SEPARADOR = SPACES
                       MOVE WS-DAF-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
               WHEN WS-DRV-E-ATA-RECUPERACAO
                   IF WS-DAR-MARGEM = SPACES
                           AND WS-DAR-SEPARADOR = SPACES
                       MOVE WS-DAR-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
               WHEN WS-DRV-E-RANKING
                   PERFORM 5210-IDENTIFICA-LINHA-RANKING
               WHEN WS-DRV-E-QUADRO-HONRA
                   MOVE WS-DQH-ID-ALUNO TO WS-ID-BUSCA
               WHEN WS-DRV-E-ALERTA
                   IF WS-DAL-MARGEM = SPACES
                           AND WS-DAL-SEPARADOR = SPACES
                       MOVE WS-DAL-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
               WHEN WS-DRV-E-PRE-CRITICA
                   IF WS-DPC-SEPARADOR-1 = SPACES
                           AND WS-DPC-SEPARADOR-2 = SPACES
                           AND WS-DPC-SEPARADOR-3 = SPACES
                       MOVE WS-DPC-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
               WHEN WS-DRV-E-RECEPCAO
                   IF WS-DRF-TIPO = "LINHA"
                       MOVE WS-DRF-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
               WHEN WS-DRV-E-RELATORIO
                   IF WS-DRN-SEPARADOR = SPACES
                       MOVE WS-DRN-ID-ALUNO TO WS-ID-BUSCA
                   END-IF
           END-EVALUATE.

           PERFORM 2900-BUSCA-CANDIDATO.
           IF WS-ACHOU-CANDIDATO
               IF WS-CAN-ANONIMIZAR (WS-IDX-ACHADO)
                   PERFORM 5300-TROCA-IDENTIFICACAO
               END-IF
           END-IF.

           MOVE WS-LINHA-DERIVADO TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           READ DERIVADO-FILE
               AT END
                   SET WS-FIM-DERIVADO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 5210-IDENTIFICA-LINHA-RANKING
      * O ranking tem dois layouts de linha de aluno: a da listagem
      * por curso (posicao na margem) e a do quadro de honra ao fim
      * (curso na margem). Guarda qual das duas a linha corrente e,
      * para a troca usar a mesma visao.
      *----------------------------------------------------------------*
       5210-IDENTIFICA-LINHA-RANKING.
           MOVE SPACE TO WS-VISAO-RANKING.
           IF WS-DRK-SEPARADOR-1 = SPACES
                   AND WS-DRK-SEPARADOR-2 = SPACES
                   AND WS-DRK-ID-ALUNO IS NUMERIC
               SET WS-RANKING-LINHA-ALUNO TO TRUE
               MOVE WS-DRK-ID-ALUNO TO WS-ID-BUSCA
           ELSE
               IF WS-DRH-SEPARADOR-1 = SPACES
                       AND WS-DRH-SEPARADOR-2 = SPACES
                       AND WS-DRH-SEPARADOR-3 = SPACES
                       AND WS-DRH-ID-ALUNO IS NUMERIC
                   SET WS-RANKING-LINHA-HONRA TO TRUE
                   MOVE WS-DRH-ID-ALUNO TO WS-ID-BUSCA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 5300-TROCA-IDENTIFICACAO
      * Troca o ID e, nos layouts que o levam, o nome do aluno da
      * linha corrente; no cadastro sequencial, zera o nascimento.
      *----------------------------------------------------------------*
       5300-TROCA-IDENTIFICACAO.
           MOVE WS-CAN-PSEUDONIMO (WS-IDX-ACHADO) TO WS-ID-BUSCA-NUM.
           EVALUATE TRUE
               WHEN WS-DRV-E-FECHAMENTO
                   MOVE WS-ID-BUSCA TO WS-DFE-ID-ALUNO
               WHEN WS-DRV-E-EXCECAO
                   MOVE WS-ID-BUSCA TO WS-DEX-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DEX-NOME
               WHEN WS-DRV-E-CARTA
                   MOVE WS-ID-BUSCA TO WS-DCA-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DCA-NOME
               WHEN WS-DRV-E-CONTROLE-CARTA
                   MOVE WS-ID-BUSCA TO WS-DCC-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DCC-NOME
               WHEN WS-DRV-E-TRANSCRITO
                   MOVE WS-ID-BUSCA TO WS-DTR-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DTR-NOME
               WHEN WS-DRV-E-MESTRE
                   MOVE WS-ID-BUSCA TO WS-DMS-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DMS-NOME
                   MOVE "00000000" TO WS-DMS-DT-NASCIMENTO
               WHEN WS-DRV-E-ATA-FINAL
                   MOVE WS-ID-BUSCA TO WS-DAF-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DAF-NOME
               WHEN WS-DRV-E-ATA-RECUPERACAO
                   MOVE WS-ID-BUSCA TO WS-DAR-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DAR-NOME
               WHEN WS-DRV-E-RANKING
                   IF WS-RANKING-LINHA-ALUNO
                       MOVE WS-ID-BUSCA TO WS-DRK-ID-ALUNO
                       MOVE WS-NOME-ANONIMO TO WS-DRK-NOME
                   ELSE
                       MOVE WS-ID-BUSCA TO WS-DRH-ID-ALUNO
                       MOVE WS-NOME-ANONIMO TO WS-DRH-NOME
                   END-IF
               WHEN WS-DRV-E-QUADRO-HONRA
                   MOVE WS-ID-BUSCA TO WS-DQH-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DQH-NOME
               WHEN WS-DRV-E-ALERTA
                   MOVE WS-ID-BUSCA TO WS-DAL-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DAL-NOME
               WHEN WS-DRV-E-PRE-CRITICA
                   MOVE WS-ID-BUSCA TO WS-DPC-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DPC-NOME
               WHEN WS-DRV-E-RECEPCAO
                   MOVE WS-ID-BUSCA TO WS-DRF-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DRF-NOME
               WHEN WS-DRV-E-RELATORIO
                   MOVE WS-ID-BUSCA TO WS-DRN-ID-ALUNO
                   MOVE WS-NOME-ANONIMO TO WS-DRN-NOME
           END-EVALUATE.
           ADD 1 TO WS-QTD-ALTERADAS.
           ADD 1 TO WS-CAN-QTD-DERIVADOS (WS-IDX-ACHADO).
           ADD 1 TO WS-TOT-REG-DERIVADOS.

      *----------------------------------------------------------------*
      * 5500-REGRAVA-DERIVADO
      * Regrava o derivado corrente a partir da copia de trabalho ja
      * completa.
      *----------------------------------------------------------------*
       5500-REGRAVA-DERIVADO.
           MOVE "N" TO WS-EOF-TRABALHO.
           OPEN INPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               DISPLAY "ERRO AO REABRIR EXPURGO-TRABALHO.DAT - "
                       "STATUS: " WS-STATUS-TRABALHO " - "
                       WS-NOME-DERIVADO " INTACTO"
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           OPEN OUTPUT DERIVADO-FILE.
           IF WS-STATUS-DERIVADO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR " WS-NOME-DERIVADO
                       " - STATUS: " WS-STATUS-DERIVADO
               DISPLAY "A COPIA ANONIMIZADA ESTA EM "
                       "EXPURGO-TRABALHO.DAT"
               CLOSE TRABALHO-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           READ TRABALHO-FILE
               AT END
                   SET WS-FIM-TRABALHO TO TRUE
           END-READ.
           PERFORM 5510-COPIA-LINHA
               UNTIL WS-FIM-TRABALHO.

           CLOSE TRABALHO-FILE.
           CLOSE DERIVADO-FILE.

      *----------------------------------------------------------------*
      * 5510-COPIA-LINHA
      * Copia uma linha da copia de trabalho para o derivado e
      * avanca.
      *----------------------------------------------------------------*
       5510-COPIA-LINHA.
           MOVE REG-TRABALHO TO REG-DERIVADO.
           WRITE REG-DERIVADO.
           READ TRABALHO-FILE
               AT END
                   SET WS-FIM-TRABALHO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 6000-ANONIMIZA-MESTRE
      * Troca no mestre o registro de cada aluno a anonimizar pelo
      * do pseudonimo - o ultimo passo, para um rerun ainda achar o
      * aluno se o job cair antes daqui.
      *----------------------------------------------------------------*
       6000-ANONIMIZA-MESTRE.
           OPEN I-O MESTRE-FILE.
           IF WS-STATUS-MESTRE NOT = "00"
               DISPLAY "ERRO AO ABRIR MESTRE-INDEXADO.DAT PARA "
                       "ATUALIZACAO - STATUS: " WS-STATUS-MESTRE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-EXPURGO-EXIT
           END-IF.

           MOVE ZERO TO WS-IDX-CANDIDATO.
           PERFORM 6100-ANONIMIZA-REGISTRO
               UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS.

           CLOSE MESTRE-FILE.

      *----------------------------------------------------------------*
      * 6100-ANONIMIZA-REGISTRO
      * Le o registro do proximo aluno a anonimizar, grava o do
      * pseudonimo (curso, matricula, situacao e desativacao
      * mantidos; nome anonimo e nascimento zerado) e apaga o do ID
      * original, registrando a anonimizacao na trilha. Aluno que
      * nao esta mais no mestre fica pendente: sai da lista dos
      * anonimizados do certificado e nao vai para a trilha.
      *----------------------------------------------------------------*
       6100-ANONIMIZA-REGISTRO.
           ADD 1 TO WS-IDX-CANDIDATO.
           IF WS-CAN-ANONIMIZAR (WS-IDX-CANDIDATO)
               MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
                   TO MST-ID-ALUNO
               READ MESTRE-FILE
                   INVALID KEY
                       DISPLAY "AVISO: ALUNO " MST-ID-ALUNO
                               " SAIU DO MESTRE DURANTE O EXPURGO"
                               " - ANONIMIZACAO PENDENTE"
                       MOVE "M" TO WS-CAN-DESTINO (WS-IDX-CANDIDATO)
                       SUBTRACT 1 FROM WS-TOT-ANONIMIZADOS
                       ADD 1 TO WS-TOT-FORA-MESTRE
                   NOT INVALID KEY
                       PERFORM 6200-TROCA-REGISTRO-MESTRE
                       PERFORM 6300-AUDITA-ANONIMIZACAO
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * 6200-TROCA-REGISTRO-MESTRE
      * Grava o registro do pseudonimo a partir do lido e apaga o do
      * ID original. Um INVALID KEY aqui indica concorrencia ou
      * arquivo corrompido e derruba o job - salvo o pseudonimo
      * retomado ja gravado pela execucao anterior, que so tem o
      * original apagado.
      *----------------------------------------------------------------*
       6200-TROCA-REGISTRO-MESTRE.
           MOVE WS-CAN-PSEUDONIMO (WS-IDX-CANDIDATO) TO MST-ID-ALUNO.
           MOVE WS-NOME-ANONIMO TO MST-NOME.
           MOVE ZERO TO MST-DT-NASCIMENTO.
           WRITE REG-MESTRE
               INVALID KEY
                   IF WS-STATUS-MESTRE = "22"
                           AND WS-CAN-PSEUDO-RETOMADO
                               (WS-IDX-CANDIDATO)
                       DISPLAY "AVISO: PSEUDONIMO JA GRAVADO NO "
                               "MESTRE PELA EXECUCAO ANTERIOR"
                   ELSE
                       DISPLAY "ERRO AO GRAVAR O PSEUDONIMO NO "
                               "MESTRE - STATUS: " WS-STATUS-MESTRE
                       CLOSE MESTRE-FILE
                       MOVE 8 TO WS-CODIGO-RETORNO
                       GO TO 0000-EXPURGO-EXIT
                   END-IF
           END-WRITE.
           MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO) TO MST-ID-ALUNO.
           DELETE MESTRE-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO AO APAGAR O ALUNO " MST-ID-ALUNO
                           " DO MESTRE - STATUS: " WS-STATUS-MESTRE
                   CLOSE MESTRE-FILE
                   MOVE 8 TO WS-CODIGO-RETORNO
                   GO TO 0000-EXPURGO-EXIT
           END-DELETE.
           MOVE 1 TO WS-CAN-QTD-MESTRE (WS-IDX-CANDIDATO).
           ADD 1 TO WS-TOT-REG-MESTRE.

      *----------------------------------------------------------------*
      * 6300-AUDITA-ANONIMIZACAO
      * Grava na trilha a anonimizacao do aluno corrente, com o
      * total de registros e linhas regravados - sem o pseudonimo.
      *----------------------------------------------------------------*
       6300-AUDITA-ANONIMIZACAO.
           MOVE SPACES TO WS-AUD-TEXTO.
           STRING "EXPURGO LGPD: ALUNO "
               WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
               " ANONIMIZADO - MESTRE "
               WS-CAN-QTD-MESTRE (WS-IDX-CANDIDATO)
               ", ARQUIVADOS " WS-CAN-QTD-ARQUIVOS (WS-IDX-CANDIDATO)
               ", DERIVADOS " WS-CAN-QTD-DERIVADOS (WS-IDX-CANDIDATO)
               DELIMITED BY SIZE INTO WS-AUD-TEXTO.
           PERFORM 8000-GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * 6900-LIMPA-PSEUDONIMOS
      * Zera o controle de pseudonimos ao fim do expurgo, como o
      * checkpoint do lote ao fim de um lote concluido. Sem a
      * limpeza a relacao ID x pseudonimo fica em disco e o job
      * termina com RC 8.
      *----------------------------------------------------------------*
       6900-LIMPA-PSEUDONIMOS.
           OPEN OUTPUT PSEUDONIMOS-FILE.
           IF WS-STATUS-PSEUDONIMOS NOT = "00"
               DISPLAY "ERRO AO ZERAR EXPURGO-PSEUDONIMOS.DAT - "
                       "STATUS: " WS-STATUS-PSEUDONIMOS
               DISPLAY "ZERE O ARQUIVO ANTES DE LIBERA-LO - ELE "
                       "RELACIONA ALUNO E PSEUDONIMO"
               MOVE 8 TO WS-CODIGO-RETORNO
           ELSE
               CLOSE PSEUDONIMOS-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 7000-EMITE-CERTIFICADO
      * Imprime o certificado de expurgo: parametros da execucao,
      * alunos anonimizados, alunos preservados com o motivo e os
      * totais.
      *----------------------------------------------------------------*
       7000-EMITE-CERTIFICADO.
           MOVE "CERTIFICADO DE EXPURGO DE DADOS PESSOAIS - LGPD"
               TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-LINHA-SEPARADORA TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE WS-DATA-SISTEMA TO WS-DATA-EDICAO.
           PERFORM 7900-FORMATA-DATA.
           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "DATA DA EXECUCAO....: " WS-DATA-FORMATADA
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "PRAZO DE RETENCAO...: " WS-ANOS-RETENCAO " ANO(S)"
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE WS-DATA-LIMITE TO WS-DATA-EDICAO.
           PERFORM 7900-FORMATA-DATA.
           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "DATA-BASE LIMITE....: " WS-DATA-FORMATADA
               " (DESATIVACAO OU FIM DO ULTIMO SEMESTRE)"
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "ALUNOS ANONIMIZADOS (NOME E NASCIMENTO REMOVIDOS; "
               TO WS-LINHA-CERTIFICADO.
           MOVE "RESULTADOS MANTIDOS SOB PSEUDONIMO)"
               TO WS-LINHA-CERTIFICADO (51:50).
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-CABEC-ANONIMIZADOS TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE ZERO TO WS-IDX-CANDIDATO.
           PERFORM 7100-IMPRIME-ANONIMIZADO
               UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS.
           IF WS-TOT-ANONIMIZADOS = ZERO
               IF WS-TOT-FORA-MESTRE = ZERO
                   MOVE "NENHUM ALUNO COM A RETENCAO VENCIDA"
                       TO REG-CERTIFICADO
               ELSE
                   MOVE "NENHUM" TO REG-CERTIFICADO
               END-IF
               WRITE REG-CERTIFICADO
           END-IF.

           MOVE SPACES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "ALUNOS COM A RETENCAO VENCIDA PRESERVADOS"
               TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE WS-CABEC-PRESERVADOS TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE ZERO TO WS-IDX-CANDIDATO.
           PERFORM 7200-IMPRIME-PRESERVADO
               UNTIL WS-IDX-CANDIDATO >= WS-QTD-CANDIDATOS.
           IF WS-TOT-PRESERVADOS = ZERO
               MOVE "NENHUM" TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

           MOVE SPACES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "ARQUIVOS MANTIDOS SEM ANONIMIZACAO"
               TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "EXTRATO.DAT..........: SO A MATRICULA, SEM NOME; "
               TO WS-LINHA-CERTIFICADO.
           MOVE "REMESSA JA ENTREGUE AO SISTEMA ACADEMICO"
               TO WS-LINHA-CERTIFICADO (51:50).
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "REVISOES-CONTROLE.DAT: SO A MATRICULA, SEM NOME; "
               TO WS-LINHA-CERTIFICADO.
           MOVE "COM O MESTRE TROCADO NAO IDENTIFICA O ALUNO"
               TO WS-LINHA-CERTIFICADO (51:50).
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           PERFORM 7500-IMPRIME-TOTAIS.

      *----------------------------------------------------------------*
      * 7100-IMPRIME-ANONIMIZADO
      * Imprime a linha do proximo candidato, se anonimizado.
      *----------------------------------------------------------------*
       7100-IMPRIME-ANONIMIZADO.
           ADD 1 TO WS-IDX-CANDIDATO.
           IF WS-CAN-ANONIMIZAR (WS-IDX-CANDIDATO)
               MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
                   TO WS-LAN-ID-ALUNO
               MOVE WS-CAN-DT-BASE (WS-IDX-CANDIDATO)
                   TO WS-DATA-EDICAO
               PERFORM 7900-FORMATA-DATA
               MOVE WS-DATA-FORMATADA TO WS-LAN-DT-BASE
               MOVE WS-CAN-ULT-SEMESTRE (WS-IDX-CANDIDATO)
                   TO WS-LAN-ULT-SEMESTRE
               MOVE WS-CAN-QTD-MESTRE (WS-IDX-CANDIDATO)
                   TO WS-LAN-QTD-MESTRE
               MOVE WS-CAN-QTD-ARQUIVOS (WS-IDX-CANDIDATO)
                   TO WS-LAN-QTD-ARQUIVOS
               MOVE WS-CAN-QTD-DERIVADOS (WS-IDX-CANDIDATO)
                   TO WS-LAN-QTD-DERIVADOS
               MOVE WS-LINHA-ANONIMIZADO TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

      *----------------------------------------------------------------*
      * 7200-IMPRIME-PRESERVADO
      * Imprime a linha do proximo candidato, se preservado, com o
      * motivo do impedimento.
      *----------------------------------------------------------------*
       7200-IMPRIME-PRESERVADO.
           ADD 1 TO WS-IDX-CANDIDATO.
           IF WS-CAN-PRESERVADO (WS-IDX-CANDIDATO)
               MOVE WS-CAN-ID-ALUNO (WS-IDX-CANDIDATO)
                   TO WS-LPR-ID-ALUNO
               MOVE WS-CAN-DT-BASE (WS-IDX-CANDIDATO)
                   TO WS-DATA-EDICAO
               PERFORM 7900-FORMATA-DATA
               MOVE WS-DATA-FORMATADA TO WS-LPR-DT-BASE
               EVALUATE TRUE
                   WHEN WS-CAN-REVISAO-ABERTA (WS-IDX-CANDIDATO)
                       MOVE "PEDIDO DE REVISAO DE NOTA EM ABERTO"
                           TO WS-LPR-MOTIVO
                   WHEN WS-CAN-RECUP-ABERTA (WS-IDX-CANDIDATO)
                       MOVE "RECUPERACAO EM ABERTO" TO WS-LPR-MOTIVO
                   WHEN OTHER
                       MOVE "RESULTADO NAO FECHADO NO SEMESTRE"
                           TO WS-LPR-MOTIVO
               END-EVALUATE
               MOVE WS-LINHA-PRESERVADO TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

      *----------------------------------------------------------------*
      * 7500-IMPRIME-TOTAIS
      * Imprime os totais do expurgo no fim do certificado.
      *----------------------------------------------------------------*
       7500-IMPRIME-TOTAIS.
           MOVE SPACES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "TOTAIS" TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "ALUNOS INATIVOS NO MESTRE.....: " WS-TOT-INATIVOS
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "ANONIMIZADOS..................: "
               WS-TOT-ANONIMIZADOS
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           IF WS-TOT-RETOMADOS > ZERO
               MOVE SPACES TO WS-LINHA-CERTIFICADO
               STRING "  RETOMADOS DE EXECUCAO ANTERIOR: "
                   WS-TOT-RETOMADOS
                   DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO
               MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "PRESERVADOS POR IMPEDIMENTO...: " WS-TOT-PRESERVADOS
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "AINDA NO PRAZO DE RETENCAO....: " WS-TOT-NO-PRAZO
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "REGISTROS DO MESTRE TROCADOS..: " WS-TOT-REG-MESTRE
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "REGISTROS ARQUIVADOS REGRAVADOS: "
               WS-TOT-REG-ARQUIVOS
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERTIFICADO.
           STRING "LINHAS DE DERIVADOS REGRAVADAS: "
               WS-TOT-REG-DERIVADOS
               DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO.
           MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           IF WS-TOT-EXCEDENTES > ZERO
                   OR WS-TOT-SEM-PSEUDONIMO > ZERO
                   OR WS-TOT-ARQ-AUSENTES > ZERO
                   OR WS-TOT-FORA-MESTRE > ZERO
               MOVE SPACES TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
               MOVE SPACES TO WS-LINHA-CERTIFICADO
               STRING "PENDENTES: " WS-TOT-EXCEDENTES
                   " ALEM DA TABELA, " WS-TOT-SEM-PSEUDONIMO
                   " SEM PSEUDONIMO, " WS-TOT-ARQ-AUSENTES
                   " ARQ. AUSENTE(S), " WS-TOT-FORA-MESTRE
                   " FORA DO MESTRE"
                   DELIMITED BY SIZE INTO WS-LINHA-CERTIFICADO
               MOVE WS-LINHA-CERTIFICADO TO REG-CERTIFICADO
               WRITE REG-CERTIFICADO
           END-IF.

           MOVE SPACES TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
           MOVE "RESPONSAVEL PELA SECRETARIA: ______________________"
               TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

      *----------------------------------------------------------------*
      * 7900-FORMATA-DATA
      * Formata WS-DATA-EDICAO (AAAAMMDD) como DD/MM/AAAA em
      * WS-DATA-FORMATADA.
      *----------------------------------------------------------------*
       7900-FORMATA-DATA.
           MOVE SPACES TO WS-DATA-FORMATADA.
           STRING WS-DED-DD "/" WS-DED-MM "/" WS-DED-AAAA
               DELIMITED BY SIZE INTO WS-DATA-FORMATADA.

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
