      *                    tres notas componentes do dia rejeitado.
      *                    FD do mestre indexado movido para
      *                    MESTRE-FD.cpy.
      * 15-OUT-26  LCF     Registro do cadastro de turmas de 93 para
      *                    108 bytes (nivel de estudo da turma, em
      *                    TURMA-REC.cpy).
      * 15-OUT-26  LCF     Historico semestral de 56 para 69 bytes:
      *                    grava as notas componentes N1, N2 e
      *                    trabalho do resultado (base da revisao de
      *                    nota), com nota/conceito anteriores zerados.
      * 15-OUT-26  LCF     Aluno+turma como unidade de avaliacao,
      *                    como no driver: a correcao e casada pelo
      *                    aluno e pela turma da excecao (ou so pelo
      *                    aluno, quando a rejeicao foi a propria
      *                    turma - motivo 06), a emissao unica vale
      *                    por aluno+turma, a frequencia e apurada
      *                    na turma e o extrato leva a turma.
      * 15-OUT-26  LCF     Tabelas de cortes, pesos e turmas com
      *                    vigencia: as regras aplicadas sao as
      *                    vigentes na data do lote rejeitado (nova
      *                    coluna da linha de excecao, de 120 para
      *                    128 bytes; sem ela, a data do sistema), e
      *                    o historico reprocessado leva essa data.
      *                    Sem versao vigente das regras na data a
      *                    correcao fica pendente (motivo 07).
      * 15-OUT-26  LCF     Historico semestral indexado por
      *                    aluno+data+turma (HISTORICO-FD.cpy): aberto
      *                    em I-O e consultado por chave antes de
      *                    reavaliar - aluno+turma que ja tem
      *                    resultado na data do lote (a primeira
      *                    ocorrencia de um ID duplicado, motivo 04,
      *                    ou correcao aplicada numa execucao
      *                    anterior) nao gera segundo resultado e e
      *                    contado a parte no resumo.
      * 15-OUT-26  LCF     Historico gravado antes do relatorio e do
      *                    extrato: falha na gravacao nao reprocessa
      *                    o aluno, conta no resumo e termina com RC 8.
      *----------------------------------------------------------------*

      *================================================================*
               FILE STATUS IS WS-STATUS-TURMAS.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA - FREQUENCIA DIARIA POR ALUNO E TURMA, A
      * MESMA DO DRIVER DO LOTE, PARA A REGRA DOS 75% NA REVALIDACAO
      *----------------------------------------------------------------*
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

      *----------------------------------------------------------------*
      * ARQUIVO DE ENTRADA/SAIDA - HISTORICO SEMESTRAL CUMULATIVO,
      * INDEXADO POR ALUNO+DATA+TURMA: CONSULTADO POR CHAVE E
      * GRAVADO COM A MARCA R PARA OS RESULTADOS REPROCESSADOS
      *----------------------------------------------------------------*
           SELECT OPTIONAL HISTORICO-FILE
               ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-CHAVE
               ALTERNATE RECORD KEY IS HST-TURMA WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HISTORICO.

      *================================================================*
      *----------------------------------------------------------------*
       FD  EXCECOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-EXCECAO               PIC X(128).

      *----------------------------------------------------------------*
      * FD CORRECOES-FILE
      *----------------------------------------------------------------*
       FD  TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-TURMA-CAD             PIC X(124).

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
      * FD EXTRATO-FILE

      *----------------------------------------------------------------*
      * FD HISTORICO-FILE
      * Registro do historico semestral indexado (HISTORICO-FD.cpy;
      * layout de trabalho em HISTORICO-REC.cpy).
      *----------------------------------------------------------------*
       FD  HISTORICO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTORICO-FD.

       WORKING-STORAGE SECTION.

       77  WS-CODIGO-RETORNO         PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * TABELA DAS CORRECOES RECEBIDAS, INDEXADA POR ALUNO E TURMA
      *----------------------------------------------------------------*
       01  WS-TABELA-CORRECOES.
           05  WS-QTD-CORRECOES      PIC 9(04) COMP VALUE ZERO.

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
      * RESULTADO DA BUSCA DA TURMA DA CORRECAO NO CADASTRO

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
      * PESOS E TURMAS) - A DATA DO LOTE QUE REJEITOU A LINHA
      *----------------------------------------------------------------*
       77  WS-DATA-VIGENCIA          PIC 9(08) VALUE ZERO.

       77  WS-SOMA-PESOS             PIC 9(04) VALUE ZERO.

       01  WS-FLAGS-PESOS.
               88  WS-HA-PESO-DEMAIS       VALUE "S".

      *----------------------------------------------------------------*
      * FREQUENCIA DIARIA POR ALUNO E TURMA, CARREGADA DE
      * FREQUENCIA.DAT NA PARTIDA, E O RESULTADO RESOLVIDO PARA O
      * ALUNO NA TURMA CORRENTE - MESMA REGRA DOS 75% DO DRIVER
      * DO LOTE
      *----------------------------------------------------------------*
       01  WS-TABELA-FREQUENCIA.
           05  WS-QTD-FREQUENCIA     PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-FREQUENCIA OCCURS 999 TIMES.
               10  WS-TAB-FRQ-ID     PIC 9(05).
               10  WS-TAB-FRQ-TURMA  PIC X(03).
               10  WS-TAB-FRQ-DADAS  PIC 9(03).
               10  WS-TAB-FRQ-PRES   PIC 9(03).

           05  WS-TOT-SEM-CORRECAO   PIC 9(04) VALUE ZERO.
           05  WS-TOT-AINDA-INVAL    PIC 9(04) VALUE ZERO.
           05  WS-TOT-JA-EMITIDOS    PIC 9(04) VALUE ZERO.
           05  WS-TOT-JA-NO-HISTORICO PIC 9(04) VALUE ZERO.
           05  WS-TOT-ERRO-HISTORICO PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------------*
      * TABELA DOS PARES ALUNO+TURMA JA REPROCESSADOS NESTA EXECUCAO,
      * PARA APLICAR CADA CORRECAO NO MAXIMO UMA VEZ - UM ALUNO COM
      * MAIS DE UMA LINHA DE EXCECAO NA MESMA TURMA (POR EXEMPLO,
      * REJEITADO PELA NOTA E DE NOVO COMO DUPLICADO) NAO PODE ENTRAR
      * DUAS VEZES NO FEED DO DIA (MESMO PADRAO DA
      * WS-TABELA-IDS-VISTOS DO DRIVER DO LOTE)
      *----------------------------------------------------------------*
       01  WS-TABELA-IDS-REPROC.
           05  WS-QTD-IDS-REPROC     PIC 9(04) COMP VALUE ZERO.
           05  WS-ENT-ID-REPROC OCCURS 200 TIMES.
               10  WS-ID-REPROC      PIC 9(05).
               10  WS-TURMA-REPROC   PIC X(03).

       77  WS-IDX-ID-REPROC          PIC 9(04) COMP VALUE ZERO.

           05  WS-CORRECAO-ACHADA    PIC X(01) VALUE "N".
               88  WS-TEM-CORRECAO         VALUE "S".
               88  WS-SEM-CORRECAO         VALUE "N".
           05  WS-HISTORICO-ACHADO   PIC X(01) VALUE "N".
               88  WS-JA-NO-HISTORICO      VALUE "S".
               88  WS-FORA-DO-HISTORICO    VALUE "N".

      *----------------------------------------------------------------*
      * INDICADOR DE VALIDACAO DO REGISTRO CORRIGIDO

      *----------------------------------------------------------------*
      * LAYOUT DA LINHA DE EXCECAO, ESPELHO DO GRAVADO PELO DRIVER
      * (COM AS TRES NOTAS COMPONENTES E A DATA DO DIA REJEITADO)
      *----------------------------------------------------------------*
       01  WS-LINHA-EXCECAO.
           05  WS-EXC-ID-ALUNO       PIC 9(05).
           05  WS-EXC-NOME           PIC X(30).
           05  FILLER                PIC X(02).
           05  WS-EXC-CURSO          PIC X(20).
           05  WS-EXC-TURMA          PIC X(03).
           05  WS-EXC-DATA-LOTE      PIC 9(08).

      *----------------------------------------------------------------*
      * LINHA DO ALUNO REPROCESSADO NO RELATORIO DE NOTAS - MESMAS
           05  WS-EXT-SITUACAO       PIC X(20).
           05  WS-EXT-VIRGULA-4      PIC X(01) VALUE ",".
           05  FILLER                PIC X(12) VALUE "REPROCESSADO".
           05  WS-EXT-VIRGULA-5      PIC X(01) VALUE ",".
           05  WS-EXT-TURMA          PIC X(03).
           05  FILLER                PIC X(11) VALUE SPACES.

      *================================================================*
      * PROCEDURE DIVISION
               GO TO 0000-REPROCESSA-EXIT
           END-IF.

           OPEN I-O HISTORICO-FILE.
           IF WS-STATUS-HISTORICO NOT = "00"
                   AND WS-STATUS-HISTORICO NOT = "05"
               DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
           DISPLAY "Sem correcao recebida....: " WS-TOT-SEM-CORRECAO.
           DISPLAY "Ainda invalidos..........: " WS-TOT-AINDA-INVAL.
           DISPLAY "Excecoes adicionais......: " WS-TOT-JA-EMITIDOS.
           DISPLAY "Ja constavam no historico: "
                   WS-TOT-JA-NO-HISTORICO.
           DISPLAY "Falha ao gravar historico: "
                   WS-TOT-ERRO-HISTORICO.

       0000-REPROCESSA-EXIT.
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
       0660-CARGA-ENTRADA-FREQ.
           IF WS-QTD-FREQUENCIA >= 999
               DISPLAY "ERRO: FREQUENCIA.DAT EXCEDE A CAPACIDADE DA "
                       "TABELA (999 ALUNOS/TURMA)"
               CLOSE FREQUENCIA-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REPROCESSA-EXIT
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
               GO TO 0000-REPROCESSA-EXIT
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
      * tabela. Linha invalida interrompe o job.
      *----------------------------------------------------------------*
       0730-CARGA-ENTRADA-TURMA.
           IF WS-QTD-TURMAS >= 100
               DISPLAY "ERRO: TABELA-TURMAS.DAT EXCEDE A CAPACIDADE "
                       "DA TABELA (100 VERSOES DE TURMA)"
               CLOSE TURMAS-FILE
               MOVE 8 TO WS-CODIGO-RETORNO
               GO TO 0000-REPROCESSA-EXIT
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
               GO TO 0000-REPROCESSA-EXIT
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
      * 1700-VERIFICA-JA-EMITIDO
      * Procura o aluno e a turma da excecao corrente na tabela dos
      * pares ja reprocessados nesta execucao - uma segunda linha de
      * excecao do mesmo aluno na mesma turma nao pode gerar um
      * segundo resultado.
      *----------------------------------------------------------------*
       1700-VERIFICA-JA-EMITIDO.
           SET WS-NAO-EMITIDO TO TRUE.

      *----------------------------------------------------------------*
      * 1710-COMPARA-ID-REPROC
      * Compara o aluno e a turma da excecao corrente com a proxima
      * entrada da tabela de pares ja reprocessados.
      *----------------------------------------------------------------*
       1710-COMPARA-ID-REPROC.
           ADD 1 TO WS-IDX-ID-REPROC.
           IF WS-ID-ALUNO = WS-ID-REPROC (WS-IDX-ID-REPROC)
                   AND WS-EXC-TURMA = WS-TURMA-REPROC (WS-IDX-ID-REPROC)
               SET WS-JA-EMITIDO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 1720-REGISTRA-ID-REPROC
      * Registra o aluno e a turma da excecao corrente na tabela dos
      * pares ja reprocessados, logo apos a emissao do resultado.
      *----------------------------------------------------------------*
       1720-REGISTRA-ID-REPROC.
           IF WS-QTD-IDS-REPROC < 200
               ADD 1 TO WS-QTD-IDS-REPROC
               MOVE WS-ID-ALUNO TO WS-ID-REPROC (WS-QTD-IDS-REPROC)
               MOVE WS-EXC-TURMA
                   TO WS-TURMA-REPROC (WS-QTD-IDS-REPROC)
           END-IF.

      *----------------------------------------------------------------*
      * 1760-VERIFICA-HISTORICO
      * Le o historico semestral pela chave aluno+data+turma do
      * resultado que o reprocessamento geraria (data do lote
      * rejeitado e turma ja corrigida). Chave presente significa
      * que o aluno ja foi avaliado nessa turma naquele dia.
      *----------------------------------------------------------------*
       1760-VERIFICA-HISTORICO.
           SET WS-FORA-DO-HISTORICO TO TRUE.
           MOVE WS-ID-ALUNO      TO HST-ID-ALUNO.
           MOVE WS-DATA-VIGENCIA TO HST-DATA.
           MOVE WS-TURMA         TO HST-TURMA.
           READ HISTORICO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-JA-NO-HISTORICO TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1800-BUSCA-CORRECAO
      * Procura na tabela de correcoes o aluno e a turma da excecao
      * corrente e, se encontrado, aplica os valores corrigidos aos
      * campos de trabalho do aluno. Quando a rejeicao foi a propria
      * turma (motivo 06), ou a linha de excecao nao traz a turma, a
      * correcao e casada so pelo aluno - a turma corrigida e
      * justamente o que vem nela.
      *----------------------------------------------------------------*
       1800-BUSCA-CORRECAO.
           SET WS-SEM-CORRECAO TO TRUE.
      *----------------------------------------------------------------*
      * 1810-COMPARA-CORRECAO
      * Compara o aluno da excecao com a proxima entrada da tabela de
      * correcoes, copiando os valores corrigidos quando o ID e a
      * turma conferem.
      *----------------------------------------------------------------*
       1810-COMPARA-CORRECAO.
           ADD 1 TO WS-IDX-CORRECAO.
           IF WS-ID-ALUNO = WS-TAB-COR-ID (WS-IDX-CORRECAO)
                   AND (WS-EXC-TURMA
                            = WS-TAB-COR-TURMA (WS-IDX-CORRECAO)
                        OR WS-EXC-TURMA = SPACES
                        OR WS-EXC-COD-REJEITO = 06)
               SET WS-TEM-CORRECAO TO TRUE
               MOVE WS-TAB-COR-IDADE (WS-IDX-CORRECAO) TO WS-IDADE
               MOVE WS-TAB-COR-N1 (WS-IDX-CORRECAO)   TO WS-NOTA-N1
      *----------------------------------------------------------------*
      * 1840-BUSCA-TURMA
      * Procura o codigo de turma de WS-TURMA-BUSCA no cadastro de
      * turmas, na versao vigente na data do lote rejeitado, como no
      * driver do lote - a turma da correcao fora do cadastro rejeita
      * por motivo 06 em 1900-VALIDA-REGISTRO.
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
      * Resolve a frequencia do aluno corrente na turma corrigida,
      * na tabela carregada na partida, e calcula o percentual de
      * presenca, como no driver do lote.
      *----------------------------------------------------------------*
       1890-BUSCA-FREQUENCIA.
           SET WS-SEM-FREQUENCIA TO TRUE.

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
      * Revalida os valores corrigidos com as mesmas regras da
      * triagem do lote: ID com cadastro no mestre, notas
      * componentes 0-100, idade na faixa plausivel 1-120, registro
      * de frequencia presente (motivo 05), turma cadastrada
      * (motivo 06) e regras de pesos e cortes vigentes na data do
      * lote rejeitado (motivo 07).
      *----------------------------------------------------------------*
       1900-VALIDA-REGISTRO.
           SET WS-REG-VALIDO TO TRUE.
               MOVE "TURMA NAO CADASTRADA" TO WS-MOTIVO-REJEITO
           END-IF.

           IF WS-REG-VALIDO
                   AND (NOT WS-NIVEL-TEM-PESO
                        OR NOT WS-NIVEL-TEM-CORTE)
               SET WS-REG-INVALIDO TO TRUE
               MOVE 07 TO WS-COD-REJEITO
               MOVE "SEM REGRA VIGENTE NA DATA" TO WS-MOTIVO-REJEITO
           END-IF.

      *----------------------------------------------------------------*
      * 2000-AVALIA-E-GRAVA
      * Aplica o AVALIA-CONCEITO ao registro corrigido, grava o
      * resultado no historico e, gravado, anexa a linha
      * reprocessada ao relatorio de notas e ao extrato (2050).
      *----------------------------------------------------------------*
       2000-AVALIA-E-GRAVA.
      * A nota avaliada e a media ponderada das componentes
      * corrigidas, apurada com os pesos do nivel de estudo (ja
      * resolvidos em 3100, com os cortes), como no driver do lote.
           PERFORM 2080-CALCULA-MEDIA.
           CALL "AVALIA-CONCEITO" USING WS-IDADE WS-NOTA-ALUNO
               WS-NIVEL-ESTUDO WS-CORTE-A WS-CORTE-B WS-CORTE-C
               WS-SITUACAO WS-CONCEITO WS-DESC-CONCEITO.
                       WS-FREQ-MINIMA "%)"
           END-IF.

      * O historico e gravado primeiro: resultado que nao entra no
      * historico (chave ja ocupada, arquivo com erro) nao vai ao
      * relatorio nem ao extrato do sistema academico - conta como
      * falha e o job termina com RC 8.
           MOVE WS-ID-ALUNO      TO WS-HST-ID-ALUNO.
           MOVE WS-DATA-VIGENCIA TO WS-HST-DATA.
           MOVE WS-NOTA-ALUNO    TO WS-HST-NOTA.
           MOVE WS-CONCEITO      TO WS-HST-CONCEITO.
           MOVE WS-SITUACAO      TO WS-HST-SITUACAO.
           MOVE "R"              TO WS-HST-MARCA.
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
                   DISPLAY "ERRO AO GRAVAR HISTORICO - ALUNO "
                           WS-ID-ALUNO " TURMA " WS-TURMA
                           " STATUS " WS-STATUS-HISTORICO
                           " - NAO REPROCESSADO"
                   ADD 1 TO WS-TOT-ERRO-HISTORICO
                   MOVE 8 TO WS-CODIGO-RETORNO
               NOT INVALID KEY
                   PERFORM 2050-GRAVA-REPROCESSADO
           END-WRITE.

      *----------------------------------------------------------------*
      * 2050-GRAVA-REPROCESSADO
      * Com o resultado ja no historico, anexa a linha reprocessada
      * ao relatorio de notas e ao extrato e registra o aluno+turma
      * como reprocessado nesta execucao.
      *----------------------------------------------------------------*
       2050-GRAVA-REPROCESSADO.
           MOVE WS-ID-ALUNO      TO WS-REP-ID-ALUNO.
           MOVE WS-NOME-ALUNO    TO WS-REP-NOME.
           MOVE WS-CURSO-ALUNO   TO WS-REP-CURSO.
           MOVE WS-NOTA-ALUNO   TO WS-EXT-NOTA-ALUNO.
           MOVE WS-CONCEITO     TO WS-EXT-CONCEITO.
           MOVE WS-SITUACAO     TO WS-EXT-SITUACAO.
           MOVE WS-TURMA        TO WS-EXT-TURMA.
           MOVE WS-LINHA-EXTRATO TO REG-EXTRATO.
           WRITE REG-EXTRATO.

           PERFORM 1720-REGISTRA-ID-REPROC.
           ADD 1 TO WS-TOT-REPROCESSADOS.
           DISPLAY "REPROCESSADO - ALUNO " WS-ID-ALUNO " NOTA "
      *----------------------------------------------------------------*
      * 2060-BUSCA-PESOS
      * Resolve os pesos vigentes da composicao da nota do aluno
      * corrente, na versao em vigor na data do lote rejeitado, e,
      * sem linha propria, usa a linha DEMAIS (sem versao vigente
      * nem dela, o registro fica pendente pelo motivo 07).
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
      * data do lote rejeitado, e, sem linha propria, usa a linha
      * DEMAIS (sem versao vigente, pendente pelo motivo 07).
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
      * Processa uma linha de EXCECOES.DAT: localiza a correcao do
      * aluno, revalida os valores corrigidos e, se aprovados, avalia
      * e anexa as saidas; caso contrario contabiliza a pendencia.
      * Aluno+turma que ja tem resultado no historico na data do lote
      * e apenas contabilizado.
      * Um aluno com mais de uma linha de excecao (a segunda
      * tipicamente como ID duplicado, motivo 04) so e reprocessado
      * na primeira - as demais linhas dele sao apenas contabilizadas,
           MOVE WS-EXC-NOTA-N2     TO WS-NOTA-N2.
           MOVE WS-EXC-NOTA-TRAB   TO WS-NOTA-TRABALHO.
           MOVE ZERO               TO WS-NOTA-ALUNO.
      * As regras (turma, pesos e cortes) sao as vigentes no dia do
      * lote que rejeitou a linha; linha anterior a essa coluna cai
      * na data do sistema.
           IF WS-EXC-DATA-LOTE NUMERIC
                   AND WS-EXC-DATA-LOTE > ZERO
               MOVE WS-EXC-DATA-LOTE TO WS-DATA-VIGENCIA
           ELSE
               MOVE WS-DATA-SISTEMA  TO WS-DATA-VIGENCIA
           END-IF.

           PERFORM 1700-VERIFICA-JA-EMITIDO.
           IF WS-JA-EMITIDO
           END-IF.

           PERFORM 1800-BUSCA-CORRECAO.
           IF WS-TEM-CORRECAO
               PERFORM 1760-VERIFICA-HISTORICO
               IF WS-JA-NO-HISTORICO
                   ADD 1 TO WS-TOT-JA-NO-HISTORICO
                   DISPLAY "EXCECAO IGNORADA - ALUNO " WS-ID-ALUNO
                           " TURMA " WS-TURMA " JA TEM RESULTADO NO "
                           "HISTORICO EM " WS-DATA-VIGENCIA
                   GO TO 3100-LE-PROXIMA-EXCECAO
               END-IF
           END-IF.

           IF WS-TEM-CORRECAO
               MOVE WS-TURMA TO WS-TURMA-BUSCA
               PERFORM 1840-BUSCA-TURMA
               PERFORM 1850-BUSCA-MESTRE
               PERFORM 1890-BUSCA-FREQUENCIA
               PERFORM 2060-BUSCA-PESOS
               PERFORM 2100-BUSCA-CORTES
               PERFORM 1900-VALIDA-REGISTRO
               IF WS-REG-VALIDO
                   PERFORM 2000-AVALIA-E-GRAVA
