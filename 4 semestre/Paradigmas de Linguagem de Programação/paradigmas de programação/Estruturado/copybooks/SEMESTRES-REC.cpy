      *================================================================*
      * SEMESTRES-REC.cpy
      * Registro do catalogo de semestres arquivados
      * (SEMESTRES-ARQUIVADOS.DAT): uma linha por arquivamento
      * HISTORICO-AAAAS.DAT gravado, anexada pelo FECHA-SEMESTRE no
      * fechamento e pelo CONVERTE-HISTORICO na conversao de um
      * arquivamento antigo. E por este catalogo que o EXPURGO-LGPD
      * sabe quais arquivamentos existem. Um semestre fechado de novo
      * (rerun) aparece repetido - quem le descarta a repeticao.
      *----------------------------------------------------------------*
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15-OUT-26  LCF     Criacao, para o expurgo de dados pessoais
      *                    percorrer os arquivamentos de semestre.
      *================================================================*
       01  REG-SEMESTRE-ARQ.
           05  SAR-SEMESTRE          PIC X(05).
           05  FILLER                PIC X(01).
           05  SAR-DATA-REGISTRO     PIC 9(08).
           05  FILLER                PIC X(01).
           05  SAR-ORIGEM            PIC X(20).
