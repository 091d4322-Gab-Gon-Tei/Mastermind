      *----------------------------------------------------------------*
      * DCLGEN TABLE(RODADAS_REVISAO)
      * RODADAS SUSPEITAS APONTADAS PELA VARREDURA NOTURNA DE
      * ANOMALIAS P3O99F1 - UMA LINHA POR RODADA (CPF + ID_SENHA +
      * INICIO_RODADA, A MESMA CHAVE DE RODADA DE SENHAS_TENTATIVAS)
      * E TIPO DE ANOMALIA. A CHAVE PRIMARIA E A RODADA MAIS O TIPO, E
      * O -803 DE UMA REEXECUCAO DA VARREDURA SIGNIFICA 'JA ESTA EM
      * REVISAO' - INCLUSIVE QUANDO O OPERADOR JA LIBEROU A RODADA,
      * QUE ASSIM NAO VOLTA A SER APONTADA.
      * TIPO_ANOMALIA: '1' = VITORIAS REPETIDAS NA 1A TENTATIVA,
      *                '2' = DESAFIO COM TENTATIVAS IDENTICAS A DE
      *                      OUTRO CPF, LINHA A LINHA,
      *                '3' = 1A TENTATIVA IGUAL A UMA SENHA NUNCA
      *                      MOSTRADA AO JOGADOR,
      *                '4' = INTERVALO ENTRE TENTATIVAS MAIS RAPIDO QUE
      *                      A DIGITACAO HUMANA.
      * SITUACAO: 'P' = PENDENTE DE REVISAO,
      *           'L' = LIBERADA PELO OPERADOR (VOLTA A CONTAR),
      *           'C' = FRAUDE CONFIRMADA PELO OPERADOR.
      * A CLASSIFICACAO DO CAMPEONATO (P3O99R3) DEIXA DE FORA TODA
      * RODADA COM LINHA AQUI EM SITUACAO DIFERENTE DE 'L'. A DECISAO
      * E TOMADA NO PAINEL DE REVISAO T04PREV (FT4E), QUE GRAVA O
      * OPERADOR AQUI E A TRILHA EM ADMIN_AUDITORIA (VER DCLADM).
      * DETALHE GUARDA O TEXTO DA EVIDENCIA IMPRESSO NO RELATORIO.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE RODADAS_REVISAO TABLE
           ( CPF                  CHAR(11)     NOT NULL,
             ID_SENHA             INTEGER      NOT NULL,
             INICIO_RODADA        TIMESTAMP    NOT NULL,
             TIPO_ANOMALIA        CHAR(1)      NOT NULL,
             DIFICULDADE          CHAR(1)      NOT NULL,
             MODO_JOGO            CHAR(1)      NOT NULL,
             DETALHE              CHAR(70)     NOT NULL,
             DATA_DETECCAO        DATE         NOT NULL,
             SITUACAO             CHAR(1)      NOT NULL,
             OPERADOR             CHAR(8)      NOT NULL
           ) END-EXEC.

       01  DCLREV-RODADAS-REVISAO.
           10 DCLREV-CPF                      PIC X(11).
           10 DCLREV-ID-SENHA                 PIC S9(9)   USAGE COMP.
           10 DCLREV-INICIO-RODADA            PIC X(26).
           10 DCLREV-TIPO-ANOMALIA            PIC X(01).
           10 DCLREV-DIFICULDADE              PIC X(01).
           10 DCLREV-MODO-JOGO                PIC X(01).
           10 DCLREV-DETALHE                  PIC X(70).
           10 DCLREV-DATA-DETECCAO            PIC X(10).
           10 DCLREV-SITUACAO                 PIC X(01).
           10 DCLREV-OPERADOR                 PIC X(08).
