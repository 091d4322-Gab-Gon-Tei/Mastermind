      *----------------------------------------------------------------*
      * DCLGEN TABLE(SENHAS_CALIBRACAO)
      * DIFICULDADE REAL DE CADA SENHA, APURADA PELO JOB MENSAL DE
      * CALIBRACAO P3O99K1 A PARTIR DO HISTORICO DE JOGO EM
      * SENHAS_TENTATIVAS - UMA LINHA POR ID_SENHA, REGRAVADA A CADA
      * EXECUCAO. SO ENTRAM AS RODADAS JA ENCERRADAS, JOGADAS NA
      * DIFICULDADE ATUAL DA SENHA E QUE NAO ESTAO RETIDAS NA REVISAO
      * DE ANOMALIAS (VER DCLREV).
      * RODADAS/VITORIAS/TAXA_VITORIA (PERCENTUAL) E MEDIA_TENTATIVAS
      * (MEDIA DAS TENTATIVAS NAS VITORIAS) DESCREVEM A SENHA.
      * INDICE COMPARA A SENHA COM AS DEMAIS DA MESMA DIFICULDADE: E A
      * MEDIA DE TENTATIVAS EFETIVAS DA SENHA (DERROTA CONTA COMO
      * MAX_TENTATIVAS + 1) SOBRE A MEDIA DA DIFICULDADE, EM
      * PERCENTUAL - 100 = TIPICA, ACIMA = MAIS DIFICIL, ABAIXO = MAIS
      * FACIL.
      * CLASSIFICACAO: 'N' = DENTRO DA FAIXA DA DIFICULDADE,
      *                'A' = FORA DA FAIXA, MAIS DIFICIL (ACIMA),
      *                'B' = FORA DA FAIXA, MAIS FACIL (ABAIXO),
      *                'I' = RODADAS INSUFICIENTES PARA AVALIAR.
      * SUGESTAO: DIFICULDADE DE MESMO TAMANHO, COM ALFABETO QUE
      * COMPORTA AS LETRAS DA SENHA, CUJA MEDIA MAIS SE APROXIMA DA
      * MEDIA DA SENHA (BRANCOS = NENHUMA MELHOR QUE A ATUAL).
      * SITUACAO: 'N' = NADA A REVISAR (CLASSIFICACAO 'N' OU 'I'),
      *           'P' = FORA DA FAIXA, PENDENTE DE REVISAO - O
      *                 AGENDADOR DO DESAFIO DO DIA (P3O99D1) NAO A
      *                 ESCOLHE,
      *           'M' = MUDADA DE DIFICULDADE PELO OPERADOR (PARA
      *                 DIFIC_DESTINO) - CONTINUA 'M', COM O DESTINO
      *                 E O OPERADOR, NAS PROXIMAS CALIBRACOES
      *                 ENQUANTO A SENHA ESTIVER NESSA DIFICULDADE,
      *           'K' = MANTIDA NA DIFICULDADE PELO OPERADOR - VOLTA A
      *                 SER ELEGIVEL E CONTINUA 'K' NAS PROXIMAS
      *                 CALIBRACOES ENQUANTO A CLASSIFICACAO NAO MUDAR.
      * A DECISAO E TOMADA NO PAINEL DE CALIBRACAO T04PCAL (FT4G), QUE
      * GRAVA AQUI O OPERADOR RESPONSAVEL.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SENHAS_CALIBRACAO TABLE
           ( ID_SENHA             INTEGER      NOT NULL,
             DIFICULDADE          CHAR(1)      NOT NULL,
             RODADAS              INTEGER      NOT NULL,
             VITORIAS             INTEGER      NOT NULL,
             TAXA_VITORIA         SMALLINT     NOT NULL,
             MEDIA_TENTATIVAS     DECIMAL(4,2) NOT NULL,
             INDICE               SMALLINT     NOT NULL,
             CLASSIFICACAO        CHAR(1)      NOT NULL,
             SUGESTAO             CHAR(1)      NOT NULL,
             DATA_CALIBRACAO      DATE         NOT NULL,
             SITUACAO             CHAR(1)      NOT NULL,
             DIFIC_DESTINO        CHAR(1)      NOT NULL,
             OPERADOR             CHAR(8)      NOT NULL
           ) END-EXEC.

       01  DCLCAL-SENHAS-CALIBRACAO.
           10 DCLCAL-ID-SENHA                 PIC S9(9)   USAGE COMP.
           10 DCLCAL-DIFICULDADE              PIC X(01).
           10 DCLCAL-RODADAS                  PIC S9(9)   USAGE COMP.
           10 DCLCAL-VITORIAS                 PIC S9(9)   USAGE COMP.
           10 DCLCAL-TAXA-VITORIA             PIC S9(04)  USAGE COMP.
           10 DCLCAL-MEDIA-TENTATIVAS         PIC S9(2)V9(2)
                                                          USAGE COMP-3.
           10 DCLCAL-INDICE                   PIC S9(04)  USAGE COMP.
           10 DCLCAL-CLASSIFICACAO            PIC X(01).
           10 DCLCAL-SUGESTAO                 PIC X(01).
           10 DCLCAL-DATA-CALIBRACAO          PIC X(10).
           10 DCLCAL-SITUACAO                 PIC X(01).
           10 DCLCAL-DIFIC-DESTINO            PIC X(01).
           10 DCLCAL-OPERADOR                 PIC X(08).
