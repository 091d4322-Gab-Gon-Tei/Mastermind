      *----------------------------------------------------------------*
      * DCLGEN TABLE(DUELOS)
      * DUELO ENTRE DOIS JOGADORES CADASTRADOS - O DESAFIANTE ESCOLHE
      * O ADVERSARIO (NOME_USUARIO DE CLIENTES) E A DIFICULDADE NO
      * PAINEL DE DUELOS T04PDUE (FT4F, PF5 NA TELA DE LOGIN DO
      * P3O99B0), E OS DOIS JOGAM A MESMA SENHA, CADA UM NO SEU
      * TERMINAL E NA HORA QUE QUISER, ATE O PRAZO. AS RODADAS DE
      * DUELO VAO PARA SENHAS_TENTATIVAS/JOGOS_ATIVOS COM MODO_JOGO =
      * 'X' (VER DCLTENT) E CADA JOGADOR SO JOGA O DUELO UMA VEZ.
      * ID_DUELO E GERADO PELO DB2 NO INSERT. ID_SENHA E UNICO NA
      * TABELA: A SENHA DO DUELO E SORTEADA ENTRE AS QUE NENHUM DOS
      * DOIS JOGOU E QUE NUNCA FORAM DE OUTRO DUELO, ENTAO ID_SENHA +
      * CPF IDENTIFICAM O DUELO A PARTIR DA RODADA. ENQUANTO O DUELO
      * ESTA ABERTO A SENHA FICA FORA DO SORTEIO NORMAL DO JOGO.
      * SITUACAO: 'P' = AGUARDANDO O ACEITE DO DESAFIADO,
      *           'A' = ACEITO - EM DISPUTA,
      *           'R' = RECUSADO PELO DESAFIADO (OU CANCELADO PELO
      *                 DESAFIANTE ANTES DO ACEITE),
      *           'X' = EXPIRADO SEM ACEITE,
      *           'E' = ENCERRADO COM RESULTADO.
      * APURACAO: VENCE QUEM DECODIFICOU A SENHA EM MENOS TENTATIVAS;
      * NO EMPATE, QUEM LEVOU MENOS TEMPO ENTRE O INICIO DA RODADA E A
      * TENTATIVA VENCEDORA (MESMO CRITERIO DO DESAFIO DO DIA NO
      * P3O99R2). QUEM NAO DECODIFICOU (DERROTA, ABANDONO OU NAO JOGOU
      * ATE O PRAZO) PERDE PARA QUEM DECODIFICOU; NINGUEM DECODIFICOU =
      * EMPATE. O DUELO E APURADO QUANDO AS DUAS RODADAS TERMINAM OU O
      * PRAZO VENCE. VENCEDOR GUARDA O CPF DO VENCEDOR (BRANCOS =
      * EMPATE) E TENT_DESAFIANTE/TENT_DESAFIADO AS TENTATIVAS DA
      * VITORIA DE CADA LADO (ZERO = NAO DECODIFICOU).
      *----------------------------------------------------------------*
           EXEC SQL DECLARE DUELOS TABLE
           ( ID_DUELO             INTEGER      NOT NULL,
             CPF_DESAFIANTE       CHAR(11)     NOT NULL,
             CPF_DESAFIADO        CHAR(11)     NOT NULL,
             DIFICULDADE          CHAR(1)      NOT NULL,
             ID_SENHA             INTEGER      NOT NULL,
             DATA_DESAFIO         TIMESTAMP    NOT NULL,
             PRAZO                TIMESTAMP    NOT NULL,
             SITUACAO             CHAR(1)      NOT NULL,
             VENCEDOR             CHAR(11)     NOT NULL,
             TENT_DESAFIANTE      SMALLINT     NOT NULL,
             TENT_DESAFIADO       SMALLINT     NOT NULL
           ) END-EXEC.

       01  DCLDUE-DUELOS.
           10 DCLDUE-ID-DUELO                 PIC S9(9)   USAGE COMP.
           10 DCLDUE-CPF-DESAFIANTE           PIC X(11).
           10 DCLDUE-CPF-DESAFIADO            PIC X(11).
           10 DCLDUE-DIFICULDADE              PIC X(01).
           10 DCLDUE-ID-SENHA                 PIC S9(9)   USAGE COMP.
           10 DCLDUE-DATA-DESAFIO             PIC X(26).
           10 DCLDUE-PRAZO                    PIC X(26).
           10 DCLDUE-SITUACAO                 PIC X(01).
           10 DCLDUE-VENCEDOR                 PIC X(11).
           10 DCLDUE-TENT-DESAFIANTE          PIC S9(04)  USAGE COMP.
           10 DCLDUE-TENT-DESAFIADO           PIC S9(04)  USAGE COMP.
