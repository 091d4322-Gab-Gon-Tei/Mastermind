      * OFERECER A SENHA QUANDO VEZES_VENCIDA ATINGE O LIMITE
      * CONFIGURADO NO JOGO (WS-MAX-VITORIAS-SENHA), APOSENTANDO AS
      * SENHAS JA MUITO EXPOSTAS.
      * A DIFICULDADE PODE SER CORRIGIDA DEPOIS DA CARGA: A CALIBRACAO
      * MENSAL (P3O99K1) APONTA EM SENHAS_CALIBRACAO AS SENHAS FORA DA
      * FAIXA DA SUA DIFICULDADE E O OPERADOR AS MUDA DE DIFICULDADE
      * NO PAINEL T04PCAL (FT4G), RESPEITANDO TAMANHO E ALFABETO.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SENHAS TABLE
           ( ID                   INTEGER      NOT NULL,
