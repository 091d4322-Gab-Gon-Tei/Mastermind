      * LAYOUT DE WS-DICA-USADA-TAB), PARA QUE UMA DICA (REQ. 005) JA
      * REVELADA NAO SEJA OFERECIDA DE NOVO APOS UM TERMINAL DERRUBADO
      * RETOMAR O JOGO (REQ. 007).
      * MODO_JOGO ('N' NORMAL / 'D' DESAFIO DO DIA / 'X' DUELO - VER
      * DCLDIA, DCLDUEL E DCLTENT) VIAJA COM O CHECKPOINT PARA QUE UMA
      * RODADA DE DESAFIO OU DE DUELO RETOMADA CONTINUE NO MESMO MODO.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE JOGOS_ATIVOS TABLE
           ( CPF                  CHAR(11)     NOT NULL,
