      * NAO E UMA TENTATIVA REAL DO JOGADOR E FICA DE FORA DE QUALQUER
      * MEDIA/CONTAGEM DE TENTATIVAS.
      * MODO_JOGO SEPARA O JOGO NORMAL ('N') DO DESAFIO DO DIA ('D' -
      * VER DCLDIA) E DO DUELO ENTRE DOIS JOGADORES ('X' - VER
      * DCLDUEL): RANKING, ESTATISTICAS E SORTEIO SO ENXERGAM 'N',
      * A CLASSIFICACAO DO DESAFIO (P3O99R2) SO ENXERGA 'D' E A
      * APURACAO DO DUELO SO ENXERGA 'X'.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE SENHAS_TENTATIVAS TABLE
           ( ID                   INTEGER      NOT NULL,
