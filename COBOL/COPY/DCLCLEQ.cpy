      *----------------------------------------------------------------*
      * DCLGEN TABLE(CLASSIFICACAO_EQUIPES)
      * CLASSIFICACAO MENSAL DAS EQUIPES DA LIGA ENTRE DEPARTAMENTOS,
      * GRAVADA PELO P3O99T2 A PARTIR DOS PONTOS POR JOGADOR DO
      * CAMPEONATO_MENSAL DO MES (TODAS AS DIFICULDADES SOMADAS) E DO
      * COD_EQUIPE DE CLIENTES NO MOMENTO DA APURACAO. UMA LINHA POR
      * MES E EQUIPE ATIVA COM MEMBROS; UMA REAPURACAO DO MES TROCA
      * AS LINHAS DO MES. O EXTRATO DO PORTAL P3O99X1 MANDA A
      * CLASSIFICACAO DO ULTIMO MES APURADO PARA A INTRANET.
      * ANO_MES NO FORMATO 'AAAA-MM'.
      * MEMBROS: JOGADORES LIGADOS A EQUIPE; PONTUADOS: QUANTOS DELES
      * TEM PONTOS NO MES; MEDIA: PONTOS_TOTAL / MEMBROS (PONTOS POR
      * CABECA - QUEM NAO PONTUOU PESA NA MEDIA).
      * POSICAO: PELO PONTOS_TOTAL; NO EMPATE, A MAIOR MEDIA.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CLASSIFICACAO_EQUIPES TABLE
           ( ANO_MES              CHAR(7)      NOT NULL,
             POSICAO              SMALLINT     NOT NULL,
             COD_EQUIPE           CHAR(4)      NOT NULL,
             NOME                 CHAR(30)     NOT NULL,
             MEMBROS              SMALLINT     NOT NULL,
             PONTUADOS            SMALLINT     NOT NULL,
             PONTOS_TOTAL         INTEGER      NOT NULL,
             MEDIA                DECIMAL(7,2) NOT NULL
           ) END-EXEC.

       01  DCLCEQ-CLASSIFICACAO-EQUIPES.
           10 DCLCEQ-ANO-MES                  PIC X(07).
           10 DCLCEQ-POSICAO                  PIC S9(04)  USAGE COMP.
           10 DCLCEQ-COD-EQUIPE               PIC X(04).
           10 DCLCEQ-NOME                     PIC X(30).
           10 DCLCEQ-MEMBROS                  PIC S9(04)  USAGE COMP.
           10 DCLCEQ-PONTUADOS                PIC S9(04)  USAGE COMP.
           10 DCLCEQ-PONTOS-TOTAL             PIC S9(9)   USAGE COMP.
           10 DCLCEQ-MEDIA                    PIC S9(5)V9(2)
                                                          USAGE COMP-3.
