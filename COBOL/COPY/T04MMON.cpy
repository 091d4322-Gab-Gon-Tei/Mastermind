      *----------------------------------------------------------------*
      * T04MMON - SYMBOLIC MAP - MONITOR DE SESSOES EM JOGO (MAPMON,
      * MAPSET T04MMON), USADA PELO T04PMON (TRANSACAO FT4I).
      * MAPMONI - CAMPOS RECEBIDOS DO TERMINAL (OPERADOR QUE ASSINA O
      *           ENCERRAMENTO, FILTROS DA LISTA - DIFICULDADE,
      *           MODO_JOGO, TERMINAL E MINUTOS MINIMOS PARADA, 4
      *           DIGITOS; EM BRANCO, SEM FILTRO - E A LINHA DA JANELA
      *           ESCOLHIDA, 1 A 8)
      * MAPMONO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM, QUANTIDADE DE
      *           SESSOES NO FILTRO E A JANELA DE SESSOES)
      *----------------------------------------------------------------*
       01  MAPMONI.
           02  TAOPERI         PIC X(08).
           02  TADIFI          PIC X(01).
           02  TAMODOI         PIC X(01).
           02  TATERMI         PIC X(04).
           02  TAMINI          PIC X(04).
           02  TALINI          PIC X(01).

       01  MAPMONO.
           02  TAOPERL         PIC S9(04) COMP.
           02  TAMSGO          PIC X(40).
           02  TADATAO         PIC X(08).
           02  TAHORAO         PIC X(08).
           02  TAQTDO          PIC 9(05).
           02  TAPAGO          PIC 9(02).
           02  TATOTPGO        PIC 9(02).
      * JANELA DE SESSOES EM JOGO (LINHAS DE JOGOS_ATIVOS) - 8 LINHAS
      * VISIVEIS POR VEZ, DA MAIS PARADA PARA A MAIS RECENTE, PAGINADAS
      * COM PF7/PF8 COMO AS DEMAIS JANELAS DO SISTEMA.
      * MON-INICIO TRAZ DATA E HORA DO INICIO DA RODADA (AAAA-MM-DD
      * HH.MM), MON-TENT AS TENTATIVAS JA FEITAS NA RODADA E MON-MIN OS
      * MINUTOS DESDE A ULTIMA_ATUALIZACAO DO CHECKPOINT.
           02  MON-ROW OCCURS 8 TIMES.
               03  MON-LIN         PIC 9(01).
               03  MON-USER        PIC X(08).
               03  MON-TERM        PIC X(04).
               03  MON-DIF         PIC X(01).
               03  MON-MODO        PIC X(01).
               03  MON-INICIO      PIC X(16).
               03  MON-TENT        PIC 9(02).
               03  MON-MIN         PIC 9(05).
