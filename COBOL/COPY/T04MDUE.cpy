      *----------------------------------------------------------------*
      * T04MDUE - SYMBOLIC MAP - PAINEL DE DUELOS DO JOGADOR LOGADO
      * (MAPDUE, MAPSET T04MDUE), USADA PELO T04PDUE (TRANSACAO FT4F).
      * MAPDUEI - CAMPOS RECEBIDOS DO TERMINAL (ADVERSARIO, DIFICULDADE
      *           E PRAZO EM DIAS DE UM DESAFIO NOVO, E A LINHA DA
      *           JANELA ESCOLHIDA, 1 A 8, PARA ACEITAR/RECUSAR/JOGAR)
      * MAPDUEO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM, JOGADOR E A
      *           JANELA DE DUELOS PENDENTES, EM DISPUTA E RECENTES)
      *----------------------------------------------------------------*
       01  MAPDUEI.
           02  T6ADVI          PIC X(08).
           02  T6DIFI          PIC X(01).
           02  T6PRAZOI        PIC X(01).
           02  T6LINI          PIC X(01).

       01  MAPDUEO.
           02  T6ADVL          PIC S9(04) COMP.
           02  T6MSGO          PIC X(40).
           02  T6USERO         PIC X(08).
           02  T6DATAO         PIC X(08).
           02  T6HORAO         PIC X(08).
           02  T6PAGO          PIC 9(02).
           02  T6TOTPGO        PIC 9(02).
      * JANELA DE DUELOS - 8 LINHAS VISIVEIS POR VEZ, PAGINADAS COM
      * PF7/PF8 COMO AS DEMAIS JANELAS DO SISTEMA. DUE-PAPEL: 'E' =
      * DESAFIO ENVIADO PELO JOGADOR, 'R' = RECEBIDO. DUE-PRAZO TRAZ
      * DATA E HORA DO PRAZO (AAAA-MM-DD HH.MM). DUE-MINHAS/DUE-DELE
      * SAO AS TENTATIVAS DA VITORIA DE CADA LADO NO DUELO ENCERRADO.
           02  DUE-ROW OCCURS 8 TIMES.
               03  DUE-LIN         PIC 9(01).
               03  DUE-ADV         PIC X(08).
               03  DUE-PAPEL       PIC X(01).
               03  DUE-DIF         PIC X(01).
               03  DUE-PRAZO       PIC X(16).
               03  DUE-SIT         PIC X(10).
               03  DUE-MINHAS      PIC 9(02).
               03  DUE-DELE        PIC 9(02).
