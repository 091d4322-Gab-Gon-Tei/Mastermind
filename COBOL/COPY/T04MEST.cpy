      * TABULEIRO (200-FASE2) E TRATADA NA FASE 4 DO P3O99B0.
      * MAPESTI - CAMPOS RECEBIDOS DO TERMINAL (SO TECLAS - O UNICO
      *           CAMPO DESPROTEGIDO E UM STOPPER DE CURSOR)
      * MAPESTO - CAMPOS ENVIADOS AO TERMINAL (TOTAIS DO JOGADOR, O
      *           PLACAR DE DUELOS E A JANELA POR DIFICULDADE,
      *           PAGINADA COM PF7/PF8 COMO A JANELA DE HISTORICO DO
      *           TABULEIRO)
      *----------------------------------------------------------------*
       01  MAPESTI.
           02  E1DUMI          PIC X(01).
           02  E1DERROTASO     PIC 9(05).
           02  E1TAXAO         PIC 9(03).
           02  E1MEDIAO        PIC ZZ9,9.
      * PLACAR DE DUELOS DO JOGADOR - VITORIAS, DERROTAS E EMPATES DOS
      * DUELOS JA APURADOS (SITUACAO 'E' EM DUELOS, VER DCLDUEL).
           02  E1DUELVO        PIC 9(04).
           02  E1DUELDO        PIC 9(04).
           02  E1DUELEO        PIC 9(04).
           02  E1DATAO         PIC X(08).
           02  E1HORAO         PIC X(08).
           02  E1PAGO          PIC 9(02).
