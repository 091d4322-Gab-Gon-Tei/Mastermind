      *----------------------------------------------------------------*
      * T04MLOG - SYMBOLIC MAP - TELA DE LOGIN E ESCOLHA DE DIFICULDADE
      * MAPLOGI - CAMPOS RECEBIDOS DO TERMINAL (USUARIO/SENHA/DIFIC.)
      * MAPLOGO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM, DATA/HORA E
      *           OS AVISOS ATIVOS DA OPERACAO)
      *----------------------------------------------------------------*
       01  MAPLOGI.
           02  T1USERI         PIC X(08).
           02  T1MSGO          PIC X(40).
           02  T1DATAO         PIC X(08).
           02  T1HORAO         PIC X(08).
      * AVISOS ATIVOS CADASTRADOS PELA OPERACAO NO T04PAVI (VER
      * DCLAVISO) - OS 3 DE MAIOR PRIORIDADE, UM POR LINHA; SOBRANDO
      * LINHA, ELA VAI EM BRANCO.
           02  AVL-ROW OCCURS 3 TIMES.
               03  AVL-TEXTO       PIC X(60).
