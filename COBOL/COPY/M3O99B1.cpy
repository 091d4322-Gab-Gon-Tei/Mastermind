      * M3O99B1 - SYMBOLIC MAP - TELA DO JOGO (MAPASEN, MAPSET T04MLOG)
      * MAPASENI - CAMPOS RECEBIDOS DO TERMINAL (LETRAS DIGITADAS)
      * MAPASENO - CAMPOS ENVIADOS AO TERMINAL (CABECALHO, HISTORICO,
      *            MENSAGENS, DICA E O AVISO DA OPERACAO)
      *----------------------------------------------------------------*
       01  MAPASENI.
           02  LETRA1I         PIC X(01).
           02  PAGINAO         PIC 9(02).
           02  TOTPAGO         PIC 9(02).
           02  MSGO            PIC X(40).
      * AVISO ATIVO DE MAIOR PRIORIDADE CADASTRADO PELA OPERACAO NO
      * T04PAVI (VER DCLAVISO) - EM BRANCO QUANDO NAO HA NENHUM.
           02  AVISOO          PIC X(60).
      * JANELA DE HISTORICO EXIBIDA NA TELA - 8 LINHAS VISIVEIS POR VEZ,
      * PAGINADAS COM PF7/PF8, INDEPENDENTE DO NUMERO MAXIMO DE
      * TENTATIVAS CONFIGURADO PARA A DIFICULDADE (VER WS-DIF-MAX-TENT).
