      *----------------------------------------------------------------*
      * T04MRND - SYMBOLIC MAP - DETALHE DE UMA RODADA NA CONSULTA DO
      * ATENDIMENTO (MAPRND, MAPSET T04MCON), USADA PELO T04PCON
      * (TRANSACAO FT4H) QUANDO O OPERADOR ABRE UMA LINHA DA MAPCON.
      * MAPRNDI - SEM CAMPO DE ENTRADA (SO TECLAS: PF6 VOLTA A LISTA,
      *           PF7/PF8 PAGINAM AS TENTATIVAS)
      * MAPRNDO - CAMPOS ENVIADOS AO TERMINAL (CABECALHO DA RODADA E
      *           A JANELA DE TENTATIVAS)
      *----------------------------------------------------------------*
       01  MAPRNDI.
           02  T9DUMI          PIC X(01).

       01  MAPRNDO.
           02  T9DUML          PIC S9(04) COMP.
           02  T9MSGO          PIC X(40).
           02  T9DATAO         PIC X(08).
           02  T9HORAO         PIC X(08).
           02  T9USERO         PIC X(08).
           02  T9CPFO          PIC X(11).
           02  T9DIFO          PIC X(01).
           02  T9MODOO         PIC X(01).
           02  T9INICIOO       PIC X(16).
           02  T9RESULTO       PIC X(08).
           02  T9TENTO         PIC 9(02).
      * SENHA DA RODADA - SO E MOSTRADA COM A RODADA JA FECHADA; EM
      * JOGO SAI ASTERISCOS, PARA A SENHA NAO VAZAR PELO ATENDIMENTO.
           02  T9SENHAO        PIC X(08).
      * 'SIM' QUANDO A RODADA FOI FECHADA PELA VARREDURA P3O99V1
      * (LINHA '*DESIST*' EM SENHAS_TENTATIVAS), 'NAO' NOS DEMAIS
      * CASOS.
           02  T9V1O           PIC X(03).
           02  T9PAGO          PIC 9(02).
           02  T9TOTPGO        PIC 9(02).
      * JANELA DE TENTATIVAS DA RODADA, NA ORDEM EM QUE FORAM FEITAS -
      * 8 LINHAS VISIVEIS POR VEZ, PAGINADAS COM PF7/PF8.
      * RND-DATA/RND-HORA: DATA_TENTATIVA (AAAA-MM-DD) E
      * HORA_TENTATIVA (HH.MM.SS) GRAVADAS COM A TENTATIVA.
           02  RND-ROW OCCURS 8 TIMES.
               03  RND-NUM         PIC 9(02).
               03  RND-TEXTO       PIC X(08).
               03  RND-CERTA       PIC 9(01).
               03  RND-ERRADA      PIC 9(01).
               03  RND-DATA        PIC X(10).
               03  RND-HORA        PIC X(08).
