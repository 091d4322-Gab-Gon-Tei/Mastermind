      *----------------------------------------------------------------*
      * T04MCON - SYMBOLIC MAP - CONSULTA DE RODADAS DO ATENDIMENTO
      * (MAPCON, MAPSET T04MCON), USADA PELO T04PCON (TRANSACAO FT4H).
      * O MESMO MAPSET TRAZ A TELA DE DETALHE DA RODADA (MAPRND - VER
      * T04MRND).
      * MAPCONI - CAMPOS RECEBIDOS DO TERMINAL (OPERADOR QUE ASSINA A
      *           CONSULTA, CPF DO JOGADOR, PERIODO DD/MM/AAAA A
      *           DD/MM/AAAA PELA DATA DE INICIO DA RODADA - EM BRANCO,
      *           SEM LIMITE DAQUELE LADO - E A LINHA DA JANELA
      *           ESCOLHIDA PARA ABRIR A RODADA, 1 A 8)
      * MAPCONO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM, NOME DO
      *           JOGADOR E A JANELA DE RODADAS DO PERIODO)
      *----------------------------------------------------------------*
       01  MAPCONI.
           02  T8OPERI         PIC X(08).
           02  T8CPFI          PIC X(11).
           02  T8DTINII        PIC X(10).
           02  T8DTFIMI        PIC X(10).
           02  T8LINI          PIC X(01).

       01  MAPCONO.
           02  T8OPERL         PIC S9(04) COMP.
           02  T8MSGO          PIC X(40).
           02  T8DATAO         PIC X(08).
           02  T8HORAO         PIC X(08).
           02  T8USERO         PIC X(08).
           02  T8PAGO          PIC 9(02).
           02  T8TOTPGO        PIC 9(02).
      * JANELA DE RODADAS DO JOGADOR - 8 LINHAS VISIVEIS POR VEZ, DA
      * MAIS RECENTE PARA A MAIS ANTIGA, PAGINADAS COM PF7/PF8 COMO AS
      * DEMAIS JANELAS DO SISTEMA.
      * CON-INICIO TRAZ DATA E HORA DO INICIO DA RODADA (AAAA-MM-DD
      * HH.MM). CON-RESULT: VITORIA, DERROTA, ABANDONO (RODADA
      * FECHADA PELA VARREDURA P3O99V1) OU EM JOGO. CON-TENT NAO CONTA
      * A LINHA DE FECHO DA VARREDURA.
           02  CON-ROW OCCURS 8 TIMES.
               03  CON-LIN         PIC 9(01).
               03  CON-DIF         PIC X(01).
               03  CON-MODO        PIC X(01).
               03  CON-INICIO      PIC X(16).
               03  CON-RESULT      PIC X(08).
               03  CON-TENT        PIC 9(02).
