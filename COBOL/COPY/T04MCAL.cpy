      *----------------------------------------------------------------*
      * T04MCAL - SYMBOLIC MAP - PAINEL DE CALIBRACAO DE DIFICULDADE
      * DAS SENHAS (MAPCAL, MAPSET T04MCAL), USADA PELO T04PCAL
      * (TRANSACAO FT4G).
      * MAPCALI - CAMPOS RECEBIDOS DO TERMINAL (OPERADOR QUE ASSINA A
      *           DECISAO, A LINHA DA JANELA ESCOLHIDA, 1 A 8, E A
      *           DIFICULDADE DE DESTINO DA MUDANCA - EM BRANCO, VALE
      *           A SUGERIDA PELA CALIBRACAO)
      * MAPCALO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM E A JANELA DE
      *           SENHAS FORA DA FAIXA PENDENTES EM SENHAS_CALIBRACAO)
      *----------------------------------------------------------------*
       01  MAPCALI.
           02  T7OPERI         PIC X(08).
           02  T7LINI          PIC X(01).
           02  T7DIFI          PIC X(01).

       01  MAPCALO.
           02  T7OPERL         PIC S9(04) COMP.
           02  T7MSGO          PIC X(40).
           02  T7DATAO         PIC X(08).
           02  T7HORAO         PIC X(08).
           02  T7PAGO          PIC 9(02).
           02  T7TOTPGO        PIC 9(02).
      * JANELA DE SENHAS PENDENTES - 8 LINHAS VISIVEIS POR VEZ,
      * PAGINADAS COM PF7/PF8 COMO AS DEMAIS JANELAS DO SISTEMA.
      * CAL-DESVIO: 'A' = MAIS DIFICIL QUE A DIFICULDADE, 'B' = MAIS
      * FACIL. CAL-INDICE: 100 = TIPICA DA DIFICULDADE (VER DCLCAL).
           02  CAL-ROW OCCURS 8 TIMES.
               03  CAL-LIN         PIC 9(01).
               03  CAL-ID          PIC 9(09).
               03  CAL-DIF         PIC X(01).
               03  CAL-RODADAS     PIC 9(06).
               03  CAL-TAXA        PIC 9(03).
               03  CAL-MEDIA       PIC Z9,99.
               03  CAL-INDICE      PIC 9(04).
               03  CAL-DESVIO      PIC X(01).
               03  CAL-SUG         PIC X(01).
