      *----------------------------------------------------------------*
      * T04MREV - SYMBOLIC MAP - PAINEL DE REVISAO DE RODADAS
      * SUSPEITAS (MAPREV, MAPSET T04MREV), USADA PELO T04PREV
      * (TRANSACAO FT4E).
      * MAPREVI - CAMPOS RECEBIDOS DO TERMINAL (OPERADOR QUE ASSINA A
      *           DECISAO E A LINHA DA JANELA ESCOLHIDA, 1 A 8)
      * MAPREVO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM E A JANELA DE
      *           RODADAS PENDENTES EM RODADAS_REVISAO)
      *----------------------------------------------------------------*
       01  MAPREVI.
           02  T5OPERI         PIC X(08).
           02  T5LINI          PIC X(01).

       01  MAPREVO.
           02  T5OPERL         PIC S9(04) COMP.
           02  T5MSGO          PIC X(40).
           02  T5DATAO         PIC X(08).
           02  T5HORAO         PIC X(08).
           02  T5PAGO          PIC 9(02).
           02  T5TOTPGO        PIC 9(02).
      * JANELA DE RODADAS PENDENTES - 8 LINHAS VISIVEIS POR VEZ,
      * PAGINADAS COM PF7/PF8 COMO AS DEMAIS JANELAS DO SISTEMA.
      * REV-INICIO TRAZ DATA E HORA DO INICIO DA RODADA (AAAA-MM-DD
      * HH.MM) E REV-DETALHE O INICIO DO TEXTO DA EVIDENCIA.
           02  REV-ROW OCCURS 8 TIMES.
               03  REV-LIN         PIC 9(01).
               03  REV-USER        PIC X(08).
               03  REV-TIPO        PIC X(01).
               03  REV-DIF         PIC X(01).
               03  REV-MODO        PIC X(01).
               03  REV-INICIO      PIC X(16).
               03  REV-DETALHE     PIC X(40).
