      *----------------------------------------------------------------*
      * T04MAVI - SYMBOLIC MAP - MANUTENCAO DE AVISOS E JANELAS DE
      * MANUTENCAO (MAPAVI, MAPSET T04MAVI), USADA PELO T04PAVI
      * (TRANSACAO FT4J) - VER DCLAVISO.
      * MAPAVII - CAMPOS RECEBIDOS DO TERMINAL (OPERADOR QUE ASSINA,
      *           TIPO A/M, TEXTO, INICIO E FIM EM DD/MM/AAAA + HH:MM,
      *           PRIORIDADE 1 A 9, MINUTOS DE ANTECEDENCIA DA JANELA
      *           E A LINHA DA JANELA ESCOLHIDA, 1 A 8)
      * MAPAVIO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM E A JANELA DOS
      *           AVISOS AINDA NAO VENCIDOS)
      *----------------------------------------------------------------*
       01  MAPAVII.
           02  TBOPERI         PIC X(08).
           02  TBTIPOI         PIC X(01).
           02  TBTEXTOI        PIC X(60).
           02  TBDTINII        PIC X(10).
           02  TBHRINII        PIC X(05).
           02  TBDTFIMI        PIC X(10).
           02  TBHRFIMI        PIC X(05).
           02  TBPRIOI         PIC X(01).
           02  TBANTI          PIC X(03).
           02  TBLINI          PIC X(01).

       01  MAPAVIO.
           02  TBOPERL         PIC S9(04) COMP.
           02  TBMSGO          PIC X(40).
           02  TBDATAO         PIC X(08).
           02  TBHORAO         PIC X(08).
           02  TBPAGO          PIC 9(02).
           02  TBTOTPGO        PIC 9(02).
      * JANELA DOS AVISOS E JANELAS DE MANUTENCAO AINDA NAO VENCIDOS,
      * PELA ORDEM DE INICIO - 8 POR VEZ, PAGINADOS COM PF7/PF8. CADA
      * LINHA OCUPA DUAS LINHAS DA TELA: A DE DADOS E A DO TEXTO.
      * AVI-INICIO/AVI-FIM: AAAA-MM-DD HH.MM. AVI-SIT: 'ATIVO' (JA NO
      * AR), 'PREVIA' (JANELA 'M' NA ANTECEDENCIA) OU 'AGEND'.
           02  AVI-ROW OCCURS 8 TIMES.
               03  AVI-LIN         PIC 9(01).
               03  AVI-TIPO        PIC X(01).
               03  AVI-PRIO        PIC 9(01).
               03  AVI-INICIO      PIC X(16).
               03  AVI-FIM         PIC X(16).
               03  AVI-ANT         PIC 9(03).
               03  AVI-SIT         PIC X(06).
               03  AVI-OPER        PIC X(08).
               03  AVI-TEXTO       PIC X(60).
