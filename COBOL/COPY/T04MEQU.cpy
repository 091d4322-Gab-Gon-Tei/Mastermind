      *----------------------------------------------------------------*
      * T04MEQU - SYMBOLIC MAP - CADASTRO DAS EQUIPES DA LIGA ENTRE
      * DEPARTAMENTOS (MAPEQU, MAPSET T04MEQU), USADA PELO T04PEQU
      * (TRANSACAO FT4K) - VER DCLEQUI.
      * MAPEQUI - CAMPOS RECEBIDOS DO TERMINAL (OPERADOR QUE ASSINA,
      *           CODIGO, NOME, DEPARTAMENTO E SITUACAO S/N DA EQUIPE,
      *           E O USUARIO A LIGAR A EQUIPE DO CAMPO CODIGO)
      * MAPEQUO - CAMPOS ENVIADOS AO TERMINAL (MENSAGEM E A JANELA DAS
      *           EQUIPES CADASTRADAS)
      *----------------------------------------------------------------*
       01  MAPEQUI.
           02  TCOPERI         PIC X(08).
           02  TCCODI          PIC X(04).
           02  TCNOMEI         PIC X(30).
           02  TCDEPI          PIC X(10).
           02  TCATIVAI        PIC X(01).
           02  TCUSERI         PIC X(08).

       01  MAPEQUO.
           02  TCOPERL         PIC S9(04) COMP.
           02  TCMSGO          PIC X(40).
           02  TCDATAO         PIC X(08).
           02  TCHORAO         PIC X(08).
           02  TCPAGO          PIC 9(02).
           02  TCTOTPGO        PIC 9(02).
      * JANELA DAS EQUIPES PELA ORDEM DE CODIGO - 8 POR VEZ, PAGINADAS
      * COM PF7/PF8. EQU-MEMBROS: JOGADORES LIGADOS A EQUIPE AGORA.
           02  EQU-ROW OCCURS 8 TIMES.
               03  EQU-COD         PIC X(04).
               03  EQU-NOME        PIC X(30).
               03  EQU-DEP         PIC X(10).
               03  EQU-ATIVA       PIC X(01).
               03  EQU-MEMBROS     PIC 9(05).
