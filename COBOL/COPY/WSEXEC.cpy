      *----------------------------------------------------------------*
      * WSEXEC - CONTROLE DE EXECUCAO DOS JOBS BATCH P3O99*
      * COMPARTILHADA POR TODOS OS JOBS BATCH, QUE REGISTRAM CADA
      * EXECUCAO EM EXECUCAO_CONTROLE (VER DCLEXEC) PELOS PARAGRAFOS
      * 960 A 969, IGUAIS EM TODOS ELES EXCETO O 969-APURA-CONTAGENS.
      * WS-TB-DEPENDENCIAS: PARES JOB / JOB ANTERIOR DA ESTEIRA DA
      * NOITE. O JOB SO RODA SE A ULTIMA EXECUCAO DE CADA JOB ANTERIOR
      * LISTADO PARA ELE, NO MESMO DIA DE NEGOCIO, TERMINOU OK ('O');
      * SENAO GRAVA A EXECUCAO COMO NAO EXECUTADA ('S') E PARA SEM
      * TOCAR EM NADA. JOB SEM PAR NA TABELA NAO DEPENDE DE NINGUEM.
      * UMA DEPENDENCIA NOVA ENTRA AQUI (AUMENTANDO WS-DEP-QTD E O
      * OCCURS) E VALE PARA O JOB NA PROXIMA COMPILACAO.
      *----------------------------------------------------------------*
       01  WS-DEP-QTD                      PIC 9(02) VALUE 10.

       01  WS-TB-DEPENDENCIAS-VAL.
      *        A VARREDURA V1 FECHA AS RODADAS ABANDONADAS ANTES DE
      *        QUALQUER JOB QUE LEIA O HISTORICO DA NOITE
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99A1 P3O99V1 '.
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99C1 P3O99V1 '.
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99F1 P3O99V1 '.
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99R1 P3O99V1 '.
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99R2 P3O99V1 '.
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99X1 P3O99V1 '.
      *        O CAMPEONATO MENSAL SO FECHA DEPOIS DOS RANKINGS E DA
      *        DETECCAO DE ANOMALIAS DA MESMA NOITE
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99R3 P3O99R1 '.
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99R3 P3O99R2 '.
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99R3 P3O99F1 '.
      *        A LIGA DE EQUIPES SOMA OS PONTOS DO CAMPEONATO MENSAL
      *        FECHADO NA MESMA NOITE
           05 FILLER                       PIC X(16)
                                           VALUE 'P3O99T2 P3O99R3 '.

       01  WS-TB-DEPENDENCIAS REDEFINES WS-TB-DEPENDENCIAS-VAL.
           05 WS-DEP-ENTRY OCCURS 10 TIMES.
               10 WS-DEP-JOB               PIC X(08).
               10 WS-DEP-ANTERIOR          PIC X(08).

       01  WS-DEP-IDX                      PIC 9(02) VALUE 0.
       01  WS-EXE-PULAR                    PIC X(01) VALUE 'N'.

      * MENSAGEM GRAVADA NA EXECUCAO NAO EXECUTADA ('S')
       01  WS-EXE-MSG-DEPENDENCIA.
           05 FILLER                       PIC X(11)
                                           VALUE 'AGUARDANDO '.
           05 WS-EXE-MSG-DEP-JOB           PIC X(08).
           05 FILLER                       PIC X(03) VALUE ' - '.
           05 WS-EXE-MSG-DEP-MOTIVO        PIC X(38).

      * MENSAGEM GRAVADA NA EXECUCAO QUE TERMINOU COM ERRO ('F')
       01  WS-EXE-MSG-ERRO.
           05 FILLER                       PIC X(17)
                                           VALUE 'TERMINO COM ERRO '.
           05 FILLER                       PIC X(10)
                                           VALUE '- SQLCODE '.
           05 WS-EXE-MSG-SQLCODE           PIC -9(09).
           05 FILLER                       PIC X(23)
                                           VALUE ' - VER A SYSOUT'.
