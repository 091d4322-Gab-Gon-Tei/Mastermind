      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99M1.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * SITUACAO MATINAL DA ESTEIRA NOTURNA. CADA JOB BATCH P3O99*
      * REGISTRA SUAS EXECUCOES EM EXECUCAO_CONTROLE (VER DCLEXEC) -
      * ESTE JOB LE AS DO DIA DE NEGOCIO PEDIDO E IMPRIME NO RELATO,
      * PARA O OPERADOR DA MANHA SABER O QUE PRECISA SER REEXECUTADO:
      *   1 - TODAS AS EXECUCOES DO DIA, NA ORDEM EM QUE COMECARAM,
      *       COM INICIO, FIM, SITUACAO, CONTAGENS E O CARTAO PARMIN;
      *   2 - OS JOBS CUJA ULTIMA EXECUCAO NO DIA TERMINOU COM ERRO OU
      *       NUNCA TERMINOU (ABEND OU CANCELAMENTO), COM A MENSAGEM;
      *   3 - OS JOBS CUJA ULTIMA EXECUCAO NO DIA FOI RECUSADA PORQUE
      *       UM JOB DO QUAL ELES DEPENDEM NAO TERMINOU OK (VER AS
      *       DEPENDENCIAS NA WSEXEC), COM O JOB QUE FALTOU;
      *   4 - OS JOBS DIARIOS DA ESTEIRA QUE NAO TEM NENHUMA EXECUCAO
      *       REGISTRADA NO DIA (NAO FORAM SUBMETIDOS).
      * UM JOB QUE FALHOU E JA FOI REEXECUTADO COM SUCESSO APARECE SO
      * NA SECAO 1 - AS SECOES 2 E 3 OLHAM A ULTIMA EXECUCAO DE CADA
      * JOB. OS JOBS MENSAIS E OS SOB DEMANDA SO APARECEM QUANDO
      * RODARAM.
      * CARTAO PARMIN: DIA DE NEGOCIO 'AAAA-MM-DD'; SEM CARTAO, O DIA
      * DE NEGOCIO CORRENTE (O DA NOITE QUE ACABOU DE PASSAR, PELA
      * REGRA DA DCLEXEC).
      * CADA EXECUCAO DESTE JOB TAMBEM FICA REGISTRADA EM
      * EXECUCAO_CONTROLE, MAS NAO ENTRA NO PROPRIO RELATORIO.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT F-PARM ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT F-RELATORIO ASSIGN TO RELATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  F-PARM
           RECORDING MODE IS F.
       01  FD-PARM-REC.
           05 FD-DATA-NEGOCIO              PIC X(10).
           05 FILLER                       PIC X(70).

       FD  F-RELATORIO
           RECORDING MODE IS F.
       01  FD-RELATORIO-REC                PIC X(132).

       WORKING-STORAGE                     SECTION.
       77  WS-FS-PARM                      PIC X(02).
       77  WS-FS-RELATORIO                 PIC X(02).
       77  WS-FIM-CURSOR                   PIC X(01).
       77  WS-SECAO-NUM                    PIC 9(01).
       77  WS-SECAO-QTD                    PIC 9(05).

       77  WS-DATA-NEGOCIO                 PIC X(10).

       77  WS-TOT-EXECUCOES                PIC 9(05) VALUE 0.
       77  WS-TOT-OK                       PIC 9(05) VALUE 0.
       77  WS-TOT-FALHAS                   PIC 9(05) VALUE 0.
       77  WS-TOT-PULADOS                  PIC 9(05) VALUE 0.
       77  WS-TOT-SEM-EXECUCAO             PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * JOBS DIARIOS DA ESTEIRA NOTURNA - PARAMETRO MANTIDO AQUI NO
      * MESMO ESTILO DOS LIMIARES DO P3O99S1. SO ESTES SAO COBRADOS NA
      * SECAO 4 QUANDO NAO TEM EXECUCAO NO DIA; OS MENSAIS (A1, R3,
      * K1, T2) E OS SOB DEMANDA (A2, L1, P1, T1) NAO RODAM TODA NOITE.
      *----------------------------------------------------------------*
       01  WS-EST-QTD                      PIC 9(02) VALUE 10.

       01  WS-TB-ESTEIRA-VAL.
           05 FILLER                       PIC X(08) VALUE 'P3O99V1'.
           05 FILLER                       PIC X(08) VALUE 'P3O99C1'.
           05 FILLER                       PIC X(08) VALUE 'P3O99F1'.
           05 FILLER                       PIC X(08) VALUE 'P3O99R1'.
           05 FILLER                       PIC X(08) VALUE 'P3O99R2'.
           05 FILLER                       PIC X(08) VALUE 'P3O99R4'.
           05 FILLER                       PIC X(08) VALUE 'P3O99S1'.
           05 FILLER                       PIC X(08) VALUE 'P3O99D1'.
           05 FILLER                       PIC X(08) VALUE 'P3O99X1'.
           05 FILLER                       PIC X(08) VALUE 'P3O99H1'.

       01  WS-TB-ESTEIRA REDEFINES WS-TB-ESTEIRA-VAL.
           05 WS-EST-JOB OCCURS 10 TIMES   PIC X(08).

       01  WS-EST-IDX                      PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * CAMPOS LIDOS DOS CURSORES
      *----------------------------------------------------------------*
       77  WS-JOB                          PIC X(08).
       77  WS-INICIO                       PIC X(26).
       77  WS-FIM                          PIC X(26).
       77  WS-PARMIN                       PIC X(80).
       77  WS-LIDOS                        PIC S9(09) USAGE COMP.
       77  WS-GRAVADOS                     PIC S9(09) USAGE COMP.
       77  WS-REJEITADOS                   PIC S9(09) USAGE COMP.
       77  WS-SITUACAO                     PIC X(01).
       77  WS-MENSAGEM                     PIC X(60).
       77  WS-QTD-EXECUCOES                PIC S9(09) USAGE COMP.

      *----------------------------------------------------------------*
      * CONTROLE DE PAGINACAO DO ARQUIVO DE IMPRESSAO
      *----------------------------------------------------------------*
       77  WS-LINHA-ATUAL                  PIC 9(02) VALUE 99.
       77  WS-LINHAS-POR-PAGINA            PIC 9(02) VALUE 60.
       77  WS-PAGINA                       PIC 9(04) VALUE 0.

       01  WS-DATA.
           05 WS-ANO                       PIC X(02).
           05 WS-MES                       PIC X(02).
           05 WS-DIA                       PIC X(02).

       01  WS-HORARIO.
           05 WS-HORA                      PIC X(02).
           05 WS-MIN                       PIC X(02).
           05 WS-SEG                       PIC X(02).

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-BRANCO                 PIC X(132) VALUE SPACES.

       01  WS-LINHA-GUARDA                 PIC X(132).

       01  WS-CAB-PAGINA1.
           05 FILLER                       PIC X(40)
               VALUE 'SITUACAO DA ESTEIRA NOTURNA - P3O99M1'.
           05 FILLER                       PIC X(58) VALUE SPACES.
           05 FILLER                       PIC X(08)
                               VALUE 'EMISSAO '.
           05 WS-CAB-DIA                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-ANO                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-HORA                  PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-CAB-MIN                   PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE 'PAG.'.
           05 WS-CAB-PAGINA                PIC Z.ZZ9.

       01  WS-CAB-PAGINA2.
           05 FILLER                       PIC X(15)
                                           VALUE 'DIA DE NEGOCIO '.
           05 WS-CAB-DATA-NEGOCIO          PIC X(10).
           05 FILLER                       PIC X(107) VALUE SPACES.

       01  WS-CAB-SECAO.
           05 FILLER                       PIC X(06) VALUE 'SECAO '.
           05 WS-CAB-SECAO-NUM             PIC 9(01).
           05 FILLER                       PIC X(03) VALUE ' - '.
           05 WS-SECAO-DESCRICAO           PIC X(60).
           05 FILLER                       PIC X(62) VALUE SPACES.

       01  WS-CAB-COLUNAS-EXEC.
           05 FILLER                       PIC X(12)
                                           VALUE '  JOB'.
           05 FILLER                       PIC X(16)
                                           VALUE 'INICIO'.
           05 FILLER                       PIC X(16)
                                           VALUE 'FIM'.
           05 FILLER                       PIC X(15)
                                           VALUE 'SITUACAO'.
           05 FILLER                       PIC X(12)
                                           VALUE '      LIDOS'.
           05 FILLER                       PIC X(12)
                                           VALUE '   GRAVADOS'.
           05 FILLER                       PIC X(13)
                                           VALUE ' REJEITADOS'.
           05 FILLER                       PIC X(36)
                                           VALUE 'CARTAO PARMIN'.

       01  WS-CAB-COLUNAS-PEND.
           05 FILLER                       PIC X(12)
                                           VALUE '  JOB'.
           05 FILLER                       PIC X(16)
                                           VALUE 'INICIO'.
           05 FILLER                       PIC X(15)
                                           VALUE 'SITUACAO'.
           05 FILLER                       PIC X(89)
                                           VALUE 'MENSAGEM'.

      * INICIO E FIM SAEM COMO 'DD/MM HH.MM.SS' - A ESTEIRA ATRAVESSA
      * A MEIA-NOITE, ENTAO SO A HORA NAO BASTA.
       01  WS-LINHA-EXECUCAO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-JOB                   PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-INICIO.
               10 WS-DET-INI-DIA           PIC X(02).
               10 FILLER                   PIC X(01) VALUE '/'.
               10 WS-DET-INI-MES           PIC X(02).
               10 FILLER                   PIC X(01) VALUE SPACES.
               10 WS-DET-INI-HORA          PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-FIM.
               10 WS-DET-FIM-DIA           PIC X(02).
               10 WS-DET-FIM-BARRA         PIC X(01) VALUE '/'.
               10 WS-DET-FIM-MES           PIC X(02).
               10 FILLER                   PIC X(01) VALUE SPACES.
               10 WS-DET-FIM-HORA          PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-SITUACAO              PIC X(13).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-GRAVADOS              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-DET-REJEITADOS            PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-PARMIN                PIC X(30).
           05 FILLER                       PIC X(06) VALUE SPACES.

       01  WS-LINHA-PENDENCIA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PEN-JOB                   PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PEN-INICIO.
               10 WS-PEN-INI-DIA           PIC X(02).
               10 WS-PEN-INI-BARRA         PIC X(01).
               10 WS-PEN-INI-MES           PIC X(02).
               10 FILLER                   PIC X(01) VALUE SPACES.
               10 WS-PEN-INI-HORA          PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PEN-SITUACAO              PIC X(13).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PEN-MENSAGEM              PIC X(60).
           05 FILLER                       PIC X(29) VALUE SPACES.

       01  WS-LINHA-NENHUMA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(20)
                                           VALUE 'NENHUM JOB NA SECAO'.
           05 FILLER                       PIC X(110) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO                PIC X(32).
           05 WS-TOT-VALOR                 PIC ZZZZ.ZZ9.
           05 FILLER                       PIC X(92) VALUE SPACES.

           COPY WSEXEC.

           EXEC SQL
              INCLUDE DCLEXEC
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       000-PRINCIPAL.
           PERFORM 960-INICIA-EXECUCAO
           PERFORM 050-ABRE-RELATORIO
           PERFORM 100-LE-PARAMETRO

           PERFORM 200-LISTA-EXECUCOES
           PERFORM 300-LISTA-FALHAS
           PERFORM 320-LISTA-PULADOS
           PERFORM 340-LISTA-SEM-EXECUCAO

           PERFORM 940-IMPRIME-TOTAIS
           PERFORM 500-FECHA-RELATORIO

           DISPLAY 'P3O99M1 - DIA DE NEGOCIO ' WS-DATA-NEGOCIO
           DISPLAY '  EXECUCOES NO DIA         : ' WS-TOT-EXECUCOES
           DISPLAY '  TERMINADAS OK            : ' WS-TOT-OK
           DISPLAY '  FALHAS A REEXECUTAR      : ' WS-TOT-FALHAS
           DISPLAY '  NAO EXECUTADOS (DEPEND.) : ' WS-TOT-PULADOS
           DISPLAY '  DIARIOS SEM EXECUCAO     : ' WS-TOT-SEM-EXECUCAO
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

       050-ABRE-RELATORIO.
           OPEN OUTPUT F-RELATORIO
           IF WS-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO - '
                       'FILE STATUS ' WS-FS-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       100-LE-PARAMETRO.
      * CARTAO PARMIN: DIA DE NEGOCIO (ISO AAAA-MM-DD). SEM CARTAO OU
      * CARTAO EM BRANCO, VALE O DIA DE NEGOCIO DESTA EXECUCAO, JA
      * CALCULADO PELO 960-INICIA-EXECUCAO.
           MOVE SPACES                     TO WS-DATA-NEGOCIO

           OPEN INPUT F-PARM
           IF WS-FS-PARM EQUAL '00'
               READ F-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PARM-REC     TO DCLEXE-PARMIN
                       MOVE FD-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               END-READ
               CLOSE F-PARM
           END-IF

           IF WS-DATA-NEGOCIO EQUAL SPACES
               MOVE DCLEXE-DATA-NEGOCIO    TO WS-DATA-NEGOCIO
           END-IF

           EXEC SQL
               SELECT CHAR(DATE(:WS-DATA-NEGOCIO), ISO)
                 INTO :WS-DATA-NEGOCIO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'DIA DE NEGOCIO INVALIDO NO CARTAO PARMIN: '
                       WS-DATA-NEGOCIO
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

      *----------------------------------------------------------------*
      * SECAO 1 - TODAS AS EXECUCOES DO DIA DE NEGOCIO, MENOS AS DO
      * PROPRIO P3O99M1.
      *----------------------------------------------------------------*
       200-LISTA-EXECUCOES.
           MOVE 1 TO WS-SECAO-NUM
           MOVE 'EXECUCOES DO DIA DE NEGOCIO'
                                           TO WS-SECAO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-SECAO
           MOVE WS-CAB-COLUNAS-EXEC        TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL

           EXEC SQL
               DECLARE CUR-M1 CURSOR FOR
                   SELECT JOB, INICIO, FIM, PARMIN, LIDOS, GRAVADOS,
                          REJEITADOS, SITUACAO
                     FROM EXECUCAO_CONTROLE
                    WHERE DATA_NEGOCIO = :WS-DATA-NEGOCIO
                      AND JOB <> :DCLEXE-JOB
                    ORDER BY INICIO
           END-EXEC

           EXEC SQL OPEN CUR-M1 END-EXEC
           PERFORM 290-TESTA-ABERTURA

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-M1
                       INTO :WS-JOB, :WS-INICIO, :WS-FIM, :WS-PARMIN,
                            :WS-LIDOS, :WS-GRAVADOS, :WS-REJEITADOS,
                            :WS-SITUACAO
               END-EXEC
               PERFORM 291-TESTA-FETCH
               IF WS-FIM-CURSOR NOT EQUAL 'S'
                   PERFORM 210-IMPRIME-EXECUCAO
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-M1 END-EXEC
           PERFORM 930-FECHA-SECAO
           .

       210-IMPRIME-EXECUCAO.
           ADD 1 TO WS-TOT-EXECUCOES
           IF WS-SITUACAO EQUAL 'O'
               ADD 1 TO WS-TOT-OK
           END-IF

           MOVE WS-JOB                     TO WS-DET-JOB
           MOVE WS-INICIO(9:2)             TO WS-DET-INI-DIA
           MOVE WS-INICIO(6:2)             TO WS-DET-INI-MES
           MOVE WS-INICIO(12:8)            TO WS-DET-INI-HORA
           IF WS-SITUACAO EQUAL 'E'
               MOVE SPACES                 TO WS-DET-FIM
           ELSE
               MOVE WS-FIM(9:2)            TO WS-DET-FIM-DIA
               MOVE '/'                    TO WS-DET-FIM-BARRA
               MOVE WS-FIM(6:2)            TO WS-DET-FIM-MES
               MOVE WS-FIM(12:8)           TO WS-DET-FIM-HORA
           END-IF
           PERFORM 950-DESCREVE-SITUACAO
           MOVE WS-PEN-SITUACAO            TO WS-DET-SITUACAO
           MOVE WS-LIDOS                   TO WS-DET-LIDOS
           MOVE WS-GRAVADOS                TO WS-DET-GRAVADOS
           MOVE WS-REJEITADOS              TO WS-DET-REJEITADOS
           MOVE WS-PARMIN                  TO WS-DET-PARMIN

           ADD 1 TO WS-SECAO-QTD
           MOVE WS-LINHA-EXECUCAO          TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

      *----------------------------------------------------------------*
      * SECAO 2 - JOBS CUJA ULTIMA EXECUCAO NO DIA TERMINOU COM ERRO
      * ('F') OU FICOU SEM TERMINO ('E'): PRECISAM SER REEXECUTADOS.
      *----------------------------------------------------------------*
       300-LISTA-FALHAS.
           MOVE 2 TO WS-SECAO-NUM
           MOVE 'FALHAS A REEXECUTAR (ULTIMA EXECUCAO DO JOB NO DIA)'
                                           TO WS-SECAO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-SECAO
           MOVE WS-CAB-COLUNAS-PEND        TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL

           EXEC SQL
               DECLARE CUR-M2 CURSOR FOR
                   SELECT A.JOB, A.INICIO, A.SITUACAO, A.MENSAGEM
                     FROM EXECUCAO_CONTROLE A
                    WHERE A.DATA_NEGOCIO = :WS-DATA-NEGOCIO
                      AND A.JOB <> :DCLEXE-JOB
                      AND A.SITUACAO IN ('F', 'E')
                      AND A.INICIO =
                          (SELECT MAX(B.INICIO)
                             FROM EXECUCAO_CONTROLE B
                            WHERE B.JOB = A.JOB
                              AND B.DATA_NEGOCIO = A.DATA_NEGOCIO)
                    ORDER BY A.INICIO
           END-EXEC

           EXEC SQL OPEN CUR-M2 END-EXEC
           PERFORM 290-TESTA-ABERTURA

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-M2
                       INTO :WS-JOB, :WS-INICIO, :WS-SITUACAO,
                            :WS-MENSAGEM
               END-EXEC
               PERFORM 291-TESTA-FETCH
               IF WS-FIM-CURSOR NOT EQUAL 'S'
                   ADD 1 TO WS-TOT-FALHAS
                   PERFORM 310-IMPRIME-PENDENCIA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-M2 END-EXEC
           PERFORM 930-FECHA-SECAO
           .

       310-IMPRIME-PENDENCIA.
           MOVE WS-JOB                     TO WS-PEN-JOB
           MOVE WS-INICIO(9:2)             TO WS-PEN-INI-DIA
           MOVE '/'                        TO WS-PEN-INI-BARRA
           MOVE WS-INICIO(6:2)             TO WS-PEN-INI-MES
           MOVE WS-INICIO(12:8)            TO WS-PEN-INI-HORA
           PERFORM 950-DESCREVE-SITUACAO
           MOVE WS-MENSAGEM                TO WS-PEN-MENSAGEM

           ADD 1 TO WS-SECAO-QTD
           MOVE WS-LINHA-PENDENCIA         TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

      *----------------------------------------------------------------*
      * SECAO 3 - JOBS CUJA ULTIMA EXECUCAO NO DIA FOI RECUSADA POR
      * DEPENDENCIA ('S'). A MENSAGEM TRAZ O JOB QUE FALTOU - ELE E O
      * QUE PRECISA SER REEXECUTADO PRIMEIRO.
      *----------------------------------------------------------------*
       320-LISTA-PULADOS.
           MOVE 3 TO WS-SECAO-NUM
           MOVE 'NAO EXECUTADOS POR DEPENDENCIA NAO CUMPRIDA'
                                           TO WS-SECAO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-SECAO
           MOVE WS-CAB-COLUNAS-PEND        TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL

           EXEC SQL
               DECLARE CUR-M3 CURSOR FOR
                   SELECT A.JOB, A.INICIO, A.SITUACAO, A.MENSAGEM
                     FROM EXECUCAO_CONTROLE A
                    WHERE A.DATA_NEGOCIO = :WS-DATA-NEGOCIO
                      AND A.JOB <> :DCLEXE-JOB
                      AND A.SITUACAO = 'S'
                      AND A.INICIO =
                          (SELECT MAX(B.INICIO)
                             FROM EXECUCAO_CONTROLE B
                            WHERE B.JOB = A.JOB
                              AND B.DATA_NEGOCIO = A.DATA_NEGOCIO)
                    ORDER BY A.INICIO
           END-EXEC

           EXEC SQL OPEN CUR-M3 END-EXEC
           PERFORM 290-TESTA-ABERTURA

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-M3
                       INTO :WS-JOB, :WS-INICIO, :WS-SITUACAO,
                            :WS-MENSAGEM
               END-EXEC
               PERFORM 291-TESTA-FETCH
               IF WS-FIM-CURSOR NOT EQUAL 'S'
                   ADD 1 TO WS-TOT-PULADOS
                   PERFORM 310-IMPRIME-PENDENCIA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-M3 END-EXEC
           PERFORM 930-FECHA-SECAO
           .

      *----------------------------------------------------------------*
      * SECAO 4 - JOBS DIARIOS DA ESTEIRA SEM NENHUMA EXECUCAO NO DIA.
      *----------------------------------------------------------------*
       340-LISTA-SEM-EXECUCAO.
           MOVE 4 TO WS-SECAO-NUM
           MOVE 'JOBS DIARIOS DA ESTEIRA SEM EXECUCAO NO DIA'
                                           TO WS-SECAO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-SECAO
           MOVE WS-CAB-COLUNAS-PEND        TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL

           PERFORM 345-CHECA-SEM-EXECUCAO
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-EST-QTD

           PERFORM 930-FECHA-SECAO
           .

       345-CHECA-SEM-EXECUCAO.
           MOVE WS-EST-JOB (WS-EST-IDX)    TO WS-JOB

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-EXECUCOES
                 FROM EXECUCAO_CONTROLE
                WHERE JOB = :WS-JOB
                  AND DATA_NEGOCIO = :WS-DATA-NEGOCIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO CONTAR AS EXECUCOES DE ' WS-JOB
                       ', SQLCODE = ' SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           IF WS-QTD-EXECUCOES EQUAL 0
               ADD 1 TO WS-TOT-SEM-EXECUCAO
               MOVE WS-JOB                 TO WS-PEN-JOB
               MOVE SPACES                 TO WS-PEN-INICIO
               MOVE 'SEM REGISTRO'         TO WS-PEN-SITUACAO
               MOVE 'JOB NAO FOI SUBMETIDO NO DIA DE NEGOCIO'
                                           TO WS-PEN-MENSAGEM
               ADD 1 TO WS-SECAO-QTD
               MOVE WS-LINHA-PENDENCIA     TO FD-RELATORIO-REC
               PERFORM 905-IMPRIME-LINHA-REL
           END-IF
           .

      *----------------------------------------------------------------*
      * ROTINAS COMUNS DE CURSOR E DE IMPRESSAO
      *----------------------------------------------------------------*
       290-TESTA-ABERTURA.
           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CURSOR DA SECAO ' WS-SECAO-NUM
                       ', SQLCODE = ' SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       291-TESTA-FETCH.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'S' TO WS-FIM-CURSOR
               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DA SECAO ' WS-SECAO-NUM
                           ', SQLCODE = ' SQLCODE
                   PERFORM 500-FECHA-RELATORIO
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE
           .

       900-IMPRIME-CAB-SECAO.
           MOVE 0 TO WS-SECAO-QTD
           MOVE WS-SECAO-NUM           TO WS-CAB-SECAO-NUM
           PERFORM 915-IMPRIME-BRANCO
           MOVE WS-CAB-SECAO           TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       905-IMPRIME-LINHA-REL.
           IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
               PERFORM 925-IMPRIME-CABECALHO
           END-IF
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
           .

       915-IMPRIME-BRANCO.
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       925-IMPRIME-CABECALHO.
      * GUARDA A LINHA QUE ESTAVA PARA SER IMPRESSA, PARA O CABECALHO
      * NAO TOMAR O LUGAR DELA NA PAGINA NOVA.
           MOVE FD-RELATORIO-REC       TO WS-LINHA-GUARDA
           ADD 1 TO WS-PAGINA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                 TO WS-CAB-DIA
           MOVE WS-MES                 TO WS-CAB-MES
           MOVE WS-ANO                 TO WS-CAB-ANO
           MOVE WS-HORA                TO WS-CAB-HORA
           MOVE WS-MIN                 TO WS-CAB-MIN
           MOVE WS-PAGINA              TO WS-CAB-PAGINA

           MOVE WS-DATA-NEGOCIO        TO WS-CAB-DATA-NEGOCIO

           MOVE 0                      TO WS-LINHA-ATUAL

           MOVE WS-CAB-PAGINA1         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-CAB-PAGINA2         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 3 TO WS-LINHA-ATUAL

           MOVE WS-LINHA-GUARDA        TO FD-RELATORIO-REC
           .

       930-FECHA-SECAO.
           IF WS-SECAO-QTD EQUAL 0
               MOVE WS-LINHA-NENHUMA   TO FD-RELATORIO-REC
               PERFORM 905-IMPRIME-LINHA-REL
           END-IF
           .

       940-IMPRIME-TOTAIS.
           PERFORM 915-IMPRIME-BRANCO
           MOVE 'EXECUCOES NO DIA DE NEGOCIO   :' TO WS-TOT-ROTULO
           MOVE WS-TOT-EXECUCOES       TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           MOVE 'TERMINADAS OK                 :' TO WS-TOT-ROTULO
           MOVE WS-TOT-OK              TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           MOVE 'FALHAS A REEXECUTAR           :' TO WS-TOT-ROTULO
           MOVE WS-TOT-FALHAS          TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           MOVE 'NAO EXECUTADOS POR DEPENDENCIA:' TO WS-TOT-ROTULO
           MOVE WS-TOT-PULADOS         TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           MOVE 'JOBS DIARIOS SEM EXECUCAO     :' TO WS-TOT-ROTULO
           MOVE WS-TOT-SEM-EXECUCAO    TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       950-DESCREVE-SITUACAO.
           EVALUATE WS-SITUACAO
               WHEN 'O'
                   MOVE 'OK'               TO WS-PEN-SITUACAO
               WHEN 'F'
                   MOVE 'COM ERRO'         TO WS-PEN-SITUACAO
               WHEN 'E'
                   MOVE 'SEM TERMINO'      TO WS-PEN-SITUACAO
               WHEN 'S'
                   MOVE 'NAO EXECUTADO'    TO WS-PEN-SITUACAO
               WHEN OTHER
                   MOVE WS-SITUACAO        TO WS-PEN-SITUACAO
           END-EVALUATE
           .

       500-FECHA-RELATORIO.
           CLOSE F-RELATORIO
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99M1'                  TO DCLEXE-JOB
           MOVE SPACES                     TO DCLEXE-PARMIN
           MOVE 0                          TO DCLEXE-LIDOS
                                              DCLEXE-GRAVADOS
                                              DCLEXE-REJEITADOS

           EXEC SQL
               SELECT CHAR(DATE(CURRENT TIMESTAMP - 18 HOURS), ISO),
                      CURRENT TIMESTAMP
                 INTO :DCLEXE-DATA-NEGOCIO, :DCLEXE-INICIO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO OBTER O DIA DE NEGOCIO, SQLCODE = '
                       SQLCODE
               STOP RUN
           END-IF

           MOVE 'N'                        TO WS-EXE-PULAR
           PERFORM 961-CHECA-DEPENDENCIA
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-QTD
                  OR WS-EXE-PULAR EQUAL 'S'

           IF WS-EXE-PULAR EQUAL 'S'
               MOVE 'S'                    TO DCLEXE-SITUACAO
               MOVE WS-EXE-MSG-DEPENDENCIA TO DCLEXE-MENSAGEM
           ELSE
               MOVE 'E'                    TO DCLEXE-SITUACAO
               MOVE 'EM EXECUCAO'          TO DCLEXE-MENSAGEM
           END-IF

           EXEC SQL
               INSERT INTO EXECUCAO_CONTROLE
                   (JOB, DATA_NEGOCIO, INICIO, FIM, PARMIN,
                    LIDOS, GRAVADOS, REJEITADOS, SITUACAO, MENSAGEM)
               VALUES
                   (:DCLEXE-JOB, :DCLEXE-DATA-NEGOCIO, :DCLEXE-INICIO,
                    :DCLEXE-INICIO, :DCLEXE-PARMIN, :DCLEXE-LIDOS,
                    :DCLEXE-GRAVADOS, :DCLEXE-REJEITADOS,
                    :DCLEXE-SITUACAO, :DCLEXE-MENSAGEM)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO REGISTRAR A EXECUCAO, SQLCODE = '
                       SQLCODE
               STOP RUN
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           IF WS-EXE-PULAR EQUAL 'S'
               DISPLAY 'P3O99M1 NAO EXECUTADO NO DIA DE NEGOCIO '
                       DCLEXE-DATA-NEGOCIO ': ' DCLEXE-MENSAGEM
               STOP RUN
           END-IF
           .

       961-CHECA-DEPENDENCIA.
      * SITUACAO DA ULTIMA EXECUCAO DO JOB ANTERIOR NO DIA DE NEGOCIO -
      * UMA REEXECUCAO QUE TERMINOU OK LIBERA OS JOBS SEGUINTES.
           IF WS-DEP-JOB (WS-DEP-IDX) EQUAL DCLEXE-JOB
               MOVE WS-DEP-ANTERIOR (WS-DEP-IDX) TO DCLEXE-DEP-JOB

               EXEC SQL
                   SELECT A.SITUACAO
                     INTO :DCLEXE-DEP-SITUACAO
                     FROM EXECUCAO_CONTROLE A
                    WHERE A.JOB = :DCLEXE-DEP-JOB
                      AND A.DATA_NEGOCIO = :DCLEXE-DATA-NEGOCIO
                      AND A.INICIO =
                          (SELECT MAX(B.INICIO)
                             FROM EXECUCAO_CONTROLE B
                            WHERE B.JOB = A.JOB
                              AND B.DATA_NEGOCIO = A.DATA_NEGOCIO)
               END-EXEC

               MOVE DCLEXE-DEP-JOB         TO WS-EXE-MSG-DEP-JOB
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 0
                    AND DCLEXE-DEP-SITUACAO EQUAL 'O'
                       CONTINUE
                   WHEN SQLCODE EQUAL 0
                       MOVE 'S'            TO WS-EXE-PULAR
                       EVALUATE DCLEXE-DEP-SITUACAO
                           WHEN 'E'
                               MOVE 'AINDA EM EXECUCAO OU CAIU'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                           WHEN 'F'
                               MOVE 'TERMINOU COM ERRO'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                           WHEN OTHER
                               MOVE 'TAMBEM NAO FOI EXECUTADO'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                       END-EVALUATE
                   WHEN SQLCODE EQUAL +100
                       MOVE 'S'            TO WS-EXE-PULAR
                       MOVE 'SEM EXECUCAO NO DIA DE NEGOCIO'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                   WHEN OTHER
                       DISPLAY 'ERRO AO CONSULTAR A EXECUCAO DE '
                               DCLEXE-DEP-JOB ', SQLCODE = ' SQLCODE
                       STOP RUN
               END-EVALUATE
           END-IF
           .

       965-TERMINA-EXECUCAO.
           MOVE 'O'                        TO DCLEXE-SITUACAO
           MOVE 'TERMINO NORMAL'           TO DCLEXE-MENSAGEM
           PERFORM 967-GRAVA-TERMINO
           .

       966-ABORTA-EXECUCAO.
      * SAIDA DE TODO ERRO QUE INTERROMPE O JOB: FECHA A EXECUCAO COMO
      * TERMINADA COM ERRO E PARA. O QUE JA FOI FEITO FICA GRAVADO,
      * COMO NO TERMINO NORMAL DO PROGRAMA.
           IF SQLCODE EQUAL 0
               MOVE 'TERMINO COM ERRO - VER A SYSOUT DO JOB'
                                           TO DCLEXE-MENSAGEM
           ELSE
               MOVE SQLCODE                TO WS-EXE-MSG-SQLCODE
               MOVE WS-EXE-MSG-ERRO        TO DCLEXE-MENSAGEM
           END-IF
           MOVE 'F'                        TO DCLEXE-SITUACAO
           PERFORM 967-GRAVA-TERMINO
           STOP RUN
           .

       967-GRAVA-TERMINO.
           PERFORM 969-APURA-CONTAGENS

           EXEC SQL
               UPDATE EXECUCAO_CONTROLE
                  SET FIM        = CURRENT TIMESTAMP,
                      PARMIN     = :DCLEXE-PARMIN,
                      LIDOS      = :DCLEXE-LIDOS,
                      GRAVADOS   = :DCLEXE-GRAVADOS,
                      REJEITADOS = :DCLEXE-REJEITADOS,
                      SITUACAO   = :DCLEXE-SITUACAO,
                      MENSAGEM   = :DCLEXE-MENSAGEM
                WHERE JOB    = :DCLEXE-JOB
                  AND INICIO = :DCLEXE-INICIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO REGISTRAR O TERMINO DA EXECUCAO, '
                       'SQLCODE = ' SQLCODE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC
           .

       969-APURA-CONTAGENS.
      * LIDOS = EXECUCOES LISTADAS, GRAVADOS = PENDENCIAS APONTADAS
      * (SECOES 2, 3 E 4).
           MOVE WS-TOT-EXECUCOES           TO DCLEXE-LIDOS
           ADD WS-TOT-FALHAS WS-TOT-PULADOS WS-TOT-SEM-EXECUCAO
               GIVING DCLEXE-GRAVADOS
           MOVE 0                          TO DCLEXE-REJEITADOS
           .
