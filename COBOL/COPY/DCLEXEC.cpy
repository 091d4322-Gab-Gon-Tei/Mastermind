      *----------------------------------------------------------------*
      * DCLGEN TABLE(EXECUCAO_CONTROLE)
      * CONTROLE DE EXECUCAO DOS JOBS BATCH P3O99* - UMA LINHA POR
      * EXECUCAO, ABERTA PELO PROPRIO JOB NO INICIO (PARAGRAFO
      * 960-INICIA-EXECUCAO) E FECHADA NO TERMINO, NORMAL OU COM ERRO.
      * CHAVE: JOB + INICIO.
      * DATA_NEGOCIO: DIA DE NEGOCIO DA EXECUCAO - A DATA DE 18 HORAS
      * ANTES DO INICIO, PARA QUE A ESTEIRA DA NOITE INTEIRA (E UMA
      * REEXECUCAO FEITA NA MANHA OU NA TARDE SEGUINTE) CAIA NO MESMO
      * DIA. E POR ELA QUE AS DEPENDENCIAS DA WSEXEC SAO CONFERIDAS E
      * QUE O RELATORIO MATINAL P3O99M1 LISTA A NOITE.
      * FIM: IGUAL AO INICIO ENQUANTO O JOB ESTA RODANDO.
      * PARMIN: CARTAO DE PARAMETRO LIDO PELO JOB (BRANCOS QUANDO O
      * JOB NAO TEM CARTAO OU RODOU COM O PADRAO).
      * LIDOS / GRAVADOS / REJEITADOS: CONTAGENS DO PROPRIO JOB -
      * REGISTROS OU LINHAS DE ENTRADA TRATADOS, LINHAS PRODUZIDAS
      * (RELATORIO, ARQUIVO OU TABELA) E REGISTROS RECUSADOS OU COM
      * ERRO. CADA JOB DOCUMENTA A SUA NO 969-APURA-CONTAGENS.
      * SITUACAO: 'E' = EM EXECUCAO (SE FICAR ASSIM, O JOB CAIU SEM
      *                 CHEGAR AO TERMINO - ABEND OU CANCELAMENTO),
      *           'O' = TERMINOU OK,
      *           'F' = TERMINOU COM ERRO (VER MENSAGEM E SYSOUT),
      *           'S' = NAO EXECUTADO - UMA DEPENDENCIA NAO TERMINOU
      *                 OK NO MESMO DIA DE NEGOCIO (VER MENSAGEM).
      * DCLEXE-DEPENDENCIA NAO E COLUNA DA TABELA: SAO AS VARIAVEIS DA
      * CONSULTA DA ULTIMA EXECUCAO DE UM JOB DO QUAL ESTE DEPENDE.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE EXECUCAO_CONTROLE TABLE
           ( JOB                  CHAR(8)      NOT NULL,
             DATA_NEGOCIO         DATE         NOT NULL,
             INICIO               TIMESTAMP    NOT NULL,
             FIM                  TIMESTAMP    NOT NULL,
             PARMIN               CHAR(80)     NOT NULL,
             LIDOS                INTEGER      NOT NULL,
             GRAVADOS             INTEGER      NOT NULL,
             REJEITADOS           INTEGER      NOT NULL,
             SITUACAO             CHAR(1)      NOT NULL,
             MENSAGEM             CHAR(60)     NOT NULL
           ) END-EXEC.

       01  DCLEXE-EXECUCAO-CONTROLE.
           10 DCLEXE-JOB                      PIC X(08).
           10 DCLEXE-DATA-NEGOCIO             PIC X(10).
           10 DCLEXE-INICIO                   PIC X(26).
           10 DCLEXE-FIM                      PIC X(26).
           10 DCLEXE-PARMIN                   PIC X(80).
           10 DCLEXE-LIDOS                    PIC S9(9)   USAGE COMP.
           10 DCLEXE-GRAVADOS                 PIC S9(9)   USAGE COMP.
           10 DCLEXE-REJEITADOS               PIC S9(9)   USAGE COMP.
           10 DCLEXE-SITUACAO                 PIC X(01).
           10 DCLEXE-MENSAGEM                 PIC X(60).

       01  DCLEXE-DEPENDENCIA.
           10 DCLEXE-DEP-JOB                  PIC X(08).
           10 DCLEXE-DEP-SITUACAO             PIC X(01).
