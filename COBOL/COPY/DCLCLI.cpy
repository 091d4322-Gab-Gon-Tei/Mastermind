      * DESVIA O JOGADOR DIRETO PARA A TROCA OBRIGATORIA NO T04PCAD
      * (070-FORCA-TROCA-SENHA DO P3O99B0), E A PROPRIA TROCA VOLTA A
      * MARCA PARA 'N'.
      * CONTA ELIMINADA A PEDIDO DO TITULAR (LGPD, JOB P3O99P1) NAO E
      * APAGADA: CPF E NOME_USUARIO VIRAM O PSEUDONIMO ('ANON' + 7
      * DIGITOS / '#' + 7 DIGITOS, VER DCLLGPD), BLOQUEADO = 'S' E
      * SENHA FICA COM UM CODIGO QUE NENHUMA SENHA DIGITADA GERA.
      * COD_EQUIPE LIGA O JOGADOR A UMA EQUIPE DA LIGA ENTRE
      * DEPARTAMENTOS (VER DCLEQUI); BRANCOS = SEM EQUIPE, QUE E COMO
      * O CADASTRO T04PCAD GRAVA A CONTA. O VINCULO E FEITO NO PAINEL
      * T04PEQU (FT4K) OU PELA CARGA P3O99T1, E E O VINCULO DO MOMENTO
      * DA APURACAO QUE O P3O99T2 USA NA CLASSIFICACAO DAS EQUIPES.
      * SITUACAO_RH, NOME, DEPARTAMENTO, DATA_ADMISSAO E DATA_DEMISSAO
      * VEM DO CADASTRO DE FUNCIONARIOS DO RH, RECONCILIADO TODA NOITE
      * PELO P3O99H1:
      *   SITUACAO_RH ' ' = AINDA NAO CONFERIDA COM O RH (CONTA CRIADA
      *                     NO T04PCAD E AINDA NAO CASADA),
      *               'A' = FUNCIONARIO ATIVO,
      *               'D' = DESLIGADO - O LOGIN (066-VALIDA-SENHA DO
      *                     P3O99B0) E RECUSADO, SEM CONTAR FALHA.
      *   DATA SEM VALOR (ADMISSAO DE CONTA NAO CONFERIDA, DEMISSAO DE
      *   QUEM ESTA ATIVO) FICA COM '0001-01-01', NUNCA NULA.
      * O P3O99H1 TAMBEM PRE-CADASTRA OS ADMITIDOS RECENTES SEM
      * CONTA, COM SENHA TEMPORARIA (SENHA_TEMPORARIA = 'S').
      *----------------------------------------------------------------*
           EXEC SQL DECLARE CLIENTES TABLE
           ( CPF                  CHAR(11)     NOT NULL,
             SENHA                CHAR(8)      NOT NULL,
             FALHAS_LOGIN         SMALLINT     NOT NULL,
             BLOQUEADO            CHAR(1)      NOT NULL,
             SENHA_TEMPORARIA     CHAR(1)      NOT NULL,
             COD_EQUIPE           CHAR(4)      NOT NULL,
             SITUACAO_RH          CHAR(1)      NOT NULL,
             NOME                 CHAR(40)     NOT NULL,
             DEPARTAMENTO         CHAR(10)     NOT NULL,
             DATA_ADMISSAO        DATE         NOT NULL,
             DATA_DEMISSAO        DATE         NOT NULL
           ) END-EXEC.

       01  DCLCLI-CLIENTES.
           10 DCLCLI-FALHAS-LOGIN              PIC S9(04)  USAGE COMP.
           10 DCLCLI-BLOQUEADO                 PIC X(01).
           10 DCLCLI-SENHA-TEMPORARIA          PIC X(01).
           10 DCLCLI-COD-EQUIPE                PIC X(04).
           10 DCLCLI-SITUACAO-RH               PIC X(01).
           10 DCLCLI-NOME                      PIC X(40).
           10 DCLCLI-DEPARTAMENTO              PIC X(10).
           10 DCLCLI-DATA-ADMISSAO             PIC X(10).
           10 DCLCLI-DATA-DEMISSAO             PIC X(10).
