      *----------------------------------------------------------------*
      * DCLGEN TABLE(EQUIPES)
      * CADASTRO DAS EQUIPES DA LIGA ENTRE DEPARTAMENTOS. A EQUIPE E
      * MANTIDA NO PAINEL T04PEQU (FT4K) OU PELA CARGA P3O99T1; O
      * JOGADOR E LIGADO A ELA PELO COD_EQUIPE DE CLIENTES (DCLCLI).
      * DEPARTAMENTO: CODIGO DO DEPARTAMENTO QUE A EQUIPE REPRESENTA,
      *               COMO VEM NO CADASTRO DO RH (BRANCOS = EQUIPE SEM
      *               DEPARTAMENTO FIXO).
      * ATIVA: 'S' = PARTICIPA DA CLASSIFICACAO MENSAL (P3O99T2) E
      *              ACEITA JOGADORES NOVOS,
      *        'N' = DESATIVADA - OS JOGADORES CONTINUAM LIGADOS A
      *              ELA, MAS A EQUIPE SAI DA CLASSIFICACAO.
      * OPERADOR/DATA_ALTERACAO: QUEM INCLUIU OU ALTEROU A EQUIPE POR
      * ULTIMO (NA CARGA, O NOME DO PROGRAMA), E QUANDO.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE EQUIPES TABLE
           ( COD_EQUIPE           CHAR(4)      NOT NULL,
             NOME                 CHAR(30)     NOT NULL,
             DEPARTAMENTO         CHAR(10)     NOT NULL,
             ATIVA                CHAR(1)      NOT NULL,
             OPERADOR             CHAR(8)      NOT NULL,
             DATA_ALTERACAO       TIMESTAMP    NOT NULL
           ) END-EXEC.

       01  DCLEQU-EQUIPES.
           10 DCLEQU-COD-EQUIPE               PIC X(04).
           10 DCLEQU-NOME                     PIC X(30).
           10 DCLEQU-DEPARTAMENTO             PIC X(10).
           10 DCLEQU-ATIVA                    PIC X(01).
           10 DCLEQU-OPERADOR                 PIC X(08).
           10 DCLEQU-DATA-ALTERACAO           PIC X(26).
