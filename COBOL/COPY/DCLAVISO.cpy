      *----------------------------------------------------------------*
      * DCLGEN TABLE(AVISOS)
      * AVISOS DA OPERACAO AOS JOGADORES E JANELAS DE MANUTENCAO,
      * CADASTRADOS NO PAINEL T04PAVI (FT4J) E LIDOS PELO JOGO P3O99B0
      * A CADA TELA DE LOGIN E DE TABULEIRO. ID_AVISO E GERADO PELO
      * DB2 NO INSERT.
      * TIPO: 'A' = AVISO - O TEXTO APARECE NAS TELAS DO JOGO ENTRE
      *             INICIO E FIM,
      *       'M' = JANELA DE MANUTENCAO - ENTRE INICIO E FIM O LOGIN
      *             E RECUSADO. NOS ANTECEDENCIA_MIN MINUTOS ANTES DO
      *             INICIO NENHUMA RODADA NOVA COMECA (AS RODADAS JA EM
      *             JOGO PODEM TERMINAR). O TEXTO APARECE NAS TELAS
      *             DESDE O INICIO DESSA ANTECEDENCIA ATE O FIM; PARA
      *             AVISAR MAIS CEDO, CADASTRA-SE TAMBEM UM TIPO 'A'.
      * PRIORIDADE: 1 (MAIS ALTA) A 9 - AS TELAS MOSTRAM OS AVISOS
      *             ATIVOS DA MAIOR PARA A MENOR PRIORIDADE E, NA
      *             MESMA PRIORIDADE, DO MAIS RECENTE PARA O MAIS
      *             ANTIGO.
      * ANTECEDENCIA_MIN: SO NO TIPO 'M' (ZERO NO TIPO 'A').
      * OPERADOR/DATA_ALTERACAO: QUEM INCLUIU OU ENCERROU O AVISO POR
      * ULTIMO, E QUANDO. UM AVISO ENCERRADO NO PAINEL NAO E APAGADO -
      * O FIM PASSA A SER O MOMENTO DO ENCERRAMENTO.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE AVISOS TABLE
           ( ID_AVISO             INTEGER      NOT NULL,
             TIPO                 CHAR(1)      NOT NULL,
             TEXTO                CHAR(60)     NOT NULL,
             INICIO               TIMESTAMP    NOT NULL,
             FIM                  TIMESTAMP    NOT NULL,
             PRIORIDADE           SMALLINT     NOT NULL,
             ANTECEDENCIA_MIN     SMALLINT     NOT NULL,
             OPERADOR             CHAR(8)      NOT NULL,
             DATA_ALTERACAO       TIMESTAMP    NOT NULL
           ) END-EXEC.

       01  DCLAVI-AVISOS.
           10 DCLAVI-ID-AVISO                 PIC S9(9)   USAGE COMP.
           10 DCLAVI-TIPO                     PIC X(01).
           10 DCLAVI-TEXTO                    PIC X(60).
           10 DCLAVI-INICIO                   PIC X(26).
           10 DCLAVI-FIM                      PIC X(26).
           10 DCLAVI-PRIORIDADE               PIC S9(04)  USAGE COMP.
           10 DCLAVI-ANTECEDENCIA-MIN         PIC S9(04)  USAGE COMP.
           10 DCLAVI-OPERADOR                 PIC X(08).
           10 DCLAVI-DATA-ALTERACAO           PIC X(26).
