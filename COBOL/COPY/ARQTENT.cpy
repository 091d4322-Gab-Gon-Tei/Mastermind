      * ARQTENT - REGISTRO DO ARQUIVO DE GERACAO ARQSAIDA, GRAVADO
      * PELO ARQUIVAMENTO P3O99A1 (UMA LINHA POR TENTATIVA EXPURGADA
      * DE SENHAS_TENTATIVAS, CAMPOS NUMERICOS EM ZONADO) E LIDO DE
      * VOLTA PELA CONSULTA/RECARGA P3O99A2 E PELOS PEDIDOS DE
      * TITULAR DA LGPD P3O99P1 (QUE TAMBEM REGRAVA AS GERACOES NUMA
      * GERACAO NOVA COM O CPF ELIMINADO TROCADO PELO PSEUDONIMO).
      * QUALQUER MUDANCA AQUI PRECISA VALER PARA TODOS ESSES LADOS - E
      * PARA TODAS AS GERACOES JA GRAVADAS NO FORMATO ANTIGO.
      *----------------------------------------------------------------*
       01  FD-ARQUIVO-REC.
           05 FD-ARQ-ID                    PIC 9(09).
