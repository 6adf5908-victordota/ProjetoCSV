      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 80 BYTES
      *----------------------------------------------------------------*
      *     MESTRE DE CONSUMIDORES DO EXTRATO (CADCONS1), COM O PERFIL  *
      *     DE ASSINATURA DE CADA AREA CONSUMIDORA: CONTEUDO COMPLETO   *
      *     OU SO MOVIMENTOS, NOME EM CLARO OU MASCARADO E ARQUIVO DE   *
      *     LAYOUT FIXO OU DELIMITADO POR VIRGULA. OS FILTROS DE        *
      *     DEPARTAMENTO/ESCRITORIO FICAM NO ASSCONS1. LIDO PELO        *
      *     DST01112 (DISTRIBUICAO) E PELO ACK01112 (COMPROVANTES).     *
      *     INDICADORES EM BRANCO VALEM O DEFAULT (C/C/F).              *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO            DESCRICAO
      *------------------------      -----------
      *     CADCONS1-COD-CONSUMIDOR  Codigo do consumidor (chave)
      *     CADCONS1-NOM-CONSUMIDOR  Nome da area consumidora
      *     CADCONS1-IND-CONTEUDO    Conteudo (C=completo/M=movimentos)
      *     CADCONS1-IND-NOME        Nome do funcionario (C=claro/
      *                              M=mascarado por token)
      *     CADCONS1-IND-FORMATO     Formato (F=fixo/V=virgula)
      *     CADCONS1-NOM-ARQ-DST     Nome do arquivo de distribuicao
      *                              (em branco = CNS + codigo)
      *----------------------------------------------------------------*
          01 CADCONS1-REGISTRO.
             03 CADCONS1-COD-CONSUMIDOR       PIC X(08).
             03 CADCONS1-NOM-CONSUMIDOR       PIC X(40).
             03 CADCONS1-IND-CONTEUDO         PIC X(01).
                 88 CADCONS1-CONTEUDO-COMPLETO    VALUE 'C' SPACE.
                 88 CADCONS1-CONTEUDO-MOVIMENTO   VALUE 'M'.
             03 CADCONS1-IND-NOME             PIC X(01).
                 88 CADCONS1-NOME-CLARO           VALUE 'C' SPACE.
                 88 CADCONS1-NOME-MASCARADO       VALUE 'M'.
             03 CADCONS1-IND-FORMATO          PIC X(01).
                 88 CADCONS1-FORMATO-FIXO         VALUE 'F' SPACE.
                 88 CADCONS1-FORMATO-VIRGULA      VALUE 'V'.
             03 CADCONS1-NOM-ARQ-DST          PIC X(20).
             03 FILLER                        PIC X(09).
