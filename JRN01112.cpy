      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 200 BYTES
      *----------------------------------------------------------------*
      *     JOURNAL PERMANENTE DE ALTERACOES (JRNALT1). O MNT01112      *
      *     ACRESCENTA UM REGISTRO PARA CADA TRANSACAO APLICADA NOS     *
      *     MESTRES DE DEPARTAMENTOS E ESCRITORIOS E NO QUADRO DE       *
      *     VAGAS, E O REC01112 UM REGISTRO PARA CADA CORRECAO OU       *
      *     EXPURGO APLICADO NO SUSPENSE. O ARQUIVO NUNCA E TRUNCADO    *
      *     E O AUD01112 EMITE O RELATORIO DE CONSULTA SOBRE ELE.       *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     JRNALT1-DAT-MOVTO       Data da alteracao (DD/MM/AAAA)
      *     JRNALT1-HOR-MOVTO       Hora da alteracao (HH:MM:SS)
      *     JRNALT1-NOM-PROGRAMA    Programa que aplicou a alteracao
      *     JRNALT1-TIP-ARQ         Arquivo alterado (D=departamento
      *                             E=escritorio S=suspense
      *                             Q=quadro de vagas)
      *     JRNALT1-TIP-ACAO        Acao (I=inclusao A=alteracao
      *                             E=exclusao C=correcao P=expurgo
      *                             X=cancelamento de pendente)
      *     JRNALT1-CHAVE           Chave alterada (departamento,
      *                             escritorio ou COD-FUNCI)
      *     JRNALT1-VAL-ANTES       Valor antes da alteracao
      *     JRNALT1-VAL-DEPOIS      Valor depois da alteracao
      *     JRNALT1-COD-USUARIO     Usuario responsavel
      *----------------------------------------------------------------*
          01 JRNALT1-REGISTRO.
             03 JRNALT1-DAT-MOVTO             PIC X(10).
             03 JRNALT1-DAT-MOVTO-O      REDEFINES JRNALT1-DAT-MOVTO.
                 07 JRNALT1-DAT-MOVTO-DD     PIC 9(02).
                 07 FILLER                   PIC X.
                 07 JRNALT1-DAT-MOVTO-MM     PIC 9(02).
                 07 FILLER                   PIC X.
                 07 JRNALT1-DAT-MOVTO-AA     PIC 9(04).
             03 JRNALT1-HOR-MOVTO             PIC X(08).
             03 JRNALT1-NOM-PROGRAMA          PIC X(08).
             03 JRNALT1-TIP-ARQ               PIC X(01).
                 88 JRNALT1-ARQ-DEPTO             VALUE 'D'.
                 88 JRNALT1-ARQ-ESCRT             VALUE 'E'.
                 88 JRNALT1-ARQ-SUSPENSE          VALUE 'S'.
                 88 JRNALT1-ARQ-QUADRO            VALUE 'Q'.
             03 JRNALT1-TIP-ACAO              PIC X(01).
                 88 JRNALT1-ACAO-INCLUSAO         VALUE 'I'.
                 88 JRNALT1-ACAO-ALTERACAO        VALUE 'A'.
                 88 JRNALT1-ACAO-EXCLUSAO         VALUE 'E'.
                 88 JRNALT1-ACAO-CORRECAO         VALUE 'C'.
                 88 JRNALT1-ACAO-EXPURGO          VALUE 'P'.
                 88 JRNALT1-ACAO-CANCELAMENTO     VALUE 'X'.
             03 JRNALT1-CHAVE                 PIC X(30).
             03 JRNALT1-VAL-ANTES             PIC X(60).
             03 JRNALT1-VAL-DEPOIS            PIC X(60).
             03 JRNALT1-COD-USUARIO           PIC X(08).
             03 FILLER                        PIC X(14).
