      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 130 BYTES
      *----------------------------------------------------------------*
      *     EXTRATO DE UM CONSUMIDOR (ARQCNS01), GRAVADO PELO DST01112  *
      *     CONFORME O PERFIL DE ASSINATURA DO CADCONS1/ASSCONS1. UM    *
      *     ARQUIVO POR CONSUMIDOR, COM CABECALHO E RODAPE PROPRIOS     *
      *     (QUANTIDADE E HASH DO COD-FUNCI DAS LINHAS DAQUELE          *
      *     ARQUIVO), CONTRA OS QUAIS O ACK01112 CONFERE O COMPROVANTE. *
      *     NO PERFIL MASCARADO O NOME DA LUGAR AO TOKEN NUMERICO DO    *
      *     SAIMASK1. NO FORMATO DELIMITADO POR VIRGULA OS MESMOS       *
      *     CAMPOS SAO GRAVADOS SEPARADOS POR VIRGULA (ARQCNS01-LINHA). *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     ARQCNS01-TIPO-REG       Tipo de registro (H/D/T)
      *     ARQCNS01-COD-ACAO       Acao (I/A/E - no conteudo completo
      *                             sempre I)
      *     ARQCNS01-COD-FUNCI      Codigo do funcionario
      *     ARQCNS01-NOM-FUNCI      Nome do funcionario (ou token)
      *     ARQCNS01-NOM-ESCRT      Nome do escritorio do funcionario
      *     ARQCNS01-COD-DPTFN      Codigo do departamento
      *     ARQCNS01-DAT-COINT      Data de controle interna
      *----------------------------------------------------------------*
          01 ARQCNS01-REGISTRO.
             03 ARQCNS01-TIPO-REG             PIC X(01) VALUE 'D'.
                 88 ARQCNS01-TIPO-CABECALHO       VALUE 'H'.
                 88 ARQCNS01-TIPO-DETALHE         VALUE 'D'.
                 88 ARQCNS01-TIPO-RODAPE          VALUE 'T'.
             03 ARQCNS01-COD-ACAO             PIC X(01).
             03 ARQCNS01-COD-FUNCI            PIC X(08).
             03 ARQCNS01-NOM-FUNCI            PIC X(50).
             03 ARQCNS01-NOM-FUNCI-O      REDEFINES ARQCNS01-NOM-FUNCI.
                 07 ARQCNS01-TOKEN-FUNC      PIC 9(08).
                 07 FILLER                   PIC X(42).
             03 ARQCNS01-NOM-ESCRT            PIC X(30).
             03 ARQCNS01-COD-DPTFN            PIC X(15).
             03 ARQCNS01-DAT-COINT            PIC X(10).
             03 FILLER                        PIC X(15).
      *----------------------------------------------------------------*
      *     CABECALHO DE CONTROLE DO EXTRATO DO CONSUMIDOR (1o REG.)   *
      *----------------------------------------------------------------*
          01 ARQCNS01-CABECALHO.
             03 ARQCNS01-CAB-TIPO-REG    PIC X(01) VALUE 'H'.
             03 ARQCNS01-CAB-ID-ARQ      PIC X(08) VALUE 'CNS01112'.
             03 ARQCNS01-CAB-DAT-EXEC    PIC X(10) VALUE SPACES.
             03 ARQCNS01-CAB-COD-CONSUMIDOR PIC X(08) VALUE SPACES.
             03 ARQCNS01-CAB-IND-CONTEUDO PIC X(01) VALUE SPACES.
             03 ARQCNS01-CAB-IND-NOME    PIC X(01) VALUE SPACES.
             03 FILLER                  PIC X(101).
      *----------------------------------------------------------------*
      *     RODAPE/TRAILER DE CONTROLE DO EXTRATO DO CONSUMIDOR        *
      *----------------------------------------------------------------*
          01 ARQCNS01-RODAPE.
             03 ARQCNS01-ROD-TIPO-REG    PIC X(01) VALUE 'T'.
             03 ARQCNS01-ROD-QT-REGISTROS PIC 9(08) VALUE ZEROS.
             03 ARQCNS01-ROD-HASH-COD-FUNCI PIC 9(15) VALUE ZEROS.
             03 FILLER                  PIC X(106).
      *----------------------------------------------------------------*
      *     VISAO DE LINHA, PARA O FORMATO DELIMITADO POR VIRGULA      *
      *----------------------------------------------------------------*
          01 ARQCNS01-LINHA                   PIC X(130).
