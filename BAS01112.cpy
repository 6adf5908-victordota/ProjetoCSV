      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 170 BYTES
      *----------------------------------------------------------------*
      *     BASE DE DISTRIBUICAO (ARQBAS01), GRAVADA PELO EXT01112 NA   *
      *     MESMA PASSADA DO SAI01112, COM EXATAMENTE OS MESMOS         *
      *     FUNCIONARIOS DO EXTRATO, MAS LEVANDO TAMBEM O DEPARTAMENTO  *
      *     E A SITUACAO. E A ENTRADA DO DST01112 PARA OS CONSUMIDORES  *
      *     CADASTRADOS NO CADCONS1 COM CONTEUDO COMPLETO, QUE PRECISAM *
      *     SER FILTRADOS POR DEPARTAMENTO/ESCRITORIO. CABECALHO E      *
      *     RODAPE COM A MESMA DATA, QUANTIDADE E HASH DO SAI01112.     *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     ARQBAS01-TIPO-REG       Tipo de registro (H/D/T)
      *     ARQBAS01-COD-FUNCI      Codigo do funcionario
      *     ARQBAS01-NOM-FUNCI      Nome do funcionario
      *     ARQBAS01-NOM-ESCRT      Nome do escritorio do funcionario
      *     ARQBAS01-COD-DPTFN      Codigo do departamento
      *     ARQBAS01-NOM-DPTFN      Nome do departamento
      *     ARQBAS01-DAT-COINT      Data de controle (formato SAI01112)
      *     ARQBAS01-SIT-FUNCI      Situacao do funcionario (A/I)
      *----------------------------------------------------------------*
          01 ARQBAS01-REGISTRO.
             03 ARQBAS01-TIPO-REG             PIC X(01) VALUE 'D'.
                 88 ARQBAS01-TIPO-CABECALHO       VALUE 'H'.
                 88 ARQBAS01-TIPO-DETALHE         VALUE 'D'.
                 88 ARQBAS01-TIPO-RODAPE          VALUE 'T'.
             03 ARQBAS01-COD-FUNCI            PIC X(08).
             03 ARQBAS01-NOM-FUNCI            PIC X(50).
             03 ARQBAS01-NOM-ESCRT            PIC X(30).
             03 ARQBAS01-COD-DPTFN            PIC X(15).
             03 ARQBAS01-NOM-DPTFN            PIC X(55).
             03 ARQBAS01-DAT-COINT            PIC X(10).
             03 ARQBAS01-SIT-FUNCI            PIC X(01).
      *----------------------------------------------------------------*
      *     CABECALHO DE CONTROLE DA BASE DE DISTRIBUICAO (1o REG.)    *
      *----------------------------------------------------------------*
          01 ARQBAS01-CABECALHO.
             03 ARQBAS01-CAB-TIPO-REG    PIC X(01) VALUE 'H'.
             03 ARQBAS01-CAB-ID-ARQ      PIC X(08) VALUE 'BAS01112'.
             03 ARQBAS01-CAB-DAT-EXEC    PIC X(10) VALUE SPACES.
             03 FILLER                  PIC X(151).
      *----------------------------------------------------------------*
      *     RODAPE/TRAILER DE CONTROLE DA BASE DE DISTRIBUICAO         *
      *----------------------------------------------------------------*
          01 ARQBAS01-RODAPE.
             03 ARQBAS01-ROD-TIPO-REG    PIC X(01) VALUE 'T'.
             03 ARQBAS01-ROD-QT-REGISTROS PIC 9(08) VALUE ZEROS.
             03 ARQBAS01-ROD-HASH-COD-FUNCI PIC 9(15) VALUE ZEROS.
             03 FILLER                  PIC X(146).
