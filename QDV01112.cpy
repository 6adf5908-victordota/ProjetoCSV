      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 80 BYTES
      *----------------------------------------------------------------*
      *     QUADRO DE VAGAS AUTORIZADO (CADQUAD1): EFETIVO APROVADO     *
      *     PELO ORCAMENTO PARA CADA DEPARTAMENTO EM CADA MES DE        *
      *     COMPETENCIA. MANTIDO PELO MNT01112 (TIPO DE ARQUIVO 'Q',    *
      *     CHAVE = DEPARTAMENTO + COMPETENCIA) E CONFRONTADO COM O     *
      *     EFETIVO ATIVO DA EXTRACAO PELO VAG01112.                    *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     ARQQDV01-COD-DPTFN      Codigo do departamento (chave)
      *     ARQQDV01-MES-COMPET     Mes de competencia MM/AAAA (chave)
      *     ARQQDV01-QT-AUTORIZADA  Quantidade de vagas autorizadas
      *     ARQQDV01-DAT-ATUALIZ    Data da ultima manutencao
      *     ARQQDV01-COD-USUARIO    Usuario da ultima manutencao
      *----------------------------------------------------------------*
          01 ARQQDV01-REGISTRO.
             03 ARQQDV01-COD-DPTFN            PIC X(15).
             03 ARQQDV01-MES-COMPET           PIC X(07).
             03 ARQQDV01-MES-COMPET-O    REDEFINES ARQQDV01-MES-COMPET.
                 07 ARQQDV01-COMPET-MM       PIC 9(02).
                 07 FILLER                   PIC X.
                 07 ARQQDV01-COMPET-AA       PIC 9(04).
             03 ARQQDV01-QT-AUTORIZADA        PIC 9(05).
             03 ARQQDV01-DAT-ATUALIZ          PIC X(10).
             03 ARQQDV01-COD-USUARIO          PIC X(08).
             03 FILLER                        PIC X(35).
