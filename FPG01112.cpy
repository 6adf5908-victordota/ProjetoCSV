      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 130 BYTES
      *----------------------------------------------------------------*
      *     CADASTRO MESTRE DA FOLHA DE PAGAMENTO (CADFOLH1), COM OS    *
      *     FUNCIONARIOS EFETIVAMENTE PAGOS NA FOLHA. USADO PELO        *
      *     FOL01112 PARA CONCILIAR O CADASTRO DA EXTRACAO (ENT01112/   *
      *     SAI01112) CONTRA QUEM ESTA RECEBENDO.                       *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     ARQFPG01-COD-FUNCI      Codigo do funcionario (chave)
      *     ARQFPG01-NOM-FUNCI      Nome do funcionario na folha
      *     ARQFPG01-NOM-ESCRT      Escritorio de lotacao na folha
      *     ARQFPG01-COD-DPTFN      Departamento de lotacao na folha
      *     ARQFPG01-SIT-PAGTO      Situacao do pagamento (A/S)
      *     ARQFPG01-DAT-ULT-PAGTO  Data do ultimo pagamento
      *----------------------------------------------------------------*
          01 ARQFPG01-REGISTRO.
             03 ARQFPG01-COD-FUNCI            PIC X(08).
             03 ARQFPG01-NOM-FUNCI            PIC X(50).
             03 ARQFPG01-NOM-ESCRT            PIC X(30).
             03 ARQFPG01-COD-DPTFN            PIC X(15).
             03 ARQFPG01-SIT-PAGTO            PIC X(01).
                 88 ARQFPG01-PAGTO-ATIVO          VALUE 'A'.
                 88 ARQFPG01-PAGTO-SUSPENSO       VALUE 'S'.
             03 ARQFPG01-DAT-ULT-PAGTO        PIC X(10).
             03 FILLER                        PIC X(16).
