      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 100 BYTES
      *----------------------------------------------------------------*
      *     CADASTRO MESTRE DE DEPARTAMENTOS (CADDPTO1), USADO PELO     *
      *     EXT01112 PARA VALIDAR ARQENT01-COD-DPTFN CONTRA O ORGANO-   *
      *     GRAMA OFICIAL ANTES DE ACUMULAR O REGISTRO NO RESUMO DE     *
      *     EFETIVO POR DEPARTAMENTO (RELDEPTO).                       *
      *     CADA DEPARTAMENTO APONTA PARA O SEU SUPERIOR (BRANCOS NA    *
      *     RAIZ), FORMANDO A HIERARQUIA (DIRETORIA, AREA, ...) MANTIDA *
      *     PELO MNT01112, QUE RECALCULA O NIVEL A CADA REGRAVACAO. O   *
      *     HIE01112 CONSOLIDA O EFETIVO POR ESSA HIERARQUIA.           *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     ARQDPT01-COD-DPTFN      Codigo do departamento (chave)
      *     ARQDPT01-NOM-DPTFN      Nome oficial do departamento
      *     ARQDPT01-COD-DPTFN-SUP  Codigo do departamento superior
      *                             (brancos = raiz da hierarquia)
      *     ARQDPT01-NUM-NIVEL      Nivel na hierarquia (1 = raiz)
      *----------------------------------------------------------------*
          01 ARQDPT01-REGISTRO.
             03 ARQDPT01-COD-DPTFN             PIC X(15).
             03 ARQDPT01-NOM-DPTFN             PIC X(55).
             03 ARQDPT01-COD-DPTFN-SUP         PIC X(15).
             03 ARQDPT01-NUM-NIVEL             PIC 9(02).
             03 FILLER                         PIC X(13).
