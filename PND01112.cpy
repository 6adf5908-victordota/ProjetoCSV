      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 140 BYTES
      *----------------------------------------------------------------*
      *     TRANSACOES PENDENTES DE MANUTENCAO DOS MESTRES (MNTPEND1).  *
      *     O MNT01112 GUARDA AQUI AS TRANSACOES DO MNTTRAN1 COM DATA   *
      *     DE VIGENCIA FUTURA E AS APLICA NA PRIMEIRA EXECUCAO EM OU   *
      *     APOS A VIGENCIA, COM AS MESMAS CRITICAS DO CARTAO. O        *
      *     ARQUIVO E REGRAVADO A CADA EXECUCAO SO COM AS PENDENTES     *
      *     AINDA NAO APLICADAS NEM CANCELADAS.                         *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     MNTPEND1-TIP-ARQ        Arquivo (D=departamento
      *                             E=escritorio Q=quadro de vagas)
      *     MNTPEND1-TIP-ACAO       Acao (I=inclusao A=alteracao
      *                             E=exclusao H=hierarquia)
      *     MNTPEND1-CHAVE          Chave da transacao
      *     MNTPEND1-NOM-NOVO       Novo nome
      *     MNTPEND1-COD-USUARIO    Usuario que submeteu a transacao
      *     MNTPEND1-DAT-EFETIVA    Data de vigencia (DD/MM/AAAA)
      *     MNTPEND1-DAT-AGENDA     Data em que foi agendada
      *     MNTPEND1-COD-DPTFN-SUP  Departamento superior (I/H de
      *                             departamento)
      *----------------------------------------------------------------*
          01 MNTPEND1-REGISTRO.
             03 MNTPEND1-TIP-ARQ              PIC X(01).
             03 MNTPEND1-TIP-ACAO             PIC X(01).
             03 MNTPEND1-CHAVE                PIC X(30).
             03 MNTPEND1-NOM-NOVO             PIC X(55).
             03 MNTPEND1-COD-USUARIO          PIC X(08).
             03 MNTPEND1-DAT-EFETIVA          PIC X(10).
             03 MNTPEND1-DAT-EFETIVA-O   REDEFINES MNTPEND1-DAT-EFETIVA.
                 07 MNTPEND1-EFE-DD          PIC 9(02).
                 07 FILLER                   PIC X.
                 07 MNTPEND1-EFE-MM          PIC 9(02).
                 07 FILLER                   PIC X.
                 07 MNTPEND1-EFE-AA          PIC 9(04).
             03 MNTPEND1-DAT-AGENDA           PIC X(10).
             03 MNTPEND1-COD-DPTFN-SUP        PIC X(15).
             03 FILLER                        PIC X(10).
