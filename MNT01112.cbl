002400*    DATA       AUTOR     DESCRICAO                              *
002500*    ---------- --------- ------------------------------------- *
002600*    02/09/2026 EAS       PROGRAMA ORIGINAL.                     *
002610*    15/10/2026 EAS       CADA TRANSACAO APLICADA E ACRESCIDA AO *
002620*                         JOURNAL PERMANENTE DE ALTERACOES       *
002630*                         (JRNALT1, BOOK JRN01112) COM USUARIO,  *
002640*                         DATA/HORA E VALORES ANTES/DEPOIS.      *
002645*    15/10/2026 EAS       MNTTRAN1 GANHA A DATA DE VIGENCIA: COM *
002650*                         DATA FUTURA A TRANSACAO VAI PARA O     *
002655*                         MNTPEND1 (BOOK PND01112) E E APLICADA  *
002660*                         NA PRIMEIRA EXECUCAO EM OU APOS A DATA.*
002665*                         NOVA ACAO 'X' CANCELA PENDENTES; AS    *
002670*                         PENDENTES SAO LISTADAS NO RELMNT1.     *
002672*    15/10/2026 EAS       HIERARQUIA DE DEPARTAMENTOS: CADDPTO1  *
002674*                         GANHA O SUPERIOR E O NIVEL; INCLUSAO   *
002676*                         ACEITA O SUPERIOR E A NOVA ACAO 'H' O  *
002678*                         ALTERA, REJEITANDO SUPERIOR INEXISTENTE*
002680*                         OU CIRCULAR; EXCLUSAO EXIGE DEPTO SEM  *
002682*                         SUBORDINADOS; NIVEL RECALCULADO NA     *
002684*                         REGRAVACAO; O SUPERIOR INFORMADO NA    *
002685*                         INCLUSAO VAI AO JOURNAL.               *
002686*    15/10/2026 EAS       QUADRO DE VAGAS AUTORIZADO: O NOVO     *
002688*                         TIPO DE ARQUIVO 'Q' MANTEM O CADQUAD1  *
002690*                         (BOOK QDV01112) POR DEPARTAMENTO E MES *
002692*                         DE COMPETENCIA, COM AGENDAMENTO,       *
002694*                         CANCELAMENTO E JOURNAL COMO OS DEMAIS. *
002695*    15/10/2026 EAS       LISTENT1 NO NOVO BOOK LST01112 (NOME   *
002696*                         DO FEED E TOLERANCIAS DO EXT01112);    *
002697*                         A LINHA DO PRIMARIO (ARQENT01) E       *
002698*                         SALTADA.                               *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
005600
005700     SELECT RELMNT1   ASSIGN TO RELMNT1
005800                      ORGANIZATION IS LINE SEQUENTIAL.
005810
005820     SELECT JRNALT1   ASSIGN TO JRNALT1
005830                      ORGANIZATION IS LINE SEQUENTIAL
005840                      FILE STATUS  IS MNT-FS-JRNALT1.
005850
005860     SELECT MNTPEND1  ASSIGN TO MNTPEND1
005870                      ORGANIZATION IS LINE SEQUENTIAL
005880                      FILE STATUS  IS MNT-FS-MNTPEND1.
005882
005884     SELECT CADQUAD1  ASSIGN TO CADQUAD1
005886                      ORGANIZATION IS LINE SEQUENTIAL
005888                      FILE STATUS  IS MNT-FS-CADQUAD1.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MNTTRAN1
006300     RECORDING MODE IS F.
006400 01  MNTTRAN1-REGISTRO              PIC X(140).
007900
008000 FD  CADDPTO1
008100     RECORDING MODE IS F.
009100
009200 FD  LISTENT1
009300     RECORDING MODE IS F.
009400 COPY LST01112.
009500
009600 FD  RELMNT1
009700     RECORDING MODE IS F.
009800 01  RELMNT1-REGISTRO               PIC X(160).
009810
009820 FD  JRNALT1
009830     RECORDING MODE IS F.
009840 COPY JRN01112.
009850
009860 FD  MNTPEND1
009870     RECORDING MODE IS F.
009880 COPY PND01112.
009882
009884 FD  CADQUAD1
009886     RECORDING MODE IS F.
009888 COPY QDV01112.
009900
010000 WORKING-STORAGE SECTION.
010100******************************************************************
010600 77  MNT-FS-CADESCR1           PIC X(02) VALUE '00'.
010700 77  MNT-FS-ARQENT01           PIC X(02) VALUE '00'.
010800 77  MNT-FS-LISTENT1           PIC X(02) VALUE '00'.
010850 77  MNT-FS-JRNALT1            PIC X(02) VALUE '00'.
010860 77  MNT-FS-MNTPEND1           PIC X(02) VALUE '00'.
010870 77  MNT-FS-CADQUAD1           PIC X(02) VALUE '00'.
010900
011000 77  MNT-ARQENT01-NOME         PIC X(80) VALUE 'ARQENT01'.
011100
013600     03 MNT-DATA-SISTEMA-MM    PIC 9(02).
013700     03 MNT-DATA-SISTEMA-DD    PIC 9(02).
013800
013820 01  MNT-DATA-SISTEMA-N   REDEFINES MNT-DATA-SISTEMA
013830                               PIC 9(08).
013840
013846 01  MNT-DATA-EXEC-EDIT        PIC X(10) VALUE SPACES.
013852
013858******************************************************************
013864*    TRANSACAO CORRENTE, LIDA DO CARTAO MNTTRAN1 OU MONTADA A    *
013870*    PARTIR DE UMA TRANSACAO PENDENTE COM VIGENCIA ATINGIDA.     *
013876*    DATA DE VIGENCIA EM BRANCO OU JA ALCANCADA: APLICACAO       *
013882*    IMEDIATA; FUTURA: AGENDAMENTO NO MNTPEND1. A ACAO 'X'       *
013888*    CANCELA AS PENDENTES DA CHAVE (TODAS, OU SO AS DA VIGENCIA  *
013894*    INFORMADA). A ACAO 'H' (SO DEPARTAMENTO) TROCA O SUPERIOR   *
013900*    PELO INFORMADO EM MNTTRAN1-COD-DPTFN-SUP (BRANCOS = RAIZ),  *
013906*    QUE TAMBEM E OPCIONAL NA INCLUSAO DE DEPARTAMENTO. NO       *
013912*    QUADRO DE VAGAS ('Q') A CHAVE E O DEPARTAMENTO SEGUIDO DA   *
013918*    COMPETENCIA (MM/AAAA) E A QUANTIDADE AUTORIZADA VEM NAS 5   *
013924*    PRIMEIRAS POSICOES DE MNTTRAN1-NOM-NOVO                     *
013930******************************************************************
013936 01  MNTTRAN1-TRANSACAO.
013942     03 MNTTRAN1-TIP-ARQ             PIC X(01).
013948        88 MNTTRAN1-ARQ-DEPTO            VALUE 'D'.
013954        88 MNTTRAN1-ARQ-ESCRT            VALUE 'E'.
013960        88 MNTTRAN1-ARQ-QUADRO           VALUE 'Q'.
013966     03 MNTTRAN1-TIP-ACAO            PIC X(01).
013972        88 MNTTRAN1-ACAO-INCLUSAO        VALUE 'I'.
013978        88 MNTTRAN1-ACAO-ALTERACAO       VALUE 'A'.
013984        88 MNTTRAN1-ACAO-EXCLUSAO        VALUE 'E'.
013990        88 MNTTRAN1-ACAO-CANCELAMENTO    VALUE 'X'.
013996        88 MNTTRAN1-ACAO-HIERARQUIA      VALUE 'H'.
014002     03 MNTTRAN1-CHAVE               PIC X(30).
014008     03 MNTTRAN1-CHAVE-DPTFN    REDEFINES MNTTRAN1-CHAVE.
014014        05 MNTTRAN1-COD-DPTFN        PIC X(15).
014020        05 FILLER                    PIC X(15).
014026     03 MNTTRAN1-CHAVE-QUADRO   REDEFINES MNTTRAN1-CHAVE.
014032        05 FILLER                    PIC X(15).
014038        05 MNTTRAN1-MES-COMPET       PIC X(07).
014044        05 MNTTRAN1-MES-COMPET-O REDEFINES MNTTRAN1-MES-COMPET.
014050           07 MNTTRAN1-COMPET-MM     PIC 9(02).
014056           07 FILLER                 PIC X(01).
014062           07 MNTTRAN1-COMPET-AA     PIC 9(04).
014068        05 FILLER                    PIC X(08).
014074     03 MNTTRAN1-NOM-NOVO            PIC X(55).
014080     03 MNTTRAN1-DADOS-QUADRO   REDEFINES MNTTRAN1-NOM-NOVO.
014086        05 MNTTRAN1-QT-AUTORIZADA    PIC 9(05).
014092        05 FILLER                    PIC X(50).
014098     03 MNTTRAN1-COD-USUARIO         PIC X(08).
014104     03 MNTTRAN1-DAT-EFETIVA         PIC X(10).
014110     03 MNTTRAN1-COD-DPTFN-SUP       PIC X(15).
014116     03 FILLER                       PIC X(20).
014122
014128 77  MNT-SW-VIGENCIA           PIC X(01) VALUE 'H'.
014134     88 MNT-VIGENCIA-ATINGIDA       VALUE 'H'.
014140     88 MNT-VIGENCIA-FUTURA         VALUE 'F'.
014146     88 MNT-VIGENCIA-INVALIDA       VALUE 'I'.
014152
014158 77  MNT-DAT-EFETIVA-COMP      PIC 9(08) VALUE ZEROS.
014164
014170 01  MNT-DAT-TRAB              PIC X(10) VALUE SPACES.
014176 01  MNT-DAT-TRAB-O       REDEFINES MNT-DAT-TRAB.
014182     03 MNT-DAT-TRAB-DD        PIC 9(02).
014188     03 FILLER                 PIC X.
014194     03 MNT-DAT-TRAB-MM        PIC 9(02).
014200     03 FILLER                 PIC X.
014206     03 MNT-DAT-TRAB-AA        PIC 9(04).
014212
014218******************************************************************
014224*    TRANSACOES PENDENTES (MNTPEND1) CARREGADAS EM MEMORIA, COM  *
014230*    A SITUACAO DE CADA UMA NESTA EXECUCAO: PENDENTE, BAIXADA    *
014236*    (APLICADA OU REJEITADA NA VIGENCIA) OU CANCELADA. SO AS     *
014242*    PENDENTES SAO REGRAVADAS NO FINAL                           *
014248******************************************************************
014254 77  MNT-SW-FIM-PEND           PIC X(01) VALUE 'N'.
014260     88 MNT-FIM-PEND                VALUE 'S'.
014266
014272 77  MNT-SW-FIM-PREVIA         PIC X(01) VALUE 'N'.
014278     88 MNT-FIM-PREVIA              VALUE 'S'.
014284
014290 77  MNT-QT-PEND               PIC 9(04) VALUE ZEROS.
014296 77  MNT-MAX-PEND              PIC 9(04) VALUE 500.
014302
014308 01  MNT-TAB-PEND.
014314     03 MNT-PEND OCCURS 500 TIMES INDEXED BY MNT-IX-PEND.
014320        05 MNT-PEND-TIP-ARQ      PIC X(01).
014326        05 MNT-PEND-TIP-ACAO     PIC X(01).
014332        05 MNT-PEND-CHAVE        PIC X(30).
014338        05 MNT-PEND-NOM-NOVO     PIC X(55).
014344        05 MNT-PEND-COD-USUARIO  PIC X(08).
014350        05 MNT-PEND-DAT-EFETIVA  PIC X(10).
014356        05 MNT-PEND-DAT-COMP     PIC 9(08).
014362        05 MNT-PEND-DAT-AGENDA   PIC X(10).
014368        05 MNT-PEND-COD-DPTFN-SUP PIC X(15).
014374        05 MNT-PEND-SW-SITUACAO  PIC X(01).
014380           88 MNT-PEND-PENDENTE       VALUE 'P'.
014386           88 MNT-PEND-BAIXADA        VALUE 'B'.
014392           88 MNT-PEND-CANCELADA      VALUE 'C'.
014398
014404 77  MNT-QT-AGENDADAS          PIC 9(08) VALUE ZEROS.
014410 77  MNT-QT-PEND-VENCIDAS      PIC 9(08) VALUE ZEROS.
014416 77  MNT-QT-CANCELADAS         PIC 9(08) VALUE ZEROS.
014422 77  MNT-QT-PEND-REMANESC      PIC 9(08) VALUE ZEROS.
014428 77  MNT-QT-CANC-CARTAO        PIC 9(04) VALUE ZEROS.
014434
014440******************************************************************
014446*    CADASTRO MESTRE DE DEPARTAMENTOS CARREGADO EM MEMORIA, COM  *
014452*    A MARCA DE EXCLUSAO E A MARCA DE USO NO ENT01112 CORRENTE   *
014458*    E O DEPARTAMENTO SUPERIOR NA HIERARQUIA                     *
014464******************************************************************
014500 77  MNT-QT-DPTMST             PIC 9(04) VALUE ZEROS.
014600 77  MNT-MAX-DPTMST            PIC 9(04) VALUE 500.
014700
014800 01  MNT-TAB-DPTMST.
014900     03 MNT-DPTMST OCCURS 500 TIMES INDEXED BY MNT-IX-DPTMST
014950                                               MNT-IX-HIE.
015000        05 MNT-DPTMST-COD      PIC X(15).
015100        05 MNT-DPTMST-NOME     PIC X(55).
015150        05 MNT-DPTMST-COD-SUP  PIC X(15).
015200        05 MNT-DPTMST-SW-EXCL  PIC X(01).
015300           88 MNT-DPTMST-EXCLUIDO   VALUE 'S'.
015400        05 MNT-DPTMST-SW-USO   PIC X(01).
015800     88 MNT-DPTMST-ACHADO           VALUE 'S'.
015900
016000 77  MNT-IX-DPTMST-ATUAL       PIC 9(04) VALUE ZEROS.
016005
016010******************************************************************
016015*    PERCURSO DA HIERARQUIA DE DEPARTAMENTOS, SUBINDO DE         *
016020*    SUPERIOR EM SUPERIOR A PARTIR DE MNT-HIE-COD-CRR: CICLO SE  *
016025*    CHEGAR A MNT-HIE-COD-ALVO OU PASSAR DO TAMANHO DA TABELA.   *
016030*    MNT-QT-NIVEIS DEVOLVE QUANTOS NIVEIS FORAM PERCORRIDOS      *
016035******************************************************************
016040 77  MNT-HIE-COD-CRR           PIC X(15) VALUE SPACES.
016045 77  MNT-HIE-COD-ALVO          PIC X(15) VALUE SPACES.
016050 77  MNT-QT-NIVEIS             PIC 9(04) VALUE ZEROS.
016055 77  MNT-IX-HIE-ACHADO         PIC 9(04) VALUE ZEROS.
016060
016065 77  MNT-SW-HIE-CICLO          PIC X(01) VALUE 'N'.
016070     88 MNT-HIE-CICLO               VALUE 'S'.
016075
016080 77  MNT-SW-SUBORDINADO        PIC X(01) VALUE 'N'.
016085     88 MNT-TEM-SUBORDINADO         VALUE 'S'.
016100
016200******************************************************************
016300*    CADASTRO MESTRE DE ESCRITORIOS CARREGADO EM MEMORIA, COM A  *
017800     88 MNT-ESCMST-ACHADO           VALUE 'S'.
017900
018000 77  MNT-IX-ESCMST-ATUAL       PIC 9(04) VALUE ZEROS.
018002
018004******************************************************************
018006*    QUADRO DE VAGAS AUTORIZADO (CADQUAD1) CARREGADO EM MEMORIA, *
018008*    POR DEPARTAMENTO E MES DE COMPETENCIA, COM A MARCA DE       *
018010*    EXCLUSAO                                                    *
018012******************************************************************
018014 77  MNT-SW-FIM-QDVMST         PIC X(01) VALUE 'N'.
018016     88 MNT-FIM-QDVMST              VALUE 'S'.
018018
018020 77  MNT-QT-QDVMST             PIC 9(04) VALUE ZEROS.
018022 77  MNT-MAX-QDVMST            PIC 9(04) VALUE 3000.
018024
018026 01  MNT-TAB-QDVMST.
018028     03 MNT-QDVMST OCCURS 3000 TIMES INDEXED BY MNT-IX-QDVMST.
018030        05 MNT-QDVMST-COD      PIC X(15).
018032        05 MNT-QDVMST-COMPET   PIC X(07).
018034        05 MNT-QDVMST-QT-AUT   PIC 9(05).
018036        05 MNT-QDVMST-DAT-ATU  PIC X(10).
018038        05 MNT-QDVMST-USUARIO  PIC X(08).
018040        05 MNT-QDVMST-SW-EXCL  PIC X(01).
018042           88 MNT-QDVMST-EXCLUIDO   VALUE 'S'.
018044
018046 77  MNT-SW-QDVMST-ACHADO      PIC X(01) VALUE 'N'.
018048     88 MNT-QDVMST-ACHADO           VALUE 'S'.
018050
018052 77  MNT-IX-QDVMST-ATUAL       PIC 9(04) VALUE ZEROS.
018100
018200******************************************************************
018300*    RESULTADO DA CRITICA DA TRANSACAO CORRENTE                  *
019000
019100 01  MNT-NOM-ANTES             PIC X(55) VALUE SPACES.
019200 01  MNT-NOM-DEPOIS            PIC X(55) VALUE SPACES.
019205
019210******************************************************************
019215*    JOURNAL PERMANENTE DE ALTERACOES (JRNALT1), ACRESCIDO DE UM *
019220*    REGISTRO POR TRANSACAO APLICADA, COM A HORA DA APLICACAO    *
019225******************************************************************
019230 77  MNT-SW-JRNALT1-ABERTO     PIC X(01) VALUE 'N'.
019235     88 MNT-JRNALT1-ABERTO          VALUE 'S'.
019240
019245 77  MNT-QT-JOURNAL            PIC 9(08) VALUE ZEROS.
019250
019255 01  MNT-HORA-SISTEMA.
019260     03 MNT-HORA-SISTEMA-HH    PIC 9(02).
019265     03 MNT-HORA-SISTEMA-MM    PIC 9(02).
019270     03 MNT-HORA-SISTEMA-SS    PIC 9(02).
019275     03 MNT-HORA-SISTEMA-CC    PIC 9(02).
019300
019400 PROCEDURE DIVISION.
019500******************************************************************
022700     PERFORM 1200-GRAVA-CABECALHO THRU 1200-EXIT.
022800     PERFORM 1320-LE-DEPTOS       THRU 1320-EXIT.
022900     PERFORM 1330-LE-ESCRITORIOS  THRU 1330-EXIT.
022950     PERFORM 1340-LE-PENDENTES    THRU 1340-EXIT.
022960     PERFORM 1350-LE-QUADRO       THRU 1350-EXIT.
023000
023100*    MESTRE (OU PENDENTES) MAIOR QUE A TABELA: REGRAVAR A PARTIR
023150*    DA CARGA TRUNCADA DESTRUIRIA DADOS DE REFERENCIA, ENTAO A
023200*    MANUTENCAO E ABANDONADA SEM APLICAR NADA E SEM REGRAVAR OS
023300*    MESTRES
023400     IF MNT-CARGA-ESTOUROU
023500         DISPLAY 'MNT01112 - CARGA DOS MESTRES EXCEDEU A '
023600                 'TABELA - MANUTENCAO ABANDONADA'
024600     END-IF.
024700
024800     PERFORM 1400-MARCA-EM-USO    THRU 1400-EXIT.
024810     PERFORM 1500-ABRE-JOURNAL    THRU 1500-EXIT.
024820
024830*    SEM O JOURNAL NENHUMA ALTERACAO PODE SER APLICADA, POIS
024840*    FICARIA SEM REGISTRO PERMANENTE DE QUEM A FEZ
024850     IF NOT MNT-JRNALT1-ABERTO
024860         SET MNT-FIM-MNTTRAN1 TO TRUE
024870         GO TO 1000-EXIT
024880     END-IF.
024900
024905*    OS CANCELAMENTOS SAO TRATADOS ANTES DE TUDO, PARA QUE UMA
024910*    PENDENTE CANCELADA NO DIA DA VIGENCIA NAO CHEGUE A SER
024915*    APLICADA; AS PENDENTES VENCIDAS ENTRAM ANTES DOS CARTOES DO
024920*    DIA, NA ORDEM EM QUE FORAM AGENDADAS
024925     PERFORM 1600-CANCELA-PENDENTES THRU 1600-EXIT.
024930     PERFORM 1800-APLICA-PENDENTES  THRU 1800-EXIT.
024935
024940     MOVE SPACES TO RELMNT1-REGISTRO.
024945     WRITE RELMNT1-REGISTRO.
024950     MOVE SPACES TO RELMNT1-REGISTRO.
024955     STRING 'TRANSACOES DO CARTAO MNTTRAN1:'
024960            DELIMITED BY SIZE INTO RELMNT1-REGISTRO.
024965     WRITE RELMNT1-REGISTRO.
024970
025000     OPEN INPUT MNTTRAN1.
025100
025200     IF MNT-FS-MNTTRAN1 NOT EQUAL '00'
026800******************************************************************
026900 1100-LER-MNTTRAN1.
027000
027100     READ MNTTRAN1 INTO MNTTRAN1-TRANSACAO
027200         AT END
027300             SET MNT-FIM-MNTTRAN1 TO TRUE
027400     END-READ.
035400           TO MNT-DPTMST-COD(MNT-IX-DPTMST)
035500         MOVE ARQDPT01-NOM-DPTFN
035600           TO MNT-DPTMST-NOME(MNT-IX-DPTMST)
035610         MOVE ARQDPT01-COD-DPTFN-SUP
035620           TO MNT-DPTMST-COD-SUP(MNT-IX-DPTMST)
035700         MOVE 'N' TO MNT-DPTMST-SW-EXCL(MNT-IX-DPTMST)
035800         MOVE 'N' TO MNT-DPTMST-SW-USO(MNT-IX-DPTMST)
035900     ELSE
048900*    1440-MARCA-FEEDS-LISTADOS                                    *
049000*    LE O CARTAO DE CONSOLIDACAO (LISTENT1), SE EXISTIR, E        *
049100*    MARCA AS REFERENCIAS EM USO DE CADA FEED ADICIONAL           *
049200*    LISTADO, IGNORANDO LINHAS EM BRANCO E A LINHA QUE SO TRAZ    *
049250*    AS TOLERANCIAS DO FEED PRIMARIO (ARQENT01), JA MARCADO       *
049300******************************************************************
049400 1440-MARCA-FEEDS-LISTADOS.
049500
052900******************************************************************
053000 1444-MARCA-FEED-LISTADO.
053100
053200     IF LISTENT1-NOM-ARQUIVO NOT EQUAL SPACES
053250        AND LISTENT1-NOM-ARQUIVO NOT EQUAL 'ARQENT01'
053300         MOVE LISTENT1-NOM-ARQUIVO TO MNT-ARQENT01-NOME
053400         PERFORM 1430-MARCA-FEED THRU 1430-EXIT
053500     END-IF.
053600
061800
061900 1454-EXIT.
062000     EXIT.
062002
062004******************************************************************
062006*    1500-ABRE-JOURNAL                                           *
062008*    ABRE O JOURNAL PERMANENTE DE ALTERACOES (JRNALT1) PARA      *
062010*    ACRESCIMO. NA PRIMEIRA EXECUCAO O ARQUIVO AINDA NAO EXISTE  *
062012*    E E CRIADO. QUALQUER OUTRO ERRO ABANDONA A MANUTENCAO       *
062014******************************************************************
062016 1500-ABRE-JOURNAL.
062018
062020     OPEN EXTEND JRNALT1.
062022
062024     IF MNT-FS-JRNALT1 EQUAL '35'
062026         OPEN OUTPUT JRNALT1
062028     END-IF.
062030
062032     IF MNT-FS-JRNALT1 NOT EQUAL '00'
062034         DISPLAY 'MNT01112 - JRNALT1 NAO ABERTO FS='
062036                  MNT-FS-JRNALT1
062038                 ' - MANUTENCAO ABANDONADA'
062040         MOVE SPACES TO RELMNT1-REGISTRO
062042         STRING 'JOURNAL DE ALTERACOES (JRNALT1) INDISPONIVEL - '
062044                'NENHUMA TRANSACAO APLICADA'
062046                DELIMITED BY SIZE INTO RELMNT1-REGISTRO
062048         WRITE RELMNT1-REGISTRO
062050         MOVE 12 TO RETURN-CODE
062052         GO TO 1500-EXIT
062054     END-IF.
062056
062058     SET MNT-JRNALT1-ABERTO TO TRUE.
062060
062062 1500-EXIT.
062064     EXIT.
062100
062200******************************************************************
062300*    2000-PROCESSA                                               *
062400*    TRATA A TRANSACAO CORRENTE DO CARTAO E LE A PROXIMA: COM    *
062500*    VIGENCIA FUTURA E AGENDADA, SENAO E CRITICADA E APLICADA.   *
062550*    LINHAS EM BRANCO E CANCELAMENTOS (JA TRATADOS NA            *
062560*    PRE-LEITURA) SAO IGNORADOS                                  *
062600******************************************************************
062700 2000-PROCESSA.
062800
063000         GO TO 2000-LER
063100     END-IF.
063200
063300     IF MNTTRAN1-ACAO-CANCELAMENTO
063400         GO TO 2000-LER
063500     END-IF.
063600
063700     ADD 1 TO MNT-QT-TRANS.
063800
063900     PERFORM 2010-VERIFICA-VIGENCIA THRU 2010-EXIT.
064000
064100     EVALUATE TRUE
064200         WHEN MNT-VIGENCIA-INVALIDA
064300             SET MNT-TRANS-INVALIDA TO TRUE
064400             MOVE 'DATA DE VIGENCIA INVALIDA' TO MNT-DSC-REJEICAO
064500             ADD 1 TO MNT-QT-REJEITADAS
064600             PERFORM 2900-EMITE-AUDITORIA THRU 2900-EXIT
064700         WHEN MNT-VIGENCIA-FUTURA
064800             PERFORM 2400-AGENDA-PENDENTE THRU 2400-EXIT
064900         WHEN OTHER
065000             PERFORM 2030-APLICA-TRANSACAO THRU 2030-EXIT
065100     END-EVALUATE.
065600
065700 2000-LER.
065800
066900 2020-CRITICA-GERAL.
067000
067100     IF NOT MNTTRAN1-ARQ-DEPTO AND NOT MNTTRAN1-ARQ-ESCRT
067150        AND NOT MNTTRAN1-ARQ-QUADRO
067200         SET MNT-TRANS-INVALIDA TO TRUE
067300         MOVE 'TIPO DE ARQUIVO INVALIDO' TO MNT-DSC-REJEICAO
067400         GO TO 2020-EXIT
067700     IF NOT MNTTRAN1-ACAO-INCLUSAO
067800        AND NOT MNTTRAN1-ACAO-ALTERACAO
067900        AND NOT MNTTRAN1-ACAO-EXCLUSAO
067950        AND NOT MNTTRAN1-ACAO-HIERARQUIA
068000         SET MNT-TRANS-INVALIDA TO TRUE
068100         MOVE 'TIPO DE ACAO INVALIDO' TO MNT-DSC-REJEICAO
068200         GO TO 2020-EXIT
068300     END-IF.
068400
068410     IF MNTTRAN1-ACAO-HIERARQUIA
068420        AND NOT MNTTRAN1-ARQ-DEPTO
068430         SET MNT-TRANS-INVALIDA TO TRUE
068440         MOVE 'ACAO EXCLUSIVA DE DEPARTAMENTO' TO MNT-DSC-REJEICAO
068450         GO TO 2020-EXIT
068460     END-IF.
068470
068500     IF MNTTRAN1-CHAVE EQUAL SPACES
068600         SET MNT-TRANS-INVALIDA TO TRUE
068700         MOVE 'CHAVE NAO INFORMADA' TO MNT-DSC-REJEICAO
070100         SET MNT-TRANS-INVALIDA TO TRUE
070200         MOVE 'NOME NAO INFORMADO' TO MNT-DSC-REJEICAO
070300     END-IF.
070310
070320     IF MNTTRAN1-ARQ-QUADRO
070330        AND MNT-TRANS-VALIDA
070340         PERFORM 2025-CRITICA-QUADRO THRU 2025-EXIT
070350     END-IF.
070400
070500 2020-EXIT.
070600     EXIT.
071000*    CRITICA E APLICA A TRANSACAO SOBRE O MESTRE DE              *
071100*    DEPARTAMENTOS: INCLUSAO EXIGE CHAVE INEDITA, ALTERACAO E    *
071200*    EXCLUSAO EXIGEM CHAVE EXISTENTE, EXCLUSAO EXIGE             *
071300*    DEPARTAMENTO FORA DE USO NO ENT01112 CORRENTE E SEM         *
071350*    SUBORDINADOS; HIERARQUIA ('H') TROCA O SUPERIOR             *
071400******************************************************************
071500 2100-APLICA-DEPTO.
071600
074400                 MOVE 'CHAVE NAO CADASTRADA'
074500                   TO MNT-DSC-REJEICAO
074600             ELSE
074700                 PERFORM 2130-EXCLUI-DEPTO THRU 2130-EXIT
074800             END-IF
074900         WHEN MNTTRAN1-ACAO-HIERARQUIA
075000             IF MNT-DPTMST-ACHADO
075100                 PERFORM 2120-ALTERA-SUPERIOR THRU 2120-EXIT
075200             ELSE
075300                 SET MNT-TRANS-INVALIDA TO TRUE
075400                 MOVE 'CHAVE NAO CADASTRADA'
075500                   TO MNT-DSC-REJEICAO
075600             END-IF
075800     END-EVALUATE.
075900
076000 2100-EXIT.
076200
076300******************************************************************
076400*    2110-INCLUI-DEPTO                                           *
076500*    INCLUI O NOVO DEPARTAMENTO NA TABELA, SE HOUVER ESPACO E    *
076550*    O SUPERIOR INFORMADO (OPCIONAL) ESTIVER CADASTRADO. O       *
076560*    JOURNAL RECEBE O NOME E, SE HOUVER, O SUPERIOR              *
076600******************************************************************
076700 2110-INCLUI-DEPTO.
076800
076805     IF MNTTRAN1-COD-DPTFN-SUP NOT EQUAL SPACES
076810         MOVE MNTTRAN1-COD-DPTFN-SUP TO MNT-HIE-COD-CRR
076815         PERFORM 2072-BUSCA-SUPERIOR THRU 2072-EXIT
076820         IF MNT-IX-HIE-ACHADO EQUAL ZEROS
076825             SET MNT-TRANS-INVALIDA TO TRUE
076830             MOVE 'SUPERIOR NAO CADASTRADO' TO MNT-DSC-REJEICAO
076835             GO TO 2110-EXIT
076840         END-IF
076845     END-IF.
076850
076900     IF MNT-QT-DPTMST LESS MNT-MAX-DPTMST
077000         ADD 1 TO MNT-QT-DPTMST
077100         SET MNT-IX-DPTMST TO MNT-QT-DPTMST
077300           TO MNT-DPTMST-COD(MNT-IX-DPTMST)
077400         MOVE MNTTRAN1-NOM-NOVO
077500           TO MNT-DPTMST-NOME(MNT-IX-DPTMST)
077510         MOVE MNTTRAN1-COD-DPTFN-SUP
077520           TO MNT-DPTMST-COD-SUP(MNT-IX-DPTMST)
077600         MOVE 'N' TO MNT-DPTMST-SW-EXCL(MNT-IX-DPTMST)
077700         MOVE 'N' TO MNT-DPTMST-SW-USO(MNT-IX-DPTMST)
077800         MOVE MNTTRAN1-NOM-NOVO TO MNT-NOM-DEPOIS
077810         IF MNTTRAN1-COD-DPTFN-SUP NOT EQUAL SPACES
077820             MOVE SPACES TO MNT-NOM-DEPOIS
077830             STRING MNTTRAN1-NOM-NOVO      DELIMITED BY '  '
077840                    ' SUP: '               DELIMITED BY SIZE
077850                    MNTTRAN1-COD-DPTFN-SUP DELIMITED BY SIZE
077860               INTO MNT-NOM-DEPOIS
077870         END-IF
077900     ELSE
078000         SET MNT-TRANS-INVALIDA TO TRUE
078100         MOVE 'MESTRE DE DEPARTAMENTOS CHEIO'
097600
097700 2900-EXIT.
097800     EXIT.
097802
097804******************************************************************
097806*    2950-GRAVA-JOURNAL                                          *
097808*    ACRESCENTA AO JOURNAL PERMANENTE (JRNALT1) O REGISTRO DA    *
097810*    TRANSACAO APLICADA, COM DATA/HORA, USUARIO E OS VALORES     *
097812*    ANTES/DEPOIS APURADOS NA APLICACAO                          *
097814******************************************************************
097816 2950-GRAVA-JOURNAL.
097818
097820     ACCEPT MNT-HORA-SISTEMA FROM TIME.
097822
097824     MOVE SPACES               TO JRNALT1-REGISTRO.
097826     MOVE MNT-DATA-EXEC-EDIT   TO JRNALT1-DAT-MOVTO.
097828     STRING MNT-HORA-SISTEMA-HH DELIMITED BY SIZE
097830            ':'                 DELIMITED BY SIZE
097832            MNT-HORA-SISTEMA-MM DELIMITED BY SIZE
097834            ':'                 DELIMITED BY SIZE
097836            MNT-HORA-SISTEMA-SS DELIMITED BY SIZE
097838       INTO JRNALT1-HOR-MOVTO.
097840     MOVE 'MNT01112'           TO JRNALT1-NOM-PROGRAMA.
097842     MOVE MNTTRAN1-TIP-ARQ     TO JRNALT1-TIP-ARQ.
097844     MOVE MNTTRAN1-TIP-ACAO    TO JRNALT1-TIP-ACAO.
097846     MOVE MNTTRAN1-CHAVE       TO JRNALT1-CHAVE.
097848     MOVE MNT-NOM-ANTES        TO JRNALT1-VAL-ANTES.
097850     MOVE MNT-NOM-DEPOIS       TO JRNALT1-VAL-DEPOIS.
097852     MOVE MNTTRAN1-COD-USUARIO TO JRNALT1-COD-USUARIO.
097854
097856     WRITE JRNALT1-REGISTRO.
097858
097860     ADD 1 TO MNT-QT-JOURNAL.
097862
097864 2950-EXIT.
097866     EXIT.
097900
098000******************************************************************
098100*    3000-FINALIZA                                               *
098200*    REGRAVA OS MESTRES SEM AS ENTRADAS EXCLUIDAS E O MNTPEND1   *
098300*    SO COM AS PENDENTES, LISTA AS PENDENTES E EMITE OS TOTAIS   *
098350*    NO RELMNT1, FECHA OS ARQUIVOS E EXIBE O RESUMO              *
098400******************************************************************
098500 3000-FINALIZA.
098600
098700     IF NOT MNT-CARGA-ESTOUROU
098800         PERFORM 3100-REGRAVA-DEPTOS THRU 3100-EXIT
098900         PERFORM 3200-REGRAVA-ESCRTS THRU 3200-EXIT
098905         PERFORM 3600-REGRAVA-QUADRO THRU 3600-EXIT
098910         PERFORM 3400-REGRAVA-PENDENTES THRU 3400-EXIT
098920         PERFORM 3500-LISTA-PENDENTES   THRU 3500-EXIT
099000     END-IF.
099100     PERFORM 3300-EMITE-TOTAIS   THRU 3300-EXIT.
099200
099400         CLOSE MNTTRAN1
099500     END-IF.
099600     CLOSE RELMNT1.
099610     IF MNT-JRNALT1-ABERTO
099620         CLOSE JRNALT1
099630     END-IF.
099700
099800     DISPLAY 'MNT01112 - TRANSACOES LIDAS ....: ' MNT-QT-TRANS.
099900     DISPLAY 'MNT01112 - TRANSACOES APLICADAS : '
100000              MNT-QT-APLICADAS.
100100     DISPLAY 'MNT01112 - TRANSACOES REJEITADAS: '
100200              MNT-QT-REJEITADAS.
100210     DISPLAY 'MNT01112 - TRANSACOES AGENDADAS : '
100220              MNT-QT-AGENDADAS.
100230     DISPLAY 'MNT01112 - PENDENTES CANCELADAS : '
100240              MNT-QT-CANCELADAS.
100250     DISPLAY 'MNT01112 - PENDENTES REMANESC.  : '
100260              MNT-QT-PEND-REMANESC.
100300
100400     IF MNT-QT-REJEITADAS GREATER ZEROS
100500        AND RETURN-CODE LESS 4
102900
103000******************************************************************
103100*    3110-GRAVA-DEPTO                                            *
103200*    GRAVA A ENTRADA DE DEPARTAMENTO CORRENTE, SE NAO EXCLUIDA,  *
103250*    COM O NIVEL RECALCULADO PELA HIERARQUIA ATUAL               *
103300******************************************************************
103400 3110-GRAVA-DEPTO.
103500
103900           TO ARQDPT01-COD-DPTFN
104000         MOVE MNT-DPTMST-NOME(MNT-IX-DPTMST)
104100           TO ARQDPT01-NOM-DPTFN
104110         MOVE MNT-DPTMST-COD-SUP(MNT-IX-DPTMST)
104120           TO ARQDPT01-COD-DPTFN-SUP
104130         PERFORM 3120-CALCULA-NIVEL THRU 3120-EXIT
104140         MOVE MNT-QT-NIVEIS TO ARQDPT01-NUM-NIVEL
104200         WRITE ARQDPT01-REGISTRO
104300     END-IF.
104400
110800            MNT-QT-REJEITADAS DELIMITED BY SIZE
110900       INTO RELMNT1-REGISTRO.
111000     WRITE RELMNT1-REGISTRO.
111010
111020     MOVE SPACES TO RELMNT1-REGISTRO.
111030     STRING 'REGISTROS GRAVADOS NO JOURNAL ......: '
111040            DELIMITED BY SIZE
111050            MNT-QT-JOURNAL DELIMITED BY SIZE
111060       INTO RELMNT1-REGISTRO.
111070     WRITE RELMNT1-REGISTRO.
111071
111072     MOVE SPACES TO RELMNT1-REGISTRO.
111073     STRING 'TRANSACOES AGENDADAS (VIGENCIA FUT.): '
111074            DELIMITED BY SIZE
111075            MNT-QT-AGENDADAS DELIMITED BY SIZE
111076       INTO RELMNT1-REGISTRO.
111077     WRITE RELMNT1-REGISTRO.
111078
111079     MOVE SPACES TO RELMNT1-REGISTRO.
111080     STRING 'PENDENTES COM VIGENCIA ATINGIDA ....: '
111081            DELIMITED BY SIZE
111082            MNT-QT-PEND-VENCIDAS DELIMITED BY SIZE
111083       INTO RELMNT1-REGISTRO.
111084     WRITE RELMNT1-REGISTRO.
111085
111086     MOVE SPACES TO RELMNT1-REGISTRO.
111087     STRING 'PENDENTES CANCELADAS ...............: '
111088            DELIMITED BY SIZE
111089            MNT-QT-CANCELADAS DELIMITED BY SIZE
111090       INTO RELMNT1-REGISTRO.
111091     WRITE RELMNT1-REGISTRO.
111092
111093     MOVE SPACES TO RELMNT1-REGISTRO.
111094     STRING 'PENDENTES REMANESCENTES (MNTPEND1) .: '
111095            DELIMITED BY SIZE
111096            MNT-QT-PEND-REMANESC DELIMITED BY SIZE
111097       INTO RELMNT1-REGISTRO.
111098     WRITE RELMNT1-REGISTRO.
111100
111200 3300-EXIT.
111300     EXIT.
111400
111500******************************************************************
111600*    1340-LE-PENDENTES                                           *
111700*    CARREGA EM MEMORIA AS TRANSACOES PENDENTES (MNTPEND1). NA   *
111800*    PRIMEIRA EXECUCAO O ARQUIVO AINDA NAO EXISTE E A TABELA     *
111900*    COMECA VAZIA                                                *
112000******************************************************************
112100 1340-LE-PENDENTES.
112200
112300     OPEN INPUT MNTPEND1.
112400
112500     IF MNT-FS-MNTPEND1 NOT EQUAL '00'
112600         DISPLAY 'MNT01112 - MNTPEND1 NAO ABERTO FS='
112700                  MNT-FS-MNTPEND1
112800                 ' - NENHUMA TRANSACAO PENDENTE'
112900         GO TO 1340-EXIT
113000     END-IF.
113100
113200     PERFORM 1342-LER-PENDENTE     THRU 1342-EXIT.
113300     PERFORM 1344-CARREGA-PENDENTE THRU 1344-EXIT
113400             UNTIL MNT-FIM-PEND.
113500
113600     CLOSE MNTPEND1.
113700
113800 1340-EXIT.
113900     EXIT.
114000
114100******************************************************************
114200*    1342-LER-PENDENTE                                           *
114300*    LE UM REGISTRO DO ARQUIVO DE TRANSACOES PENDENTES           *
114400******************************************************************
114500 1342-LER-PENDENTE.
114600
114700     READ MNTPEND1
114800         AT END
114900             SET MNT-FIM-PEND TO TRUE
115000     END-READ.
115100
115200 1342-EXIT.
115300     EXIT.
115400
115500******************************************************************
115600*    1344-CARREGA-PENDENTE                                       *
115700*    ARMAZENA A PENDENTE LIDA NA TABELA EM MEMORIA, SE HOUVER    *
115800*    ESPACO, COM A VIGENCIA EM AAAAMMDD PARA COMPARACAO, E LE A  *
115900*    PROXIMA                                                     *
116000******************************************************************
116100 1344-CARREGA-PENDENTE.
116200
116300     IF MNTPEND1-REGISTRO EQUAL SPACES
116400         GO TO 1344-LER
116500     END-IF.
116600
116700     IF MNT-QT-PEND LESS MNT-MAX-PEND
116800         ADD 1 TO MNT-QT-PEND
116900         SET MNT-IX-PEND TO MNT-QT-PEND
117000         MOVE MNTPEND1-TIP-ARQ
117100           TO MNT-PEND-TIP-ARQ(MNT-IX-PEND)
117200         MOVE MNTPEND1-TIP-ACAO
117300           TO MNT-PEND-TIP-ACAO(MNT-IX-PEND)
117400         MOVE MNTPEND1-CHAVE
117500           TO MNT-PEND-CHAVE(MNT-IX-PEND)
117600         MOVE MNTPEND1-NOM-NOVO
117700           TO MNT-PEND-NOM-NOVO(MNT-IX-PEND)
117800         MOVE MNTPEND1-COD-USUARIO
117900           TO MNT-PEND-COD-USUARIO(MNT-IX-PEND)
118000         MOVE MNTPEND1-DAT-EFETIVA
118100           TO MNT-PEND-DAT-EFETIVA(MNT-IX-PEND)
118200         MOVE MNTPEND1-DAT-AGENDA
118300           TO MNT-PEND-DAT-AGENDA(MNT-IX-PEND)
118310         MOVE MNTPEND1-COD-DPTFN-SUP
118320           TO MNT-PEND-COD-DPTFN-SUP(MNT-IX-PEND)
118400         IF MNTPEND1-EFE-DD NUMERIC
118500            AND MNTPEND1-EFE-MM NUMERIC
118600            AND MNTPEND1-EFE-AA NUMERIC
118700             COMPUTE MNT-PEND-DAT-COMP(MNT-IX-PEND) =
118800                     MNTPEND1-EFE-AA * 10000
118900                   + MNTPEND1-EFE-MM * 100
119000                   + MNTPEND1-EFE-DD
119100         ELSE
119200             MOVE ZEROS TO MNT-PEND-DAT-COMP(MNT-IX-PEND)
119300         END-IF
119400         SET MNT-PEND-PENDENTE(MNT-IX-PEND) TO TRUE
119500     ELSE
119600         DISPLAY 'MNT01112 - TRANSACOES PENDENTES EXCEDEM A '
119700                 'TABELA: '
119800                  MNTPEND1-CHAVE
119900         SET MNT-CARGA-ESTOUROU TO TRUE
120000     END-IF.
120100
120200 1344-LER.
120300
120400     PERFORM 1342-LER-PENDENTE THRU 1342-EXIT.
120500
120600 1344-EXIT.
120700     EXIT.
120800
120900******************************************************************
121000*    1600-CANCELA-PENDENTES                                      *
121100*    PRE-LEITURA DO CARTAO MNTTRAN1 SO COM AS TRANSACOES DE      *
121200*    CANCELAMENTO (ACAO 'X'), QUE RETIRAM DA TABELA AS PENDENTES *
121300*    DA CHAVE INFORMADA ANTES QUE QUALQUER PENDENTE VENCIDA SEJA *
121400*    APLICADA. O CARTAO E FECHADO NO FINAL E REABERTO PARA O     *
121500*    PROCESSAMENTO NORMAL                                        *
121600******************************************************************
121700 1600-CANCELA-PENDENTES.
121800
121900     MOVE SPACES TO RELMNT1-REGISTRO.
122000     STRING 'CANCELAMENTOS DE TRANSACOES AGENDADAS:'
122100            DELIMITED BY SIZE INTO RELMNT1-REGISTRO.
122200     WRITE RELMNT1-REGISTRO.
122300
122400     OPEN INPUT MNTTRAN1.
122500
122600     IF MNT-FS-MNTTRAN1 NOT EQUAL '00'
122700         GO TO 1600-EXIT
122800     END-IF.
122900
123000     PERFORM 1610-LER-PREVIA        THRU 1610-EXIT.
123100     PERFORM 1620-TRATA-CANCELAMENTO THRU 1620-EXIT
123200             UNTIL MNT-FIM-PREVIA.
123300
123400     CLOSE MNTTRAN1.
123500
123600 1600-EXIT.
123700     EXIT.
123800
123900******************************************************************
124000*    1610-LER-PREVIA                                             *
124100*    LE UMA TRANSACAO DO CARTAO MNTTRAN1 NA PRE-LEITURA          *
124200******************************************************************
124300 1610-LER-PREVIA.
124400
124500     READ MNTTRAN1 INTO MNTTRAN1-TRANSACAO
124600         AT END
124700             SET MNT-FIM-PREVIA TO TRUE
124800     END-READ.
124900
125000 1610-EXIT.
125100     EXIT.
125200
125300******************************************************************
125400*    1620-TRATA-CANCELAMENTO                                     *
125500*    CRITICA E APLICA A TRANSACAO DE CANCELAMENTO CORRENTE,      *
125600*    EMITE A LINHA DE AUDITORIA E LE A PROXIMA. AS DEMAIS        *
125700*    TRANSACOES FICAM PARA O PROCESSAMENTO NORMAL                *
125800******************************************************************
125900 1620-TRATA-CANCELAMENTO.
126000
126100     IF MNTTRAN1-REGISTRO EQUAL SPACES
126200        OR NOT MNTTRAN1-ACAO-CANCELAMENTO
126300         GO TO 1620-LER
126400     END-IF.
126500
126600     ADD 1 TO MNT-QT-TRANS.
126700     MOVE 'S'    TO MNT-SW-TRANS-VALIDA.
126800     MOVE SPACES TO MNT-DSC-REJEICAO.
126900     MOVE SPACES TO MNT-NOM-ANTES.
127000     MOVE SPACES TO MNT-NOM-DEPOIS.
127100     MOVE ZEROS  TO MNT-QT-CANC-CARTAO.
127200
127300     PERFORM 1625-CRITICA-CANCELAMENTO THRU 1625-EXIT.
127400
127500     IF MNT-TRANS-VALIDA
127600         PERFORM 1630-CANCELA-PENDENTE THRU 1630-EXIT
127700                 VARYING MNT-IX-PEND FROM 1 BY 1
127800                 UNTIL MNT-IX-PEND > MNT-QT-PEND
127900         IF MNT-QT-CANC-CARTAO EQUAL ZEROS
128000             SET MNT-TRANS-INVALIDA TO TRUE
128100             MOVE 'PENDENTE NAO ENCONTRADA' TO MNT-DSC-REJEICAO
128200         ELSE
128300             MOVE SPACES TO MNT-NOM-ANTES
128400             MOVE SPACES TO MNT-NOM-DEPOIS
128500             STRING 'PENDENTES CANCELADAS: ' DELIMITED BY SIZE
128600                    MNT-QT-CANC-CARTAO       DELIMITED BY SIZE
128700               INTO MNT-NOM-DEPOIS
128800         END-IF
128900     END-IF.
129000
129100     IF MNT-TRANS-VALIDA
129200         ADD 1 TO MNT-QT-APLICADAS
129300     ELSE
129400         ADD 1 TO MNT-QT-REJEITADAS
129500     END-IF.
129600
129700     PERFORM 2900-EMITE-AUDITORIA THRU 2900-EXIT.
129800
129900 1620-LER.
130000
130100     PERFORM 1610-LER-PREVIA THRU 1610-EXIT.
130200
130300 1620-EXIT.
130400     EXIT.
130500
130600******************************************************************
130700*    1625-CRITICA-CANCELAMENTO                                   *
130800*    CRITICA OS CAMPOS DO CANCELAMENTO: TIPO DE ARQUIVO, CHAVE   *
130900*    INFORMADA E DATA DE VIGENCIA (OPCIONAL) VALIDA              *
131000******************************************************************
131100 1625-CRITICA-CANCELAMENTO.
131200
131300     IF NOT MNTTRAN1-ARQ-DEPTO AND NOT MNTTRAN1-ARQ-ESCRT
131350        AND NOT MNTTRAN1-ARQ-QUADRO
131400         SET MNT-TRANS-INVALIDA TO TRUE
131500         MOVE 'TIPO DE ARQUIVO INVALIDO' TO MNT-DSC-REJEICAO
131600         GO TO 1625-EXIT
131700     END-IF.
131800
131900     IF MNTTRAN1-CHAVE EQUAL SPACES
132000         SET MNT-TRANS-INVALIDA TO TRUE
132100         MOVE 'CHAVE NAO INFORMADA' TO MNT-DSC-REJEICAO
132200         GO TO 1625-EXIT
132300     END-IF.
132400
132500     PERFORM 2010-VERIFICA-VIGENCIA THRU 2010-EXIT.
132600
132700     IF MNT-VIGENCIA-INVALIDA
132800         SET MNT-TRANS-INVALIDA TO TRUE
132900         MOVE 'DATA DE VIGENCIA INVALIDA' TO MNT-DSC-REJEICAO
133000     END-IF.
133100
133200 1625-EXIT.
133300     EXIT.
133400
133500******************************************************************
133600*    1630-CANCELA-PENDENTE                                       *
133700*    CANCELA A ENTRADA DA TABELA APONTADA POR MNT-IX-PEND SE     *
133800*    AINDA PENDENTE E DO MESMO ARQUIVO/CHAVE (E DA MESMA         *
133900*    VIGENCIA, QUANDO INFORMADA), REGISTRANDO NO JOURNAL         *
134000******************************************************************
134100 1630-CANCELA-PENDENTE.
134200
134300     IF NOT MNT-PEND-PENDENTE(MNT-IX-PEND)
134400        OR MNT-PEND-TIP-ARQ(MNT-IX-PEND)
134500               NOT EQUAL MNTTRAN1-TIP-ARQ
134600        OR MNT-PEND-CHAVE(MNT-IX-PEND) NOT EQUAL MNTTRAN1-CHAVE
134700         GO TO 1630-EXIT
134800     END-IF.
134900
135000     IF MNTTRAN1-DAT-EFETIVA NOT EQUAL SPACES
135100        AND MNTTRAN1-DAT-EFETIVA NOT EQUAL
135200                MNT-PEND-DAT-EFETIVA(MNT-IX-PEND)
135300         GO TO 1630-EXIT
135400     END-IF.
135500
135600     SET MNT-PEND-CANCELADA(MNT-IX-PEND) TO TRUE.
135700     ADD 1 TO MNT-QT-CANC-CARTAO.
135800     ADD 1 TO MNT-QT-CANCELADAS.
135900
136000     MOVE SPACES TO MNT-NOM-ANTES.
136100     MOVE SPACES TO MNT-NOM-DEPOIS.
136200     STRING MNT-PEND-TIP-ACAO(MNT-IX-PEND) DELIMITED BY SIZE
136300            ' '                            DELIMITED BY SIZE
136400            MNT-PEND-NOM-NOVO(MNT-IX-PEND) DELIMITED BY SIZE
136500       INTO MNT-NOM-ANTES.
136510     IF MNT-PEND-TIP-ACAO(MNT-IX-PEND) EQUAL 'H'
136520         MOVE SPACES TO MNT-NOM-ANTES
136530         STRING 'H SUPERIOR '                  DELIMITED BY SIZE
136540                MNT-PEND-COD-DPTFN-SUP(MNT-IX-PEND)
136550                                               DELIMITED BY SIZE
136560           INTO MNT-NOM-ANTES
136570     END-IF.
136600     STRING 'CANCELADA - VIGENCIA '        DELIMITED BY SIZE
136700            MNT-PEND-DAT-EFETIVA(MNT-IX-PEND)
136800                                           DELIMITED BY SIZE
136900       INTO MNT-NOM-DEPOIS.
137000
137100     PERFORM 2950-GRAVA-JOURNAL THRU 2950-EXIT.
137200
137300 1630-EXIT.
137400     EXIT.
137500
137600******************************************************************
137700*    1800-APLICA-PENDENTES                                       *
137800*    APLICA, NA ORDEM DE AGENDAMENTO, AS TRANSACOES PENDENTES    *
137900*    CUJA VIGENCIA FOI ATINGIDA, COM AS MESMAS CRITICAS DOS      *
138000*    CARTOES DO DIA (CHAVE DUPLICADA/INEXISTENTE E EM USO NO     *
138100*    ENT01112 CORRENTE). APLICADA OU REJEITADA, A PENDENTE E     *
138200*    BAIXADA E NAO VOLTA AO MNTPEND1                             *
138300******************************************************************
138400 1800-APLICA-PENDENTES.
138500
138600     MOVE SPACES TO RELMNT1-REGISTRO.
138700     WRITE RELMNT1-REGISTRO.
138800     MOVE SPACES TO RELMNT1-REGISTRO.
138900     STRING 'TRANSACOES AGENDADAS COM VIGENCIA ATINGIDA:'
139000            DELIMITED BY SIZE INTO RELMNT1-REGISTRO.
139100     WRITE RELMNT1-REGISTRO.
139200
139300     PERFORM 1810-APLICA-PENDENTE THRU 1810-EXIT
139400             VARYING MNT-IX-PEND FROM 1 BY 1
139500             UNTIL MNT-IX-PEND > MNT-QT-PEND.
139600
139700 1800-EXIT.
139800     EXIT.
139900
140000******************************************************************
140100*    1810-APLICA-PENDENTE                                        *
140200*    MONTA A TRANSACAO CORRENTE A PARTIR DA PENDENTE APONTADA    *
140300*    POR MNT-IX-PEND, SE VENCIDA, E A APLICA                     *
140400******************************************************************
140500 1810-APLICA-PENDENTE.
140600
140700     IF NOT MNT-PEND-PENDENTE(MNT-IX-PEND)
140800        OR MNT-PEND-DAT-COMP(MNT-IX-PEND)
140900               GREATER MNT-DATA-SISTEMA-N
141000         GO TO 1810-EXIT
141100     END-IF.
141200
141300     MOVE SPACES TO MNTTRAN1-TRANSACAO.
141400     MOVE MNT-PEND-TIP-ARQ(MNT-IX-PEND)     TO MNTTRAN1-TIP-ARQ.
141500     MOVE MNT-PEND-TIP-ACAO(MNT-IX-PEND)    TO MNTTRAN1-TIP-ACAO.
141600     MOVE MNT-PEND-CHAVE(MNT-IX-PEND)       TO MNTTRAN1-CHAVE.
141700     MOVE MNT-PEND-NOM-NOVO(MNT-IX-PEND)    TO MNTTRAN1-NOM-NOVO.
141800     MOVE MNT-PEND-COD-USUARIO(MNT-IX-PEND)
141900       TO MNTTRAN1-COD-USUARIO.
142000     MOVE MNT-PEND-DAT-EFETIVA(MNT-IX-PEND)
142100       TO MNTTRAN1-DAT-EFETIVA.
142110     MOVE MNT-PEND-COD-DPTFN-SUP(MNT-IX-PEND)
142120       TO MNTTRAN1-COD-DPTFN-SUP.
142200
142300     ADD 1 TO MNT-QT-TRANS.
142400     ADD 1 TO MNT-QT-PEND-VENCIDAS.
142500
142600     PERFORM 2030-APLICA-TRANSACAO THRU 2030-EXIT.
142700
142800     SET MNT-PEND-BAIXADA(MNT-IX-PEND) TO TRUE.
142900
143000 1810-EXIT.
143100     EXIT.
143200
143300******************************************************************
143400*    2010-VERIFICA-VIGENCIA                                      *
143500*    CLASSIFICA A DATA DE VIGENCIA DA TRANSACAO CORRENTE: EM     *
143600*    BRANCO OU ATE A DATA DO SISTEMA, ATINGIDA; POSTERIOR,       *
143700*    FUTURA; FORA DO FORMATO DD/MM/AAAA, INVALIDA                *
143800******************************************************************
143900 2010-VERIFICA-VIGENCIA.
144000
144100     SET MNT-VIGENCIA-ATINGIDA TO TRUE.
144200     MOVE ZEROS TO MNT-DAT-EFETIVA-COMP.
144300
144400     IF MNTTRAN1-DAT-EFETIVA EQUAL SPACES
144500         GO TO 2010-EXIT
144600     END-IF.
144700
144800     MOVE MNTTRAN1-DAT-EFETIVA TO MNT-DAT-TRAB.
144900
145000     IF MNT-DAT-TRAB-DD NOT NUMERIC
145100        OR MNT-DAT-TRAB-MM NOT NUMERIC
145200        OR MNT-DAT-TRAB-AA NOT NUMERIC
145300        OR MNT-DAT-TRAB-DD EQUAL ZEROS
145400        OR MNT-DAT-TRAB-DD GREATER 31
145500        OR MNT-DAT-TRAB-MM EQUAL ZEROS
145600        OR MNT-DAT-TRAB-MM GREATER 12
145700         SET MNT-VIGENCIA-INVALIDA TO TRUE
145800         GO TO 2010-EXIT
145900     END-IF.
146000
146100     COMPUTE MNT-DAT-EFETIVA-COMP =
146200             MNT-DAT-TRAB-AA * 10000
146300           + MNT-DAT-TRAB-MM * 100
146400           + MNT-DAT-TRAB-DD.
146500
146600     IF MNT-DAT-EFETIVA-COMP GREATER MNT-DATA-SISTEMA-N
146700         SET MNT-VIGENCIA-FUTURA TO TRUE
146800     END-IF.
146900
147000 2010-EXIT.
147100     EXIT.
147200
147300******************************************************************
147400*    2030-APLICA-TRANSACAO                                       *
147500*    CRITICA E APLICA A TRANSACAO CORRENTE (DO CARTAO OU DE UMA  *
147600*    PENDENTE VENCIDA), EMITE A LINHA DE AUDITORIA E, SE         *
147700*    APLICADA, ACRESCENTA AO JOURNAL                             *
147800******************************************************************
147900 2030-APLICA-TRANSACAO.
148000
148100     MOVE 'S'    TO MNT-SW-TRANS-VALIDA.
148200     MOVE SPACES TO MNT-DSC-REJEICAO.
148300     MOVE SPACES TO MNT-NOM-ANTES.
148400     MOVE SPACES TO MNT-NOM-DEPOIS.
148500
148600     PERFORM 2020-CRITICA-GERAL THRU 2020-EXIT.
148700
148800     IF MNT-TRANS-VALIDA
148900         EVALUATE TRUE
149000             WHEN MNTTRAN1-ARQ-DEPTO
149050                 PERFORM 2100-APLICA-DEPTO  THRU 2100-EXIT
149100             WHEN MNTTRAN1-ARQ-ESCRT
149200                 PERFORM 2200-APLICA-ESCRT  THRU 2200-EXIT
149250             WHEN MNTTRAN1-ARQ-QUADRO
149270                 PERFORM 2300-APLICA-QUADRO THRU 2300-EXIT
149300         END-EVALUATE
149400     END-IF.
149500
149600     IF MNT-TRANS-VALIDA
149700         ADD 1 TO MNT-QT-APLICADAS
149800     ELSE
149900         ADD 1 TO MNT-QT-REJEITADAS
150000     END-IF.
150100
150200     PERFORM 2900-EMITE-AUDITORIA THRU 2900-EXIT.
150300
150400     IF MNT-TRANS-VALIDA
150500         PERFORM 2950-GRAVA-JOURNAL THRU 2950-EXIT
150600     END-IF.
150700
150800 2030-EXIT.
150900     EXIT.
151000
151100******************************************************************
151200*    2400-AGENDA-PENDENTE                                        *
151300*    CRITICA OS CAMPOS COMUNS DA TRANSACAO COM VIGENCIA FUTURA   *
151400*    E A GUARDA NA TABELA DE PENDENTES. AS CRITICAS CONTRA OS    *
151500*    MESTRES SO SAO FEITAS NA DATA DE VIGENCIA                   *
151600******************************************************************
151700 2400-AGENDA-PENDENTE.
151800
151900     MOVE 'S'    TO MNT-SW-TRANS-VALIDA.
152000     MOVE SPACES TO MNT-DSC-REJEICAO.
152100     MOVE SPACES TO MNT-NOM-ANTES.
152200     MOVE SPACES TO MNT-NOM-DEPOIS.
152300
152400     PERFORM 2020-CRITICA-GERAL THRU 2020-EXIT.
152500
152600     IF MNT-TRANS-VALIDA
152700         IF MNT-QT-PEND LESS MNT-MAX-PEND
152800             ADD 1 TO MNT-QT-PEND
152900             SET MNT-IX-PEND TO MNT-QT-PEND
153000             MOVE MNTTRAN1-TIP-ARQ
153100               TO MNT-PEND-TIP-ARQ(MNT-IX-PEND)
153200             MOVE MNTTRAN1-TIP-ACAO
153300               TO MNT-PEND-TIP-ACAO(MNT-IX-PEND)
153400             MOVE MNTTRAN1-CHAVE
153500               TO MNT-PEND-CHAVE(MNT-IX-PEND)
153600             MOVE MNTTRAN1-NOM-NOVO
153700               TO MNT-PEND-NOM-NOVO(MNT-IX-PEND)
153800             MOVE MNTTRAN1-COD-USUARIO
153900               TO MNT-PEND-COD-USUARIO(MNT-IX-PEND)
154000             MOVE MNTTRAN1-DAT-EFETIVA
154100               TO MNT-PEND-DAT-EFETIVA(MNT-IX-PEND)
154200             MOVE MNT-DAT-EFETIVA-COMP
154300               TO MNT-PEND-DAT-COMP(MNT-IX-PEND)
154400             MOVE MNT-DATA-EXEC-EDIT
154500               TO MNT-PEND-DAT-AGENDA(MNT-IX-PEND)
154510             MOVE MNTTRAN1-COD-DPTFN-SUP
154520               TO MNT-PEND-COD-DPTFN-SUP(MNT-IX-PEND)
154600             SET MNT-PEND-PENDENTE(MNT-IX-PEND) TO TRUE
154700             ADD 1 TO MNT-QT-AGENDADAS
154800             STRING 'AGENDADA PARA '     DELIMITED BY SIZE
154900                    MNTTRAN1-DAT-EFETIVA DELIMITED BY SIZE
155000                    ': '                 DELIMITED BY SIZE
155100                    MNTTRAN1-NOM-NOVO    DELIMITED BY SIZE
155200               INTO MNT-NOM-DEPOIS
155210             IF MNTTRAN1-ACAO-HIERARQUIA
155220                 MOVE SPACES TO MNT-NOM-DEPOIS
155230                 STRING 'AGENDADA PARA '       DELIMITED BY SIZE
155240                        MNTTRAN1-DAT-EFETIVA   DELIMITED BY SIZE
155250                        ': SUPERIOR '          DELIMITED BY SIZE
155260                        MNTTRAN1-COD-DPTFN-SUP DELIMITED BY SIZE
155270                   INTO MNT-NOM-DEPOIS
155280             END-IF
155300         ELSE
155400             SET MNT-TRANS-INVALIDA TO TRUE
155500             MOVE 'TABELA DE PENDENTES CHEIA' TO MNT-DSC-REJEICAO
155600         END-IF
155700     END-IF.
155800
155900     IF NOT MNT-TRANS-VALIDA
156000         ADD 1 TO MNT-QT-REJEITADAS
156100     END-IF.
156200
156300     PERFORM 2900-EMITE-AUDITORIA THRU 2900-EXIT.
156400
156500 2400-EXIT.
156600     EXIT.
156700
156800******************************************************************
156900*    3400-REGRAVA-PENDENTES                                      *
157000*    REGRAVA O ARQUIVO DE TRANSACOES PENDENTES (MNTPEND1) SO     *
157100*    COM AS ENTRADAS AINDA PENDENTES (NEM BAIXADAS NEM           *
157200*    CANCELADAS), NA ORDEM DE AGENDAMENTO                        *
157300******************************************************************
157400 3400-REGRAVA-PENDENTES.
157500
157600     OPEN OUTPUT MNTPEND1.
157700
157800     PERFORM 3410-GRAVA-PENDENTE THRU 3410-EXIT
157900             VARYING MNT-IX-PEND FROM 1 BY 1
158000             UNTIL MNT-IX-PEND > MNT-QT-PEND.
158100
158200     CLOSE MNTPEND1.
158300
158400 3400-EXIT.
158500     EXIT.
158600
158700******************************************************************
158800*    3410-GRAVA-PENDENTE                                         *
158900*    GRAVA A ENTRADA DE PENDENTE CORRENTE, SE AINDA PENDENTE     *
159000******************************************************************
159100 3410-GRAVA-PENDENTE.
159200
159300     IF MNT-PEND-PENDENTE(MNT-IX-PEND)
159400         MOVE SPACES TO MNTPEND1-REGISTRO
159500         MOVE MNT-PEND-TIP-ARQ(MNT-IX-PEND)
159600           TO MNTPEND1-TIP-ARQ
159700         MOVE MNT-PEND-TIP-ACAO(MNT-IX-PEND)
159800           TO MNTPEND1-TIP-ACAO
159900         MOVE MNT-PEND-CHAVE(MNT-IX-PEND)
160000           TO MNTPEND1-CHAVE
160100         MOVE MNT-PEND-NOM-NOVO(MNT-IX-PEND)
160200           TO MNTPEND1-NOM-NOVO
160300         MOVE MNT-PEND-COD-USUARIO(MNT-IX-PEND)
160400           TO MNTPEND1-COD-USUARIO
160500         MOVE MNT-PEND-DAT-EFETIVA(MNT-IX-PEND)
160600           TO MNTPEND1-DAT-EFETIVA
160700         MOVE MNT-PEND-DAT-AGENDA(MNT-IX-PEND)
160800           TO MNTPEND1-DAT-AGENDA
160810         MOVE MNT-PEND-COD-DPTFN-SUP(MNT-IX-PEND)
160820           TO MNTPEND1-COD-DPTFN-SUP
160900         WRITE MNTPEND1-REGISTRO
161000     END-IF.
161100
161200 3410-EXIT.
161300     EXIT.
161400
161500******************************************************************
161600*    3500-LISTA-PENDENTES                                        *
161700*    LISTA NO RELMNT1 AS TRANSACOES QUE CONTINUAM PENDENTES      *
161800*    APOS ESTA EXECUCAO, COM A VIGENCIA E QUEM AS AGENDOU        *
161900******************************************************************
162000 3500-LISTA-PENDENTES.
162100
162200     MOVE SPACES TO RELMNT1-REGISTRO.
162300     WRITE RELMNT1-REGISTRO.
162400     MOVE SPACES TO RELMNT1-REGISTRO.
162500     STRING 'TRANSACOES PENDENTES APOS ESTA EXECUCAO:'
162600            DELIMITED BY SIZE INTO RELMNT1-REGISTRO.
162700     WRITE RELMNT1-REGISTRO.
162800
162900     PERFORM 3510-LISTA-PENDENTE THRU 3510-EXIT
163000             VARYING MNT-IX-PEND FROM 1 BY 1
163100             UNTIL MNT-IX-PEND > MNT-QT-PEND.
163200
163300 3500-EXIT.
163400     EXIT.
163500
163600******************************************************************
163700*    3510-LISTA-PENDENTE                                         *
163800*    EMITE A LINHA DA ENTRADA DE PENDENTE CORRENTE, SE AINDA     *
163900*    PENDENTE                                                    *
164000******************************************************************
164100 3510-LISTA-PENDENTE.
164200
164300     IF NOT MNT-PEND-PENDENTE(MNT-IX-PEND)
164400         GO TO 3510-EXIT
164500     END-IF.
164600
164700     ADD 1 TO MNT-QT-PEND-REMANESC.
164800
164900     MOVE SPACES TO RELMNT1-REGISTRO.
165000     STRING 'VIGENCIA '                        DELIMITED BY SIZE
165100            MNT-PEND-DAT-EFETIVA(MNT-IX-PEND)  DELIMITED BY SIZE
165200            ' AGENDADA EM '                    DELIMITED BY SIZE
165300            MNT-PEND-DAT-AGENDA(MNT-IX-PEND)   DELIMITED BY SIZE
165400            ' '                                DELIMITED BY SIZE
165500            MNT-PEND-COD-USUARIO(MNT-IX-PEND)  DELIMITED BY SIZE
165600            ' '                                DELIMITED BY SIZE
165700            MNT-PEND-TIP-ARQ(MNT-IX-PEND)      DELIMITED BY SIZE
165800            ' '                                DELIMITED BY SIZE
165900            MNT-PEND-TIP-ACAO(MNT-IX-PEND)     DELIMITED BY SIZE
166000            ' '                                DELIMITED BY SIZE
166100            MNT-PEND-CHAVE(MNT-IX-PEND)        DELIMITED BY SIZE
166200            ' NOVO: '                          DELIMITED BY SIZE
166300            MNT-PEND-NOM-NOVO(MNT-IX-PEND)     DELIMITED BY SIZE
166400       INTO RELMNT1-REGISTRO.
166500     WRITE RELMNT1-REGISTRO.
166510     IF MNT-PEND-COD-DPTFN-SUP(MNT-IX-PEND) NOT EQUAL SPACES
166520         MOVE SPACES TO RELMNT1-REGISTRO
166530         STRING '         SUPERIOR: '         DELIMITED BY SIZE
166540                MNT-PEND-COD-DPTFN-SUP(MNT-IX-PEND)
166550                                             DELIMITED BY SIZE
166560           INTO RELMNT1-REGISTRO
166570         WRITE RELMNT1-REGISTRO
166580     END-IF.
166600
166700 3510-EXIT.
166800     EXIT.
166900
167000******************************************************************
167100*    2070-SOBE-HIERARQUIA                                        *
167200*    PERCORRE A HIERARQUIA DE DEPARTAMENTOS SUBINDO A PARTIR DE  *
167300*    MNT-HIE-COD-CRR ATE A RAIZ, CONTANDO OS NIVEIS, OU ATE      *
167400*    DETECTAR CICLO (PASSAGEM POR MNT-HIE-COD-ALVO OU MAIS       *
167500*    NIVEIS DO QUE DEPARTAMENTOS NA TABELA)                      *
167600******************************************************************
167700 2070-SOBE-HIERARQUIA.
167800
167900     MOVE ZEROS TO MNT-QT-NIVEIS.
168000     MOVE 'N'   TO MNT-SW-HIE-CICLO.
168100
168200     PERFORM 2071-SOBE-NIVEL THRU 2071-EXIT
168300             UNTIL MNT-HIE-COD-CRR EQUAL SPACES
168400                OR MNT-HIE-CICLO.
168500
168600 2070-EXIT.
168700     EXIT.
168800
168900******************************************************************
169000*    2071-SOBE-NIVEL                                             *
169100*    CONTA O DEPARTAMENTO CORRENTE DO PERCURSO E PASSA PARA O    *
169200*    SEU SUPERIOR. SUPERIOR NAO CADASTRADO ENCERRA O PERCURSO    *
169300******************************************************************
169400 2071-SOBE-NIVEL.
169500
169600     IF MNT-HIE-COD-CRR EQUAL MNT-HIE-COD-ALVO
169700        OR MNT-QT-NIVEIS GREATER MNT-QT-DPTMST
169800         SET MNT-HIE-CICLO TO TRUE
169900         GO TO 2071-EXIT
170000     END-IF.
170100
170200     ADD 1 TO MNT-QT-NIVEIS.
170300
170400     PERFORM 2072-BUSCA-SUPERIOR THRU 2072-EXIT.
170500
170600     IF MNT-IX-HIE-ACHADO EQUAL ZEROS
170700         MOVE SPACES TO MNT-HIE-COD-CRR
170800     ELSE
170900         MOVE MNT-DPTMST-COD-SUP(MNT-IX-HIE-ACHADO)
171000           TO MNT-HIE-COD-CRR
171100     END-IF.
171200
171300 2071-EXIT.
171400     EXIT.
171500
171600******************************************************************
171700*    2072-BUSCA-SUPERIOR                                         *
171800*    PROCURA MNT-HIE-COD-CRR NA TABELA DO MESTRE DE              *
171900*    DEPARTAMENTOS, IGNORANDO AS ENTRADAS JA EXCLUIDAS, SEM      *
172000*    ALTERAR MNT-IX-DPTMST/MNT-IX-DPTMST-ATUAL. DEVOLVE A        *
172100*    POSICAO EM MNT-IX-HIE-ACHADO (ZEROS SE NAO ENCONTRADO)      *
172200******************************************************************
172300 2072-BUSCA-SUPERIOR.
172400
172500     MOVE ZEROS TO MNT-IX-HIE-ACHADO.
172600
172700     PERFORM 2073-COMPARA-SUPERIOR THRU 2073-EXIT
172800             VARYING MNT-IX-HIE FROM 1 BY 1
172900             UNTIL MNT-IX-HIE > MNT-QT-DPTMST
173000                OR MNT-IX-HIE-ACHADO GREATER ZEROS.
173100
173200 2072-EXIT.
173300     EXIT.
173400
173500******************************************************************
173600*    2073-COMPARA-SUPERIOR                                       *
173700*    COMPARA MNT-HIE-COD-CRR COM A ENTRADA DA TABELA APONTADA    *
173800*    POR MNT-IX-HIE                                              *
173900******************************************************************
174000 2073-COMPARA-SUPERIOR.
174100
174200     IF NOT MNT-DPTMST-EXCLUIDO(MNT-IX-HIE)
174300        AND MNT-HIE-COD-CRR EQUAL MNT-DPTMST-COD(MNT-IX-HIE)
174400         SET MNT-IX-HIE-ACHADO TO MNT-IX-HIE
174500     END-IF.
174600
174700 2073-EXIT.
174800     EXIT.
174900
175000******************************************************************
175100*    2074-BUSCA-SUBORDINADO                                      *
175200*    VERIFICA SE ALGUM DEPARTAMENTO NAO EXCLUIDO TEM             *
175300*    MNT-HIE-COD-ALVO COMO SUPERIOR                              *
175400******************************************************************
175500 2074-BUSCA-SUBORDINADO.
175600
175700     MOVE 'N' TO MNT-SW-SUBORDINADO.
175800
175900     PERFORM 2075-COMPARA-SUBORDINADO THRU 2075-EXIT
176000             VARYING MNT-IX-HIE FROM 1 BY 1
176100             UNTIL MNT-IX-HIE > MNT-QT-DPTMST
176200                OR MNT-TEM-SUBORDINADO.
176300
176400 2074-EXIT.
176500     EXIT.
176600
176700******************************************************************
176800*    2075-COMPARA-SUBORDINADO                                    *
176900*    COMPARA O SUPERIOR DA ENTRADA APONTADA POR MNT-IX-HIE COM   *
177000*    MNT-HIE-COD-ALVO                                            *
177100******************************************************************
177200 2075-COMPARA-SUBORDINADO.
177300
177400     IF NOT MNT-DPTMST-EXCLUIDO(MNT-IX-HIE)
177500        AND MNT-DPTMST-COD-SUP(MNT-IX-HIE) EQUAL MNT-HIE-COD-ALVO
177600         SET MNT-TEM-SUBORDINADO TO TRUE
177700     END-IF.
177800
177900 2075-EXIT.
178000     EXIT.
178100
178200******************************************************************
178300*    2120-ALTERA-SUPERIOR                                        *
178400*    TROCA O SUPERIOR DO DEPARTAMENTO APONTADO POR               *
178500*    MNT-IX-DPTMST-ATUAL. O NOVO SUPERIOR (BRANCOS = RAIZ) TEM   *
178600*    DE ESTAR CADASTRADO E NAO PODE SER O PROPRIO DEPARTAMENTO   *
178700*    NEM UM DE SEUS SUBORDINADOS, EM QUALQUER NIVEL              *
178800******************************************************************
178900 2120-ALTERA-SUPERIOR.
179000
179100     IF MNTTRAN1-COD-DPTFN-SUP NOT EQUAL SPACES
179200         MOVE MNTTRAN1-COD-DPTFN-SUP TO MNT-HIE-COD-CRR
179300         PERFORM 2072-BUSCA-SUPERIOR THRU 2072-EXIT
179400         IF MNT-IX-HIE-ACHADO EQUAL ZEROS
179500             SET MNT-TRANS-INVALIDA TO TRUE
179600             MOVE 'SUPERIOR NAO CADASTRADO' TO MNT-DSC-REJEICAO
179700             GO TO 2120-EXIT
179800         END-IF
179900         MOVE MNTTRAN1-COD-DPTFN-SUP TO MNT-HIE-COD-CRR
180000         MOVE MNTTRAN1-COD-DPTFN     TO MNT-HIE-COD-ALVO
180100         PERFORM 2070-SOBE-HIERARQUIA THRU 2070-EXIT
180200         IF MNT-HIE-CICLO
180300             SET MNT-TRANS-INVALIDA TO TRUE
180400             MOVE 'HIERARQUIA CIRCULAR' TO MNT-DSC-REJEICAO
180500             GO TO 2120-EXIT
180600         END-IF
180700     END-IF.
180800
180900     IF MNT-DPTMST-COD-SUP(MNT-IX-DPTMST-ATUAL) EQUAL SPACES
181000         MOVE 'SUPERIOR: (RAIZ)' TO MNT-NOM-ANTES
181100     ELSE
181200         STRING 'SUPERIOR: '                   DELIMITED BY SIZE
181300                MNT-DPTMST-COD-SUP(MNT-IX-DPTMST-ATUAL)
181400                                               DELIMITED BY SIZE
181500           INTO MNT-NOM-ANTES
181600     END-IF.
181700
181800     IF MNTTRAN1-COD-DPTFN-SUP EQUAL SPACES
181900         MOVE 'SUPERIOR: (RAIZ)' TO MNT-NOM-DEPOIS
182000     ELSE
182100         STRING 'SUPERIOR: '           DELIMITED BY SIZE
182200                MNTTRAN1-COD-DPTFN-SUP DELIMITED BY SIZE
182300           INTO MNT-NOM-DEPOIS
182400     END-IF.
182500
182600     MOVE MNTTRAN1-COD-DPTFN-SUP
182700       TO MNT-DPTMST-COD-SUP(MNT-IX-DPTMST-ATUAL).
182800
182900 2120-EXIT.
183000     EXIT.
183100
183200******************************************************************
183300*    2130-EXCLUI-DEPTO                                           *
183400*    MARCA COMO EXCLUIDO O DEPARTAMENTO APONTADO POR             *
183500*    MNT-IX-DPTMST-ATUAL, SE FORA DE USO NO ENT01112 CORRENTE E  *
183600*    SEM SUBORDINADOS NA HIERARQUIA                              *
183700******************************************************************
183800 2130-EXCLUI-DEPTO.
183900
184000     IF MNT-DPTMST-EM-USO(MNT-IX-DPTMST-ATUAL)
184100         SET MNT-TRANS-INVALIDA TO TRUE
184200         MOVE 'DEPARTAMENTO EM USO NO ENT01112'
184300           TO MNT-DSC-REJEICAO
184400         GO TO 2130-EXIT
184500     END-IF.
184600
184700     MOVE MNTTRAN1-COD-DPTFN TO MNT-HIE-COD-ALVO.
184800     PERFORM 2074-BUSCA-SUBORDINADO THRU 2074-EXIT.
184900
185000     IF MNT-TEM-SUBORDINADO
185100         SET MNT-TRANS-INVALIDA TO TRUE
185200         MOVE 'DEPARTAMENTO COM SUBORDINADOS'
185300           TO MNT-DSC-REJEICAO
185400         GO TO 2130-EXIT
185500     END-IF.
185600
185700     MOVE MNT-DPTMST-NOME(MNT-IX-DPTMST-ATUAL)
185800       TO MNT-NOM-ANTES.
185900     MOVE 'S'
186000       TO MNT-DPTMST-SW-EXCL(MNT-IX-DPTMST-ATUAL).
186100
186200 2130-EXIT.
186300     EXIT.
186400
186500******************************************************************
186600*    3120-CALCULA-NIVEL                                          *
186700*    CALCULA O NIVEL DO DEPARTAMENTO APONTADO POR MNT-IX-DPTMST  *
186800*    (1 = RAIZ) CONTANDO OS NIVEIS ATE A RAIZ DA HIERARQUIA      *
186900******************************************************************
187000 3120-CALCULA-NIVEL.
187100
187200     MOVE MNT-DPTMST-COD(MNT-IX-DPTMST) TO MNT-HIE-COD-CRR.
187300     MOVE SPACES                        TO MNT-HIE-COD-ALVO.
187400
187500     PERFORM 2070-SOBE-HIERARQUIA THRU 2070-EXIT.
187600
187700     IF MNT-QT-NIVEIS GREATER 99
187800         MOVE 99 TO MNT-QT-NIVEIS
187900     END-IF.
188000
188100 3120-EXIT.
188200     EXIT.
188300
188400******************************************************************
188500*    1350-LE-QUADRO                                              *
188600*    CARREGA EM MEMORIA O QUADRO DE VAGAS AUTORIZADO (CADQUAD1). *
188700*    SE O ARQUIVO AINDA NAO EXISTIR, O QUADRO COMECA VAZIO E     *
188800*    PODE SER POVOADO POR TRANSACOES DE INCLUSAO                 *
188900******************************************************************
189000 1350-LE-QUADRO.
189100
189200     OPEN INPUT CADQUAD1.
189300
189400     IF MNT-FS-CADQUAD1 NOT EQUAL '00'
189500         DISPLAY 'MNT01112 - CADQUAD1 NAO ABERTO FS='
189600                  MNT-FS-CADQUAD1
189700                 ' - QUADRO DE VAGAS INICIADO VAZIO'
189800         GO TO 1350-EXIT
189900     END-IF.
190000
190100     PERFORM 1352-LER-QUADRO     THRU 1352-EXIT.
190200     PERFORM 1354-CARREGA-QUADRO THRU 1354-EXIT
190300             UNTIL MNT-FIM-QDVMST.
190400
190500     CLOSE CADQUAD1.
190600
190700 1350-EXIT.
190800     EXIT.
190900
191000******************************************************************
191100*    1352-LER-QUADRO                                             *
191200*    LE UM REGISTRO DO QUADRO DE VAGAS AUTORIZADO                *
191300******************************************************************
191400 1352-LER-QUADRO.
191500
191600     READ CADQUAD1
191700         AT END
191800             SET MNT-FIM-QDVMST TO TRUE
191900     END-READ.
192000
192100 1352-EXIT.
192200     EXIT.
192300
192400******************************************************************
192500*    1354-CARREGA-QUADRO                                         *
192600*    ARMAZENA A AUTORIZACAO LIDA NA TABELA EM MEMORIA, SE HOUVER *
192700*    ESPACO, E LE A PROXIMA                                      *
192800******************************************************************
192900 1354-CARREGA-QUADRO.
193000
193100     IF MNT-QT-QDVMST LESS MNT-MAX-QDVMST
193200         ADD 1 TO MNT-QT-QDVMST
193300         SET MNT-IX-QDVMST TO MNT-QT-QDVMST
193400         MOVE ARQQDV01-COD-DPTFN
193500           TO MNT-QDVMST-COD(MNT-IX-QDVMST)
193600         MOVE ARQQDV01-MES-COMPET
193700           TO MNT-QDVMST-COMPET(MNT-IX-QDVMST)
193800         MOVE ARQQDV01-QT-AUTORIZADA
193900           TO MNT-QDVMST-QT-AUT(MNT-IX-QDVMST)
194000         MOVE ARQQDV01-DAT-ATUALIZ
194100           TO MNT-QDVMST-DAT-ATU(MNT-IX-QDVMST)
194200         MOVE ARQQDV01-COD-USUARIO
194300           TO MNT-QDVMST-USUARIO(MNT-IX-QDVMST)
194400         MOVE 'N' TO MNT-QDVMST-SW-EXCL(MNT-IX-QDVMST)
194500     ELSE
194600         DISPLAY 'MNT01112 - QUADRO DE VAGAS EXCEDE A '
194700                 'TABELA: '
194800                  ARQQDV01-COD-DPTFN ' ' ARQQDV01-MES-COMPET
194900         SET MNT-CARGA-ESTOUROU TO TRUE
195000     END-IF.
195100
195200     PERFORM 1352-LER-QUADRO THRU 1352-EXIT.
195300
195400 1354-EXIT.
195500     EXIT.
195600
195700******************************************************************
195800*    2025-CRITICA-QUADRO                                         *
195900*    CRITICA OS CAMPOS DA TRANSACAO DE QUADRO DE VAGAS:          *
196000*    DEPARTAMENTO INFORMADO, COMPETENCIA MM/AAAA VALIDA E, NA    *
196100*    INCLUSAO E NA ALTERACAO, QUANTIDADE AUTORIZADA NUMERICA     *
196200******************************************************************
196300 2025-CRITICA-QUADRO.
196400
196500     IF MNTTRAN1-COD-DPTFN EQUAL SPACES
196600         SET MNT-TRANS-INVALIDA TO TRUE
196700         MOVE 'DEPARTAMENTO NAO INFORMADO' TO MNT-DSC-REJEICAO
196800         GO TO 2025-EXIT
196900     END-IF.
197000
197100     IF MNTTRAN1-COMPET-MM NOT NUMERIC
197200        OR MNTTRAN1-COMPET-AA NOT NUMERIC
197300        OR MNTTRAN1-MES-COMPET(3:1) NOT EQUAL '/'
197400        OR MNTTRAN1-COMPET-MM EQUAL ZEROS
197500        OR MNTTRAN1-COMPET-MM GREATER 12
197600        OR MNTTRAN1-COMPET-AA EQUAL ZEROS
197700         SET MNT-TRANS-INVALIDA TO TRUE
197800         MOVE 'COMPETENCIA INVALIDA' TO MNT-DSC-REJEICAO
197900         GO TO 2025-EXIT
198000     END-IF.
198100
198200     IF (MNTTRAN1-ACAO-INCLUSAO OR MNTTRAN1-ACAO-ALTERACAO)
198300        AND MNTTRAN1-QT-AUTORIZADA NOT NUMERIC
198400         SET MNT-TRANS-INVALIDA TO TRUE
198500         MOVE 'QUANTIDADE AUTORIZADA INVALIDA'
198600           TO MNT-DSC-REJEICAO
198700     END-IF.
198800
198900 2025-EXIT.
199000     EXIT.
199100
199200******************************************************************
199300*    2300-APLICA-QUADRO                                          *
199400*    CRITICA E APLICA A TRANSACAO SOBRE O QUADRO DE VAGAS:       *
199500*    INCLUSAO EXIGE DEPARTAMENTO CADASTRADO NO CADDPTO1 E        *
199600*    DEPARTAMENTO/COMPETENCIA INEDITOS, ALTERACAO E EXCLUSAO     *
199700*    EXIGEM DEPARTAMENTO/COMPETENCIA EXISTENTES                  *
199800******************************************************************
199900 2300-APLICA-QUADRO.
200000
200100     PERFORM 2320-BUSCA-QUADRO THRU 2320-EXIT.
200200
200300     EVALUATE TRUE
200400         WHEN MNTTRAN1-ACAO-INCLUSAO
200500             IF MNT-QDVMST-ACHADO
200600                 SET MNT-TRANS-INVALIDA TO TRUE
200700                 MOVE 'CHAVE JA CADASTRADA'
200800                   TO MNT-DSC-REJEICAO
200900             ELSE
201000                 PERFORM 2310-INCLUI-QUADRO THRU 2310-EXIT
201100             END-IF
201200         WHEN MNTTRAN1-ACAO-ALTERACAO
201300             IF MNT-QDVMST-ACHADO
201400                 STRING 'AUTORIZADO: '     DELIMITED BY SIZE
201500                        MNT-QDVMST-QT-AUT(MNT-IX-QDVMST-ATUAL)
201600                                           DELIMITED BY SIZE
201700                   INTO MNT-NOM-ANTES
201800                 MOVE MNTTRAN1-QT-AUTORIZADA
201900                   TO MNT-QDVMST-QT-AUT(MNT-IX-QDVMST-ATUAL)
202000                 MOVE MNT-DATA-EXEC-EDIT
202100                   TO MNT-QDVMST-DAT-ATU(MNT-IX-QDVMST-ATUAL)
202200                 MOVE MNTTRAN1-COD-USUARIO
202300                   TO MNT-QDVMST-USUARIO(MNT-IX-QDVMST-ATUAL)
202400                 STRING 'AUTORIZADO: '         DELIMITED BY SIZE
202500                        MNTTRAN1-QT-AUTORIZADA DELIMITED BY SIZE
202600                   INTO MNT-NOM-DEPOIS
202700             ELSE
202800                 SET MNT-TRANS-INVALIDA TO TRUE
202900                 MOVE 'CHAVE NAO CADASTRADA'
203000                   TO MNT-DSC-REJEICAO
203100             END-IF
203200         WHEN MNTTRAN1-ACAO-EXCLUSAO
203300             IF MNT-QDVMST-ACHADO
203400                 STRING 'AUTORIZADO: '     DELIMITED BY SIZE
203500                        MNT-QDVMST-QT-AUT(MNT-IX-QDVMST-ATUAL)
203600                                           DELIMITED BY SIZE
203700                   INTO MNT-NOM-ANTES
203800                 MOVE 'S'
203900                   TO MNT-QDVMST-SW-EXCL(MNT-IX-QDVMST-ATUAL)
204000             ELSE
204100                 SET MNT-TRANS-INVALIDA TO TRUE
204200                 MOVE 'CHAVE NAO CADASTRADA'
204300                   TO MNT-DSC-REJEICAO
204400             END-IF
204500     END-EVALUATE.
204600
204700 2300-EXIT.
204800     EXIT.
204900
205000******************************************************************
205100*    2310-INCLUI-QUADRO                                          *
205200*    INCLUI A NOVA AUTORIZACAO NA TABELA, SE O DEPARTAMENTO      *
205300*    ESTIVER CADASTRADO E HOUVER ESPACO                          *
205400******************************************************************
205500 2310-INCLUI-QUADRO.
205600
205700     MOVE MNTTRAN1-COD-DPTFN TO ARQENT01-COD-DPTFN.
205800     PERFORM 2052-BUSCA-DPTO-MST THRU 2052-EXIT.
205900
206000     IF NOT MNT-DPTMST-ACHADO
206100         SET MNT-TRANS-INVALIDA TO TRUE
206200         MOVE 'DEPARTAMENTO NAO CADASTRADO' TO MNT-DSC-REJEICAO
206300         GO TO 2310-EXIT
206400     END-IF.
206500
206600     IF MNT-QT-QDVMST LESS MNT-MAX-QDVMST
206700         ADD 1 TO MNT-QT-QDVMST
206800         SET MNT-IX-QDVMST TO MNT-QT-QDVMST
206900         MOVE MNTTRAN1-COD-DPTFN
207000           TO MNT-QDVMST-COD(MNT-IX-QDVMST)
207100         MOVE MNTTRAN1-MES-COMPET
207200           TO MNT-QDVMST-COMPET(MNT-IX-QDVMST)
207300         MOVE MNTTRAN1-QT-AUTORIZADA
207400           TO MNT-QDVMST-QT-AUT(MNT-IX-QDVMST)
207500         MOVE MNT-DATA-EXEC-EDIT
207600           TO MNT-QDVMST-DAT-ATU(MNT-IX-QDVMST)
207700         MOVE MNTTRAN1-COD-USUARIO
207800           TO MNT-QDVMST-USUARIO(MNT-IX-QDVMST)
207900         MOVE 'N' TO MNT-QDVMST-SW-EXCL(MNT-IX-QDVMST)
208000         STRING 'AUTORIZADO: '         DELIMITED BY SIZE
208100                MNTTRAN1-QT-AUTORIZADA DELIMITED BY SIZE
208200           INTO MNT-NOM-DEPOIS
208300     ELSE
208400         SET MNT-TRANS-INVALIDA TO TRUE
208500         MOVE 'QUADRO DE VAGAS CHEIO'
208600           TO MNT-DSC-REJEICAO
208700     END-IF.
208800
208900 2310-EXIT.
209000     EXIT.
209100
209200******************************************************************
209300*    2320-BUSCA-QUADRO                                           *
209400*    PROCURA O DEPARTAMENTO/COMPETENCIA DA TRANSACAO NA TABELA   *
209500*    DO QUADRO DE VAGAS, IGNORANDO AS ENTRADAS JA EXCLUIDAS,     *
209600*    DEIXANDO MNT-IX-QDVMST-ATUAL NA ENTRADA ENCONTRADA          *
209700******************************************************************
209800 2320-BUSCA-QUADRO.
209900
210000     MOVE 'N' TO MNT-SW-QDVMST-ACHADO.
210100
210200     PERFORM 2321-COMPARA-QUADRO THRU 2321-EXIT
210300             VARYING MNT-IX-QDVMST FROM 1 BY 1
210400             UNTIL MNT-IX-QDVMST > MNT-QT-QDVMST
210500                OR MNT-QDVMST-ACHADO.
210600
210700 2320-EXIT.
210800     EXIT.
210900
211000******************************************************************
211100*    2321-COMPARA-QUADRO                                         *
211200*    COMPARA O DEPARTAMENTO/COMPETENCIA DA TRANSACAO COM A       *
211300*    ENTRADA DA TABELA APONTADA POR MNT-IX-QDVMST                *
211400******************************************************************
211500 2321-COMPARA-QUADRO.
211600
211700     IF NOT MNT-QDVMST-EXCLUIDO(MNT-IX-QDVMST)
211800        AND MNTTRAN1-COD-DPTFN  EQUAL
211850                MNT-QDVMST-COD(MNT-IX-QDVMST)
211900        AND MNTTRAN1-MES-COMPET EQUAL
212000                MNT-QDVMST-COMPET(MNT-IX-QDVMST)
212100         SET MNT-QDVMST-ACHADO TO TRUE
212200         SET MNT-IX-QDVMST-ATUAL TO MNT-IX-QDVMST
212300     END-IF.
212400
212500 2321-EXIT.
212600     EXIT.
212700
212800******************************************************************
212900*    3600-REGRAVA-QUADRO                                         *
213000*    REGRAVA O QUADRO DE VAGAS AUTORIZADO A PARTIR DA TABELA EM  *
213100*    MEMORIA, SEM AS ENTRADAS EXCLUIDAS                          *
213200******************************************************************
213300 3600-REGRAVA-QUADRO.
213400
213500     OPEN OUTPUT CADQUAD1.
213600
213700     PERFORM 3610-GRAVA-QUADRO THRU 3610-EXIT
213800             VARYING MNT-IX-QDVMST FROM 1 BY 1
213900             UNTIL MNT-IX-QDVMST > MNT-QT-QDVMST.
214000
214100     CLOSE CADQUAD1.
214200
214300 3600-EXIT.
214400     EXIT.
214500
214600******************************************************************
214700*    3610-GRAVA-QUADRO                                           *
214800*    GRAVA A AUTORIZACAO CORRENTE, SE NAO EXCLUIDA               *
214900******************************************************************
215000 3610-GRAVA-QUADRO.
215100
215200     IF NOT MNT-QDVMST-EXCLUIDO(MNT-IX-QDVMST)
215300         MOVE SPACES TO ARQQDV01-REGISTRO
215400         MOVE MNT-QDVMST-COD(MNT-IX-QDVMST)
215500           TO ARQQDV01-COD-DPTFN
215600         MOVE MNT-QDVMST-COMPET(MNT-IX-QDVMST)
215700           TO ARQQDV01-MES-COMPET
215800         MOVE MNT-QDVMST-QT-AUT(MNT-IX-QDVMST)
215900           TO ARQQDV01-QT-AUTORIZADA
216000         MOVE MNT-QDVMST-DAT-ATU(MNT-IX-QDVMST)
216100           TO ARQQDV01-DAT-ATUALIZ
216200         MOVE MNT-QDVMST-USUARIO(MNT-IX-QDVMST)
216300           TO ARQQDV01-COD-USUARIO
216400         WRITE ARQQDV01-REGISTRO
216500     END-IF.
216600
216700 3610-EXIT.
216800     EXIT.
