000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HIE01112.
000300 AUTHOR.        E.SANTANA.
000400 INSTALLATION.  DEPTO DE SISTEMAS - FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAMA .: HIE01112                                       *
001000*    FUNCAO   .: RELATORIO DE EFETIVO CONSOLIDADO PELA           *
001100*                HIERARQUIA DE DEPARTAMENTOS DO CADDPTO1         *
001200*                (DEPARTAMENTO SUPERIOR MANTIDO PELO MNT01112).  *
001300*                PARA CADA DEPARTAMENTO EMITE O EFETIVO ATIVO    *
001400*                PROPRIO E O TOTAL CONSOLIDADO DE TUDO O QUE     *
001500*                ESTA ABAIXO DELE, EM QUALQUER PROFUNDIDADE, NA  *
001600*                ORDEM DA ARVORE (RELHIE1). O EFETIVO VEM DA     *
001700*                EXECUCAO ATUAL (ARQBAS01, PELO CODIGO DO        *
001800*                DEPARTAMENTO) OU, COM DATA NO CARTAO HIEPARM,   *
001900*                DA GERACAO MAIS RECENTE DO HISTGEN1 NAO         *
002000*                POSTERIOR A DATA (PELO NOME DO DEPARTAMENTO).   *
002100*                ARQUIVO INDISPONIVEL OU DATA INVALIDA:          *
002200*                RETURN-CODE 12; CICLO NA HIERARQUIA:            *
002300*                RETURN-CODE 8, ASSIM COMO O MESTRE QUE EXCEDE   *
002310*                A TABELA (TOTAIS INCOMPLETOS); EFETIVO FORA DO  *
002320*                CADDPTO1, SUPERIOR NAO CADASTRADO OU NENHUMA    *
002400*                GERACAO ATE A DATA: RETURN-CODE 4.              *
002600*                                                                *
002700*    REGISTRO DE ALTERACOES                                     *
002800*    ----------------------------------------------------------- *
002900*    DATA       AUTOR     DESCRICAO                              *
003000*    ---------- --------- ------------------------------------- *
003100*    15/10/2026 EAS       PROGRAMA ORIGINAL.                     *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 SPECIAL-NAMES.
003900     DECIMAL-POINT IS COMMA.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CADDPTO1  ASSIGN TO CADDPTO1
004300                      ORGANIZATION IS LINE SEQUENTIAL
004400                      FILE STATUS  IS HIE-FS-CADDPTO1.
004500
004600     SELECT ARQBAS01  ASSIGN TO ARQBAS01
004700                      ORGANIZATION IS LINE SEQUENTIAL
004800                      FILE STATUS  IS HIE-FS-ARQBAS01.
004900
005000     SELECT HISTGEN1  ASSIGN TO HISTGEN1
005100                      ORGANIZATION IS LINE SEQUENTIAL
005200                      FILE STATUS  IS HIE-FS-HISTGEN1.
005300
005400     SELECT HIEPARM   ASSIGN TO HIEPARM
005500                      ORGANIZATION IS LINE SEQUENTIAL
005600                      FILE STATUS  IS HIE-FS-HIEPARM.
005700
005800     SELECT RELHIE1   ASSIGN TO RELHIE1
005900                      ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT HIE-ORDENA ASSIGN TO SORTWK1.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CADDPTO1
006600     RECORDING MODE IS F.
006700 COPY DPT01112.
006800
006900 FD  ARQBAS01
007000     RECORDING MODE IS F.
007100 COPY BAS01112.
007200
007300 FD  HISTGEN1
007400     RECORDING MODE IS F.
007500 COPY HGN01112.
007600
007700 FD  HIEPARM
007800     RECORDING MODE IS F.
007900 01  HIEPARM-REGISTRO.
008000     03 HIEPARM-DAT-GERACAO          PIC X(10).
008100     03 FILLER                       PIC X(70).
008200
008300 FD  RELHIE1
008400     RECORDING MODE IS F.
008500 01  RELHIE1-REGISTRO               PIC X(130).
008600
008700******************************************************************
008800*    REGISTRO DE ORDENACAO DA ARVORE: CAMINHO DE CODIGOS DA RAIZ *
008900*    ATE O DEPARTAMENTO (UM SEGMENTO POR NIVEL) E A POSICAO DO   *
009000*    DEPARTAMENTO NA TABELA                                      *
009100******************************************************************
009200 SD  HIE-ORDENA.
009300 01  HIE-SRT-REGISTRO.
009400     03 HIE-SRT-CAMINHO.
009500        05 HIE-SRT-SEGMENTO          PIC X(15) OCCURS 20 TIMES.
009600     03 HIE-SRT-IX-DPT               PIC 9(04).
009700
009800 WORKING-STORAGE SECTION.
009900******************************************************************
010000*    SWITCHES E CONTADORES GERAIS DO PROGRAMA                    *
010100******************************************************************
010200 77  HIE-FS-CADDPTO1           PIC X(02) VALUE '00'.
010300 77  HIE-FS-ARQBAS01           PIC X(02) VALUE '00'.
010400 77  HIE-FS-HISTGEN1           PIC X(02) VALUE '00'.
010500 77  HIE-FS-HIEPARM            PIC X(02) VALUE '00'.
010600
010700 77  HIE-SW-FIM-CADDPTO        PIC X(01) VALUE 'N'.
010800     88 HIE-FIM-CADDPTO             VALUE 'S'.
010900
011000 77  HIE-SW-FIM-ARQBAS         PIC X(01) VALUE 'N'.
011100     88 HIE-FIM-ARQBAS              VALUE 'S'.
011200
011300 77  HIE-SW-FIM-HISTGEN        PIC X(01) VALUE 'N'.
011400     88 HIE-FIM-HISTGEN             VALUE 'S'.
011500
011600 77  HIE-SW-FIM-ORDENA         PIC X(01) VALUE 'N'.
011700     88 HIE-FIM-ORDENA              VALUE 'S'.
011800
011900 77  HIE-SW-ABANDONA           PIC X(01) VALUE 'N'.
012000     88 HIE-ABANDONA                VALUE 'S'.
012100
012200 77  HIE-SW-ORIGEM             PIC X(01) VALUE 'A'.
012300     88 HIE-ORIGEM-ATUAL            VALUE 'A'.
012400     88 HIE-ORIGEM-GERACAO          VALUE 'G'.
012500
012600 77  HIE-QT-REG-LIDOS          PIC 9(08) VALUE ZEROS.
012700 77  HIE-QT-ATIVOS             PIC 9(08) VALUE ZEROS.
012800 77  HIE-QT-VINCULADOS         PIC 9(08) VALUE ZEROS.
012900 77  HIE-QT-NAO-VINCULADOS     PIC 9(08) VALUE ZEROS.
013000 77  HIE-QT-SEM-SUPERIOR       PIC 9(08) VALUE ZEROS.
013100 77  HIE-QT-EM-CICLO           PIC 9(08) VALUE ZEROS.
013150 77  HIE-QT-DPT-IGNORADOS      PIC 9(08) VALUE ZEROS.
013200 77  HIE-QT-LINHAS             PIC 9(08) VALUE ZEROS.
013300
013400******************************************************************
013500*    DATA PEDIDA NO CARTAO HIEPARM E DATA DA GERACAO ESCOLHIDA.  *
013600*    SEM CARTAO OU COM DATA EM BRANCO, USA A EXECUCAO ATUAL      *
013700*    (ARQBAS01)                                                  *
013800******************************************************************
013900 77  HIE-DAT-PEDIDA-COMP       PIC 9(08) VALUE ZEROS.
014000 77  HIE-DAT-ESCOLHIDA         PIC 9(08) VALUE ZEROS.
014100 77  HIE-DAT-GER-COMP          PIC 9(08) VALUE ZEROS.
014200
014300 01  HIE-DAT-TRAB              PIC X(10) VALUE SPACES.
014400 01  HIE-DAT-TRAB-O       REDEFINES HIE-DAT-TRAB.
014500     03 HIE-DAT-TRAB-DD        PIC 9(02).
014600     03 FILLER                 PIC X.
014700     03 HIE-DAT-TRAB-MM        PIC 9(02).
014800     03 FILLER                 PIC X.
014900     03 HIE-DAT-TRAB-AA        PIC 9(04).
015000
015100 01  HIE-DAT-EDIT              PIC X(10) VALUE SPACES.
015200
015300 01  HIE-DAT-COMP-DESM         PIC 9(08) VALUE ZEROS.
015400 01  HIE-DAT-COMP-DESM-O  REDEFINES HIE-DAT-COMP-DESM.
015500     03 HIE-DESM-AAAA          PIC X(04).
015600     03 HIE-DESM-MM            PIC X(02).
015700     03 HIE-DESM-DD            PIC X(02).
015800
015900******************************************************************
016000*    TABELA DOS DEPARTAMENTOS DO CADDPTO1 COM A POSICAO DO       *
016100*    SUPERIOR, O NIVEL NA ARVORE E OS EFETIVOS PROPRIO E         *
016200*    CONSOLIDADO                                                 *
016300******************************************************************
016400 77  HIE-QT-DPT                PIC 9(04) VALUE ZEROS.
016500 77  HIE-MAX-DPT               PIC 9(04) VALUE 500.
016600
016700 01  HIE-TAB-DPT.
016800     03 HIE-DPT OCCURS 500 TIMES INDEXED BY HIE-IX-DPT
016900                                            HIE-IX-BUSCA.
017000        05 HIE-DPT-COD         PIC X(15).
017100        05 HIE-DPT-NOME        PIC X(55).
017200        05 HIE-DPT-COD-SUP     PIC X(15).
017300        05 HIE-DPT-IX-SUP      PIC 9(04).
017400        05 HIE-DPT-NIVEL       PIC 9(04).
017500        05 HIE-DPT-QT-PROPRIO  PIC 9(08).
017600        05 HIE-DPT-QT-TOTAL    PIC 9(08).
017700        05 HIE-DPT-SW-SITUACAO PIC X(01).
017800           88 HIE-DPT-NORMAL        VALUE 'N'.
017900           88 HIE-DPT-SEM-SUPERIOR  VALUE 'O'.
018000           88 HIE-DPT-EM-CICLO      VALUE 'C'.
018100
018200 77  HIE-COD-BUSCA             PIC X(15) VALUE SPACES.
018300 77  HIE-NOM-BUSCA             PIC X(55) VALUE SPACES.
018400 77  HIE-IX-ACHADO             PIC 9(04) VALUE ZEROS.
018500
018600******************************************************************
018700*    PERCURSO DA HIERARQUIA: PILHA COM AS POSICOES DO            *
018800*    DEPARTAMENTO E DE SEUS SUPERIORES ATE A RAIZ. O PERCURSO    *
018900*    QUE PASSA DO NUMERO DE DEPARTAMENTOS CARREGADOS INDICA UM   *
019000*    CICLO                                                       *
019100******************************************************************
019200 77  HIE-IX-CRR                PIC 9(04) VALUE ZEROS.
019300 77  HIE-QT-PILHA              PIC 9(04) VALUE ZEROS.
019400 77  HIE-IX-SEG                PIC 9(04) VALUE ZEROS.
019500 77  HIE-IX-POS                PIC 9(04) VALUE ZEROS.
019600 77  HIE-QT-SEGMENTOS          PIC 9(04) VALUE ZEROS.
019700 77  HIE-QT-RECUO              PIC 9(04) VALUE ZEROS.
019800
019900 77  HIE-SW-CICLO              PIC X(01) VALUE 'N'.
020000     88 HIE-CICLO                   VALUE 'S'.
020100
020200 01  HIE-TAB-PILHA.
020300     03 HIE-PILHA-IX           PIC 9(04) OCCURS 500 TIMES.
020400
020500******************************************************************
020600*    LINHAS DO RELATORIO RELHIE1                                 *
020700******************************************************************
020800 01  HIE-LIN-TITULO.
020900     03 FILLER                 PIC X(02) VALUE 'NV'.
021000     03 FILLER                 PIC X(02) VALUE SPACES.
021100     03 FILLER                 PIC X(50) VALUE
021200        'DEPARTAMENTO (ARVORE)'.
021300     03 FILLER                 PIC X(01) VALUE SPACES.
021400     03 FILLER                 PIC X(40) VALUE
021500        'NOME DO DEPARTAMENTO'.
021600     03 FILLER                 PIC X(02) VALUE SPACES.
021700     03 FILLER                 PIC X(08) VALUE ' PROPRIO'.
021800     03 FILLER                 PIC X(03) VALUE SPACES.
021900     03 FILLER                 PIC X(08) VALUE '   TOTAL'.
022000     03 FILLER                 PIC X(02) VALUE SPACES.
022100     03 FILLER                 PIC X(12) VALUE 'OBSERVACAO'.
022200
022300 01  HIE-LIN-DETALHE.
022400     03 HIE-LIN-NIVEL          PIC 9(02).
022500     03 FILLER                 PIC X(02) VALUE SPACES.
022600     03 HIE-LIN-ARVORE         PIC X(50).
022700     03 FILLER                 PIC X(01) VALUE SPACES.
022800     03 HIE-LIN-NOME           PIC X(40).
022900     03 FILLER                 PIC X(02) VALUE SPACES.
023000     03 HIE-LIN-QT-PROPRIO     PIC 9(08).
023100     03 FILLER                 PIC X(03) VALUE SPACES.
023200     03 HIE-LIN-QT-TOTAL       PIC 9(08).
023300     03 FILLER                 PIC X(02) VALUE SPACES.
023400     03 HIE-LIN-OBSERVACAO     PIC X(12).
023500
023600 PROCEDURE DIVISION.
023700******************************************************************
023800*    0000-MAINLINE                                               *
023900*    PARAGRAFO PRINCIPAL DO PROGRAMA                             *
024000******************************************************************
024100 0000-MAINLINE.
024200
024300     PERFORM 1000-INICIALIZA        THRU 1000-EXIT.
024400
024500     IF NOT HIE-ABANDONA
024600         PERFORM 2000-APURA-EFETIVO THRU 2000-EXIT
024700     END-IF.
024800
024900     IF NOT HIE-ABANDONA
025000         PERFORM 3000-CONSOLIDA     THRU 3000-EXIT
025100         PERFORM 4000-EMITE-ARVORE  THRU 4000-EXIT
025200     END-IF.
025300
025400     PERFORM 5000-FINALIZA          THRU 5000-EXIT.
025500
025600     STOP RUN.
025700
025800******************************************************************
025900*    1000-INICIALIZA                                             *
026000*    ABRE O RELATORIO, LE O CARTAO DE PARAMETROS (HIEPARM),      *
026100*    CARREGA A TABELA DE DEPARTAMENTOS E RESOLVE A HIERARQUIA    *
026200******************************************************************
026300 1000-INICIALIZA.
026400
026500     OPEN OUTPUT RELHIE1.
026600
026700     MOVE SPACES TO RELHIE1-REGISTRO.
026800     STRING 'EFETIVO CONSOLIDADO PELA HIERARQUIA DE '
026900            'DEPARTAMENTOS - HIE01112'
027000            DELIMITED BY SIZE INTO RELHIE1-REGISTRO.
027100     WRITE RELHIE1-REGISTRO.
027200
027300     PERFORM 1300-LE-PARAMETROS THRU 1300-EXIT.
027400
027500     IF HIE-ABANDONA
027600         GO TO 1000-EXIT
027700     END-IF.
027800
027900     PERFORM 1400-CARREGA-DEPTOS THRU 1400-EXIT.
028000
028100     IF HIE-ABANDONA
028200         GO TO 1000-EXIT
028300     END-IF.
028400
028500     PERFORM 1500-RESOLVE-SUPERIOR THRU 1500-EXIT
028600             VARYING HIE-IX-DPT FROM 1 BY 1
028700             UNTIL HIE-IX-DPT > HIE-QT-DPT.
028800
028900     PERFORM 1600-APURA-NIVEL THRU 1600-EXIT
029000             VARYING HIE-IX-DPT FROM 1 BY 1
029100             UNTIL HIE-IX-DPT > HIE-QT-DPT.
029200
029300 1000-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    1300-LE-PARAMETROS                                          *
029800*    LE O CARTAO DE PARAMETROS (HIEPARM) COM A DATA DA GERACAO   *
029900*    (DD/MM/AAAA). SEM CARTAO OU COM DATA EM BRANCO, O EFETIVO   *
030000*    E O DA EXECUCAO ATUAL; DATA INVALIDA ABANDONA O RELATORIO   *
030100******************************************************************
030200 1300-LE-PARAMETROS.
030300
030400     OPEN INPUT HIEPARM.
030500
030600     IF HIE-FS-HIEPARM NOT EQUAL '00'
030700         GO TO 1300-EXIT
030800     END-IF.
030900
031000     READ HIEPARM
031100         AT END
031200             MOVE SPACES TO HIEPARM-DAT-GERACAO
031300     END-READ.
031400
031500     CLOSE HIEPARM.
031600
031700     IF HIEPARM-DAT-GERACAO EQUAL SPACES
031800         GO TO 1300-EXIT
031900     END-IF.
032000
032100     MOVE HIEPARM-DAT-GERACAO TO HIE-DAT-TRAB.
032200
032300     IF HIE-DAT-TRAB-DD NUMERIC
032400        AND HIE-DAT-TRAB-MM NUMERIC
032500        AND HIE-DAT-TRAB-AA NUMERIC
032600        AND HIE-DAT-TRAB-DD GREATER ZEROS
032700        AND HIE-DAT-TRAB-MM GREATER ZEROS
032800        AND HIE-DAT-TRAB-MM NOT GREATER 12
032900         COMPUTE HIE-DAT-PEDIDA-COMP =
033000                 HIE-DAT-TRAB-AA * 10000
033100               + HIE-DAT-TRAB-MM * 100
033200               + HIE-DAT-TRAB-DD
033300         SET HIE-ORIGEM-GERACAO TO TRUE
033400     ELSE
033500         DISPLAY 'HIE01112 - DATA DE GERACAO INVALIDA: '
033600                  HIEPARM-DAT-GERACAO
033700         MOVE SPACES TO RELHIE1-REGISTRO
033800         STRING 'DATA DE GERACAO INVALIDA NO CARTAO HIEPARM: '
033900                DELIMITED BY SIZE
034000                HIEPARM-DAT-GERACAO DELIMITED BY SIZE
034100           INTO RELHIE1-REGISTRO
034200         WRITE RELHIE1-REGISTRO
034300         SET HIE-ABANDONA TO TRUE
034400         MOVE 12 TO RETURN-CODE
034500     END-IF.
034600
034700 1300-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*    1400-CARREGA-DEPTOS                                         *
035200*    CARREGA O MESTRE DE DEPARTAMENTOS (CADDPTO1) NA TABELA.     *
035300*    SEM O MESTRE NAO HA HIERARQUIA: RETURN-CODE 12. MESTRE QUE  *
035310*    EXCEDE A TABELA: OS DEPARTAMENTOS EXCEDENTES SAO IGNORADOS, *
035320*    O RELHIE1 AVISA QUE OS TOTAIS ESTAO INCOMPLETOS E O         *
035330*    RETURN-CODE E 8                                             *
035400******************************************************************
035500 1400-CARREGA-DEPTOS.
035600
035700     OPEN INPUT CADDPTO1.
035800
035900     IF HIE-FS-CADDPTO1 NOT EQUAL '00'
036000         DISPLAY 'HIE01112 - CADDPTO1 NAO ABERTO FS='
036100                  HIE-FS-CADDPTO1
036200         MOVE SPACES TO RELHIE1-REGISTRO
036300         STRING 'MESTRE DE DEPARTAMENTOS INDISPONIVEL'
036400                DELIMITED BY SIZE INTO RELHIE1-REGISTRO
036500         WRITE RELHIE1-REGISTRO
036600         SET HIE-ABANDONA TO TRUE
036700         MOVE 12 TO RETURN-CODE
036800         GO TO 1400-EXIT
036900     END-IF.
037000
037100     PERFORM 1410-LER-CADDPTO  THRU 1410-EXIT.
037200     PERFORM 1420-CARREGA-DEPTO THRU 1420-EXIT
037300             UNTIL HIE-FIM-CADDPTO.
037400
037500     CLOSE CADDPTO1.
037505
037510     IF HIE-QT-DPT-IGNORADOS GREATER ZEROS
037515         MOVE SPACES TO RELHIE1-REGISTRO
037520         STRING 'DEPTOS IGNORADOS (TABELA CHEIA) ....: '
037525                DELIMITED BY SIZE
037530                HIE-QT-DPT-IGNORADOS DELIMITED BY SIZE
037535                ' - TOTAIS INCOMPLETOS'
037540                DELIMITED BY SIZE
037545           INTO RELHIE1-REGISTRO
037550         WRITE RELHIE1-REGISTRO
037555     END-IF.
037600
037700 1400-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    1410-LER-CADDPTO                                            *
038200*    LE UM REGISTRO DO MESTRE DE DEPARTAMENTOS                   *
038300******************************************************************
038400 1410-LER-CADDPTO.
038500
038600     READ CADDPTO1
038700         AT END
038800             SET HIE-FIM-CADDPTO TO TRUE
038900     END-READ.
039000
039100 1410-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500*    1420-CARREGA-DEPTO                                          *
039600*    GUARDA O DEPARTAMENTO CORRENTE NA TABELA E LE O PROXIMO     *
039700******************************************************************
039800 1420-CARREGA-DEPTO.
039900
040000     IF HIE-QT-DPT LESS HIE-MAX-DPT
040100         ADD 1 TO HIE-QT-DPT
040200         SET HIE-IX-DPT TO HIE-QT-DPT
040300         MOVE ARQDPT01-COD-DPTFN
040400           TO HIE-DPT-COD(HIE-IX-DPT)
040500         MOVE ARQDPT01-NOM-DPTFN
040600           TO HIE-DPT-NOME(HIE-IX-DPT)
040700         MOVE ARQDPT01-COD-DPTFN-SUP
040800           TO HIE-DPT-COD-SUP(HIE-IX-DPT)
040900         MOVE ZEROS TO HIE-DPT-IX-SUP(HIE-IX-DPT)
041000         MOVE ZEROS TO HIE-DPT-NIVEL(HIE-IX-DPT)
041100         MOVE ZEROS TO HIE-DPT-QT-PROPRIO(HIE-IX-DPT)
041200         MOVE ZEROS TO HIE-DPT-QT-TOTAL(HIE-IX-DPT)
041300         SET HIE-DPT-NORMAL(HIE-IX-DPT) TO TRUE
041400     ELSE
041500         DISPLAY 'HIE01112 - MESTRE DE DEPARTAMENTOS EXCEDE A '
041600                 'TABELA, IGNORADO: ' ARQDPT01-COD-DPTFN
041610         ADD 1 TO HIE-QT-DPT-IGNORADOS
041620         IF RETURN-CODE LESS 8
041630             MOVE 8 TO RETURN-CODE
041640         END-IF
041700     END-IF.
041800
041900     PERFORM 1410-LER-CADDPTO THRU 1410-EXIT.
042000
042100 1420-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    1500-RESOLVE-SUPERIOR                                       *
042600*    LOCALIZA NA TABELA O SUPERIOR DO DEPARTAMENTO APONTADO POR  *
042700*    HIE-IX-DPT. SUPERIOR NAO CADASTRADO: O DEPARTAMENTO E       *
042800*    TRATADO COMO RAIZ E SINALIZADO NO RELATORIO                 *
042900******************************************************************
043000 1500-RESOLVE-SUPERIOR.
043100
043200     IF HIE-DPT-COD-SUP(HIE-IX-DPT) EQUAL SPACES
043300         GO TO 1500-EXIT
043400     END-IF.
043500
043600     MOVE HIE-DPT-COD-SUP(HIE-IX-DPT) TO HIE-COD-BUSCA.
043700     PERFORM 1510-BUSCA-CODIGO THRU 1510-EXIT.
043800
043900     IF HIE-IX-ACHADO GREATER ZEROS
044000         MOVE HIE-IX-ACHADO TO HIE-DPT-IX-SUP(HIE-IX-DPT)
044100     ELSE
044200         SET HIE-DPT-SEM-SUPERIOR(HIE-IX-DPT) TO TRUE
044300         ADD 1 TO HIE-QT-SEM-SUPERIOR
044400         DISPLAY 'HIE01112 - SUPERIOR NAO CADASTRADO: '
044500                  HIE-DPT-COD(HIE-IX-DPT) ' -> '
044600                  HIE-DPT-COD-SUP(HIE-IX-DPT)
044700     END-IF.
044800
044900 1500-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*    1510-BUSCA-CODIGO                                           *
045400*    PROCURA HIE-COD-BUSCA NA TABELA DE DEPARTAMENTOS; DEVOLVE   *
045500*    A POSICAO EM HIE-IX-ACHADO (ZEROS SE NAO ENCONTRADO)        *
045600******************************************************************
045700 1510-BUSCA-CODIGO.
045800
045900     MOVE ZEROS TO HIE-IX-ACHADO.
046000
046100     PERFORM 1520-COMPARA-CODIGO THRU 1520-EXIT
046200             VARYING HIE-IX-BUSCA FROM 1 BY 1
046300             UNTIL HIE-IX-BUSCA > HIE-QT-DPT
046400                OR HIE-IX-ACHADO GREATER ZEROS.
046500
046600 1510-EXIT.
046700     EXIT.
046800
046900 1520-COMPARA-CODIGO.
047000
047100     IF HIE-COD-BUSCA EQUAL HIE-DPT-COD(HIE-IX-BUSCA)
047200         SET HIE-IX-ACHADO TO HIE-IX-BUSCA
047300     END-IF.
047400
047500 1520-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    1530-BUSCA-NOME                                             *
048000*    PROCURA HIE-NOM-BUSCA NA TABELA DE DEPARTAMENTOS; DEVOLVE   *
048100*    A POSICAO EM HIE-IX-ACHADO (ZEROS SE NAO ENCONTRADO)        *
048200******************************************************************
048300 1530-BUSCA-NOME.
048400
048500     MOVE ZEROS TO HIE-IX-ACHADO.
048600
048700     PERFORM 1540-COMPARA-NOME THRU 1540-EXIT
048800             VARYING HIE-IX-BUSCA FROM 1 BY 1
048900             UNTIL HIE-IX-BUSCA > HIE-QT-DPT
049000                OR HIE-IX-ACHADO GREATER ZEROS.
049100
049200 1530-EXIT.
049300     EXIT.
049400
049500 1540-COMPARA-NOME.
049600
049700     IF HIE-NOM-BUSCA EQUAL HIE-DPT-NOME(HIE-IX-BUSCA)
049800         SET HIE-IX-ACHADO TO HIE-IX-BUSCA
049900     END-IF.
050000
050100 1540-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500*    1600-APURA-NIVEL                                            *
050600*    PERCORRE A HIERARQUIA DO DEPARTAMENTO APONTADO POR          *
050700*    HIE-IX-DPT ATE A RAIZ: O NIVEL E O NUMERO DE DEPARTAMENTOS  *
050800*    NO CAMINHO (1 = RAIZ). CAMINHO SEM FIM INDICA CICLO         *
050900******************************************************************
051000 1600-APURA-NIVEL.
051100
051200     SET HIE-IX-CRR TO HIE-IX-DPT.
051300     PERFORM 1700-MONTA-PILHA THRU 1700-EXIT.
051400
051500     IF HIE-CICLO
051600         SET HIE-DPT-EM-CICLO(HIE-IX-DPT) TO TRUE
051700         ADD 1 TO HIE-QT-EM-CICLO
051800         DISPLAY 'HIE01112 - DEPARTAMENTO EM CICLO NA '
051900                 'HIERARQUIA: ' HIE-DPT-COD(HIE-IX-DPT)
052000     ELSE
052100         MOVE HIE-QT-PILHA TO HIE-DPT-NIVEL(HIE-IX-DPT)
052200     END-IF.
052300
052400 1600-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800*    1700-MONTA-PILHA                                            *
052900*    EMPILHA A POSICAO HIE-IX-CRR E AS DE TODOS OS SEUS          *
053000*    SUPERIORES ATE A RAIZ (HIE-PILHA-IX(1) = O PROPRIO          *
053100*    DEPARTAMENTO, HIE-PILHA-IX(HIE-QT-PILHA) = A RAIZ)          *
053200******************************************************************
053300 1700-MONTA-PILHA.
053400
053500     MOVE ZEROS TO HIE-QT-PILHA.
053600     MOVE 'N'   TO HIE-SW-CICLO.
053700
053800     PERFORM 1710-EMPILHA THRU 1710-EXIT
053900             UNTIL HIE-IX-CRR EQUAL ZEROS
054000                OR HIE-CICLO.
054100
054200 1700-EXIT.
054300     EXIT.
054400
054500 1710-EMPILHA.
054600
054700     IF HIE-QT-PILHA NOT LESS HIE-QT-DPT
054800         SET HIE-CICLO TO TRUE
054900         GO TO 1710-EXIT
055000     END-IF.
055100
055200     ADD 1 TO HIE-QT-PILHA.
055300     MOVE HIE-IX-CRR TO HIE-PILHA-IX(HIE-QT-PILHA).
055400     MOVE HIE-DPT-IX-SUP(HIE-IX-CRR) TO HIE-IX-CRR.
055500
055600 1710-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    2000-APURA-EFETIVO                                          *
056100*    APURA O EFETIVO ATIVO PROPRIO DE CADA DEPARTAMENTO, DA      *
056200*    EXECUCAO ATUAL OU DA GERACAO PEDIDA                         *
056300******************************************************************
056400 2000-APURA-EFETIVO.
056500
056600     IF HIE-ORIGEM-ATUAL
056700         PERFORM 2100-EFETIVO-ATUAL   THRU 2100-EXIT
056800     ELSE
056900         PERFORM 2300-EFETIVO-GERACAO THRU 2300-EXIT
057000     END-IF.
057100
057200     IF HIE-ABANDONA
057300         GO TO 2000-EXIT
057400     END-IF.
057500
057600     MOVE SPACES TO RELHIE1-REGISTRO.
057700     WRITE RELHIE1-REGISTRO.
057800
057900     WRITE RELHIE1-REGISTRO FROM HIE-LIN-TITULO.
058000
058100     MOVE SPACES TO RELHIE1-REGISTRO.
058200     WRITE RELHIE1-REGISTRO.
058300
058400 2000-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*    2100-EFETIVO-ATUAL                                          *
058900*    CONTA OS FUNCIONARIOS ATIVOS DA BASE DE DISTRIBUICAO DA     *
059000*    EXECUCAO ATUAL (ARQBAS01) PELO CODIGO DO DEPARTAMENTO       *
059100******************************************************************
059200 2100-EFETIVO-ATUAL.
059300
059400     OPEN INPUT ARQBAS01.
059500
059600     IF HIE-FS-ARQBAS01 NOT EQUAL '00'
059700         DISPLAY 'HIE01112 - ARQBAS01 NAO ABERTO FS='
059800                  HIE-FS-ARQBAS01
059900         MOVE SPACES TO RELHIE1-REGISTRO
060000         STRING 'BASE DA EXECUCAO ATUAL (ARQBAS01) INDISPONIVEL'
060100                DELIMITED BY SIZE INTO RELHIE1-REGISTRO
060200         WRITE RELHIE1-REGISTRO
060300         SET HIE-ABANDONA TO TRUE
060400         MOVE 12 TO RETURN-CODE
060500         GO TO 2100-EXIT
060600     END-IF.
060700
060800     MOVE SPACES TO HIE-DAT-EDIT.
060900
061000     PERFORM 2110-LER-ARQBAS    THRU 2110-EXIT.
061100     PERFORM 2120-CONTA-ARQBAS  THRU 2120-EXIT
061200             UNTIL HIE-FIM-ARQBAS.
061300
061400     CLOSE ARQBAS01.
061500
061600     MOVE SPACES TO RELHIE1-REGISTRO.
061700     STRING 'ORIGEM DO EFETIVO ..................: '
061800            'EXECUCAO ATUAL (ARQBAS01) DE '
061900            DELIMITED BY SIZE
062000            HIE-DAT-EDIT DELIMITED BY SIZE
062100       INTO RELHIE1-REGISTRO.
062200     WRITE RELHIE1-REGISTRO.
062300
062400 2100-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800*    2110-LER-ARQBAS                                             *
062900*    LE UM REGISTRO DA BASE DE DISTRIBUICAO                      *
063000******************************************************************
063100 2110-LER-ARQBAS.
063200
063300     READ ARQBAS01
063400         AT END
063500             SET HIE-FIM-ARQBAS TO TRUE
063600     END-READ.
063700
063800 2110-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200*    2120-CONTA-ARQBAS                                           *
064300*    GUARDA A DATA DO CABECALHO; PARA CADA DETALHE ATIVO SOMA 1  *
064400*    AO EFETIVO PROPRIO DO DEPARTAMENTO, OU AO EFETIVO NAO       *
064500*    VINCULADO SE O CODIGO NAO ESTIVER NO CADDPTO1               *
064600******************************************************************
064700 2120-CONTA-ARQBAS.
064800
064900     IF ARQBAS01-TIPO-CABECALHO
065000         MOVE ARQBAS01-CAB-DAT-EXEC TO HIE-DAT-EDIT
065100     END-IF.
065200
065300     IF ARQBAS01-TIPO-DETALHE
065400         ADD 1 TO HIE-QT-REG-LIDOS
065500         IF ARQBAS01-SIT-FUNCI EQUAL 'A'
065600             ADD 1 TO HIE-QT-ATIVOS
065700             MOVE ARQBAS01-COD-DPTFN TO HIE-COD-BUSCA
065800             PERFORM 1510-BUSCA-CODIGO THRU 1510-EXIT
065900             PERFORM 2200-SOMA-PROPRIO THRU 2200-EXIT
066000         END-IF
066100     END-IF.
066200
066300     PERFORM 2110-LER-ARQBAS THRU 2110-EXIT.
066400
066500 2120-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900*    2200-SOMA-PROPRIO                                           *
067000*    SOMA 1 AO EFETIVO PROPRIO DO DEPARTAMENTO EM HIE-IX-ACHADO  *
067100*    OU AO EFETIVO NAO VINCULADO A HIERARQUIA                    *
067200******************************************************************
067300 2200-SOMA-PROPRIO.
067400
067500     IF HIE-IX-ACHADO GREATER ZEROS
067600         ADD 1 TO HIE-DPT-QT-PROPRIO(HIE-IX-ACHADO)
067700         ADD 1 TO HIE-QT-VINCULADOS
067800     ELSE
067900         ADD 1 TO HIE-QT-NAO-VINCULADOS
068000     END-IF.
068100
068200 2200-EXIT.
068300     EXIT.
068400
068500******************************************************************
068600*    2300-EFETIVO-GERACAO                                        *
068700*    APURA A GERACAO MAIS RECENTE DO HISTGEN1 NAO POSTERIOR A    *
068800*    DATA PEDIDA (PRIMEIRA PASSADA) E CONTA OS FUNCIONARIOS      *
068900*    ATIVOS DESSA GERACAO PELO NOME DO DEPARTAMENTO (SEGUNDA     *
069000*    PASSADA)                                                    *
069100******************************************************************
069200 2300-EFETIVO-GERACAO.
069300
069400     OPEN INPUT HISTGEN1.
069500
069600     IF HIE-FS-HISTGEN1 NOT EQUAL '00'
069700         DISPLAY 'HIE01112 - HISTGEN1 NAO ABERTO FS='
069800                  HIE-FS-HISTGEN1
069900         MOVE SPACES TO RELHIE1-REGISTRO
070000         STRING 'ARQUIVO DE GERACOES INDISPONIVEL'
070100                DELIMITED BY SIZE INTO RELHIE1-REGISTRO
070200         WRITE RELHIE1-REGISTRO
070300         SET HIE-ABANDONA TO TRUE
070400         MOVE 12 TO RETURN-CODE
070500         GO TO 2300-EXIT
070600     END-IF.
070700
070800     PERFORM 2310-LER-HISTGEN    THRU 2310-EXIT.
070900     PERFORM 2320-APURA-GERACAO  THRU 2320-EXIT
071000             UNTIL HIE-FIM-HISTGEN.
071100     CLOSE HISTGEN1.
071200
071300     MOVE SPACES TO RELHIE1-REGISTRO.
071400     STRING 'DATA PEDIDA ........................: '
071500            DELIMITED BY SIZE
071600            HIEPARM-DAT-GERACAO DELIMITED BY SIZE
071700       INTO RELHIE1-REGISTRO.
071800     WRITE RELHIE1-REGISTRO.
071900
072000     IF HIE-DAT-ESCOLHIDA EQUAL ZEROS
072100         MOVE SPACES TO RELHIE1-REGISTRO
072200         STRING 'NENHUMA GERACAO DISPONIVEL ATE A DATA PEDIDA'
072300                DELIMITED BY SIZE INTO RELHIE1-REGISTRO
072400         WRITE RELHIE1-REGISTRO
072500         SET HIE-ABANDONA TO TRUE
072600         IF RETURN-CODE LESS 4
072700             MOVE 4 TO RETURN-CODE
072800         END-IF
072900         GO TO 2300-EXIT
073000     END-IF.
073100
073200     MOVE HIE-DAT-ESCOLHIDA TO HIE-DAT-COMP-DESM.
073300     PERFORM 2400-EDITA-DATA THRU 2400-EXIT.
073400
073500     MOVE SPACES TO RELHIE1-REGISTRO.
073600     STRING 'ORIGEM DO EFETIVO ..................: '
073700            'GERACAO DO HISTGEN1 DE '
073800            DELIMITED BY SIZE
073900            HIE-DAT-EDIT DELIMITED BY SIZE
074000       INTO RELHIE1-REGISTRO.
074100     WRITE RELHIE1-REGISTRO.
074200
074300     MOVE 'N' TO HIE-SW-FIM-HISTGEN.
074400     OPEN INPUT HISTGEN1.
074500
074600     PERFORM 2310-LER-HISTGEN    THRU 2310-EXIT.
074700     PERFORM 2330-CONTA-GERACAO  THRU 2330-EXIT
074800             UNTIL HIE-FIM-HISTGEN.
074900     CLOSE HISTGEN1.
075000
075100 2300-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500*    2310-LER-HISTGEN                                            *
075600*    LE UM REGISTRO DO ARQUIVO DE GERACOES (HISTGEN1)            *
075700******************************************************************
075800 2310-LER-HISTGEN.
075900
076000     READ HISTGEN1
076100         AT END
076200             SET HIE-FIM-HISTGEN TO TRUE
076300     END-READ.
076400
076500 2310-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900*    2320-APURA-GERACAO                                          *
077000*    GUARDA A MAIOR DATA DE GERACAO NAO POSTERIOR A DATA PEDIDA  *
077100*    E LE O PROXIMO REGISTRO                                     *
077200******************************************************************
077300 2320-APURA-GERACAO.
077400
077500     PERFORM 2340-CONVERTE-DATA-GER THRU 2340-EXIT.
077600
077700     IF HIE-DAT-GER-COMP GREATER ZEROS
077800        AND HIE-DAT-GER-COMP NOT GREATER HIE-DAT-PEDIDA-COMP
077900        AND HIE-DAT-GER-COMP GREATER HIE-DAT-ESCOLHIDA
078000         MOVE HIE-DAT-GER-COMP TO HIE-DAT-ESCOLHIDA
078100     END-IF.
078200
078300     PERFORM 2310-LER-HISTGEN THRU 2310-EXIT.
078400
078500 2320-EXIT.
078600     EXIT.
078700
078800******************************************************************
078900*    2330-CONTA-GERACAO                                          *
079000*    PARA CADA FUNCIONARIO ATIVO DA GERACAO ESCOLHIDA SOMA 1 AO  *
079100*    EFETIVO PROPRIO DO DEPARTAMENTO DE MESMO NOME NO CADDPTO1   *
079200*    E LE O PROXIMO REGISTRO                                     *
079300******************************************************************
079400 2330-CONTA-GERACAO.
079500
079600     PERFORM 2340-CONVERTE-DATA-GER THRU 2340-EXIT.
079700
079800     IF HIE-DAT-GER-COMP EQUAL HIE-DAT-ESCOLHIDA
079900         ADD 1 TO HIE-QT-REG-LIDOS
080000         IF ARQHGN01-SIT-FUNCI EQUAL 'A'
080100             ADD 1 TO HIE-QT-ATIVOS
080200             MOVE ARQHGN01-NOM-DPTFN TO HIE-NOM-BUSCA
080300             PERFORM 1530-BUSCA-NOME   THRU 1530-EXIT
080400             PERFORM 2200-SOMA-PROPRIO THRU 2200-EXIT
080500         END-IF
080600     END-IF.
080700
080800     PERFORM 2310-LER-HISTGEN THRU 2310-EXIT.
080900
081000 2330-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400*    2340-CONVERTE-DATA-GER                                      *
081500*    CONVERTE ARQHGN01-DAT-GERACAO (DD/MM/AAAA) PARA O FORMATO   *
081600*    COMPARAVEL AAAAMMDD EM HIE-DAT-GER-COMP (ZEROS SE INVALIDA) *
081700******************************************************************
081800 2340-CONVERTE-DATA-GER.
081900
082000     MOVE ARQHGN01-DAT-GERACAO TO HIE-DAT-TRAB.
082100
082200     IF HIE-DAT-TRAB-DD NUMERIC
082300        AND HIE-DAT-TRAB-MM NUMERIC
082400        AND HIE-DAT-TRAB-AA NUMERIC
082500         COMPUTE HIE-DAT-GER-COMP =
082600                 HIE-DAT-TRAB-AA * 10000
082700               + HIE-DAT-TRAB-MM * 100
082800               + HIE-DAT-TRAB-DD
082900     ELSE
083000         MOVE ZEROS TO HIE-DAT-GER-COMP
083100     END-IF.
083200
083300 2340-EXIT.
083400     EXIT.
083500
083600******************************************************************
083700*    2400-EDITA-DATA                                             *
083800*    EDITA A DATA COMPARAVEL (AAAAMMDD) EM HIE-DAT-COMP-DESM     *
083900*    PARA O FORMATO DD/MM/AAAA EM HIE-DAT-EDIT                   *
084000******************************************************************
084100 2400-EDITA-DATA.
084200
084300     MOVE SPACES TO HIE-DAT-EDIT.
084400     STRING HIE-DESM-DD   DELIMITED BY SIZE
084500            '/'           DELIMITED BY SIZE
084600            HIE-DESM-MM   DELIMITED BY SIZE
084700            '/'           DELIMITED BY SIZE
084800            HIE-DESM-AAAA DELIMITED BY SIZE
084900       INTO HIE-DAT-EDIT.
085000
085100 2400-EXIT.
085200     EXIT.
085300
085400******************************************************************
085500*    3000-CONSOLIDA                                              *
085600*    SOMA O EFETIVO PROPRIO DE CADA DEPARTAMENTO AO TOTAL DELE   *
085700*    MESMO E DE TODOS OS SEUS SUPERIORES ATE A RAIZ. O           *
085800*    DEPARTAMENTO EM CICLO SO SOMA AO PROPRIO TOTAL              *
085900******************************************************************
086000 3000-CONSOLIDA.
086100
086200     PERFORM 3100-CONSOLIDA-DEPTO THRU 3100-EXIT
086300             VARYING HIE-IX-DPT FROM 1 BY 1
086400             UNTIL HIE-IX-DPT > HIE-QT-DPT.
086500
086600 3000-EXIT.
086700     EXIT.
086800
086900******************************************************************
087000*    3100-CONSOLIDA-DEPTO                                        *
087100*    SOBE A HIERARQUIA DO DEPARTAMENTO APONTADO POR HIE-IX-DPT   *
087200*    SOMANDO O SEU EFETIVO PROPRIO A CADA DEPARTAMENTO DO        *
087300*    CAMINHO                                                     *
087400******************************************************************
087500 3100-CONSOLIDA-DEPTO.
087600
087700     IF HIE-DPT-QT-PROPRIO(HIE-IX-DPT) EQUAL ZEROS
087800         GO TO 3100-EXIT
087900     END-IF.
088000
088100     IF HIE-DPT-EM-CICLO(HIE-IX-DPT)
088200         ADD HIE-DPT-QT-PROPRIO(HIE-IX-DPT)
088300          TO HIE-DPT-QT-TOTAL(HIE-IX-DPT)
088400         GO TO 3100-EXIT
088500     END-IF.
088600
088700     SET HIE-IX-CRR TO HIE-IX-DPT.
088800     PERFORM 1700-MONTA-PILHA THRU 1700-EXIT.
088900
089000     PERFORM 3110-SOMA-CAMINHO THRU 3110-EXIT
089100             VARYING HIE-IX-SEG FROM 1 BY 1
089200             UNTIL HIE-IX-SEG > HIE-QT-PILHA.
089300
089400 3100-EXIT.
089500     EXIT.
089600
089700 3110-SOMA-CAMINHO.
089800
089900     MOVE HIE-PILHA-IX(HIE-IX-SEG) TO HIE-IX-POS.
090000     ADD HIE-DPT-QT-PROPRIO(HIE-IX-DPT)
090100      TO HIE-DPT-QT-TOTAL(HIE-IX-POS).
090200
090300 3110-EXIT.
090400     EXIT.
090500
090600******************************************************************
090700*    4000-EMITE-ARVORE                                           *
090800*    CLASSIFICA OS DEPARTAMENTOS NA ORDEM DA ARVORE (CAMINHO DE  *
090900*    CODIGOS A PARTIR DA RAIZ) E EMITE UMA LINHA POR             *
091000*    DEPARTAMENTO, RECUADA CONFORME O NIVEL, SEGUIDA DOS TOTAIS  *
091100******************************************************************
091200 4000-EMITE-ARVORE.
091300
091400     SORT HIE-ORDENA
091500          ON ASCENDING KEY HIE-SRT-CAMINHO
091600                           HIE-SRT-IX-DPT
091700          INPUT  PROCEDURE IS 4100-LIBERA-DEPTOS THRU 4199-EXIT
091800          OUTPUT PROCEDURE IS 4200-IMPRIME-DEPTOS THRU 4299-EXIT.
091900
092000     PERFORM 4300-EMITE-TOTAIS THRU 4300-EXIT.
092100
092200 4000-EXIT.
092300     EXIT.
092400
092500******************************************************************
092600*    4100-LIBERA-DEPTOS                                          *
092700*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA UM         *
092800*    REGISTRO POR DEPARTAMENTO COM O CAMINHO DESDE A RAIZ (ATE   *
092900*    20 NIVEIS). DEPARTAMENTOS EM CICLO VAO PARA O FIM           *
093000******************************************************************
093100 4100-LIBERA-DEPTOS.
093200
093300     PERFORM 4110-LIBERA-DEPTO THRU 4110-EXIT
093400             VARYING HIE-IX-DPT FROM 1 BY 1
093500             UNTIL HIE-IX-DPT > HIE-QT-DPT.
093600
093700     GO TO 4199-EXIT.
093800
093900 4110-LIBERA-DEPTO.
094000
094100     MOVE SPACES TO HIE-SRT-CAMINHO.
094200     SET HIE-SRT-IX-DPT TO HIE-IX-DPT.
094300
094400     IF HIE-DPT-EM-CICLO(HIE-IX-DPT)
094500         MOVE HIGH-VALUES TO HIE-SRT-SEGMENTO(1)
094600         MOVE HIE-DPT-COD(HIE-IX-DPT) TO HIE-SRT-SEGMENTO(2)
094700     ELSE
094800         SET HIE-IX-CRR TO HIE-IX-DPT
094900         PERFORM 1700-MONTA-PILHA THRU 1700-EXIT
095000         MOVE HIE-QT-PILHA TO HIE-QT-SEGMENTOS
095100         IF HIE-QT-SEGMENTOS GREATER 20
095200             MOVE 20 TO HIE-QT-SEGMENTOS
095300         END-IF
095400         PERFORM 4120-MONTA-SEGMENTO THRU 4120-EXIT
095500                 VARYING HIE-IX-SEG FROM 1 BY 1
095600                 UNTIL HIE-IX-SEG > HIE-QT-SEGMENTOS
095700     END-IF.
095800
095900     RELEASE HIE-SRT-REGISTRO.
096000
096100 4110-EXIT.
096200     EXIT.
096300
096400 4120-MONTA-SEGMENTO.
096500
096600     COMPUTE HIE-IX-POS = HIE-QT-PILHA - HIE-IX-SEG + 1.
096700     MOVE HIE-PILHA-IX(HIE-IX-POS) TO HIE-IX-CRR.
096800     MOVE HIE-DPT-COD(HIE-IX-CRR)
096900       TO HIE-SRT-SEGMENTO(HIE-IX-SEG).
097000
097100 4120-EXIT.
097200     EXIT.
097300
097400 4199-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800*    4200-IMPRIME-DEPTOS                                         *
097900*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: EMITE A LINHA DE    *
098000*    CADA DEPARTAMENTO NA ORDEM DA ARVORE                        *
098100******************************************************************
098200 4200-IMPRIME-DEPTOS.
098300
098400     MOVE 'N' TO HIE-SW-FIM-ORDENA.
098500
098600     PERFORM 4210-RETORNA-DEPTO THRU 4210-EXIT.
098700     PERFORM 4220-IMPRIME-DEPTO THRU 4220-EXIT
098800             UNTIL HIE-FIM-ORDENA.
098900
099000     GO TO 4299-EXIT.
099100
099200 4210-RETORNA-DEPTO.
099300
099400     RETURN HIE-ORDENA
099500         AT END
099600             SET HIE-FIM-ORDENA TO TRUE
099700     END-RETURN.
099800
099900 4210-EXIT.
100000     EXIT.
100100
100200 4220-IMPRIME-DEPTO.
100300
100400     SET HIE-IX-DPT TO HIE-SRT-IX-DPT.
100500
100600     MOVE SPACES TO HIE-LIN-ARVORE.
100700     MOVE SPACES TO HIE-LIN-OBSERVACAO.
100800
100900     MOVE HIE-DPT-NIVEL(HIE-IX-DPT) TO HIE-QT-RECUO.
101000     IF HIE-QT-RECUO GREATER 18
101100         MOVE 18 TO HIE-QT-RECUO
101200     END-IF.
101300     IF HIE-QT-RECUO GREATER ZEROS
101400         SUBTRACT 1 FROM HIE-QT-RECUO
101500     END-IF.
101600     COMPUTE HIE-QT-RECUO = HIE-QT-RECUO * 2 + 1.
101700
101800     MOVE HIE-DPT-COD(HIE-IX-DPT)
101900       TO HIE-LIN-ARVORE(HIE-QT-RECUO:15).
102000     MOVE HIE-DPT-NIVEL(HIE-IX-DPT)      TO HIE-LIN-NIVEL.
102100     MOVE HIE-DPT-NOME(HIE-IX-DPT)       TO HIE-LIN-NOME.
102200     MOVE HIE-DPT-QT-PROPRIO(HIE-IX-DPT) TO HIE-LIN-QT-PROPRIO.
102300     MOVE HIE-DPT-QT-TOTAL(HIE-IX-DPT)   TO HIE-LIN-QT-TOTAL.
102400
102500     IF HIE-DPT-SEM-SUPERIOR(HIE-IX-DPT)
102600         MOVE 'SUP.N/CADAST' TO HIE-LIN-OBSERVACAO
102700     END-IF.
102800     IF HIE-DPT-EM-CICLO(HIE-IX-DPT)
102900         MOVE 'CICLO'        TO HIE-LIN-OBSERVACAO
103000     END-IF.
103100
103200     WRITE RELHIE1-REGISTRO FROM HIE-LIN-DETALHE.
103300     ADD 1 TO HIE-QT-LINHAS.
103400
103500     PERFORM 4210-RETORNA-DEPTO THRU 4210-EXIT.
103600
103700 4220-EXIT.
103800     EXIT.
103900
104000 4299-EXIT.
104100     EXIT.
104200
104300******************************************************************
104400*    4300-EMITE-TOTAIS                                           *
104500*    EMITE OS TOTAIS DO RELATORIO E SINALIZA NO RETURN-CODE O    *
104600*    EFETIVO FORA DA HIERARQUIA, OS SUPERIORES NAO CADASTRADOS   *
104700*    E OS CICLOS                                                 *
104800******************************************************************
104900 4300-EMITE-TOTAIS.
105000
105100     MOVE SPACES TO RELHIE1-REGISTRO.
105200     WRITE RELHIE1-REGISTRO.
105300
105400     IF HIE-QT-NAO-VINCULADOS GREATER ZEROS
105500         MOVE SPACES TO RELHIE1-REGISTRO
105600         STRING 'EFETIVO NAO VINCULADO A HIERARQUIA .: '
105700                DELIMITED BY SIZE
105800                HIE-QT-NAO-VINCULADOS DELIMITED BY SIZE
105900                '  (DEPARTAMENTO FORA DO CADDPTO1)'
106000                DELIMITED BY SIZE
106100           INTO RELHIE1-REGISTRO
106200         WRITE RELHIE1-REGISTRO
106300         IF RETURN-CODE LESS 4
106400             MOVE 4 TO RETURN-CODE
106500         END-IF
106600     END-IF.
106700
106800     MOVE SPACES TO RELHIE1-REGISTRO.
106900     STRING 'TOTAL DE DEPARTAMENTOS .............: '
107000            DELIMITED BY SIZE
107100            HIE-QT-LINHAS DELIMITED BY SIZE
107200       INTO RELHIE1-REGISTRO.
107300     WRITE RELHIE1-REGISTRO.
107400
107500     MOVE SPACES TO RELHIE1-REGISTRO.
107600     STRING 'EFETIVO VINCULADO A HIERARQUIA .....: '
107700            DELIMITED BY SIZE
107800            HIE-QT-VINCULADOS DELIMITED BY SIZE
107900       INTO RELHIE1-REGISTRO.
108000     WRITE RELHIE1-REGISTRO.
108100
108200     MOVE SPACES TO RELHIE1-REGISTRO.
108300     STRING 'TOTAL DE FUNCIONARIOS ATIVOS .......: '
108400            DELIMITED BY SIZE
108500            HIE-QT-ATIVOS DELIMITED BY SIZE
108600       INTO RELHIE1-REGISTRO.
108700     WRITE RELHIE1-REGISTRO.
108800
108900     IF HIE-QT-SEM-SUPERIOR GREATER ZEROS
109000         MOVE SPACES TO RELHIE1-REGISTRO
109100         STRING 'SUPERIOR NAO CADASTRADO (RAIZ) .....: '
109200                DELIMITED BY SIZE
109300                HIE-QT-SEM-SUPERIOR DELIMITED BY SIZE
109400           INTO RELHIE1-REGISTRO
109500         WRITE RELHIE1-REGISTRO
109600         IF RETURN-CODE LESS 4
109700             MOVE 4 TO RETURN-CODE
109800         END-IF
109900     END-IF.
110000
110100     IF HIE-QT-EM-CICLO GREATER ZEROS
110200         MOVE SPACES TO RELHIE1-REGISTRO
110300         STRING 'DEPARTAMENTOS EM CICLO .............: '
110400                DELIMITED BY SIZE
110500                HIE-QT-EM-CICLO DELIMITED BY SIZE
110600           INTO RELHIE1-REGISTRO
110700         WRITE RELHIE1-REGISTRO
110800         IF RETURN-CODE LESS 8
110900             MOVE 8 TO RETURN-CODE
111000         END-IF
111100     END-IF.
111200
111300 4300-EXIT.
111400     EXIT.
111500
111600******************************************************************
111700*    5000-FINALIZA                                               *
111800*    FECHA O RELATORIO E EXIBE O RESUMO DO PROCESSAMENTO         *
111900******************************************************************
112000 5000-FINALIZA.
112100
112200     CLOSE RELHIE1.
112300
112400     DISPLAY 'HIE01112 - DEPARTAMENTOS .......: '
112500              HIE-QT-DPT.
112600     DISPLAY 'HIE01112 - REGISTROS LIDOS .....: '
112700              HIE-QT-REG-LIDOS.
112800     DISPLAY 'HIE01112 - FUNCIONARIOS ATIVOS .: '
112900              HIE-QT-ATIVOS.
113000     DISPLAY 'HIE01112 - NAO VINCULADOS ......: '
113100              HIE-QT-NAO-VINCULADOS.
113200
113300 5000-EXIT.
113400     EXIT.
