000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRF01112.
000300 AUTHOR.        E.SANTANA.
000400 INSTALLATION.  DEPTO DE SISTEMAS - FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAMA .: TRF01112                                       *
001000*    FUNCAO   .: PERCORRE AS GERACOES DATADAS DO HISTORICO DO    *
001100*                CADASTRO (HISTGEN1) POR COD-FUNCI, EM ORDEM DE  *
001200*                DATA DE GERACAO, E EMITE:                       *
001300*                - O REGISTRO DE TRANSFERENCIAS (RELTRF1): CADA  *
001400*                  MUDANCA DE DEPARTAMENTO OU DE ESCRITORIO      *
001500*                  ENTRE DUAS GERACOES DO FUNCIONARIO, COM O     *
001600*                  VALOR ANTERIOR, O NOVO E A DATA DA GERACAO EM *
001700*                  QUE A MUDANCA APARECEU PELA PRIMEIRA VEZ,     *
001800*                  LIMITADO AO PERIODO DO CARTAO TRFPARM (EM     *
001900*                  BRANCO, TODAS AS GERACOES);                   *
002000*                - A TRAJETORIA INDIVIDUAL (RELTRJ1) DOS         *
002100*                  FUNCIONARIOS PEDIDOS NO CARTAO TRFCARD1 (UM   *
002200*                  COD-FUNCI POR LINHA, COM CURINGA DE PREFIXO   *
002300*                  OPCIONAL '*', COMO NO CONCARD1): CADA PERIODO *
002400*                  PASSADO EM UM MESMO ESCRITORIO, DEPARTAMENTO  *
002500*                  E SITUACAO, COM A PRIMEIRA E A ULTIMA GERACAO *
002600*                  DO PERIODO.                                   *
002700*                HISTGEN1 INDISPONIVEL OU PERIODO INVALIDO:      *
002800*                RETURN-CODE 12.                                 *
002900*                                                                *
003000*    REGISTRO DE ALTERACOES                                     *
003100*    ----------------------------------------------------------- *
003200*    DATA       AUTOR     DESCRICAO                              *
003300*    ---------- --------- ------------------------------------- *
003400*    15/10/2026 EAS       PROGRAMA ORIGINAL.                     *
003500*                                                                *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 SPECIAL-NAMES.
004200     DECIMAL-POINT IS COMMA.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT HISTGEN1  ASSIGN TO HISTGEN1
004600                      ORGANIZATION IS LINE SEQUENTIAL
004700                      FILE STATUS  IS TRF-FS-HISTGEN1.
004800
004900     SELECT TRFPARM   ASSIGN TO TRFPARM
005000                      ORGANIZATION IS LINE SEQUENTIAL
005100                      FILE STATUS  IS TRF-FS-TRFPARM.
005200
005300     SELECT TRFCARD1  ASSIGN TO TRFCARD1
005400                      ORGANIZATION IS LINE SEQUENTIAL
005500                      FILE STATUS  IS TRF-FS-TRFCARD1.
005600
005700     SELECT RELTRF1   ASSIGN TO RELTRF1
005800                      ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT RELTRJ1   ASSIGN TO RELTRJ1
006100                      ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT TRF-ORDENA ASSIGN TO SORTWK1.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  HISTGEN1
006800     RECORDING MODE IS F.
006900 COPY HGN01112.
007000
007100 FD  TRFPARM
007200     RECORDING MODE IS F.
007300 01  TRFPARM-REGISTRO.
007400     03 TRFPARM-DAT-INICIO           PIC X(10).
007500     03 TRFPARM-DAT-FIM              PIC X(10).
007600     03 FILLER                       PIC X(60).
007700
007800 FD  TRFCARD1
007900     RECORDING MODE IS F.
008000 01  TRFCARD1-REGISTRO.
008100     03 TRFCARD1-COD-FUNCI           PIC X(08).
008200     03 FILLER                       PIC X(72).
008300
008400 FD  RELTRF1
008500     RECORDING MODE IS F.
008600 01  RELTRF1-REGISTRO               PIC X(130).
008700
008800 FD  RELTRJ1
008900     RECORDING MODE IS F.
009000 01  RELTRJ1-REGISTRO               PIC X(130).
009100
009200 SD  TRF-ORDENA.
009300 01  TRF-SRT-REGISTRO.
009400     03 TRF-SRT-COD-FUNCI            PIC X(08).
009500     03 TRF-SRT-DAT                  PIC 9(08).
009600     03 TRF-SRT-DAT-GERACAO          PIC X(10).
009700     03 TRF-SRT-NOM-FUNCI            PIC X(50).
009800     03 TRF-SRT-NOM-ESCRT            PIC X(30).
009900     03 TRF-SRT-NOM-DPTFN            PIC X(55).
010000     03 TRF-SRT-SIT-FUNCI            PIC X(01).
010100
010200 WORKING-STORAGE SECTION.
010300******************************************************************
010400*    SWITCHES E CONTADORES GERAIS DO PROGRAMA                    *
010500******************************************************************
010600 77  TRF-FS-HISTGEN1           PIC X(02) VALUE '00'.
010700 77  TRF-FS-TRFPARM            PIC X(02) VALUE '00'.
010800 77  TRF-FS-TRFCARD1           PIC X(02) VALUE '00'.
010900
011000 77  TRF-SW-FIM-HISTGEN        PIC X(01) VALUE 'N'.
011100     88 TRF-FIM-HISTGEN             VALUE 'S'.
011200
011300 77  TRF-SW-FIM-TRFCARD1       PIC X(01) VALUE 'N'.
011400     88 TRF-FIM-TRFCARD1            VALUE 'S'.
011500
011600 77  TRF-SW-FIM-ORDENA         PIC X(01) VALUE 'N'.
011700     88 TRF-FIM-ORDENA              VALUE 'S'.
011800
011900 77  TRF-SW-ABANDONA           PIC X(01) VALUE 'N'.
012000     88 TRF-ABANDONA                VALUE 'S'.
012100
012200 77  TRF-QT-REG-LIDOS          PIC 9(08) VALUE ZEROS.
012300 77  TRF-QT-REG-INVALIDOS      PIC 9(08) VALUE ZEROS.
012400 77  TRF-QT-FUNCIONARIOS       PIC 9(08) VALUE ZEROS.
012500 77  TRF-QT-TRANSF-DPTFN       PIC 9(08) VALUE ZEROS.
012600 77  TRF-QT-TRANSF-ESCRT       PIC 9(08) VALUE ZEROS.
012700 77  TRF-QT-FUNCI-TRANSF       PIC 9(08) VALUE ZEROS.
012800 77  TRF-QT-PEDIDOS            PIC 9(08) VALUE ZEROS.
012900 77  TRF-QT-ATENDIDOS          PIC 9(08) VALUE ZEROS.
013000 77  TRF-QT-NAO-ATENDIDOS      PIC 9(08) VALUE ZEROS.
013100 77  TRF-QT-TRAJETORIAS        PIC 9(08) VALUE ZEROS.
013200 77  TRF-QT-PERIODOS           PIC 9(08) VALUE ZEROS.
013300
013400******************************************************************
013500*    PERIODO DO REGISTRO DE TRANSFERENCIAS (CARTAO TRFPARM) E    *
013600*    CONVERSAO DE DATAS DD/MM/AAAA PARA AAAAMMDD COMPARAVEL      *
013700******************************************************************
013800 77  TRF-DAT-INICIO-COMP       PIC 9(08) VALUE ZEROS.
013900 77  TRF-DAT-FIM-COMP          PIC 9(08) VALUE 99999999.
014000 77  TRF-DAT-COMP              PIC 9(08) VALUE ZEROS.
014100
014200 01  TRF-DAT-TRAB              PIC X(10) VALUE SPACES.
014300 01  TRF-DAT-TRAB-O       REDEFINES TRF-DAT-TRAB.
014400     03 TRF-DAT-TRAB-DD        PIC 9(02).
014500     03 TRF-DAT-TRAB-B1        PIC X(01).
014600     03 TRF-DAT-TRAB-MM        PIC 9(02).
014700     03 TRF-DAT-TRAB-B2        PIC X(01).
014800     03 TRF-DAT-TRAB-AA        PIC 9(04).
014900
015000 01  TRF-DES-PERIODO           PIC X(40) VALUE SPACES.
015100
015200******************************************************************
015300*    TABELA DOS PEDIDOS DE TRAJETORIA (CARTAO TRFCARD1): CODIGO  *
015400*    EXATO OU PREFIXO COM CURINGA '*'                            *
015500******************************************************************
015600 77  TRF-QT-PED                PIC 9(04) VALUE ZEROS.
015700 77  TRF-MAX-PED               PIC 9(04) VALUE 500.
015800
015900 01  TRF-TAB-PED.
016000     03 TRF-PED OCCURS 500 TIMES INDEXED BY TRF-IX-PED.
016100        05 TRF-PED-COD         PIC X(08).
016200        05 TRF-PED-TAM-PREFIXO PIC 9(02).
016300        05 TRF-PED-SW-CURINGA  PIC X(01).
016400           88 TRF-PED-CURINGA       VALUE 'S'.
016500        05 TRF-PED-SW-ATENDIDO PIC X(01).
016600           88 TRF-PED-ATENDIDO      VALUE 'S'.
016700
016800 77  TRF-COD-PEDIDO            PIC X(08) VALUE SPACES.
016900 77  TRF-TAM-PREFIXO           PIC 9(02) VALUE ZEROS.
017000 77  TRF-IX-CARACTER           PIC 9(02) VALUE ZEROS.
017100
017200 77  TRF-SW-PEDIDO-CURINGA     PIC X(01) VALUE 'N'.
017300     88 TRF-PEDIDO-CURINGA          VALUE 'S'.
017400
017500 77  TRF-SW-FIM-PREFIXO        PIC X(01) VALUE 'N'.
017600     88 TRF-FIM-PREFIXO             VALUE 'S'.
017700
017800******************************************************************
017900*    FUNCIONARIO CORRENTE NO PERCURSO DAS GERACOES: GERACAO      *
018000*    ANTERIOR (PARA O REGISTRO DE TRANSFERENCIAS) E PERIODO EM   *
018100*    ABERTO DA TRAJETORIA                                        *
018200******************************************************************
018300 77  TRF-COD-ATUAL             PIC X(08) VALUE SPACES.
018400
018500 77  TRF-SW-PRIMEIRO           PIC X(01) VALUE 'S'.
018600     88 TRF-PRIMEIRO                VALUE 'S'.
018700
018800 77  TRF-SW-FUNCI-PEDIDO       PIC X(01) VALUE 'N'.
018900     88 TRF-FUNCI-PEDIDO            VALUE 'S'.
019000
019100 77  TRF-SW-FUNCI-TRANSF       PIC X(01) VALUE 'N'.
019200     88 TRF-FUNCI-TRANSF            VALUE 'S'.
019300
019400 77  TRF-ANT-NOM-ESCRT         PIC X(30) VALUE SPACES.
019500 77  TRF-ANT-NOM-DPTFN         PIC X(55) VALUE SPACES.
019600
019700 77  TRF-PER-DAT-INICIO        PIC X(10) VALUE SPACES.
019800 77  TRF-PER-DAT-FIM           PIC X(10) VALUE SPACES.
019900 77  TRF-PER-QT-GERACOES       PIC 9(04) VALUE ZEROS.
020000 77  TRF-PER-NOM-ESCRT         PIC X(30) VALUE SPACES.
020100 77  TRF-PER-NOM-DPTFN         PIC X(55) VALUE SPACES.
020200 77  TRF-PER-SIT-FUNCI         PIC X(01) VALUE SPACES.
020300
020400******************************************************************
020500*    LINHAS DO REGISTRO DE TRANSFERENCIAS (RELTRF1)              *
020600******************************************************************
020700 01  TRF-LIN-TIT-TRANSF.
020800     03 FILLER                 PIC X(08) VALUE 'CODIGO'.
020900     03 FILLER                 PIC X(01) VALUE SPACES.
021000     03 FILLER                 PIC X(20) VALUE 'NOME'.
021100     03 FILLER                 PIC X(01) VALUE SPACES.
021200     03 FILLER                 PIC X(10) VALUE 'GERACAO'.
021300     03 FILLER                 PIC X(01) VALUE SPACES.
021400     03 FILLER                 PIC X(05) VALUE 'TIPO'.
021500     03 FILLER                 PIC X(01) VALUE SPACES.
021600     03 FILLER                 PIC X(40) VALUE 'DE'.
021700     03 FILLER                 PIC X(01) VALUE SPACES.
021800     03 FILLER                 PIC X(40) VALUE 'PARA'.
021900
022000 01  TRF-LIN-TRANSF.
022100     03 TRF-LIN-COD-FUNCI      PIC X(08).
022200     03 FILLER                 PIC X(01) VALUE SPACES.
022300     03 TRF-LIN-NOM-FUNCI      PIC X(20).
022400     03 FILLER                 PIC X(01) VALUE SPACES.
022500     03 TRF-LIN-DAT-GERACAO    PIC X(10).
022600     03 FILLER                 PIC X(01) VALUE SPACES.
022700     03 TRF-LIN-TIPO           PIC X(05).
022800     03 FILLER                 PIC X(01) VALUE SPACES.
022900     03 TRF-LIN-DE             PIC X(40).
023000     03 FILLER                 PIC X(01) VALUE SPACES.
023100     03 TRF-LIN-PARA           PIC X(40).
023200
023300******************************************************************
023400*    LINHAS DA TRAJETORIA INDIVIDUAL (RELTRJ1)                   *
023500******************************************************************
023600 01  TRF-LIN-TIT-PERIODO.
023700     03 FILLER                 PIC X(10) VALUE 'DESDE'.
023800     03 FILLER                 PIC X(02) VALUE SPACES.
023900     03 FILLER                 PIC X(10) VALUE 'ATE'.
024000     03 FILLER                 PIC X(02) VALUE SPACES.
024100     03 FILLER                 PIC X(04) VALUE 'GER.'.
024200     03 FILLER                 PIC X(02) VALUE SPACES.
024300     03 FILLER                 PIC X(03) VALUE 'SIT'.
024400     03 FILLER                 PIC X(02) VALUE SPACES.
024500     03 FILLER                 PIC X(30) VALUE 'ESCRITORIO'.
024600     03 FILLER                 PIC X(02) VALUE SPACES.
024700     03 FILLER                 PIC X(55) VALUE 'DEPARTAMENTO'.
024800
024900 01  TRF-LIN-PERIODO.
025000     03 TRF-LIN-PER-INICIO     PIC X(10).
025100     03 FILLER                 PIC X(02) VALUE SPACES.
025200     03 TRF-LIN-PER-FIM        PIC X(10).
025300     03 FILLER                 PIC X(02) VALUE SPACES.
025400     03 TRF-LIN-PER-QT-GER     PIC 9(04).
025500     03 FILLER                 PIC X(03) VALUE SPACES.
025600     03 TRF-LIN-PER-SIT        PIC X(01).
025700     03 FILLER                 PIC X(03) VALUE SPACES.
025800     03 TRF-LIN-PER-ESCRT      PIC X(30).
025900     03 FILLER                 PIC X(02) VALUE SPACES.
026000     03 TRF-LIN-PER-DPTFN      PIC X(55).
026100
026200 PROCEDURE DIVISION.
026300******************************************************************
026400*    0000-MAINLINE                                               *
026500*    PARAGRAFO PRINCIPAL DO PROGRAMA                             *
026600******************************************************************
026700 0000-MAINLINE.
026800
026900     PERFORM 1000-INICIALIZA        THRU 1000-EXIT.
027000
027100     IF NOT TRF-ABANDONA
027200         PERFORM 2000-PERCORRE-GERACOES THRU 2000-EXIT
027300     END-IF.
027400
027500     IF NOT TRF-ABANDONA
027600         PERFORM 3000-EMITE-NAO-ATENDIDOS THRU 3000-EXIT
027700     END-IF.
027800
027900     PERFORM 5000-FINALIZA          THRU 5000-EXIT.
028000
028100     STOP RUN.
028200
028300******************************************************************
028400*    1000-INICIALIZA                                             *
028500*    ABRE OS RELATORIOS, LE O CARTAO DE PARAMETROS (TRFPARM) E   *
028600*    CARREGA OS PEDIDOS DE TRAJETORIA (TRFCARD1)                 *
028700******************************************************************
028800 1000-INICIALIZA.
028900
029000     OPEN OUTPUT RELTRF1.
029100     OPEN OUTPUT RELTRJ1.
029200
029300     MOVE SPACES TO RELTRF1-REGISTRO.
029400     STRING 'REGISTRO DE TRANSFERENCIAS DE DEPARTAMENTO E '
029500            'ESCRITORIO - TRF01112'
029600            DELIMITED BY SIZE INTO RELTRF1-REGISTRO.
029700     WRITE RELTRF1-REGISTRO.
029800
029900     MOVE SPACES TO RELTRJ1-REGISTRO.
030000     STRING 'TRAJETORIA INDIVIDUAL DOS FUNCIONARIOS NAS '
030100            'GERACOES DO HISTGEN1 - TRF01112'
030200            DELIMITED BY SIZE INTO RELTRJ1-REGISTRO.
030300     WRITE RELTRJ1-REGISTRO.
030400
030500     PERFORM 1300-LE-PARAMETROS THRU 1300-EXIT.
030600
030700     IF TRF-ABANDONA
030800         GO TO 1000-EXIT
030900     END-IF.
031000
031100     PERFORM 1500-CARREGA-PEDIDOS THRU 1500-EXIT.
031200
031300 1000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    1300-LE-PARAMETROS                                          *
031800*    LE O CARTAO DE PARAMETROS (TRFPARM) COM O PERIODO DO        *
031900*    REGISTRO DE TRANSFERENCIAS (DATA INICIAL E FINAL,           *
032000*    DD/MM/AAAA). DATA EM BRANCO DEIXA O PERIODO ABERTO NAQUELA  *
032100*    PONTA; DATA INVALIDA OU INICIO APOS O FIM ABANDONA          *
032200******************************************************************
032300 1300-LE-PARAMETROS.
032400
032500     MOVE 'TODAS AS GERACOES' TO TRF-DES-PERIODO.
032600
032700     OPEN INPUT TRFPARM.
032800
032900     IF TRF-FS-TRFPARM NOT EQUAL '00'
033000         GO TO 1300-EMITE
033100     END-IF.
033200
033300     READ TRFPARM
033400         AT END
033500             MOVE SPACES TO TRFPARM-REGISTRO
033600     END-READ.
033700
033800     CLOSE TRFPARM.
033900
034000     IF TRFPARM-DAT-INICIO NOT EQUAL SPACES
034100         MOVE TRFPARM-DAT-INICIO TO TRF-DAT-TRAB
034200         PERFORM 1350-CONVERTE-DATA THRU 1350-EXIT
034300         IF TRF-DAT-COMP EQUAL ZEROS
034400             GO TO 1300-INVALIDO
034500         END-IF
034600         MOVE TRF-DAT-COMP TO TRF-DAT-INICIO-COMP
034700     END-IF.
034800
034900     IF TRFPARM-DAT-FIM NOT EQUAL SPACES
035000         MOVE TRFPARM-DAT-FIM TO TRF-DAT-TRAB
035100         PERFORM 1350-CONVERTE-DATA THRU 1350-EXIT
035200         IF TRF-DAT-COMP EQUAL ZEROS
035300             GO TO 1300-INVALIDO
035400         END-IF
035500         MOVE TRF-DAT-COMP TO TRF-DAT-FIM-COMP
035600     END-IF.
035700
035800     IF TRF-DAT-INICIO-COMP GREATER TRF-DAT-FIM-COMP
035900         GO TO 1300-INVALIDO
036000     END-IF.
036100
036200     IF TRFPARM-DAT-INICIO NOT EQUAL SPACES
036300        OR TRFPARM-DAT-FIM NOT EQUAL SPACES
036400         MOVE SPACES TO TRF-DES-PERIODO
036500         STRING 'DE '               DELIMITED BY SIZE
036600                TRFPARM-DAT-INICIO  DELIMITED BY SIZE
036700                ' ATE '             DELIMITED BY SIZE
036800                TRFPARM-DAT-FIM     DELIMITED BY SIZE
036900           INTO TRF-DES-PERIODO
037000     END-IF.
037100
037200 1300-EMITE.
037300
037400     MOVE SPACES TO RELTRF1-REGISTRO.
037500     STRING 'PERIODO DAS GERACOES ...............: '
037600            DELIMITED BY SIZE
037700            TRF-DES-PERIODO DELIMITED BY SIZE
037800       INTO RELTRF1-REGISTRO.
037900     WRITE RELTRF1-REGISTRO.
038000
038100     GO TO 1300-EXIT.
038200
038300 1300-INVALIDO.
038400
038500     DISPLAY 'TRF01112 - PERIODO INVALIDO NO TRFPARM: '
038600              TRFPARM-DAT-INICIO ' ' TRFPARM-DAT-FIM.
038700     MOVE SPACES TO RELTRF1-REGISTRO.
038800     STRING 'PERIODO INVALIDO NO CARTAO TRFPARM: '
038900            DELIMITED BY SIZE
039000            TRFPARM-DAT-INICIO DELIMITED BY SIZE
039100            ' '                DELIMITED BY SIZE
039200            TRFPARM-DAT-FIM    DELIMITED BY SIZE
039300       INTO RELTRF1-REGISTRO.
039400     WRITE RELTRF1-REGISTRO.
039500     SET TRF-ABANDONA TO TRUE.
039600     MOVE 12 TO RETURN-CODE.
039700
039800 1300-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    1350-CONVERTE-DATA                                          *
040300*    CONVERTE TRF-DAT-TRAB (DD/MM/AAAA) PARA AAAAMMDD EM         *
040400*    TRF-DAT-COMP (ZEROS SE A DATA FOR INVALIDA)                 *
040500******************************************************************
040600 1350-CONVERTE-DATA.
040700
040800     IF TRF-DAT-TRAB-DD NUMERIC
040900        AND TRF-DAT-TRAB-MM NUMERIC
041000        AND TRF-DAT-TRAB-AA NUMERIC
041100        AND TRF-DAT-TRAB-B1 EQUAL '/'
041200        AND TRF-DAT-TRAB-B2 EQUAL '/'
041300        AND TRF-DAT-TRAB-DD GREATER ZEROS
041400        AND TRF-DAT-TRAB-DD NOT GREATER 31
041500        AND TRF-DAT-TRAB-MM GREATER ZEROS
041600        AND TRF-DAT-TRAB-MM NOT GREATER 12
041700         COMPUTE TRF-DAT-COMP =
041800                 TRF-DAT-TRAB-AA * 10000
041900               + TRF-DAT-TRAB-MM * 100
042000               + TRF-DAT-TRAB-DD
042100     ELSE
042200         MOVE ZEROS TO TRF-DAT-COMP
042300     END-IF.
042400
042500 1350-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900*    1500-CARREGA-PEDIDOS                                        *
043000*    CARREGA NA TABELA OS PEDIDOS DE TRAJETORIA DO CARTAO        *
043100*    TRFCARD1. SEM O CARTAO, SO O REGISTRO DE TRANSFERENCIAS E   *
043200*    EMITIDO                                                     *
043300******************************************************************
043400 1500-CARREGA-PEDIDOS.
043500
043600     OPEN INPUT TRFCARD1.
043700
043800     IF TRF-FS-TRFCARD1 NOT EQUAL '00'
043900         DISPLAY 'TRF01112 - TRFCARD1 NAO ABERTO FS='
044000                  TRF-FS-TRFCARD1
044100                 ' - NENHUMA TRAJETORIA PEDIDA'
044200         GO TO 1500-EXIT
044300     END-IF.
044400
044500     PERFORM 1510-LER-TRFCARD1  THRU 1510-EXIT.
044600     PERFORM 1520-GUARDA-PEDIDO THRU 1520-EXIT
044700             UNTIL TRF-FIM-TRFCARD1.
044800
044900     CLOSE TRFCARD1.
045000
045100 1500-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*    1510-LER-TRFCARD1                                           *
045600*    LE UM PEDIDO DO CARTAO DE TRAJETORIA (TRFCARD1)             *
045700******************************************************************
045800 1510-LER-TRFCARD1.
045900
046000     READ TRFCARD1
046100         AT END
046200             SET TRF-FIM-TRFCARD1 TO TRUE
046300     END-READ.
046400
046500 1510-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900*    1520-GUARDA-PEDIDO                                          *
047000*    GUARDA O PEDIDO CORRENTE NA TABELA, COM O TAMANHO DO        *
047100*    PREFIXO QUANDO HOUVER CURINGA, E LE O PROXIMO. LINHAS EM    *
047200*    BRANCO SAO IGNORADAS                                        *
047300******************************************************************
047400 1520-GUARDA-PEDIDO.
047500
047600     IF TRFCARD1-COD-FUNCI EQUAL SPACES
047700         GO TO 1520-LER
047800     END-IF.
047900
048000     ADD 1 TO TRF-QT-PEDIDOS.
048100
048200     IF TRF-QT-PED NOT LESS TRF-MAX-PED
048300         DISPLAY 'TRF01112 - TABELA DE PEDIDOS CHEIA, '
048400                 'IGNORADO: ' TRFCARD1-COD-FUNCI
048500         IF RETURN-CODE LESS 4
048600             MOVE 4 TO RETURN-CODE
048700         END-IF
048800         GO TO 1520-LER
048900     END-IF.
049000
049100     MOVE TRFCARD1-COD-FUNCI TO TRF-COD-PEDIDO.
049200
049300     PERFORM 1530-ANALISA-PEDIDO THRU 1530-EXIT.
049400
049500     ADD 1 TO TRF-QT-PED.
049600     SET TRF-IX-PED TO TRF-QT-PED.
049700     MOVE TRF-COD-PEDIDO        TO TRF-PED-COD(TRF-IX-PED).
049800     MOVE TRF-TAM-PREFIXO
049900       TO TRF-PED-TAM-PREFIXO(TRF-IX-PED).
050000     MOVE TRF-SW-PEDIDO-CURINGA TO TRF-PED-SW-CURINGA(TRF-IX-PED).
050100     MOVE 'N'
050200       TO TRF-PED-SW-ATENDIDO(TRF-IX-PED).
050300
050400 1520-LER.
050500
050600     PERFORM 1510-LER-TRFCARD1 THRU 1510-EXIT.
050700
050800 1520-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*    1530-ANALISA-PEDIDO                                         *
051300*    IDENTIFICA SE O PEDIDO TRAZ O CURINGA '*' E, NESSE CASO,    *
051400*    APURA O TAMANHO DO PREFIXO (CARACTERES ANTES DO CURINGA)    *
051500******************************************************************
051600 1530-ANALISA-PEDIDO.
051700
051800     MOVE 'N'   TO TRF-SW-PEDIDO-CURINGA.
051900     MOVE 'N'   TO TRF-SW-FIM-PREFIXO.
052000     MOVE ZEROS TO TRF-TAM-PREFIXO.
052100
052200     PERFORM 1540-EXAMINA-CARACTER THRU 1540-EXIT
052300             VARYING TRF-IX-CARACTER FROM 1 BY 1
052400             UNTIL TRF-IX-CARACTER > 8
052500                OR TRF-FIM-PREFIXO.
052600
052700 1530-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    1540-EXAMINA-CARACTER                                       *
053200*    EXAMINA O CARACTER DO PEDIDO APONTADO POR TRF-IX-CARACTER.  *
053300*    O CURINGA OU UM BRANCO ENCERRA O PREFIXO                    *
053400******************************************************************
053500 1540-EXAMINA-CARACTER.
053600
053700     EVALUATE TRF-COD-PEDIDO(TRF-IX-CARACTER:1)
053800         WHEN '*'
053900             SET TRF-PEDIDO-CURINGA TO TRUE
054000             SET TRF-FIM-PREFIXO    TO TRUE
054100         WHEN SPACE
054200             SET TRF-FIM-PREFIXO    TO TRUE
054300         WHEN OTHER
054400             ADD 1 TO TRF-TAM-PREFIXO
054500     END-EVALUATE.
054600
054700 1540-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    2000-PERCORRE-GERACOES                                      *
055200*    CLASSIFICA O HISTGEN1 POR COD-FUNCI E DATA DE GERACAO E     *
055300*    PERCORRE AS GERACOES DE CADA FUNCIONARIO. SEM O HISTGEN1,   *
055400*    RETURN-CODE 12                                              *
055500******************************************************************
055600 2000-PERCORRE-GERACOES.
055700
055800     OPEN INPUT HISTGEN1.
055900
056000     IF TRF-FS-HISTGEN1 NOT EQUAL '00'
056100         DISPLAY 'TRF01112 - HISTGEN1 NAO ABERTO FS='
056200                  TRF-FS-HISTGEN1
056300         MOVE SPACES TO RELTRF1-REGISTRO
056400         STRING 'ARQUIVO DE GERACOES INDISPONIVEL'
056500                DELIMITED BY SIZE INTO RELTRF1-REGISTRO
056600         WRITE RELTRF1-REGISTRO
056700         SET TRF-ABANDONA TO TRUE
056800         MOVE 12 TO RETURN-CODE
056900         GO TO 2000-EXIT
057000     END-IF.
057100
057200     CLOSE HISTGEN1.
057300
057400     MOVE SPACES TO RELTRF1-REGISTRO.
057500     WRITE RELTRF1-REGISTRO.
057600     WRITE RELTRF1-REGISTRO FROM TRF-LIN-TIT-TRANSF.
057700     MOVE SPACES TO RELTRF1-REGISTRO.
057800     WRITE RELTRF1-REGISTRO.
057900
058000     SORT TRF-ORDENA
058100          ON ASCENDING KEY TRF-SRT-COD-FUNCI
058200                           TRF-SRT-DAT
058300          INPUT  PROCEDURE IS 2100-CLASSIFICA THRU 2199-EXIT
058400          OUTPUT PROCEDURE IS 2200-PERCORRE   THRU 2299-EXIT.
058500
058600 2000-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    2100-CLASSIFICA                                             *
059100*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE O HISTGEN1 E   *
059200*    LIBERA CADA REGISTRO COM A DATA DE GERACAO COMPARAVEL.      *
059300*    REGISTROS COM DATA DE GERACAO INVALIDA SAO DESPREZADOS      *
059400******************************************************************
059500 2100-CLASSIFICA.
059600
059700     MOVE 'N' TO TRF-SW-FIM-HISTGEN.
059800     OPEN INPUT HISTGEN1.
059900
060000     PERFORM 2110-LER-HISTGEN      THRU 2110-EXIT.
060100     PERFORM 2120-LIBERA-REGISTRO  THRU 2120-EXIT
060200             UNTIL TRF-FIM-HISTGEN.
060300
060400     CLOSE HISTGEN1.
060500
060600     GO TO 2199-EXIT.
060700
060800 2110-LER-HISTGEN.
060900
061000     READ HISTGEN1
061100         AT END
061200             SET TRF-FIM-HISTGEN TO TRUE
061300     END-READ.
061400
061500 2110-EXIT.
061600     EXIT.
061700
061800 2120-LIBERA-REGISTRO.
061900
062000     ADD 1 TO TRF-QT-REG-LIDOS.
062100
062200     MOVE ARQHGN01-DAT-GERACAO TO TRF-DAT-TRAB.
062300     PERFORM 1350-CONVERTE-DATA THRU 1350-EXIT.
062400
062500     IF TRF-DAT-COMP EQUAL ZEROS
062600         ADD 1 TO TRF-QT-REG-INVALIDOS
062700     ELSE
062800         MOVE ARQHGN01-COD-FUNCI   TO TRF-SRT-COD-FUNCI
062900         MOVE TRF-DAT-COMP         TO TRF-SRT-DAT
063000         MOVE ARQHGN01-DAT-GERACAO TO TRF-SRT-DAT-GERACAO
063100         MOVE ARQHGN01-NOM-FUNCI   TO TRF-SRT-NOM-FUNCI
063200         MOVE ARQHGN01-NOM-ESCRT   TO TRF-SRT-NOM-ESCRT
063300         MOVE ARQHGN01-NOM-DPTFN   TO TRF-SRT-NOM-DPTFN
063400         MOVE ARQHGN01-SIT-FUNCI   TO TRF-SRT-SIT-FUNCI
063500         RELEASE TRF-SRT-REGISTRO
063600     END-IF.
063700
063800     PERFORM 2110-LER-HISTGEN THRU 2110-EXIT.
063900
064000 2120-EXIT.
064100     EXIT.
064200
064300 2199-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700*    2200-PERCORRE                                               *
064800*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: PERCORRE AS         *
064900*    GERACOES ORDENADAS COM QUEBRA DE CONTROLE POR COD-FUNCI     *
065000******************************************************************
065100 2200-PERCORRE.
065200
065300     MOVE 'N' TO TRF-SW-FIM-ORDENA.
065400     MOVE 'S' TO TRF-SW-PRIMEIRO.
065500
065600     PERFORM 2210-RETORNA-REGISTRO THRU 2210-EXIT.
065700     PERFORM 2220-TRATA-GERACAO    THRU 2220-EXIT
065800             UNTIL TRF-FIM-ORDENA.
065900
066000     IF NOT TRF-PRIMEIRO
066100         PERFORM 2280-ENCERRA-FUNCIONARIO THRU 2280-EXIT
066200     END-IF.
066300
066400     GO TO 2299-EXIT.
066500
066600 2210-RETORNA-REGISTRO.
066700
066800     RETURN TRF-ORDENA
066900         AT END
067000             SET TRF-FIM-ORDENA TO TRUE
067100     END-RETURN.
067200
067300 2210-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700*    2220-TRATA-GERACAO                                          *
067800*    NA PRIMEIRA GERACAO DE UM FUNCIONARIO, ENCERRA O ANTERIOR E *
067900*    INICIA O NOVO; NAS SEGUINTES, COMPARA COM A GERACAO         *
068000*    ANTERIOR E ACUMULA A TRAJETORIA. LE A PROXIMA GERACAO       *
068100******************************************************************
068200 2220-TRATA-GERACAO.
068300
068400     IF TRF-PRIMEIRO
068500        OR TRF-SRT-COD-FUNCI NOT EQUAL TRF-COD-ATUAL
068600         IF NOT TRF-PRIMEIRO
068700             PERFORM 2280-ENCERRA-FUNCIONARIO THRU 2280-EXIT
068800         END-IF
068900         PERFORM 2230-INICIA-FUNCIONARIO THRU 2230-EXIT
069000     ELSE
069100         PERFORM 2240-COMPARA-GERACAO    THRU 2240-EXIT
069200         IF TRF-FUNCI-PEDIDO
069300             PERFORM 2260-ACUMULA-PERIODO THRU 2260-EXIT
069400         END-IF
069500     END-IF.
069600
069700     MOVE TRF-SRT-NOM-ESCRT TO TRF-ANT-NOM-ESCRT.
069800     MOVE TRF-SRT-NOM-DPTFN TO TRF-ANT-NOM-DPTFN.
069900
070000     PERFORM 2210-RETORNA-REGISTRO THRU 2210-EXIT.
070100
070200 2220-EXIT.
070300     EXIT.
070400
070500******************************************************************
070600*    2230-INICIA-FUNCIONARIO                                     *
070700*    INICIA O PERCURSO DE UM NOVO FUNCIONARIO. SE ELE TIVER SIDO *
070800*    PEDIDO NO TRFCARD1, ABRE A TRAJETORIA COM O PRIMEIRO        *
070900*    PERIODO                                                     *
071000******************************************************************
071100 2230-INICIA-FUNCIONARIO.
071200
071300     MOVE 'N' TO TRF-SW-PRIMEIRO.
071400     MOVE 'N' TO TRF-SW-FUNCI-TRANSF.
071500     MOVE TRF-SRT-COD-FUNCI TO TRF-COD-ATUAL.
071600     ADD 1 TO TRF-QT-FUNCIONARIOS.
071700
071800     PERFORM 2290-VERIFICA-PEDIDO THRU 2290-EXIT.
071900
072000     IF NOT TRF-FUNCI-PEDIDO
072100         GO TO 2230-EXIT
072200     END-IF.
072300
072400     ADD 1 TO TRF-QT-TRAJETORIAS.
072500
072600     MOVE SPACES TO RELTRJ1-REGISTRO.
072700     WRITE RELTRJ1-REGISTRO.
072800
072900     MOVE SPACES TO RELTRJ1-REGISTRO.
073000     STRING 'FUNCIONARIO: '      DELIMITED BY SIZE
073100            TRF-SRT-COD-FUNCI    DELIMITED BY SIZE
073200            ' - '                DELIMITED BY SIZE
073300            TRF-SRT-NOM-FUNCI    DELIMITED BY SIZE
073400       INTO RELTRJ1-REGISTRO.
073500     WRITE RELTRJ1-REGISTRO.
073600
073700     WRITE RELTRJ1-REGISTRO FROM TRF-LIN-TIT-PERIODO.
073800
073900     PERFORM 2265-ABRE-PERIODO THRU 2265-EXIT.
074000
074100 2230-EXIT.
074200     EXIT.
074300
074400******************************************************************
074500*    2240-COMPARA-GERACAO                                        *
074600*    COMPARA A GERACAO CORRENTE COM A ANTERIOR DO MESMO          *
074700*    FUNCIONARIO. MUDANCA DE DEPARTAMENTO OU DE ESCRITORIO EM    *
074800*    GERACAO DENTRO DO PERIODO PEDIDO VAI PARA O REGISTRO DE     *
074900*    TRANSFERENCIAS                                              *
075000******************************************************************
075100 2240-COMPARA-GERACAO.
075200
075300     IF TRF-SRT-DAT LESS TRF-DAT-INICIO-COMP
075400        OR TRF-SRT-DAT GREATER TRF-DAT-FIM-COMP
075500         GO TO 2240-EXIT
075600     END-IF.
075700
075800     IF TRF-SRT-NOM-DPTFN NOT EQUAL TRF-ANT-NOM-DPTFN
075900         MOVE 'DEPTO'           TO TRF-LIN-TIPO
076000         MOVE TRF-ANT-NOM-DPTFN TO TRF-LIN-DE
076100         MOVE TRF-SRT-NOM-DPTFN TO TRF-LIN-PARA
076200         PERFORM 2250-EMITE-TRANSFERENCIA THRU 2250-EXIT
076300         ADD 1 TO TRF-QT-TRANSF-DPTFN
076400     END-IF.
076500
076600     IF TRF-SRT-NOM-ESCRT NOT EQUAL TRF-ANT-NOM-ESCRT
076700         MOVE 'ESCR.'           TO TRF-LIN-TIPO
076800         MOVE TRF-ANT-NOM-ESCRT TO TRF-LIN-DE
076900         MOVE TRF-SRT-NOM-ESCRT TO TRF-LIN-PARA
077000         PERFORM 2250-EMITE-TRANSFERENCIA THRU 2250-EXIT
077100         ADD 1 TO TRF-QT-TRANSF-ESCRT
077200     END-IF.
077300
077400 2240-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800*    2250-EMITE-TRANSFERENCIA                                    *
077900*    GRAVA UMA LINHA DO REGISTRO DE TRANSFERENCIAS (TIPO, DE E   *
078000*    PARA JA PREENCHIDOS)                                        *
078100******************************************************************
078200 2250-EMITE-TRANSFERENCIA.
078300
078400     MOVE TRF-SRT-COD-FUNCI   TO TRF-LIN-COD-FUNCI.
078500     MOVE TRF-SRT-NOM-FUNCI   TO TRF-LIN-NOM-FUNCI.
078600     MOVE TRF-SRT-DAT-GERACAO TO TRF-LIN-DAT-GERACAO.
078700
078800     WRITE RELTRF1-REGISTRO FROM TRF-LIN-TRANSF.
078900
079000     IF NOT TRF-FUNCI-TRANSF
079100         SET TRF-FUNCI-TRANSF TO TRUE
079200         ADD 1 TO TRF-QT-FUNCI-TRANSF
079300     END-IF.
079400
079500 2250-EXIT.
079600     EXIT.
079700
079800******************************************************************
079900*    2260-ACUMULA-PERIODO                                        *
080000*    SE A GERACAO CORRENTE MANTEM ESCRITORIO, DEPARTAMENTO E     *
080100*    SITUACAO, ESTENDE O PERIODO EM ABERTO; SENAO, EMITE O       *
080200*    PERIODO E ABRE OUTRO                                        *
080300******************************************************************
080400 2260-ACUMULA-PERIODO.
080500
080600     IF TRF-SRT-NOM-ESCRT EQUAL TRF-PER-NOM-ESCRT
080700        AND TRF-SRT-NOM-DPTFN EQUAL TRF-PER-NOM-DPTFN
080800        AND TRF-SRT-SIT-FUNCI EQUAL TRF-PER-SIT-FUNCI
080900         MOVE TRF-SRT-DAT-GERACAO TO TRF-PER-DAT-FIM
081000         ADD 1 TO TRF-PER-QT-GERACOES
081100         GO TO 2260-EXIT
081200     END-IF.
081300
081400     PERFORM 2270-EMITE-PERIODO THRU 2270-EXIT.
081500     PERFORM 2265-ABRE-PERIODO  THRU 2265-EXIT.
081600
081700 2260-EXIT.
081800     EXIT.
081900
082000******************************************************************
082100*    2265-ABRE-PERIODO                                           *
082200*    ABRE UM PERIODO DA TRAJETORIA NA GERACAO CORRENTE           *
082300******************************************************************
082400 2265-ABRE-PERIODO.
082500
082600     MOVE TRF-SRT-DAT-GERACAO TO TRF-PER-DAT-INICIO.
082700     MOVE TRF-SRT-DAT-GERACAO TO TRF-PER-DAT-FIM.
082800     MOVE 1                   TO TRF-PER-QT-GERACOES.
082900     MOVE TRF-SRT-NOM-ESCRT   TO TRF-PER-NOM-ESCRT.
083000     MOVE TRF-SRT-NOM-DPTFN   TO TRF-PER-NOM-DPTFN.
083100     MOVE TRF-SRT-SIT-FUNCI   TO TRF-PER-SIT-FUNCI.
083200
083300 2265-EXIT.
083400     EXIT.
083500
083600******************************************************************
083700*    2270-EMITE-PERIODO                                          *
083800*    GRAVA O PERIODO EM ABERTO NA TRAJETORIA (RELTRJ1)           *
083900******************************************************************
084000 2270-EMITE-PERIODO.
084100
084200     MOVE TRF-PER-DAT-INICIO  TO TRF-LIN-PER-INICIO.
084300     MOVE TRF-PER-DAT-FIM     TO TRF-LIN-PER-FIM.
084400     MOVE TRF-PER-QT-GERACOES TO TRF-LIN-PER-QT-GER.
084500     MOVE TRF-PER-SIT-FUNCI   TO TRF-LIN-PER-SIT.
084600     MOVE TRF-PER-NOM-ESCRT   TO TRF-LIN-PER-ESCRT.
084700     MOVE TRF-PER-NOM-DPTFN   TO TRF-LIN-PER-DPTFN.
084800
084900     WRITE RELTRJ1-REGISTRO FROM TRF-LIN-PERIODO.
085000     ADD 1 TO TRF-QT-PERIODOS.
085100
085200 2270-EXIT.
085300     EXIT.
085400
085500******************************************************************
085600*    2280-ENCERRA-FUNCIONARIO                                    *
085700*    ENCERRA O FUNCIONARIO CORRENTE: EMITE O ULTIMO PERIODO DA   *
085800*    TRAJETORIA, SE ELE TIVER SIDO PEDIDO                        *
085900******************************************************************
086000 2280-ENCERRA-FUNCIONARIO.
086100
086200     IF TRF-FUNCI-PEDIDO
086300         PERFORM 2270-EMITE-PERIODO THRU 2270-EXIT
086400     END-IF.
086500
086600 2280-EXIT.
086700     EXIT.
086800
086900******************************************************************
087000*    2290-VERIFICA-PEDIDO                                        *
087100*    VERIFICA SE O FUNCIONARIO CORRENTE FOI PEDIDO NO TRFCARD1,  *
087200*    POR CODIGO EXATO OU POR PREFIXO, MARCANDO OS PEDIDOS        *
087300*    ATENDIDOS                                                   *
087400******************************************************************
087500 2290-VERIFICA-PEDIDO.
087600
087700     MOVE 'N' TO TRF-SW-FUNCI-PEDIDO.
087800
087900     PERFORM 2295-COMPARA-PEDIDO THRU 2295-EXIT
088000             VARYING TRF-IX-PED FROM 1 BY 1
088100             UNTIL TRF-IX-PED > TRF-QT-PED.
088200
088300 2290-EXIT.
088400     EXIT.
088500
088600 2295-COMPARA-PEDIDO.
088700
088800     IF TRF-PED-CURINGA(TRF-IX-PED)
088900         IF TRF-PED-TAM-PREFIXO(TRF-IX-PED) EQUAL ZEROS
089000             SET TRF-FUNCI-PEDIDO TO TRUE
089100             SET TRF-PED-ATENDIDO(TRF-IX-PED) TO TRUE
089200             GO TO 2295-EXIT
089300         END-IF
089400         IF TRF-SRT-COD-FUNCI
089500               (1:TRF-PED-TAM-PREFIXO(TRF-IX-PED))
089600            EQUAL TRF-PED-COD(TRF-IX-PED)
089700               (1:TRF-PED-TAM-PREFIXO(TRF-IX-PED))
089800             SET TRF-FUNCI-PEDIDO TO TRUE
089900             SET TRF-PED-ATENDIDO(TRF-IX-PED) TO TRUE
090000         END-IF
090100         GO TO 2295-EXIT
090200     END-IF.
090300
090400     IF TRF-SRT-COD-FUNCI EQUAL TRF-PED-COD(TRF-IX-PED)
090500         SET TRF-FUNCI-PEDIDO TO TRUE
090600         SET TRF-PED-ATENDIDO(TRF-IX-PED) TO TRUE
090700     END-IF.
090800
090900 2295-EXIT.
091000     EXIT.
091100
091200 2299-EXIT.
091300     EXIT.
091400
091500******************************************************************
091600*    3000-EMITE-NAO-ATENDIDOS                                    *
091700*    LISTA NA TRAJETORIA OS PEDIDOS SEM NENHUMA GERACAO NO       *
091800*    HISTGEN1                                                    *
091900******************************************************************
092000 3000-EMITE-NAO-ATENDIDOS.
092100
092200     PERFORM 3100-VERIFICA-ATENDIDO THRU 3100-EXIT
092300             VARYING TRF-IX-PED FROM 1 BY 1
092400             UNTIL TRF-IX-PED > TRF-QT-PED.
092500
092600 3000-EXIT.
092700     EXIT.
092800
092900 3100-VERIFICA-ATENDIDO.
093000
093100     IF TRF-PED-ATENDIDO(TRF-IX-PED)
093200         ADD 1 TO TRF-QT-ATENDIDOS
093300         GO TO 3100-EXIT
093400     END-IF.
093500
093600     ADD 1 TO TRF-QT-NAO-ATENDIDOS.
093700
093800     MOVE SPACES TO RELTRJ1-REGISTRO.
093900     WRITE RELTRJ1-REGISTRO.
094000
094100     MOVE SPACES TO RELTRJ1-REGISTRO.
094200     STRING TRF-PED-COD(TRF-IX-PED) DELIMITED BY SIZE
094300            ' NAO ENCONTRADO NO HISTGEN1'
094400                                    DELIMITED BY SIZE
094500       INTO RELTRJ1-REGISTRO.
094600     WRITE RELTRJ1-REGISTRO.
094700
094800 3100-EXIT.
094900     EXIT.
095000
095100******************************************************************
095200*    5000-FINALIZA                                               *
095300*    EMITE OS TOTAIS DOS DOIS RELATORIOS, FECHA OS ARQUIVOS E    *
095400*    EXIBE O RESUMO DO PROCESSAMENTO                             *
095500******************************************************************
095600 5000-FINALIZA.
095700
095800     MOVE SPACES TO RELTRF1-REGISTRO.
095900     WRITE RELTRF1-REGISTRO.
096000
096100     MOVE SPACES TO RELTRF1-REGISTRO.
096200     STRING 'REGISTROS LIDOS DO HISTGEN1 ........: '
096300            DELIMITED BY SIZE
096400            TRF-QT-REG-LIDOS DELIMITED BY SIZE
096500       INTO RELTRF1-REGISTRO.
096600     WRITE RELTRF1-REGISTRO.
096700
096800     MOVE SPACES TO RELTRF1-REGISTRO.
096900     STRING 'REGISTROS COM DATA DE GERACAO INVAL.: '
097000            DELIMITED BY SIZE
097100            TRF-QT-REG-INVALIDOS DELIMITED BY SIZE
097200       INTO RELTRF1-REGISTRO.
097300     WRITE RELTRF1-REGISTRO.
097400
097500     MOVE SPACES TO RELTRF1-REGISTRO.
097600     STRING 'FUNCIONARIOS PERCORRIDOS ...........: '
097700            DELIMITED BY SIZE
097800            TRF-QT-FUNCIONARIOS DELIMITED BY SIZE
097900       INTO RELTRF1-REGISTRO.
098000     WRITE RELTRF1-REGISTRO.
098100
098200     MOVE SPACES TO RELTRF1-REGISTRO.
098300     STRING 'FUNCIONARIOS TRANSFERIDOS ..........: '
098400            DELIMITED BY SIZE
098500            TRF-QT-FUNCI-TRANSF DELIMITED BY SIZE
098600       INTO RELTRF1-REGISTRO.
098700     WRITE RELTRF1-REGISTRO.
098800
098900     MOVE SPACES TO RELTRF1-REGISTRO.
099000     STRING 'TRANSFERENCIAS DE DEPARTAMENTO .....: '
099100            DELIMITED BY SIZE
099200            TRF-QT-TRANSF-DPTFN DELIMITED BY SIZE
099300       INTO RELTRF1-REGISTRO.
099400     WRITE RELTRF1-REGISTRO.
099500
099600     MOVE SPACES TO RELTRF1-REGISTRO.
099700     STRING 'TRANSFERENCIAS DE ESCRITORIO .......: '
099800            DELIMITED BY SIZE
099900            TRF-QT-TRANSF-ESCRT DELIMITED BY SIZE
100000       INTO RELTRF1-REGISTRO.
100100     WRITE RELTRF1-REGISTRO.
100200
100300     MOVE SPACES TO RELTRJ1-REGISTRO.
100400     WRITE RELTRJ1-REGISTRO.
100500
100600     MOVE SPACES TO RELTRJ1-REGISTRO.
100700     STRING 'PEDIDOS RECEBIDOS ..................: '
100800            DELIMITED BY SIZE
100900            TRF-QT-PEDIDOS DELIMITED BY SIZE
101000       INTO RELTRJ1-REGISTRO.
101100     WRITE RELTRJ1-REGISTRO.
101200
101300     MOVE SPACES TO RELTRJ1-REGISTRO.
101400     STRING 'PEDIDOS ATENDIDOS ..................: '
101500            DELIMITED BY SIZE
101600            TRF-QT-ATENDIDOS DELIMITED BY SIZE
101700       INTO RELTRJ1-REGISTRO.
101800     WRITE RELTRJ1-REGISTRO.
101900
102000     MOVE SPACES TO RELTRJ1-REGISTRO.
102100     STRING 'PEDIDOS NAO ENCONTRADOS ............: '
102200            DELIMITED BY SIZE
102300            TRF-QT-NAO-ATENDIDOS DELIMITED BY SIZE
102400       INTO RELTRJ1-REGISTRO.
102500     WRITE RELTRJ1-REGISTRO.
102600
102700     MOVE SPACES TO RELTRJ1-REGISTRO.
102800     STRING 'TRAJETORIAS EMITIDAS ...............: '
102900            DELIMITED BY SIZE
103000            TRF-QT-TRAJETORIAS DELIMITED BY SIZE
103100       INTO RELTRJ1-REGISTRO.
103200     WRITE RELTRJ1-REGISTRO.
103300
103400     MOVE SPACES TO RELTRJ1-REGISTRO.
103500     STRING 'PERIODOS EMITIDOS ..................: '
103600            DELIMITED BY SIZE
103700            TRF-QT-PERIODOS DELIMITED BY SIZE
103800       INTO RELTRJ1-REGISTRO.
103900     WRITE RELTRJ1-REGISTRO.
104000
104100     CLOSE RELTRF1.
104200     CLOSE RELTRJ1.
104300
104400     DISPLAY 'TRF01112 - REGISTROS LIDOS .....: '
104500              TRF-QT-REG-LIDOS.
104600     DISPLAY 'TRF01112 - FUNCIONARIOS ........: '
104700              TRF-QT-FUNCIONARIOS.
104800     DISPLAY 'TRF01112 - TRANSF. DEPARTAMENTO : '
104900              TRF-QT-TRANSF-DPTFN.
105000     DISPLAY 'TRF01112 - TRANSF. ESCRITORIO ..: '
105100              TRF-QT-TRANSF-ESCRT.
105200     DISPLAY 'TRF01112 - TRAJETORIAS EMITIDAS : '
105300              TRF-QT-TRAJETORIAS.
105400
105500 5000-EXIT.
105600     EXIT.
