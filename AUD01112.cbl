000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUD01112.
000300 AUTHOR.        E.SANTANA.
000400 INSTALLATION.  DEPTO DE SISTEMAS - FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAMA .: AUD01112                                       *
001000*    FUNCAO   .: RELATORIO DE CONSULTA AO JOURNAL PERMANENTE DE  *
001100*                ALTERACOES (JRNALT1), ALIMENTADO PELO MNT01112  *
001200*                (MESTRES DE DEPARTAMENTOS E ESCRITORIOS) E      *
001300*                PELO REC01112 (CORRECOES E EXPURGOS DO          *
001400*                SUSPENSE). SELECIONA OS REGISTROS PELO CARTAO   *
001500*                AUDPARM - USUARIO, CHAVE, PROGRAMA E PERIODO    *
001600*                (DATA INICIAL E FINAL, DD/MM/AAAA) - ONDE CADA  *
001700*                CAMPO EM BRANCO NAO RESTRINGE A SELECAO, E      *
001800*                EMITE NO RELJRN1 UMA LINHA POR ALTERACAO COM    *
001900*                OS VALORES ANTES/DEPOIS. JOURNAL INDISPONIVEL   *
002000*                OU PERIODO INVALIDO: RETURN-CODE 12; NENHUM     *
002100*                REGISTRO SELECIONADO: RETURN-CODE 4.            *
002200*                                                                *
002300*    REGISTRO DE ALTERACOES                                     *
002400*    ----------------------------------------------------------- *
002500*    DATA       AUTOR     DESCRICAO                              *
002600*    ---------- --------- ------------------------------------- *
002700*    15/10/2026 EAS       PROGRAMA ORIGINAL.                     *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT JRNALT1   ASSIGN TO JRNALT1
003900                      ORGANIZATION IS LINE SEQUENTIAL
004000                      FILE STATUS  IS AUD-FS-JRNALT1.
004100
004200     SELECT AUDPARM   ASSIGN TO AUDPARM
004300                      ORGANIZATION IS LINE SEQUENTIAL
004400                      FILE STATUS  IS AUD-FS-AUDPARM.
004500
004600     SELECT RELJRN1   ASSIGN TO RELJRN1
004700                      ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  JRNALT1
005200     RECORDING MODE IS F.
005300 COPY JRN01112.
005400
005500 FD  AUDPARM
005600     RECORDING MODE IS F.
005700 01  AUDPARM-REGISTRO.
005800     03 AUDPARM-COD-USUARIO          PIC X(08).
005900     03 AUDPARM-CHAVE                PIC X(30).
006000     03 AUDPARM-NOM-PROGRAMA         PIC X(08).
006100     03 AUDPARM-DAT-INICIO           PIC X(10).
006200     03 AUDPARM-DAT-FIM              PIC X(10).
006300     03 FILLER                       PIC X(14).
006400
006500 FD  RELJRN1
006600     RECORDING MODE IS F.
006700 01  RELJRN1-REGISTRO               PIC X(220).
006800
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007100*    SWITCHES E CONTADORES GERAIS DO PROGRAMA                    *
007200******************************************************************
007300 77  AUD-FS-JRNALT1            PIC X(02) VALUE '00'.
007400 77  AUD-FS-AUDPARM            PIC X(02) VALUE '00'.
007500
007600 77  AUD-SW-FIM-JRNALT1        PIC X(01) VALUE 'N'.
007700     88 AUD-FIM-JRNALT1             VALUE 'S'.
007800
007900 77  AUD-SW-SELECIONADO        PIC X(01) VALUE 'N'.
008000     88 AUD-SELECIONADO             VALUE 'S'.
008100
008200 77  AUD-QT-LIDOS              PIC 9(08) VALUE ZEROS.
008300 77  AUD-QT-SELECIONADOS       PIC 9(08) VALUE ZEROS.
008400
008500******************************************************************
008600*    CRITERIOS DE SELECAO DO CARTAO AUDPARM. CAMPO EM BRANCO NAO *
008700*    RESTRINGE; AS DATAS SAO COMPARADAS NO FORMATO AAAAMMDD      *
008800******************************************************************
008900 77  AUD-SEL-USUARIO           PIC X(08) VALUE SPACES.
009000 77  AUD-SEL-CHAVE             PIC X(30) VALUE SPACES.
009100 77  AUD-SEL-PROGRAMA          PIC X(08) VALUE SPACES.
009200 77  AUD-SEL-DAT-INICIO        PIC X(10) VALUE SPACES.
009300 77  AUD-SEL-DAT-FIM           PIC X(10) VALUE SPACES.
009400
009500 77  AUD-SEL-INICIO-COMP       PIC 9(08) VALUE ZEROS.
009600 77  AUD-SEL-FIM-COMP          PIC 9(08) VALUE 99999999.
009700 77  AUD-DAT-MOVTO-COMP        PIC 9(08) VALUE ZEROS.
009800
009900 77  AUD-SW-PARM-INVALIDO      PIC X(01) VALUE 'N'.
010000     88 AUD-PARM-INVALIDO           VALUE 'S'.
010100
010200******************************************************************
010300*    DESMONTE DA DATA INFORMADA NO CARTAO (DD/MM/AAAA)           *
010400******************************************************************
010500 01  AUD-DAT-TRAB              PIC X(10) VALUE SPACES.
010600 01  AUD-DAT-TRAB-O       REDEFINES AUD-DAT-TRAB.
010700     03 AUD-DAT-TRAB-DD        PIC 9(02).
010800     03 FILLER                 PIC X.
010900     03 AUD-DAT-TRAB-MM        PIC 9(02).
011000     03 FILLER                 PIC X.
011100     03 AUD-DAT-TRAB-AA        PIC 9(04).
011200
011300 77  AUD-DAT-TRAB-COMP         PIC 9(08) VALUE ZEROS.
011400
011500 PROCEDURE DIVISION.
011600******************************************************************
011700*    0000-MAINLINE                                               *
011800*    PARAGRAFO PRINCIPAL DO PROGRAMA                             *
011900******************************************************************
012000 0000-MAINLINE.
012100
012200     PERFORM 1000-INICIALIZA      THRU 1000-EXIT.
012300     PERFORM 2000-PROCESSA        THRU 2000-EXIT
012400             UNTIL AUD-FIM-JRNALT1.
012500     PERFORM 3000-FINALIZA        THRU 3000-EXIT.
012600
012700     STOP RUN.
012800
012900******************************************************************
013000*    1000-INICIALIZA                                             *
013100*    LE O CARTAO DE PARAMETROS, ABRE OS ARQUIVOS, GRAVA O        *
013200*    CABECALHO DO RELJRN1 E LE O PRIMEIRO REGISTRO DO JOURNAL    *
013300******************************************************************
013400 1000-INICIALIZA.
013500
013600     OPEN OUTPUT RELJRN1.
013700
013800     PERFORM 1300-LE-PARAMETROS   THRU 1300-EXIT.
013900     PERFORM 1600-GRAVA-CABECALHO THRU 1600-EXIT.
014000
014100     OPEN INPUT JRNALT1.
014200
014300     IF AUD-FS-JRNALT1 NOT EQUAL '00'
014400         DISPLAY 'AUD01112 - JRNALT1 NAO ABERTO FS='
014500                  AUD-FS-JRNALT1
014600         MOVE SPACES TO RELJRN1-REGISTRO
014700         STRING 'JOURNAL DE ALTERACOES (JRNALT1) INDISPONIVEL'
014800                DELIMITED BY SIZE INTO RELJRN1-REGISTRO
014900         WRITE RELJRN1-REGISTRO
015000         MOVE 12 TO RETURN-CODE
015100         SET AUD-FIM-JRNALT1 TO TRUE
015200         GO TO 1000-EXIT
015300     END-IF.
015400
015500     IF AUD-PARM-INVALIDO
015600         DISPLAY 'AUD01112 - PERIODO INVALIDO NO AUDPARM'
015700         MOVE SPACES TO RELJRN1-REGISTRO
015800         STRING 'PERIODO INVALIDO NO CARTAO AUDPARM - '
015900                'NENHUM REGISTRO SELECIONADO'
016000                DELIMITED BY SIZE INTO RELJRN1-REGISTRO
016100         WRITE RELJRN1-REGISTRO
016200         MOVE 12 TO RETURN-CODE
016300         SET AUD-FIM-JRNALT1 TO TRUE
016400         GO TO 1000-EXIT
016500     END-IF.
016600
016700     PERFORM 1100-LER-JRNALT1 THRU 1100-EXIT.
016800
016900 1000-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300*    1100-LER-JRNALT1                                            *
017400*    LE UM REGISTRO DO JOURNAL DE ALTERACOES (JRNALT1)           *
017500******************************************************************
017600 1100-LER-JRNALT1.
017700
017800     READ JRNALT1
017900         AT END
018000             SET AUD-FIM-JRNALT1 TO TRUE
018100         NOT AT END
018200             ADD 1 TO AUD-QT-LIDOS
018300     END-READ.
018400
018500 1100-EXIT.
018600     EXIT.
018700
018800******************************************************************
018900*    1300-LE-PARAMETROS                                          *
019000*    LE O CARTAO DE PARAMETROS (AUDPARM) COM OS CRITERIOS DE     *
019100*    SELECAO. SEM CARTAO, TODO O JOURNAL ENTRA NO RELATORIO.     *
019200*    AS DATAS INFORMADAS SAO CONVERTIDAS PARA AAAAMMDD           *
019300******************************************************************
019400 1300-LE-PARAMETROS.
019500
019600     OPEN INPUT AUDPARM.
019700
019800     IF AUD-FS-AUDPARM NOT EQUAL '00'
019900         GO TO 1300-EXIT
020000     END-IF.
020100
020200     READ AUDPARM
020300         AT END
020400             CONTINUE
020500         NOT AT END
020600             MOVE AUDPARM-COD-USUARIO  TO AUD-SEL-USUARIO
020700             MOVE AUDPARM-CHAVE        TO AUD-SEL-CHAVE
020800             MOVE AUDPARM-NOM-PROGRAMA TO AUD-SEL-PROGRAMA
020900             MOVE AUDPARM-DAT-INICIO   TO AUD-SEL-DAT-INICIO
021000             MOVE AUDPARM-DAT-FIM      TO AUD-SEL-DAT-FIM
021100     END-READ.
021200
021300     CLOSE AUDPARM.
021400
021500     IF AUD-SEL-DAT-INICIO NOT EQUAL SPACES
021600         MOVE AUD-SEL-DAT-INICIO TO AUD-DAT-TRAB
021700         PERFORM 1310-CONVERTE-DATA THRU 1310-EXIT
021800         MOVE AUD-DAT-TRAB-COMP  TO AUD-SEL-INICIO-COMP
021900     END-IF.
022000
022100     IF AUD-SEL-DAT-FIM NOT EQUAL SPACES
022200         MOVE AUD-SEL-DAT-FIM    TO AUD-DAT-TRAB
022300         PERFORM 1310-CONVERTE-DATA THRU 1310-EXIT
022400         MOVE AUD-DAT-TRAB-COMP  TO AUD-SEL-FIM-COMP
022500     END-IF.
022600
022700     IF AUD-SEL-INICIO-COMP GREATER AUD-SEL-FIM-COMP
022800         SET AUD-PARM-INVALIDO TO TRUE
022900     END-IF.
023000
023100 1300-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500*    1310-CONVERTE-DATA                                          *
023600*    CONVERTE A DATA DD/MM/AAAA DE AUD-DAT-TRAB PARA AAAAMMDD    *
023700*    EM AUD-DAT-TRAB-COMP, SINALIZANDO PARAMETRO INVALIDO        *
023800*    QUANDO A DATA NAO FOR NUMERICA OU O MES/DIA FOREM ZERADOS   *
023900******************************************************************
024000 1310-CONVERTE-DATA.
024100
024200     MOVE ZEROS TO AUD-DAT-TRAB-COMP.
024300
024400     IF AUD-DAT-TRAB-DD NOT NUMERIC
024500        OR AUD-DAT-TRAB-MM NOT NUMERIC
024600        OR AUD-DAT-TRAB-AA NOT NUMERIC
024700        OR AUD-DAT-TRAB-DD EQUAL ZEROS
024800        OR AUD-DAT-TRAB-MM EQUAL ZEROS
024900        OR AUD-DAT-TRAB-MM GREATER 12
025000        OR AUD-DAT-TRAB-DD GREATER 31
025100         SET AUD-PARM-INVALIDO TO TRUE
025200         GO TO 1310-EXIT
025300     END-IF.
025400
025500     COMPUTE AUD-DAT-TRAB-COMP =
025600             AUD-DAT-TRAB-AA * 10000
025700           + AUD-DAT-TRAB-MM * 100
025800           + AUD-DAT-TRAB-DD.
025900
026000 1310-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400*    1600-GRAVA-CABECALHO                                        *
026500*    GRAVA O CABECALHO DO RELJRN1 COM OS CRITERIOS DE SELECAO    *
026600******************************************************************
026700 1600-GRAVA-CABECALHO.
026800
026900     MOVE SPACES TO RELJRN1-REGISTRO.
027000     STRING 'CONSULTA AO JOURNAL DE ALTERACOES - AUD01112'
027100            DELIMITED BY SIZE INTO RELJRN1-REGISTRO.
027200     WRITE RELJRN1-REGISTRO.
027300
027400     MOVE SPACES TO RELJRN1-REGISTRO.
027500     STRING 'USUARIO ............................: '
027600            DELIMITED BY SIZE
027700            AUD-SEL-USUARIO DELIMITED BY SIZE
027800       INTO RELJRN1-REGISTRO.
027900     WRITE RELJRN1-REGISTRO.
028000
028100     MOVE SPACES TO RELJRN1-REGISTRO.
028200     STRING 'CHAVE ..............................: '
028300            DELIMITED BY SIZE
028400            AUD-SEL-CHAVE DELIMITED BY SIZE
028500       INTO RELJRN1-REGISTRO.
028600     WRITE RELJRN1-REGISTRO.
028700
028800     MOVE SPACES TO RELJRN1-REGISTRO.
028900     STRING 'PROGRAMA ...........................: '
029000            DELIMITED BY SIZE
029100            AUD-SEL-PROGRAMA DELIMITED BY SIZE
029200       INTO RELJRN1-REGISTRO.
029300     WRITE RELJRN1-REGISTRO.
029400
029500     MOVE SPACES TO RELJRN1-REGISTRO.
029600     STRING 'PERIODO ............................: '
029700            DELIMITED BY SIZE
029800            AUD-SEL-DAT-INICIO DELIMITED BY SIZE
029900            ' A '              DELIMITED BY SIZE
030000            AUD-SEL-DAT-FIM    DELIMITED BY SIZE
030100       INTO RELJRN1-REGISTRO.
030200     WRITE RELJRN1-REGISTRO.
030300
030400     MOVE SPACES TO RELJRN1-REGISTRO.
030500     WRITE RELJRN1-REGISTRO.
030600
030700 1600-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100*    2000-PROCESSA                                               *
031200*    TRATA O REGISTRO CORRENTE DO JOURNAL - SE ATENDER A TODOS   *
031300*    OS CRITERIOS DO AUDPARM, EMITE A LINHA - E LE O PROXIMO     *
031400******************************************************************
031500 2000-PROCESSA.
031600
031700     PERFORM 2100-SELECIONA THRU 2100-EXIT.
031800
031900     IF AUD-SELECIONADO
032000         PERFORM 2200-EMITE-LINHA THRU 2200-EXIT
032100     END-IF.
032200
032300     PERFORM 1100-LER-JRNALT1 THRU 1100-EXIT.
032400
032500 2000-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900*    2100-SELECIONA                                              *
033000*    APLICA OS CRITERIOS DE SELECAO AO REGISTRO CORRENTE DO      *
033100*    JOURNAL. REGISTRO COM DATA NAO NUMERICA SO E SELECIONADO    *
033200*    QUANDO NAO HA PERIODO INFORMADO                             *
033300******************************************************************
033400 2100-SELECIONA.
033500
033600     MOVE 'N' TO AUD-SW-SELECIONADO.
033700
033800     IF AUD-SEL-USUARIO NOT EQUAL SPACES
033900        AND AUD-SEL-USUARIO NOT EQUAL JRNALT1-COD-USUARIO
034000         GO TO 2100-EXIT
034100     END-IF.
034200
034300     IF AUD-SEL-CHAVE NOT EQUAL SPACES
034400        AND AUD-SEL-CHAVE NOT EQUAL JRNALT1-CHAVE
034500         GO TO 2100-EXIT
034600     END-IF.
034700
034800     IF AUD-SEL-PROGRAMA NOT EQUAL SPACES
034900        AND AUD-SEL-PROGRAMA NOT EQUAL JRNALT1-NOM-PROGRAMA
035000         GO TO 2100-EXIT
035100     END-IF.
035200
035300     IF AUD-SEL-DAT-INICIO NOT EQUAL SPACES
035400        OR AUD-SEL-DAT-FIM NOT EQUAL SPACES
035500         IF JRNALT1-DAT-MOVTO-DD NOT NUMERIC
035600            OR JRNALT1-DAT-MOVTO-MM NOT NUMERIC
035700            OR JRNALT1-DAT-MOVTO-AA NOT NUMERIC
035800             GO TO 2100-EXIT
035900         END-IF
036000         COMPUTE AUD-DAT-MOVTO-COMP =
036100                 JRNALT1-DAT-MOVTO-AA * 10000
036200               + JRNALT1-DAT-MOVTO-MM * 100
036300               + JRNALT1-DAT-MOVTO-DD
036400         IF AUD-DAT-MOVTO-COMP LESS AUD-SEL-INICIO-COMP
036500            OR AUD-DAT-MOVTO-COMP GREATER AUD-SEL-FIM-COMP
036600             GO TO 2100-EXIT
036700         END-IF
036800     END-IF.
036900
037000     SET AUD-SELECIONADO TO TRUE.
037100
037200 2100-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600*    2200-EMITE-LINHA                                            *
037700*    EMITE NO RELJRN1 A LINHA DA ALTERACAO SELECIONADA           *
037800******************************************************************
037900 2200-EMITE-LINHA.
038000
038100     ADD 1 TO AUD-QT-SELECIONADOS.
038200
038300     MOVE SPACES TO RELJRN1-REGISTRO.
038400     STRING JRNALT1-DAT-MOVTO     DELIMITED BY SIZE
038500            ' '                   DELIMITED BY SIZE
038600            JRNALT1-HOR-MOVTO     DELIMITED BY SIZE
038700            ' '                   DELIMITED BY SIZE
038800            JRNALT1-NOM-PROGRAMA  DELIMITED BY SIZE
038900            ' '                   DELIMITED BY SIZE
039000            JRNALT1-COD-USUARIO   DELIMITED BY SIZE
039100            ' '                   DELIMITED BY SIZE
039200            JRNALT1-TIP-ARQ       DELIMITED BY SIZE
039300            ' '                   DELIMITED BY SIZE
039400            JRNALT1-TIP-ACAO      DELIMITED BY SIZE
039500            ' '                   DELIMITED BY SIZE
039600            JRNALT1-CHAVE         DELIMITED BY SIZE
039700            ' ANTES: '            DELIMITED BY SIZE
039800            JRNALT1-VAL-ANTES     DELIMITED BY SIZE
039900            ' DEPOIS: '           DELIMITED BY SIZE
040000            JRNALT1-VAL-DEPOIS    DELIMITED BY SIZE
040100       INTO RELJRN1-REGISTRO.
040200     WRITE RELJRN1-REGISTRO.
040300
040400 2200-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*    3000-FINALIZA                                               *
040900*    EMITE OS TOTAIS NO RELJRN1, FECHA OS ARQUIVOS E EXIBE O     *
041000*    RESUMO DO PROCESSAMENTO                                     *
041100******************************************************************
041200 3000-FINALIZA.
041300
041400     MOVE SPACES TO RELJRN1-REGISTRO.
041500     WRITE RELJRN1-REGISTRO.
041600
041700     MOVE SPACES TO RELJRN1-REGISTRO.
041800     STRING 'REGISTROS LIDOS DO JOURNAL .........: '
041900            DELIMITED BY SIZE
042000            AUD-QT-LIDOS DELIMITED BY SIZE
042100       INTO RELJRN1-REGISTRO.
042200     WRITE RELJRN1-REGISTRO.
042300
042400     MOVE SPACES TO RELJRN1-REGISTRO.
042500     STRING 'ALTERACOES SELECIONADAS ............: '
042600            DELIMITED BY SIZE
042700            AUD-QT-SELECIONADOS DELIMITED BY SIZE
042800       INTO RELJRN1-REGISTRO.
042900     WRITE RELJRN1-REGISTRO.
043000
043100     IF AUD-FS-JRNALT1 EQUAL '00' OR '10'
043200         CLOSE JRNALT1
043300     END-IF.
043400     CLOSE RELJRN1.
043500
043600     IF AUD-QT-SELECIONADOS EQUAL ZEROS
043700        AND RETURN-CODE LESS 4
043800         MOVE 4 TO RETURN-CODE
043900     END-IF.
044000
044100     DISPLAY 'AUD01112 - JOURNAL LIDOS .......: ' AUD-QT-LIDOS.
044200     DISPLAY 'AUD01112 - SELECIONADOS ........: '
044300              AUD-QT-SELECIONADOS.
044400
044500 3000-EXIT.
044600     EXIT.
