000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FOL01112.
000300 AUTHOR.        E.SANTANA.
000400 INSTALLATION.  DEPTO DE SISTEMAS - FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAMA .: FOL01112                                       *
001000*    FUNCAO   .: CONCILIA O CADASTRO DA EXTRACAO CONTRA O        *
001100*                CADASTRO MESTRE DA FOLHA DE PAGAMENTO           *
001200*                (CADFOLH1) PELO COD-FUNCI. CLASSIFICA NUMA SO   *
001300*                ORDENACAO O ENT01112 (ARQENT01 PRIMARIO E OS    *
001400*                FEEDS DO LISTENT1), A FOLHA, AS RESCISOES       *
001500*                (ARQRSC01) E O SUSPENSE (SUSP1112) E RELATA NO  *
001600*                RELFOL1 QUATRO CASOS: 1) ATIVO NO CADASTRO E    *
001700*                FORA DA FOLHA; 2) NA FOLHA E AUSENTE OU         *
001800*                DESLIGADO NO CADASTRO (SIT-FUNCI 'I' OU         *
001900*                RESCISAO COM DEMISSAO JA VENCIDA); 3) NOS DOIS, *
002000*                MAS COM DEPARTAMENTO OU ESCRITORIO DIFERENTE;   *
002100*                4) NO SUSPENSE E, POR ISSO, FORA DO EXTRATO.    *
002200*                O CASO 2 (PAGAMENTO A DESLIGADO) SINALIZA       *
002300*                RETURN-CODE 8; OS DEMAIS, RETURN-CODE 4.        *
002400*                                                                *
002500*    REGISTRO DE ALTERACOES                                     *
002600*    ----------------------------------------------------------- *
002700*    DATA       AUTOR     DESCRICAO                              *
002800*    ---------- --------- ------------------------------------- *
002900*    15/10/2026 EAS       PROGRAMA ORIGINAL.                     *
002910*    15/10/2026 EAS       LISTENT1 NO NOVO BOOK LST01112 (NOME   *
002920*                         DO FEED E TOLERANCIAS DO EXT01112);    *
002930*                         A LINHA DO PRIMARIO (ARQENT01) E       *
002940*                         SALTADA.                               *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ARQENT01  ASSIGN TO DYNAMIC FOL-ARQENT01-NOME
004100                      ORGANIZATION IS LINE SEQUENTIAL
004200                      FILE STATUS  IS FOL-FS-ARQENT01.
004300
004400     SELECT LISTENT1  ASSIGN TO LISTENT1
004500                      ORGANIZATION IS LINE SEQUENTIAL
004600                      FILE STATUS  IS FOL-FS-LISTENT1.
004700
004800     SELECT CADFOLH1  ASSIGN TO CADFOLH1
004900                      ORGANIZATION IS LINE SEQUENTIAL
005000                      FILE STATUS  IS FOL-FS-CADFOLH1.
005100
005200     SELECT ARQRSC01  ASSIGN TO ARQRSC01
005300                      ORGANIZATION IS LINE SEQUENTIAL
005400                      FILE STATUS  IS FOL-FS-ARQRSC01.
005500
005600     SELECT SUSP1112  ASSIGN TO SUSP1112
005700                      ORGANIZATION IS LINE SEQUENTIAL
005800                      FILE STATUS  IS FOL-FS-SUSP1112.
005900
006000     SELECT RELFOL1   ASSIGN TO RELFOL1
006100                      ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT FOL-ORDENA ASSIGN TO SORTWK1.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ARQENT01
006800     RECORDING MODE IS F.
006900 COPY ENT01112.
007000
007100 FD  LISTENT1
007200     RECORDING MODE IS F.
007300 COPY LST01112.
007400
007500 FD  CADFOLH1
007600     RECORDING MODE IS F.
007700 COPY FPG01112.
007800
007900 FD  ARQRSC01
008000     RECORDING MODE IS F.
008100 COPY RSC01112.
008200
008300 FD  SUSP1112
008400     RECORDING MODE IS F.
008500 COPY SUS01112.
008600
008700 FD  RELFOL1
008800     RECORDING MODE IS F.
008900 01  RELFOL1-REGISTRO               PIC X(160).
009000
009100 SD  FOL-ORDENA.
009200 01  FOL-SRT-REGISTRO.
009300     03 FOL-SRT-COD-FUNCI            PIC X(08).
009400     03 FOL-SRT-ORIGEM               PIC X(01).
009500        88 FOL-SRT-CADASTRO              VALUE 'C'.
009600        88 FOL-SRT-FOLHA                 VALUE 'F'.
009700        88 FOL-SRT-RESCISAO              VALUE 'R'.
009800        88 FOL-SRT-SUSPENSE              VALUE 'S'.
009900     03 FOL-SRT-SIT-FUNCI            PIC X(01).
010000     03 FOL-SRT-NOM-FUNCI            PIC X(50).
010100     03 FOL-SRT-NOM-ESCRT            PIC X(30).
010200     03 FOL-SRT-COD-DPTFN            PIC X(15).
010300     03 FOL-SRT-DAT-DEMIS            PIC X(10).
010400     03 FOL-SRT-COD-MOTIVO           PIC X(02).
010500     03 FOL-SRT-DSC-MOTIVO           PIC X(30).
010600
010700 WORKING-STORAGE SECTION.
010800******************************************************************
010900*    SWITCHES E CONTADORES GERAIS DO PROGRAMA                    *
011000******************************************************************
011100 77  FOL-FS-ARQENT01           PIC X(02) VALUE '00'.
011200 77  FOL-FS-LISTENT1           PIC X(02) VALUE '00'.
011300 77  FOL-FS-CADFOLH1           PIC X(02) VALUE '00'.
011400 77  FOL-FS-ARQRSC01           PIC X(02) VALUE '00'.
011500 77  FOL-FS-SUSP1112           PIC X(02) VALUE '00'.
011600
011700 77  FOL-ARQENT01-NOME         PIC X(80) VALUE 'ARQENT01'.
011800
011900 77  FOL-SW-FIM-ARQENT01       PIC X(01) VALUE 'N'.
012000     88 FOL-FIM-ARQENT01            VALUE 'S'.
012100
012200 77  FOL-SW-FIM-LISTENT1       PIC X(01) VALUE 'N'.
012300     88 FOL-FIM-LISTENT1            VALUE 'S'.
012400
012500 77  FOL-SW-FIM-CADFOLH1       PIC X(01) VALUE 'N'.
012600     88 FOL-FIM-CADFOLH1            VALUE 'S'.
012700
012800 77  FOL-SW-FIM-ARQRSC01       PIC X(01) VALUE 'N'.
012900     88 FOL-FIM-ARQRSC01            VALUE 'S'.
013000
013100 77  FOL-SW-FIM-SUSP1112       PIC X(01) VALUE 'N'.
013200     88 FOL-FIM-SUSP1112            VALUE 'S'.
013300
013400 77  FOL-SW-FIM-ORDENA         PIC X(01) VALUE 'N'.
013500     88 FOL-FIM-ORDENA              VALUE 'S'.
013600
013700 77  FOL-SW-ABANDONA           PIC X(01) VALUE 'N'.
013800     88 FOL-ABANDONA                VALUE 'S'.
013900
014000 77  FOL-QT-CADASTRO-LIDOS     PIC 9(08) VALUE ZEROS.
014100 77  FOL-QT-FOLHA-LIDOS        PIC 9(08) VALUE ZEROS.
014200 77  FOL-QT-FOLHA-SUSPENSOS    PIC 9(08) VALUE ZEROS.
014300 77  FOL-QT-RESCISAO-LIDOS     PIC 9(08) VALUE ZEROS.
014400 77  FOL-QT-SUSPENSE-LIDOS     PIC 9(08) VALUE ZEROS.
014500 77  FOL-QT-FEEDS-INDISP       PIC 9(04) VALUE ZEROS.
014600 77  FOL-QT-FUNCIONARIOS       PIC 9(08) VALUE ZEROS.
014700
014800 77  FOL-QT-CASO-1             PIC 9(08) VALUE ZEROS.
014900 77  FOL-QT-CASO-2             PIC 9(08) VALUE ZEROS.
015000 77  FOL-QT-CASO-3             PIC 9(08) VALUE ZEROS.
015100 77  FOL-QT-CASO-4             PIC 9(08) VALUE ZEROS.
015200
015300 01  FOL-DATA-SISTEMA.
015400     03 FOL-DATA-SISTEMA-AAAA  PIC 9(04).
015500     03 FOL-DATA-SISTEMA-MM    PIC 9(02).
015600     03 FOL-DATA-SISTEMA-DD    PIC 9(02).
015700
015800 01  FOL-DATA-SISTEMA-N   REDEFINES FOL-DATA-SISTEMA
015900                               PIC 9(08).
016000
016100 01  FOL-DATA-EXEC-EDIT        PIC X(10) VALUE SPACES.
016200
016300******************************************************************
016400*    DESMONTE DA DATA DE DEMISSAO DA RESCISAO (DD/MM/AAAA) PARA  *
016500*    A COMPARACAO COM A DATA DA EXECUCAO                         *
016600******************************************************************
016700 01  FOL-DAT-TRAB              PIC X(10) VALUE SPACES.
016800 01  FOL-DAT-TRAB-O       REDEFINES FOL-DAT-TRAB.
016900     03 FOL-DAT-TRAB-DD        PIC 9(02).
017000     03 FILLER                 PIC X.
017100     03 FOL-DAT-TRAB-MM        PIC 9(02).
017200     03 FILLER                 PIC X.
017300     03 FOL-DAT-TRAB-AA        PIC 9(04).
017400
017500 77  FOL-DAT-DEMIS-COMP        PIC 9(08) VALUE ZEROS.
017600
017700******************************************************************
017800*    SITUACAO ACUMULADA DO COD-FUNCI CORRENTE (QUEBRA DE         *
017900*    CONTROLE DA ORDENACAO). DO CADASTRO VALE O PRIMEIRO         *
018000*    REGISTRO NA ORDEM DOS FEEDS, COMO NA EXTRACAO (OS DEMAIS    *
018100*    SAO DUPLICADOS); DO SUSPENSE VALE O ULTIMO GRAVADO          *
018200******************************************************************
018300 77  FOL-GRP-COD-FUNCI         PIC X(08) VALUE SPACES.
018400
018500 77  FOL-SW-GRP-CADASTRO       PIC X(01) VALUE 'N'.
018600     88 FOL-GRP-NO-CADASTRO         VALUE 'S'.
018700 77  FOL-GRP-CAD-SIT-FUNCI     PIC X(01) VALUE SPACES.
018800 77  FOL-GRP-CAD-NOM-FUNCI     PIC X(50) VALUE SPACES.
018900 77  FOL-GRP-CAD-NOM-ESCRT     PIC X(30) VALUE SPACES.
019000 77  FOL-GRP-CAD-COD-DPTFN     PIC X(15) VALUE SPACES.
019100
019200 77  FOL-SW-GRP-FOLHA          PIC X(01) VALUE 'N'.
019300     88 FOL-GRP-NA-FOLHA            VALUE 'S'.
019400 77  FOL-GRP-FOL-NOM-FUNCI     PIC X(50) VALUE SPACES.
019500 77  FOL-GRP-FOL-NOM-ESCRT     PIC X(30) VALUE SPACES.
019600 77  FOL-GRP-FOL-COD-DPTFN     PIC X(15) VALUE SPACES.
019700
019800 77  FOL-SW-GRP-RESCINDIDO     PIC X(01) VALUE 'N'.
019900     88 FOL-GRP-RESCINDIDO          VALUE 'S'.
020000 77  FOL-GRP-RSC-DAT-DEMIS     PIC X(10) VALUE SPACES.
020100
020200 77  FOL-SW-GRP-SUSPENSE       PIC X(01) VALUE 'N'.
020300     88 FOL-GRP-NO-SUSPENSE         VALUE 'S'.
020400 77  FOL-GRP-SUS-NOM-FUNCI     PIC X(50) VALUE SPACES.
020500 77  FOL-GRP-SUS-COD-MOTIVO    PIC X(02) VALUE SPACES.
020600 77  FOL-GRP-SUS-DSC-MOTIVO    PIC X(30) VALUE SPACES.
020700
020800 77  FOL-SW-GRP-DESLIGADO      PIC X(01) VALUE 'N'.
020900     88 FOL-GRP-DESLIGADO           VALUE 'S'.
021000
021100 77  FOL-DSC-CASO              PIC X(50) VALUE SPACES.
021200 77  FOL-DSC-FOLHA             PIC X(15) VALUE SPACES.
021300
021400 PROCEDURE DIVISION.
021500******************************************************************
021600*    0000-MAINLINE                                               *
021700*    PARAGRAFO PRINCIPAL DO PROGRAMA                             *
021800******************************************************************
021900 0000-MAINLINE.
022000
022100     PERFORM 1000-INICIALIZA      THRU 1000-EXIT.
022200     PERFORM 2000-CONCILIA        THRU 2000-EXIT.
022300     PERFORM 3000-FINALIZA        THRU 3000-EXIT.
022400
022500     STOP RUN.
022600
022700******************************************************************
022800*    1000-INICIALIZA                                             *
022900*    ABRE O RELATORIO E GRAVA O CABECALHO. CONFIRMA QUE A FOLHA  *
023000*    E O ARQENT01 PRIMARIO ESTAO DISPONIVEIS: SEM UM DELES NAO   *
023100*    HA O QUE CONCILIAR (RETURN-CODE 12)                         *
023200******************************************************************
023300 1000-INICIALIZA.
023400
023500     ACCEPT FOL-DATA-SISTEMA FROM DATE YYYYMMDD.
023600
023700     STRING FOL-DATA-SISTEMA-DD   DELIMITED BY SIZE
023800            '/'                   DELIMITED BY SIZE
023900            FOL-DATA-SISTEMA-MM   DELIMITED BY SIZE
024000            '/'                   DELIMITED BY SIZE
024100            FOL-DATA-SISTEMA-AAAA DELIMITED BY SIZE
024200       INTO FOL-DATA-EXEC-EDIT.
024300
024400     OPEN OUTPUT RELFOL1.
024500
024600     MOVE SPACES TO RELFOL1-REGISTRO.
024700     STRING 'CONCILIACAO DO CADASTRO COM A FOLHA DE PAGAMENTO - '
024800            'FOL01112'
024900            DELIMITED BY SIZE INTO RELFOL1-REGISTRO.
025000     WRITE RELFOL1-REGISTRO.
025100
025200     MOVE SPACES TO RELFOL1-REGISTRO.
025300     STRING 'DATA DA CONCILIACAO ................: '
025400            DELIMITED BY SIZE
025500            FOL-DATA-EXEC-EDIT DELIMITED BY SIZE
025600       INTO RELFOL1-REGISTRO.
025700     WRITE RELFOL1-REGISTRO.
025800
025900     MOVE SPACES TO RELFOL1-REGISTRO.
026000     WRITE RELFOL1-REGISTRO.
026100
026200     OPEN INPUT CADFOLH1.
026300
026400     IF FOL-FS-CADFOLH1 NOT EQUAL '00'
026500         DISPLAY 'FOL01112 - CADFOLH1 NAO ABERTO FS='
026600                  FOL-FS-CADFOLH1
026700         MOVE SPACES TO RELFOL1-REGISTRO
026800         STRING 'CADASTRO DA FOLHA DE PAGAMENTO INDISPONIVEL'
026900                DELIMITED BY SIZE INTO RELFOL1-REGISTRO
027000         WRITE RELFOL1-REGISTRO
027100         MOVE 12 TO RETURN-CODE
027200         SET FOL-ABANDONA TO TRUE
027300         GO TO 1000-EXIT
027400     END-IF.
027500
027600     MOVE 'ARQENT01' TO FOL-ARQENT01-NOME.
027700     OPEN INPUT ARQENT01.
027800
027900     IF FOL-FS-ARQENT01 NOT EQUAL '00'
028000         DISPLAY 'FOL01112 - ARQENT01 NAO ABERTO FS='
028100                  FOL-FS-ARQENT01
028200         MOVE SPACES TO RELFOL1-REGISTRO
028300         STRING 'CADASTRO DE ENTRADA (ARQENT01) INDISPONIVEL'
028400                DELIMITED BY SIZE INTO RELFOL1-REGISTRO
028500         WRITE RELFOL1-REGISTRO
028600         CLOSE CADFOLH1
028700         MOVE 12 TO RETURN-CODE
028800         SET FOL-ABANDONA TO TRUE
028900         GO TO 1000-EXIT
029000     END-IF.
029100
029200 1000-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*    2000-CONCILIA                                               *
029700*    CLASSIFICA AS QUATRO ORIGENS POR COD-FUNCI E ORIGEM E       *
029800*    CONFRONTA CADA FUNCIONARIO NA QUEBRA DE CONTROLE            *
029900******************************************************************
030000 2000-CONCILIA.
030100
030200     IF FOL-ABANDONA
030300         GO TO 2000-EXIT
030400     END-IF.
030500
030600     SORT FOL-ORDENA
030700          ON ASCENDING KEY FOL-SRT-COD-FUNCI
030800                           FOL-SRT-ORIGEM
030900          WITH DUPLICATES IN ORDER
031000          INPUT  PROCEDURE IS 2100-CLASSIFICA THRU 2199-EXIT
031100          OUTPUT PROCEDURE IS 2200-CONFRONTA  THRU 2299-EXIT.
031200
031300 2000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    2100-CLASSIFICA                                             *
031800*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA OS         *
031900*    REGISTROS DO ARQENT01 PRIMARIO (JA ABERTO), DE CADA FEED    *
032000*    DO LISTENT1, DA FOLHA, DAS RESCISOES E DO SUSPENSE          *
032100******************************************************************
032200 2100-CLASSIFICA.
032300
032400     PERFORM 2110-LIBERA-FEED THRU 2110-EXIT.
032500
032600     PERFORM 2120-LIBERA-FEEDS-LISTADOS THRU 2120-EXIT.
032700
032800     PERFORM 2131-LER-FOLHA    THRU 2131-EXIT.
032900     PERFORM 2132-LIBERA-FOLHA THRU 2132-EXIT
033000             UNTIL FOL-FIM-CADFOLH1.
033100     CLOSE CADFOLH1.
033200
033300     PERFORM 2140-LIBERA-RESCISOES THRU 2140-EXIT.
033400
033500     PERFORM 2150-LIBERA-SUSPENSE  THRU 2150-EXIT.
033600
033700     GO TO 2199-EXIT.
033800
033900******************************************************************
034000*    2110-LIBERA-FEED                                            *
034100*    LIBERA TODOS OS REGISTROS DO FEED ABERTO EM ARQENT01 E      *
034200*    FECHA O ARQUIVO                                             *
034300******************************************************************
034400 2110-LIBERA-FEED.
034500
034600     MOVE 'N' TO FOL-SW-FIM-ARQENT01.
034700
034800     PERFORM 2111-LER-ARQENT01     THRU 2111-EXIT.
034900     PERFORM 2112-LIBERA-CADASTRO  THRU 2112-EXIT
035000             UNTIL FOL-FIM-ARQENT01.
035100
035200     CLOSE ARQENT01.
035300
035400 2110-EXIT.
035500     EXIT.
035600
035700 2111-LER-ARQENT01.
035800
035900     READ ARQENT01
036000         AT END
036100             SET FOL-FIM-ARQENT01 TO TRUE
036200     END-READ.
036300
036400 2111-EXIT.
036500     EXIT.
036600
036700 2112-LIBERA-CADASTRO.
036800
036900     IF ARQENT01-COD-FUNCI NOT EQUAL SPACES
037000         ADD 1 TO FOL-QT-CADASTRO-LIDOS
037100         MOVE SPACES             TO FOL-SRT-REGISTRO
037200         MOVE ARQENT01-COD-FUNCI TO FOL-SRT-COD-FUNCI
037300         MOVE 'C'                TO FOL-SRT-ORIGEM
037400         MOVE ARQENT01-SIT-FUNCI TO FOL-SRT-SIT-FUNCI
037500         MOVE ARQENT01-NOM-FUNCI TO FOL-SRT-NOM-FUNCI
037600         MOVE ARQENT01-NOM-ESCRT TO FOL-SRT-NOM-ESCRT
037700         MOVE ARQENT01-COD-DPTFN TO FOL-SRT-COD-DPTFN
037800         MOVE ARQENT01-DAT-DEMIS TO FOL-SRT-DAT-DEMIS
037900         RELEASE FOL-SRT-REGISTRO
038000     END-IF.
038100
038200     PERFORM 2111-LER-ARQENT01 THRU 2111-EXIT.
038300
038400 2112-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*    2120-LIBERA-FEEDS-LISTADOS                                  *
038900*    LE O CARTAO DE CONSOLIDACAO (LISTENT1), SE EXISTIR, E       *
039000*    LIBERA OS REGISTROS DE CADA FEED ADICIONAL LISTADO (A LINHA *
039050*    DO PRIMARIO ARQENT01 SO TRAZ TOLERANCIAS E E SALTADA). FEED *
039100*    INDISPONIVEL DEIXA O CADASTRO INCOMPLETO: A CONCILIACAO     *
039200*    PROSSEGUE, MAS SINALIZA RETURN-CODE 12                      *
039300******************************************************************
039400 2120-LIBERA-FEEDS-LISTADOS.
039500
039600     OPEN INPUT LISTENT1.
039700
039800     IF FOL-FS-LISTENT1 NOT EQUAL '00'
039900         GO TO 2120-EXIT
040000     END-IF.
040100
040200     PERFORM 2121-LER-LISTENT1       THRU 2121-EXIT.
040300     PERFORM 2122-LIBERA-FEED-LISTADO THRU 2122-EXIT
040400             UNTIL FOL-FIM-LISTENT1.
040500
040600     CLOSE LISTENT1.
040700
040800 2120-EXIT.
040900     EXIT.
041000
041100 2121-LER-LISTENT1.
041200
041300     READ LISTENT1
041400         AT END
041500             SET FOL-FIM-LISTENT1 TO TRUE
041600     END-READ.
041700
041800 2121-EXIT.
041900     EXIT.
042000
042100 2122-LIBERA-FEED-LISTADO.
042200
042300     IF LISTENT1-NOM-ARQUIVO EQUAL SPACES
042350        OR LISTENT1-NOM-ARQUIVO EQUAL 'ARQENT01'
042400         GO TO 2122-LER
042500     END-IF.
042600
042700     MOVE LISTENT1-NOM-ARQUIVO TO FOL-ARQENT01-NOME.
042800     OPEN INPUT ARQENT01.
042900
043000     IF FOL-FS-ARQENT01 NOT EQUAL '00'
043100         DISPLAY 'FOL01112 - FEED NAO ABERTO FS='
043200                  FOL-FS-ARQENT01 ' ('
043300                  FOL-ARQENT01-NOME
043400                 ') - CADASTRO INCOMPLETO'
043500         ADD 1 TO FOL-QT-FEEDS-INDISP
043600         MOVE SPACES TO RELFOL1-REGISTRO
043700         STRING 'FEED INDISPONIVEL - CADASTRO INCOMPLETO: '
043800                DELIMITED BY SIZE
043900                FOL-ARQENT01-NOME DELIMITED BY SPACE
044000           INTO RELFOL1-REGISTRO
044100         WRITE RELFOL1-REGISTRO
044200         MOVE 12 TO RETURN-CODE
044300     ELSE
044400         PERFORM 2110-LIBERA-FEED THRU 2110-EXIT
044500     END-IF.
044600
044700 2122-LER.
044800
044900     PERFORM 2121-LER-LISTENT1 THRU 2121-EXIT.
045000
045100 2122-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*    2131-LER-FOLHA / 2132-LIBERA-FOLHA                          *
045600*    LIBERA OS FUNCIONARIOS COM PAGAMENTO ATIVO NA FOLHA.        *
045700*    PAGAMENTO SUSPENSO NAO CONTA COMO "NA FOLHA"                *
045800******************************************************************
045900 2131-LER-FOLHA.
046000
046100     READ CADFOLH1
046200         AT END
046300             SET FOL-FIM-CADFOLH1 TO TRUE
046400     END-READ.
046500
046600 2131-EXIT.
046700     EXIT.
046800
046900 2132-LIBERA-FOLHA.
047000
047100     IF ARQFPG01-COD-FUNCI EQUAL SPACES
047200         GO TO 2132-LER
047300     END-IF.
047400
047500     ADD 1 TO FOL-QT-FOLHA-LIDOS.
047600
047700     IF NOT ARQFPG01-PAGTO-ATIVO
047800         ADD 1 TO FOL-QT-FOLHA-SUSPENSOS
047900         GO TO 2132-LER
048000     END-IF.
048100
048200     MOVE SPACES             TO FOL-SRT-REGISTRO.
048300     MOVE ARQFPG01-COD-FUNCI TO FOL-SRT-COD-FUNCI.
048400     MOVE 'F'                TO FOL-SRT-ORIGEM.
048500     MOVE ARQFPG01-NOM-FUNCI TO FOL-SRT-NOM-FUNCI.
048600     MOVE ARQFPG01-NOM-ESCRT TO FOL-SRT-NOM-ESCRT.
048700     MOVE ARQFPG01-COD-DPTFN TO FOL-SRT-COD-DPTFN.
048800     RELEASE FOL-SRT-REGISTRO.
048900
049000 2132-LER.
049100
049200     PERFORM 2131-LER-FOLHA THRU 2131-EXIT.
049300
049400 2132-EXIT.
049500     EXIT.
049600
049700******************************************************************
049800*    2140-LIBERA-RESCISOES                                       *
049900*    LIBERA OS DETALHES DO ARQUIVO DE RESCISOES (ARQRSC01). SEM  *
050000*    O ARQUIVO, VALE SO A SITUACAO DO ENT01112                   *
050100******************************************************************
050200 2140-LIBERA-RESCISOES.
050300
050400     OPEN INPUT ARQRSC01.
050500
050600     IF FOL-FS-ARQRSC01 NOT EQUAL '00'
050700         DISPLAY 'FOL01112 - ARQRSC01 NAO ABERTO FS='
050800                  FOL-FS-ARQRSC01
050900                 ' - SO A SITUACAO DO ENT01112 SERA USADA'
051000         GO TO 2140-EXIT
051100     END-IF.
051200
051300     PERFORM 2141-LER-RESCISAO     THRU 2141-EXIT.
051400     PERFORM 2142-LIBERA-RESCISAO  THRU 2142-EXIT
051500             UNTIL FOL-FIM-ARQRSC01.
051600
051700     CLOSE ARQRSC01.
051800
051900 2140-EXIT.
052000     EXIT.
052100
052200 2141-LER-RESCISAO.
052300
052400     READ ARQRSC01
052500         AT END
052600             SET FOL-FIM-ARQRSC01 TO TRUE
052700     END-READ.
052800
052900 2141-EXIT.
053000     EXIT.
053100
053200 2142-LIBERA-RESCISAO.
053300
053400     IF ARQRSC01-TIPO-DETALHE
053500        AND ARQRSC01-COD-FUNCI NOT EQUAL SPACES
053600         ADD 1 TO FOL-QT-RESCISAO-LIDOS
053700         MOVE SPACES             TO FOL-SRT-REGISTRO
053800         MOVE ARQRSC01-COD-FUNCI TO FOL-SRT-COD-FUNCI
053900         MOVE 'R'                TO FOL-SRT-ORIGEM
054000         MOVE ARQRSC01-NOM-FUNCI TO FOL-SRT-NOM-FUNCI
054100         MOVE ARQRSC01-NOM-ESCRT TO FOL-SRT-NOM-ESCRT
054200         MOVE ARQRSC01-COD-DPTFN TO FOL-SRT-COD-DPTFN
054300         MOVE ARQRSC01-DAT-DEMIS TO FOL-SRT-DAT-DEMIS
054400         RELEASE FOL-SRT-REGISTRO
054500     END-IF.
054600
054700     PERFORM 2141-LER-RESCISAO THRU 2141-EXIT.
054800
054900 2142-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300*    2150-LIBERA-SUSPENSE                                        *
055400*    LIBERA OS REGISTROS DO ARQUIVO DE SUSPENSE (SUSP1112). SEM  *
055500*    O ARQUIVO, NAO HA FUNCIONARIO RETIDO FORA DO EXTRATO        *
055600******************************************************************
055700 2150-LIBERA-SUSPENSE.
055800
055900     OPEN INPUT SUSP1112.
056000
056100     IF FOL-FS-SUSP1112 NOT EQUAL '00'
056200         DISPLAY 'FOL01112 - SUSP1112 NAO ABERTO FS='
056300                  FOL-FS-SUSP1112
056400                 ' - NENHUM FUNCIONARIO NO SUSPENSE'
056500         GO TO 2150-EXIT
056600     END-IF.
056700
056800     PERFORM 2151-LER-SUSPENSE     THRU 2151-EXIT.
056900     PERFORM 2152-LIBERA-SUSPENSO  THRU 2152-EXIT
057000             UNTIL FOL-FIM-SUSP1112.
057100
057200     CLOSE SUSP1112.
057300
057400 2150-EXIT.
057500     EXIT.
057600
057700 2151-LER-SUSPENSE.
057800
057900     READ SUSP1112
058000         AT END
058100             SET FOL-FIM-SUSP1112 TO TRUE
058200     END-READ.
058300
058400 2151-EXIT.
058500     EXIT.
058600
058700 2152-LIBERA-SUSPENSO.
058800
058900     IF ARQSUS01-COD-FUNCI NOT EQUAL SPACES
059000         ADD 1 TO FOL-QT-SUSPENSE-LIDOS
059100         MOVE SPACES              TO FOL-SRT-REGISTRO
059200         MOVE ARQSUS01-COD-FUNCI  TO FOL-SRT-COD-FUNCI
059300         MOVE 'S'                 TO FOL-SRT-ORIGEM
059400         MOVE ARQSUS01-NOM-FUNCI  TO FOL-SRT-NOM-FUNCI
059500         MOVE ARQSUS01-NOM-ESCRT  TO FOL-SRT-NOM-ESCRT
059600         MOVE ARQSUS01-COD-DPTFN  TO FOL-SRT-COD-DPTFN
059700         MOVE ARQSUS01-COD-MOTIVO TO FOL-SRT-COD-MOTIVO
059800         MOVE ARQSUS01-DSC-MOTIVO TO FOL-SRT-DSC-MOTIVO
059900         RELEASE FOL-SRT-REGISTRO
060000     END-IF.
060100
060200     PERFORM 2151-LER-SUSPENSE THRU 2151-EXIT.
060300
060400 2152-EXIT.
060500     EXIT.
060600
060700 2199-EXIT.
060800     EXIT.
060900
061000******************************************************************
061100*    2200-CONFRONTA                                              *
061200*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: ACUMULA AS ORIGENS  *
061300*    DE CADA COD-FUNCI E, NA QUEBRA, CONFRONTA O FUNCIONARIO     *
061400******************************************************************
061500 2200-CONFRONTA.
061600
061700     MOVE 'N'    TO FOL-SW-FIM-ORDENA.
061800     MOVE SPACES TO FOL-GRP-COD-FUNCI.
061900
062000     PERFORM 2210-RETORNA-REGISTRO THRU 2210-EXIT.
062100     PERFORM 2220-ACUMULA-FUNCI    THRU 2220-EXIT
062200             UNTIL FOL-FIM-ORDENA.
062300
062400     PERFORM 2230-AVALIA-FUNCI     THRU 2230-EXIT.
062500
062600     GO TO 2299-EXIT.
062700
062800 2210-RETORNA-REGISTRO.
062900
063000     RETURN FOL-ORDENA
063100         AT END
063200             SET FOL-FIM-ORDENA TO TRUE
063300     END-RETURN.
063400
063500 2210-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    2220-ACUMULA-FUNCI                                          *
064000*    NA TROCA DE COD-FUNCI, CONFRONTA O ANTERIOR E REINICIA O    *
064100*    GRUPO; GUARDA A ORIGEM DO REGISTRO CORRENTE E LE O PROXIMO  *
064200******************************************************************
064300 2220-ACUMULA-FUNCI.
064400
064500     IF FOL-SRT-COD-FUNCI NOT EQUAL FOL-GRP-COD-FUNCI
064600         PERFORM 2230-AVALIA-FUNCI  THRU 2230-EXIT
064700         PERFORM 2225-INICIA-GRUPO  THRU 2225-EXIT
064800     END-IF.
064900
065000     EVALUATE TRUE
065100         WHEN FOL-SRT-CADASTRO
065200             IF NOT FOL-GRP-NO-CADASTRO
065300                 SET FOL-GRP-NO-CADASTRO TO TRUE
065400                 MOVE FOL-SRT-SIT-FUNCI TO FOL-GRP-CAD-SIT-FUNCI
065500                 MOVE FOL-SRT-NOM-FUNCI TO FOL-GRP-CAD-NOM-FUNCI
065600                 MOVE FOL-SRT-NOM-ESCRT TO FOL-GRP-CAD-NOM-ESCRT
065700                 MOVE FOL-SRT-COD-DPTFN TO FOL-GRP-CAD-COD-DPTFN
065800             END-IF
065900         WHEN FOL-SRT-FOLHA
066000             SET FOL-GRP-NA-FOLHA TO TRUE
066100             MOVE FOL-SRT-NOM-FUNCI TO FOL-GRP-FOL-NOM-FUNCI
066200             MOVE FOL-SRT-NOM-ESCRT TO FOL-GRP-FOL-NOM-ESCRT
066300             MOVE FOL-SRT-COD-DPTFN TO FOL-GRP-FOL-COD-DPTFN
066400         WHEN FOL-SRT-RESCISAO
066500             PERFORM 2226-VERIFICA-RESCISAO THRU 2226-EXIT
066600         WHEN FOL-SRT-SUSPENSE
066700             SET FOL-GRP-NO-SUSPENSE TO TRUE
066800             MOVE FOL-SRT-NOM-FUNCI  TO FOL-GRP-SUS-NOM-FUNCI
066900             MOVE FOL-SRT-COD-MOTIVO TO FOL-GRP-SUS-COD-MOTIVO
067000             MOVE FOL-SRT-DSC-MOTIVO TO FOL-GRP-SUS-DSC-MOTIVO
067100         WHEN OTHER
067200             CONTINUE
067300     END-EVALUATE.
067400
067500     PERFORM 2210-RETORNA-REGISTRO THRU 2210-EXIT.
067600
067700 2220-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100*    2225-INICIA-GRUPO                                           *
068200*    REINICIA A SITUACAO ACUMULADA PARA O NOVO COD-FUNCI         *
068300******************************************************************
068400 2225-INICIA-GRUPO.
068500
068600     MOVE FOL-SRT-COD-FUNCI TO FOL-GRP-COD-FUNCI.
068700     MOVE 'N'    TO FOL-SW-GRP-CADASTRO.
068800     MOVE 'N'    TO FOL-SW-GRP-FOLHA.
068900     MOVE 'N'    TO FOL-SW-GRP-RESCINDIDO.
069000     MOVE 'N'    TO FOL-SW-GRP-SUSPENSE.
069100     MOVE SPACES TO FOL-GRP-CAD-SIT-FUNCI.
069200     MOVE SPACES TO FOL-GRP-CAD-NOM-FUNCI.
069300     MOVE SPACES TO FOL-GRP-CAD-NOM-ESCRT.
069400     MOVE SPACES TO FOL-GRP-CAD-COD-DPTFN.
069500     MOVE SPACES TO FOL-GRP-FOL-NOM-FUNCI.
069600     MOVE SPACES TO FOL-GRP-FOL-NOM-ESCRT.
069700     MOVE SPACES TO FOL-GRP-FOL-COD-DPTFN.
069800     MOVE SPACES TO FOL-GRP-RSC-DAT-DEMIS.
069900     MOVE SPACES TO FOL-GRP-SUS-NOM-FUNCI.
070000     MOVE SPACES TO FOL-GRP-SUS-COD-MOTIVO.
070100     MOVE SPACES TO FOL-GRP-SUS-DSC-MOTIVO.
070200
070300 2225-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700*    2226-VERIFICA-RESCISAO                                      *
070800*    MARCA O FUNCIONARIO COMO RESCINDIDO QUANDO A DATA DE        *
070900*    DEMISSAO DA RESCISAO FOR VALIDA E NAO POSTERIOR A DATA DA   *
071000*    EXECUCAO (DEMISSAO JA VENCIDA)                              *
071100******************************************************************
071200 2226-VERIFICA-RESCISAO.
071300
071400     MOVE FOL-SRT-DAT-DEMIS TO FOL-DAT-TRAB.
071500
071600     IF FOL-DAT-TRAB-DD NOT NUMERIC
071700        OR FOL-DAT-TRAB-MM NOT NUMERIC
071800        OR FOL-DAT-TRAB-AA NOT NUMERIC
071900         GO TO 2226-EXIT
072000     END-IF.
072100
072200     COMPUTE FOL-DAT-DEMIS-COMP =
072300             FOL-DAT-TRAB-AA * 10000
072400           + FOL-DAT-TRAB-MM * 100
072500           + FOL-DAT-TRAB-DD.
072600
072700     IF FOL-DAT-DEMIS-COMP NOT GREATER FOL-DATA-SISTEMA-N
072800         SET FOL-GRP-RESCINDIDO TO TRUE
072900         MOVE FOL-SRT-DAT-DEMIS TO FOL-GRP-RSC-DAT-DEMIS
073000     END-IF.
073100
073200 2226-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600*    2230-AVALIA-FUNCI                                           *
073700*    CONFRONTA A SITUACAO ACUMULADA DO COD-FUNCI CORRENTE E      *
073800*    EMITE NO RELFOL1 A LINHA DE CADA CASO ENCONTRADO            *
073900******************************************************************
074000 2230-AVALIA-FUNCI.
074100
074200     IF FOL-GRP-COD-FUNCI EQUAL SPACES
074300         GO TO 2230-EXIT
074400     END-IF.
074500
074600     ADD 1 TO FOL-QT-FUNCIONARIOS.
074700
074800     MOVE 'N' TO FOL-SW-GRP-DESLIGADO.
074900     IF FOL-GRP-RESCINDIDO
075000        OR (FOL-GRP-NO-CADASTRO
075100            AND FOL-GRP-CAD-SIT-FUNCI EQUAL 'I')
075200         SET FOL-GRP-DESLIGADO TO TRUE
075300     END-IF.
075400
075500     IF FOL-GRP-NO-CADASTRO
075600        AND FOL-GRP-CAD-SIT-FUNCI EQUAL 'A'
075700        AND NOT FOL-GRP-DESLIGADO
075800        AND NOT FOL-GRP-NA-FOLHA
075900         ADD 1 TO FOL-QT-CASO-1
076000         PERFORM 2240-EMITE-CASO-1 THRU 2240-EXIT
076100     END-IF.
076200
076300     IF FOL-GRP-NA-FOLHA
076400        AND (NOT FOL-GRP-NO-CADASTRO OR FOL-GRP-DESLIGADO)
076500         ADD 1 TO FOL-QT-CASO-2
076600         PERFORM 2250-EMITE-CASO-2 THRU 2250-EXIT
076700     END-IF.
076800
076900     IF FOL-GRP-NA-FOLHA
077000        AND FOL-GRP-NO-CADASTRO
077100        AND NOT FOL-GRP-DESLIGADO
077200        AND (FOL-GRP-FOL-COD-DPTFN NOT EQUAL
077300                 FOL-GRP-CAD-COD-DPTFN
077400             OR FOL-GRP-FOL-NOM-ESCRT NOT EQUAL
077500                 FOL-GRP-CAD-NOM-ESCRT)
077600         ADD 1 TO FOL-QT-CASO-3
077700         PERFORM 2260-EMITE-CASO-3 THRU 2260-EXIT
077800     END-IF.
077900
078000     IF FOL-GRP-NO-SUSPENSE
078100         ADD 1 TO FOL-QT-CASO-4
078200         PERFORM 2270-EMITE-CASO-4 THRU 2270-EXIT
078300     END-IF.
078400
078500 2230-EXIT.
078600     EXIT.
078700
078800******************************************************************
078900*    2240-EMITE-CASO-1                                           *
079000*    ATIVO NO CADASTRO E FORA DA FOLHA DE PAGAMENTO              *
079100******************************************************************
079200 2240-EMITE-CASO-1.
079300
079400     MOVE SPACES TO RELFOL1-REGISTRO.
079500     STRING 'CASO 1 '                  DELIMITED BY SIZE
079600            FOL-GRP-COD-FUNCI          DELIMITED BY SIZE
079700            ' '                        DELIMITED BY SIZE
079800            FOL-GRP-CAD-NOM-FUNCI      DELIMITED BY SIZE
079900            ' ATIVO NO CADASTRO E FORA DA FOLHA'
080000                                       DELIMITED BY SIZE
080100       INTO RELFOL1-REGISTRO.
080200     WRITE RELFOL1-REGISTRO.
080300
080400 2240-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800*    2250-EMITE-CASO-2                                           *
080900*    NA FOLHA E AUSENTE DO CADASTRO, OU DESLIGADO NELE (SIT-     *
081000*    FUNCI 'I' OU RESCISAO COM DEMISSAO JA VENCIDA)              *
081100******************************************************************
081200 2250-EMITE-CASO-2.
081300
081400     EVALUATE TRUE
081500         WHEN NOT FOL-GRP-NO-CADASTRO
081600             MOVE 'NA FOLHA E AUSENTE DO CADASTRO'
081700               TO FOL-DSC-CASO
081800         WHEN FOL-GRP-RESCINDIDO
081900             MOVE 'NA FOLHA E RESCINDIDO - DEMISSAO EM'
082000               TO FOL-DSC-CASO
082100         WHEN OTHER
082200             MOVE 'NA FOLHA E INATIVO NO CADASTRO (SIT I)'
082300               TO FOL-DSC-CASO
082400     END-EVALUATE.
082500
082600     MOVE SPACES TO RELFOL1-REGISTRO.
082700     STRING 'CASO 2 '                  DELIMITED BY SIZE
082800            FOL-GRP-COD-FUNCI          DELIMITED BY SIZE
082900            ' '                        DELIMITED BY SIZE
083000            FOL-GRP-FOL-NOM-FUNCI      DELIMITED BY SIZE
083100            ' '                        DELIMITED BY SIZE
083200            FOL-DSC-CASO               DELIMITED BY '  '
083300            ' '                        DELIMITED BY SIZE
083400            FOL-GRP-RSC-DAT-DEMIS      DELIMITED BY SIZE
083500       INTO RELFOL1-REGISTRO.
083600     WRITE RELFOL1-REGISTRO.
083700
083800 2250-EXIT.
083900     EXIT.
084000
084100******************************************************************
084200*    2260-EMITE-CASO-3                                           *
084300*    NOS DOIS CADASTROS, COM DEPARTAMENTO OU ESCRITORIO          *
084400*    DIFERENTE (CADASTRO / FOLHA)                                *
084500******************************************************************
084600 2260-EMITE-CASO-3.
084700
084800     MOVE SPACES TO RELFOL1-REGISTRO.
084900     STRING 'CASO 3 '                  DELIMITED BY SIZE
085000            FOL-GRP-COD-FUNCI          DELIMITED BY SIZE
085100            ' DPTO CAD/FOLHA '         DELIMITED BY SIZE
085200            FOL-GRP-CAD-COD-DPTFN      DELIMITED BY SIZE
085300            ' / '                      DELIMITED BY SIZE
085400            FOL-GRP-FOL-COD-DPTFN      DELIMITED BY SIZE
085500            ' ESCRT CAD/FOLHA '        DELIMITED BY SIZE
085600            FOL-GRP-CAD-NOM-ESCRT      DELIMITED BY SIZE
085700            ' / '                      DELIMITED BY SIZE
085800            FOL-GRP-FOL-NOM-ESCRT      DELIMITED BY SIZE
085900       INTO RELFOL1-REGISTRO.
086000     WRITE RELFOL1-REGISTRO.
086100
086200 2260-EXIT.
086300     EXIT.
086400
086500******************************************************************
086600*    2270-EMITE-CASO-4                                           *
086700*    RETIDO NO SUSPENSE E, POR ISSO, FORA DO EXTRATO, COM O      *
086800*    MOTIVO DA REJEICAO E A INDICACAO DE ESTAR OU NAO NA FOLHA   *
086900******************************************************************
087000 2270-EMITE-CASO-4.
087100
087200     IF FOL-GRP-NA-FOLHA
087300         MOVE 'NA FOLHA'       TO FOL-DSC-FOLHA
087400     ELSE
087500         MOVE 'FORA DA FOLHA'  TO FOL-DSC-FOLHA
087600     END-IF.
087700
087800     MOVE SPACES TO RELFOL1-REGISTRO.
087900     STRING 'CASO 4 '                  DELIMITED BY SIZE
088000            FOL-GRP-COD-FUNCI          DELIMITED BY SIZE
088100            ' '                        DELIMITED BY SIZE
088200            FOL-GRP-SUS-NOM-FUNCI      DELIMITED BY SIZE
088300            ' NO SUSPENSE - MOTIVO '   DELIMITED BY SIZE
088400            FOL-GRP-SUS-COD-MOTIVO     DELIMITED BY SIZE
088500            ' '                        DELIMITED BY SIZE
088600            FOL-GRP-SUS-DSC-MOTIVO     DELIMITED BY SIZE
088700            ' '                        DELIMITED BY SIZE
088800            FOL-DSC-FOLHA              DELIMITED BY SIZE
088900       INTO RELFOL1-REGISTRO.
089000     WRITE RELFOL1-REGISTRO.
089100
089200 2270-EXIT.
089300     EXIT.
089400
089500 2299-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900*    3000-FINALIZA                                               *
090000*    EMITE OS TOTAIS NO RELFOL1, FECHA O RELATORIO, SINALIZA AS  *
090100*    DIVERGENCIAS NO RETURN-CODE E EXIBE O RESUMO                *
090200******************************************************************
090300 3000-FINALIZA.
090400
090500     PERFORM 3100-EMITE-TOTAIS THRU 3100-EXIT.
090600
090700     CLOSE RELFOL1.
090800
090900     IF FOL-QT-CASO-2 GREATER ZEROS
091000        AND RETURN-CODE LESS 8
091100         MOVE 8 TO RETURN-CODE
091200     END-IF.
091300
091400     IF (FOL-QT-CASO-1 GREATER ZEROS
091500         OR FOL-QT-CASO-3 GREATER ZEROS
091600         OR FOL-QT-CASO-4 GREATER ZEROS)
091700        AND RETURN-CODE LESS 4
091800         MOVE 4 TO RETURN-CODE
091900     END-IF.
092000
092100     DISPLAY 'FOL01112 - CADASTRO LIDOS ......: '
092200              FOL-QT-CADASTRO-LIDOS.
092300     DISPLAY 'FOL01112 - FOLHA LIDOS .........: '
092400              FOL-QT-FOLHA-LIDOS.
092500     DISPLAY 'FOL01112 - ATIVO SEM FOLHA .....: '
092600              FOL-QT-CASO-1.
092700     DISPLAY 'FOL01112 - FOLHA SEM CADASTRO ..: '
092800              FOL-QT-CASO-2.
092900     DISPLAY 'FOL01112 - LOTACAO DIVERGENTE ..: '
093000              FOL-QT-CASO-3.
093100     DISPLAY 'FOL01112 - NO SUSPENSE .........: '
093200              FOL-QT-CASO-4.
093300
093400 3000-EXIT.
093500     EXIT.
093600
093700******************************************************************
093800*    3100-EMITE-TOTAIS                                           *
093900*    EMITE OS TOTAIS DA CONCILIACAO NO RELFOL1                   *
094000******************************************************************
094100 3100-EMITE-TOTAIS.
094200
094300     MOVE SPACES TO RELFOL1-REGISTRO.
094400     WRITE RELFOL1-REGISTRO.
094500
094600     MOVE SPACES TO RELFOL1-REGISTRO.
094700     STRING 'REGISTROS DO CADASTRO LIDOS ........: '
094800            DELIMITED BY SIZE
094900            FOL-QT-CADASTRO-LIDOS DELIMITED BY SIZE
095000       INTO RELFOL1-REGISTRO.
095100     WRITE RELFOL1-REGISTRO.
095200
095300     MOVE SPACES TO RELFOL1-REGISTRO.
095400     STRING 'FEEDS INDISPONIVEIS ................: '
095500            DELIMITED BY SIZE
095600            FOL-QT-FEEDS-INDISP DELIMITED BY SIZE
095700       INTO RELFOL1-REGISTRO.
095800     WRITE RELFOL1-REGISTRO.
095900
096000     MOVE SPACES TO RELFOL1-REGISTRO.
096100     STRING 'REGISTROS DA FOLHA LIDOS ...........: '
096200            DELIMITED BY SIZE
096300            FOL-QT-FOLHA-LIDOS DELIMITED BY SIZE
096400       INTO RELFOL1-REGISTRO.
096500     WRITE RELFOL1-REGISTRO.
096600
096700     MOVE SPACES TO RELFOL1-REGISTRO.
096800     STRING 'PAGAMENTOS SUSPENSOS (IGNORADOS) ...: '
096900            DELIMITED BY SIZE
097000            FOL-QT-FOLHA-SUSPENSOS DELIMITED BY SIZE
097100       INTO RELFOL1-REGISTRO.
097200     WRITE RELFOL1-REGISTRO.
097300
097400     MOVE SPACES TO RELFOL1-REGISTRO.
097500     STRING 'RESCISOES LIDAS ....................: '
097600            DELIMITED BY SIZE
097700            FOL-QT-RESCISAO-LIDOS DELIMITED BY SIZE
097800       INTO RELFOL1-REGISTRO.
097900     WRITE RELFOL1-REGISTRO.
098000
098100     MOVE SPACES TO RELFOL1-REGISTRO.
098200     STRING 'REGISTROS DO SUSPENSE LIDOS ........: '
098300            DELIMITED BY SIZE
098400            FOL-QT-SUSPENSE-LIDOS DELIMITED BY SIZE
098500       INTO RELFOL1-REGISTRO.
098600     WRITE RELFOL1-REGISTRO.
098700
098800     MOVE SPACES TO RELFOL1-REGISTRO.
098900     STRING 'COD-FUNCI DISTINTOS CONFRONTADOS ...: '
099000            DELIMITED BY SIZE
099100            FOL-QT-FUNCIONARIOS DELIMITED BY SIZE
099200       INTO RELFOL1-REGISTRO.
099300     WRITE RELFOL1-REGISTRO.
099400
099500     MOVE SPACES TO RELFOL1-REGISTRO.
099600     WRITE RELFOL1-REGISTRO.
099700
099800     MOVE SPACES TO RELFOL1-REGISTRO.
099900     STRING 'CASO 1 - ATIVO NO CADASTRO SEM FOLHA: '
100000            DELIMITED BY SIZE
100100            FOL-QT-CASO-1 DELIMITED BY SIZE
100200       INTO RELFOL1-REGISTRO.
100300     WRITE RELFOL1-REGISTRO.
100400
100500     MOVE SPACES TO RELFOL1-REGISTRO.
100600     STRING 'CASO 2 - NA FOLHA SEM CADASTRO ATIVO: '
100700            DELIMITED BY SIZE
100800            FOL-QT-CASO-2 DELIMITED BY SIZE
100900       INTO RELFOL1-REGISTRO.
101000     WRITE RELFOL1-REGISTRO.
101100
101200     MOVE SPACES TO RELFOL1-REGISTRO.
101300     STRING 'CASO 3 - DEPTO/ESCRITORIO DIVERGENTE: '
101400            DELIMITED BY SIZE
101500            FOL-QT-CASO-3 DELIMITED BY SIZE
101600       INTO RELFOL1-REGISTRO.
101700     WRITE RELFOL1-REGISTRO.
101800
101900     MOVE SPACES TO RELFOL1-REGISTRO.
102000     STRING 'CASO 4 - NO SUSPENSE, FORA DO EXTRATO: '
102100            DELIMITED BY SIZE
102200            FOL-QT-CASO-4 DELIMITED BY SIZE
102300       INTO RELFOL1-REGISTRO.
102400     WRITE RELFOL1-REGISTRO.
102500
102600 3100-EXIT.
102700     EXIT.
