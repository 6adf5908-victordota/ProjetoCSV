000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VAG01112.
000300 AUTHOR.        E.SANTANA.
000400 INSTALLATION.  DEPTO DE SISTEMAS - FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAMA .: VAG01112                                       *
001000*    FUNCAO   .: RELATORIO DE VARIACAO DO QUADRO DE VAGAS        *
001100*                AUTORIZADO (CADQUAD1, MANTIDO PELO MNT01112)    *
001200*                CONTRA O EFETIVO ATIVO DA EXTRACAO (ARQBAS01).  *
001300*                PARA CADA DEPARTAMENTO COM VAGAS AUTORIZADAS NA *
001400*                COMPETENCIA OU COM EFETIVO ATIVO, EMITE NO      *
001500*                RELVAG1 O AUTORIZADO, O REAL, AS VAGAS EM       *
001600*                ABERTO, O EXCEDENTE E A VARIACAO PERCENTUAL,    *
001700*                SINALIZANDO OS DEPARTAMENTOS ACIMA DO QUADRO.   *
001800*                A COMPETENCIA (MM/AAAA) VEM DO CARTAO VAGPARM;  *
001900*                EM BRANCO, E O MES DA DATA DA EXECUCAO DO       *
002000*                ARQBAS01. ARQUIVO INDISPONIVEL OU COMPETENCIA   *
002100*                INVALIDA: RETURN-CODE 12; DEPARTAMENTO ACIMA    *
002200*                DO QUADRO: RETURN-CODE 4.                       *
002300*                                                                *
002400*    REGISTRO DE ALTERACOES                                     *
002500*    ----------------------------------------------------------- *
002600*    DATA       AUTOR     DESCRICAO                              *
002700*    ---------- --------- ------------------------------------- *
002800*    15/10/2026 EAS       PROGRAMA ORIGINAL.                     *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CADQUAD1  ASSIGN TO CADQUAD1
004000                      ORGANIZATION IS LINE SEQUENTIAL
004100                      FILE STATUS  IS VAG-FS-CADQUAD1.
004200
004300     SELECT ARQBAS01  ASSIGN TO ARQBAS01
004400                      ORGANIZATION IS LINE SEQUENTIAL
004500                      FILE STATUS  IS VAG-FS-ARQBAS01.
004600
004700     SELECT CADDPTO1  ASSIGN TO CADDPTO1
004800                      ORGANIZATION IS LINE SEQUENTIAL
004900                      FILE STATUS  IS VAG-FS-CADDPTO1.
005000
005100     SELECT VAGPARM   ASSIGN TO VAGPARM
005200                      ORGANIZATION IS LINE SEQUENTIAL
005300                      FILE STATUS  IS VAG-FS-VAGPARM.
005400
005500     SELECT RELVAG1   ASSIGN TO RELVAG1
005600                      ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT VAG-ORDENA ASSIGN TO SORTWK1.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CADQUAD1
006300     RECORDING MODE IS F.
006400 COPY QDV01112.
006500
006600 FD  ARQBAS01
006700     RECORDING MODE IS F.
006800 COPY BAS01112.
006900
007000 FD  CADDPTO1
007100     RECORDING MODE IS F.
007200 COPY DPT01112.
007300
007400 FD  VAGPARM
007500     RECORDING MODE IS F.
007600 01  VAGPARM-REGISTRO.
007700     03 VAGPARM-MES-COMPET           PIC X(07).
007800     03 FILLER                       PIC X(73).
007900
008000 FD  RELVAG1
008100     RECORDING MODE IS F.
008200 01  RELVAG1-REGISTRO               PIC X(130).
008300
008400 SD  VAG-ORDENA.
008500 01  VAG-SRT-REGISTRO.
008600     03 VAG-SRT-COD-DPTFN            PIC X(15).
008700     03 VAG-SRT-IX-DPT               PIC 9(04).
008800
008900 WORKING-STORAGE SECTION.
009000******************************************************************
009100*    SWITCHES E CONTADORES GERAIS DO PROGRAMA                    *
009200******************************************************************
009300 77  VAG-FS-CADQUAD1           PIC X(02) VALUE '00'.
009400 77  VAG-FS-ARQBAS01           PIC X(02) VALUE '00'.
009500 77  VAG-FS-CADDPTO1           PIC X(02) VALUE '00'.
009600 77  VAG-FS-VAGPARM            PIC X(02) VALUE '00'.
009700
009800 77  VAG-SW-FIM-CADQUAD        PIC X(01) VALUE 'N'.
009900     88 VAG-FIM-CADQUAD             VALUE 'S'.
010000
010100 77  VAG-SW-FIM-ARQBAS         PIC X(01) VALUE 'N'.
010200     88 VAG-FIM-ARQBAS              VALUE 'S'.
010300
010400 77  VAG-SW-FIM-CADDPTO        PIC X(01) VALUE 'N'.
010500     88 VAG-FIM-CADDPTO             VALUE 'S'.
010600
010700 77  VAG-SW-FIM-ORDENA         PIC X(01) VALUE 'N'.
010800     88 VAG-FIM-ORDENA              VALUE 'S'.
010900
011000 77  VAG-SW-ABANDONA           PIC X(01) VALUE 'N'.
011100     88 VAG-ABANDONA                VALUE 'S'.
011200
011300 77  VAG-QT-ATIVOS             PIC 9(08) VALUE ZEROS.
011400 77  VAG-QT-AUTORIZACOES       PIC 9(08) VALUE ZEROS.
011500 77  VAG-QT-LINHAS             PIC 9(08) VALUE ZEROS.
011600 77  VAG-QT-ACIMA              PIC 9(08) VALUE ZEROS.
011700 77  VAG-QT-SEM-QUADRO         PIC 9(08) VALUE ZEROS.
011800
011900******************************************************************
012000*    COMPETENCIA DO RELATORIO (MM/AAAA) E DATA DA EXECUCAO DO    *
012100*    ARQBAS01                                                    *
012200******************************************************************
012300 01  VAG-MES-COMPET            PIC X(07) VALUE SPACES.
012400 01  VAG-MES-COMPET-O     REDEFINES VAG-MES-COMPET.
012500     03 VAG-COMPET-MM          PIC 9(02).
012600     03 VAG-COMPET-BARRA       PIC X(01).
012700     03 VAG-COMPET-AA          PIC 9(04).
012800
012900 01  VAG-DAT-EXEC              PIC X(10) VALUE SPACES.
013000
013100******************************************************************
013200*    TABELA DOS DEPARTAMENTOS DO RELATORIO: VAGAS AUTORIZADAS NA *
013300*    COMPETENCIA E EFETIVO ATIVO DA EXTRACAO                     *
013400******************************************************************
013500 77  VAG-QT-DPT                PIC 9(04) VALUE ZEROS.
013600 77  VAG-MAX-DPT               PIC 9(04) VALUE 1000.
013700
013800 01  VAG-TAB-DPT.
013900     03 VAG-DPT OCCURS 1000 TIMES INDEXED BY VAG-IX-DPT
014000                                             VAG-IX-BUSCA.
014100        05 VAG-DPT-COD         PIC X(15).
014200        05 VAG-DPT-NOME        PIC X(55).
014300        05 VAG-DPT-QT-AUT      PIC 9(05).
014400        05 VAG-DPT-QT-EFE      PIC 9(08).
014500        05 VAG-DPT-SW-QUADRO   PIC X(01).
014600           88 VAG-DPT-TEM-QUADRO    VALUE 'S'.
014700
014800 77  VAG-COD-BUSCA             PIC X(15) VALUE SPACES.
014900 77  VAG-IX-ACHADO             PIC 9(04) VALUE ZEROS.
015000
015100******************************************************************
015200*    CALCULO DA VARIACAO DO DEPARTAMENTO CORRENTE E TOTAIS       *
015300******************************************************************
015400 77  VAG-QT-ABERTAS            PIC 9(08) VALUE ZEROS.
015500 77  VAG-QT-EXCEDENTE          PIC 9(08) VALUE ZEROS.
015600 77  VAG-PC-VARIACAO           PIC S9(05)V9 VALUE ZEROS.
015700
015800 77  VAG-TOT-AUT               PIC 9(08) VALUE ZEROS.
015900 77  VAG-TOT-EFE               PIC 9(08) VALUE ZEROS.
016000 77  VAG-TOT-ABERTAS           PIC 9(08) VALUE ZEROS.
016100 77  VAG-TOT-EXCEDENTE         PIC 9(08) VALUE ZEROS.
016200
016300******************************************************************
016400*    LINHAS DO RELATORIO RELVAG1                                 *
016500******************************************************************
016600 01  VAG-LIN-TITULO.
016700     03 FILLER                 PIC X(15) VALUE 'DEPARTAMENTO'.
016800     03 FILLER                 PIC X(02) VALUE SPACES.
016900     03 FILLER                 PIC X(30) VALUE 'NOME'.
017000     03 FILLER                 PIC X(02) VALUE SPACES.
017100     03 FILLER                 PIC X(05) VALUE 'AUTOR'.
017200     03 FILLER                 PIC X(03) VALUE SPACES.
017300     03 FILLER                 PIC X(08) VALUE '    REAL'.
017400     03 FILLER                 PIC X(03) VALUE SPACES.
017500     03 FILLER                 PIC X(08) VALUE ' ABERTAS'.
017600     03 FILLER                 PIC X(03) VALUE SPACES.
017700     03 FILLER                 PIC X(08) VALUE 'EXCEDEN.'.
017800     03 FILLER                 PIC X(03) VALUE SPACES.
017900     03 FILLER                 PIC X(08) VALUE ' VAR. %'.
018000     03 FILLER                 PIC X(02) VALUE SPACES.
018100     03 FILLER                 PIC X(22) VALUE 'SITUACAO'.
018200
018300 01  VAG-LIN-DETALHE.
018400     03 VAG-LIN-COD-DPTFN      PIC X(15).
018500     03 FILLER                 PIC X(02) VALUE SPACES.
018600     03 VAG-LIN-NOME           PIC X(30).
018700     03 FILLER                 PIC X(02) VALUE SPACES.
018800     03 VAG-LIN-QT-AUT         PIC 9(05).
018900     03 FILLER                 PIC X(03) VALUE SPACES.
019000     03 VAG-LIN-QT-EFE         PIC 9(08).
019100     03 FILLER                 PIC X(03) VALUE SPACES.
019200     03 VAG-LIN-QT-ABERTAS     PIC 9(08).
019300     03 FILLER                 PIC X(03) VALUE SPACES.
019400     03 VAG-LIN-QT-EXCEDENTE   PIC 9(08).
019500     03 FILLER                 PIC X(03) VALUE SPACES.
019600     03 VAG-LIN-PC-VARIACAO    PIC -----9,9.
019700     03 VAG-LIN-PC-VARIACAO-X REDEFINES VAG-LIN-PC-VARIACAO
019800                               PIC X(08).
019900     03 FILLER                 PIC X(02) VALUE SPACES.
020000     03 VAG-LIN-SITUACAO       PIC X(22).
020100
020200 PROCEDURE DIVISION.
020300******************************************************************
020400*    0000-MAINLINE                                               *
020500*    PARAGRAFO PRINCIPAL DO PROGRAMA                             *
020600******************************************************************
020700 0000-MAINLINE.
020800
020900     PERFORM 1000-INICIALIZA        THRU 1000-EXIT.
021000
021100     IF NOT VAG-ABANDONA
021200         PERFORM 2000-APURA-EFETIVO THRU 2000-EXIT
021300     END-IF.
021400
021500     IF NOT VAG-ABANDONA
021600         PERFORM 3000-CARREGA-QUADRO THRU 3000-EXIT
021700     END-IF.
021800
021900     IF NOT VAG-ABANDONA
022000         PERFORM 3500-CARREGA-NOMES  THRU 3500-EXIT
022100         PERFORM 4000-EMITE-VARIACAO THRU 4000-EXIT
022200     END-IF.
022300
022400     PERFORM 5000-FINALIZA          THRU 5000-EXIT.
022500
022600     STOP RUN.
022700
022800******************************************************************
022900*    1000-INICIALIZA                                             *
023000*    ABRE O RELATORIO E LE O CARTAO DE PARAMETROS (VAGPARM)      *
023100******************************************************************
023200 1000-INICIALIZA.
023300
023400     OPEN OUTPUT RELVAG1.
023500
023600     MOVE SPACES TO RELVAG1-REGISTRO.
023700     STRING 'QUADRO DE VAGAS AUTORIZADO X EFETIVO REAL '
023800            '- VAG01112'
023900            DELIMITED BY SIZE INTO RELVAG1-REGISTRO.
024000     WRITE RELVAG1-REGISTRO.
024100
024200     PERFORM 1300-LE-PARAMETROS THRU 1300-EXIT.
024300
024400 1000-EXIT.
024500     EXIT.
024600
024700******************************************************************
024800*    1300-LE-PARAMETROS                                          *
024900*    LE O CARTAO DE PARAMETROS (VAGPARM) COM A COMPETENCIA       *
025000*    (MM/AAAA). SEM CARTAO OU COM COMPETENCIA EM BRANCO, USA O   *
025100*    MES DA EXECUCAO DO ARQBAS01; COMPETENCIA INVALIDA ABANDONA  *
025200*    O RELATORIO                                                 *
025300******************************************************************
025400 1300-LE-PARAMETROS.
025500
025600     OPEN INPUT VAGPARM.
025700
025800     IF VAG-FS-VAGPARM NOT EQUAL '00'
025900         GO TO 1300-EXIT
026000     END-IF.
026100
026200     READ VAGPARM
026300         AT END
026400             MOVE SPACES TO VAGPARM-MES-COMPET
026500     END-READ.
026600
026700     CLOSE VAGPARM.
026800
026900     IF VAGPARM-MES-COMPET EQUAL SPACES
027000         GO TO 1300-EXIT
027100     END-IF.
027200
027300     MOVE VAGPARM-MES-COMPET TO VAG-MES-COMPET.
027400
027500     IF VAG-COMPET-MM NOT NUMERIC
027600        OR VAG-COMPET-AA NOT NUMERIC
027700        OR VAG-COMPET-BARRA NOT EQUAL '/'
027800        OR VAG-COMPET-MM EQUAL ZEROS
027900        OR VAG-COMPET-MM GREATER 12
028000        OR VAG-COMPET-AA EQUAL ZEROS
028100         DISPLAY 'VAG01112 - COMPETENCIA INVALIDA: '
028200                  VAGPARM-MES-COMPET
028300         MOVE SPACES TO RELVAG1-REGISTRO
028400         STRING 'COMPETENCIA INVALIDA NO CARTAO VAGPARM: '
028500                DELIMITED BY SIZE
028600                VAGPARM-MES-COMPET DELIMITED BY SIZE
028700           INTO RELVAG1-REGISTRO
028800         WRITE RELVAG1-REGISTRO
028900         SET VAG-ABANDONA TO TRUE
029000         MOVE 12 TO RETURN-CODE
029100     END-IF.
029200
029300 1300-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    2000-APURA-EFETIVO                                          *
029800*    CONTA OS FUNCIONARIOS ATIVOS DA BASE DE DISTRIBUICAO DA     *
029900*    EXTRACAO (ARQBAS01) POR DEPARTAMENTO E GUARDA A DATA DA     *
030000*    EXECUCAO DO CABECALHO                                       *
030100******************************************************************
030200 2000-APURA-EFETIVO.
030300
030400     OPEN INPUT ARQBAS01.
030500
030600     IF VAG-FS-ARQBAS01 NOT EQUAL '00'
030700         DISPLAY 'VAG01112 - ARQBAS01 NAO ABERTO FS='
030800                  VAG-FS-ARQBAS01
030900         MOVE SPACES TO RELVAG1-REGISTRO
031000         STRING 'BASE DA EXTRACAO (ARQBAS01) INDISPONIVEL'
031100                DELIMITED BY SIZE INTO RELVAG1-REGISTRO
031200         WRITE RELVAG1-REGISTRO
031300         SET VAG-ABANDONA TO TRUE
031400         MOVE 12 TO RETURN-CODE
031500         GO TO 2000-EXIT
031600     END-IF.
031700
031800     PERFORM 2100-LER-ARQBAS   THRU 2100-EXIT.
031900     PERFORM 2200-CONTA-ARQBAS THRU 2200-EXIT
032000             UNTIL VAG-FIM-ARQBAS.
032100
032200     CLOSE ARQBAS01.
032300
032400     IF VAG-MES-COMPET EQUAL SPACES
032500         MOVE VAG-DAT-EXEC(4:7) TO VAG-MES-COMPET
032600     END-IF.
032700
032800     MOVE SPACES TO RELVAG1-REGISTRO.
032900     STRING 'COMPETENCIA ........................: '
033000            DELIMITED BY SIZE
033100            VAG-MES-COMPET DELIMITED BY SIZE
033200       INTO RELVAG1-REGISTRO.
033300     WRITE RELVAG1-REGISTRO.
033400
033500     MOVE SPACES TO RELVAG1-REGISTRO.
033600     STRING 'EFETIVO DA EXTRACAO DE .............: '
033700            DELIMITED BY SIZE
033800            VAG-DAT-EXEC DELIMITED BY SIZE
033900       INTO RELVAG1-REGISTRO.
034000     WRITE RELVAG1-REGISTRO.
034100
034200 2000-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    2100-LER-ARQBAS                                             *
034700*    LE UM REGISTRO DA BASE DE DISTRIBUICAO                      *
034800******************************************************************
034900 2100-LER-ARQBAS.
035000
035100     READ ARQBAS01
035200         AT END
035300             SET VAG-FIM-ARQBAS TO TRUE
035400     END-READ.
035500
035600 2100-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    2200-CONTA-ARQBAS                                           *
036100*    GUARDA A DATA DO CABECALHO E SOMA CADA DETALHE ATIVO AO     *
036200*    EFETIVO DO SEU DEPARTAMENTO; LE O PROXIMO REGISTRO          *
036300******************************************************************
036400 2200-CONTA-ARQBAS.
036500
036600     IF ARQBAS01-TIPO-CABECALHO
036700         MOVE ARQBAS01-CAB-DAT-EXEC TO VAG-DAT-EXEC
036800     END-IF.
036900
037000     IF ARQBAS01-TIPO-DETALHE
037100        AND ARQBAS01-SIT-FUNCI EQUAL 'A'
037200         ADD 1 TO VAG-QT-ATIVOS
037300         MOVE ARQBAS01-COD-DPTFN TO VAG-COD-BUSCA
037400         PERFORM 2500-LOCALIZA-DEPTO THRU 2500-EXIT
037500         IF VAG-IX-ACHADO GREATER ZEROS
037600             ADD 1 TO VAG-DPT-QT-EFE(VAG-IX-ACHADO)
037700         END-IF
037800     END-IF.
037900
038000     PERFORM 2100-LER-ARQBAS THRU 2100-EXIT.
038100
038200 2200-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*    2500-LOCALIZA-DEPTO                                         *
038700*    PROCURA VAG-COD-BUSCA NA TABELA DO RELATORIO E, SE NAO      *
038800*    ENCONTRADO, O ACRESCENTA. DEVOLVE A POSICAO EM              *
038900*    VAG-IX-ACHADO (ZEROS SE A TABELA ESTIVER CHEIA)             *
039000******************************************************************
039100 2500-LOCALIZA-DEPTO.
039200
039300     MOVE ZEROS TO VAG-IX-ACHADO.
039400
039500     PERFORM 2510-COMPARA-DEPTO THRU 2510-EXIT
039600             VARYING VAG-IX-BUSCA FROM 1 BY 1
039700             UNTIL VAG-IX-BUSCA > VAG-QT-DPT
039800                OR VAG-IX-ACHADO GREATER ZEROS.
039900
040000     IF VAG-IX-ACHADO GREATER ZEROS
040100         GO TO 2500-EXIT
040200     END-IF.
040300
040400     IF VAG-QT-DPT NOT LESS VAG-MAX-DPT
040500         DISPLAY 'VAG01112 - TABELA DE DEPARTAMENTOS CHEIA, '
040600                 'IGNORADO: ' VAG-COD-BUSCA
040700         IF RETURN-CODE LESS 8
040800             MOVE 8 TO RETURN-CODE
040900         END-IF
041000         GO TO 2500-EXIT
041100     END-IF.
041200
041300     ADD 1 TO VAG-QT-DPT.
041400     SET VAG-IX-DPT TO VAG-QT-DPT.
041500     MOVE VAG-COD-BUSCA TO VAG-DPT-COD(VAG-IX-DPT).
041600     MOVE '(NAO CADASTRADO NO CADDPTO1)'
041700       TO VAG-DPT-NOME(VAG-IX-DPT).
041800     MOVE ZEROS TO VAG-DPT-QT-AUT(VAG-IX-DPT).
041900     MOVE ZEROS TO VAG-DPT-QT-EFE(VAG-IX-DPT).
042000     MOVE 'N'   TO VAG-DPT-SW-QUADRO(VAG-IX-DPT).
042100     SET VAG-IX-ACHADO TO VAG-IX-DPT.
042200
042300 2500-EXIT.
042400     EXIT.
042500
042600 2510-COMPARA-DEPTO.
042700
042800     IF VAG-COD-BUSCA EQUAL VAG-DPT-COD(VAG-IX-BUSCA)
042900         SET VAG-IX-ACHADO TO VAG-IX-BUSCA
043000     END-IF.
043100
043200 2510-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600*    3000-CARREGA-QUADRO                                         *
043700*    LE O QUADRO DE VAGAS AUTORIZADO (CADQUAD1) E GUARDA NA      *
043800*    TABELA AS VAGAS AUTORIZADAS NA COMPETENCIA DO RELATORIO     *
043900******************************************************************
044000 3000-CARREGA-QUADRO.
044100
044200     OPEN INPUT CADQUAD1.
044300
044400     IF VAG-FS-CADQUAD1 NOT EQUAL '00'
044500         DISPLAY 'VAG01112 - CADQUAD1 NAO ABERTO FS='
044600                  VAG-FS-CADQUAD1
044700         MOVE SPACES TO RELVAG1-REGISTRO
044800         STRING 'QUADRO DE VAGAS AUTORIZADO (CADQUAD1) '
044900                'INDISPONIVEL'
045000                DELIMITED BY SIZE INTO RELVAG1-REGISTRO
045100         WRITE RELVAG1-REGISTRO
045200         SET VAG-ABANDONA TO TRUE
045300         MOVE 12 TO RETURN-CODE
045400         GO TO 3000-EXIT
045500     END-IF.
045600
045700     PERFORM 3100-LER-CADQUAD      THRU 3100-EXIT.
045800     PERFORM 3200-GUARDA-AUTORIZADO THRU 3200-EXIT
045900             UNTIL VAG-FIM-CADQUAD.
046000
046100     CLOSE CADQUAD1.
046200
046300     IF VAG-QT-AUTORIZACOES EQUAL ZEROS
046400         MOVE SPACES TO RELVAG1-REGISTRO
046500         STRING 'NENHUMA VAGA AUTORIZADA NA COMPETENCIA'
046600                DELIMITED BY SIZE INTO RELVAG1-REGISTRO
046700         WRITE RELVAG1-REGISTRO
046800     END-IF.
046900
047000 3000-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400*    3100-LER-CADQUAD                                            *
047500*    LE UM REGISTRO DO QUADRO DE VAGAS AUTORIZADO                *
047600******************************************************************
047700 3100-LER-CADQUAD.
047800
047900     READ CADQUAD1
048000         AT END
048100             SET VAG-FIM-CADQUAD TO TRUE
048200     END-READ.
048300
048400 3100-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800*    3200-GUARDA-AUTORIZADO                                      *
048900*    SE A AUTORIZACAO CORRENTE FOR DA COMPETENCIA DO RELATORIO,  *
049000*    GUARDA A QUANTIDADE NO DEPARTAMENTO; LE A PROXIMA           *
049100******************************************************************
049200 3200-GUARDA-AUTORIZADO.
049300
049400     IF ARQQDV01-MES-COMPET EQUAL VAG-MES-COMPET
049500         ADD 1 TO VAG-QT-AUTORIZACOES
049600         MOVE ARQQDV01-COD-DPTFN TO VAG-COD-BUSCA
049700         PERFORM 2500-LOCALIZA-DEPTO THRU 2500-EXIT
049800         IF VAG-IX-ACHADO GREATER ZEROS
049900             MOVE ARQQDV01-QT-AUTORIZADA
050000               TO VAG-DPT-QT-AUT(VAG-IX-ACHADO)
050100             MOVE 'S' TO VAG-DPT-SW-QUADRO(VAG-IX-ACHADO)
050200         END-IF
050300     END-IF.
050400
050500     PERFORM 3100-LER-CADQUAD THRU 3100-EXIT.
050600
050700 3200-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100*    3500-CARREGA-NOMES                                          *
051200*    LE O MESTRE DE DEPARTAMENTOS (CADDPTO1) E COMPLETA O NOME   *
051300*    DOS DEPARTAMENTOS DA TABELA. SEM O MESTRE, OS NOMES FICAM   *
051400*    COMO NAO CADASTRADOS                                        *
051500******************************************************************
051600 3500-CARREGA-NOMES.
051700
051800     OPEN INPUT CADDPTO1.
051900
052000     IF VAG-FS-CADDPTO1 NOT EQUAL '00'
052100         DISPLAY 'VAG01112 - CADDPTO1 NAO ABERTO FS='
052200                  VAG-FS-CADDPTO1
052300                 ' - RELATORIO SEM NOMES DE DEPARTAMENTO'
052400         GO TO 3500-EXIT
052500     END-IF.
052600
052700     PERFORM 3510-LER-CADDPTO THRU 3510-EXIT.
052800     PERFORM 3520-GUARDA-NOME THRU 3520-EXIT
052900             UNTIL VAG-FIM-CADDPTO.
053000
053100     CLOSE CADDPTO1.
053200
053300 3500-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700*    3510-LER-CADDPTO                                            *
053800*    LE UM REGISTRO DO MESTRE DE DEPARTAMENTOS                   *
053900******************************************************************
054000 3510-LER-CADDPTO.
054100
054200     READ CADDPTO1
054300         AT END
054400             SET VAG-FIM-CADDPTO TO TRUE
054500     END-READ.
054600
054700 3510-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    3520-GUARDA-NOME                                            *
055200*    COPIA O NOME DO DEPARTAMENTO CORRENTE PARA A TABELA, SE ELE *
055300*    FIZER PARTE DO RELATORIO; LE O PROXIMO                      *
055400******************************************************************
055500 3520-GUARDA-NOME.
055600
055700     MOVE ZEROS TO VAG-IX-ACHADO.
055800     MOVE ARQDPT01-COD-DPTFN TO VAG-COD-BUSCA.
055900
056000     PERFORM 2510-COMPARA-DEPTO THRU 2510-EXIT
056100             VARYING VAG-IX-BUSCA FROM 1 BY 1
056200             UNTIL VAG-IX-BUSCA > VAG-QT-DPT
056300                OR VAG-IX-ACHADO GREATER ZEROS.
056400
056500     IF VAG-IX-ACHADO GREATER ZEROS
056600         MOVE ARQDPT01-NOM-DPTFN
056700           TO VAG-DPT-NOME(VAG-IX-ACHADO)
056800     END-IF.
056900
057000     PERFORM 3510-LER-CADDPTO THRU 3510-EXIT.
057100
057200 3520-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    4000-EMITE-VARIACAO                                         *
057700*    CLASSIFICA OS DEPARTAMENTOS POR CODIGO E EMITE UMA LINHA    *
057800*    DE VARIACAO POR DEPARTAMENTO, SEGUIDA DOS TOTAIS            *
057900******************************************************************
058000 4000-EMITE-VARIACAO.
058100
058200     MOVE SPACES TO RELVAG1-REGISTRO.
058300     WRITE RELVAG1-REGISTRO.
058400
058500     WRITE RELVAG1-REGISTRO FROM VAG-LIN-TITULO.
058600
058700     MOVE SPACES TO RELVAG1-REGISTRO.
058800     WRITE RELVAG1-REGISTRO.
058900
059000     SORT VAG-ORDENA
059100          ON ASCENDING KEY VAG-SRT-COD-DPTFN
059200          INPUT  PROCEDURE IS 4100-LIBERA-DEPTOS  THRU 4199-EXIT
059300          OUTPUT PROCEDURE IS 4200-IMPRIME-DEPTOS THRU 4299-EXIT.
059400
059500     PERFORM 4300-EMITE-TOTAIS THRU 4300-EXIT.
059600
059700 4000-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    4100-LIBERA-DEPTOS                                          *
060200*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LIBERA UM         *
060300*    REGISTRO POR DEPARTAMENTO DA TABELA                         *
060400******************************************************************
060500 4100-LIBERA-DEPTOS.
060600
060700     PERFORM 4110-LIBERA-DEPTO THRU 4110-EXIT
060800             VARYING VAG-IX-DPT FROM 1 BY 1
060900             UNTIL VAG-IX-DPT > VAG-QT-DPT.
061000
061100     GO TO 4199-EXIT.
061200
061300 4110-LIBERA-DEPTO.
061400
061500     MOVE VAG-DPT-COD(VAG-IX-DPT) TO VAG-SRT-COD-DPTFN.
061600     SET VAG-SRT-IX-DPT TO VAG-IX-DPT.
061700     RELEASE VAG-SRT-REGISTRO.
061800
061900 4110-EXIT.
062000     EXIT.
062100
062200 4199-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600*    4200-IMPRIME-DEPTOS                                         *
062700*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: CALCULA E EMITE A   *
062800*    VARIACAO DE CADA DEPARTAMENTO NA ORDEM DE CODIGO            *
062900******************************************************************
063000 4200-IMPRIME-DEPTOS.
063100
063200     MOVE 'N' TO VAG-SW-FIM-ORDENA.
063300
063400     PERFORM 4210-RETORNA-DEPTO THRU 4210-EXIT.
063500     PERFORM 4220-IMPRIME-DEPTO THRU 4220-EXIT
063600             UNTIL VAG-FIM-ORDENA.
063700
063800     GO TO 4299-EXIT.
063900
064000 4210-RETORNA-DEPTO.
064100
064200     RETURN VAG-ORDENA
064300         AT END
064400             SET VAG-FIM-ORDENA TO TRUE
064500     END-RETURN.
064600
064700 4210-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100*    4220-IMPRIME-DEPTO                                          *
065200*    VAGAS EM ABERTO = AUTORIZADO - REAL, SE POSITIVO;           *
065300*    EXCEDENTE = REAL - AUTORIZADO, SE POSITIVO; VARIACAO % =    *
065400*    (REAL - AUTORIZADO) / AUTORIZADO * 100 (N/D SEM VAGAS       *
065500*    AUTORIZADAS). REAL ACIMA DO AUTORIZADO E SINALIZADO. O      *
065520*    DEPARTAMENTO SEM QUADRO NA COMPETENCIA E SINALIZADO A PARTE *
065540*    E NAO ENTRA NO EXCEDENTE NEM NA CONTAGEM ACIMA DO QUADRO    *
065600******************************************************************
065700 4220-IMPRIME-DEPTO.
065800
065900     SET VAG-IX-DPT TO VAG-SRT-IX-DPT.
066000
066100     MOVE ZEROS TO VAG-QT-ABERTAS.
066200     MOVE ZEROS TO VAG-QT-EXCEDENTE.
066300
066400     IF VAG-DPT-QT-AUT(VAG-IX-DPT) GREATER
066500        VAG-DPT-QT-EFE(VAG-IX-DPT)
066600         COMPUTE VAG-QT-ABERTAS = VAG-DPT-QT-AUT(VAG-IX-DPT)
066700                                - VAG-DPT-QT-EFE(VAG-IX-DPT)
066800     ELSE
066900         COMPUTE VAG-QT-EXCEDENTE = VAG-DPT-QT-EFE(VAG-IX-DPT)
067000                                  - VAG-DPT-QT-AUT(VAG-IX-DPT)
067100     END-IF.
067120
067140     IF NOT VAG-DPT-TEM-QUADRO(VAG-IX-DPT)
067160         MOVE ZEROS TO VAG-QT-EXCEDENTE
067180     END-IF.
067200
067300     MOVE VAG-DPT-COD(VAG-IX-DPT)    TO VAG-LIN-COD-DPTFN.
067400     MOVE VAG-DPT-NOME(VAG-IX-DPT)   TO VAG-LIN-NOME.
067500     MOVE VAG-DPT-QT-AUT(VAG-IX-DPT) TO VAG-LIN-QT-AUT.
067600     MOVE VAG-DPT-QT-EFE(VAG-IX-DPT) TO VAG-LIN-QT-EFE.
067700     MOVE VAG-QT-ABERTAS             TO VAG-LIN-QT-ABERTAS.
067800     MOVE VAG-QT-EXCEDENTE           TO VAG-LIN-QT-EXCEDENTE.
067900     MOVE SPACES                     TO VAG-LIN-SITUACAO.
068000
068100     IF VAG-DPT-QT-AUT(VAG-IX-DPT) EQUAL ZEROS
068200         MOVE '     N/D' TO VAG-LIN-PC-VARIACAO-X
068300     ELSE
068400         COMPUTE VAG-PC-VARIACAO ROUNDED =
068500                (VAG-DPT-QT-EFE(VAG-IX-DPT)
068600               - VAG-DPT-QT-AUT(VAG-IX-DPT)) * 100
068700               / VAG-DPT-QT-AUT(VAG-IX-DPT)
068800         MOVE VAG-PC-VARIACAO TO VAG-LIN-PC-VARIACAO
068900     END-IF.
069000
069100     IF NOT VAG-DPT-TEM-QUADRO(VAG-IX-DPT)
069200         MOVE '*** SEM QUADRO' TO VAG-LIN-SITUACAO
069300         ADD 1 TO VAG-QT-SEM-QUADRO
069400     ELSE
069500         IF VAG-QT-EXCEDENTE GREATER ZEROS
069600             MOVE '*** ACIMA DO QUADRO' TO VAG-LIN-SITUACAO
069700             ADD 1 TO VAG-QT-ACIMA
069800         END-IF
069900     END-IF.
070000
070100     WRITE RELVAG1-REGISTRO FROM VAG-LIN-DETALHE.
070200     ADD 1 TO VAG-QT-LINHAS.
070300
070400     ADD VAG-DPT-QT-AUT(VAG-IX-DPT) TO VAG-TOT-AUT.
070500     ADD VAG-DPT-QT-EFE(VAG-IX-DPT) TO VAG-TOT-EFE.
070600     ADD VAG-QT-ABERTAS             TO VAG-TOT-ABERTAS.
070700     ADD VAG-QT-EXCEDENTE           TO VAG-TOT-EXCEDENTE.
070800
070900     PERFORM 4210-RETORNA-DEPTO THRU 4210-EXIT.
071000
071100 4220-EXIT.
071200     EXIT.
071300
071400 4299-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800*    4300-EMITE-TOTAIS                                           *
071900*    EMITE A LINHA DE TOTAL GERAL E OS CONTADORES DO RELATORIO.  *
072000*    DEPARTAMENTO ACIMA DO QUADRO: RETURN-CODE 4                 *
072100******************************************************************
072200 4300-EMITE-TOTAIS.
072300
072400     MOVE SPACES TO RELVAG1-REGISTRO.
072500     WRITE RELVAG1-REGISTRO.
072600
072700     MOVE 'TOTAL GERAL'   TO VAG-LIN-COD-DPTFN.
072800     MOVE SPACES          TO VAG-LIN-NOME.
072900     MOVE VAG-TOT-AUT     TO VAG-LIN-QT-AUT.
073000     MOVE VAG-TOT-EFE     TO VAG-LIN-QT-EFE.
073100     MOVE VAG-TOT-ABERTAS TO VAG-LIN-QT-ABERTAS.
073200     MOVE VAG-TOT-EXCEDENTE TO VAG-LIN-QT-EXCEDENTE.
073300     MOVE SPACES          TO VAG-LIN-SITUACAO.
073400
073500     IF VAG-TOT-AUT EQUAL ZEROS
073600         MOVE '     N/D' TO VAG-LIN-PC-VARIACAO-X
073700     ELSE
073800         COMPUTE VAG-PC-VARIACAO ROUNDED =
073900                (VAG-TOT-EFE - VAG-TOT-AUT) * 100
074000               / VAG-TOT-AUT
074100         MOVE VAG-PC-VARIACAO TO VAG-LIN-PC-VARIACAO
074200     END-IF.
074300
074400     WRITE RELVAG1-REGISTRO FROM VAG-LIN-DETALHE.
074500
074600     MOVE SPACES TO RELVAG1-REGISTRO.
074700     WRITE RELVAG1-REGISTRO.
074800
074900     MOVE SPACES TO RELVAG1-REGISTRO.
075000     STRING 'DEPARTAMENTOS NO RELATORIO .........: '
075100            DELIMITED BY SIZE
075200            VAG-QT-LINHAS DELIMITED BY SIZE
075300       INTO RELVAG1-REGISTRO.
075400     WRITE RELVAG1-REGISTRO.
075500
075600     MOVE SPACES TO RELVAG1-REGISTRO.
075700     STRING 'DEPARTAMENTOS ACIMA DO QUADRO ......: '
075800            DELIMITED BY SIZE
075900            VAG-QT-ACIMA DELIMITED BY SIZE
076000       INTO RELVAG1-REGISTRO.
076100     WRITE RELVAG1-REGISTRO.
076200
076300     MOVE SPACES TO RELVAG1-REGISTRO.
076400     STRING 'DEPARTAMENTOS SEM QUADRO AUTORIZADO : '
076500            DELIMITED BY SIZE
076600            VAG-QT-SEM-QUADRO DELIMITED BY SIZE
076700       INTO RELVAG1-REGISTRO.
076800     WRITE RELVAG1-REGISTRO.
076900
077000     IF VAG-QT-ACIMA GREATER ZEROS
077100        AND RETURN-CODE LESS 4
077200         MOVE 4 TO RETURN-CODE
077300     END-IF.
077400
077500 4300-EXIT.
077600     EXIT.
077700
077800******************************************************************
077900*    5000-FINALIZA                                               *
078000*    FECHA O RELATORIO E EXIBE O RESUMO DO PROCESSAMENTO         *
078100******************************************************************
078200 5000-FINALIZA.
078300
078400     CLOSE RELVAG1.
078500
078600     DISPLAY 'VAG01112 - FUNCIONARIOS ATIVOS .: '
078700              VAG-QT-ATIVOS.
078800     DISPLAY 'VAG01112 - AUTORIZACOES DO MES .: '
078900              VAG-QT-AUTORIZACOES.
079000     DISPLAY 'VAG01112 - DEPARTAMENTOS .......: '
079100              VAG-QT-LINHAS.
079200     DISPLAY 'VAG01112 - ACIMA DO QUADRO .....: '
079300              VAG-QT-ACIMA.
079400
079500 5000-EXIT.
079600     EXIT.
