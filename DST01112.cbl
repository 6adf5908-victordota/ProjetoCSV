000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DST01112.
000300 AUTHOR.        E.SANTANA.
000400 INSTALLATION.  DEPTO DE SISTEMAS - FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAMA .: DST01112                                       *
001000*    FUNCAO   .: DISTRIBUI O EXTRATO AS AREAS CONSUMIDORAS       *
001100*                CONFORME O PERFIL DE ASSINATURA DE CADA UMA NO  *
001200*                MESTRE CADCONS1: CONTEUDO COMPLETO (BASE DE     *
001300*                DISTRIBUICAO ARQBAS01) OU SO MOVIMENTOS         *
001400*                (ARQDLT01), NOME EM CLARO OU MASCARADO (TOKEN   *
001500*                DO SAIMASK1), LAYOUT FIXO OU DELIMITADO POR     *
001600*                VIRGULA, E FILTROS DE DEPARTAMENTO/ESCRITORIO   *
001700*                DO ASSCONS1. GRAVA UM ARQUIVO POR CONSUMIDOR    *
001800*                (ARQCNS01) COM CABECALHO E RODAPE PROPRIOS      *
001900*                (QUANTIDADE E HASH DO COD-FUNCI), UMA LINHA DE  *
002000*                CONTROLE POR ARQUIVO NO CTLDST1 PARA O ACK01112 *
002100*                E O RELATORIO RELDST1. FONTE OU ARQUIVO DE      *
002200*                SAIDA INDISPONIVEL: RETURN-CODE 12; ARQUIVO DE  *
002300*                CONSUMIDOR SEM NENHUM DETALHE: RETURN-CODE 4.   *
002400*                                                                *
002500*    REGISTRO DE ALTERACOES                                     *
002600*    ----------------------------------------------------------- *
002700*    DATA       AUTOR     DESCRICAO                              *
002800*    ---------- --------- ------------------------------------- *
002900*    15/10/2026 EAS       PROGRAMA ORIGINAL.                     *
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
004000     SELECT CADCONS1  ASSIGN TO CADCONS1
004100                      ORGANIZATION IS LINE SEQUENTIAL
004200                      FILE STATUS  IS DST-FS-CADCONS1.
004300
004400     SELECT ASSCONS1  ASSIGN TO ASSCONS1
004500                      ORGANIZATION IS LINE SEQUENTIAL
004600                      FILE STATUS  IS DST-FS-ASSCONS1.
004700
004800     SELECT ARQBAS01  ASSIGN TO ARQBAS01
004900                      ORGANIZATION IS LINE SEQUENTIAL
005000                      FILE STATUS  IS DST-FS-ARQBAS01.
005100
005200     SELECT ARQDLT01  ASSIGN TO ARQDLT01
005300                      ORGANIZATION IS LINE SEQUENTIAL
005400                      FILE STATUS  IS DST-FS-ARQDLT01.
005500
005600     SELECT ARQCNS01  ASSIGN TO DYNAMIC DST-ARQCNS01-NOME
005700                      ORGANIZATION IS LINE SEQUENTIAL
005800                      FILE STATUS  IS DST-FS-ARQCNS01.
005900
006000     SELECT CTLDST1   ASSIGN TO CTLDST1
006100                      ORGANIZATION IS LINE SEQUENTIAL
006200                      FILE STATUS  IS DST-FS-CTLDST1.
006300
006400     SELECT RELDST1   ASSIGN TO RELDST1
006500                      ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CADCONS1
007000     RECORDING MODE IS F.
007100 COPY CSM01112.
007200
007300 FD  ASSCONS1
007400     RECORDING MODE IS F.
007500 01  ASSCONS1-REGISTRO.
007600     03 ASSCONS1-COD-CONSUMIDOR      PIC X(08).
007700     03 ASSCONS1-TIP-FILTRO          PIC X(01).
007800        88 ASSCONS1-FILTRO-DEPTO         VALUE 'D'.
007900        88 ASSCONS1-FILTRO-ESCRT         VALUE 'E'.
008000     03 ASSCONS1-VAL-FILTRO          PIC X(30).
008100     03 FILLER                       PIC X(41).
008200
008300 FD  ARQBAS01
008400     RECORDING MODE IS F.
008500 COPY BAS01112.
008600
008700 FD  ARQDLT01
008800     RECORDING MODE IS F.
008900 COPY DLT01112.
009000
009100 FD  ARQCNS01
009200     RECORDING MODE IS F.
009300 COPY CNS01112.
009400
009500 FD  CTLDST1
009600     RECORDING MODE IS F.
009700 COPY CTD01112.
009800
009900 FD  RELDST1
010000     RECORDING MODE IS F.
010100 01  RELDST1-REGISTRO               PIC X(130).
010200
010300 WORKING-STORAGE SECTION.
010400******************************************************************
010500*    SWITCHES E CONTADORES GERAIS DO PROGRAMA                    *
010600******************************************************************
010700 77  DST-FS-CADCONS1           PIC X(02) VALUE '00'.
010800 77  DST-FS-ASSCONS1           PIC X(02) VALUE '00'.
010900 77  DST-FS-ARQBAS01           PIC X(02) VALUE '00'.
011000 77  DST-FS-ARQDLT01           PIC X(02) VALUE '00'.
011100 77  DST-FS-ARQCNS01           PIC X(02) VALUE '00'.
011200 77  DST-FS-CTLDST1            PIC X(02) VALUE '00'.
011300
011400 77  DST-ARQCNS01-NOME         PIC X(80) VALUE SPACES.
011500
011600 77  DST-SW-FIM-CADCONS1       PIC X(01) VALUE 'N'.
011700     88 DST-FIM-CADCONS1            VALUE 'S'.
011800
011900 77  DST-SW-FIM-ASSCONS1       PIC X(01) VALUE 'N'.
012000     88 DST-FIM-ASSCONS1            VALUE 'S'.
012100
012200 77  DST-SW-FIM-FONTE          PIC X(01) VALUE 'N'.
012300     88 DST-FIM-FONTE               VALUE 'S'.
012400
012500 77  DST-SW-ACHOU-ROD          PIC X(01) VALUE 'N'.
012600     88 DST-ACHOU-ROD               VALUE 'S'.
012700
012800 77  DST-SW-FONTE-ERRO         PIC X(01) VALUE 'N'.
012900     88 DST-FONTE-ERRO              VALUE 'S'.
013000
013100 77  DST-SW-FLT-ACHADO         PIC X(01) VALUE 'N'.
013200     88 DST-FLT-ACHADO              VALUE 'S'.
013300
013400 77  DST-SW-CONS-ACHADO        PIC X(01) VALUE 'N'.
013500     88 DST-CONS-ACHADO             VALUE 'S'.
013600
013700 77  DST-SW-ABANDONA           PIC X(01) VALUE 'N'.
013800     88 DST-ABANDONA                VALUE 'S'.
013900
014000 77  DST-DAT-EXTRATO           PIC X(10) VALUE SPACES.
014100
014200******************************************************************
014300*    MESTRE DE CONSUMIDORES (CADCONS1) COM O PERFIL DE CADA UM,  *
014400*    E QUANTIDADE/HASH APURADOS NO ARQUIVO GRAVADO PARA ELE      *
014500******************************************************************
014600 77  DST-QT-CONSUMIDORES       PIC 9(02) VALUE ZEROS.
014700 77  DST-MAX-CONSUMIDORES      PIC 9(02) VALUE 50.
014800
014900 01  DST-TAB-CONSUMIDORES.
015000     03 DST-CONSUMIDOR OCCURS 50 TIMES INDEXED BY DST-IX-CONS.
015100        05 DST-CONS-COD        PIC X(08).
015200        05 DST-CONS-NOM        PIC X(40).
015300        05 DST-CONS-IND-CONTEUDO PIC X(01).
015400           88 DST-CONS-MOVIMENTO     VALUE 'M'.
015500        05 DST-CONS-IND-NOME   PIC X(01).
015600           88 DST-CONS-MASCARADO     VALUE 'M'.
015700        05 DST-CONS-IND-FORMATO PIC X(01).
015800           88 DST-CONS-VIRGULA       VALUE 'V'.
015900        05 DST-CONS-NOM-ARQ    PIC X(20).
016000        05 DST-CONS-QT-FLT-DEPTO PIC 9(04).
016100        05 DST-CONS-QT-FLT-ESCRT PIC 9(04).
016200
016300 77  DST-IX-CONS-ATUAL         PIC 9(02) VALUE ZEROS.
016400
016500******************************************************************
016600*    FILTROS DE ASSINATURA (ASSCONS1). SEM NENHUM FILTRO DE UM   *
016700*    TIPO, O CONSUMIDOR RECEBE TODOS OS VALORES DAQUELE TIPO     *
016800******************************************************************
016900 77  DST-QT-FILTROS            PIC 9(04) VALUE ZEROS.
017000 77  DST-MAX-FILTROS           PIC 9(04) VALUE 500.
017100
017200 01  DST-TAB-FILTROS.
017300     03 DST-FILTRO OCCURS 500 TIMES INDEXED BY DST-IX-FLT.
017400        05 DST-FLT-IX-CONS     PIC 9(02).
017500        05 DST-FLT-TIPO        PIC X(01).
017600        05 DST-FLT-VALOR       PIC X(30).
017700
017800 77  DST-FLT-TIPO-PROCURA      PIC X(01) VALUE SPACES.
017900 77  DST-FLT-VALOR-PROCURA     PIC X(30) VALUE SPACES.
018000
018100******************************************************************
018200*    DETALHE CORRENTE, NUM LAYOUT UNICO PARA AS DUAS FONTES      *
018300*    (ARQBAS01 OU ARQDLT01)                                      *
018400******************************************************************
018500 01  DST-DETALHE.
018600     03 DST-DET-COD-ACAO       PIC X(01).
018700     03 DST-DET-COD-FUNCI      PIC X(08).
018800     03 DST-DET-NOM-FUNCI      PIC X(50).
018900     03 DST-DET-NOM-ESCRT      PIC X(30).
019000     03 DST-DET-COD-DPTFN      PIC X(15).
019100     03 DST-DET-DAT-COINT      PIC X(10).
019200
019300 77  DST-COD-FUNCI-N           PIC 9(08) VALUE ZEROS.
019400 77  DST-TOKEN-MASCARA         PIC 9(08) VALUE ZEROS.
019500 77  DST-TOKEN-CALC            PIC 9(12) VALUE ZEROS.
019600 77  DST-TOKEN-QUOCIENTE       PIC 9(04) VALUE ZEROS.
019700
019800 77  DST-QT-ARQ-REGISTROS      PIC 9(08) VALUE ZEROS.
019900 77  DST-HASH-ARQ              PIC 9(15) VALUE ZEROS.
020000
020100 77  DST-QT-FONTE-LIDOS        PIC 9(08) VALUE ZEROS.
020200 77  DST-QT-ARQ-GRAVADOS       PIC 9(08) VALUE ZEROS.
020300 77  DST-QT-ARQ-ERRO           PIC 9(08) VALUE ZEROS.
020400 77  DST-QT-ARQ-VAZIOS         PIC 9(08) VALUE ZEROS.
020500 77  DST-QT-DET-GRAVADOS       PIC 9(08) VALUE ZEROS.
020600 77  DST-QT-FLT-IGNORADOS      PIC 9(08) VALUE ZEROS.
020700
020800 PROCEDURE DIVISION.
020900******************************************************************
021000*    0000-MAINLINE                                               *
021100*    PARAGRAFO PRINCIPAL DO PROGRAMA                             *
021200******************************************************************
021300 0000-MAINLINE.
021400
021500     PERFORM 1000-INICIALIZA      THRU 1000-EXIT.
021600
021700     IF NOT DST-ABANDONA
021800         PERFORM 2000-DISTRIBUI   THRU 2000-EXIT
021900     END-IF.
022000
022100     PERFORM 3000-FINALIZA        THRU 3000-EXIT.
022200
022300     STOP RUN.
022400
022500******************************************************************
022600*    1000-INICIALIZA                                             *
022700*    ABRE O RELATORIO, CARREGA O MESTRE DE CONSUMIDORES E OS     *
022800*    FILTROS DE ASSINATURA E ABRE O CONTROLE DE DISTRIBUICAO     *
022900******************************************************************
023000 1000-INICIALIZA.
023100
023200     OPEN OUTPUT RELDST1.
023300
023400     MOVE SPACES TO RELDST1-REGISTRO.
023500     STRING 'DISTRIBUICAO DO EXTRATO POR CONSUMIDOR - DST01112'
023600            DELIMITED BY SIZE INTO RELDST1-REGISTRO.
023700     WRITE RELDST1-REGISTRO.
023800
023900     MOVE SPACES TO RELDST1-REGISTRO.
024000     WRITE RELDST1-REGISTRO.
024100
024200     PERFORM 1100-LE-CONSUMIDORES THRU 1100-EXIT.
024300
024400     IF DST-ABANDONA
024500         GO TO 1000-EXIT
024600     END-IF.
024700
024800     PERFORM 1200-LE-FILTROS      THRU 1200-EXIT.
024900
025000     OPEN OUTPUT CTLDST1.
025100
025200     IF DST-FS-CTLDST1 NOT EQUAL '00'
025300         DISPLAY 'DST01112 - ERRO NA ABERTURA DO CTLDST1 FS='
025400                  DST-FS-CTLDST1
025500         MOVE SPACES TO RELDST1-REGISTRO
025600         STRING 'CONTROLE DE DISTRIBUICAO (CTLDST1) NAO ABERTO'
025700                DELIMITED BY SIZE INTO RELDST1-REGISTRO
025800         WRITE RELDST1-REGISTRO
025900         MOVE 12 TO RETURN-CODE
026000         SET DST-ABANDONA TO TRUE
026100     END-IF.
026200
026300 1000-EXIT.
026400     EXIT.
026500
026600******************************************************************
026700*    1100-LE-CONSUMIDORES                                        *
026800*    CARREGA EM MEMORIA O MESTRE DE CONSUMIDORES (CADCONS1) COM  *
026900*    O PERFIL DE ASSINATURA. SEM CONSUMIDORES CADASTRADOS NAO HA *
027000*    O QUE DISTRIBUIR: RETURN-CODE 12                            *
027100******************************************************************
027200 1100-LE-CONSUMIDORES.
027300
027400     OPEN INPUT CADCONS1.
027500
027600     IF DST-FS-CADCONS1 NOT EQUAL '00'
027700         DISPLAY 'DST01112 - CADCONS1 NAO ABERTO FS='
027800                  DST-FS-CADCONS1
027900         MOVE SPACES TO RELDST1-REGISTRO
028000         STRING 'MESTRE DE CONSUMIDORES INDISPONIVEL'
028100                DELIMITED BY SIZE INTO RELDST1-REGISTRO
028200         WRITE RELDST1-REGISTRO
028300         MOVE 12 TO RETURN-CODE
028400         SET DST-ABANDONA TO TRUE
028500         GO TO 1100-EXIT
028600     END-IF.
028700
028800     PERFORM 1110-LER-CONSUMIDOR     THRU 1110-EXIT.
028900     PERFORM 1120-CARREGA-CONSUMIDOR THRU 1120-EXIT
029000             UNTIL DST-FIM-CADCONS1.
029100
029200     CLOSE CADCONS1.
029300
029400     IF DST-QT-CONSUMIDORES EQUAL ZEROS
029500         MOVE SPACES TO RELDST1-REGISTRO
029600         STRING 'NENHUM CONSUMIDOR CADASTRADO'
029700                DELIMITED BY SIZE INTO RELDST1-REGISTRO
029800         WRITE RELDST1-REGISTRO
029900         MOVE 12 TO RETURN-CODE
030000         SET DST-ABANDONA TO TRUE
030100     END-IF.
030200
030300 1100-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700*    1110-LER-CONSUMIDOR                                         *
030800*    LE UM REGISTRO DO MESTRE DE CONSUMIDORES (CADCONS1)         *
030900******************************************************************
031000 1110-LER-CONSUMIDOR.
031100
031200     READ CADCONS1
031300         AT END
031400             SET DST-FIM-CADCONS1 TO TRUE
031500     END-READ.
031600
031700 1110-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*    1120-CARREGA-CONSUMIDOR                                     *
032200*    ARMAZENA O CONSUMIDOR LIDO NA TABELA EM MEMORIA, SE HOUVER  *
032300*    ESPACO (IGNORANDO LINHAS EM BRANCO), E LE O PROXIMO. O      *
032400*    ARQUIVO DE DISTRIBUICAO NAO INFORMADO VIRA CNS + CODIGO     *
032500******************************************************************
032600 1120-CARREGA-CONSUMIDOR.
032700
032800     IF CADCONS1-COD-CONSUMIDOR EQUAL SPACES
032900         GO TO 1120-LER
033000     END-IF.
033100
033200     IF DST-QT-CONSUMIDORES NOT LESS DST-MAX-CONSUMIDORES
033300         DISPLAY 'DST01112 - MESTRE DE CONSUMIDORES EXCEDE '
033400                 'A TABELA - IGNORADO: '
033500                  CADCONS1-COD-CONSUMIDOR
033600         GO TO 1120-LER
033700     END-IF.
033800
033900     ADD 1 TO DST-QT-CONSUMIDORES.
034000     SET DST-IX-CONS TO DST-QT-CONSUMIDORES.
034100
034200     MOVE CADCONS1-COD-CONSUMIDOR TO DST-CONS-COD(DST-IX-CONS).
034300     MOVE CADCONS1-NOM-CONSUMIDOR TO DST-CONS-NOM(DST-IX-CONS).
034400     MOVE CADCONS1-IND-CONTEUDO
034500       TO DST-CONS-IND-CONTEUDO(DST-IX-CONS).
034600     MOVE CADCONS1-IND-NOME
034700       TO DST-CONS-IND-NOME(DST-IX-CONS).
034800     MOVE CADCONS1-IND-FORMATO
034900       TO DST-CONS-IND-FORMATO(DST-IX-CONS).
035000     MOVE ZEROS TO DST-CONS-QT-FLT-DEPTO(DST-IX-CONS).
035100     MOVE ZEROS TO DST-CONS-QT-FLT-ESCRT(DST-IX-CONS).
035200
035300     IF CADCONS1-NOM-ARQ-DST EQUAL SPACES
035400         MOVE SPACES TO DST-CONS-NOM-ARQ(DST-IX-CONS)
035500         STRING 'CNS'                   DELIMITED BY SIZE
035600                CADCONS1-COD-CONSUMIDOR DELIMITED BY SPACE
035700           INTO DST-CONS-NOM-ARQ(DST-IX-CONS)
035800     ELSE
035900         MOVE CADCONS1-NOM-ARQ-DST
036000           TO DST-CONS-NOM-ARQ(DST-IX-CONS)
036100     END-IF.
036200
036300 1120-LER.
036400
036500     PERFORM 1110-LER-CONSUMIDOR THRU 1110-EXIT.
036600
036700 1120-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    1200-LE-FILTROS                                             *
037200*    CARREGA OS FILTROS DE ASSINATURA (ASSCONS1). SEM O ARQUIVO, *
037300*    TODO CONSUMIDOR RECEBE TODOS OS DEPARTAMENTOS/ESCRITORIOS   *
037400******************************************************************
037500 1200-LE-FILTROS.
037600
037700     OPEN INPUT ASSCONS1.
037800
037900     IF DST-FS-ASSCONS1 NOT EQUAL '00'
038000         GO TO 1200-EXIT
038100     END-IF.
038200
038300     PERFORM 1210-LER-FILTRO     THRU 1210-EXIT.
038400     PERFORM 1220-CARREGA-FILTRO THRU 1220-EXIT
038500             UNTIL DST-FIM-ASSCONS1.
038600
038700     CLOSE ASSCONS1.
038800
038900 1200-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*    1210-LER-FILTRO                                             *
039400*    LE UM REGISTRO DOS FILTROS DE ASSINATURA (ASSCONS1)         *
039500******************************************************************
039600 1210-LER-FILTRO.
039700
039800     READ ASSCONS1
039900         AT END
040000             SET DST-FIM-ASSCONS1 TO TRUE
040100     END-READ.
040200
040300 1210-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    1220-CARREGA-FILTRO                                         *
040800*    ARMAZENA O FILTRO LIDO, VINCULADO A ENTRADA DO CONSUMIDOR   *
040900*    NA TABELA, E LE O PROXIMO. FILTRO DE CONSUMIDOR NAO         *
041000*    CADASTRADO, DE TIPO INVALIDO OU ALEM DA TABELA E IGNORADO   *
041100******************************************************************
041200 1220-CARREGA-FILTRO.
041300
041400     IF ASSCONS1-COD-CONSUMIDOR EQUAL SPACES
041500         GO TO 1220-LER
041600     END-IF.
041700
041800     MOVE 'N' TO DST-SW-CONS-ACHADO.
041900     PERFORM 1230-COMPARA-CONSUMIDOR THRU 1230-EXIT
042000             VARYING DST-IX-CONS FROM 1 BY 1
042100             UNTIL DST-IX-CONS > DST-QT-CONSUMIDORES
042200                OR DST-CONS-ACHADO.
042300
042400     IF NOT DST-CONS-ACHADO
042500        OR NOT (ASSCONS1-FILTRO-DEPTO OR ASSCONS1-FILTRO-ESCRT)
042550        OR ASSCONS1-VAL-FILTRO EQUAL SPACES
042600        OR DST-QT-FILTROS NOT LESS DST-MAX-FILTROS
042700         DISPLAY 'DST01112 - FILTRO DE ASSINATURA IGNORADO: '
042800                  ASSCONS1-COD-CONSUMIDOR ' '
042900                  ASSCONS1-TIP-FILTRO ' '
043000                  ASSCONS1-VAL-FILTRO
043100         ADD 1 TO DST-QT-FLT-IGNORADOS
043200         GO TO 1220-LER
043300     END-IF.
043400
043500     ADD 1 TO DST-QT-FILTROS.
043600     SET DST-IX-FLT TO DST-QT-FILTROS.
043700     MOVE DST-IX-CONS-ATUAL   TO DST-FLT-IX-CONS(DST-IX-FLT).
043800     MOVE ASSCONS1-TIP-FILTRO TO DST-FLT-TIPO(DST-IX-FLT).
043900     MOVE ASSCONS1-VAL-FILTRO TO DST-FLT-VALOR(DST-IX-FLT).
044000
044100     IF ASSCONS1-FILTRO-DEPTO
044200         ADD 1 TO DST-CONS-QT-FLT-DEPTO(DST-IX-CONS-ATUAL)
044300     ELSE
044400         ADD 1 TO DST-CONS-QT-FLT-ESCRT(DST-IX-CONS-ATUAL)
044500     END-IF.
044600
044700 1220-LER.
044800
044900     PERFORM 1210-LER-FILTRO THRU 1210-EXIT.
045000
045100 1220-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*    1230-COMPARA-CONSUMIDOR                                     *
045600*    COMPARA O CONSUMIDOR DO FILTRO COM A ENTRADA DA TABELA      *
045700*    APONTADA POR DST-IX-CONS                                    *
045800******************************************************************
045900 1230-COMPARA-CONSUMIDOR.
046000
046100     IF ASSCONS1-COD-CONSUMIDOR EQUAL DST-CONS-COD(DST-IX-CONS)
046200         SET DST-CONS-ACHADO TO TRUE
046300         SET DST-IX-CONS-ATUAL TO DST-IX-CONS
046400     END-IF.
046500
046600 1230-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000*    2000-DISTRIBUI                                              *
047100*    GRAVA O ARQUIVO DE CADA CONSUMIDOR CADASTRADO, UM DE CADA   *
047200*    VEZ, RELENDO A FONTE CORRESPONDENTE AO SEU PERFIL           *
047300******************************************************************
047400 2000-DISTRIBUI.
047500
047600     PERFORM 2100-DISTRIBUI-CONSUMIDOR THRU 2100-EXIT
047700             VARYING DST-IX-CONS FROM 1 BY 1
047800             UNTIL DST-IX-CONS > DST-QT-CONSUMIDORES.
047900
048000 2000-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    2100-DISTRIBUI-CONSUMIDOR                                   *
048500*    ABRE O ARQUIVO DO CONSUMIDOR APONTADO POR DST-IX-CONS,      *
048600*    PERCORRE A FONTE DO SEU PERFIL (ARQDLT01 PARA SO            *
048700*    MOVIMENTOS, ARQBAS01 PARA CONTEUDO COMPLETO) GRAVANDO OS    *
048800*    DETALHES SELECIONADOS, FECHA COM O RODAPE E REGISTRA A      *
048900*    QUANTIDADE/HASH NO CTLDST1. UMA FONTE INCOMPLETA (SEM       *
049000*    RODAPE) NAO GERA LINHA DE CONTROLE, POIS O ARQUIVO DO       *
049100*    CONSUMIDOR NAO E CONFIAVEL                                  *
049200******************************************************************
049300 2100-DISTRIBUI-CONSUMIDOR.
049400
049500     SET DST-IX-CONS-ATUAL TO DST-IX-CONS.
049600     MOVE DST-CONS-NOM-ARQ(DST-IX-CONS) TO DST-ARQCNS01-NOME.
049700
049800     MOVE ZEROS  TO DST-QT-ARQ-REGISTROS.
049900     MOVE ZEROS  TO DST-HASH-ARQ.
050000     MOVE SPACES TO DST-DAT-EXTRATO.
050100     MOVE 'N'    TO DST-SW-FIM-FONTE.
050200     MOVE 'N'    TO DST-SW-ACHOU-ROD.
050300     MOVE 'N'    TO DST-SW-FONTE-ERRO.
050400
050500     OPEN OUTPUT ARQCNS01.
050600
050700     IF DST-FS-ARQCNS01 NOT EQUAL '00'
050800         DISPLAY 'DST01112 - ERRO NA ABERTURA DO ARQUIVO DO '
050900                 'CONSUMIDOR ' DST-CONS-COD(DST-IX-CONS)
051000                 ' FS=' DST-FS-ARQCNS01
051100         MOVE SPACES TO RELDST1-REGISTRO
051200         STRING DST-CONS-COD(DST-IX-CONS) DELIMITED BY SIZE
051300                ' '                       DELIMITED BY SIZE
051400                DST-CONS-NOM-ARQ(DST-IX-CONS)
051500                                          DELIMITED BY SIZE
051600                ' ARQUIVO NAO ABERTO - NAO DISTRIBUIDO'
051700                                          DELIMITED BY SIZE
051800           INTO RELDST1-REGISTRO
051900         WRITE RELDST1-REGISTRO
052000         ADD 1 TO DST-QT-ARQ-ERRO
052100         MOVE 12 TO RETURN-CODE
052200         GO TO 2100-EXIT
052300     END-IF.
052400
052500     IF DST-CONS-MOVIMENTO(DST-IX-CONS)
052600         PERFORM 2200-PERCORRE-MOVIMENTOS THRU 2200-EXIT
052700     ELSE
052800         PERFORM 2300-PERCORRE-BASE       THRU 2300-EXIT
052900     END-IF.
053000
053100     IF DST-FONTE-ERRO OR NOT DST-ACHOU-ROD
053200         CLOSE ARQCNS01
053300         MOVE SPACES TO RELDST1-REGISTRO
053400         STRING DST-CONS-COD(DST-IX-CONS) DELIMITED BY SIZE
053500                ' '                       DELIMITED BY SIZE
053600                DST-CONS-NOM-ARQ(DST-IX-CONS)
053700                                          DELIMITED BY SIZE
053800                ' FONTE INDISPONIVEL OU SEM RODAPE - '
053900                                          DELIMITED BY SIZE
054000                'NAO DISTRIBUIDO'         DELIMITED BY SIZE
054100           INTO RELDST1-REGISTRO
054200         WRITE RELDST1-REGISTRO
054300         ADD 1 TO DST-QT-ARQ-ERRO
054400         MOVE 12 TO RETURN-CODE
054500         GO TO 2100-EXIT
054600     END-IF.
054700
054800     PERFORM 2700-GRAVA-RODAPE THRU 2700-EXIT.
054900
055000     CLOSE ARQCNS01.
055100
055200     PERFORM 2800-GRAVA-CONTROLE THRU 2800-EXIT.
055300
055400     ADD 1 TO DST-QT-ARQ-GRAVADOS.
055500
055600     IF DST-QT-ARQ-REGISTROS EQUAL ZEROS
055700         ADD 1 TO DST-QT-ARQ-VAZIOS
055800         IF RETURN-CODE LESS 4
055900             MOVE 4 TO RETURN-CODE
056000         END-IF
056100     END-IF.
056200
056300 2100-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700*    2200-PERCORRE-MOVIMENTOS                                    *
056800*    PERCORRE O ARQUIVO DE MOVIMENTOS (ARQDLT01) PARA UM         *
056900*    CONSUMIDOR DE PERFIL SO MOVIMENTOS                          *
057000******************************************************************
057100 2200-PERCORRE-MOVIMENTOS.
057200
057300     OPEN INPUT ARQDLT01.
057400
057500     IF DST-FS-ARQDLT01 NOT EQUAL '00'
057600         DISPLAY 'DST01112 - ARQDLT01 NAO ABERTO FS='
057700                  DST-FS-ARQDLT01
057800         SET DST-FONTE-ERRO TO TRUE
057900         GO TO 2200-EXIT
058000     END-IF.
058100
058200     PERFORM 2210-LER-MOVIMENTO   THRU 2210-EXIT.
058300     PERFORM 2220-TRATA-MOVIMENTO THRU 2220-EXIT
058400             UNTIL DST-FIM-FONTE.
058500
058600     CLOSE ARQDLT01.
058700
058800 2200-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    2210-LER-MOVIMENTO                                          *
059300*    LE UM REGISTRO DO ARQUIVO DE MOVIMENTOS (ARQDLT01)          *
059400******************************************************************
059500 2210-LER-MOVIMENTO.
059600
059700     READ ARQDLT01
059800         AT END
059900             SET DST-FIM-FONTE TO TRUE
060000         NOT AT END
060100             ADD 1 TO DST-QT-FONTE-LIDOS
060200     END-READ.
060300
060400 2210-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    2220-TRATA-MOVIMENTO                                        *
060900*    TRATA O REGISTRO CORRENTE DO ARQDLT01 CONFORME O TIPO       *
061000*    (CABECALHO, DETALHE OU RODAPE) E LE O PROXIMO               *
061100******************************************************************
061200 2220-TRATA-MOVIMENTO.
061300
061400     EVALUATE TRUE
061500         WHEN ARQDLT01-TIPO-CABECALHO
061600             MOVE ARQDLT01-CAB-DAT-EXEC TO DST-DAT-EXTRATO
061700             PERFORM 2400-GRAVA-CABECALHO THRU 2400-EXIT
061800         WHEN ARQDLT01-TIPO-RODAPE
061900             SET DST-ACHOU-ROD TO TRUE
062000         WHEN OTHER
062100             MOVE ARQDLT01-COD-ACAO  TO DST-DET-COD-ACAO
062200             MOVE ARQDLT01-COD-FUNCI TO DST-DET-COD-FUNCI
062300             MOVE ARQDLT01-NOM-FUNCI TO DST-DET-NOM-FUNCI
062400             MOVE ARQDLT01-NOM-ESCRT TO DST-DET-NOM-ESCRT
062500             MOVE ARQDLT01-COD-DPTFN TO DST-DET-COD-DPTFN
062600             MOVE ARQDLT01-DAT-COINT TO DST-DET-DAT-COINT
062700             PERFORM 2500-SELECIONA-DETALHE THRU 2500-EXIT
062800     END-EVALUATE.
062900
063000     PERFORM 2210-LER-MOVIMENTO THRU 2210-EXIT.
063100
063200 2220-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    2300-PERCORRE-BASE                                          *
063700*    PERCORRE A BASE DE DISTRIBUICAO (ARQBAS01) PARA UM          *
063800*    CONSUMIDOR DE PERFIL CONTEUDO COMPLETO                      *
063900******************************************************************
064000 2300-PERCORRE-BASE.
064100
064200     OPEN INPUT ARQBAS01.
064300
064400     IF DST-FS-ARQBAS01 NOT EQUAL '00'
064500         DISPLAY 'DST01112 - ARQBAS01 NAO ABERTO FS='
064600                  DST-FS-ARQBAS01
064700         SET DST-FONTE-ERRO TO TRUE
064800         GO TO 2300-EXIT
064900     END-IF.
065000
065100     PERFORM 2310-LER-BASE   THRU 2310-EXIT.
065200     PERFORM 2320-TRATA-BASE THRU 2320-EXIT
065300             UNTIL DST-FIM-FONTE.
065400
065500     CLOSE ARQBAS01.
065600
065700 2300-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    2310-LER-BASE                                               *
066200*    LE UM REGISTRO DA BASE DE DISTRIBUICAO (ARQBAS01)           *
066300******************************************************************
066400 2310-LER-BASE.
066500
066600     READ ARQBAS01
066700         AT END
066800             SET DST-FIM-FONTE TO TRUE
066900         NOT AT END
067000             ADD 1 TO DST-QT-FONTE-LIDOS
067100     END-READ.
067200
067300 2310-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700*    2320-TRATA-BASE                                             *
067800*    TRATA O REGISTRO CORRENTE DO ARQBAS01 CONFORME O TIPO       *
067900*    (CABECALHO, DETALHE OU RODAPE) E LE O PROXIMO. NO CONTEUDO  *
068000*    COMPLETO TODO DETALHE SEGUE COM ACAO 'I'                    *
068100******************************************************************
068200 2320-TRATA-BASE.
068300
068400     EVALUATE TRUE
068500         WHEN ARQBAS01-TIPO-CABECALHO
068600             MOVE ARQBAS01-CAB-DAT-EXEC TO DST-DAT-EXTRATO
068700             PERFORM 2400-GRAVA-CABECALHO THRU 2400-EXIT
068800         WHEN ARQBAS01-TIPO-RODAPE
068900             SET DST-ACHOU-ROD TO TRUE
069000         WHEN OTHER
069100             MOVE 'I'                TO DST-DET-COD-ACAO
069200             MOVE ARQBAS01-COD-FUNCI TO DST-DET-COD-FUNCI
069300             MOVE ARQBAS01-NOM-FUNCI TO DST-DET-NOM-FUNCI
069400             MOVE ARQBAS01-NOM-ESCRT TO DST-DET-NOM-ESCRT
069500             MOVE ARQBAS01-COD-DPTFN TO DST-DET-COD-DPTFN
069600             MOVE ARQBAS01-DAT-COINT TO DST-DET-DAT-COINT
069700             PERFORM 2500-SELECIONA-DETALHE THRU 2500-EXIT
069800     END-EVALUATE.
069900
070000     PERFORM 2310-LER-BASE THRU 2310-EXIT.
070100
070200 2320-EXIT.
070300     EXIT.
070400
070500******************************************************************
070600*    2400-GRAVA-CABECALHO                                        *
070700*    GRAVA O CABECALHO DO ARQUIVO DO CONSUMIDOR, COM A DATA DO   *
070800*    EXTRATO, O CODIGO DO CONSUMIDOR E O PERFIL DISTRIBUIDO      *
070900******************************************************************
071000 2400-GRAVA-CABECALHO.
071100
071200     IF DST-CONS-VIRGULA(DST-IX-CONS)
071300         MOVE SPACES TO ARQCNS01-LINHA
071400         STRING 'H,'                      DELIMITED BY SIZE
071500                DST-DAT-EXTRATO           DELIMITED BY SIZE
071600                ','                       DELIMITED BY SIZE
071700                DST-CONS-COD(DST-IX-CONS) DELIMITED BY SPACE
071800                ','                       DELIMITED BY SIZE
071900                DST-CONS-IND-CONTEUDO(DST-IX-CONS)
072000                                          DELIMITED BY SIZE
072100                ','                       DELIMITED BY SIZE
072200                DST-CONS-IND-NOME(DST-IX-CONS)
072300                                          DELIMITED BY SIZE
072400           INTO ARQCNS01-LINHA
072500         WRITE ARQCNS01-LINHA
072600         GO TO 2400-EXIT
072700     END-IF.
072800
072900     MOVE SPACES              TO ARQCNS01-CABECALHO.
073000     MOVE 'H'                 TO ARQCNS01-CAB-TIPO-REG.
073100     MOVE 'CNS01112'          TO ARQCNS01-CAB-ID-ARQ.
073200     MOVE DST-DAT-EXTRATO     TO ARQCNS01-CAB-DAT-EXEC.
073300     MOVE DST-CONS-COD(DST-IX-CONS)
073400       TO ARQCNS01-CAB-COD-CONSUMIDOR.
073500     MOVE DST-CONS-IND-CONTEUDO(DST-IX-CONS)
073600       TO ARQCNS01-CAB-IND-CONTEUDO.
073700     MOVE DST-CONS-IND-NOME(DST-IX-CONS)
073800       TO ARQCNS01-CAB-IND-NOME.
073900
074000     MOVE ARQCNS01-CABECALHO  TO ARQCNS01-REGISTRO.
074100     WRITE ARQCNS01-REGISTRO.
074200
074300 2400-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700*    2500-SELECIONA-DETALHE                                      *
074800*    APLICA OS FILTROS DE DEPARTAMENTO E DE ESCRITORIO DO        *
074900*    CONSUMIDOR AO DETALHE CORRENTE E, SE SELECIONADO, GRAVA-O.  *
075000*    UM MOVIMENTO DE EXCLUSAO CUJO DEPARTAMENTO O EXT01112 NAO   *
075100*    LOCALIZOU NO CADDPTO1 VEM SEM CODIGO E SO E ENVIADO AOS     *
075200*    CONSUMIDORES SEM FILTRO DE DEPARTAMENTO                     *
075300******************************************************************
075400 2500-SELECIONA-DETALHE.
075500
075600     IF DST-CONS-QT-FLT-DEPTO(DST-IX-CONS) GREATER ZEROS
075900         MOVE 'D'               TO DST-FLT-TIPO-PROCURA
076000         MOVE DST-DET-COD-DPTFN TO DST-FLT-VALOR-PROCURA
076100         PERFORM 2510-PROCURA-FILTRO THRU 2510-EXIT
076200         IF NOT DST-FLT-ACHADO
076300             GO TO 2500-EXIT
076400         END-IF
076500     END-IF.
076600
076700     IF DST-CONS-QT-FLT-ESCRT(DST-IX-CONS) GREATER ZEROS
076800         MOVE 'E'               TO DST-FLT-TIPO-PROCURA
076900         MOVE DST-DET-NOM-ESCRT TO DST-FLT-VALOR-PROCURA
077000         PERFORM 2510-PROCURA-FILTRO THRU 2510-EXIT
077100         IF NOT DST-FLT-ACHADO
077200             GO TO 2500-EXIT
077300         END-IF
077400     END-IF.
077500
077600     PERFORM 2600-GRAVA-DETALHE THRU 2600-EXIT.
077700
077800 2500-EXIT.
077900     EXIT.
078000
078100******************************************************************
078200*    2510-PROCURA-FILTRO                                         *
078300*    PROCURA, ENTRE OS FILTROS DO CONSUMIDOR CORRENTE, UM DO     *
078400*    TIPO E VALOR EM DST-FLT-TIPO-PROCURA/DST-FLT-VALOR-PROCURA  *
078500******************************************************************
078600 2510-PROCURA-FILTRO.
078700
078800     MOVE 'N' TO DST-SW-FLT-ACHADO.
078900
079000     PERFORM 2520-COMPARA-FILTRO THRU 2520-EXIT
079100             VARYING DST-IX-FLT FROM 1 BY 1
079200             UNTIL DST-IX-FLT > DST-QT-FILTROS
079300                OR DST-FLT-ACHADO.
079400
079500 2510-EXIT.
079600     EXIT.
079700
079800******************************************************************
079900*    2520-COMPARA-FILTRO                                         *
080000*    COMPARA O FILTRO APONTADO POR DST-IX-FLT COM O PROCURADO    *
080100******************************************************************
080200 2520-COMPARA-FILTRO.
080300
080400     IF DST-FLT-IX-CONS(DST-IX-FLT) EQUAL DST-IX-CONS-ATUAL
080500        AND DST-FLT-TIPO(DST-IX-FLT) EQUAL DST-FLT-TIPO-PROCURA
080600        AND DST-FLT-VALOR(DST-IX-FLT) EQUAL DST-FLT-VALOR-PROCURA
080700         SET DST-FLT-ACHADO TO TRUE
080800     END-IF.
080900
081000 2520-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400*    2600-GRAVA-DETALHE                                          *
081500*    GRAVA O DETALHE SELECIONADO NO ARQUIVO DO CONSUMIDOR, NO    *
081600*    FORMATO DO SEU PERFIL, COM O NOME EM CLARO OU SUBSTITUIDO   *
081700*    PELO TOKEN, E ACUMULA A QUANTIDADE E O HASH DO ARQUIVO      *
081800******************************************************************
081900 2600-GRAVA-DETALHE.
082000
082100     IF DST-CONS-MASCARADO(DST-IX-CONS)
082200         PERFORM 2650-CALCULA-TOKEN-MASCARA THRU 2650-EXIT
082300     END-IF.
082400
082500     IF DST-CONS-VIRGULA(DST-IX-CONS)
082600         PERFORM 2610-GRAVA-DETALHE-CSV THRU 2610-EXIT
082700     ELSE
082800         MOVE SPACES            TO ARQCNS01-REGISTRO
082900         MOVE 'D'               TO ARQCNS01-TIPO-REG
083000         MOVE DST-DET-COD-ACAO  TO ARQCNS01-COD-ACAO
083100         MOVE DST-DET-COD-FUNCI TO ARQCNS01-COD-FUNCI
083200         IF DST-CONS-MASCARADO(DST-IX-CONS)
083300             MOVE DST-TOKEN-MASCARA TO ARQCNS01-TOKEN-FUNC
083400         ELSE
083500             MOVE DST-DET-NOM-FUNCI TO ARQCNS01-NOM-FUNCI
083600         END-IF
083700         MOVE DST-DET-NOM-ESCRT TO ARQCNS01-NOM-ESCRT
083800         MOVE DST-DET-COD-DPTFN TO ARQCNS01-COD-DPTFN
083900         MOVE DST-DET-DAT-COINT TO ARQCNS01-DAT-COINT
084000         WRITE ARQCNS01-REGISTRO
084100     END-IF.
084200
084300     ADD 1 TO DST-QT-ARQ-REGISTROS.
084400     ADD 1 TO DST-QT-DET-GRAVADOS.
084500
084600     MOVE DST-DET-COD-FUNCI TO DST-COD-FUNCI-N.
084700     ADD DST-COD-FUNCI-N    TO DST-HASH-ARQ.
084800
084900 2600-EXIT.
085000     EXIT.
085100
085200******************************************************************
085300*    2610-GRAVA-DETALHE-CSV                                      *
085400*    MONTA E GRAVA A LINHA DE DETALHE DELIMITADA POR VIRGULA     *
085500******************************************************************
085600 2610-GRAVA-DETALHE-CSV.
085700
085800     MOVE SPACES TO ARQCNS01-LINHA.
085900
086000     IF DST-CONS-MASCARADO(DST-IX-CONS)
086100         STRING 'D,'               DELIMITED BY SIZE
086200                DST-DET-COD-ACAO   DELIMITED BY SIZE
086300                ','                DELIMITED BY SIZE
086400                DST-DET-COD-FUNCI  DELIMITED BY SIZE
086500                ','                DELIMITED BY SIZE
086600                DST-TOKEN-MASCARA  DELIMITED BY SIZE
086700                ','                DELIMITED BY SIZE
086800                FUNCTION TRIM(DST-DET-NOM-ESCRT) DELIMITED BY SIZE
086900                ','                DELIMITED BY SIZE
087000                FUNCTION TRIM(DST-DET-COD-DPTFN) DELIMITED BY SIZE
087100                ','                DELIMITED BY SIZE
087200                DST-DET-DAT-COINT  DELIMITED BY SIZE
087300           INTO ARQCNS01-LINHA
087400     ELSE
087500         STRING 'D,'               DELIMITED BY SIZE
087600                DST-DET-COD-ACAO   DELIMITED BY SIZE
087700                ','                DELIMITED BY SIZE
087800                DST-DET-COD-FUNCI  DELIMITED BY SIZE
087900                ','                DELIMITED BY SIZE
088000                FUNCTION TRIM(DST-DET-NOM-FUNCI) DELIMITED BY SIZE
088100                ','                DELIMITED BY SIZE
088200                FUNCTION TRIM(DST-DET-NOM-ESCRT) DELIMITED BY SIZE
088300                ','                DELIMITED BY SIZE
088400                FUNCTION TRIM(DST-DET-COD-DPTFN) DELIMITED BY SIZE
088500                ','                DELIMITED BY SIZE
088600                DST-DET-DAT-COINT  DELIMITED BY SIZE
088700           INTO ARQCNS01-LINHA
088800     END-IF.
088900
089000     WRITE ARQCNS01-LINHA.
089100
089200 2610-EXIT.
089300     EXIT.
089400
089500******************************************************************
089600*    2650-CALCULA-TOKEN-MASCARA                                  *
089700*    DERIVA O TOKEN NUMERICO DE 8 DIGITOS DO COD-FUNCI, PELA     *
089800*    MESMA REGRA DO SAIMASK1 (EXT01112), PARA QUE O MESMO        *
089900*    FUNCIONARIO TENHA O MESMO TOKEN EM QUALQUER EXTRATO         *
090000******************************************************************
090100 2650-CALCULA-TOKEN-MASCARA.
090200
090300     MOVE DST-DET-COD-FUNCI    TO DST-COD-FUNCI-N.
090400     COMPUTE DST-TOKEN-CALC =
090500             (DST-COD-FUNCI-N * 7919) + 104729.
090600     DIVIDE DST-TOKEN-CALC BY 100000000
090700             GIVING DST-TOKEN-QUOCIENTE
090800             REMAINDER DST-TOKEN-MASCARA.
090900
091000 2650-EXIT.
091100     EXIT.
091200
091300******************************************************************
091400*    2700-GRAVA-RODAPE                                           *
091500*    GRAVA O RODAPE DO ARQUIVO DO CONSUMIDOR, COM A QUANTIDADE   *
091600*    E O HASH DO COD-FUNCI DOS DETALHES GRAVADOS NELE            *
091700******************************************************************
091800 2700-GRAVA-RODAPE.
091900
092000     IF DST-CONS-VIRGULA(DST-IX-CONS)
092100         MOVE SPACES TO ARQCNS01-LINHA
092200         STRING 'T,'               DELIMITED BY SIZE
092300                DST-QT-ARQ-REGISTROS DELIMITED BY SIZE
092400                ','                DELIMITED BY SIZE
092500                DST-HASH-ARQ       DELIMITED BY SIZE
092600           INTO ARQCNS01-LINHA
092700         WRITE ARQCNS01-LINHA
092800         GO TO 2700-EXIT
092900     END-IF.
093000
093100     MOVE SPACES               TO ARQCNS01-RODAPE.
093200     MOVE 'T'                  TO ARQCNS01-ROD-TIPO-REG.
093300     MOVE DST-QT-ARQ-REGISTROS TO ARQCNS01-ROD-QT-REGISTROS.
093400     MOVE DST-HASH-ARQ         TO ARQCNS01-ROD-HASH-COD-FUNCI.
093500
093600     MOVE ARQCNS01-RODAPE      TO ARQCNS01-REGISTRO.
093700     WRITE ARQCNS01-REGISTRO.
093800
093900 2700-EXIT.
094000     EXIT.
094100
094200******************************************************************
094300*    2800-GRAVA-CONTROLE                                         *
094400*    REGISTRA NO CTLDST1 A DATA, A QUANTIDADE E O HASH DO        *
094500*    ARQUIVO GRAVADO PARA O CONSUMIDOR E EMITE A SUA LINHA NO    *
094600*    RELDST1                                                     *
094700******************************************************************
094800 2800-GRAVA-CONTROLE.
094900
095000     MOVE SPACES                   TO CTLDST1-REGISTRO.
095100     MOVE DST-CONS-COD(DST-IX-CONS) TO CTLDST1-COD-CONSUMIDOR.
095200     MOVE DST-CONS-NOM-ARQ(DST-IX-CONS) TO CTLDST1-NOM-ARQ-DST.
095300     MOVE DST-DAT-EXTRATO          TO CTLDST1-DAT-EXTRATO.
095400     MOVE DST-QT-ARQ-REGISTROS     TO CTLDST1-QT-REGISTROS.
095500     MOVE DST-HASH-ARQ             TO CTLDST1-HASH-COD-FUNCI.
095600     MOVE DST-CONS-IND-CONTEUDO(DST-IX-CONS)
095700       TO CTLDST1-IND-CONTEUDO.
095800     WRITE CTLDST1-REGISTRO.
095900
096000     MOVE SPACES TO RELDST1-REGISTRO.
096100     STRING DST-CONS-COD(DST-IX-CONS)  DELIMITED BY SIZE
096200            ' '                        DELIMITED BY SIZE
096300            DST-CONS-NOM(DST-IX-CONS)  DELIMITED BY SIZE
096400            ' '                        DELIMITED BY SIZE
096500            DST-CONS-NOM-ARQ(DST-IX-CONS)
096600                                       DELIMITED BY SIZE
096700            ' PERFIL '                 DELIMITED BY SIZE
096800            DST-CONS-IND-CONTEUDO(DST-IX-CONS)
096900                                       DELIMITED BY SIZE
097000            DST-CONS-IND-NOME(DST-IX-CONS)
097100                                       DELIMITED BY SIZE
097200            DST-CONS-IND-FORMATO(DST-IX-CONS)
097300                                       DELIMITED BY SIZE
097400            ' QT '                     DELIMITED BY SIZE
097500            DST-QT-ARQ-REGISTROS       DELIMITED BY SIZE
097600            ' HASH '                   DELIMITED BY SIZE
097700            DST-HASH-ARQ               DELIMITED BY SIZE
097800       INTO RELDST1-REGISTRO.
097900     WRITE RELDST1-REGISTRO.
098000
098100 2800-EXIT.
098200     EXIT.
098300
098400******************************************************************
098500*    3000-FINALIZA                                               *
098600*    EMITE OS TOTAIS DA DISTRIBUICAO E FECHA OS ARQUIVOS         *
098700******************************************************************
098800 3000-FINALIZA.
098900
099000     MOVE SPACES TO RELDST1-REGISTRO.
099100     WRITE RELDST1-REGISTRO.
099200
099300     MOVE SPACES TO RELDST1-REGISTRO.
099400     STRING 'CONSUMIDORES CADASTRADOS ...........: '
099500            DELIMITED BY SIZE
099600            DST-QT-CONSUMIDORES DELIMITED BY SIZE
099700       INTO RELDST1-REGISTRO.
099800     WRITE RELDST1-REGISTRO.
099900
100000     MOVE SPACES TO RELDST1-REGISTRO.
100100     STRING 'ARQUIVOS DISTRIBUIDOS ..............: '
100200            DELIMITED BY SIZE
100300            DST-QT-ARQ-GRAVADOS DELIMITED BY SIZE
100400       INTO RELDST1-REGISTRO.
100500     WRITE RELDST1-REGISTRO.
100600
100700     MOVE SPACES TO RELDST1-REGISTRO.
100800     STRING 'ARQUIVOS SEM NENHUM DETALHE ........: '
100900            DELIMITED BY SIZE
101000            DST-QT-ARQ-VAZIOS DELIMITED BY SIZE
101100       INTO RELDST1-REGISTRO.
101200     WRITE RELDST1-REGISTRO.
101300
101400     MOVE SPACES TO RELDST1-REGISTRO.
101500     STRING 'CONSUMIDORES NAO DISTRIBUIDOS ......: '
101600            DELIMITED BY SIZE
101700            DST-QT-ARQ-ERRO DELIMITED BY SIZE
101800       INTO RELDST1-REGISTRO.
101900     WRITE RELDST1-REGISTRO.
102000
102100     MOVE SPACES TO RELDST1-REGISTRO.
102200     STRING 'DETALHES GRAVADOS (TODOS ARQUIVOS) .: '
102300            DELIMITED BY SIZE
102400            DST-QT-DET-GRAVADOS DELIMITED BY SIZE
102500       INTO RELDST1-REGISTRO.
102600     WRITE RELDST1-REGISTRO.
102700
102800     MOVE SPACES TO RELDST1-REGISTRO.
102900     STRING 'FILTROS DE ASSINATURA IGNORADOS ....: '
103000            DELIMITED BY SIZE
103100            DST-QT-FLT-IGNORADOS DELIMITED BY SIZE
103200       INTO RELDST1-REGISTRO.
103300     WRITE RELDST1-REGISTRO.
103400
103500     CLOSE RELDST1.
103600
103700     IF NOT DST-ABANDONA
103800         CLOSE CTLDST1
103900     END-IF.
104000
104100     DISPLAY 'DST01112 - CONSUMIDORES ........: '
104200              DST-QT-CONSUMIDORES.
104300     DISPLAY 'DST01112 - ARQUIVOS DISTRIBUIDOS: '
104400              DST-QT-ARQ-GRAVADOS.
104500     DISPLAY 'DST01112 - NAO DISTRIBUIDOS ....: '
104600              DST-QT-ARQ-ERRO.
104700     DISPLAY 'DST01112 - DETALHES GRAVADOS ...: '
104800              DST-QT-DET-GRAVADOS.
104900
105000 3000-EXIT.
105100     EXIT.
