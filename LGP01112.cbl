000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LGP01112.
000300 AUTHOR.        E.SANTANA.
000400 INSTALLATION.  DEPTO DE SISTEMAS - FOLHA DE PAGAMENTO.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAMA .: LGP01112                                       *
001000*    FUNCAO   .: ATENDE OS PEDIDOS DA LGPD SOBRE OS DADOS DO     *
001100*                CADASTRO DE FUNCIONARIOS, CONFORME O CARTAO     *
001200*                LGPPARM:                                        *
001300*                - CONSULTA ('C'): RELATORIO CONSOLIDADO DO      *
001400*                  TITULAR (RELTIT1) COM TODOS OS DADOS GUARDADOS*
001500*                  PARA UM COD-FUNCI NO SAI01112, SAIIDX01,      *
001600*                  HIST1112, HISTGEN1, SUSP1112, ARQRSC01,       *
001700*                  ARQDLT01, ARQBAS01, JRNALT1 E ARQUIVOS POR    *
001800*                  ESCRITORIO (SAIOFC01 A SAIOFC10): QUAL        *
001900*                  ARQUIVO, QUAL CAMPO, QUAL VALOR E DE QUE      *
001910*                  DATA. OS EXTRATOS POR CONSUMIDOR DO DST01112  *
001920*                  (CTLDST1) SAO LISTADOS COMO NAO PESQUISADOS;  *
002000*                - EXPURGO ('P'): REMOVE DO HIST1112, DO         *
002100*                  HISTGEN1 E DO SUSP1112 OS FUNCIONARIOS        *
002200*                  DESLIGADOS CUJA DATA DE DEMISSAO E ANTERIOR AO*
002300*                  PERIODO DE RETENCAO (EM ANOS), OU ANONIMIZA   *
002400*                  AS GERACOES DO HISTGEN1, GRAVANDO HISTLGP1,   *
002500*                  HGENLGP1 E SUSPLGP1 PARA SUBSTITUIR OS        *
002600*                  ORIGINAIS, E EMITE O CERTIFICADO DE EXPURGO   *
002700*                  (RELEXP1) COM OS TOTAIS DE CONTROLE (QTDE E   *
002800*                  HASH DE COD-FUNCI) DE CADA ARQUIVO.           *
002900*                CARTAO INVALIDO, FEED DE ENTRADA INDISPONIVEL  *
003000*                NO EXPURGO OU TOTAIS NAO BATIDOS: RETURN-CODE  *
003100*                12 (OS NOVOS ARQUIVOS NAO DEVEM SER USADOS).    *
003200*                                                                *
003300*    REGISTRO DE ALTERACOES                                     *
003400*    ----------------------------------------------------------- *
003500*    DATA       AUTOR     DESCRICAO                              *
003600*    ---------- --------- ------------------------------------- *
003700*    15/10/2026 EAS       PROGRAMA ORIGINAL.                     *
003800*                                                                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 SPECIAL-NAMES.
004500     DECIMAL-POINT IS COMMA.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT LGPPARM   ASSIGN TO LGPPARM
004900                      ORGANIZATION IS LINE SEQUENTIAL
005000                      FILE STATUS  IS LGP-FS-LGPPARM.
005100
005200     SELECT ARQSAI01  ASSIGN TO DYNAMIC LGP-NOM-ARQSAI
005300                      ORGANIZATION IS LINE SEQUENTIAL
005400                      FILE STATUS  IS LGP-FS-ARQSAI01.
005500
005600     SELECT SAIIDX01  ASSIGN TO SAIIDX01
005700                      ORGANIZATION IS INDEXED
005800                      ACCESS MODE   IS RANDOM
005900                      RECORD KEY    IS SAIIDX01-COD-FUNCI
006000                      FILE STATUS   IS LGP-FS-SAIIDX01.
006100
006200     SELECT HIST1112  ASSIGN TO HIST1112
006300                      ORGANIZATION IS LINE SEQUENTIAL
006400                      FILE STATUS  IS LGP-FS-HIST1112.
006500
006600     SELECT HISTGEN1  ASSIGN TO HISTGEN1
006700                      ORGANIZATION IS LINE SEQUENTIAL
006800                      FILE STATUS  IS LGP-FS-HISTGEN1.
006900
007000     SELECT SUSP1112  ASSIGN TO SUSP1112
007100                      ORGANIZATION IS LINE SEQUENTIAL
007200                      FILE STATUS  IS LGP-FS-SUSP1112.
007300
007400     SELECT ARQRSC01  ASSIGN TO ARQRSC01
007500                      ORGANIZATION IS LINE SEQUENTIAL
007600                      FILE STATUS  IS LGP-FS-ARQRSC01.
007700
007800     SELECT ARQDLT01  ASSIGN TO ARQDLT01
007900                      ORGANIZATION IS LINE SEQUENTIAL
008000                      FILE STATUS  IS LGP-FS-ARQDLT01.
008100
008200     SELECT ARQENT01  ASSIGN TO DYNAMIC LGP-NOM-ARQENT
008300                      ORGANIZATION IS LINE SEQUENTIAL
008400                      FILE STATUS  IS LGP-FS-ARQENT01.
008500
008600     SELECT LISTENT1  ASSIGN TO LISTENT1
008700                      ORGANIZATION IS LINE SEQUENTIAL
008800                      FILE STATUS  IS LGP-FS-LISTENT1.
008805
008810     SELECT ARQBAS01  ASSIGN TO ARQBAS01
008815                      ORGANIZATION IS LINE SEQUENTIAL
008820                      FILE STATUS  IS LGP-FS-ARQBAS01.
008825
008830     SELECT JRNALT1   ASSIGN TO JRNALT1
008835                      ORGANIZATION IS LINE SEQUENTIAL
008840                      FILE STATUS  IS LGP-FS-JRNALT1.
008845
008850     SELECT CTLDST1   ASSIGN TO CTLDST1
008855                      ORGANIZATION IS LINE SEQUENTIAL
008860                      FILE STATUS  IS LGP-FS-CTLDST1.
008900
009000     SELECT LGPIDX1   ASSIGN TO LGPIDX1
009100                      ORGANIZATION IS INDEXED
009200                      ACCESS MODE   IS DYNAMIC
009300                      RECORD KEY    IS LGPIDX1-COD-FUNCI
009400                      FILE STATUS   IS LGP-FS-LGPIDX1.
009500
009600     SELECT HISTLGP1  ASSIGN TO HISTLGP1
009700                      ORGANIZATION IS LINE SEQUENTIAL.
009800
009900     SELECT HGENLGP1  ASSIGN TO HGENLGP1
010000                      ORGANIZATION IS LINE SEQUENTIAL.
010100
010200     SELECT SUSPLGP1  ASSIGN TO SUSPLGP1
010300                      ORGANIZATION IS LINE SEQUENTIAL.
010400
010500     SELECT RELTIT1   ASSIGN TO RELTIT1
010600                      ORGANIZATION IS LINE SEQUENTIAL.
010700
010800     SELECT RELEXP1   ASSIGN TO RELEXP1
010900                      ORGANIZATION IS LINE SEQUENTIAL.
011000
011100     SELECT LGP-ORDENA ASSIGN TO SORTWK1.
011200
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  LGPPARM
011600     RECORDING MODE IS F.
011700 01  LGPPARM-REGISTRO.
011800     03 LGPPARM-TIP-EXECUCAO         PIC X(01).
011900     03 LGPPARM-COD-FUNCI            PIC X(08).
012000     03 LGPPARM-QT-ANOS-RETENCAO     PIC 9(02).
012100     03 LGPPARM-TIP-EXPURGO          PIC X(01).
012200     03 LGPPARM-NUM-PROTOCOLO        PIC X(15).
012300     03 FILLER                       PIC X(53).
012400
012500 FD  ARQSAI01
012600     RECORDING MODE IS F.
012700 COPY SAI01112.
012800
012900 FD  SAIIDX01.
013000 COPY IDX01112.
013100
013200 FD  HIST1112
013300     RECORDING MODE IS F.
013400 COPY HIS01112.
013500
013600 FD  HISTGEN1
013700     RECORDING MODE IS F.
013800 COPY HGN01112.
013900
014000 FD  SUSP1112
014100     RECORDING MODE IS F.
014200 COPY SUS01112.
014300
014400 FD  ARQRSC01
014500     RECORDING MODE IS F.
014600 COPY RSC01112.
014700
014800 FD  ARQDLT01
014900     RECORDING MODE IS F.
015000 COPY DLT01112.
015100
015200 FD  ARQENT01
015300     RECORDING MODE IS F.
015400 COPY ENT01112.
015500
015600 FD  LISTENT1
015700     RECORDING MODE IS F.
015800 COPY LST01112.
015805
015810 FD  ARQBAS01
015815     RECORDING MODE IS F.
015820 COPY BAS01112.
015825
015830 FD  JRNALT1
015835     RECORDING MODE IS F.
015840 COPY JRN01112.
015845
015850 FD  CTLDST1
015855     RECORDING MODE IS F.
015860 COPY CTD01112.
015900
016000 FD  LGPIDX1.
016100 01  LGPIDX1-REGISTRO.
016200     03 LGPIDX1-COD-FUNCI            PIC X(08).
016300     03 LGPIDX1-DAT-DEMIS            PIC 9(08).
016400     03 LGPIDX1-COD-PSEUDONIMO       PIC X(08).
016500     03 LGPIDX1-QT-HIST              PIC 9(06).
016600     03 LGPIDX1-QT-HISTGEN           PIC 9(06).
016700     03 LGPIDX1-QT-SUSP              PIC 9(06).
016800
016900 FD  HISTLGP1
017000     RECORDING MODE IS F.
017100 01  HISTLGP1-REGISTRO              PIC X(144).
017200
017300 FD  HGENLGP1
017400     RECORDING MODE IS F.
017500 01  HGENLGP1-REGISTRO              PIC X(154).
017600
017700 FD  SUSPLGP1
017800     RECORDING MODE IS F.
017900 01  SUSPLGP1-REGISTRO              PIC X(220).
018000
018100 FD  RELTIT1
018200     RECORDING MODE IS F.
018300 01  RELTIT1-REGISTRO               PIC X(130).
018400
018500 FD  RELEXP1
018600     RECORDING MODE IS F.
018700 01  RELEXP1-REGISTRO               PIC X(130).
018800
018900 SD  LGP-ORDENA.
019000 01  LGP-SRT-REGISTRO.
019100     03 LGP-SRT-COD-FUNCI            PIC X(08).
019200     03 LGP-SRT-SIT-FUNCI            PIC X(01).
019300     03 LGP-SRT-DAT-DEMIS            PIC 9(08).
019400
019500 WORKING-STORAGE SECTION.
019600******************************************************************
019700*    SWITCHES E CONTADORES GERAIS DO PROGRAMA                    *
019800******************************************************************
019900 77  LGP-FS-LGPPARM            PIC X(02) VALUE '00'.
020000 77  LGP-FS-ARQSAI01           PIC X(02) VALUE '00'.
020100 77  LGP-FS-SAIIDX01           PIC X(02) VALUE '00'.
020200 77  LGP-FS-HIST1112           PIC X(02) VALUE '00'.
020300 77  LGP-FS-HISTGEN1           PIC X(02) VALUE '00'.
020400 77  LGP-FS-SUSP1112           PIC X(02) VALUE '00'.
020500 77  LGP-FS-ARQRSC01           PIC X(02) VALUE '00'.
020600 77  LGP-FS-ARQDLT01           PIC X(02) VALUE '00'.
020700 77  LGP-FS-ARQENT01           PIC X(02) VALUE '00'.
020800 77  LGP-FS-LISTENT1           PIC X(02) VALUE '00'.
020900 77  LGP-FS-LGPIDX1            PIC X(02) VALUE '00'.
020910 77  LGP-FS-ARQBAS01           PIC X(02) VALUE '00'.
020920 77  LGP-FS-JRNALT1            PIC X(02) VALUE '00'.
020930 77  LGP-FS-CTLDST1            PIC X(02) VALUE '00'.
021000
021100 77  LGP-SW-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
021200     88 LGP-FIM-ARQUIVO             VALUE 'S'.
021300
021400 77  LGP-SW-FIM-LISTENT1       PIC X(01) VALUE 'N'.
021500     88 LGP-FIM-LISTENT1            VALUE 'S'.
021600
021700 77  LGP-SW-FIM-ORDENA         PIC X(01) VALUE 'N'.
021800     88 LGP-FIM-ORDENA              VALUE 'S'.
021900
022000 77  LGP-SW-ABANDONA           PIC X(01) VALUE 'N'.
022100     88 LGP-ABANDONA                VALUE 'S'.
022200
022300 77  LGP-SW-ELEGIVEL           PIC X(01) VALUE 'N'.
022400     88 LGP-ELEGIVEL                VALUE 'S'.
022500
022600 77  LGP-SW-ACHOU              PIC X(01) VALUE 'N'.
022700     88 LGP-ACHOU                   VALUE 'S'.
022800
022900 77  LGP-NOM-ARQSAI            PIC X(08) VALUE 'ARQSAI01'.
023000 77  LGP-NOM-ARQENT            PIC X(50) VALUE 'ARQENT01'.
023100
023200 01  LGP-DATA-SISTEMA.
023300     03 LGP-DATA-SISTEMA-AAAA  PIC 9(04).
023400     03 LGP-DATA-SISTEMA-MM    PIC 9(02).
023500     03 LGP-DATA-SISTEMA-DD    PIC 9(02).
023600
023700 77  LGP-DATA-EXEC-EDIT        PIC X(10) VALUE SPACES.
023800
023900******************************************************************
024000*    PARAMETROS DA EXECUCAO (CARTAO LGPPARM)                     *
024100******************************************************************
024200 77  LGP-TIP-EXECUCAO          PIC X(01) VALUE SPACES.
024300     88 LGP-EXEC-CONSULTA           VALUE 'C'.
024400     88 LGP-EXEC-EXPURGO            VALUE 'P'.
024500
024600 77  LGP-TIP-EXPURGO           PIC X(01) VALUE 'E'.
024700     88 LGP-EXPURGO-EXCLUSAO        VALUE 'E'.
024800     88 LGP-EXPURGO-ANONIMIZACAO    VALUE 'A'.
024900
025000 77  LGP-COD-TITULAR           PIC X(08) VALUE SPACES.
025100 77  LGP-QT-ANOS-RETENCAO      PIC 9(02) VALUE 5.
025200 77  LGP-NUM-PROTOCOLO         PIC X(15) VALUE SPACES.
025300 77  LGP-DAT-CORTE             PIC 9(08) VALUE ZEROS.
025400
025500******************************************************************
025600*    CONVERSAO DE DATAS DD/MM/AAAA PARA AAAAMMDD COMPARAVEL E    *
025700*    DE AAAAMMDD DE VOLTA PARA DD/MM/AAAA                        *
025800******************************************************************
025900 77  LGP-DAT-COMP              PIC 9(08) VALUE ZEROS.
026000
026100 01  LGP-DAT-TRAB              PIC X(10) VALUE SPACES.
026200 01  LGP-DAT-TRAB-O       REDEFINES LGP-DAT-TRAB.
026300     03 LGP-DAT-TRAB-DD        PIC 9(02).
026400     03 LGP-DAT-TRAB-B1        PIC X(01).
026500     03 LGP-DAT-TRAB-MM        PIC 9(02).
026600     03 LGP-DAT-TRAB-B2        PIC X(01).
026700     03 LGP-DAT-TRAB-AA        PIC 9(04).
026800
026900 01  LGP-DAT-AAAAMMDD          PIC 9(08) VALUE ZEROS.
027000 01  LGP-DAT-AAAAMMDD-O   REDEFINES LGP-DAT-AAAAMMDD.
027100     03 LGP-DAT-AAAAMMDD-AA    PIC 9(04).
027200     03 LGP-DAT-AAAAMMDD-MM    PIC 9(02).
027300     03 LGP-DAT-AAAAMMDD-DD    PIC 9(02).
027400
027500******************************************************************
027600*    ARQUIVOS PESQUISADOS NA CONSULTA DO TITULAR: NOME, DESCRICAO*
027700*    E, POR ARQUIVO, REGISTROS DO TITULAR ENCONTRADOS E SE O     *
027800*    ARQUIVO ESTAVA DISPONIVEL. AS POSICOES 1 E 10 A 19 TEM O    *
027900*    LAYOUT DO SAI01112 E SAO LIDAS PELO MESMO PARAGRAFO         *
028000******************************************************************
028100 77  LGP-QT-ARQ                PIC 9(02) VALUE 19.
028200 77  LGP-NR-ARQ                PIC 9(02) VALUE ZEROS.
028300
028400 01  LGP-TAB-ARQ-VALORES.
028500     03 FILLER                 PIC X(08) VALUE 'ARQSAI01'.
028600     03 FILLER                 PIC X(30)
028700                 VALUE 'EXTRACAO DO CADASTRO'.
028800     03 FILLER                 PIC X(08) VALUE 'SAIIDX01'.
028900     03 FILLER                 PIC X(30)
029000                 VALUE 'INDICE DA EXTRACAO'.
029100     03 FILLER                 PIC X(08) VALUE 'HIST1112'.
029200     03 FILLER                 PIC X(30)
029300                 VALUE 'HISTORICO (ULTIMA EXTRACAO)'.
029400     03 FILLER                 PIC X(08) VALUE 'HISTGEN1'.
029500     03 FILLER                 PIC X(30)
029600                 VALUE 'GERACOES DATADAS DO HISTORICO'.
029700     03 FILLER                 PIC X(08) VALUE 'SUSP1112'.
029800     03 FILLER                 PIC X(30)
029900                 VALUE 'SUSPENSE DE REJEITADOS'.
030000     03 FILLER                 PIC X(08) VALUE 'ARQRSC01'.
030100     03 FILLER                 PIC X(30)
030200                 VALUE 'RESCISOES DO PERIODO'.
030300     03 FILLER                 PIC X(08) VALUE 'ARQDLT01'.
030400     03 FILLER                 PIC X(30)
030500                 VALUE 'MOVIMENTO PARA CONSUMIDORES'.
030510     03 FILLER                 PIC X(08) VALUE 'ARQBAS01'.
030520     03 FILLER                 PIC X(30)
030530                 VALUE 'BASE DE DISTRIBUICAO'.
030540     03 FILLER                 PIC X(08) VALUE 'JRNALT1'.
030550     03 FILLER                 PIC X(30)
030560                 VALUE 'JOURNAL DE ALTERACOES'.
030600     03 FILLER                 PIC X(08) VALUE 'SAIOFC01'.
030700     03 FILLER                 PIC X(30)
030800                 VALUE 'EXTRACAO POR ESCRITORIO'.
030900     03 FILLER                 PIC X(08) VALUE 'SAIOFC02'.
031000     03 FILLER                 PIC X(30)
031100                 VALUE 'EXTRACAO POR ESCRITORIO'.
031200     03 FILLER                 PIC X(08) VALUE 'SAIOFC03'.
031300     03 FILLER                 PIC X(30)
031400                 VALUE 'EXTRACAO POR ESCRITORIO'.
031500     03 FILLER                 PIC X(08) VALUE 'SAIOFC04'.
031600     03 FILLER                 PIC X(30)
031700                 VALUE 'EXTRACAO POR ESCRITORIO'.
031800     03 FILLER                 PIC X(08) VALUE 'SAIOFC05'.
031900     03 FILLER                 PIC X(30)
032000                 VALUE 'EXTRACAO POR ESCRITORIO'.
032100     03 FILLER                 PIC X(08) VALUE 'SAIOFC06'.
032200     03 FILLER                 PIC X(30)
032300                 VALUE 'EXTRACAO POR ESCRITORIO'.
032400     03 FILLER                 PIC X(08) VALUE 'SAIOFC07'.
032500     03 FILLER                 PIC X(30)
032600                 VALUE 'EXTRACAO POR ESCRITORIO'.
032700     03 FILLER                 PIC X(08) VALUE 'SAIOFC08'.
032800     03 FILLER                 PIC X(30)
032900                 VALUE 'EXTRACAO POR ESCRITORIO'.
033000     03 FILLER                 PIC X(08) VALUE 'SAIOFC09'.
033100     03 FILLER                 PIC X(30)
033200                 VALUE 'EXTRACAO POR ESCRITORIO'.
033300     03 FILLER                 PIC X(08) VALUE 'SAIOFC10'.
033400     03 FILLER                 PIC X(30)
033500                 VALUE 'EXTRACAO POR ESCRITORIO'.
033600
033700 01  LGP-TAB-ARQ          REDEFINES LGP-TAB-ARQ-VALORES.
033800     03 LGP-ARQ OCCURS 19 TIMES.
033900        05 LGP-ARQ-NOME        PIC X(08).
034000        05 LGP-ARQ-DESCRICAO   PIC X(30).
034100
034200 01  LGP-TAB-OCORRENCIAS.
034300     03 LGP-OCR OCCURS 19 TIMES.
034400        05 LGP-OCR-QT-REGISTROS PIC 9(06) VALUE ZEROS.
034500        05 LGP-OCR-SW-INDISP   PIC X(01) VALUE 'N'.
034600           88 LGP-OCR-INDISP        VALUE 'S'.
034700
034800******************************************************************
034900*    TITULAR CORRENTE NA CONSULTA                                *
035000******************************************************************
035100 77  LGP-DAT-EXTRACAO          PIC X(10) VALUE '(ATUAL)'.
035200 77  LGP-DAT-MOVIMENTO         PIC X(10) VALUE SPACES.
035300 77  LGP-VALOR-TRAB            PIC X(55) VALUE SPACES.
035400 77  LGP-QT-CAMPOS             PIC 9(06) VALUE ZEROS.
035500 77  LGP-QT-REG-TITULAR        PIC 9(06) VALUE ZEROS.
035600 77  LGP-QT-ARQ-INDISP         PIC 9(02) VALUE ZEROS.
035650 77  LGP-QT-CNS-NAO-PESQ       PIC 9(04) VALUE ZEROS.
035700
035800******************************************************************
035900*    FEEDS DE ENTRADA DO CADASTRO (PRIMARIO ARQENT01 E OS        *
036000*    LISTADOS NO LISTENT1), LIDOS NO EXPURGO PARA SABER QUEM     *
036100*    AINDA ESTA ATIVO E A DATA DE DEMISSAO DOS DESLIGADOS        *
036200******************************************************************
036300 77  LGP-QT-FEED               PIC 9(02) VALUE ZEROS.
036400 77  LGP-MAX-FEED              PIC 9(02) VALUE 20.
036500 77  LGP-NR-FEED               PIC 9(02) VALUE ZEROS.
036600
036700 01  LGP-TAB-FEED.
036800     03 LGP-FEED-NOME OCCURS 20 TIMES PIC X(50).
036900
037000 77  LGP-QT-REG-FEEDS          PIC 9(08) VALUE ZEROS.
037100 77  LGP-QT-DEMIS-INVALIDA     PIC 9(08) VALUE ZEROS.
037200
037300******************************************************************
037400*    APURACAO DOS ELEGIVEIS AO EXPURGO (QUEBRA POR COD-FUNCI)    *
037500******************************************************************
037600 77  LGP-COD-ATUAL             PIC X(08) VALUE SPACES.
037700 77  LGP-DAT-DEMIS-MAIOR       PIC 9(08) VALUE ZEROS.
037800
037900 77  LGP-SW-PRIMEIRO           PIC X(01) VALUE 'S'.
038000     88 LGP-PRIMEIRO                VALUE 'S'.
038100
038200 77  LGP-SW-FUNCI-ATIVO        PIC X(01) VALUE 'N'.
038300     88 LGP-FUNCI-ATIVO             VALUE 'S'.
038400
038500 77  LGP-SW-DEMIS-INVALIDA     PIC X(01) VALUE 'N'.
038600     88 LGP-DEMIS-INVALIDA          VALUE 'S'.
038700
038800 77  LGP-QT-FUNCIONARIOS       PIC 9(08) VALUE ZEROS.
038900 77  LGP-QT-ATIVOS             PIC 9(08) VALUE ZEROS.
039000 77  LGP-QT-EM-RETENCAO        PIC 9(08) VALUE ZEROS.
039100 77  LGP-QT-SEM-DEMISSAO       PIC 9(08) VALUE ZEROS.
039200 77  LGP-QT-ELEGIVEIS          PIC 9(08) VALUE ZEROS.
039300
039400******************************************************************
039500*    PSEUDONIMO DA ANONIMIZACAO DO HISTGEN1: '*' SEGUIDO DE UMA  *
039600*    SEQUENCIA DE 7 DIGITOS, QUE CONTINUA A MAIOR JA EXISTENTE   *
039700******************************************************************
039800 77  LGP-SEQ-PSEUDONIMO        PIC 9(07) VALUE ZEROS.
039900
040000 01  LGP-COD-PSEUDONIMO        PIC X(08) VALUE SPACES.
040100 01  LGP-COD-PSEUDONIMO-O REDEFINES LGP-COD-PSEUDONIMO.
040200     03 LGP-PSD-PREFIXO        PIC X(01).
040300     03 LGP-PSD-SEQUENCIA      PIC 9(07).
040400
040500 77  LGP-NOM-ANONIMIZADO       PIC X(50)
040600                 VALUE 'TITULAR ANONIMIZADO'.
040700
040800******************************************************************
040900*    TOTAIS DE CONTROLE DO EXPURGO POR ARQUIVO (1 = HIST1112,    *
041000*    2 = HISTGEN1, 3 = SUSP1112): QUANTIDADES E HASH DE COD-FUNCI*
041100*    LIDOS = MANTIDOS + EXPURGADOS + ANONIMIZADOS,               *
041200*    GRAVADOS = MANTIDOS + ANONIMIZADOS E                        *
041300*    HASH LIDOS = HASH MANTIDOS + HASH AFETADOS                  *
041400******************************************************************
041500 77  LGP-NR-CTL                PIC 9(01) VALUE ZEROS.
041600 77  LGP-COD-HASH              PIC X(08) VALUE SPACES.
041700 77  LGP-COD-FUNCI-N           PIC 9(08) VALUE ZEROS.
041800 77  LGP-VLR-HASH              PIC 9(08) VALUE ZEROS.
041900
042000 01  LGP-TAB-CTL.
042100     03 LGP-CTL OCCURS 3 TIMES.
042200        05 LGP-CTL-NOME        PIC X(08) VALUE SPACES.
042300        05 LGP-CTL-QT-LIDOS    PIC 9(08) VALUE ZEROS.
042400        05 LGP-CTL-QT-MANTIDOS PIC 9(08) VALUE ZEROS.
042500        05 LGP-CTL-QT-EXPURGADOS PIC 9(08) VALUE ZEROS.
042600        05 LGP-CTL-QT-ANONIMIZADOS PIC 9(08) VALUE ZEROS.
042700        05 LGP-CTL-QT-GRAVADOS PIC 9(08) VALUE ZEROS.
042800        05 LGP-CTL-HASH-LIDOS  PIC 9(15) VALUE ZEROS.
042900        05 LGP-CTL-HASH-MANTIDOS PIC 9(15) VALUE ZEROS.
043000        05 LGP-CTL-HASH-AFETADOS PIC 9(15) VALUE ZEROS.
043100        05 LGP-CTL-SW-INDISP   PIC X(01) VALUE 'N'.
043200           88 LGP-CTL-INDISP        VALUE 'S'.
043300
043400 77  LGP-SW-CTL-BATIDO         PIC X(01) VALUE 'S'.
043500     88 LGP-CTL-BATIDO              VALUE 'S'.
043600
043700******************************************************************
043800*    LINHAS DO RELATORIO DO TITULAR (RELTIT1)                    *
043900******************************************************************
044000 01  LGP-LIN-TIT-DADO.
044100     03 FILLER                 PIC X(08) VALUE 'ARQUIVO'.
044200     03 FILLER                 PIC X(01) VALUE SPACES.
044300     03 FILLER                 PIC X(10) VALUE 'DATA'.
044400     03 FILLER                 PIC X(01) VALUE SPACES.
044500     03 FILLER                 PIC X(22) VALUE 'CAMPO'.
044600     03 FILLER                 PIC X(01) VALUE SPACES.
044700     03 FILLER                 PIC X(55) VALUE 'VALOR'.
044800     03 FILLER                 PIC X(01) VALUE SPACES.
044900     03 FILLER                 PIC X(30) VALUE 'OBSERVACAO'.
045000
045100 01  LGP-LIN-DADO.
045200     03 LGP-LIN-ARQUIVO        PIC X(08).
045300     03 FILLER                 PIC X(01) VALUE SPACES.
045400     03 LGP-LIN-DATA           PIC X(10).
045500     03 FILLER                 PIC X(01) VALUE SPACES.
045600     03 LGP-LIN-CAMPO          PIC X(22).
045700     03 FILLER                 PIC X(01) VALUE SPACES.
045800     03 LGP-LIN-VALOR          PIC X(55).
045900     03 FILLER                 PIC X(01) VALUE SPACES.
046000     03 LGP-LIN-OBS            PIC X(30).
046100
046200 01  LGP-LIN-TIT-RESUMO.
046300     03 FILLER                 PIC X(08) VALUE 'ARQUIVO'.
046400     03 FILLER                 PIC X(01) VALUE SPACES.
046500     03 FILLER                 PIC X(30) VALUE 'CONTEUDO'.
046600     03 FILLER                 PIC X(01) VALUE SPACES.
046700     03 FILLER                 PIC X(08) VALUE 'REGISTR.'.
046800     03 FILLER                 PIC X(01) VALUE SPACES.
046900     03 FILLER                 PIC X(20) VALUE 'SITUACAO'.
047000
047100 01  LGP-LIN-RESUMO.
047200     03 LGP-LIN-RES-ARQUIVO    PIC X(08).
047300     03 FILLER                 PIC X(01) VALUE SPACES.
047400     03 LGP-LIN-RES-DESCRICAO  PIC X(30).
047500     03 FILLER                 PIC X(03) VALUE SPACES.
047600     03 LGP-LIN-RES-QT         PIC 9(06).
047700     03 FILLER                 PIC X(01) VALUE SPACES.
047800     03 LGP-LIN-RES-SITUACAO   PIC X(20).
047900
048000******************************************************************
048100*    LINHAS DO CERTIFICADO DE EXPURGO (RELEXP1)                  *
048200******************************************************************
048300 01  LGP-LIN-TIT-EXPURGADO.
048400     03 FILLER                 PIC X(08) VALUE 'CODIGO'.
048500     03 FILLER                 PIC X(02) VALUE SPACES.
048600     03 FILLER                 PIC X(10) VALUE 'DEMISSAO'.
048700     03 FILLER                 PIC X(02) VALUE SPACES.
048800     03 FILLER                 PIC X(08) VALUE 'HIST1112'.
048900     03 FILLER                 PIC X(02) VALUE SPACES.
049000     03 FILLER                 PIC X(08) VALUE 'HISTGEN1'.
049100     03 FILLER                 PIC X(02) VALUE SPACES.
049200     03 FILLER                 PIC X(08) VALUE 'SUSP1112'.
049300
049400 01  LGP-LIN-EXPURGADO.
049500     03 LGP-LIN-EXP-COD-FUNCI  PIC X(08).
049600     03 FILLER                 PIC X(02) VALUE SPACES.
049700     03 LGP-LIN-EXP-DAT-DEMIS  PIC X(10).
049800     03 FILLER                 PIC X(04) VALUE SPACES.
049900     03 LGP-LIN-EXP-QT-HIST    PIC 9(06).
050000     03 FILLER                 PIC X(04) VALUE SPACES.
050100     03 LGP-LIN-EXP-QT-HISTGEN PIC 9(06).
050200     03 FILLER                 PIC X(04) VALUE SPACES.
050300     03 LGP-LIN-EXP-QT-SUSP    PIC 9(06).
050400
050500 01  LGP-LIN-TIT-CONTROLE.
050600     03 FILLER                 PIC X(08) VALUE 'ARQUIVO'.
050700     03 FILLER                 PIC X(01) VALUE SPACES.
050800     03 FILLER                 PIC X(08) VALUE '   LIDOS'.
050900     03 FILLER                 PIC X(01) VALUE SPACES.
051000     03 FILLER                 PIC X(08) VALUE 'MANTIDOS'.
051100     03 FILLER                 PIC X(01) VALUE SPACES.
051200     03 FILLER                 PIC X(08) VALUE 'EXPURG. '.
051300     03 FILLER                 PIC X(01) VALUE SPACES.
051400     03 FILLER                 PIC X(08) VALUE 'ANONIM. '.
051500     03 FILLER                 PIC X(01) VALUE SPACES.
051600     03 FILLER                 PIC X(08) VALUE 'GRAVADOS'.
051700     03 FILLER                 PIC X(01) VALUE SPACES.
051800     03 FILLER                 PIC X(15) VALUE 'HASH LIDOS'.
051900     03 FILLER                 PIC X(01) VALUE SPACES.
052000     03 FILLER                 PIC X(15) VALUE 'HASH MANTIDOS'.
052100     03 FILLER                 PIC X(01) VALUE SPACES.
052200     03 FILLER                 PIC X(15) VALUE 'HASH AFETADOS'.
052300     03 FILLER                 PIC X(01) VALUE SPACES.
052400     03 FILLER                 PIC X(14) VALUE 'SITUACAO'.
052500
052600 01  LGP-LIN-CONTROLE.
052700     03 LGP-LIN-CTL-NOME       PIC X(08).
052800     03 FILLER                 PIC X(01) VALUE SPACES.
052900     03 LGP-LIN-CTL-LIDOS      PIC 9(08).
053000     03 FILLER                 PIC X(01) VALUE SPACES.
053100     03 LGP-LIN-CTL-MANTIDOS   PIC 9(08).
053200     03 FILLER                 PIC X(01) VALUE SPACES.
053300     03 LGP-LIN-CTL-EXPURGADOS PIC 9(08).
053400     03 FILLER                 PIC X(01) VALUE SPACES.
053500     03 LGP-LIN-CTL-ANONIMIZADOS PIC 9(08).
053600     03 FILLER                 PIC X(01) VALUE SPACES.
053700     03 LGP-LIN-CTL-GRAVADOS   PIC 9(08).
053800     03 FILLER                 PIC X(01) VALUE SPACES.
053900     03 LGP-LIN-CTL-HASH-LIDOS PIC 9(15).
054000     03 FILLER                 PIC X(01) VALUE SPACES.
054100     03 LGP-LIN-CTL-HASH-MANTIDOS PIC 9(15).
054200     03 FILLER                 PIC X(01) VALUE SPACES.
054300     03 LGP-LIN-CTL-HASH-AFETADOS PIC 9(15).
054400     03 FILLER                 PIC X(01) VALUE SPACES.
054500     03 LGP-LIN-CTL-SITUACAO   PIC X(14).
054600
054700 PROCEDURE DIVISION.
054800******************************************************************
054900*    0000-MAINLINE                                               *
055000*    PARAGRAFO PRINCIPAL DO PROGRAMA                             *
055100******************************************************************
055200 0000-MAINLINE.
055300
055400     PERFORM 1000-INICIALIZA        THRU 1000-EXIT.
055500
055600     IF NOT LGP-ABANDONA
055700        AND LGP-EXEC-CONSULTA
055800         PERFORM 2000-CONSULTA-TITULAR THRU 2000-EXIT
055900     END-IF.
056000
056100     IF NOT LGP-ABANDONA
056200        AND LGP-EXEC-EXPURGO
056300         PERFORM 4000-EXPURGA-RETENCAO THRU 4000-EXIT
056400     END-IF.
056500
056600     PERFORM 8000-FINALIZA          THRU 8000-EXIT.
056700
056800     STOP RUN.
056900
057000******************************************************************
057100*    1000-INICIALIZA                                             *
057200*    OBTEM A DATA DO SISTEMA, ABRE O RELATORIO DO TITULAR E O    *
057300*    CERTIFICADO DE EXPURGO E LE O CARTAO DE PARAMETROS          *
057400******************************************************************
057500 1000-INICIALIZA.
057600
057700     ACCEPT LGP-DATA-SISTEMA FROM DATE YYYYMMDD.
057800
057900     STRING LGP-DATA-SISTEMA-DD   DELIMITED BY SIZE
058000            '/'                   DELIMITED BY SIZE
058100            LGP-DATA-SISTEMA-MM   DELIMITED BY SIZE
058200            '/'                   DELIMITED BY SIZE
058300            LGP-DATA-SISTEMA-AAAA DELIMITED BY SIZE
058400       INTO LGP-DATA-EXEC-EDIT.
058500
058600     OPEN OUTPUT RELTIT1.
058700     OPEN OUTPUT RELEXP1.
058800
058900     MOVE SPACES TO RELTIT1-REGISTRO.
059000     STRING 'RELATORIO DE DADOS DO TITULAR (LGPD) - LGP01112'
059100            DELIMITED BY SIZE INTO RELTIT1-REGISTRO.
059200     WRITE RELTIT1-REGISTRO.
059300
059400     MOVE SPACES TO RELEXP1-REGISTRO.
059500     STRING 'CERTIFICADO DE EXPURGO DE DADOS PESSOAIS (LGPD) - '
059600            'LGP01112'
059700            DELIMITED BY SIZE INTO RELEXP1-REGISTRO.
059800     WRITE RELEXP1-REGISTRO.
059900
060000     PERFORM 1300-LE-PARAMETROS THRU 1300-EXIT.
060100
060200 1000-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600*    1300-LE-PARAMETROS                                          *
060700*    LE O CARTAO DE PARAMETROS (LGPPARM): TIPO DE EXECUCAO ('C'  *
060800*    CONSULTA DO TITULAR, 'P' EXPURGO POR RETENCAO), COD-FUNCI   *
060900*    DO TITULAR (CONSULTA), PERIODO DE RETENCAO EM ANOS (EM      *
061000*    BRANCO, 05), TRATAMENTO DO HISTGEN1 ('E' EXCLUSAO, DEFAULT, *
061100*    OU 'A' ANONIMIZACAO) E NUMERO DO PROTOCOLO DO PEDIDO. SEM   *
061200*    CARTAO OU CARTAO INVALIDO ABANDONA                          *
061300******************************************************************
061400 1300-LE-PARAMETROS.
061500
061600     OPEN INPUT LGPPARM.
061700
061800     IF LGP-FS-LGPPARM NOT EQUAL '00'
061900         DISPLAY 'LGP01112 - LGPPARM NAO ABERTO FS='
062000                  LGP-FS-LGPPARM
062100         MOVE SPACES TO LGPPARM-REGISTRO
062200         GO TO 1300-INVALIDO
062300     END-IF.
062400
062500     READ LGPPARM
062600         AT END
062700             MOVE SPACES TO LGPPARM-REGISTRO
062800     END-READ.
062900
063000     CLOSE LGPPARM.
063100
063200     MOVE LGPPARM-TIP-EXECUCAO  TO LGP-TIP-EXECUCAO.
063300     MOVE LGPPARM-COD-FUNCI     TO LGP-COD-TITULAR.
063400     MOVE LGPPARM-NUM-PROTOCOLO TO LGP-NUM-PROTOCOLO.
063500
063600     IF NOT LGP-EXEC-CONSULTA
063700        AND NOT LGP-EXEC-EXPURGO
063800         GO TO 1300-INVALIDO
063900     END-IF.
064000
064100     IF LGP-EXEC-CONSULTA
064200         IF LGP-COD-TITULAR EQUAL SPACES
064300             GO TO 1300-INVALIDO
064400         END-IF
064500         GO TO 1300-EMITE
064600     END-IF.
064700
064800     IF LGPPARM-QT-ANOS-RETENCAO NUMERIC
064900        AND LGPPARM-QT-ANOS-RETENCAO GREATER ZEROS
065000         MOVE LGPPARM-QT-ANOS-RETENCAO TO LGP-QT-ANOS-RETENCAO
065100     END-IF.
065200
065300     IF LGPPARM-TIP-EXPURGO NOT EQUAL SPACES
065400         MOVE LGPPARM-TIP-EXPURGO TO LGP-TIP-EXPURGO
065500     END-IF.
065600
065700     IF NOT LGP-EXPURGO-EXCLUSAO
065800        AND NOT LGP-EXPURGO-ANONIMIZACAO
065900         GO TO 1300-INVALIDO
066000     END-IF.
066100
066200     COMPUTE LGP-DAT-CORTE =
066300             (LGP-DATA-SISTEMA-AAAA - LGP-QT-ANOS-RETENCAO)
066400                                   * 10000
066500           + LGP-DATA-SISTEMA-MM   * 100
066600           + LGP-DATA-SISTEMA-DD.
066700
066800 1300-EMITE.
066900
067000     IF LGP-EXEC-CONSULTA
067100         PERFORM 1310-CABECALHO-CONSULTA THRU 1310-EXIT
067200     ELSE
067300         PERFORM 1320-CABECALHO-EXPURGO  THRU 1320-EXIT
067400     END-IF.
067500
067600     GO TO 1300-EXIT.
067700
067800 1300-INVALIDO.
067900
068000     DISPLAY 'LGP01112 - CARTAO LGPPARM INVALIDO: '
068100              LGPPARM-REGISTRO.
068200     MOVE SPACES TO RELTIT1-REGISTRO.
068300     STRING 'CARTAO LGPPARM AUSENTE OU INVALIDO - NADA FOI '
068400            'PROCESSADO'
068500            DELIMITED BY SIZE INTO RELTIT1-REGISTRO.
068600     WRITE RELTIT1-REGISTRO.
068700     WRITE RELEXP1-REGISTRO FROM RELTIT1-REGISTRO.
068800     SET LGP-ABANDONA TO TRUE.
068900     MOVE 12 TO RETURN-CODE.
069000
069100 1300-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500*    1310-CABECALHO-CONSULTA                                     *
069600*    IDENTIFICA O PEDIDO NO RELATORIO DO TITULAR E REGISTRA NO   *
069700*    CERTIFICADO QUE NAO HOUVE EXPURGO NESTA EXECUCAO            *
069800******************************************************************
069900 1310-CABECALHO-CONSULTA.
070000
070100     MOVE SPACES TO RELTIT1-REGISTRO.
070200     WRITE RELTIT1-REGISTRO.
070300
070400     MOVE SPACES TO RELTIT1-REGISTRO.
070500     STRING 'TITULAR (COD-FUNCI) .................: '
070600            DELIMITED BY SIZE
070700            LGP-COD-TITULAR DELIMITED BY SIZE
070800       INTO RELTIT1-REGISTRO.
070900     WRITE RELTIT1-REGISTRO.
071000
071100     MOVE SPACES TO RELTIT1-REGISTRO.
071200     STRING 'PROTOCOLO DO PEDIDO .................: '
071300            DELIMITED BY SIZE
071400            LGP-NUM-PROTOCOLO DELIMITED BY SIZE
071500       INTO RELTIT1-REGISTRO.
071600     WRITE RELTIT1-REGISTRO.
071700
071800     MOVE SPACES TO RELTIT1-REGISTRO.
071900     STRING 'DATA DA CONSULTA ....................: '
072000            DELIMITED BY SIZE
072100            LGP-DATA-EXEC-EDIT DELIMITED BY SIZE
072200       INTO RELTIT1-REGISTRO.
072300     WRITE RELTIT1-REGISTRO.
072400
072500     MOVE SPACES TO RELEXP1-REGISTRO.
072600     STRING 'EXPURGO NAO SOLICITADO NESTA EXECUCAO (CONSULTA '
072700            'DO TITULAR)'
072800            DELIMITED BY SIZE INTO RELEXP1-REGISTRO.
072900     WRITE RELEXP1-REGISTRO.
073000
073100 1310-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500*    1320-CABECALHO-EXPURGO                                      *
073600*    IDENTIFICA NO CERTIFICADO OS PARAMETROS DO EXPURGO E        *
073700*    REGISTRA NO RELATORIO DO TITULAR QUE NAO HOUVE CONSULTA     *
073800******************************************************************
073900 1320-CABECALHO-EXPURGO.
074000
074100     MOVE SPACES TO RELEXP1-REGISTRO.
074200     WRITE RELEXP1-REGISTRO.
074300
074400     MOVE SPACES TO RELEXP1-REGISTRO.
074500     STRING 'DATA DO EXPURGO .....................: '
074600            DELIMITED BY SIZE
074700            LGP-DATA-EXEC-EDIT DELIMITED BY SIZE
074800       INTO RELEXP1-REGISTRO.
074900     WRITE RELEXP1-REGISTRO.
075000
075100     MOVE SPACES TO RELEXP1-REGISTRO.
075200     STRING 'PROTOCOLO ...........................: '
075300            DELIMITED BY SIZE
075400            LGP-NUM-PROTOCOLO DELIMITED BY SIZE
075500       INTO RELEXP1-REGISTRO.
075600     WRITE RELEXP1-REGISTRO.
075700
075800     MOVE SPACES TO RELEXP1-REGISTRO.
075900     STRING 'PERIODO DE RETENCAO (ANOS) ..........: '
076000            DELIMITED BY SIZE
076100            LGP-QT-ANOS-RETENCAO DELIMITED BY SIZE
076200       INTO RELEXP1-REGISTRO.
076300     WRITE RELEXP1-REGISTRO.
076400
076500     MOVE LGP-DAT-CORTE TO LGP-DAT-AAAAMMDD.
076600     PERFORM 1360-EDITA-DATA THRU 1360-EXIT.
076700
076800     MOVE SPACES TO RELEXP1-REGISTRO.
076900     STRING 'DEMITIDOS ANTES DE ..................: '
077000            DELIMITED BY SIZE
077100            LGP-DAT-TRAB DELIMITED BY SIZE
077200       INTO RELEXP1-REGISTRO.
077300     WRITE RELEXP1-REGISTRO.
077400
077500     MOVE SPACES TO RELEXP1-REGISTRO.
077600     IF LGP-EXPURGO-ANONIMIZACAO
077700         STRING 'TRATAMENTO DAS GERACOES (HISTGEN1) ..: '
077800                'ANONIMIZACAO'
077900                DELIMITED BY SIZE INTO RELEXP1-REGISTRO
078000     ELSE
078100         STRING 'TRATAMENTO DAS GERACOES (HISTGEN1) ..: '
078200                'EXCLUSAO'
078300                DELIMITED BY SIZE INTO RELEXP1-REGISTRO
078400     END-IF.
078500     WRITE RELEXP1-REGISTRO.
078600
078700     MOVE SPACES TO RELTIT1-REGISTRO.
078800     STRING 'CONSULTA DO TITULAR NAO SOLICITADA NESTA EXECUCAO '
078900            '(EXPURGO)'
079000            DELIMITED BY SIZE INTO RELTIT1-REGISTRO.
079100     WRITE RELTIT1-REGISTRO.
079200
079300 1320-EXIT.
079400     EXIT.
079500
079600******************************************************************
079700*    1350-CONVERTE-DATA                                          *
079800*    CONVERTE LGP-DAT-TRAB (DD/MM/AAAA) PARA AAAAMMDD EM         *
079900*    LGP-DAT-COMP (ZEROS SE A DATA FOR INVALIDA)                 *
080000******************************************************************
080100 1350-CONVERTE-DATA.
080200
080300     IF LGP-DAT-TRAB-DD NUMERIC
080400        AND LGP-DAT-TRAB-MM NUMERIC
080500        AND LGP-DAT-TRAB-AA NUMERIC
080600        AND LGP-DAT-TRAB-B1 EQUAL '/'
080700        AND LGP-DAT-TRAB-B2 EQUAL '/'
080800        AND LGP-DAT-TRAB-DD GREATER ZEROS
080900        AND LGP-DAT-TRAB-DD NOT GREATER 31
081000        AND LGP-DAT-TRAB-MM GREATER ZEROS
081100        AND LGP-DAT-TRAB-MM NOT GREATER 12
081200         COMPUTE LGP-DAT-COMP =
081300                 LGP-DAT-TRAB-AA * 10000
081400               + LGP-DAT-TRAB-MM * 100
081500               + LGP-DAT-TRAB-DD
081600     ELSE
081700         MOVE ZEROS TO LGP-DAT-COMP
081800     END-IF.
081900
082000 1350-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400*    1360-EDITA-DATA                                             *
082500*    EDITA LGP-DAT-AAAAMMDD COMO DD/MM/AAAA EM LGP-DAT-TRAB      *
082600******************************************************************
082700 1360-EDITA-DATA.
082800
082900     MOVE SPACES TO LGP-DAT-TRAB.
083000     STRING LGP-DAT-AAAAMMDD-DD DELIMITED BY SIZE
083100            '/'                 DELIMITED BY SIZE
083200            LGP-DAT-AAAAMMDD-MM DELIMITED BY SIZE
083300            '/'                 DELIMITED BY SIZE
083400            LGP-DAT-AAAAMMDD-AA DELIMITED BY SIZE
083500       INTO LGP-DAT-TRAB.
083600
083700 1360-EXIT.
083800     EXIT.
083900
084000******************************************************************
084100*    2000-CONSULTA-TITULAR                                       *
084200*    PESQUISA O TITULAR EM CADA ARQUIVO DO CADASTRO, LISTANDO UM *
084300*    CAMPO POR LINHA, E FECHA COM O RESUMO POR ARQUIVO           *
084310*    E A LISTA DOS ARQUIVOS NAO PESQUISADOS                      *
084400******************************************************************
084500 2000-CONSULTA-TITULAR.
084600
084700     MOVE SPACES TO RELTIT1-REGISTRO.
084800     WRITE RELTIT1-REGISTRO.
084900     WRITE RELTIT1-REGISTRO FROM LGP-LIN-TIT-DADO.
085000     MOVE SPACES TO RELTIT1-REGISTRO.
085100     WRITE RELTIT1-REGISTRO.
085200
085300     MOVE 1 TO LGP-NR-ARQ.
085400     PERFORM 2100-CONSULTA-SAI     THRU 2100-EXIT.
085500
085600     MOVE 2 TO LGP-NR-ARQ.
085700     PERFORM 2200-CONSULTA-SAIIDX  THRU 2200-EXIT.
085800
085900     MOVE 3 TO LGP-NR-ARQ.
086000     PERFORM 2300-CONSULTA-HIST    THRU 2300-EXIT.
086100
086200     MOVE 4 TO LGP-NR-ARQ.
086300     PERFORM 2400-CONSULTA-HISTGEN THRU 2400-EXIT.
086400
086500     MOVE 5 TO LGP-NR-ARQ.
086600     PERFORM 2500-CONSULTA-SUSP    THRU 2500-EXIT.
086700
086800     MOVE 6 TO LGP-NR-ARQ.
086900     PERFORM 2600-CONSULTA-RSC     THRU 2600-EXIT.
087000
087100     MOVE 7 TO LGP-NR-ARQ.
087200     PERFORM 2700-CONSULTA-DLT     THRU 2700-EXIT.
087300
087310     MOVE 8 TO LGP-NR-ARQ.
087320     PERFORM 2800-CONSULTA-BAS     THRU 2800-EXIT.
087330
087340     MOVE 9 TO LGP-NR-ARQ.
087350     PERFORM 2850-CONSULTA-JRN     THRU 2850-EXIT.
087400     PERFORM 2100-CONSULTA-SAI     THRU 2100-EXIT
087500             VARYING LGP-NR-ARQ FROM 10 BY 1
087600             UNTIL LGP-NR-ARQ > LGP-QT-ARQ.
087700
087800     PERFORM 2900-EMITE-RESUMO     THRU 2900-EXIT.
087900
088000 2000-EXIT.
088100     EXIT.
088200
088300******************************************************************
088400*    2100-CONSULTA-SAI                                           *
088500*    PESQUISA O TITULAR NUM ARQUIVO COM O LAYOUT DO SAI01112     *
088600*    (O PROPRIO SAI01112 OU UM ARQUIVO POR ESCRITORIO), INDICADO *
088700*    POR LGP-NR-ARQ. A DATA DOS DADOS E A DO CABECALHO DO        *
088800*    SAI01112; OS ARQUIVOS POR ESCRITORIO NAO TEM CABECALHO E    *
088900*    SAO DA MESMA EXTRACAO                                       *
089000******************************************************************
089100 2100-CONSULTA-SAI.
089200
089300     MOVE LGP-ARQ-NOME(LGP-NR-ARQ) TO LGP-NOM-ARQSAI.
089400
089500     OPEN INPUT ARQSAI01.
089600
089700     IF LGP-FS-ARQSAI01 NOT EQUAL '00'
089800         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
089900         GO TO 2100-EXIT
090000     END-IF.
090100
090200     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
090300
090400     PERFORM 2110-LER-ARQSAI     THRU 2110-EXIT.
090500     PERFORM 2120-EXAMINA-SAI    THRU 2120-EXIT
090600             UNTIL LGP-FIM-ARQUIVO.
090700
090800     CLOSE ARQSAI01.
090900
091000 2100-EXIT.
091100     EXIT.
091200
091300 2110-LER-ARQSAI.
091400
091500     READ ARQSAI01
091600         AT END
091700             SET LGP-FIM-ARQUIVO TO TRUE
091800     END-READ.
091900
092000 2110-EXIT.
092100     EXIT.
092200
092300 2120-EXAMINA-SAI.
092400
092500     IF ARQSAI01-TIPO-CABECALHO
092600         IF LGP-NR-ARQ EQUAL 1
092700             MOVE ARQSAI01-CAB-DAT-EXEC TO LGP-DAT-EXTRACAO
092800         END-IF
092900         GO TO 2120-LER
093000     END-IF.
093100
093200     IF ARQSAI01-TIPO-RODAPE
093300        OR ARQSAI01-COD-FUNCI NOT EQUAL LGP-COD-TITULAR
093400         GO TO 2120-LER
093500     END-IF.
093600
093700     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
093800     MOVE LGP-DAT-EXTRACAO TO LGP-LIN-DATA.
093900     MOVE SPACES           TO LGP-LIN-OBS.
094000
094100     MOVE 'NOME'                 TO LGP-LIN-CAMPO.
094200     MOVE ARQSAI01-NOM-FUNCI     TO LGP-VALOR-TRAB.
094300     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
094400
094500     MOVE 'ESCRITORIO'           TO LGP-LIN-CAMPO.
094600     MOVE ARQSAI01-NOM-ESCRT     TO LGP-VALOR-TRAB.
094700     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
094800
094900     MOVE 'DATA DE CONTRATACAO'  TO LGP-LIN-CAMPO.
095000     MOVE ARQSAI01-DAT-COINT     TO LGP-VALOR-TRAB.
095100     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
095200
095300 2120-LER.
095400
095500     PERFORM 2110-LER-ARQSAI THRU 2110-EXIT.
095600
095700 2120-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100*    2200-CONSULTA-SAIIDX                                        *
096200*    LE O TITULAR NO INDICE DA EXTRACAO (SAIIDX01) PELA CHAVE    *
096300******************************************************************
096400 2200-CONSULTA-SAIIDX.
096500
096600     OPEN INPUT SAIIDX01.
096700
096800     IF LGP-FS-SAIIDX01 NOT EQUAL '00'
096900         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
097000         GO TO 2200-EXIT
097100     END-IF.
097200
097300     MOVE LGP-COD-TITULAR TO SAIIDX01-COD-FUNCI.
097400
097500     READ SAIIDX01
097600         INVALID KEY
097700             MOVE 'N' TO LGP-SW-ACHOU
097800         NOT INVALID KEY
097900             MOVE 'S' TO LGP-SW-ACHOU
098000     END-READ.
098100
098200     IF LGP-ACHOU
098300         ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ)
098400         MOVE LGP-DAT-EXTRACAO TO LGP-LIN-DATA
098500         MOVE SPACES           TO LGP-LIN-OBS
098600         MOVE 'NOME'                TO LGP-LIN-CAMPO
098700         MOVE SAIIDX01-NOM-FUNCI    TO LGP-VALOR-TRAB
098800         PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT
098900         MOVE 'ESCRITORIO'          TO LGP-LIN-CAMPO
099000         MOVE SAIIDX01-NOM-ESCRT    TO LGP-VALOR-TRAB
099100         PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT
099200         MOVE 'DATA DE CONTRATACAO' TO LGP-LIN-CAMPO
099300         MOVE SAIIDX01-DAT-COINT    TO LGP-VALOR-TRAB
099400         PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT
099500     END-IF.
099600
099700     CLOSE SAIIDX01.
099800
099900 2200-EXIT.
100000     EXIT.
100100
100200******************************************************************
100300*    2300-CONSULTA-HIST                                          *
100400*    PESQUISA O TITULAR NO HISTORICO DA ULTIMA EXTRACAO          *
100500*    (HIST1112), QUE E DA MESMA DATA DO SAI01112                 *
100600******************************************************************
100700 2300-CONSULTA-HIST.
100800
100900     OPEN INPUT HIST1112.
101000
101100     IF LGP-FS-HIST1112 NOT EQUAL '00'
101200         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
101300         GO TO 2300-EXIT
101400     END-IF.
101500
101600     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
101700
101800     PERFORM 2310-LER-HIST       THRU 2310-EXIT.
101900     PERFORM 2320-EXAMINA-HIST   THRU 2320-EXIT
102000             UNTIL LGP-FIM-ARQUIVO.
102100
102200     CLOSE HIST1112.
102300
102400 2300-EXIT.
102500     EXIT.
102600
102700 2310-LER-HIST.
102800
102900     READ HIST1112
103000         AT END
103100             SET LGP-FIM-ARQUIVO TO TRUE
103200     END-READ.
103300
103400 2310-EXIT.
103500     EXIT.
103600
103700 2320-EXAMINA-HIST.
103800
103900     IF ARQHIST01-COD-FUNCI NOT EQUAL LGP-COD-TITULAR
104000         GO TO 2320-LER
104100     END-IF.
104200
104300     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
104400     MOVE LGP-DAT-EXTRACAO TO LGP-LIN-DATA.
104500     MOVE SPACES           TO LGP-LIN-OBS.
104600
104700     MOVE 'NOME'                 TO LGP-LIN-CAMPO.
104800     MOVE ARQHIST01-NOM-FUNCI    TO LGP-VALOR-TRAB.
104900     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
105000
105100     MOVE 'ESCRITORIO'           TO LGP-LIN-CAMPO.
105200     MOVE ARQHIST01-NOM-ESCRT    TO LGP-VALOR-TRAB.
105300     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
105400
105500     MOVE 'DEPARTAMENTO'         TO LGP-LIN-CAMPO.
105600     MOVE ARQHIST01-NOM-DPTFN    TO LGP-VALOR-TRAB.
105700     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
105800
105900     MOVE 'SITUACAO'             TO LGP-LIN-CAMPO.
106000     MOVE ARQHIST01-SIT-FUNCI    TO LGP-VALOR-TRAB.
106100     PERFORM 2970-DESCREVE-SITUACAO THRU 2970-EXIT.
106200     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
106300
106400 2320-LER.
106500
106600     PERFORM 2310-LER-HIST THRU 2310-EXIT.
106700
106800 2320-EXIT.
106900     EXIT.
107000
107100******************************************************************
107200*    2400-CONSULTA-HISTGEN                                       *
107300*    PESQUISA O TITULAR EM TODAS AS GERACOES DATADAS DO          *
107400*    HISTORICO (HISTGEN1), COM A DATA DE CADA GERACAO            *
107500******************************************************************
107600 2400-CONSULTA-HISTGEN.
107700
107800     OPEN INPUT HISTGEN1.
107900
108000     IF LGP-FS-HISTGEN1 NOT EQUAL '00'
108100         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
108200         GO TO 2400-EXIT
108300     END-IF.
108400
108500     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
108600
108700     PERFORM 2410-LER-HISTGEN     THRU 2410-EXIT.
108800     PERFORM 2420-EXAMINA-HISTGEN THRU 2420-EXIT
108900             UNTIL LGP-FIM-ARQUIVO.
109000
109100     CLOSE HISTGEN1.
109200
109300 2400-EXIT.
109400     EXIT.
109500
109600 2410-LER-HISTGEN.
109700
109800     READ HISTGEN1
109900         AT END
110000             SET LGP-FIM-ARQUIVO TO TRUE
110100     END-READ.
110200
110300 2410-EXIT.
110400     EXIT.
110500
110600 2420-EXAMINA-HISTGEN.
110700
110800     IF ARQHGN01-COD-FUNCI NOT EQUAL LGP-COD-TITULAR
110900         GO TO 2420-LER
111000     END-IF.
111100
111200     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
111300     MOVE ARQHGN01-DAT-GERACAO TO LGP-LIN-DATA.
111400     MOVE SPACES               TO LGP-LIN-OBS.
111500
111600     MOVE 'NOME'                 TO LGP-LIN-CAMPO.
111700     MOVE ARQHGN01-NOM-FUNCI     TO LGP-VALOR-TRAB.
111800     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
111900
112000     MOVE 'ESCRITORIO'           TO LGP-LIN-CAMPO.
112100     MOVE ARQHGN01-NOM-ESCRT     TO LGP-VALOR-TRAB.
112200     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
112300
112400     MOVE 'DEPARTAMENTO'         TO LGP-LIN-CAMPO.
112500     MOVE ARQHGN01-NOM-DPTFN     TO LGP-VALOR-TRAB.
112600     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
112700
112800     MOVE 'SITUACAO'             TO LGP-LIN-CAMPO.
112900     MOVE ARQHGN01-SIT-FUNCI     TO LGP-VALOR-TRAB.
113000     PERFORM 2970-DESCREVE-SITUACAO THRU 2970-EXIT.
113100     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
113200
113300 2420-LER.
113400
113500     PERFORM 2410-LER-HISTGEN THRU 2410-EXIT.
113600
113700 2420-EXIT.
113800     EXIT.
113900
114000******************************************************************
114100*    2500-CONSULTA-SUSP                                          *
114200*    PESQUISA O TITULAR NO SUSPENSE DE REJEITADOS (SUSP1112),    *
114300*    COM A DATA DE ENTRADA NO SUSPENSE E O MOTIVO                *
114400******************************************************************
114500 2500-CONSULTA-SUSP.
114600
114700     OPEN INPUT SUSP1112.
114800
114900     IF LGP-FS-SUSP1112 NOT EQUAL '00'
115000         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
115100         GO TO 2500-EXIT
115200     END-IF.
115300
115400     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
115500
115600     PERFORM 2510-LER-SUSP       THRU 2510-EXIT.
115700     PERFORM 2520-EXAMINA-SUSP   THRU 2520-EXIT
115800             UNTIL LGP-FIM-ARQUIVO.
115900
116000     CLOSE SUSP1112.
116100
116200 2500-EXIT.
116300     EXIT.
116400
116500 2510-LER-SUSP.
116600
116700     READ SUSP1112
116800         AT END
116900             SET LGP-FIM-ARQUIVO TO TRUE
117000     END-READ.
117100
117200 2510-EXIT.
117300     EXIT.
117400
117500 2520-EXAMINA-SUSP.
117600
117700     IF ARQSUS01-COD-FUNCI NOT EQUAL LGP-COD-TITULAR
117800         GO TO 2520-LER
117900     END-IF.
118000
118100     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
118200     MOVE ARQSUS01-DAT-SUSP TO LGP-LIN-DATA.
118300     MOVE SPACES            TO LGP-LIN-OBS.
118400     STRING 'SUSPENSO - MOTIVO ' DELIMITED BY SIZE
118500            ARQSUS01-COD-MOTIVO  DELIMITED BY SIZE
118600       INTO LGP-LIN-OBS.
118700
118800     MOVE 'NOME'                 TO LGP-LIN-CAMPO.
118900     MOVE ARQSUS01-NOM-FUNCI     TO LGP-VALOR-TRAB.
119000     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
119100
119200     MOVE 'ESCRITORIO'           TO LGP-LIN-CAMPO.
119300     MOVE ARQSUS01-NOM-ESCRT     TO LGP-VALOR-TRAB.
119400     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
119500
119600     MOVE 'CODIGO DEPARTAMENTO'  TO LGP-LIN-CAMPO.
119700     MOVE ARQSUS01-COD-DPTFN     TO LGP-VALOR-TRAB.
119800     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
119900
120000     MOVE 'DEPARTAMENTO'         TO LGP-LIN-CAMPO.
120100     MOVE ARQSUS01-NOM-DPTFN     TO LGP-VALOR-TRAB.
120200     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
120300
120400     MOVE 'DATA DE CONTRATACAO'  TO LGP-LIN-CAMPO.
120500     MOVE ARQSUS01-DAT-COINT     TO LGP-VALOR-TRAB.
120600     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
120700
120800     MOVE 'DATA DE DEMISSAO'     TO LGP-LIN-CAMPO.
120900     MOVE ARQSUS01-DAT-DEMIS     TO LGP-VALOR-TRAB.
121000     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
121100
121200     MOVE 'MOTIVO DA SUSPENSAO'  TO LGP-LIN-CAMPO.
121300     MOVE ARQSUS01-DSC-MOTIVO    TO LGP-VALOR-TRAB.
121400     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
121500
121600 2520-LER.
121700
121800     PERFORM 2510-LER-SUSP THRU 2510-EXIT.
121900
122000 2520-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*    2600-CONSULTA-RSC                                           *
122500*    PESQUISA O TITULAR NAS RESCISOES DO PERIODO (ARQRSC01),     *
122600*    GERADAS PELA MESMA EXTRACAO DO SAI01112                     *
122700******************************************************************
122800 2600-CONSULTA-RSC.
122900
123000     OPEN INPUT ARQRSC01.
123100
123200     IF LGP-FS-ARQRSC01 NOT EQUAL '00'
123300         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
123400         GO TO 2600-EXIT
123500     END-IF.
123600
123700     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
123800
123900     PERFORM 2610-LER-RSC        THRU 2610-EXIT.
124000     PERFORM 2620-EXAMINA-RSC    THRU 2620-EXIT
124100             UNTIL LGP-FIM-ARQUIVO.
124200
124300     CLOSE ARQRSC01.
124400
124500 2600-EXIT.
124600     EXIT.
124700
124800 2610-LER-RSC.
124900
125000     READ ARQRSC01
125100         AT END
125200             SET LGP-FIM-ARQUIVO TO TRUE
125300     END-READ.
125400
125500 2610-EXIT.
125600     EXIT.
125700
125800 2620-EXAMINA-RSC.
125900
126000     IF ARQRSC01-TIPO-RODAPE
126100        OR ARQRSC01-COD-FUNCI NOT EQUAL LGP-COD-TITULAR
126200         GO TO 2620-LER
126300     END-IF.
126400
126500     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
126600     MOVE LGP-DAT-EXTRACAO TO LGP-LIN-DATA.
126700     MOVE SPACES           TO LGP-LIN-OBS.
126800
126900     MOVE 'NOME'                 TO LGP-LIN-CAMPO.
127000     MOVE ARQRSC01-NOM-FUNCI     TO LGP-VALOR-TRAB.
127100     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
127200
127300     MOVE 'ESCRITORIO'           TO LGP-LIN-CAMPO.
127400     MOVE ARQRSC01-NOM-ESCRT     TO LGP-VALOR-TRAB.
127500     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
127600
127700     MOVE 'CODIGO DEPARTAMENTO'  TO LGP-LIN-CAMPO.
127800     MOVE ARQRSC01-COD-DPTFN     TO LGP-VALOR-TRAB.
127900     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
128000
128100     MOVE 'DATA DE DEMISSAO'     TO LGP-LIN-CAMPO.
128200     MOVE ARQRSC01-DAT-DEMIS     TO LGP-VALOR-TRAB.
128300     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
128400
128500 2620-LER.
128600
128700     PERFORM 2610-LER-RSC THRU 2610-EXIT.
128800
128900 2620-EXIT.
129000     EXIT.
129100
129200******************************************************************
129300*    2700-CONSULTA-DLT                                           *
129400*    PESQUISA O TITULAR NO MOVIMENTO PARA OS CONSUMIDORES        *
129500*    (ARQDLT01), COM A DATA DO CABECALHO E A ACAO DO MOVIMENTO   *
129600******************************************************************
129700 2700-CONSULTA-DLT.
129800
129900     OPEN INPUT ARQDLT01.
130000
130100     IF LGP-FS-ARQDLT01 NOT EQUAL '00'
130200         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
130300         GO TO 2700-EXIT
130400     END-IF.
130500
130600     MOVE 'N'              TO LGP-SW-FIM-ARQUIVO.
130700     MOVE LGP-DAT-EXTRACAO TO LGP-DAT-MOVIMENTO.
130800
130900     PERFORM 2710-LER-DLT        THRU 2710-EXIT.
131000     PERFORM 2720-EXAMINA-DLT    THRU 2720-EXIT
131100             UNTIL LGP-FIM-ARQUIVO.
131200
131300     CLOSE ARQDLT01.
131400
131500 2700-EXIT.
131600     EXIT.
131700
131800 2710-LER-DLT.
131900
132000     READ ARQDLT01
132100         AT END
132200             SET LGP-FIM-ARQUIVO TO TRUE
132300     END-READ.
132400
132500 2710-EXIT.
132600     EXIT.
132700
132800 2720-EXAMINA-DLT.
132900
133000     IF ARQDLT01-TIPO-CABECALHO
133100         MOVE ARQDLT01-CAB-DAT-EXEC TO LGP-DAT-MOVIMENTO
133200         GO TO 2720-LER
133300     END-IF.
133400
133500     IF ARQDLT01-TIPO-RODAPE
133600        OR ARQDLT01-COD-FUNCI NOT EQUAL LGP-COD-TITULAR
133700         GO TO 2720-LER
133800     END-IF.
133900
134000     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
134100     MOVE LGP-DAT-MOVIMENTO TO LGP-LIN-DATA.
134200     MOVE SPACES            TO LGP-LIN-OBS.
134300
134400     EVALUATE TRUE
134500         WHEN ARQDLT01-ACAO-INCLUSAO
134600             MOVE 'MOVIMENTO DE INCLUSAO'  TO LGP-LIN-OBS
134700         WHEN ARQDLT01-ACAO-ALTERACAO
134800             MOVE 'MOVIMENTO DE ALTERACAO' TO LGP-LIN-OBS
134900         WHEN ARQDLT01-ACAO-EXCLUSAO
135000             MOVE 'MOVIMENTO DE EXCLUSAO'  TO LGP-LIN-OBS
135100         WHEN OTHER
135200             STRING 'MOVIMENTO '         DELIMITED BY SIZE
135300                    ARQDLT01-COD-ACAO    DELIMITED BY SIZE
135400               INTO LGP-LIN-OBS
135500     END-EVALUATE.
135600
135700     MOVE 'NOME'                 TO LGP-LIN-CAMPO.
135800     MOVE ARQDLT01-NOM-FUNCI     TO LGP-VALOR-TRAB.
135900     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
136000
136100     MOVE 'ESCRITORIO'           TO LGP-LIN-CAMPO.
136200     MOVE ARQDLT01-NOM-ESCRT     TO LGP-VALOR-TRAB.
136300     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
136400
136500     MOVE 'CODIGO DEPARTAMENTO'  TO LGP-LIN-CAMPO.
136600     MOVE ARQDLT01-COD-DPTFN     TO LGP-VALOR-TRAB.
136700     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
136800
136900     MOVE 'DEPARTAMENTO'         TO LGP-LIN-CAMPO.
137000     MOVE ARQDLT01-NOM-DPTFN     TO LGP-VALOR-TRAB.
137100     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
137200
137300     MOVE 'DATA DE CONTRATACAO'  TO LGP-LIN-CAMPO.
137400     MOVE ARQDLT01-DAT-COINT     TO LGP-VALOR-TRAB.
137500     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
137600
137700     MOVE 'SITUACAO'             TO LGP-LIN-CAMPO.
137800     MOVE ARQDLT01-SIT-FUNCI     TO LGP-VALOR-TRAB.
137900     PERFORM 2970-DESCREVE-SITUACAO THRU 2970-EXIT.
138000     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
138100
138200 2720-LER.
138300
138400     PERFORM 2710-LER-DLT THRU 2710-EXIT.
138500
138600 2720-EXIT.
138700     EXIT.
138704
138708******************************************************************
138712*    2800-CONSULTA-BAS                                           *
138716*    PESQUISA O TITULAR NA BASE DE DISTRIBUICAO (ARQBAS01), COM A*
138720*    DATA DO CABECALHO, O DEPARTAMENTO E A SITUACAO              *
138724******************************************************************
138728 2800-CONSULTA-BAS.
138732
138736     OPEN INPUT ARQBAS01.
138740
138744     IF LGP-FS-ARQBAS01 NOT EQUAL '00'
138748         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
138752         GO TO 2800-EXIT
138756     END-IF.
138760
138764     MOVE 'N'              TO LGP-SW-FIM-ARQUIVO.
138768     MOVE LGP-DAT-EXTRACAO TO LGP-DAT-MOVIMENTO.
138772
138776     PERFORM 2810-LER-BAS        THRU 2810-EXIT.
138780     PERFORM 2820-EXAMINA-BAS    THRU 2820-EXIT
138784             UNTIL LGP-FIM-ARQUIVO.
138788
138792     CLOSE ARQBAS01.
138796
138800 2800-EXIT.
138804     EXIT.
138808
138812 2810-LER-BAS.
138816
138820     READ ARQBAS01
138824         AT END
138828             SET LGP-FIM-ARQUIVO TO TRUE
138832     END-READ.
138836
138840 2810-EXIT.
138844     EXIT.
138848
138852 2820-EXAMINA-BAS.
138856
138860     IF ARQBAS01-TIPO-CABECALHO
138864         MOVE ARQBAS01-CAB-DAT-EXEC TO LGP-DAT-MOVIMENTO
138868         GO TO 2820-LER
138872     END-IF.
138876
138880     IF ARQBAS01-TIPO-RODAPE
138884        OR ARQBAS01-COD-FUNCI NOT EQUAL LGP-COD-TITULAR
138888         GO TO 2820-LER
138892     END-IF.
138896
138900     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
138904     MOVE LGP-DAT-MOVIMENTO TO LGP-LIN-DATA.
138908     MOVE SPACES            TO LGP-LIN-OBS.
138912
138916     MOVE 'NOME'                 TO LGP-LIN-CAMPO.
138920     MOVE ARQBAS01-NOM-FUNCI     TO LGP-VALOR-TRAB.
138924     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
138928
138932     MOVE 'ESCRITORIO'           TO LGP-LIN-CAMPO.
138936     MOVE ARQBAS01-NOM-ESCRT     TO LGP-VALOR-TRAB.
138940     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
138944
138948     MOVE 'CODIGO DEPARTAMENTO'  TO LGP-LIN-CAMPO.
138952     MOVE ARQBAS01-COD-DPTFN     TO LGP-VALOR-TRAB.
138956     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
138960
138964     MOVE 'DEPARTAMENTO'         TO LGP-LIN-CAMPO.
138968     MOVE ARQBAS01-NOM-DPTFN     TO LGP-VALOR-TRAB.
138972     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
138976
138980     MOVE 'DATA DE CONTRATACAO'  TO LGP-LIN-CAMPO.
138984     MOVE ARQBAS01-DAT-COINT     TO LGP-VALOR-TRAB.
138988     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
138992
138996     MOVE 'SITUACAO'             TO LGP-LIN-CAMPO.
139000     MOVE ARQBAS01-SIT-FUNCI     TO LGP-VALOR-TRAB.
139004     PERFORM 2970-DESCREVE-SITUACAO THRU 2970-EXIT.
139008     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
139012
139016 2820-LER.
139020
139024     PERFORM 2810-LER-BAS THRU 2810-EXIT.
139028
139032 2820-EXIT.
139036     EXIT.
139040
139044******************************************************************
139048*    2850-CONSULTA-JRN                                           *
139052*    PESQUISA O TITULAR NO JOURNAL PERMANENTE DE ALTERACOES      *
139056*    (JRNALT1): OS REGISTROS DO SUSPENSE (CORRECOES E EXPURGOS DO*
139060*    REC01112), CUJA CHAVE E O COD-FUNCI, COM A DATA E A ACAO DO *
139064*    MOVIMENTO. OS DEMAIS REGISTROS TEM COMO CHAVE UM            *
139068*    DEPARTAMENTO, UM ESCRITORIO OU O QUADRO DE VAGAS            *
139072******************************************************************
139076 2850-CONSULTA-JRN.
139080
139084     OPEN INPUT JRNALT1.
139088
139092     IF LGP-FS-JRNALT1 NOT EQUAL '00'
139096         PERFORM 2950-ARQUIVO-INDISPONIVEL THRU 2950-EXIT
139100         GO TO 2850-EXIT
139104     END-IF.
139108
139112     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
139116
139120     PERFORM 2860-LER-JRN        THRU 2860-EXIT.
139124     PERFORM 2870-EXAMINA-JRN    THRU 2870-EXIT
139128             UNTIL LGP-FIM-ARQUIVO.
139132
139136     CLOSE JRNALT1.
139140
139144 2850-EXIT.
139148     EXIT.
139152
139156 2860-LER-JRN.
139160
139164     READ JRNALT1
139168         AT END
139172             SET LGP-FIM-ARQUIVO TO TRUE
139176     END-READ.
139180
139184 2860-EXIT.
139188     EXIT.
139192
139196 2870-EXAMINA-JRN.
139200
139204     IF NOT JRNALT1-ARQ-SUSPENSE
139208        OR JRNALT1-CHAVE NOT EQUAL LGP-COD-TITULAR
139212         GO TO 2870-LER
139216     END-IF.
139220
139224     ADD 1 TO LGP-OCR-QT-REGISTROS(LGP-NR-ARQ).
139228     MOVE JRNALT1-DAT-MOVTO TO LGP-LIN-DATA.
139232     MOVE SPACES            TO LGP-LIN-OBS.
139236
139240     EVALUATE TRUE
139244         WHEN JRNALT1-ACAO-CORRECAO
139248             MOVE 'JOURNAL - CORRECAO'     TO LGP-LIN-OBS
139252         WHEN JRNALT1-ACAO-EXPURGO
139256             MOVE 'JOURNAL - EXPURGO'      TO LGP-LIN-OBS
139260         WHEN OTHER
139264             STRING 'JOURNAL - ACAO '      DELIMITED BY SIZE
139268                    JRNALT1-TIP-ACAO       DELIMITED BY SIZE
139272               INTO LGP-LIN-OBS
139276     END-EVALUATE.
139280
139284     MOVE 'VALOR ANTERIOR'       TO LGP-LIN-CAMPO.
139288     MOVE JRNALT1-VAL-ANTES      TO LGP-VALOR-TRAB.
139292     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
139296
139300     MOVE 'VALOR POSTERIOR'      TO LGP-LIN-CAMPO.
139304     MOVE JRNALT1-VAL-DEPOIS     TO LGP-VALOR-TRAB.
139308     PERFORM 2960-EMITE-CAMPO THRU 2960-EXIT.
139312
139316 2870-LER.
139320
139324     PERFORM 2860-LER-JRN THRU 2860-EXIT.
139328
139332 2870-EXIT.
139336     EXIT.
139340
139344******************************************************************
139348*    2900-EMITE-RESUMO                                           *
139352*    FECHA O RELATORIO DO TITULAR COM O RESUMO POR ARQUIVO       *
139356*    (REGISTROS DO TITULAR OU ARQUIVO NAO DISPONIVEL)            *
139360******************************************************************
139400 2900-EMITE-RESUMO.
139500
139600     IF LGP-QT-CAMPOS EQUAL ZEROS
139700         MOVE SPACES TO RELTIT1-REGISTRO
139800         STRING 'NENHUM DADO DO TITULAR ENCONTRADO NOS ARQUIVOS '
139900                'DISPONIVEIS'
140000                DELIMITED BY SIZE INTO RELTIT1-REGISTRO
140100         WRITE RELTIT1-REGISTRO
140200     END-IF.
140300
140400     MOVE SPACES TO RELTIT1-REGISTRO.
140500     WRITE RELTIT1-REGISTRO.
140600
140700     MOVE SPACES TO RELTIT1-REGISTRO.
140800     STRING 'RESUMO POR ARQUIVO'
140900            DELIMITED BY SIZE INTO RELTIT1-REGISTRO.
141000     WRITE RELTIT1-REGISTRO.
141100
141200     WRITE RELTIT1-REGISTRO FROM LGP-LIN-TIT-RESUMO.
141300
141400     PERFORM 2910-EMITE-LINHA-RESUMO THRU 2910-EXIT
141500             VARYING LGP-NR-ARQ FROM 1 BY 1
141600             UNTIL LGP-NR-ARQ > LGP-QT-ARQ.
141700
141800     MOVE SPACES TO RELTIT1-REGISTRO.
141900     WRITE RELTIT1-REGISTRO.
142000
142100     MOVE SPACES TO RELTIT1-REGISTRO.
142200     STRING 'REGISTROS DO TITULAR ENCONTRADOS ....: '
142300            DELIMITED BY SIZE
142400            LGP-QT-REG-TITULAR DELIMITED BY SIZE
142500       INTO RELTIT1-REGISTRO.
142600     WRITE RELTIT1-REGISTRO.
142700
142800     MOVE SPACES TO RELTIT1-REGISTRO.
142900     STRING 'CAMPOS LISTADOS .....................: '
143000            DELIMITED BY SIZE
143100            LGP-QT-CAMPOS DELIMITED BY SIZE
143200       INTO RELTIT1-REGISTRO.
143300     WRITE RELTIT1-REGISTRO.
143400
143500     MOVE SPACES TO RELTIT1-REGISTRO.
143600     STRING 'ARQUIVOS NAO DISPONIVEIS ............: '
143700            DELIMITED BY SIZE
143800            LGP-QT-ARQ-INDISP DELIMITED BY SIZE
143900       INTO RELTIT1-REGISTRO.
144000     WRITE RELTIT1-REGISTRO.
144100
144150     PERFORM 2980-LISTA-NAO-PESQUISADOS THRU 2980-EXIT.
144200 2900-EXIT.
144300     EXIT.
144400
144500 2910-EMITE-LINHA-RESUMO.
144600
144700     MOVE LGP-ARQ-NOME(LGP-NR-ARQ)      TO LGP-LIN-RES-ARQUIVO.
144800     MOVE LGP-ARQ-DESCRICAO(LGP-NR-ARQ) TO LGP-LIN-RES-DESCRICAO.
144900     MOVE LGP-OCR-QT-REGISTROS(LGP-NR-ARQ) TO LGP-LIN-RES-QT.
145000
145100     EVALUATE TRUE
145200         WHEN LGP-OCR-INDISP(LGP-NR-ARQ)
145300             MOVE 'NAO DISPONIVEL' TO LGP-LIN-RES-SITUACAO
145400         WHEN LGP-OCR-QT-REGISTROS(LGP-NR-ARQ) EQUAL ZEROS
145500             MOVE 'SEM DADOS'      TO LGP-LIN-RES-SITUACAO
145600         WHEN OTHER
145700             MOVE 'COM DADOS'      TO LGP-LIN-RES-SITUACAO
145800     END-EVALUATE.
145900
146000     ADD LGP-OCR-QT-REGISTROS(LGP-NR-ARQ) TO LGP-QT-REG-TITULAR.
146100
146200     WRITE RELTIT1-REGISTRO FROM LGP-LIN-RESUMO.
146300
146400 2910-EXIT.
146500     EXIT.
146600
146700******************************************************************
146800*    2950-ARQUIVO-INDISPONIVEL                                   *
146900*    MARCA O ARQUIVO LGP-NR-ARQ COMO NAO DISPONIVEL. SO OS       *
147000*    ARQUIVOS CENTRAIS (POSICOES 1 A 9; NAO OS POR ESCRITORIO,   *
147100*    QUE EXISTEM CONFORME A INSTALACAO) DAO RETURN-CODE 4        *
147200******************************************************************
147300 2950-ARQUIVO-INDISPONIVEL.
147400
147500     SET LGP-OCR-INDISP(LGP-NR-ARQ) TO TRUE.
147600     ADD 1 TO LGP-QT-ARQ-INDISP.
147700
147800     DISPLAY 'LGP01112 - ' LGP-ARQ-NOME(LGP-NR-ARQ)
147900             ' NAO DISPONIVEL'.
148000
148100     IF LGP-NR-ARQ LESS 10
148200        AND RETURN-CODE LESS 4
148300         MOVE 4 TO RETURN-CODE
148400     END-IF.
148500
148600 2950-EXIT.
148700     EXIT.
148800
148900******************************************************************
149000*    2960-EMITE-CAMPO                                            *
149100*    GRAVA NO RELATORIO DO TITULAR UMA LINHA COM O CAMPO E O     *
149200*    VALOR CORRENTES (LGP-LIN-CAMPO E LGP-VALOR-TRAB), COM O     *
149300*    ARQUIVO LGP-NR-ARQ. VALOR EM BRANCO NAO E DADO GUARDADO E   *
149400*    NAO E LISTADO                                               *
149500******************************************************************
149600 2960-EMITE-CAMPO.
149700
149800     IF LGP-VALOR-TRAB EQUAL SPACES
149900         GO TO 2960-EXIT
150000     END-IF.
150100
150200     MOVE LGP-ARQ-NOME(LGP-NR-ARQ) TO LGP-LIN-ARQUIVO.
150300     MOVE LGP-VALOR-TRAB           TO LGP-LIN-VALOR.
150400
150500     WRITE RELTIT1-REGISTRO FROM LGP-LIN-DADO.
150600     ADD 1 TO LGP-QT-CAMPOS.
150700
150800 2960-EXIT.
150900     EXIT.
151000
151100******************************************************************
151200*    2970-DESCREVE-SITUACAO                                      *
151300*    TROCA O CODIGO DE SITUACAO EM LGP-VALOR-TRAB PELA DESCRICAO *
151400******************************************************************
151500 2970-DESCREVE-SITUACAO.
151600
151700     EVALUATE LGP-VALOR-TRAB(1:1)
151800         WHEN 'A'
151900             MOVE 'A - ATIVO'   TO LGP-VALOR-TRAB
152000         WHEN 'I'
152100             MOVE 'I - INATIVO' TO LGP-VALOR-TRAB
152200         WHEN OTHER
152300             CONTINUE
152400     END-EVALUATE.
152500
152600 2970-EXIT.
152700     EXIT.
152701
152702******************************************************************
152703*    2980-LISTA-NAO-PESQUISADOS                                  *
152704*    LISTA NO RELATORIO DO TITULAR OS EXTRATOS POR CONSUMIDOR    *
152705*    GRAVADOS PELO DST01112 (UMA LINHA POR ARQUIVO NO CTLDST1),  *
152706*    QUE NAO SAO PESQUISADOS: SAO RECORTES DO ARQBAS01 E DO      *
152707*    ARQDLT01, JA PESQUISADOS ACIMA, E FICAM EM PODER DE CADA    *
152708*    CONSUMIDOR. SEM O CTLDST1 A LINHA E GENERICA                *
152709******************************************************************
152710 2980-LISTA-NAO-PESQUISADOS.
152711
152712     MOVE SPACES TO RELTIT1-REGISTRO.
152713     WRITE RELTIT1-REGISTRO.
152714
152715     MOVE SPACES TO RELTIT1-REGISTRO.
152716     STRING 'ARQUIVOS NAO PESQUISADOS (EXTRATOS POR CONSUMIDOR '
152717            'DO DST01112, RECORTES DO ARQBAS01/ARQDLT01)'
152718            DELIMITED BY SIZE INTO RELTIT1-REGISTRO.
152719     WRITE RELTIT1-REGISTRO.
152720
152721     OPEN INPUT CTLDST1.
152722
152723     IF LGP-FS-CTLDST1 NOT EQUAL '00'
152724         MOVE SPACES TO RELTIT1-REGISTRO
152725         STRING '  CONTROLE DE DISTRIBUICAO (CTLDST1) NAO '
152726                'DISPONIVEL - ARQUIVOS NAO IDENTIFICADOS'
152727                DELIMITED BY SIZE INTO RELTIT1-REGISTRO
152728         WRITE RELTIT1-REGISTRO
152729         GO TO 2980-EXIT
152730     END-IF.
152731
152732     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
152733
152734     PERFORM 2985-LER-CTLDST         THRU 2985-EXIT.
152735     PERFORM 2990-EMITE-NAO-PESQUISADO THRU 2990-EXIT
152736             UNTIL LGP-FIM-ARQUIVO.
152737
152738     CLOSE CTLDST1.
152739
152740     MOVE SPACES TO RELTIT1-REGISTRO.
152741     STRING 'EXTRATOS POR CONSUMIDOR NAO PESQUISADOS: '
152742            DELIMITED BY SIZE
152743            LGP-QT-CNS-NAO-PESQ DELIMITED BY SIZE
152744       INTO RELTIT1-REGISTRO.
152745     WRITE RELTIT1-REGISTRO.
152746
152747 2980-EXIT.
152748     EXIT.
152749
152750 2985-LER-CTLDST.
152751
152752     READ CTLDST1
152753         AT END
152754             SET LGP-FIM-ARQUIVO TO TRUE
152755     END-READ.
152756
152757 2985-EXIT.
152758     EXIT.
152759
152760 2990-EMITE-NAO-PESQUISADO.
152761
152762     ADD 1 TO LGP-QT-CNS-NAO-PESQ.
152763
152764     MOVE SPACES TO RELTIT1-REGISTRO.
152765     STRING '  '                   DELIMITED BY SIZE
152766            CTLDST1-NOM-ARQ-DST    DELIMITED BY SIZE
152767            ' CONSUMIDOR '         DELIMITED BY SIZE
152768            CTLDST1-COD-CONSUMIDOR DELIMITED BY SIZE
152769            ' EXTRATO DE '         DELIMITED BY SIZE
152770            CTLDST1-DAT-EXTRATO    DELIMITED BY SIZE
152771            ' - NAO PESQUISADO'    DELIMITED BY SIZE
152772       INTO RELTIT1-REGISTRO.
152773     WRITE RELTIT1-REGISTRO.
152774
152775     PERFORM 2985-LER-CTLDST THRU 2985-EXIT.
152776
152777 2990-EXIT.
152778     EXIT.
152800
152900******************************************************************
153000*    4000-EXPURGA-RETENCAO                                       *
153100*    APURA OS FUNCIONARIOS COM A RETENCAO VENCIDA (LGPIDX1) E    *
153200*    REGRAVA SEM ELES O HIST1112, O HISTGEN1 (OU O ANONIMIZA) E  *
153300*    O SUSP1112, EMITINDO O CERTIFICADO. QUALQUER FEED DE        *
153400*    ENTRADA INDISPONIVEL IMPEDE O EXPURGO: SEM ELE NAO HA COMO  *
153500*    SABER SE O FUNCIONARIO FOI READMITIDO                       *
153600******************************************************************
153700 4000-EXPURGA-RETENCAO.
153800
153900     MOVE 'HIST1112' TO LGP-CTL-NOME(1).
154000     MOVE 'HISTGEN1' TO LGP-CTL-NOME(2).
154100     MOVE 'SUSP1112' TO LGP-CTL-NOME(3).
154200
154300     PERFORM 4100-CARREGA-FEEDS THRU 4100-EXIT.
154400
154500     OPEN OUTPUT LGPIDX1.
154600
154700     IF LGP-FS-LGPIDX1 NOT EQUAL '00'
154800         DISPLAY 'LGP01112 - ERRO NA ABERTURA DO LGPIDX1 FS='
154900                  LGP-FS-LGPIDX1
155000         GO TO 4000-ABANDONA
155100     END-IF.
155200
155300     SORT LGP-ORDENA
155400          ON ASCENDING KEY LGP-SRT-COD-FUNCI
155500          INPUT  PROCEDURE IS 4200-CLASSIFICA THRU 4299-EXIT
155600          OUTPUT PROCEDURE IS 4300-APURA      THRU 4399-EXIT.
155700
155800     CLOSE LGPIDX1.
155900
156000     IF LGP-ABANDONA
156100         GO TO 4000-ABANDONA
156200     END-IF.
156300
156400     OPEN I-O LGPIDX1.
156500
156600     IF LGP-FS-LGPIDX1 NOT EQUAL '00'
156700         DISPLAY 'LGP01112 - ERRO NA REABERTURA DO LGPIDX1 FS='
156800                  LGP-FS-LGPIDX1
156900         GO TO 4000-ABANDONA
157000     END-IF.
157100
157200     IF LGP-EXPURGO-ANONIMIZACAO
157300         PERFORM 4400-LEVANTA-PSEUDONIMOS THRU 4400-EXIT
157400     END-IF.
157500
157600     PERFORM 4500-EXPURGA-HIST    THRU 4500-EXIT.
157700     PERFORM 4600-EXPURGA-HISTGEN THRU 4600-EXIT.
157800     PERFORM 4700-EXPURGA-SUSP    THRU 4700-EXIT.
157900
158000     PERFORM 4900-EMITE-CERTIFICADO THRU 4900-EXIT.
158100
158200     CLOSE LGPIDX1.
158300
158400     GO TO 4000-EXIT.
158500
158600 4000-ABANDONA.
158700
158800     MOVE SPACES TO RELEXP1-REGISTRO.
158900     WRITE RELEXP1-REGISTRO.
159000
159100     MOVE SPACES TO RELEXP1-REGISTRO.
159200     STRING 'EXPURGO NAO REALIZADO - VER AS MENSAGENS DO '
159300            'PROCESSAMENTO. NENHUM ARQUIVO DEVE SER SUBSTITUIDO'
159400            DELIMITED BY SIZE INTO RELEXP1-REGISTRO.
159500     WRITE RELEXP1-REGISTRO.
159600
159700     SET LGP-ABANDONA TO TRUE.
159800     MOVE 12 TO RETURN-CODE.
159900
160000 4000-EXIT.
160100     EXIT.
160200
160300******************************************************************
160400*    4100-CARREGA-FEEDS                                          *
160500*    MONTA A LISTA DOS FEEDS DE ENTRADA: O PRIMARIO (ARQENT01) E *
160600*    OS DO LISTENT1, SALTANDO LINHAS EM BRANCO E A LINHA DO      *
160700*    PROPRIO ARQENT01 (SO TRAZ AS TOLERANCIAS DO EXT01112)       *
160800******************************************************************
160900 4100-CARREGA-FEEDS.
161000
161100     MOVE 1          TO LGP-QT-FEED.
161200     MOVE 'ARQENT01' TO LGP-FEED-NOME(1).
161300
161400     OPEN INPUT LISTENT1.
161500
161600     IF LGP-FS-LISTENT1 NOT EQUAL '00'
161700         GO TO 4100-EXIT
161800     END-IF.
161900
162000     PERFORM 4110-LER-LISTENT1  THRU 4110-EXIT.
162100     PERFORM 4120-GUARDA-FEED   THRU 4120-EXIT
162200             UNTIL LGP-FIM-LISTENT1.
162300
162400     CLOSE LISTENT1.
162500
162600 4100-EXIT.
162700     EXIT.
162800
162900 4110-LER-LISTENT1.
163000
163100     READ LISTENT1
163200         AT END
163300             SET LGP-FIM-LISTENT1 TO TRUE
163400     END-READ.
163500
163600 4110-EXIT.
163700     EXIT.
163800
163900 4120-GUARDA-FEED.
164000
164100     IF LISTENT1-NOM-ARQUIVO EQUAL SPACES
164200        OR LISTENT1-NOM-ARQUIVO EQUAL 'ARQENT01'
164300         GO TO 4120-LER
164400     END-IF.
164500
164600     IF LGP-QT-FEED NOT LESS LGP-MAX-FEED
164700         DISPLAY 'LGP01112 - LISTA DE FEEDS CHEIA, IGNORADO: '
164800                  LISTENT1-NOM-ARQUIVO
164900         SET LGP-ABANDONA TO TRUE
165000         GO TO 4120-LER
165100     END-IF.
165200
165300     ADD 1 TO LGP-QT-FEED.
165400     MOVE LISTENT1-NOM-ARQUIVO TO LGP-FEED-NOME(LGP-QT-FEED).
165500
165600 4120-LER.
165700
165800     PERFORM 4110-LER-LISTENT1 THRU 4110-EXIT.
165900
166000 4120-EXIT.
166100     EXIT.
166200
166300******************************************************************
166400*    4200-CLASSIFICA                                             *
166500*    PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE TODOS OS FEEDS *
166600*    E LIBERA, POR REGISTRO, O COD-FUNCI, A SITUACAO E A DATA DE *
166700*    DEMISSAO COMPARAVEL (ZEROS SE AUSENTE OU INVALIDA)          *
166800******************************************************************
166900 4200-CLASSIFICA.
167000
167100     IF LGP-ABANDONA
167200         GO TO 4299-EXIT
167300     END-IF.
167400
167500     PERFORM 4210-LE-FEED THRU 4210-EXIT
167600             VARYING LGP-NR-FEED FROM 1 BY 1
167700             UNTIL LGP-NR-FEED > LGP-QT-FEED
167800                OR LGP-ABANDONA.
167900
168000     GO TO 4299-EXIT.
168100
168200 4210-LE-FEED.
168300
168400     MOVE LGP-FEED-NOME(LGP-NR-FEED) TO LGP-NOM-ARQENT.
168500
168600     OPEN INPUT ARQENT01.
168700
168800     IF LGP-FS-ARQENT01 NOT EQUAL '00'
168900         DISPLAY 'LGP01112 - FEED NAO ABERTO FS='
169000                  LGP-FS-ARQENT01 ' ' LGP-NOM-ARQENT
169100         SET LGP-ABANDONA TO TRUE
169200         GO TO 4210-EXIT
169300     END-IF.
169400
169500     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
169600
169700     PERFORM 4220-LER-ARQENT        THRU 4220-EXIT.
169800     PERFORM 4230-LIBERA-REGISTRO   THRU 4230-EXIT
169900             UNTIL LGP-FIM-ARQUIVO.
170000
170100     CLOSE ARQENT01.
170200
170300 4210-EXIT.
170400     EXIT.
170500
170600 4220-LER-ARQENT.
170700
170800     READ ARQENT01
170900         AT END
171000             SET LGP-FIM-ARQUIVO TO TRUE
171100     END-READ.
171200
171300     IF LGP-FS-ARQENT01 GREATER '10'
171400         DISPLAY 'LGP01112 - ERRO DE LEITURA FS='
171500                  LGP-FS-ARQENT01 ' ' LGP-NOM-ARQENT
171600         SET LGP-ABANDONA    TO TRUE
171700         SET LGP-FIM-ARQUIVO TO TRUE
171800     END-IF.
171900
172000 4220-EXIT.
172100     EXIT.
172200
172300 4230-LIBERA-REGISTRO.
172400
172500     IF ARQENT01-COD-FUNCI EQUAL SPACES
172600         GO TO 4230-LER
172700     END-IF.
172800
172900     ADD 1 TO LGP-QT-REG-FEEDS.
173000
173100     MOVE ARQENT01-COD-FUNCI TO LGP-SRT-COD-FUNCI.
173200     MOVE ARQENT01-SIT-FUNCI TO LGP-SRT-SIT-FUNCI.
173300     MOVE ZEROS              TO LGP-SRT-DAT-DEMIS.
173400
173500     IF ARQENT01-SIT-INATIVO
173600         MOVE ARQENT01-DAT-DEMIS TO LGP-DAT-TRAB
173700         PERFORM 1350-CONVERTE-DATA THRU 1350-EXIT
173800         MOVE LGP-DAT-COMP TO LGP-SRT-DAT-DEMIS
173900     END-IF.
174000
174100     RELEASE LGP-SRT-REGISTRO.
174200
174300 4230-LER.
174400
174500     PERFORM 4220-LER-ARQENT THRU 4220-EXIT.
174600
174700 4230-EXIT.
174800     EXIT.
174900
175000 4299-EXIT.
175100     EXIT.
175200
175300******************************************************************
175400*    4300-APURA                                                  *
175500*    PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: QUEBRA POR          *
175600*    COD-FUNCI E GRAVA NO LGPIDX1 OS FUNCIONARIOS ELEGIVEIS AO   *
175700*    EXPURGO                                                     *
175800******************************************************************
175900 4300-APURA.
176000
176100     IF LGP-ABANDONA
176200         GO TO 4399-EXIT
176300     END-IF.
176400
176500     MOVE 'N' TO LGP-SW-FIM-ORDENA.
176600     MOVE 'S' TO LGP-SW-PRIMEIRO.
176700
176800     PERFORM 4310-RETORNA-REGISTRO THRU 4310-EXIT.
176900     PERFORM 4320-TRATA-REGISTRO   THRU 4320-EXIT
177000             UNTIL LGP-FIM-ORDENA.
177100
177200     IF NOT LGP-PRIMEIRO
177300         PERFORM 4330-ENCERRA-FUNCIONARIO THRU 4330-EXIT
177400     END-IF.
177500
177600     GO TO 4399-EXIT.
177700
177800 4310-RETORNA-REGISTRO.
177900
178000     RETURN LGP-ORDENA
178100         AT END
178200             SET LGP-FIM-ORDENA TO TRUE
178300     END-RETURN.
178400
178500 4310-EXIT.
178600     EXIT.
178700
178800******************************************************************
178900*    4320-TRATA-REGISTRO                                         *
179000*    ACUMULA OS REGISTROS DO MESMO COD-FUNCI: BASTA UM REGISTRO  *
179100*    NAO INATIVO EM QUALQUER FEED PARA O FUNCIONARIO SER ATIVO;  *
179200*    DOS INATIVOS, VALE A MAIOR DATA DE DEMISSAO                 *
179300******************************************************************
179400 4320-TRATA-REGISTRO.
179500
179600     IF LGP-PRIMEIRO
179700        OR LGP-SRT-COD-FUNCI NOT EQUAL LGP-COD-ATUAL
179800         IF NOT LGP-PRIMEIRO
179900             PERFORM 4330-ENCERRA-FUNCIONARIO THRU 4330-EXIT
180000         END-IF
180100         MOVE 'N'               TO LGP-SW-PRIMEIRO
180200         MOVE LGP-SRT-COD-FUNCI TO LGP-COD-ATUAL
180300         MOVE 'N'               TO LGP-SW-FUNCI-ATIVO
180400         MOVE 'N'               TO LGP-SW-DEMIS-INVALIDA
180500         MOVE ZEROS             TO LGP-DAT-DEMIS-MAIOR
180600     END-IF.
180700
180800     IF LGP-SRT-SIT-FUNCI NOT EQUAL 'I'
180900         SET LGP-FUNCI-ATIVO TO TRUE
181000     ELSE
181100         IF LGP-SRT-DAT-DEMIS EQUAL ZEROS
181200             SET LGP-DEMIS-INVALIDA TO TRUE
181300         END-IF
181400         IF LGP-SRT-DAT-DEMIS GREATER LGP-DAT-DEMIS-MAIOR
181500             MOVE LGP-SRT-DAT-DEMIS TO LGP-DAT-DEMIS-MAIOR
181600         END-IF
181700     END-IF.
181800
181900     PERFORM 4310-RETORNA-REGISTRO THRU 4310-EXIT.
182000
182100 4320-EXIT.
182200     EXIT.
182300
182400******************************************************************
182500*    4330-ENCERRA-FUNCIONARIO                                    *
182600*    CLASSIFICA O FUNCIONARIO CORRENTE. SO E ELEGIVEL O          *
182700*    DESLIGADO EM TODOS OS FEEDS, COM TODAS AS DATAS DE DEMISSAO *
182800*    VALIDAS E A MAIOR DELAS ANTERIOR A DATA DE CORTE            *
182900******************************************************************
183000 4330-ENCERRA-FUNCIONARIO.
183100
183200     ADD 1 TO LGP-QT-FUNCIONARIOS.
183300
183400     IF LGP-FUNCI-ATIVO
183500         ADD 1 TO LGP-QT-ATIVOS
183600         GO TO 4330-EXIT
183700     END-IF.
183800
183900     IF LGP-DEMIS-INVALIDA
184000         ADD 1 TO LGP-QT-SEM-DEMISSAO
184100         GO TO 4330-EXIT
184200     END-IF.
184300
184400     IF LGP-DAT-DEMIS-MAIOR NOT LESS LGP-DAT-CORTE
184500         ADD 1 TO LGP-QT-EM-RETENCAO
184600         GO TO 4330-EXIT
184700     END-IF.
184800
184900     MOVE LGP-COD-ATUAL       TO LGPIDX1-COD-FUNCI.
185000     MOVE LGP-DAT-DEMIS-MAIOR TO LGPIDX1-DAT-DEMIS.
185100     MOVE SPACES              TO LGPIDX1-COD-PSEUDONIMO.
185200     MOVE ZEROS               TO LGPIDX1-QT-HIST.
185300     MOVE ZEROS               TO LGPIDX1-QT-HISTGEN.
185400     MOVE ZEROS               TO LGPIDX1-QT-SUSP.
185500
185600     WRITE LGPIDX1-REGISTRO
185700         INVALID KEY
185800             DISPLAY 'LGP01112 - ERRO NA GRAVACAO DO LGPIDX1 FS='
185900                      LGP-FS-LGPIDX1 ' ' LGP-COD-ATUAL
186000             SET LGP-ABANDONA TO TRUE
186100     END-WRITE.
186200
186300     ADD 1 TO LGP-QT-ELEGIVEIS.
186400
186500 4330-EXIT.
186600     EXIT.
186700
186800 4399-EXIT.
186900     EXIT.
187000
187100******************************************************************
187200*    4400-LEVANTA-PSEUDONIMOS                                    *
187300*    NA ANONIMIZACAO, PERCORRE O HISTGEN1 PARA ACHAR O MAIOR     *
187400*    PSEUDONIMO JA ATRIBUIDO EM EXPURGOS ANTERIORES, PARA QUE OS *
187500*    NOVOS CONTINUEM A SEQUENCIA SEM REPETIR                     *
187600******************************************************************
187700 4400-LEVANTA-PSEUDONIMOS.
187800
187900     OPEN INPUT HISTGEN1.
188000
188100     IF LGP-FS-HISTGEN1 NOT EQUAL '00'
188200         GO TO 4400-EXIT
188300     END-IF.
188400
188500     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
188600
188700     PERFORM 2410-LER-HISTGEN      THRU 2410-EXIT.
188800     PERFORM 4410-EXAMINA-PSEUDONIMO THRU 4410-EXIT
188900             UNTIL LGP-FIM-ARQUIVO.
189000
189100     CLOSE HISTGEN1.
189200
189300 4400-EXIT.
189400     EXIT.
189500
189600 4410-EXAMINA-PSEUDONIMO.
189700
189800     MOVE ARQHGN01-COD-FUNCI TO LGP-COD-PSEUDONIMO.
189900
190000     IF LGP-PSD-PREFIXO EQUAL '*'
190100        AND LGP-PSD-SEQUENCIA NUMERIC
190200        AND LGP-PSD-SEQUENCIA GREATER LGP-SEQ-PSEUDONIMO
190300         MOVE LGP-PSD-SEQUENCIA TO LGP-SEQ-PSEUDONIMO
190400     END-IF.
190500
190600     PERFORM 2410-LER-HISTGEN THRU 2410-EXIT.
190700
190800 4410-EXIT.
190900     EXIT.
191000
191100******************************************************************
191200*    4500-EXPURGA-HIST                                           *
191300*    REGRAVA O HISTORICO DA ULTIMA EXTRACAO (HIST1112) EM        *
191400*    HISTLGP1 SEM OS FUNCIONARIOS DO LGPIDX1                     *
191500******************************************************************
191600 4500-EXPURGA-HIST.
191700
191800     MOVE 1 TO LGP-NR-CTL.
191900
192000     OPEN OUTPUT HISTLGP1.
192100     OPEN INPUT  HIST1112.
192200
192300     IF LGP-FS-HIST1112 NOT EQUAL '00'
192400         PERFORM 4950-CONTROLE-INDISPONIVEL THRU 4950-EXIT
192500         CLOSE HISTLGP1
192600         GO TO 4500-EXIT
192700     END-IF.
192800
192900     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
193000
193100     PERFORM 2310-LER-HIST       THRU 2310-EXIT.
193200     PERFORM 4510-TRATA-HIST     THRU 4510-EXIT
193300             UNTIL LGP-FIM-ARQUIVO.
193400
193500     CLOSE HIST1112.
193600     CLOSE HISTLGP1.
193700
193800 4500-EXIT.
193900     EXIT.
194000
194100 4510-TRATA-HIST.
194200
194300     MOVE ARQHIST01-COD-FUNCI TO LGP-COD-HASH.
194400     PERFORM 4800-CONTA-LIDO THRU 4800-EXIT.
194500
194600     IF LGP-ELEGIVEL
194700         ADD 1 TO LGPIDX1-QT-HIST
194800         PERFORM 4820-CONTA-EXPURGADO THRU 4820-EXIT
194900     ELSE
195000         WRITE HISTLGP1-REGISTRO FROM ARQHIST01-REGISTRO
195100         PERFORM 4810-CONTA-MANTIDO THRU 4810-EXIT
195200     END-IF.
195300
195400     PERFORM 2310-LER-HIST THRU 2310-EXIT.
195500
195600 4510-EXIT.
195700     EXIT.
195800
195900******************************************************************
196000*    4600-EXPURGA-HISTGEN                                        *
196100*    REGRAVA AS GERACOES DATADAS (HISTGEN1) EM HGENLGP1: AS DOS  *
196200*    FUNCIONARIOS DO LGPIDX1 SAO EXCLUIDAS OU, NA ANONIMIZACAO,  *
196300*    GRAVADAS COM O PSEUDONIMO NO LUGAR DO COD-FUNCI E SEM O     *
196400*    NOME, MANTENDO ESCRITORIO, DEPARTAMENTO E SITUACAO PARA AS  *
196500*    ESTATISTICAS DE EFETIVO                                     *
196600******************************************************************
196700 4600-EXPURGA-HISTGEN.
196800
196900     MOVE 2 TO LGP-NR-CTL.
197000
197100     OPEN OUTPUT HGENLGP1.
197200     OPEN INPUT  HISTGEN1.
197300
197400     IF LGP-FS-HISTGEN1 NOT EQUAL '00'
197500         PERFORM 4950-CONTROLE-INDISPONIVEL THRU 4950-EXIT
197600         CLOSE HGENLGP1
197700         GO TO 4600-EXIT
197800     END-IF.
197900
198000     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
198100
198200     PERFORM 2410-LER-HISTGEN    THRU 2410-EXIT.
198300     PERFORM 4610-TRATA-HISTGEN  THRU 4610-EXIT
198400             UNTIL LGP-FIM-ARQUIVO.
198500
198600     CLOSE HISTGEN1.
198700     CLOSE HGENLGP1.
198800
198900 4600-EXIT.
199000     EXIT.
199100
199200 4610-TRATA-HISTGEN.
199300
199400     MOVE ARQHGN01-COD-FUNCI TO LGP-COD-HASH.
199500     PERFORM 4800-CONTA-LIDO THRU 4800-EXIT.
199600
199700     IF NOT LGP-ELEGIVEL
199800         WRITE HGENLGP1-REGISTRO FROM ARQHGN01-REGISTRO
199900         PERFORM 4810-CONTA-MANTIDO THRU 4810-EXIT
200000         GO TO 4610-LER
200100     END-IF.
200200
200300     ADD 1 TO LGPIDX1-QT-HISTGEN.
200400
200500     IF LGP-EXPURGO-EXCLUSAO
200600         PERFORM 4820-CONTA-EXPURGADO THRU 4820-EXIT
200700         GO TO 4610-LER
200800     END-IF.
200900
201000     IF LGPIDX1-COD-PSEUDONIMO EQUAL SPACES
201100         ADD 1 TO LGP-SEQ-PSEUDONIMO
201200         MOVE '*'                TO LGP-PSD-PREFIXO
201300         MOVE LGP-SEQ-PSEUDONIMO TO LGP-PSD-SEQUENCIA
201400         MOVE LGP-COD-PSEUDONIMO TO LGPIDX1-COD-PSEUDONIMO
201500     END-IF.
201600
201700     MOVE LGPIDX1-COD-PSEUDONIMO TO ARQHGN01-COD-FUNCI.
201800     MOVE LGP-NOM-ANONIMIZADO    TO ARQHGN01-NOM-FUNCI.
201900
202000     WRITE HGENLGP1-REGISTRO FROM ARQHGN01-REGISTRO.
202100     PERFORM 4830-CONTA-ANONIMIZADO THRU 4830-EXIT.
202200
202300 4610-LER.
202400
202500     PERFORM 2410-LER-HISTGEN THRU 2410-EXIT.
202600
202700 4610-EXIT.
202800     EXIT.
202900
203000******************************************************************
203100*    4700-EXPURGA-SUSP                                           *
203200*    REGRAVA O SUSPENSE DE REJEITADOS (SUSP1112) EM SUSPLGP1 SEM *
203300*    OS FUNCIONARIOS DO LGPIDX1                                  *
203400******************************************************************
203500 4700-EXPURGA-SUSP.
203600
203700     MOVE 3 TO LGP-NR-CTL.
203800
203900     OPEN OUTPUT SUSPLGP1.
204000     OPEN INPUT  SUSP1112.
204100
204200     IF LGP-FS-SUSP1112 NOT EQUAL '00'
204300         PERFORM 4950-CONTROLE-INDISPONIVEL THRU 4950-EXIT
204400         CLOSE SUSPLGP1
204500         GO TO 4700-EXIT
204600     END-IF.
204700
204800     MOVE 'N' TO LGP-SW-FIM-ARQUIVO.
204900
205000     PERFORM 2510-LER-SUSP       THRU 2510-EXIT.
205100     PERFORM 4710-TRATA-SUSP     THRU 4710-EXIT
205200             UNTIL LGP-FIM-ARQUIVO.
205300
205400     CLOSE SUSP1112.
205500     CLOSE SUSPLGP1.
205600
205700 4700-EXIT.
205800     EXIT.
205900
206000 4710-TRATA-SUSP.
206100
206200     MOVE ARQSUS01-COD-FUNCI TO LGP-COD-HASH.
206300     PERFORM 4800-CONTA-LIDO THRU 4800-EXIT.
206400
206500     IF LGP-ELEGIVEL
206600         ADD 1 TO LGPIDX1-QT-SUSP
206700         PERFORM 4820-CONTA-EXPURGADO THRU 4820-EXIT
206800     ELSE
206900         WRITE SUSPLGP1-REGISTRO FROM ARQSUS01-REGISTRO
207000         PERFORM 4810-CONTA-MANTIDO THRU 4810-EXIT
207100     END-IF.
207200
207300     PERFORM 2510-LER-SUSP THRU 2510-EXIT.
207400
207500 4710-EXIT.
207600     EXIT.
207700
207800******************************************************************
207900*    4800-CONTA-LIDO                                             *
208000*    CONTA O REGISTRO LIDO DO ARQUIVO LGP-NR-CTL, SOMA O HASH DO *
208100*    COD-FUNCI (LGP-COD-HASH; CODIGO NAO NUMERICO, COMO O        *
208200*    PSEUDONIMO, SOMA ZERO) E VERIFICA NO LGPIDX1 SE O           *
208300*    FUNCIONARIO E ELEGIVEL AO EXPURGO                           *
208400******************************************************************
208500 4800-CONTA-LIDO.
208600
208700     IF LGP-COD-HASH NUMERIC
208800         MOVE LGP-COD-HASH    TO LGP-COD-FUNCI-N
208900         MOVE LGP-COD-FUNCI-N TO LGP-VLR-HASH
209000     ELSE
209100         MOVE ZEROS           TO LGP-VLR-HASH
209200     END-IF.
209300
209400     ADD 1            TO LGP-CTL-QT-LIDOS(LGP-NR-CTL).
209500     ADD LGP-VLR-HASH TO LGP-CTL-HASH-LIDOS(LGP-NR-CTL).
209600
209700     MOVE LGP-COD-HASH TO LGPIDX1-COD-FUNCI.
209800
209900     READ LGPIDX1
210000         INVALID KEY
210100             MOVE 'N' TO LGP-SW-ELEGIVEL
210200         NOT INVALID KEY
210300             MOVE 'S' TO LGP-SW-ELEGIVEL
210400     END-READ.
210500
210600 4800-EXIT.
210700     EXIT.
210800
210900 4810-CONTA-MANTIDO.
211000
211100     ADD 1            TO LGP-CTL-QT-MANTIDOS(LGP-NR-CTL).
211200     ADD 1            TO LGP-CTL-QT-GRAVADOS(LGP-NR-CTL).
211300     ADD LGP-VLR-HASH TO LGP-CTL-HASH-MANTIDOS(LGP-NR-CTL).
211400
211500 4810-EXIT.
211600     EXIT.
211700
211800******************************************************************
211900*    4820-CONTA-EXPURGADO / 4830-CONTA-ANONIMIZADO               *
212000*    CONTAM O REGISTRO EXCLUIDO OU ANONIMIZADO E ATUALIZAM NO    *
212100*    LGPIDX1 AS QUANTIDADES DO FUNCIONARIO (E O PSEUDONIMO, SE   *
212200*    ATRIBUIDO)                                                  *
212300******************************************************************
212400 4820-CONTA-EXPURGADO.
212500
212600     ADD 1            TO LGP-CTL-QT-EXPURGADOS(LGP-NR-CTL).
212700     ADD LGP-VLR-HASH TO LGP-CTL-HASH-AFETADOS(LGP-NR-CTL).
212800
212900     PERFORM 4840-ATUALIZA-LGPIDX1 THRU 4840-EXIT.
213000
213100 4820-EXIT.
213200     EXIT.
213300
213400 4830-CONTA-ANONIMIZADO.
213500
213600     ADD 1            TO LGP-CTL-QT-ANONIMIZADOS(LGP-NR-CTL).
213700     ADD 1            TO LGP-CTL-QT-GRAVADOS(LGP-NR-CTL).
213800     ADD LGP-VLR-HASH TO LGP-CTL-HASH-AFETADOS(LGP-NR-CTL).
213900
214000     PERFORM 4840-ATUALIZA-LGPIDX1 THRU 4840-EXIT.
214100
214200 4830-EXIT.
214300     EXIT.
214400
214500 4840-ATUALIZA-LGPIDX1.
214600
214700     REWRITE LGPIDX1-REGISTRO
214800         INVALID KEY
214900             DISPLAY 'LGP01112 - ERRO NA REGRAVACAO DO LGPIDX1 '
215000                     'FS=' LGP-FS-LGPIDX1 ' ' LGPIDX1-COD-FUNCI
215100             MOVE 'N' TO LGP-SW-CTL-BATIDO
215200     END-REWRITE.
215300
215400 4840-EXIT.
215500     EXIT.
215600
215700******************************************************************
215800*    4900-EMITE-CERTIFICADO                                      *
215900*    EMITE NO CERTIFICADO A APURACAO DOS ELEGIVEIS, OS           *
216000*    FUNCIONARIOS EXPURGADOS (SO CODIGO E QUANTIDADES, SEM DADO  *
216100*    PESSOAL NEM PSEUDONIMO) E OS TOTAIS DE CONTROLE POR ARQUIVO *
216200******************************************************************
216300 4900-EMITE-CERTIFICADO.
216400
216500     MOVE SPACES TO RELEXP1-REGISTRO.
216600     WRITE RELEXP1-REGISTRO.
216700
216800     MOVE SPACES TO RELEXP1-REGISTRO.
216900     STRING 'REGISTROS LIDOS DOS FEEDS DE ENTRADA : '
217000            DELIMITED BY SIZE
217100            LGP-QT-REG-FEEDS DELIMITED BY SIZE
217200       INTO RELEXP1-REGISTRO.
217300     WRITE RELEXP1-REGISTRO.
217400
217500     MOVE SPACES TO RELEXP1-REGISTRO.
217600     STRING 'FUNCIONARIOS NOS FEEDS ..............: '
217700            DELIMITED BY SIZE
217800            LGP-QT-FUNCIONARIOS DELIMITED BY SIZE
217900       INTO RELEXP1-REGISTRO.
218000     WRITE RELEXP1-REGISTRO.
218100
218200     MOVE SPACES TO RELEXP1-REGISTRO.
218300     STRING 'ATIVOS (MANTIDOS) ...................: '
218400            DELIMITED BY SIZE
218500            LGP-QT-ATIVOS DELIMITED BY SIZE
218600       INTO RELEXP1-REGISTRO.
218700     WRITE RELEXP1-REGISTRO.
218800
218900     MOVE SPACES TO RELEXP1-REGISTRO.
219000     STRING 'DESLIGADOS DENTRO DA RETENCAO .......: '
219100            DELIMITED BY SIZE
219200            LGP-QT-EM-RETENCAO DELIMITED BY SIZE
219300       INTO RELEXP1-REGISTRO.
219400     WRITE RELEXP1-REGISTRO.
219500
219600     MOVE SPACES TO RELEXP1-REGISTRO.
219700     STRING 'DESLIGADOS SEM DEMISSAO VALIDA ......: '
219800            DELIMITED BY SIZE
219900            LGP-QT-SEM-DEMISSAO DELIMITED BY SIZE
220000       INTO RELEXP1-REGISTRO.
220100     WRITE RELEXP1-REGISTRO.
220200
220300     MOVE SPACES TO RELEXP1-REGISTRO.
220400     STRING 'DESLIGADOS COM RETENCAO VENCIDA .....: '
220500            DELIMITED BY SIZE
220600            LGP-QT-ELEGIVEIS DELIMITED BY SIZE
220700       INTO RELEXP1-REGISTRO.
220800     WRITE RELEXP1-REGISTRO.
220900
221000     MOVE SPACES TO RELEXP1-REGISTRO.
221100     WRITE RELEXP1-REGISTRO.
221200
221300     MOVE SPACES TO RELEXP1-REGISTRO.
221400     STRING 'FUNCIONARIOS EXPURGADOS (REGISTROS POR ARQUIVO)'
221500            DELIMITED BY SIZE INTO RELEXP1-REGISTRO.
221600     WRITE RELEXP1-REGISTRO.
221700
221800     WRITE RELEXP1-REGISTRO FROM LGP-LIN-TIT-EXPURGADO.
221900
222000     MOVE LOW-VALUES TO LGPIDX1-COD-FUNCI.
222100
222200     START LGPIDX1 KEY IS NOT LESS LGPIDX1-COD-FUNCI
222300         INVALID KEY
222400             SET LGP-FIM-ARQUIVO TO TRUE
222500         NOT INVALID KEY
222600             MOVE 'N' TO LGP-SW-FIM-ARQUIVO
222700             PERFORM 4910-LER-LGPIDX1 THRU 4910-EXIT
222800     END-START.
222900
223000     PERFORM 4920-EMITE-EXPURGADO THRU 4920-EXIT
223100             UNTIL LGP-FIM-ARQUIVO.
223200
223300     MOVE SPACES TO RELEXP1-REGISTRO.
223400     WRITE RELEXP1-REGISTRO.
223500
223600     MOVE SPACES TO RELEXP1-REGISTRO.
223700     STRING 'TOTAIS DE CONTROLE POR ARQUIVO'
223800            DELIMITED BY SIZE INTO RELEXP1-REGISTRO.
223900     WRITE RELEXP1-REGISTRO.
224000
224100     WRITE RELEXP1-REGISTRO FROM LGP-LIN-TIT-CONTROLE.
224200
224300     PERFORM 4930-EMITE-CONTROLE THRU 4930-EXIT
224400             VARYING LGP-NR-CTL FROM 1 BY 1
224500             UNTIL LGP-NR-CTL > 3.
224600
224700     MOVE SPACES TO RELEXP1-REGISTRO.
224800     WRITE RELEXP1-REGISTRO.
224900
225000     MOVE SPACES TO RELEXP1-REGISTRO.
225100     IF LGP-CTL-BATIDO
225200         STRING 'TOTAIS BATIDOS: HISTLGP1, HGENLGP1 E SUSPLGP1 '
225300                'SUBSTITUEM HIST1112, HISTGEN1 E SUSP1112'
225400                DELIMITED BY SIZE INTO RELEXP1-REGISTRO
225500     ELSE
225600         STRING 'TOTAIS NAO BATIDOS: OS NOVOS ARQUIVOS NAO '
225700                'DEVEM SUBSTITUIR OS ORIGINAIS'
225800                DELIMITED BY SIZE INTO RELEXP1-REGISTRO
225900         MOVE 12 TO RETURN-CODE
226000     END-IF.
226100     WRITE RELEXP1-REGISTRO.
226200
226300 4900-EXIT.
226400     EXIT.
226500
226600 4910-LER-LGPIDX1.
226700
226800     READ LGPIDX1 NEXT RECORD
226900         AT END
227000             SET LGP-FIM-ARQUIVO TO TRUE
227100     END-READ.
227200
227300 4910-EXIT.
227400     EXIT.
227500
227600 4920-EMITE-EXPURGADO.
227700
227800     MOVE LGPIDX1-COD-FUNCI  TO LGP-LIN-EXP-COD-FUNCI.
227900     MOVE LGPIDX1-DAT-DEMIS  TO LGP-DAT-AAAAMMDD.
228000     PERFORM 1360-EDITA-DATA THRU 1360-EXIT.
228100     MOVE LGP-DAT-TRAB       TO LGP-LIN-EXP-DAT-DEMIS.
228200     MOVE LGPIDX1-QT-HIST    TO LGP-LIN-EXP-QT-HIST.
228300     MOVE LGPIDX1-QT-HISTGEN TO LGP-LIN-EXP-QT-HISTGEN.
228400     MOVE LGPIDX1-QT-SUSP    TO LGP-LIN-EXP-QT-SUSP.
228500
228600     WRITE RELEXP1-REGISTRO FROM LGP-LIN-EXPURGADO.
228700
228800     PERFORM 4910-LER-LGPIDX1 THRU 4910-EXIT.
228900
229000 4920-EXIT.
229100     EXIT.
229200
229300******************************************************************
229400*    4930-EMITE-CONTROLE                                         *
229500*    CONFERE E EMITE OS TOTAIS DE CONTROLE DO ARQUIVO LGP-NR-CTL *
229600******************************************************************
229700 4930-EMITE-CONTROLE.
229800
229900     MOVE LGP-CTL-NOME(LGP-NR-CTL)  TO LGP-LIN-CTL-NOME.
230000     MOVE LGP-CTL-QT-LIDOS(LGP-NR-CTL)
230100       TO LGP-LIN-CTL-LIDOS.
230200     MOVE LGP-CTL-QT-MANTIDOS(LGP-NR-CTL)
230300       TO LGP-LIN-CTL-MANTIDOS.
230400     MOVE LGP-CTL-QT-EXPURGADOS(LGP-NR-CTL)
230500       TO LGP-LIN-CTL-EXPURGADOS.
230600     MOVE LGP-CTL-QT-ANONIMIZADOS(LGP-NR-CTL)
230700       TO LGP-LIN-CTL-ANONIMIZADOS.
230800     MOVE LGP-CTL-QT-GRAVADOS(LGP-NR-CTL)
230900       TO LGP-LIN-CTL-GRAVADOS.
231000     MOVE LGP-CTL-HASH-LIDOS(LGP-NR-CTL)
231100       TO LGP-LIN-CTL-HASH-LIDOS.
231200     MOVE LGP-CTL-HASH-MANTIDOS(LGP-NR-CTL)
231300       TO LGP-LIN-CTL-HASH-MANTIDOS.
231400     MOVE LGP-CTL-HASH-AFETADOS(LGP-NR-CTL)
231500       TO LGP-LIN-CTL-HASH-AFETADOS.
231600
231700     IF LGP-CTL-INDISP(LGP-NR-CTL)
231800         MOVE 'NAO DISPONIVEL' TO LGP-LIN-CTL-SITUACAO
231900         GO TO 4930-EMITE
232000     END-IF.
232100
232200     IF LGP-CTL-QT-LIDOS(LGP-NR-CTL) EQUAL
232300            LGP-CTL-QT-MANTIDOS(LGP-NR-CTL)
232400          + LGP-CTL-QT-EXPURGADOS(LGP-NR-CTL)
232500          + LGP-CTL-QT-ANONIMIZADOS(LGP-NR-CTL)
232600        AND LGP-CTL-QT-GRAVADOS(LGP-NR-CTL) EQUAL
232700            LGP-CTL-QT-MANTIDOS(LGP-NR-CTL)
232800          + LGP-CTL-QT-ANONIMIZADOS(LGP-NR-CTL)
232900        AND LGP-CTL-HASH-LIDOS(LGP-NR-CTL) EQUAL
233000            LGP-CTL-HASH-MANTIDOS(LGP-NR-CTL)
233100          + LGP-CTL-HASH-AFETADOS(LGP-NR-CTL)
233200         MOVE 'BATIDO'     TO LGP-LIN-CTL-SITUACAO
233300     ELSE
233400         MOVE 'NAO BATIDO' TO LGP-LIN-CTL-SITUACAO
233500         MOVE 'N'          TO LGP-SW-CTL-BATIDO
233600     END-IF.
233700
233800 4930-EMITE.
233900
234000     WRITE RELEXP1-REGISTRO FROM LGP-LIN-CONTROLE.
234100
234200 4930-EXIT.
234300     EXIT.
234400
234500******************************************************************
234600*    4950-CONTROLE-INDISPONIVEL                                  *
234700*    ARQUIVO LGP-NR-CTL AUSENTE: NADA A EXPURGAR NELE. O NOVO    *
234800*    ARQUIVO FICA VAZIO E O CERTIFICADO O MOSTRA NAO DISPONIVEL  *
234900******************************************************************
235000 4950-CONTROLE-INDISPONIVEL.
235100
235200     SET LGP-CTL-INDISP(LGP-NR-CTL) TO TRUE.
235300
235400     DISPLAY 'LGP01112 - ' LGP-CTL-NOME(LGP-NR-CTL)
235500             ' NAO DISPONIVEL PARA O EXPURGO'.
235600
235700     IF RETURN-CODE LESS 4
235800         MOVE 4 TO RETURN-CODE
235900     END-IF.
236000
236100 4950-EXIT.
236200     EXIT.
236300
236400******************************************************************
236500*    8000-FINALIZA                                               *
236600*    FECHA OS RELATORIOS E EXIBE O RESUMO DO PROCESSAMENTO       *
236700******************************************************************
236800 8000-FINALIZA.
236900
237000     CLOSE RELTIT1.
237100     CLOSE RELEXP1.
237200
237300     IF LGP-EXEC-CONSULTA
237400         DISPLAY 'LGP01112 - TITULAR CONSULTADO ..: '
237500                  LGP-COD-TITULAR
237600         DISPLAY 'LGP01112 - REGISTROS DO TITULAR : '
237700                  LGP-QT-REG-TITULAR
237800         DISPLAY 'LGP01112 - CAMPOS LISTADOS .....: '
237900                  LGP-QT-CAMPOS
238000     END-IF.
238100
238200     IF LGP-EXEC-EXPURGO
238300         DISPLAY 'LGP01112 - FUNCIONARIOS NOS FEEDS: '
238400                  LGP-QT-FUNCIONARIOS
238500         DISPLAY 'LGP01112 - RETENCAO VENCIDA .....: '
238600                  LGP-QT-ELEGIVEIS
238700         DISPLAY 'LGP01112 - HIST1112 EXPURGADOS ..: '
238800                  LGP-CTL-QT-EXPURGADOS(1)
238900         DISPLAY 'LGP01112 - HISTGEN1 EXPURGADOS ..: '
239000                  LGP-CTL-QT-EXPURGADOS(2)
239100         DISPLAY 'LGP01112 - HISTGEN1 ANONIMIZADOS : '
239200                  LGP-CTL-QT-ANONIMIZADOS(2)
239300         DISPLAY 'LGP01112 - SUSP1112 EXPURGADOS ..: '
239400                  LGP-CTL-QT-EXPURGADOS(3)
239500     END-IF.
239600
239700 8000-EXIT.
239800     EXIT.
