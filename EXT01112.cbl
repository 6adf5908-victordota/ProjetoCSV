010100*                         DAS EXECUCOES ANTERIORES, COM AVISO OU  *
010200*                         PARADA CONFORME O EXTPARM. RELATORIO    *
010300*                         MENSAL PELO NOVO STA01112.              *
010310*    15/10/2026 EAS       INCLUIDA A BASE DE DISTRIBUICAO          *
010320*                         (ARQBAS01), COM OS MESMOS DETALHES DO    *
010330*                         SAI01112 MAIS DEPARTAMENTO E SITUACAO,   *
010340*                         PARA OS EXTRATOS POR CONSUMIDOR DO NOVO  *
010350*                         DST01112.                                *
010352*    15/10/2026 EAS       CADA REGISTRO ATIVO DO ENT01112 E      *
010354*                         CONFRONTADO COM AS GERACOES DO         *
010356*                         HISTORICO (HISTGEN1): RECONTRATACAO,   *
010358*                         RETORNO APOS LACUNA E SUSPEITA DE      *
010360*                         REUSO DO CODIGO (NOME DIFERENTE DE     *
010362*                         TODAS AS GERACOES), ESTA ENVIADA AO    *
010364*                         SUSPENSE COM MOTIVO 06 E MANTIDA FORA  *
010366*                         DO NOVO HISTORICO. CASOS LISTADOS NO   *
010368*                         RELRCT1.                               *
010370*    15/10/2026 EAS       PORTA DE QUALIDADE POR FEED: O         *
010372*                         LISTENT1 (BOOK LST01112) TRAZ AS       *
010374*                         TOLERANCIAS DE CADA FEED (REJEITADOS,  *
010376*                         DUPLICADOS, VOLUME MINIMO E MAXIMO);   *
010378*                         O FEED QUE AS EXCEDER FICA EM          *
010379*                         QUARENTENA: OS FUNCIONARIOS AUSENTES   *
010380*                         DESTA EXECUCAO SAEM NAS SAIDAS E NO    *
010381*                         HISTORICO COM OS DADOS DA ANTERIOR     *
010382*                         (SAIANT1). PLACAR NO RELFED1, RC 8.    *
010386*    15/10/2026 EAS       RETENCAO DA LGPD: COM O PRAZO EM ANOS  *
010388*                         NO EXTPARM, O DESLIGADO COM DEMISSAO   *
010390*                         ANTERIOR AO PRAZO NAO VOLTA AOS        *
010392*                         HISTORICOS (HISTGER1/HISTGEN1) DEPOIS  *
010394*                         DO EXPURGO DO NOVO LGP01112.           *
010400*                                                                *
010500******************************************************************
010600 ENVIRONMENT DIVISION.
011200 INPUT-OUTPUT SECTION.
011300 FILE-CONTROL.
011400     SELECT ARQENT01  ASSIGN TO DYNAMIC EXT-ARQENT01-NOME
011500                      ORGANIZATION IS LINE SEQUENTIAL
011550                      FILE STATUS  IS EXT-FS-ARQENT01.
011600
011700     SELECT LISTENT1  ASSIGN TO LISTENT1
011800                      ORGANIZATION IS LINE SEQUENTIAL
022900                      ACCESS MODE   IS DYNAMIC
023000                      RECORD KEY    IS HISTIDX1-COD-FUNCI
023100                      FILE STATUS   IS EXT-FS-HISTIDX1.
023105
023110     SELECT GENIDX1   ASSIGN TO GENIDX1
023120                      ORGANIZATION IS INDEXED
023130                      ACCESS MODE   IS RANDOM
023140                      RECORD KEY    IS GENIDX1-COD-FUNCI
023150                      FILE STATUS   IS EXT-FS-GENIDX1.
023160
023170     SELECT RELRCT1   ASSIGN TO RELRCT1
023180                      ORGANIZATION IS LINE SEQUENTIAL.
023185
023190     SELECT RELFED1   ASSIGN TO RELFED1
023195                      ORGANIZATION IS LINE SEQUENTIAL.
023196
023197     SELECT SAIANT1   ASSIGN TO SAIANT1
023198                      ORGANIZATION IS LINE SEQUENTIAL
023199                      FILE STATUS  IS EXT-FS-SAIANT1.
023200
023300     SELECT DEMTRAB1  ASSIGN TO DEMTRAB1
023400                      ORGANIZATION IS LINE SEQUENTIAL.
024200
024300     SELECT ARQDLT01  ASSIGN TO ARQDLT01
024400                      ORGANIZATION IS LINE SEQUENTIAL.
024410
024420     SELECT ARQBAS01  ASSIGN TO ARQBAS01
024430                      ORGANIZATION IS LINE SEQUENTIAL.
024500
024600     SELECT ARQRSC01  ASSIGN TO ARQRSC01
024700                      ORGANIZATION IS LINE SEQUENTIAL.
026500
026600 FD  LISTENT1
026700     RECORDING MODE IS F.
026800 COPY LST01112.
026900
027000 FD  ARQSAI01
027100     RECORDING MODE IS F.
029100     03 EXTPARM-RSC-DAT-FIM          PIC X(10).
029200     03 EXTPARM-PCT-DESVIO           PIC 9(03).
029300     03 EXTPARM-ACAO-DESVIO          PIC X(01).
029350     03 EXTPARM-QT-ANOS-RETENCAO     PIC 9(02).
029400     03 FILLER                       PIC X(01).
029500
029600 FD  RELDEPTO
029700     RECORDING MODE IS F.
041700     03 HISTIDX1-SIT-FUNCI           PIC X(01).
041800     03 HISTIDX1-SW-ACHOU            PIC X(01).
041900        88 HISTIDX1-ACHOU                 VALUE 'S'.
041901     03 HISTIDX1-SAI-ANTERIOR        PIC X(101).
041902
041905 FD  GENIDX1.
041910 01  GENIDX1-REGISTRO.
041915     03 GENIDX1-COD-FUNCI            PIC X(08).
041920     03 GENIDX1-DAT-ULT-GER          PIC 9(08).
041925     03 GENIDX1-SIT-ULT              PIC X(01).
041930     03 GENIDX1-NOM-ULT              PIC X(50).
041935     03 GENIDX1-QT-NOMES             PIC 9(02).
041940     03 GENIDX1-NOM-ANT              PIC X(50)
041945                       OCCURS 10 TIMES INDEXED BY GENIDX1-IX-NOME.
041950
041955 FD  RELRCT1
041960     RECORDING MODE IS F.
041965 01  RELRCT1-REGISTRO               PIC X(130).
041970
041975 FD  RELFED1
041980     RECORDING MODE IS F.
041985 01  RELFED1-REGISTRO               PIC X(130).
041986
041987*    SAI01112 DA EXECUCAO ANTERIOR (GERACAO PRECEDENTE)
041988 FD  SAIANT1
041989     RECORDING MODE IS F.
041990 01  SAIANT1-REGISTRO.
041991     03 SAIANT1-TIPO-REG             PIC X(01).
041992        88 SAIANT1-TIPO-DETALHE          VALUE 'D'.
041993     03 SAIANT1-COD-FUNCI            PIC X(08).
041994     03 FILLER                       PIC X(92).
042000
042100 FD  DEMTRAB1
042200     RECORDING MODE IS F.
044700 FD  ARQDLT01
044800     RECORDING MODE IS F.
044900 COPY DLT01112.
044910
044920 FD  ARQBAS01
044930     RECORDING MODE IS F.
044940 COPY BAS01112.
045000
045100 FD  ARQRSC01
045200     RECORDING MODE IS F.
051200
051300 01  EXT-TAB-LISTENT1.
051400     03 EXT-LISTENT1-NOME      PIC X(80)
051404                      OCCURS 20 TIMES INDEXED BY EXT-IX-LISTENT1.
051408
051412 77  EXT-SW-LEU-REGISTRO       PIC X(01) VALUE 'N'.
051416     88 EXT-LEU-REGISTRO            VALUE 'S'.
051420
051424******************************************************************
051428*    PORTA DE QUALIDADE POR FEED. AS TOLERANCIAS DE CADA FEED    *
051432*    VEM DO CARTAO LISTENT1 (BOOK LST01112); A POSICAO 1 DA      *
051436*    TABELA E O FEED PRIMARIO E A POSICAO N+1 O N-ESIMO FEED     *
051440*    LISTADO (EXT-IX-LISTENT1-ATUAL + 1). ANTES DO               *
051444*    PROCESSAMENTO, 1800-AVALIA-FEEDS LE CADA FEED UMA VEZ E     *
051448*    APURA LIDOS, REJEITADOS E DUPLICADOS COM AS MESMAS          *
051452*    CRITICAS DE 2000-PROCESSA. O FEED QUE EXCEDER ALGUMA        *
051456*    TOLERANCIA (OU NAO PUDER SER LIDO) FICA EM QUARENTENA:      *
051460*    SEUS REGISTROS SO SAO CONTADOS, E OS FUNCIONARIOS AUSENTES  *
051464*    DESTA EXECUCAO SAEM COM OS DADOS DA ANTERIOR: NAS SAIDAS    *
051468*    PELO SAI01112 ANTERIOR (SAIANT1, 3050-MANTEM-SAIDA-         *
051472*    ANTERIOR) E NO NOVO HISTORICO (3725-MANTEM-ANTERIOR).       *
051476*    TOLERANCIA EM BRANCO = SEM LIMITE (100% / MAXIMO ZERO)      *
051480******************************************************************
051484 77  EXT-FS-ARQENT01           PIC X(02) VALUE '00'.
051488
051492 77  EXT-SW-PRE-AVALIACAO      PIC X(01) VALUE 'N'.
051496     88 EXT-PRE-AVALIACAO           VALUE 'S'.
051500
051504 77  EXT-SW-FIM-FEED           PIC X(01) VALUE 'N'.
051508     88 EXT-FIM-FEED                VALUE 'S'.
051512
051516 77  EXT-QT-FED                PIC 9(04) VALUE ZEROS.
051520 77  EXT-QT-FED-QUARENTENA     PIC 9(04) VALUE ZEROS.
051524 77  EXT-QT-QUARENTENA         PIC 9(08) VALUE ZEROS.
051528 77  EXT-QT-HIST-MANTIDOS      PIC 9(08) VALUE ZEROS.
051532 77  EXT-QT-SAI-MANTIDOS       PIC 9(08) VALUE ZEROS.
051536 77  EXT-QT-SAIANT             PIC 9(08) VALUE ZEROS.
051540 77  EXT-QT-SAIANT-SEM-HIST    PIC 9(08) VALUE ZEROS.
051544 77  EXT-FS-SAIANT1            PIC X(02) VALUE '00'.
051548 77  EXT-COD-DPTFN-HIST        PIC X(15) VALUE SPACES.
051552
051556 77  EXT-SW-SAIANT-CARREGADO   PIC X(01) VALUE 'N'.
051560     88 EXT-SAIANT-CARREGADO        VALUE 'S'.
051564
051568 77  EXT-SW-FIM-SAIANT         PIC X(01) VALUE 'N'.
051572     88 EXT-FIM-SAIANT              VALUE 'S'.
051576
051580 77  EXT-SW-HIST-LOCALIZADO    PIC X(01) VALUE 'N'.
051584     88 EXT-HIST-LOCALIZADO         VALUE 'S'.
051588
051592 01  EXT-TAB-FEED.
051596     03 EXT-FED OCCURS 21 TIMES INDEXED BY EXT-IX-FED.
051600        05 EXT-FED-NOME        PIC X(50).
051604        05 EXT-FED-PCT-MAX-REJ PIC 9(03).
051608        05 EXT-FED-PCT-MAX-DUP PIC 9(03).
051612        05 EXT-FED-QT-MIN      PIC 9(08).
051616        05 EXT-FED-QT-MAX      PIC 9(08).
051620        05 EXT-FED-QT-LIDOS    PIC 9(08).
051624        05 EXT-FED-QT-REJ      PIC 9(08).
051628        05 EXT-FED-QT-DUP      PIC 9(08).
051632        05 EXT-FED-PCT-REJ     PIC 9(03)V9.
051636        05 EXT-FED-PCT-DUP     PIC 9(03)V9.
051640        05 EXT-FED-EXC-REJ     PIC X(01).
051644        05 EXT-FED-EXC-DUP     PIC X(01).
051648        05 EXT-FED-EXC-MIN     PIC X(01).
051652        05 EXT-FED-EXC-MAX     PIC X(01).
051656        05 EXT-FED-SW-INDISP   PIC X(01).
051660           88 EXT-FED-INDISP         VALUE 'S'.
051664        05 EXT-FED-SW-QUARENT  PIC X(01).
051668           88 EXT-FED-QUARENTENA     VALUE 'S'.
051672
051676 01  EXT-FED-CABEC.
051680     03 FILLER                 PIC X(41) VALUE 'FEED'.
051684     03 FILLER                 PIC X(10) VALUE '   LIDOS'.
051688     03 FILLER                 PIC X(09) VALUE ' REJEIT.'.
051692     03 FILLER                 PIC X(11) VALUE '%REJ/LIM'.
051696     03 FILLER                 PIC X(09) VALUE ' DUPLIC.'.
051700     03 FILLER                 PIC X(11) VALUE '%DUP/LIM'.
051704     03 FILLER                 PIC X(10) VALUE '  MINIMO'.
051708     03 FILLER                 PIC X(10) VALUE '  MAXIMO'.
051712     03 FILLER                 PIC X(19) VALUE 'SITUACAO'.
051716
051720 01  EXT-FED-LINHA.
051724     03 EXT-FED-LIN-NOME       PIC X(40).
051728     03 FILLER                 PIC X(01) VALUE SPACE.
051732     03 EXT-FED-LIN-LIDOS      PIC ZZZZZZZ9.
051736     03 FILLER                 PIC X(02) VALUE SPACES.
051740     03 EXT-FED-LIN-REJ        PIC ZZZZZZZ9.
051744     03 FILLER                 PIC X(01) VALUE SPACE.
051748     03 EXT-FED-LIN-PCT-REJ    PIC ZZ9,9.
051752     03 FILLER                 PIC X(01) VALUE '/'.
051756     03 EXT-FED-LIN-LIM-REJ    PIC ZZ9.
051760     03 EXT-FED-LIN-EXC-REJ    PIC X(01).
051764     03 FILLER                 PIC X(01) VALUE SPACE.
051768     03 EXT-FED-LIN-DUP        PIC ZZZZZZZ9.
051772     03 FILLER                 PIC X(01) VALUE SPACE.
051776     03 EXT-FED-LIN-PCT-DUP    PIC ZZ9,9.
051780     03 FILLER                 PIC X(01) VALUE '/'.
051784     03 EXT-FED-LIN-LIM-DUP    PIC ZZ9.
051788     03 EXT-FED-LIN-EXC-DUP    PIC X(01).
051792     03 FILLER                 PIC X(01) VALUE SPACE.
051796     03 EXT-FED-LIN-MIN        PIC ZZZZZZZ9.
051800     03 EXT-FED-LIN-EXC-MIN    PIC X(01).
051804     03 FILLER                 PIC X(01) VALUE SPACE.
051808     03 EXT-FED-LIN-MAX        PIC ZZZZZZZ9.
051812     03 EXT-FED-LIN-EXC-MAX    PIC X(01).
051816     03 FILLER                 PIC X(01) VALUE SPACE.
051820     03 EXT-FED-LIN-SIT        PIC X(19).
051824
051828******************************************************************
051832*    RETENCAO DOS DESLIGADOS (LGPD): COM O PRAZO EM ANOS NO      *
051836*    EXTPARM, O INATIVO CUJA DATA DE DEMISSAO E ANTERIOR A DATA  *
051840*    DE CORTE NAO ENTRA NA AUDITORIA NEM NOS HISTORICOS, PARA    *
051844*    QUE O EXPURGO DO LGP01112 NAO SEJA DESFEITO. PRAZO EM       *
051848*    BRANCO OU ZERO = SEM RETENCAO                               *
051852******************************************************************
051856 77  EXT-QT-ANOS-RETENCAO      PIC 9(02) VALUE ZEROS.
051860 77  EXT-DAT-CORTE-RETENCAO    PIC 9(08) VALUE ZEROS.
051864 77  EXT-DAT-DEMIS-RETENCAO    PIC 9(08) VALUE ZEROS.
051868 77  EXT-QT-RETENCAO-VENCIDA   PIC 9(08) VALUE ZEROS.
051872
051876 77  EXT-SW-RETENCAO-VENCIDA   PIC X(01) VALUE 'N'.
051880     88 EXT-RETENCAO-VENCIDA        VALUE 'S'.
051884
052000******************************************************************
052100*    CADASTRO MESTRE INDEXADO DE SAIDA (SAIIDX01) - ACESSO DIRETO *
052200*    POR COD-FUNCI, MONTADO NA MESMA PASSADA DO SAI01112          *
086900 01  EXT-GER-NOVO.
087000     03 EXT-GER-NOVO-DAT       PIC X(10).
087100     03 EXT-GER-NOVO-DADOS     PIC X(144).
087101
087102******************************************************************
087103*    RECONTRATACAO, REUSO DE CODIGO E RETORNO APOS LACUNA. AS    *
087104*    GERACOES DO HISTORICO (HISTGEN1) SAO RESUMIDAS POR COD-FUNCI*
087105*    NO ARQUIVO DE TRABALHO INDEXADO GENIDX1 (ULTIMA GERACAO EM  *
087106*    QUE O CODIGO APARECE, SITUACAO NELA E OS NOMES DISTINTOS JA *
087107*    USADOS, ATE EXT-MAX-RCT-NOMES) E CADA REGISTRO ATIVO DO     *
087108*    ENT01112 E CONFRONTADO COM ESSE RESUMO. NOMES SAO TIDOS COMO*
087109*    DA MESMA PESSOA QUANDO COINCIDEM NO PRIMEIRO OU NO ULTIMO   *
087110*    NOME; SEM NENHUMA COINCIDENCIA HA SUSPEITA DE REUSO DO      *
087111*    CODIGO. OS CASOS SAO LISTADOS NO RELRCT1                    *
087112******************************************************************
087113 77  EXT-FS-GENIDX1            PIC X(02) VALUE '00'.
087114
087115 77  EXT-SW-GENIDX-DISPONIVEL  PIC X(01) VALUE 'N'.
087116     88 EXT-GENIDX-DISPONIVEL       VALUE 'S'.
087117
087118 77  EXT-SW-RCT-ACHADO         PIC X(01) VALUE 'N'.
087119     88 EXT-RCT-ACHADO              VALUE 'S'.
087120
087121 77  EXT-SW-RCT-NOME-ACHADO    PIC X(01) VALUE 'N'.
087122     88 EXT-RCT-NOME-ACHADO         VALUE 'S'.
087123
087124 77  EXT-SW-RCT-NOME-COMPAT    PIC X(01) VALUE 'N'.
087125     88 EXT-RCT-NOME-COMPAT         VALUE 'S'.
087126
087127 77  EXT-SW-REUSO-SUSPEITO     PIC X(01) VALUE 'N'.
087128     88 EXT-REUSO-SUSPEITO          VALUE 'S'.
087129
087130 77  EXT-MAX-RCT-NOMES         PIC 9(02) VALUE 10.
087131 77  EXT-RCT-DAT-GER-RECENTE   PIC 9(08) VALUE ZEROS.
087132 77  EXT-RCT-PONTEIRO          PIC 9(03) VALUE ZEROS.
087133 77  EXT-RCT-NOME              PIC X(50) VALUE SPACES.
087134 77  EXT-RCT-PALAVRA           PIC X(50) VALUE SPACES.
087135 77  EXT-RCT-PRIMEIRO          PIC X(50) VALUE SPACES.
087136 77  EXT-RCT-ULTIMO            PIC X(50) VALUE SPACES.
087137 77  EXT-RCT-PRI-ATU           PIC X(50) VALUE SPACES.
087138 77  EXT-RCT-ULT-ATU           PIC X(50) VALUE SPACES.
087139 77  EXT-RCT-TIPO              PIC X(20) VALUE SPACES.
087140
087141 77  EXT-QT-RCT-CODIGOS        PIC 9(08) VALUE ZEROS.
087142 77  EXT-QT-RCT-REUSO          PIC 9(08) VALUE ZEROS.
087143 77  EXT-QT-RCT-RECONTRAT      PIC 9(08) VALUE ZEROS.
087144 77  EXT-QT-RCT-RETORNO        PIC 9(08) VALUE ZEROS.
087145
087146 01  EXT-RCT-DAT-COMP          PIC 9(08) VALUE ZEROS.
087147 01  EXT-RCT-DAT-COMP-O   REDEFINES EXT-RCT-DAT-COMP.
087148     03 EXT-RCT-DAT-COMP-AA    PIC 9(04).
087149     03 EXT-RCT-DAT-COMP-MM    PIC 9(02).
087150     03 EXT-RCT-DAT-COMP-DD    PIC 9(02).
087151
087152 01  EXT-RCT-CABEC.
087153     03 FILLER                 PIC X(09) VALUE 'CODIGO'.
087154     03 FILLER                 PIC X(21) VALUE 'OCORRENCIA'.
087155     03 FILLER                 PIC X(41) VALUE 'NOME NO ENT01112'.
087156     03 FILLER                 PIC X(41)
087157                               VALUE 'NOME NA ULTIMA GERACAO'.
087158     03 FILLER                 PIC X(13) VALUE 'ULT.GERACAO'.
087159     03 FILLER                 PIC X(05) VALUE 'SIT'.
087160
087161 01  EXT-RCT-LINHA.
087162     03 EXT-RCT-LIN-COD        PIC X(08).
087163     03 FILLER                 PIC X(01) VALUE SPACE.
087164     03 EXT-RCT-LIN-TIPO       PIC X(20).
087165     03 FILLER                 PIC X(01) VALUE SPACE.
087166     03 EXT-RCT-LIN-NOME       PIC X(40).
087167     03 FILLER                 PIC X(01) VALUE SPACE.
087168     03 EXT-RCT-LIN-NOME-ANT   PIC X(40).
087169     03 FILLER                 PIC X(01) VALUE SPACE.
087170     03 EXT-RCT-LIN-DAT        PIC X(10).
087171     03 FILLER                 PIC X(03) VALUE SPACES.
087172     03 EXT-RCT-LIN-SIT        PIC X(01).
087173     03 FILLER                 PIC X(04) VALUE SPACES.
087200
087300******************************************************************
087400*    INTERFACE DE MOVIMENTOS (ARQDLT01) - MODO DE EXECUCAO        *
100300         CLOSE RELVAL1
100400         STOP RUN
100500     END-IF.
100510
100550     PERFORM 1700-LE-GERACOES-RCT THRU 1700-EXIT.
100600
100700     OPEN OUTPUT HISTGER1.
100800     OPEN OUTPUT DEMTRAB1.
101500         SET EXT-DUPIDX1-ERRO TO TRUE
101600         MOVE 12 TO RETURN-CODE
101700     END-IF.
101710
101720     PERFORM 1800-AVALIA-FEEDS    THRU 1800-EXIT.
101730
101740     IF EXT-QT-FED-QUARENTENA GREATER ZEROS
101750        AND EXT-HIST-DISPONIVEL
101760        AND NOT EXT-FILTRO-ATIVO
101770         PERFORM 1550-LE-SAI-ANTERIOR THRU 1550-EXIT
101780     END-IF.
101800
101900     OPEN OUTPUT ARQDLT01.
102000     PERFORM 1260-GRAVA-CABECALHO-DLT THRU 1260-EXIT.
103000             OPEN OUTPUT SAIIDX01
103100         END-IF
103200         OPEN EXTEND SAIMASK1
103250         OPEN EXTEND ARQBAS01
103300     ELSE
103400         OPEN OUTPUT ARQSAI01
103500         OPEN OUTPUT ARQCSV01
103700         OPEN OUTPUT RELDQ1
103800         OPEN OUTPUT SAIIDX01
103900         OPEN OUTPUT SAIMASK1
103950         OPEN OUTPUT ARQBAS01
104000         PERFORM 1200-GRAVA-CABECALHO THRU 1200-EXIT
104100         PERFORM 1250-GRAVA-CABECALHO-CSV THRU 1250-EXIT
104150         PERFORM 1270-GRAVA-CABECALHO-BAS THRU 1270-EXIT
104200     END-IF.
104300
104400******************************************************************
106600*    LE UM REGISTRO DO CADASTRO DE ENTRADA. AO ESGOTAR O FEED      *
106700*    CORRENTE, AVANCA PELOS DEMAIS FEEDS LISTADOS EM LISTENT1      *
106800*    (1105-AVANCA-FEED) ATE OBTER UM REGISTRO OU ESGOTAR TODOS,    *
106900*    QUANDO ENTAO SINALIZA FIM DE ARQUIVO. O FEED INDISPONIVEL     *
106910*    NO PRE-PASSE NAO E LIDO; ERRO DE LEITURA ABANDONA A           *
106920*    EXTRACAO (1190-ABANDONA-FEED)                                 *
107000******************************************************************
107100 1100-LER-ARQENT01.
107200
107300     MOVE 'N' TO EXT-SW-LEU-REGISTRO.
107400
107450     SET EXT-IX-FED TO 1.
107500     SET EXT-IX-FED UP BY EXT-IX-LISTENT1-ATUAL.
107550
107600     IF NOT EXT-FED-INDISP(EXT-IX-FED)
107650         READ ARQENT01
107700             AT END
107750                 CONTINUE
107800             NOT AT END
107850                 SET EXT-LEU-REGISTRO TO TRUE
107900                 ADD 1 TO EXT-QT-LIDOS
107950         END-READ
108000         IF EXT-FS-ARQENT01 GREATER '10'
108050             PERFORM 1190-ABANDONA-FEED THRU 1190-EXIT
108100         END-IF
108150     END-IF.
108200
108300     PERFORM 1105-AVANCA-FEED THRU 1105-EXIT
108400             UNTIL EXT-LEU-REGISTRO OR EXT-FIM-ARQENT01.
109300*    ARQENT01 CORRENTE, ABRE O PROXIMO NOME LISTADO EM              *
109400*    EXT-TAB-LISTENT1 E LE O SEU PRIMEIRO REGISTRO. QUANDO NAO      *
109500*    HOUVER MAIS FEED LISTADO, SINALIZA FIM DE ARQUIVO. UM FEED     *
109600*    VAZIO E SALTADO PELO LACO DE 1100-LER-ARQENT01, ASSIM COMO     *
109610*    O FEED INDISPONIVEL NO PRE-PASSE, QUE NEM E ABERTO. ERRO NA    *
109620*    ABERTURA OU NA LEITURA ABANDONA A EXTRACAO                     *
109700******************************************************************
109800 1105-AVANCA-FEED.
109900
110200         GO TO 1105-EXIT
110300     END-IF.
110400
110410     SET EXT-IX-FED TO 1.
110420     SET EXT-IX-FED UP BY EXT-IX-LISTENT1-ATUAL.
110430
110440     IF NOT EXT-FED-INDISP(EXT-IX-FED)
110450         CLOSE ARQENT01
110460     END-IF.
110600     ADD 1 TO EXT-IX-LISTENT1-ATUAL.
110700     MOVE EXT-LISTENT1-NOME(EXT-IX-LISTENT1-ATUAL)
110800       TO EXT-ARQENT01-NOME.
110810     SET EXT-IX-FED UP BY 1.
110820
110830     IF EXT-FED-INDISP(EXT-IX-FED)
110840         GO TO 1105-EXIT
110850     END-IF.
110860
110870     OPEN INPUT ARQENT01.
110880
110890     IF EXT-FS-ARQENT01 NOT EQUAL '00'
110900         PERFORM 1190-ABANDONA-FEED THRU 1190-EXIT
110910     END-IF.
110920
110930     READ ARQENT01
110940         AT END
110950             CONTINUE
110960         NOT AT END
110970             SET EXT-LEU-REGISTRO TO TRUE
110980             ADD 1 TO EXT-QT-LIDOS
110990     END-READ.
111000
111010     IF EXT-FS-ARQENT01 GREATER '10'
111020         PERFORM 1190-ABANDONA-FEED THRU 1190-EXIT
111030     END-IF.
111800
111900 1105-EXIT.
112000     EXIT.
112005
112010******************************************************************
112015*    1190-ABANDONA-FEED                                          *
112020*    ERRO DE E/S NUM FEED QUE O PRE-PASSE LEU ATE O FIM: O RESTO *
112025*    DO FEED NAO PODE SER DADO COMO LIDO, ENTAO A EXTRACAO E     *
112030*    ABANDONADA COM RETURN-CODE 12. O CHECKPOINT (CKPOINT1) E    *
112035*    MANTIDO PARA O RESTART, COMO EM QUALQUER ABEND              *
112040******************************************************************
112045 1190-ABANDONA-FEED.
112050
112055     DISPLAY 'EXT01112 - ERRO DE E/S NO FEED ' EXT-ARQENT01-NOME.
112060     DISPLAY 'EXT01112 - FS=' EXT-FS-ARQENT01
112065             ' - EXTRACAO ABANDONADA'.
112070     MOVE 12 TO RETURN-CODE.
112075     STOP RUN.
112080
112085 1190-EXIT.
112090     EXIT.
112100
112200******************************************************************
112300*    1200-GRAVA-CABECALHO                                        *
117300
117400 1260-EXIT.
117500     EXIT.
117505
117510******************************************************************
117515*    1270-GRAVA-CABECALHO-BAS                                     *
117520*    GRAVA O CABECALHO DE CONTROLE DA BASE DE DISTRIBUICAO        *
117525*    (ARQBAS01), COM A MESMA DATA DO CABECALHO DO SAI01112        *
117530******************************************************************
117535 1270-GRAVA-CABECALHO-BAS.
117540
117545     MOVE SPACES              TO ARQBAS01-CABECALHO.
117550     MOVE 'H'                 TO ARQBAS01-CAB-TIPO-REG.
117555     MOVE 'BAS01112'          TO ARQBAS01-CAB-ID-ARQ.
117560     MOVE EXT-DATA-EXEC-EDIT  TO ARQBAS01-CAB-DAT-EXEC.
117565
117570     MOVE ARQBAS01-CABECALHO  TO ARQBAS01-REGISTRO.
117575     WRITE ARQBAS01-REGISTRO.
117580
117585 1270-EXIT.
117590     EXIT.
117600
117700******************************************************************
117800*    1300-LE-PARAMETROS                                          *
123300             IF EXTPARM-ACAO-DESVIO EQUAL 'W' OR 'H'
123400                 MOVE EXTPARM-ACAO-DESVIO TO EXT-ACAO-DESVIO
123500             END-IF
123505             IF EXTPARM-QT-ANOS-RETENCAO NUMERIC
123510                AND EXTPARM-QT-ANOS-RETENCAO GREATER ZEROS
123515                 MOVE EXTPARM-QT-ANOS-RETENCAO
123520                   TO EXT-QT-ANOS-RETENCAO
123525                 COMPUTE EXT-DAT-CORTE-RETENCAO =
123530                        (EXT-DATA-SISTEMA-AAAA
123535                       - EXT-QT-ANOS-RETENCAO) * 10000
123540                       + EXT-DATA-SISTEMA-MM   * 100
123545                       + EXT-DATA-SISTEMA-DD
123550             END-IF
123600             IF EXT-FILTRO-DPTFN NOT EQUAL SPACES
123700                OR EXT-FILTRO-ESCRT NOT EQUAL SPACES
123800                 SET EXT-FILTRO-ATIVO TO TRUE
145600*    LE O CARTAO DE CONSOLIDACAO (LISTENT1), SE EXISTIR, CARREGANDO *
145700*    EM MEMORIA OS NOMES DOS FEEDS ADICIONAIS NO LAYOUT DO          *
145800*    ENT01112 A SEREM PROCESSADOS APOS O ARQENT01 PRIMARIO, PARA    *
145900*    USO POR 1105-AVANCA-FEED, E AS TOLERANCIAS DE QUALIDADE DE    *
145950*    CADA FEED (INCLUSIVE DO PRIMARIO) PARA 1800-AVALIA-FEEDS      *
146000******************************************************************
146100 1340-LE-LISTENT1.
146200
146210     SET EXT-IX-FED TO 1.
146220     PERFORM 1346-INICIA-FEED THRU 1346-EXIT.
146230     MOVE 'ARQENT01 (PRIMARIO)' TO EXT-FED-NOME(EXT-IX-FED).
146240
146300     OPEN INPUT LISTENT1.
146400
146500     IF EXT-FS-LISTENT1 NOT EQUAL '00'
149200******************************************************************
149300*    1344-CARREGA-LISTENT1                                         *
149400*    ARMAZENA O NOME DE FEED LIDO NA TABELA EM MEMORIA, SE HOUVER   *
149500*    ESPACO (IGNORANDO LINHAS EM BRANCO), COM AS SUAS TOLERANCIAS,  *
149510*    E LE O PROXIMO. A LINHA COM O NOME ARQENT01 SO INFORMA AS      *
149520*    TOLERANCIAS DO FEED PRIMARIO, QUE NAO E INCLUIDO NA LISTA      *
149600******************************************************************
149700 1344-CARREGA-LISTENT1.
149800
149810     IF LISTENT1-NOM-ARQUIVO EQUAL 'ARQENT01'
149820         SET EXT-IX-FED TO 1
149830         PERFORM 1348-CARREGA-TOLERANCIA THRU 1348-EXIT
149840         PERFORM 1342-LER-LISTENT1 THRU 1342-EXIT
149850         GO TO 1344-EXIT
149860     END-IF.
149870
149900     IF LISTENT1-NOM-ARQUIVO NOT EQUAL SPACES
150000         IF EXT-QT-LISTENT1 LESS EXT-MAX-LISTENT1
150100             ADD 1 TO EXT-QT-LISTENT1
150200             SET EXT-IX-LISTENT1 TO EXT-QT-LISTENT1
150300             MOVE LISTENT1-NOM-ARQUIVO
150400               TO EXT-LISTENT1-NOME(EXT-IX-LISTENT1)
150410             SET EXT-IX-FED TO EXT-QT-LISTENT1
150420             SET EXT-IX-FED UP BY 1
150430             PERFORM 1346-INICIA-FEED THRU 1346-EXIT
150440             MOVE LISTENT1-NOM-ARQUIVO TO EXT-FED-NOME(EXT-IX-FED)
150450             PERFORM 1348-CARREGA-TOLERANCIA THRU 1348-EXIT
150500         ELSE
150600             ADD 1 TO EXT-QT-LISTENT1-SEM-TAB
150700         END-IF
151200 1344-EXIT.
151300     EXIT.
151400
151401******************************************************************
151402*    1346-INICIA-FEED                                            *
151403*    PREPARA A POSICAO EXT-IX-FED DA TABELA DE FEEDS COM AS      *
151404*    TOLERANCIAS PADRAO (SEM LIMITE) E OS CONTADORES ZERADOS     *
151405******************************************************************
151406 1346-INICIA-FEED.
151407
151408     MOVE SPACES TO EXT-FED(EXT-IX-FED).
151409     MOVE 100    TO EXT-FED-PCT-MAX-REJ(EXT-IX-FED).
151410     MOVE 100    TO EXT-FED-PCT-MAX-DUP(EXT-IX-FED).
151411     MOVE ZEROS  TO EXT-FED-QT-MIN(EXT-IX-FED).
151412     MOVE ZEROS  TO EXT-FED-QT-MAX(EXT-IX-FED).
151413     MOVE ZEROS  TO EXT-FED-QT-LIDOS(EXT-IX-FED).
151414     MOVE ZEROS  TO EXT-FED-QT-REJ(EXT-IX-FED).
151415     MOVE ZEROS  TO EXT-FED-QT-DUP(EXT-IX-FED).
151416     MOVE ZEROS  TO EXT-FED-PCT-REJ(EXT-IX-FED).
151417     MOVE ZEROS  TO EXT-FED-PCT-DUP(EXT-IX-FED).
151418     MOVE 'N'    TO EXT-FED-SW-INDISP(EXT-IX-FED).
151419     MOVE 'N'    TO EXT-FED-SW-QUARENT(EXT-IX-FED).
151420
151421 1346-EXIT.
151422     EXIT.
151423
151424******************************************************************
151425*    1348-CARREGA-TOLERANCIA                                     *
151426*    COPIA DO LISTENT1 PARA A POSICAO EXT-IX-FED AS TOLERANCIAS  *
151427*    INFORMADAS; CAMPO EM BRANCO OU NAO NUMERICO MANTEM O        *
151428*    PADRAO (SEM LIMITE)                                         *
151429******************************************************************
151430 1348-CARREGA-TOLERANCIA.
151431
151432     IF LISTENT1-PCT-MAX-REJ NUMERIC
151433         MOVE LISTENT1-PCT-MAX-REJ
151434           TO EXT-FED-PCT-MAX-REJ(EXT-IX-FED)
151435     END-IF.
151436
151437     IF LISTENT1-PCT-MAX-DUP NUMERIC
151438         MOVE LISTENT1-PCT-MAX-DUP
151439           TO EXT-FED-PCT-MAX-DUP(EXT-IX-FED)
151440     END-IF.
151441
151442     IF LISTENT1-QT-MIN-REG NUMERIC
151443         MOVE LISTENT1-QT-MIN-REG  TO EXT-FED-QT-MIN(EXT-IX-FED)
151444     END-IF.
151445
151446     IF LISTENT1-QT-MAX-REG NUMERIC
151447         MOVE LISTENT1-QT-MAX-REG  TO EXT-FED-QT-MAX(EXT-IX-FED)
151448     END-IF.
151449
151450 1348-EXIT.
151451     EXIT.
151452
151500******************************************************************
151600*    1400-LE-CHECKPOINT                                         *
151700*    LE O ARQUIVO DE CHECKPOINT (CKPOINT1), SE EXISTIR, PARA      *
162300     MOVE ARQHIST01-NOM-DPTFN TO HISTIDX1-NOM-DPTFN.
162400     MOVE ARQHIST01-SIT-FUNCI TO HISTIDX1-SIT-FUNCI.
162500     MOVE 'N'                 TO HISTIDX1-SW-ACHOU.
162550     MOVE SPACES              TO HISTIDX1-SAI-ANTERIOR.
162600
162700     WRITE HISTIDX1-REGISTRO
162800         INVALID KEY
163500
163600 1520-EXIT.
163700     EXIT.
163701
163702******************************************************************
163703*    1550-LE-SAI-ANTERIOR                                        *
163704*    COM FEED EM QUARENTENA, CARREGA NO HISTORICO DE TRABALHO    *
163705*    (HISTIDX1-SAI-ANTERIOR) O DETALHE DO SAI01112 DA EXECUCAO   *
163706*    ANTERIOR (SAIANT1) DE CADA FUNCIONARIO, ANTES DE AS SAIDAS  *
163707*    SEREM ABERTAS, PARA QUE 3050-MANTEM-SAIDA-ANTERIOR REPONHA  *
163708*    NAS SAIDAS QUEM NAO FOR VISTO NESTA EXECUCAO. CODIGO AUSENTE*
163709*    DO HISTORICO SO E CONTADO                                   *
163710******************************************************************
163711 1550-LE-SAI-ANTERIOR.
163712
163713     OPEN INPUT SAIANT1.
163714
163715     IF EXT-FS-SAIANT1 NOT EQUAL '00'
163716         DISPLAY 'EXT01112 - SAI01112 ANTERIOR (SAIANT1) '
163717                 'INDISPONIVEL FS=' EXT-FS-SAIANT1
163718         DISPLAY 'EXT01112 - SAIDAS SEM OS FUNCIONARIOS DO FEED '
163719                 'EM QUARENTENA'
163720         GO TO 1550-EXIT
163721     END-IF.
163722
163723     PERFORM 1552-LER-SAIANT     THRU 1552-EXIT.
163724     PERFORM 1554-CARREGA-SAIANT THRU 1554-EXIT
163725             UNTIL EXT-FIM-SAIANT.
163726
163727     CLOSE SAIANT1.
163728
163729     SET EXT-SAIANT-CARREGADO TO TRUE.
163730
163731 1550-EXIT.
163732     EXIT.
163733
163734******************************************************************
163735*    1552-LER-SAIANT                                             *
163736*    LE UM REGISTRO DO SAI01112 DA EXECUCAO ANTERIOR (SAIANT1)   *
163737******************************************************************
163738 1552-LER-SAIANT.
163739
163740     READ SAIANT1
163741         AT END
163742             SET EXT-FIM-SAIANT TO TRUE
163743     END-READ.
163744
163745 1552-EXIT.
163746     EXIT.
163747
163748******************************************************************
163749*    1554-CARREGA-SAIANT                                         *
163750*    GUARDA O DETALHE ANTERIOR NA ENTRADA DO HISTORICO DE        *
163751*    TRABALHO (HISTIDX1) DO MESMO COD-FUNCI E LE O PROXIMO.      *
163752*    CABECALHO E RODAPE SAO IGNORADOS                            *
163753******************************************************************
163754 1554-CARREGA-SAIANT.
163755
163756     IF SAIANT1-TIPO-DETALHE
163757         ADD 1 TO EXT-QT-SAIANT
163758         MOVE SAIANT1-COD-FUNCI TO HISTIDX1-COD-FUNCI
163759         READ HISTIDX1
163760             INVALID KEY
163761                 ADD 1 TO EXT-QT-SAIANT-SEM-HIST
163762             NOT INVALID KEY
163763                 MOVE SAIANT1-REGISTRO TO HISTIDX1-SAI-ANTERIOR
163764                 REWRITE HISTIDX1-REGISTRO
163765         END-READ
163766     END-IF.
163767
163768     PERFORM 1552-LER-SAIANT THRU 1552-EXIT.
163769
163770 1554-EXIT.
163771     EXIT.
163800
163900******************************************************************
164000*    1600-GRAVA-CABECALHO-AUD                                      *
165700******************************************************************
165800*    2000-PROCESSA                                                *
165900*    TRATA O REGISTRO CORRENTE E LE O PROXIMO                    *
165910*    O REGISTRO DE FEED EM QUARENTENA (1800-AVALIA-FEEDS) SO E   *
165920*    CONTADO; O FUNCIONARIO SAI COM OS DADOS DA EXECUCAO         *
165970*    ANTERIOR (3050-MANTEM-SAIDA-ANTERIOR, 3725-MANTEM-ANTERIOR) *
166000******************************************************************
166100 2000-PROCESSA.
166200
166210     SET EXT-IX-FED TO 1.
166220     SET EXT-IX-FED UP BY EXT-IX-LISTENT1-ATUAL.
166230
166240     IF EXT-FED-QUARENTENA(EXT-IX-FED)
166250         ADD 1 TO EXT-QT-QUARENTENA
166260         PERFORM 1100-LER-ARQENT01 THRU 1100-EXIT
166270         GO TO 2000-EXIT
166280     END-IF.
166290
166300     PERFORM 2005-VERIFICA-FILTRO THRU 2005-EXIT.
166400
166500     IF EXT-REG-FORA-FILTRO
167200             ADD 1 TO EXT-QT-DUPLICADOS
167300             PERFORM 2020-GRAVA-DUPLICADO THRU 2020-EXIT
167400         ELSE
167410             MOVE 'N' TO EXT-SW-REUSO-SUSPEITO
167420             IF NOT ARQENT01-SIT-INATIVO
167430                 PERFORM 2070-VERIFICA-RECONTRATACAO
167435                         THRU 2070-EXIT
167440             END-IF
167450             PERFORM 2085-VERIFICA-RETENCAO THRU 2085-EXIT
167460             IF EXT-RETENCAO-VENCIDA
167470                 MOVE SPACES TO EXT-DLT-COD-ACAO
167475                 PERFORM 2086-MARCA-RETENCAO THRU 2086-EXIT
167480             ELSE
167490                 PERFORM 2080-AUDITA-REGISTRO THRU 2080-EXIT
167500             END-IF
167600
167700             IF NOT ARQENT01-SIT-INATIVO
167800                 PERFORM 2050-VALIDA-REGISTRO THRU 2050-EXIT
179600*    TRABALHO INDEXADO HISTIDX1, EMITINDO UMA LINHA NO RELAUD1    *
179700*    QUANDO O FUNCIONARIO FOR NOVO OU TIVER DADOS ALTERADOS, E    *
179800*    GRAVA O REGISTRO NO NOVO HISTORICO (SNAPSHOT DESTA EXECUCAO) *
179810*    - EXCETO NA SUSPEITA DE REUSO DO CODIGO (2070), PARA QUE    *
179820*    O NOME NOVO NAO PASSE A VALER COMO HISTORICO DO CODIGO      *
179830*    ANTES DA ANALISE DO SUSPENSE: NESSE CASO O NOVO HISTORICO   *
179880*    RECEBE A ENTRADA ANTERIOR DO CODIGO, INALTERADA             *
179900******************************************************************
180000 2080-AUDITA-REGISTRO.
180100
180200     MOVE SPACES TO EXT-DLT-COD-ACAO.
180250     MOVE 'N' TO EXT-SW-HIST-LOCALIZADO.
180300
180400     IF NOT EXT-HIST-DISPONIVEL
180500         ADD 1 TO EXT-QT-AUD-INCLUSOES
182000         NOT INVALID KEY
182100             MOVE 'S' TO HISTIDX1-SW-ACHOU
182200             REWRITE HISTIDX1-REGISTRO
182250             SET EXT-HIST-LOCALIZADO TO TRUE
182300             IF ARQENT01-NOM-FUNCI NOT EQUAL HISTIDX1-NOM-FUNCI
182400                OR ARQENT01-NOM-ESCRT NOT EQUAL HISTIDX1-NOM-ESCRT
182500                OR ARQENT01-NOM-DPTFN NOT EQUAL HISTIDX1-NOM-DPTFN
183300
183400 2080-GRAVA.
183500
183550     IF EXT-REUSO-SUSPEITO
183560         IF EXT-HIST-LOCALIZADO
183570             PERFORM 3726-GRAVA-HIST-ANTERIOR THRU 3726-EXIT
183580         END-IF
183590     ELSE
183600         PERFORM 2095-GRAVA-HIST THRU 2095-EXIT
183650     END-IF.
183700
183800 2080-EXIT.
183900     EXIT.
192000             PERFORM 3730-GRAVA-DELTA-EXCLUSAO THRU 3730-EXIT
192100     END-READ.
192200
192205 2083-EXIT.
192210     EXIT.
192215
192220******************************************************************
192225*    2085-VERIFICA-RETENCAO                                      *
192230*    COM RETENCAO NO EXTPARM, MARCA O INATIVO CUJA DATA DE       *
192235*    DEMISSAO VALIDA E ANTERIOR A DATA DE CORTE: JA PODE TER     *
192240*    SIDO EXPURGADO PELO LGP01112 E NAO DEVE VOLTAR A AUDITORIA  *
192245*    NEM AOS HISTORICOS. SEGUE CONTADO COMO INATIVO, E O         *
192250*    HISTORICO ANTERIOR E TRATADO EM 2086-MARCA-RETENCAO         *
192255******************************************************************
192260 2085-VERIFICA-RETENCAO.
192265
192270     MOVE 'N' TO EXT-SW-RETENCAO-VENCIDA.
192275
192280     IF EXT-QT-ANOS-RETENCAO EQUAL ZEROS
192285        OR NOT ARQENT01-SIT-INATIVO
192290         GO TO 2085-EXIT
192295     END-IF.
192300
192305     IF ARQENT01-DEM-DD NUMERIC
192310        AND ARQENT01-DEM-MM NUMERIC
192315        AND ARQENT01-DEM-AA NUMERIC
192320        AND ARQENT01-DEM-DD GREATER ZEROS
192325        AND ARQENT01-DEM-DD NOT GREATER 31
192330        AND ARQENT01-DEM-MM GREATER ZEROS
192335        AND ARQENT01-DEM-MM NOT GREATER 12
192340         COMPUTE EXT-DAT-DEMIS-RETENCAO =
192345                 ARQENT01-DEM-AA * 10000
192350               + ARQENT01-DEM-MM * 100
192355               + ARQENT01-DEM-DD
192360     ELSE
192365         GO TO 2085-EXIT
192370     END-IF.
192375
192380     IF EXT-DAT-DEMIS-RETENCAO LESS EXT-DAT-CORTE-RETENCAO
192385         SET EXT-RETENCAO-VENCIDA TO TRUE
192390         ADD 1 TO EXT-QT-RETENCAO-VENCIDA
192395     END-IF.
192400
192405 2085-EXIT.
192410     EXIT.
192415
192420******************************************************************
192425*    2086-MARCA-RETENCAO                                         *
192430*    MARCA COMO LOCALIZADO NO HISTORICO (HISTIDX1) O INATIVO     *
192435*    COM RETENCAO VENCIDA AINDA NAO EXPURGADO, PARA QUE          *
192440*    3720-VERIFICA-REMOVIDO NAO O TRATE COMO REMOVIDO (LINHA     *
192445*    NO RELAUD1 E DELTA 'E') NEM 3725-MANTEM-ANTERIOR O          *
192450*    DEVOLVA AO NOVO HISTORICO. NAO HA AUDITORIA, DELTA NEM      *
192455*    GRAVACAO NO HISTORICO                                       *
192460******************************************************************
192465 2086-MARCA-RETENCAO.
192470
192475     IF NOT EXT-HIST-DISPONIVEL
192480         GO TO 2086-EXIT
192485     END-IF.
192490
192495     MOVE ARQENT01-COD-FUNCI TO HISTIDX1-COD-FUNCI.
192500
192505     READ HISTIDX1
192510         INVALID KEY
192515             CONTINUE
192520         NOT INVALID KEY
192525             MOVE 'S' TO HISTIDX1-SW-ACHOU
192530             REWRITE HISTIDX1-REGISTRO
192535     END-READ.
192540
192545 2086-EXIT.
192550     EXIT.
192555
192600******************************************************************
192700*    2090-EMITE-AUDITORIA                                         *
192800*    GRAVA UMA LINHA NO RELATORIO DE AUDITORIA (RELAUD1) PARA O    *
197100*    CRITICAS EMBUTIDAS ORIGINAIS (MOTIVOS 01 A 03) QUANDO NAO.   *
197200*    AS CRITICAS CONTRA OS MESTRES DE ESCRITORIO (05) E           *
197300*    DEPARTAMENTO (04) SAO SEMPRE FEITAS NO PROGRAMA              *
197310*    A SUSPEITA DE REUSO DO CODIGO (06), APURADA ANTES EM 2070,  *
197320*    VALE QUANDO NENHUM OUTRO MOTIVO FOI ENCONTRADO              *
197400******************************************************************
197500 2050-VALIDA-REGISTRO.
197600
201200             SET EXT-REG-INVALIDO TO TRUE
201300         END-IF
201400     END-IF.
201410
201420     IF EXT-REUSO-SUSPEITO
201430         IF NOT EXT-REG-INVALIDO
201440             MOVE '06' TO EXT-COD-MOTIVO-REJ
201450             MOVE 'SUSPEITA DE REUSO DO CODIGO'
201460               TO EXT-DSC-MOTIVO-REJ
201470         END-IF
201480         SET EXT-REG-INVALIDO TO TRUE
201490     END-IF.
201500
201600 2050-EXIT.
201700     EXIT.
205500*    SOBRE O REGISTRO CORRENTE. NA FALHA, SEVERIDADE 'W' SO       *
205600*    EMITE O AVISO NO RELVAL1; QUALQUER OUTRA REJEITA PARA O      *
205700*    SUSPENSE COM O MOTIVO DA REGRA (A PRIMEIRA REJEICAO          *
205800*    PREVALECE, COMO NAS CRITICAS ORIGINAIS). NA PRE-AVALIACAO    *
205810*    DOS FEEDS (1800-AVALIA-FEEDS) O AVISO NAO E EMITIDO, POIS O  *
205820*    REGISTRO AINDA SERA CRITICADO NO PROCESSAMENTO               *
205900******************************************************************
206000 2045-AVALIA-REGRA.
206100
209400
209500     IF EXT-REGRA-FALHOU
209600         IF EXT-REGRA-SEVER(EXT-IX-REGRA) EQUAL 'W'
209650             IF NOT EXT-PRE-AVALIACAO
209700                 ADD 1 TO EXT-QT-AVISOS-VAL
209800                 PERFORM 2049-EMITE-AVISO-VAL THRU 2049-EXIT
209850             END-IF
209900         ELSE
210000             IF NOT EXT-REG-INVALIDO
210100                 MOVE EXT-REGRA-MOTIVO(EXT-IX-REGRA)
244100     WRITE ARQSAI01-REGISTRO.
244200     PERFORM 2105-GRAVA-SAIIDX01 THRU 2105-EXIT.
244300     PERFORM 2106-GRAVA-SAIMASK1 THRU 2106-EXIT.
244350     PERFORM 2108-GRAVA-BASE-DIST THRU 2108-EXIT.
244400     PERFORM 2120-MONTA-CSV   THRU 2120-EXIT.
244500     PERFORM 2130-GRAVA-OFICINA THRU 2130-EXIT.
244600
252700
252800 2107-EXIT.
252900     EXIT.
252902
252904******************************************************************
252906*    2108-GRAVA-BASE-DIST                                         *
252908*    GRAVA NA BASE DE DISTRIBUICAO (ARQBAS01) O MESMO DETALHE     *
252910*    RECEM-GRAVADO NO SAI01112, ACRESCIDO DO DEPARTAMENTO E DA    *
252912*    SITUACAO, PARA A FILTRAGEM POR CONSUMIDOR DO DST01112        *
252914******************************************************************
252916 2108-GRAVA-BASE-DIST.
252918
252920     MOVE SPACES               TO ARQBAS01-REGISTRO.
252922     MOVE 'D'                  TO ARQBAS01-TIPO-REG.
252924     MOVE ARQSAI01-COD-FUNCI   TO ARQBAS01-COD-FUNCI.
252926     MOVE ARQSAI01-NOM-FUNCI   TO ARQBAS01-NOM-FUNCI.
252928     MOVE ARQSAI01-NOM-ESCRT   TO ARQBAS01-NOM-ESCRT.
252930     MOVE ARQENT01-COD-DPTFN   TO ARQBAS01-COD-DPTFN.
252932     MOVE ARQENT01-NOM-DPTFN   TO ARQBAS01-NOM-DPTFN.
252934     MOVE ARQSAI01-DAT-COINT   TO ARQBAS01-DAT-COINT.
252936     MOVE ARQENT01-SIT-FUNCI   TO ARQBAS01-SIT-FUNCI.
252938
252940     WRITE ARQBAS01-REGISTRO.
252942
252944 2108-EXIT.
252946     EXIT.
253000
253100******************************************************************
253200*    2120-MONTA-CSV                                               *
256900             ADD 1 TO EXT-QT-OFICINAS
257000             SET EXT-IX-OFC       TO EXT-QT-OFICINAS
257100             SET EXT-IX-OFC-ATUAL TO EXT-QT-OFICINAS
257200             MOVE ARQSAI01-NOM-ESCRT TO EXT-OFC-NOME(EXT-IX-OFC)
257300             PERFORM 2160-ABRE-ARQ-OFICINA THRU 2160-EXIT
257400         ELSE
257500             ADD 1 TO EXT-QT-REG-SEM-OFC
259100******************************************************************
259200 2140-BUSCA-OFICINA.
259300
259400     IF ARQSAI01-NOM-ESCRT EQUAL EXT-OFC-NOME(EXT-IX-OFC)
259500         SET EXT-OFC-ACHADO TO TRUE
259600         SET EXT-IX-OFC-ATUAL TO EXT-IX-OFC
259700     END-IF.
287200******************************************************************
287300 3000-FINALIZA.
287400
287450     PERFORM 3050-MANTEM-SAIDA-ANTERIOR THRU 3050-EXIT.
287500     PERFORM 3100-GRAVA-RODAPE         THRU 3100-EXIT.
287600
287700     CLOSE ARQENT01.
287900     CLOSE SAIIDX01.
288000     CLOSE ARQCSV01.
288100     CLOSE SAIMASK1.
288150     CLOSE ARQBAS01.
288200
288300     PERFORM 3200-EMITE-RECONCILIACAO  THRU 3200-EXIT.
288400
290700     IF EXT-HIST-DISPONIVEL
290800         CLOSE HISTIDX1
290900     END-IF.
290910     IF EXT-GENIDX-DISPONIVEL
290920         CLOSE GENIDX1
290930     END-IF.
290940     PERFORM 3470-FECHA-RELRCT1        THRU 3470-EXIT.
291000     PERFORM 3150-GRAVA-RODAPE-DLT THRU 3150-EXIT.
291100     CLOSE ARQDLT01.
291200     CLOSE HISTGER1.
297900              EXT-QT-DLT-GRAVADOS.
298000     DISPLAY 'EXT01112 - RESCISOES (ARQRSC01) : '
298100              EXT-QT-RSC-GRAVADOS.
298104     IF EXT-GENIDX-DISPONIVEL
298108         DISPLAY 'EXT01112 - SUSPEITAS DE REUSO ..: '
298112                  EXT-QT-RCT-REUSO
298116         DISPLAY 'EXT01112 - RECONTRATACOES ......: '
298120                  EXT-QT-RCT-RECONTRAT
298124         DISPLAY 'EXT01112 - RETORNOS APOS LACUNA : '
298128                  EXT-QT-RCT-RETORNO
298132     END-IF.
298136     IF EXT-QT-FED-QUARENTENA GREATER ZEROS
298140         DISPLAY 'EXT01112 - FEEDS EM QUARENTENA ..: '
298144                  EXT-QT-FED-QUARENTENA
298148         DISPLAY 'EXT01112 - REGISTROS EM QUARENTENA: '
298152                  EXT-QT-QUARENTENA
298156         DISPLAY 'EXT01112 - HISTORICO MANTIDO ....: '
298160                  EXT-QT-HIST-MANTIDOS
298161         DISPLAY 'EXT01112 - SAIDA MANTIDA (SAIANT1): '
298162                  EXT-QT-SAI-MANTIDOS
298164     END-IF.
298168     IF EXT-QT-ANOS-RETENCAO GREATER ZEROS
298172         DISPLAY 'EXT01112 - RETENCAO VENCIDA (LGPD): '
298176                  EXT-QT-RETENCAO-VENCIDA
298180     END-IF.
298200
298300 3000-EXIT.
298400     EXIT.
298401
298402******************************************************************
298403*    3050-MANTEM-SAIDA-ANTERIOR                                  *
298404*    COM FEED EM QUARENTENA, REPOE NAS SAIDAS (SAI01112,         *
298405*    SAIIDX01, SAIMASK1, ARQBAS01, ARQCSV01 E ARQUIVO DO         *
298406*    ESCRITORIO) O DETALHE DA EXECUCAO ANTERIOR DE CADA          *
298407*    FUNCIONARIO DO HISTORICO NAO VISTO NESTA EXECUCAO, ANTES    *
298408*    DOS RODAPES, QUE                                            *
298409*    PASSAM A CONTA-LO (QUANTIDADE E HASH). O FUNCIONARIO DO FEED*
298410*    EM QUARENTENA CONTINUA NO EXTRATO COM OS VALORES ANTERIORES *
298411******************************************************************
298412 3050-MANTEM-SAIDA-ANTERIOR.
298413
298414     IF NOT EXT-SAIANT-CARREGADO
298415         GO TO 3050-EXIT
298416     END-IF.
298417
298418     MOVE LOW-VALUES TO HISTIDX1-COD-FUNCI.
298419
298420     START HISTIDX1 KEY NOT LESS HISTIDX1-COD-FUNCI
298421         INVALID KEY
298422             GO TO 3050-EXIT
298423     END-START.
298424
298425     PERFORM 3710-LE-HISTIDX             THRU 3710-EXIT.
298426     PERFORM 3055-GRAVA-SAIDA-ANTERIOR   THRU 3055-EXIT
298427             UNTIL EXT-FIM-HISTIDX.
298428
298429     MOVE 'N' TO EXT-SW-FIM-HISTIDX.
298430
298431 3050-EXIT.
298432     EXIT.
298433
298434******************************************************************
298435*    3055-GRAVA-SAIDA-ANTERIOR                                   *
298436*    GRAVA NAS SAIDAS O DETALHE ANTERIOR DA ENTRADA CORRENTE DO  *
298437*    HISTORICO DE TRABALHO, SE ELA NAO FOI VISTA NESTA EXECUCAO, *
298438*    E LE A PROXIMA                                              *
298439******************************************************************
298440 3055-GRAVA-SAIDA-ANTERIOR.
298441
298442     IF NOT HISTIDX1-ACHOU
298443        AND HISTIDX1-SAI-ANTERIOR NOT EQUAL SPACES
298444         MOVE HISTIDX1-SAI-ANTERIOR TO ARQSAI01-REGISTRO
298445         WRITE ARQSAI01-REGISTRO
298446         PERFORM 2105-GRAVA-SAIIDX01     THRU 2105-EXIT
298447         PERFORM 2106-GRAVA-SAIMASK1     THRU 2106-EXIT
298448         PERFORM 3057-GRAVA-BASE-ANTERIOR THRU 3057-EXIT
298449         PERFORM 2120-MONTA-CSV          THRU 2120-EXIT
298450         PERFORM 2130-GRAVA-OFICINA      THRU 2130-EXIT
298451         ADD 1 TO EXT-QT-GRAVADOS
298452         ADD 1 TO EXT-QT-SAI-MANTIDOS
298453         MOVE ARQSAI01-COD-FUNCI TO EXT-COD-FUNCI-N
298454         ADD EXT-COD-FUNCI-N     TO EXT-HASH-COD-FUNCI
298455     END-IF.
298456
298457     PERFORM 3710-LE-HISTIDX THRU 3710-EXIT.
298458
298459 3055-EXIT.
298460     EXIT.
298461
298462******************************************************************
298463*    3057-GRAVA-BASE-ANTERIOR                                    *
298464*    GRAVA NA BASE DE DISTRIBUICAO (ARQBAS01) O DETALHE ANTERIOR *
298465*    RECEM-GRAVADO NO SAI01112. O DEPARTAMENTO VEM DO HISTORICO  *
298466*    (NOME) E DO CADASTRO MESTRE (CODIGO, 3735-BUSCA-DPTO-NOME); *
298467*    A SITUACAO E ATIVO, COMO TODO DETALHE DO SAI01112           *
298468******************************************************************
298469 3057-GRAVA-BASE-ANTERIOR.
298470
298471     PERFORM 3735-BUSCA-DPTO-NOME THRU 3735-EXIT.
298472
298473     MOVE SPACES               TO ARQBAS01-REGISTRO.
298474     MOVE 'D'                  TO ARQBAS01-TIPO-REG.
298475     MOVE ARQSAI01-COD-FUNCI   TO ARQBAS01-COD-FUNCI.
298476     MOVE ARQSAI01-NOM-FUNCI   TO ARQBAS01-NOM-FUNCI.
298477     MOVE ARQSAI01-NOM-ESCRT   TO ARQBAS01-NOM-ESCRT.
298478     MOVE EXT-COD-DPTFN-HIST   TO ARQBAS01-COD-DPTFN.
298479     MOVE HISTIDX1-NOM-DPTFN   TO ARQBAS01-NOM-DPTFN.
298480     MOVE ARQSAI01-DAT-COINT   TO ARQBAS01-DAT-COINT.
298481     MOVE 'A'                  TO ARQBAS01-SIT-FUNCI.
298482
298483     WRITE ARQBAS01-REGISTRO.
298484
298485 3057-EXIT.
298486     EXIT.
298500
298600******************************************************************
298700*    3450-VERIFICA-VOLUME                                         *
321200******************************************************************
321300*    3720-VERIFICA-REMOVIDO                                       *
321400*    EMITE A LINHA DE "REMOVIDO" NO RELAUD1 PARA A ENTRADA DE      *
321500*    HISTORICO NAO LOCALIZADA NESTA EXECUCAO E LE A PROXIMA.       *
321510*    COM FEED EM QUARENTENA A AUSENCIA NAO E CONCLUSIVA (O         *
321520*    FUNCIONARIO PODE ESTAR NO FEED DESPREZADO), ENTAO A ENTRADA   *
321530*    E MANTIDA NO NOVO HISTORICO (3725-MANTEM-ANTERIOR), SEM       *
321540*    "REMOVIDO" NEM MOVIMENTO DE EXCLUSAO; AS SAIDAS JA FORAM      *
321590*    REPOSTAS POR 3050-MANTEM-SAIDA-ANTERIOR                       *
321600******************************************************************
321700 3720-VERIFICA-REMOVIDO.
321800
321810     IF NOT HISTIDX1-ACHOU
321820        AND EXT-QT-FED-QUARENTENA GREATER ZEROS
321830         PERFORM 3725-MANTEM-ANTERIOR THRU 3725-EXIT
321840         PERFORM 3710-LE-HISTIDX      THRU 3710-EXIT
321850         GO TO 3720-EXIT
321860     END-IF.
321870
321900     IF NOT HISTIDX1-ACHOU
322000         ADD 1 TO EXT-QT-AUD-EXCLUSOES
322100         MOVE SPACES TO RELAUD1-REGISTRO
324200*    FUNCIONARIO QUE SAIU DA POPULACAO DO SAI01112 - AUSENTE DO   *
324300*    FEED (3700-AUDITA-REMOVIDO) OU EM TRANSICAO PARA DESLIGADO/  *
324400*    REJEITADO (2083-EMITE-DELTA-TRANSICAO) - COM OS DADOS DO     *
324500*    PROPRIO HISTORICO (HISTIDX1). O HISTORICO SO GUARDA O NOME   *
324510*    DO DEPARTAMENTO; O CODIGO VEM DO CADASTRO MESTRE (CADDPTO1)  *
324520*    POR 3735-BUSCA-DPTO-NOME, E FICA EM BRANCO SE O NOME NAO     *
324530*    FOR LOCALIZADO. TAMBEM USADO POR 3057-GRAVA-BASE-ANTERIOR    *
324600******************************************************************
324700 3730-GRAVA-DELTA-EXCLUSAO.
324800
325400     MOVE HISTIDX1-NOM-ESCRT  TO ARQDLT01-NOM-ESCRT.
325500     MOVE HISTIDX1-NOM-DPTFN  TO ARQDLT01-NOM-DPTFN.
325600     MOVE HISTIDX1-SIT-FUNCI  TO ARQDLT01-SIT-FUNCI.
325610
325620     PERFORM 3735-BUSCA-DPTO-NOME THRU 3735-EXIT.
325670     MOVE EXT-COD-DPTFN-HIST  TO ARQDLT01-COD-DPTFN.
325700
325800     WRITE ARQDLT01-REGISTRO.
325900
326400 3730-EXIT.
326500     EXIT.
326600
326602******************************************************************
326604*    3735-BUSCA-DPTO-NOME                                        *
326606*    PROCURA HISTIDX1-NOM-DPTFN NO CADASTRO MESTRE DE            *
326608*    DEPARTAMENTOS CARREGADO EM MEMORIA (EXT-TAB-DPTMST) E       *
326610*    MOVE O CODIGO DA PRIMEIRA ENTRADA COM O MESMO NOME          *
326612*    PARA EXT-COD-DPTFN-HIST (EM BRANCO SE NAO LOCALIZADO)       *
326614******************************************************************
326616 3735-BUSCA-DPTO-NOME.
326618
326620     MOVE 'N' TO EXT-SW-DPTMST-ACHADO.
326621     MOVE SPACES TO EXT-COD-DPTFN-HIST.
326622
326624     IF HISTIDX1-NOM-DPTFN EQUAL SPACES
326626         GO TO 3735-EXIT
326628     END-IF.
326630
326632     PERFORM 3736-COMPARA-DPTO-NOME THRU 3736-EXIT
326634             VARYING EXT-IX-DPTMST FROM 1 BY 1
326636             UNTIL EXT-IX-DPTMST > EXT-QT-DPTMST
326638                OR EXT-DPTMST-ACHADO.
326640
326642 3735-EXIT.
326644     EXIT.
326646
326648******************************************************************
326650*    3736-COMPARA-DPTO-NOME                                      *
326652*    COMPARA O NOME DO DEPARTAMENTO DO HISTORICO COM A           *
326654*    ENTRADA DA TABELA MESTRE APONTADA POR EXT-IX-DPTMST         *
326656******************************************************************
326658 3736-COMPARA-DPTO-NOME.
326660
326662     IF HISTIDX1-NOM-DPTFN EQUAL EXT-DPTMST-NOME(EXT-IX-DPTMST)
326664         SET EXT-DPTMST-ACHADO TO TRUE
326666         MOVE EXT-DPTMST-COD(EXT-IX-DPTMST) TO EXT-COD-DPTFN-HIST
326668     END-IF.
326670
326672 3736-EXIT.
326674     EXIT.
326676
326700******************************************************************
326800*    3790-PREPARA-GERACOES                                        *
326900*    PREPARA O ARQUIVO DE GERACOES DATADAS DO HISTORICO: LE O     *
359400
359500     MOVE ARQSAI01-RODAPE        TO ARQSAI01-REGISTRO.
359600     WRITE ARQSAI01-REGISTRO.
359610
359620     MOVE SPACES                TO ARQBAS01-RODAPE.
359630     MOVE 'T'                   TO ARQBAS01-ROD-TIPO-REG.
359640     MOVE EXT-QT-GRAVADOS        TO ARQBAS01-ROD-QT-REGISTROS.
359650     MOVE EXT-HASH-COD-FUNCI     TO ARQBAS01-ROD-HASH-COD-FUNCI.
359660
359670     MOVE ARQBAS01-RODAPE        TO ARQBAS01-REGISTRO.
359680     WRITE ARQBAS01-REGISTRO.
359700
359800 3100-EXIT.
359900     EXIT.
367500            EXT-QT-GRAVADOS-EXEC DELIMITED BY SIZE
367600       INTO RELCTL1-REGISTRO.
367700     WRITE RELCTL1-REGISTRO.
367710
367720     MOVE SPACES TO RELCTL1-REGISTRO.
367730     STRING 'REGISTROS MANTIDOS DA EXEC ANTERIOR: '
367740            DELIMITED BY SIZE
367750            EXT-QT-SAI-MANTIDOS DELIMITED BY SIZE
367760       INTO RELCTL1-REGISTRO.
367770     WRITE RELCTL1-REGISTRO.
367800
367900     MOVE SPACES TO RELCTL1-REGISTRO.
368000     STRING 'REGISTROS REJEITADOS (SUSP1112) ...: '
369700       INTO RELCTL1-REGISTRO.
369800     WRITE RELCTL1-REGISTRO.
369900
369910     MOVE SPACES TO RELCTL1-REGISTRO.
369920     STRING 'REGISTROS EM QUARENTENA (RELFED1) .: '
369930            DELIMITED BY SIZE
369940            EXT-QT-QUARENTENA DELIMITED BY SIZE
369950       INTO RELCTL1-REGISTRO.
369960     WRITE RELCTL1-REGISTRO.
369970
370000     MOVE SPACES TO RELCTL1-REGISTRO.
370100     WRITE RELCTL1-REGISTRO.
370200
370500                                + EXT-QT-REJEITADOS
370600                                + EXT-QT-DUPLICADOS
370700                                + EXT-QT-FORA-FILTRO
370800                                + EXT-QT-SKIP-CKPT
370850                                + EXT-QT-QUARENTENA)
370900         SET EXT-RECONCIL-BATIDO TO TRUE
371000         STRING 'SITUACAO ..........................: BATIDO'
371100                DELIMITED BY SIZE INTO RELCTL1-REGISTRO
372900*    DETECTE A CONDICAO ANORMAL. O CTLFLAG1 E REGRAVADO EM TODA     *
373000*    EXECUCAO - VAZIO QUANDO BATIDO - PARA QUE UM ALERTA DE UMA     *
373100*    EXECUCAO ANTERIOR NAO PERSISTA APOS UMA EXECUCAO LIMPA,        *
373200*    A EXEMPLO DO QUE 3500-REMOVE-CHECKPOINT FAZ COM O CKPOINT1.    *
373210*    CADA FEED EM QUARENTENA (1800-AVALIA-FEEDS) TAMBEM GANHA UMA   *
373220*    LINHA NO CTLFLAG1 (3255-SINALIZA-QUARENTENA)                   *
373300******************************************************************
373400 3250-SINALIZA-RECONCILIACAO.
373500
374600         END-IF
374700     END-IF.
374800
374810     PERFORM 3255-SINALIZA-QUARENTENA THRU 3255-EXIT
374820             VARYING EXT-IX-FED FROM 1 BY 1
374830             UNTIL EXT-IX-FED > EXT-QT-FED.
374840
374900     CLOSE CTLFLAG1.
375000
375100 3250-EXIT.
397200
397300 3989-EXIT.
397400     EXIT.
397500
397600******************************************************************
397700*    1700-LE-GERACOES-RCT                                        *
397800*    ABRE O RELATORIO DE RECONTRATACOES E REUSO DE CODIGO        *
397900*    (RELRCT1) E RESUME AS GERACOES DO HISTORICO (HISTGEN1), SE  *
398000*    EXISTIREM, NO ARQUIVO DE TRABALHO INDEXADO GENIDX1 (CHAVE   *
398100*    COD-FUNCI). COMO EM 3792-COLETA-DATA-GER, A GERACAO DE HOJE *
398200*    (REEXECUCAO NO MESMO DIA) E AS DATAS INVALIDAS SAO IGNORADAS*
398300******************************************************************
398400 1700-LE-GERACOES-RCT.
398500
398600     OPEN OUTPUT RELRCT1.
398700
398800     MOVE SPACES TO RELRCT1-REGISTRO.
398900     STRING 'RECONTRATACOES, REUSO DE CODIGO E RETORNOS APOS '
399000            'LACUNA - EXT01112 - DATA: '
399100                                  DELIMITED BY SIZE
399200            EXT-DATA-EXEC-EDIT    DELIMITED BY SIZE
399300       INTO RELRCT1-REGISTRO.
399400     WRITE RELRCT1-REGISTRO.
399500
399600     MOVE SPACES TO RELRCT1-REGISTRO.
399700     WRITE RELRCT1-REGISTRO.
399800     WRITE RELRCT1-REGISTRO FROM EXT-RCT-CABEC.
399900
400000     OPEN INPUT HISTGEN1.
400100
400200     IF EXT-FS-HISTGEN1 NOT EQUAL '00'
400300         GO TO 1700-EXIT
400400     END-IF.
400500
400600     OPEN OUTPUT GENIDX1.
400700
400800     IF EXT-FS-GENIDX1 NOT EQUAL '00'
400900         DISPLAY 'EXT01112 - ERRO NA ABERTURA DO GENIDX1 FS='
401000                  EXT-FS-GENIDX1
401100         MOVE 12 TO RETURN-CODE
401200         CLOSE HISTGEN1
401300         GO TO 1700-EXIT
401400     END-IF.
401500
401600     CLOSE GENIDX1.
401700     OPEN I-O GENIDX1.
401800
401900     IF EXT-FS-GENIDX1 NOT EQUAL '00'
402000         DISPLAY 'EXT01112 - ERRO NA REABERTURA DO GENIDX1 FS='
402100                  EXT-FS-GENIDX1
402200         MOVE 12 TO RETURN-CODE
402300         CLOSE HISTGEN1
402400         GO TO 1700-EXIT
402500     END-IF.
402600
402700     PERFORM 3791-LER-HISTGEN        THRU 3791-EXIT.
402800     PERFORM 1710-CARREGA-GERACAO-RCT THRU 1710-EXIT
402900             UNTIL EXT-FIM-HISTGEN.
403000
403100     CLOSE HISTGEN1.
403200     MOVE 'N' TO EXT-SW-FIM-HISTGEN.
403300
403400     SET EXT-GENIDX-DISPONIVEL TO TRUE.
403500
403600 1700-EXIT.
403700     EXIT.
403800
403900******************************************************************
404000*    1710-CARREGA-GERACAO-RCT                                    *
404100*    ACUMULA NO GENIDX1 O REGISTRO DE GERACAO LIDO, SE A DATA    *
404200*    FOR VALIDA E NAO FOR A DE HOJE, E LE O PROXIMO              *
404300******************************************************************
404400 1710-CARREGA-GERACAO-RCT.
404500
404600     PERFORM 3797-CONVERTE-DATA-GER THRU 3797-EXIT.
404700
404800     IF EXT-DAT-GER-COMP GREATER ZEROS
404900        AND EXT-DAT-GER-COMP NOT EQUAL EXT-DAT-SISTEMA-COMP
405000         PERFORM 1720-ACUMULA-GERACAO-RCT THRU 1720-EXIT
405100     END-IF.
405200
405300     PERFORM 3791-LER-HISTGEN THRU 3791-EXIT.
405400
405500 1710-EXIT.
405600     EXIT.
405700
405800******************************************************************
405900*    1720-ACUMULA-GERACAO-RCT                                    *
406000*    INCLUI O COD-FUNCI NO GENIDX1 NA PRIMEIRA OCORRENCIA OU     *
406100*    ATUALIZA A ULTIMA GERACAO/SITUACAO QUANDO A GERACAO LIDA FOR*
406200*    MAIS RECENTE, ACRESCENTANDO O NOME SE AINDA NAO CONSTAR.    *
406300*    GUARDA TAMBEM A GERACAO MAIS RECENTE DE TODO O HISTORICO,   *
406400*    BASE DA APURACAO DO RETORNO APOS LACUNA                     *
406500******************************************************************
406600 1720-ACUMULA-GERACAO-RCT.
406700
406800     IF EXT-DAT-GER-COMP GREATER EXT-RCT-DAT-GER-RECENTE
406900         MOVE EXT-DAT-GER-COMP TO EXT-RCT-DAT-GER-RECENTE
407000     END-IF.
407100
407200     MOVE ARQHGN01-COD-FUNCI TO GENIDX1-COD-FUNCI.
407300     MOVE 'S' TO EXT-SW-RCT-ACHADO.
407400
407500     READ GENIDX1
407600         INVALID KEY
407700             MOVE 'N' TO EXT-SW-RCT-ACHADO
407800     END-READ.
407900
408000     IF NOT EXT-RCT-ACHADO
408100         MOVE SPACES              TO GENIDX1-REGISTRO
408200         MOVE ARQHGN01-COD-FUNCI  TO GENIDX1-COD-FUNCI
408300         MOVE EXT-DAT-GER-COMP    TO GENIDX1-DAT-ULT-GER
408400         MOVE ARQHGN01-SIT-FUNCI  TO GENIDX1-SIT-ULT
408500         MOVE ARQHGN01-NOM-FUNCI  TO GENIDX1-NOM-ULT
408600         MOVE 1                   TO GENIDX1-QT-NOMES
408700         MOVE ARQHGN01-NOM-FUNCI  TO GENIDX1-NOM-ANT(1)
408800         WRITE GENIDX1-REGISTRO
408900             INVALID KEY
409000                 CONTINUE
409100             NOT INVALID KEY
409200                 ADD 1 TO EXT-QT-RCT-CODIGOS
409300         END-WRITE
409400         GO TO 1720-EXIT
409500     END-IF.
409600
409700     IF EXT-DAT-GER-COMP GREATER GENIDX1-DAT-ULT-GER
409800         MOVE EXT-DAT-GER-COMP    TO GENIDX1-DAT-ULT-GER
409900         MOVE ARQHGN01-SIT-FUNCI  TO GENIDX1-SIT-ULT
410000         MOVE ARQHGN01-NOM-FUNCI  TO GENIDX1-NOM-ULT
410100     END-IF.
410200
410300     MOVE 'N' TO EXT-SW-RCT-NOME-ACHADO.
410400     PERFORM 1730-PROCURA-NOME-RCT THRU 1730-EXIT
410500             VARYING GENIDX1-IX-NOME FROM 1 BY 1
410600             UNTIL GENIDX1-IX-NOME > GENIDX1-QT-NOMES
410700                OR EXT-RCT-NOME-ACHADO.
410800
410900     IF NOT EXT-RCT-NOME-ACHADO
411000        AND GENIDX1-QT-NOMES LESS EXT-MAX-RCT-NOMES
411100         ADD 1 TO GENIDX1-QT-NOMES
411200         SET GENIDX1-IX-NOME TO GENIDX1-QT-NOMES
411300         MOVE ARQHGN01-NOM-FUNCI
411350           TO GENIDX1-NOM-ANT(GENIDX1-IX-NOME)
411400     END-IF.
411500
411600     REWRITE GENIDX1-REGISTRO.
411700
411800 1720-EXIT.
411900     EXIT.
412000
412100******************************************************************
412200*    1730-PROCURA-NOME-RCT                                       *
412300*    COMPARA O NOME DA GERACAO LIDA COM UM NOME JA GUARDADO      *
412400*    PARA O CODIGO NO GENIDX1                                    *
412500******************************************************************
412600 1730-PROCURA-NOME-RCT.
412700
412800     IF GENIDX1-NOM-ANT(GENIDX1-IX-NOME) EQUAL ARQHGN01-NOM-FUNCI
412900         SET EXT-RCT-NOME-ACHADO TO TRUE
413000     END-IF.
413100
413200 1730-EXIT.
413300     EXIT.
413400
413500******************************************************************
413600*    2070-VERIFICA-RECONTRATACAO                                 *
413700*    CONFRONTA O REGISTRO ATIVO CORRENTE COM O RESUMO DAS        *
413800*    GERACOES DO SEU CODIGO NO GENIDX1. EM ORDEM DE PRECEDENCIA: *
413900*    - NOME SEM COINCIDENCIA COM NENHUM NOME JA USADO PELO       *
414000*      CODIGO: SUSPEITA DE REUSO (VAI AO SUSPENSE, MOTIVO 06, E  *
414100*      FICA FORA DO NOVO HISTORICO);                             *
414200*    - SITUACAO "I" NA ULTIMA GERACAO DO CODIGO: RECONTRATACAO;  *
414300*    - CODIGO AUSENTE DA GERACAO MAIS RECENTE DO HISTORICO:      *
414400*      RETORNO APOS LACUNA.                                      *
414500*    EXECUTADO ANTES DO DESVIO DE CHECKPOINT, POIS O RELRCT1 E   *
414600*    REGERADO POR INTEIRO EM TODA EXECUCAO                       *
414700******************************************************************
414800 2070-VERIFICA-RECONTRATACAO.
414900
415000     IF NOT EXT-GENIDX-DISPONIVEL
415100         GO TO 2070-EXIT
415200     END-IF.
415300
415400     MOVE ARQENT01-COD-FUNCI TO GENIDX1-COD-FUNCI.
415500     MOVE 'S' TO EXT-SW-RCT-ACHADO.
415600
415700     READ GENIDX1
415800         INVALID KEY
415900             MOVE 'N' TO EXT-SW-RCT-ACHADO
416000     END-READ.
416100
416200     IF NOT EXT-RCT-ACHADO
416300         GO TO 2070-EXIT
416400     END-IF.
416500
416600     MOVE 'N' TO EXT-SW-RCT-NOME-COMPAT.
416700
416800     IF ARQENT01-NOM-FUNCI EQUAL SPACES
416900         SET EXT-RCT-NOME-COMPAT TO TRUE
417000     ELSE
417100         MOVE ARQENT01-NOM-FUNCI TO EXT-RCT-NOME
417200         PERFORM 2072-SEPARA-NOME THRU 2072-EXIT
417300         MOVE EXT-RCT-PRIMEIRO TO EXT-RCT-PRI-ATU
417400         MOVE EXT-RCT-ULTIMO   TO EXT-RCT-ULT-ATU
417500         PERFORM 2071-COMPARA-NOME THRU 2071-EXIT
417600                 VARYING GENIDX1-IX-NOME FROM 1 BY 1
417700                 UNTIL GENIDX1-IX-NOME > GENIDX1-QT-NOMES
417800                    OR EXT-RCT-NOME-COMPAT
417900     END-IF.
418000
418100     IF NOT EXT-RCT-NOME-COMPAT
418200         SET EXT-REUSO-SUSPEITO TO TRUE
418300         ADD 1 TO EXT-QT-RCT-REUSO
418400         MOVE 'SUSPEITA DE REUSO' TO EXT-RCT-TIPO
418500         PERFORM 2075-GRAVA-RELRCT1 THRU 2075-EXIT
418600         GO TO 2070-EXIT
418700     END-IF.
418800
418900     IF GENIDX1-SIT-ULT EQUAL 'I'
419000         ADD 1 TO EXT-QT-RCT-RECONTRAT
419100         MOVE 'RECONTRATACAO' TO EXT-RCT-TIPO
419200         PERFORM 2075-GRAVA-RELRCT1 THRU 2075-EXIT
419300         GO TO 2070-EXIT
419400     END-IF.
419500
419600     IF GENIDX1-DAT-ULT-GER LESS EXT-RCT-DAT-GER-RECENTE
419700         ADD 1 TO EXT-QT-RCT-RETORNO
419800         MOVE 'RETORNO APOS LACUNA' TO EXT-RCT-TIPO
419900         PERFORM 2075-GRAVA-RELRCT1 THRU 2075-EXIT
420000     END-IF.
420100
420200 2070-EXIT.
420300     EXIT.
420400
420500******************************************************************
420600*    2071-COMPARA-NOME                                           *
420700*    COMPARA O NOME DO REGISTRO CORRENTE COM UM DOS NOMES JA     *
420800*    USADOS PELO CODIGO: SAO COMPATIVEIS SE FOREM IGUAIS OU SE   *
420900*    COINCIDIREM NO PRIMEIRO OU NO ULTIMO NOME (ERRO DE DIGITACAO*
421000*    OU TROCA DE SOBRENOME NAO CARACTERIZAM REUSO)               *
421100******************************************************************
421200 2071-COMPARA-NOME.
421300
421400     IF GENIDX1-NOM-ANT(GENIDX1-IX-NOME) EQUAL ARQENT01-NOM-FUNCI
421500         SET EXT-RCT-NOME-COMPAT TO TRUE
421600         GO TO 2071-EXIT
421700     END-IF.
421800
421900     MOVE GENIDX1-NOM-ANT(GENIDX1-IX-NOME) TO EXT-RCT-NOME.
422000     PERFORM 2072-SEPARA-NOME THRU 2072-EXIT.
422100
422200     IF EXT-RCT-PRIMEIRO NOT EQUAL SPACES
422300        AND EXT-RCT-PRIMEIRO EQUAL EXT-RCT-PRI-ATU
422400         SET EXT-RCT-NOME-COMPAT TO TRUE
422500     END-IF.
422600
422700     IF EXT-RCT-ULTIMO NOT EQUAL SPACES
422800        AND EXT-RCT-ULTIMO EQUAL EXT-RCT-ULT-ATU
422900         SET EXT-RCT-NOME-COMPAT TO TRUE
423000     END-IF.
423100
423200 2071-EXIT.
423300     EXIT.
423400
423500******************************************************************
423600*    2072-SEPARA-NOME                                            *
423700*    SEPARA O PRIMEIRO E O ULTIMO NOME DE EXT-RCT-NOME EM        *
423800*    EXT-RCT-PRIMEIRO E EXT-RCT-ULTIMO                           *
423900******************************************************************
424000 2072-SEPARA-NOME.
424100
424200     MOVE SPACES TO EXT-RCT-PRIMEIRO.
424300     MOVE SPACES TO EXT-RCT-ULTIMO.
424400     MOVE 1      TO EXT-RCT-PONTEIRO.
424500
424600     PERFORM 2073-EXTRAI-PALAVRA THRU 2073-EXIT
424700             UNTIL EXT-RCT-PONTEIRO > 50.
424800
424900 2072-EXIT.
425000     EXIT.
425100
425200******************************************************************
425300*    2073-EXTRAI-PALAVRA                                         *
425400*    EXTRAI A PROXIMA PALAVRA DE EXT-RCT-NOME A PARTIR DE        *
425500*    EXT-RCT-PONTEIRO, GUARDANDO A PRIMEIRA E A ULTIMA           *
425600******************************************************************
425700 2073-EXTRAI-PALAVRA.
425800
425900     MOVE SPACES TO EXT-RCT-PALAVRA.
426000
426100     UNSTRING EXT-RCT-NOME DELIMITED BY ALL SPACE
426200         INTO EXT-RCT-PALAVRA
426300         WITH POINTER EXT-RCT-PONTEIRO
426400     END-UNSTRING.
426500
426600     IF EXT-RCT-PALAVRA NOT EQUAL SPACES
426700         IF EXT-RCT-PRIMEIRO EQUAL SPACES
426800             MOVE EXT-RCT-PALAVRA TO EXT-RCT-PRIMEIRO
426900         END-IF
427000         MOVE EXT-RCT-PALAVRA TO EXT-RCT-ULTIMO
427100     END-IF.
427200
427300 2073-EXIT.
427400     EXIT.
427500
427600******************************************************************
427700*    2075-GRAVA-RELRCT1                                          *
427800*    GRAVA NO RELRCT1 A LINHA DO CASO APURADO EM 2070, COM O     *
427900*    NOME ATUAL E O DA ULTIMA GERACAO EM QUE O CODIGO APARECE    *
428000******************************************************************
428100 2075-GRAVA-RELRCT1.
428200
428300     MOVE ARQENT01-COD-FUNCI   TO EXT-RCT-LIN-COD.
428400     MOVE EXT-RCT-TIPO         TO EXT-RCT-LIN-TIPO.
428500     MOVE ARQENT01-NOM-FUNCI   TO EXT-RCT-LIN-NOME.
428600     MOVE GENIDX1-NOM-ULT      TO EXT-RCT-LIN-NOME-ANT.
428700     MOVE GENIDX1-SIT-ULT      TO EXT-RCT-LIN-SIT.
428800
428900     MOVE GENIDX1-DAT-ULT-GER  TO EXT-RCT-DAT-COMP.
429000     MOVE SPACES               TO EXT-RCT-LIN-DAT.
429100     STRING EXT-RCT-DAT-COMP-DD DELIMITED BY SIZE
429200            '/'                 DELIMITED BY SIZE
429300            EXT-RCT-DAT-COMP-MM DELIMITED BY SIZE
429400            '/'                 DELIMITED BY SIZE
429500            EXT-RCT-DAT-COMP-AA DELIMITED BY SIZE
429600       INTO EXT-RCT-LIN-DAT.
429700
429800     WRITE RELRCT1-REGISTRO FROM EXT-RCT-LINHA.
429900
430000 2075-EXIT.
430100     EXIT.
430200
430300******************************************************************
430400*    3470-FECHA-RELRCT1                                          *
430500*    GRAVA OS TOTAIS DO RELATORIO DE RECONTRATACOES E REUSO DE   *
430600*    CODIGO (RELRCT1) E O FECHA                                  *
430700******************************************************************
430800 3470-FECHA-RELRCT1.
430900
431000     MOVE SPACES TO RELRCT1-REGISTRO.
431100     WRITE RELRCT1-REGISTRO.
431200
431300     IF NOT EXT-GENIDX-DISPONIVEL
431400         STRING 'GERACOES DO HISTORICO (HISTGEN1) INDISPONIVEIS '
431500                '- VERIFICACAO NAO REALIZADA'
431600                DELIMITED BY SIZE
431700           INTO RELRCT1-REGISTRO
431800         WRITE RELRCT1-REGISTRO
431900         CLOSE RELRCT1
432000         GO TO 3470-EXIT
432100     END-IF.
432200
432300     STRING 'CODIGOS COM HISTORICO .......: ' DELIMITED BY SIZE
432400            EXT-QT-RCT-CODIGOS                DELIMITED BY SIZE
432500       INTO RELRCT1-REGISTRO.
432600     WRITE RELRCT1-REGISTRO.
432700
432800     MOVE SPACES TO RELRCT1-REGISTRO.
432900     STRING 'SUSPEITAS DE REUSO (MOTIVO 06): ' DELIMITED BY SIZE
433000            EXT-QT-RCT-REUSO                  DELIMITED BY SIZE
433100       INTO RELRCT1-REGISTRO.
433200     WRITE RELRCT1-REGISTRO.
433300
433400     MOVE SPACES TO RELRCT1-REGISTRO.
433500     STRING 'RECONTRATACOES ..............: ' DELIMITED BY SIZE
433600            EXT-QT-RCT-RECONTRAT              DELIMITED BY SIZE
433700       INTO RELRCT1-REGISTRO.
433800     WRITE RELRCT1-REGISTRO.
433900
434000     MOVE SPACES TO RELRCT1-REGISTRO.
434100     STRING 'RETORNOS APOS LACUNA ........: ' DELIMITED BY SIZE
434200            EXT-QT-RCT-RETORNO                DELIMITED BY SIZE
434300       INTO RELRCT1-REGISTRO.
434400     WRITE RELRCT1-REGISTRO.
434500
434600     CLOSE RELRCT1.
434700
434800 3470-EXIT.
434900     EXIT.
435000
435100******************************************************************
435200*    1800-AVALIA-FEEDS                                           *
435300*    PORTA DE QUALIDADE POR FEED: ANTES DO PROCESSAMENTO, LE UMA *
435400*    VEZ CADA FEED (PRIMARIO E LISTADOS EM LISTENT1), APURA      *
435500*    LIDOS, REJEITADOS E DUPLICADOS COM AS CRITICAS DE           *
435600*    2000-PROCESSA, SEM GRAVAR NENHUMA SAIDA, E COLOCA EM        *
435700*    QUARENTENA O FEED QUE EXCEDER SUAS TOLERANCIAS. O DUPIDX1   *
435800*    E ESVAZIADO E O ARQENT01 PRIMARIO REABERTO PARA O           *
435900*    PROCESSAMENTO NORMAL. EMITE O PLACAR POR FEED (RELFED1) E,  *
436000*    HAVENDO QUARENTENA, ENCERRA COM RETURN-CODE 8               *
436100******************************************************************
436200 1800-AVALIA-FEEDS.
436300
436400     COMPUTE EXT-QT-FED = EXT-QT-LISTENT1 + 1.
436500
436600     CLOSE ARQENT01.
436700     SET EXT-PRE-AVALIACAO TO TRUE.
436800
436900     PERFORM 1810-AVALIA-FEED THRU 1810-EXIT
437000             VARYING EXT-IX-FED FROM 1 BY 1
437100             UNTIL EXT-IX-FED > EXT-QT-FED.
437200
437300     MOVE 'N' TO EXT-SW-PRE-AVALIACAO.
437400
437500     IF NOT EXT-DUPIDX1-ERRO
437600         CLOSE DUPIDX1
437700         OPEN OUTPUT DUPIDX1
437800         IF EXT-FS-DUPIDX1 NOT EQUAL '00'
437900             DISPLAY 'EXT01112 - ERRO AO REABRIR O DUPIDX1 FS='
438000                      EXT-FS-DUPIDX1
438100             SET EXT-DUPIDX1-ERRO TO TRUE
438200             MOVE 12 TO RETURN-CODE
438300         END-IF
438400     END-IF.
438500
438600     MOVE 'ARQENT01' TO EXT-ARQENT01-NOME.
438610     IF NOT EXT-FED-INDISP(1)
438620         OPEN INPUT ARQENT01
438630         IF EXT-FS-ARQENT01 NOT EQUAL '00'
438640             PERFORM 1190-ABANDONA-FEED THRU 1190-EXIT
438650         END-IF
438660     END-IF.
438800
438900     PERFORM 1850-EMITE-RELFED1 THRU 1850-EXIT.
439000
439100     IF EXT-QT-FED-QUARENTENA GREATER ZEROS
439200         DISPLAY 'EXT01112 - FEED(S) EM QUARENTENA - VER RELFED1'
439300         IF RETURN-CODE LESS 8
439400             MOVE 8 TO RETURN-CODE
439500         END-IF
439600     END-IF.
439700
439800 1800-EXIT.
439900     EXIT.
440000
440100******************************************************************
440200*    1810-AVALIA-FEED                                            *
440300*    ABRE O FEED DA POSICAO EXT-IX-FED, CRITICA TODOS OS SEUS    *
440400*    REGISTROS E CONFRONTA O RESULTADO COM AS TOLERANCIAS. FEED  *
440500*    QUE NAO ABRE OU NAO PODE SER LIDO ATE O FIM E INDISPONIVEL  *
440600******************************************************************
440700 1810-AVALIA-FEED.
440800
440900     IF EXT-IX-FED EQUAL 1
441000         MOVE 'ARQENT01' TO EXT-ARQENT01-NOME
441100     ELSE
441200         SET EXT-IX-LISTENT1 TO EXT-IX-FED
441300         SET EXT-IX-LISTENT1 DOWN BY 1
441400         MOVE EXT-LISTENT1-NOME(EXT-IX-LISTENT1)
441500           TO EXT-ARQENT01-NOME
441600     END-IF.
441700
441800     OPEN INPUT ARQENT01.
441900
442000     IF EXT-FS-ARQENT01 EQUAL '00'
442100         MOVE 'N' TO EXT-SW-FIM-FEED
442200         PERFORM 1812-LER-FEED     THRU 1812-EXIT
442300         PERFORM 1814-CRITICA-FEED THRU 1814-EXIT
442400                 UNTIL EXT-FIM-FEED
442500         CLOSE ARQENT01
442600     ELSE
442700         SET EXT-FED-INDISP(EXT-IX-FED) TO TRUE
442800     END-IF.
442900
443000     PERFORM 1816-APURA-TOLERANCIA THRU 1816-EXIT.
443100
443200 1810-EXIT.
443300     EXIT.
443400
443500******************************************************************
443600*    1812-LER-FEED                                               *
443700*    LE UM REGISTRO DO FEED EM AVALIACAO. ERRO DE LEITURA TORNA  *
443800*    O FEED INDISPONIVEL E ENCERRA A SUA AVALIACAO               *
443900******************************************************************
444000 1812-LER-FEED.
444100
444200     READ ARQENT01
444300         AT END
444400             SET EXT-FIM-FEED TO TRUE
444500     END-READ.
444600
444700     IF EXT-FS-ARQENT01 GREATER '10'
444800         SET EXT-FED-INDISP(EXT-IX-FED) TO TRUE
444900         SET EXT-FIM-FEED TO TRUE
445000     END-IF.
445100
445200 1812-EXIT.
445300     EXIT.
445400
445500******************************************************************
445600*    1814-CRITICA-FEED                                           *
445700*    CONTA O REGISTRO CORRENTE DO FEED E O SUBMETE AO FILTRO, A  *
445800*    DEDUPLICACAO E, SE ATIVO, A VALIDACAO, NA MESMA ORDEM DE    *
445900*    2000-PROCESSA; REGISTRO FORA DO FILTRO NAO E AVALIADO       *
446000******************************************************************
446100 1814-CRITICA-FEED.
446200
446300     ADD 1 TO EXT-FED-QT-LIDOS(EXT-IX-FED).
446400
446500     PERFORM 2005-VERIFICA-FILTRO THRU 2005-EXIT.
446600
446700     IF NOT EXT-REG-FORA-FILTRO
446800         PERFORM 2010-VERIFICA-DUPLICADO THRU 2010-EXIT
446900         IF EXT-REG-DUPLICADO
447000             ADD 1 TO EXT-FED-QT-DUP(EXT-IX-FED)
447100         ELSE
447200             IF NOT ARQENT01-SIT-INATIVO
447300                 MOVE 'N' TO EXT-SW-REUSO-SUSPEITO
447400                 PERFORM 2050-VALIDA-REGISTRO THRU 2050-EXIT
447500                 IF EXT-REG-INVALIDO
447600                     ADD 1 TO EXT-FED-QT-REJ(EXT-IX-FED)
447700                 END-IF
447800             END-IF
447900         END-IF
448000     END-IF.
448100
448200     PERFORM 1812-LER-FEED THRU 1812-EXIT.
448300
448400 1814-EXIT.
448500     EXIT.
448600
448700******************************************************************
448800*    1816-APURA-TOLERANCIA                                       *
448900*    CALCULA OS PERCENTUAIS DE REJEITADOS E DUPLICADOS SOBRE OS  *
449000*    LIDOS DO FEED, MARCA COM * CADA TOLERANCIA EXCEDIDA E POE   *
449100*    EM QUARENTENA O FEED COM ALGUMA MARCA OU INDISPONIVEL       *
449200******************************************************************
449300 1816-APURA-TOLERANCIA.
449400
449500     IF EXT-FED-QT-LIDOS(EXT-IX-FED) GREATER ZEROS
449600         COMPUTE EXT-FED-PCT-REJ(EXT-IX-FED) ROUNDED =
449700                 EXT-FED-QT-REJ(EXT-IX-FED) * 100
449800               / EXT-FED-QT-LIDOS(EXT-IX-FED)
449900         COMPUTE EXT-FED-PCT-DUP(EXT-IX-FED) ROUNDED =
450000                 EXT-FED-QT-DUP(EXT-IX-FED) * 100
450100               / EXT-FED-QT-LIDOS(EXT-IX-FED)
450200     END-IF.
450300
450400     IF EXT-FED-PCT-REJ(EXT-IX-FED)
450500        GREATER EXT-FED-PCT-MAX-REJ(EXT-IX-FED)
450600         MOVE '*' TO EXT-FED-EXC-REJ(EXT-IX-FED)
450700     END-IF.
450800
450900     IF EXT-FED-PCT-DUP(EXT-IX-FED)
451000        GREATER EXT-FED-PCT-MAX-DUP(EXT-IX-FED)
451100         MOVE '*' TO EXT-FED-EXC-DUP(EXT-IX-FED)
451200     END-IF.
451300
451400     IF EXT-FED-QT-LIDOS(EXT-IX-FED)
451500        LESS EXT-FED-QT-MIN(EXT-IX-FED)
451600         MOVE '*' TO EXT-FED-EXC-MIN(EXT-IX-FED)
451700     END-IF.
451800
451900     IF EXT-FED-QT-MAX(EXT-IX-FED) GREATER ZEROS
452000        AND EXT-FED-QT-LIDOS(EXT-IX-FED)
452100            GREATER EXT-FED-QT-MAX(EXT-IX-FED)
452200         MOVE '*' TO EXT-FED-EXC-MAX(EXT-IX-FED)
452300     END-IF.
452400
452500     IF EXT-FED-INDISP(EXT-IX-FED)
452600        OR EXT-FED-EXC-REJ(EXT-IX-FED) EQUAL '*'
452700        OR EXT-FED-EXC-DUP(EXT-IX-FED) EQUAL '*'
452800        OR EXT-FED-EXC-MIN(EXT-IX-FED) EQUAL '*'
452900        OR EXT-FED-EXC-MAX(EXT-IX-FED) EQUAL '*'
453000         SET EXT-FED-QUARENTENA(EXT-IX-FED) TO TRUE
453100         ADD 1 TO EXT-QT-FED-QUARENTENA
453200         DISPLAY 'EXT01112 - FEED EM QUARENTENA: '
453300                  EXT-FED-NOME(EXT-IX-FED)
453400     END-IF.
453500
453600 1816-EXIT.
453700     EXIT.
453800
453900******************************************************************
454000*    1850-EMITE-RELFED1                                          *
454100*    EMITE O PLACAR DE QUALIDADE POR FEED (RELFED1): UMA LINHA   *
454200*    POR FEED COM LIDOS, REJEITADOS E DUPLICADOS (QUANTIDADE E   *
454300*    PERCENTUAL / LIMITE), VOLUME MINIMO E MAXIMO ESPERADOS E A  *
454400*    SITUACAO, SEGUIDA DA LEGENDA E DOS TOTAIS                   *
454500******************************************************************
454600 1850-EMITE-RELFED1.
454700
454800     OPEN OUTPUT RELFED1.
454900
455000     MOVE SPACES TO RELFED1-REGISTRO.
455100     STRING 'PLACAR DE QUALIDADE POR FEED - EXT01112 - DATA: '
455200                                  DELIMITED BY SIZE
455300            EXT-DATA-EXEC-EDIT    DELIMITED BY SIZE
455400       INTO RELFED1-REGISTRO.
455500     WRITE RELFED1-REGISTRO.
455600
455700     MOVE SPACES TO RELFED1-REGISTRO.
455800     WRITE RELFED1-REGISTRO.
455900     WRITE RELFED1-REGISTRO FROM EXT-FED-CABEC.
456000
456100     PERFORM 1852-EMITE-LINHA-FEED THRU 1852-EXIT
456200             VARYING EXT-IX-FED FROM 1 BY 1
456300             UNTIL EXT-IX-FED > EXT-QT-FED.
456400
456500     MOVE SPACES TO RELFED1-REGISTRO.
456600     WRITE RELFED1-REGISTRO.
456700
456800     STRING 'LIMITE NAO INFORMADO NO LISTENT1: PERCENTUAL 100, '
456900            'MAXIMO 0 (SEM LIMITE). * = TOLERANCIA EXCEDIDA'
457000            DELIMITED BY SIZE
457100       INTO RELFED1-REGISTRO.
457200     WRITE RELFED1-REGISTRO.
457300
457400     MOVE SPACES TO RELFED1-REGISTRO.
457500     STRING 'FEED EM QUARENTENA: O FUNCIONARIO AUSENTE SAI COM '
457600            'OS DADOS DA EXECUCAO ANTERIOR (SAIANT1)'
457700            DELIMITED BY SIZE
457800       INTO RELFED1-REGISTRO.
457900     WRITE RELFED1-REGISTRO.
458000
458100     MOVE SPACES TO RELFED1-REGISTRO.
458200     WRITE RELFED1-REGISTRO.
458300
458400     STRING 'FEEDS AVALIADOS .............: ' DELIMITED BY SIZE
458500            EXT-QT-FED                        DELIMITED BY SIZE
458600       INTO RELFED1-REGISTRO.
458700     WRITE RELFED1-REGISTRO.
458800
458900     MOVE SPACES TO RELFED1-REGISTRO.
459000     STRING 'FEEDS EM QUARENTENA .........: ' DELIMITED BY SIZE
459100            EXT-QT-FED-QUARENTENA             DELIMITED BY SIZE
459200       INTO RELFED1-REGISTRO.
459300     WRITE RELFED1-REGISTRO.
459400
459500     CLOSE RELFED1.
459600
459700 1850-EXIT.
459800     EXIT.
459900
460000******************************************************************
460100*    1852-EMITE-LINHA-FEED                                       *
460200*    FORMATA E GRAVA NO RELFED1 A LINHA DO FEED EXT-IX-FED       *
460300******************************************************************
460400 1852-EMITE-LINHA-FEED.
460500
460600     MOVE EXT-FED-NOME(EXT-IX-FED)        TO EXT-FED-LIN-NOME.
460700     MOVE EXT-FED-QT-LIDOS(EXT-IX-FED)    TO EXT-FED-LIN-LIDOS.
460800     MOVE EXT-FED-QT-REJ(EXT-IX-FED)      TO EXT-FED-LIN-REJ.
460900     MOVE EXT-FED-PCT-REJ(EXT-IX-FED)     TO EXT-FED-LIN-PCT-REJ.
461000     MOVE EXT-FED-PCT-MAX-REJ(EXT-IX-FED) TO EXT-FED-LIN-LIM-REJ.
461100     MOVE EXT-FED-EXC-REJ(EXT-IX-FED)     TO EXT-FED-LIN-EXC-REJ.
461200     MOVE EXT-FED-QT-DUP(EXT-IX-FED)      TO EXT-FED-LIN-DUP.
461300     MOVE EXT-FED-PCT-DUP(EXT-IX-FED)     TO EXT-FED-LIN-PCT-DUP.
461400     MOVE EXT-FED-PCT-MAX-DUP(EXT-IX-FED) TO EXT-FED-LIN-LIM-DUP.
461500     MOVE EXT-FED-EXC-DUP(EXT-IX-FED)     TO EXT-FED-LIN-EXC-DUP.
461600     MOVE EXT-FED-QT-MIN(EXT-IX-FED)      TO EXT-FED-LIN-MIN.
461700     MOVE EXT-FED-EXC-MIN(EXT-IX-FED)     TO EXT-FED-LIN-EXC-MIN.
461800     MOVE EXT-FED-QT-MAX(EXT-IX-FED)      TO EXT-FED-LIN-MAX.
461900     MOVE EXT-FED-EXC-MAX(EXT-IX-FED)     TO EXT-FED-LIN-EXC-MAX.
462000
462100     IF EXT-FED-INDISP(EXT-IX-FED)
462200         MOVE 'QUARENTENA (INDISP)' TO EXT-FED-LIN-SIT
462300     ELSE
462400         IF EXT-FED-QUARENTENA(EXT-IX-FED)
462500             MOVE 'QUARENTENA'      TO EXT-FED-LIN-SIT
462600         ELSE
462700             MOVE 'OK'              TO EXT-FED-LIN-SIT
462800         END-IF
462900     END-IF.
463000
463100     WRITE RELFED1-REGISTRO FROM EXT-FED-LINHA.
463200
463300 1852-EXIT.
463400     EXIT.
463500
463600******************************************************************
463700*    3255-SINALIZA-QUARENTENA                                    *
463800*    GRAVA NO CTLFLAG1 UMA LINHA PARA O FEED EXT-IX-FED, SE ELE  *
463900*    ESTIVER EM QUARENTENA, PARA QUE A OPERACAO REEXECUTE A      *
464000*    EXTRACAO DEPOIS QUE A ORIGEM CORRIGIR O FEED                *
464100******************************************************************
464200 3255-SINALIZA-QUARENTENA.
464300
464400     IF EXT-FED-QUARENTENA(EXT-IX-FED)
464500         MOVE SPACES TO CTLFLAG1-REGISTRO
464600         STRING 'EXT01112 - FEED EM QUARENTENA ' DELIMITED BY SIZE
464700                EXT-FED-NOME(EXT-IX-FED)         DELIMITED BY SIZE
464800           INTO CTLFLAG1-REGISTRO
464900         WRITE CTLFLAG1-REGISTRO
465000     END-IF.
465100
465200 3255-EXIT.
465300     EXIT.
465400
465500******************************************************************
465600*    3725-MANTEM-ANTERIOR                                        *
465700*    GRAVA NO NOVO HISTORICO (HISTGER1) A ENTRADA DO HISTORICO   *
465800*    ANTERIOR (HISTIDX1) DO FUNCIONARIO NAO VISTO NESTA EXECUCAO *
465900*    COM FEED EM QUARENTENA, PRESERVANDO OS SEUS ULTIMOS VALORES *
466000******************************************************************
466100 3725-MANTEM-ANTERIOR.
466200
466900     PERFORM 3726-GRAVA-HIST-ANTERIOR THRU 3726-EXIT.
467100
467200     ADD 1 TO EXT-QT-HIST-MANTIDOS.
467300
467400 3725-EXIT.
467500     EXIT.
467600
467700******************************************************************
467800*    3726-GRAVA-HIST-ANTERIOR                                    *
467900*    COPIA PARA O NOVO HISTORICO (HISTGER1) A ENTRADA CORRENTE DO*
468000*    HISTORICO ANTERIOR (HISTIDX1), SEM ALTERACAO. USADO PELA    *
468100*    QUARENTENA (3725) E PELA SUSPEITA DE REUSO DO CODIGO (2080) *
468200******************************************************************
468300 3726-GRAVA-HIST-ANTERIOR.
468400
468500     MOVE HISTIDX1-COD-FUNCI  TO ARQHIST01-COD-FUNCI.
468600     MOVE HISTIDX1-NOM-FUNCI  TO ARQHIST01-NOM-FUNCI.
468700     MOVE HISTIDX1-NOM-ESCRT  TO ARQHIST01-NOM-ESCRT.
468800     MOVE HISTIDX1-NOM-DPTFN  TO ARQHIST01-NOM-DPTFN.
468900     MOVE HISTIDX1-SIT-FUNCI  TO ARQHIST01-SIT-FUNCI.
469000
469100     MOVE ARQHIST01-REGISTRO  TO HISTGER1-REGISTRO.
469200     WRITE HISTGER1-REGISTRO.
469300
469400 3726-EXIT.
469500     EXIT.
