002600*    DATA       AUTOR     DESCRICAO                              *
002700*    ---------- --------- ------------------------------------- *
002800*    02/09/2026 EAS       PROGRAMA ORIGINAL.                     *
002810*    15/10/2026 EAS       RECTRAN1 PASSA A TRAZER O USUARIO. CADA*
002820*                         CORRECAO/EXPURGO APLICADO E ACRESCIDO  *
002830*                         AO JOURNAL PERMANENTE DE ALTERACOES    *
002840*                         (JRNALT1, BOOK JRN01112) COM DATA/HORA *
002850*                         E VALORES ANTES/DEPOIS.                *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
006800
006900     SELECT RELREC1   ASSIGN TO RELREC1
007000                      ORGANIZATION IS LINE SEQUENTIAL.
007010
007020     SELECT JRNALT1   ASSIGN TO JRNALT1
007030                      ORGANIZATION IS LINE SEQUENTIAL
007040                      FILE STATUS  IS REC-FS-JRNALT1.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
008200     03 RECTRAN1-TIP-TRANS           PIC X(01).
008300     03 RECTRAN1-DAT-COINT           PIC X(10).
008400     03 RECTRAN1-NOM-ESCRT           PIC X(30).
008450     03 RECTRAN1-COD-USUARIO         PIC X(08).
008500     03 FILLER                       PIC X(23).
008600
008700 FD  RECPARM
008800     RECORDING MODE IS F.
012100 FD  RELREC1
012200     RECORDING MODE IS F.
012300 01  RELREC1-REGISTRO               PIC X(130).
012310
012320 FD  JRNALT1
012330     RECORDING MODE IS F.
012340 COPY JRN01112.
012400
012500 WORKING-STORAGE SECTION.
012600******************************************************************
017300*    EM MEMORIA NA INICIALIZACAO, COM A CHAVE ARQSUS01-COD-FUNCI. *
017400*    'C' = CORRIGE (DATA E/OU ESCRITORIO), 'P' = EXPURGA O ITEM   *
017500*    CONFIRMADO COMO MORTO PELA ORIGEM                            *
017550*    CADA TRANSACAO TRAZ O USUARIO RESPONSAVEL, LEVADO AO JOURNAL *
017600******************************************************************
017700 77  REC-FS-RECTRAN1           PIC X(02) VALUE '00'.
017800
019000        05 REC-TRANS-TIPO      PIC X(01).
019100        05 REC-TRANS-DAT-COINT PIC X(10).
019200        05 REC-TRANS-NOM-ESCRT PIC X(30).
019250        05 REC-TRANS-COD-USUARIO PIC X(08).
019300        05 REC-TRANS-SW-USADA  PIC X(01).
019400           88 REC-TRANS-USADA       VALUE 'S'.
019500
029800 77  REC-VAL-RESTO             PIC 9(04) VALUE ZEROS.
029900
030000 01  REC-DATA-EXEC-EDIT        PIC X(10) VALUE SPACES.
030002
030004******************************************************************
030006*    JOURNAL PERMANENTE DE ALTERACOES (JRNALT1), ACRESCIDO DE UM *
030008*    REGISTRO POR CORRECAO OU EXPURGO APLICADO NO SUSPENSE       *
030010******************************************************************
030012 77  REC-FS-JRNALT1            PIC X(02) VALUE '00'.
030014
030016 77  REC-SW-JRNALT1-ABERTO     PIC X(01) VALUE 'N'.
030018     88 REC-JRNALT1-ABERTO          VALUE 'S'.
030020
030022 77  REC-QT-JOURNAL            PIC 9(08) VALUE ZEROS.
030024
030026 01  REC-HORA-SISTEMA.
030028     03 REC-HORA-SISTEMA-HH    PIC 9(02).
030030     03 REC-HORA-SISTEMA-MM    PIC 9(02).
030032     03 REC-HORA-SISTEMA-SS    PIC 9(02).
030034     03 REC-HORA-SISTEMA-CC    PIC 9(02).
030036
030038 01  REC-JRN-VAL-ANTES         PIC X(60) VALUE SPACES.
030040 01  REC-JRN-VAL-DEPOIS        PIC X(60) VALUE SPACES.
030100
030200 PROCEDURE DIVISION.
030300******************************************************************
034000     PERFORM 1330-LE-ESCRITORIOS  THRU 1330-EXIT.
034100     PERFORM 1310-LE-REGRAS       THRU 1310-EXIT.
034200     PERFORM 1600-GRAVA-CABECALHO THRU 1600-EXIT.
034250     PERFORM 1500-ABRE-JOURNAL    THRU 1500-EXIT.
034300
034400     OPEN INPUT SUSP1112.
034500
065600               TO REC-TRANS-DAT-COINT(REC-IX-TRANS)
065700             MOVE RECTRAN1-NOM-ESCRT
065800               TO REC-TRANS-NOM-ESCRT(REC-IX-TRANS)
065810             MOVE RECTRAN1-COD-USUARIO
065820               TO REC-TRANS-COD-USUARIO(REC-IX-TRANS)
065900             MOVE 'N'
066000               TO REC-TRANS-SW-USADA(REC-IX-TRANS)
066100         ELSE
066700
066800 1344-EXIT.
066900     EXIT.
066902
066904******************************************************************
066906*    1500-ABRE-JOURNAL                                           *
066908*    ABRE O JOURNAL PERMANENTE DE ALTERACOES (JRNALT1) PARA      *
066910*    ACRESCIMO. NA PRIMEIRA EXECUCAO O ARQUIVO AINDA NAO EXISTE  *
066912*    E E CRIADO. SEM O JOURNAL AS TRANSACOES SAO DESPREZADAS E O *
066914*    SUSPENSE E SO ENVELHECIDO E REGRAVADO, POIS NENHUMA         *
066916*    CORRECAO PODE FICAR SEM REGISTRO PERMANENTE                 *
066918******************************************************************
066920 1500-ABRE-JOURNAL.
066922
066924     OPEN EXTEND JRNALT1.
066926
066928     IF REC-FS-JRNALT1 EQUAL '35'
066930         OPEN OUTPUT JRNALT1
066932     END-IF.
066934
066936     IF REC-FS-JRNALT1 NOT EQUAL '00'
066938         DISPLAY 'REC01112 - JRNALT1 NAO ABERTO FS='
066940                  REC-FS-JRNALT1
066942                 ' - TRANSACOES NAO APLICADAS'
066944         MOVE SPACES TO RELREC1-REGISTRO
066946         STRING 'JOURNAL DE ALTERACOES (JRNALT1) INDISPONIVEL - '
066948                'TRANSACOES NAO APLICADAS'
066950                DELIMITED BY SIZE INTO RELREC1-REGISTRO
066952         WRITE RELREC1-REGISTRO
066954         MOVE ZEROS TO REC-QT-TRANS
066956         MOVE 12 TO RETURN-CODE
066958         GO TO 1500-EXIT
066960     END-IF.
066962
066964     SET REC-JRNALT1-ABERTO TO TRUE.
066966
066968 1500-EXIT.
066970     EXIT.
067000
067100******************************************************************
067200*    1600-GRAVA-CABECALHO                                        *
069900*    ITEM E CORRIGIDO E REVALIDADO; SEM TRANSACAO, OU QUANDO A   *
070000*    CORRECAO E REPROVADA, O ITEM E ENVELHECIDO E MANTIDO NO     *
070100*    SUSPENSE                                                    *
070150*    A CORRECAO E O EXPURGO APLICADOS SAO ACRESCIDOS AO JOURNAL  *
070200******************************************************************
070300 2000-PROCESSA.
070400
070800        AND REC-TRANS-TIPO(REC-IX-TRANS-ATUAL) EQUAL 'P'
070900         MOVE 'S' TO REC-TRANS-SW-USADA(REC-IX-TRANS-ATUAL)
071000         ADD 1 TO REC-QT-EXPURGADOS
071010         PERFORM 2020-GUARDA-ANTES THRU 2020-EXIT
071020         MOVE 'EXPURGADO DO SUSPENSE' TO REC-JRN-VAL-DEPOIS
071030         PERFORM 2900-GRAVA-JOURNAL THRU 2900-EXIT
071100     ELSE
071200         IF REC-TRANS-ACHADA
071300            AND REC-TRANS-TIPO(REC-IX-TRANS-ATUAL) EQUAL 'C'
071400             MOVE 'S' TO REC-TRANS-SW-USADA(REC-IX-TRANS-ATUAL)
071450             PERFORM 2020-GUARDA-ANTES THRU 2020-EXIT
071500             PERFORM 2030-APLICA-CORRECAO THRU 2030-EXIT
071600             PERFORM 2050-REVALIDA-REGISTRO THRU 2050-EXIT
071700             IF REC-REG-INVALIDO
072300                 ADD 1 TO REC-QT-CORRIGIDOS
072400                 PERFORM 2100-GRAVA-CORRIGIDO THRU 2100-EXIT
072500             END-IF
072510             PERFORM 2080-MONTA-DEPOIS THRU 2080-EXIT
072520             PERFORM 2900-GRAVA-JOURNAL THRU 2900-EXIT
072600         ELSE
072700             PERFORM 2300-VERIFICA-IDADE THRU 2300-EXIT
072800             ADD 1 TO REC-QT-MANTIDOS
076600
076700 2011-EXIT.
076800     EXIT.
076805
076810******************************************************************
076815*    2020-GUARDA-ANTES                                           *
076820*    GUARDA PARA O JOURNAL O ESCRITORIO, A DATA DE CONTROLE E O  *
076825*    MOTIVO DO ITEM DE SUSPENSE ANTES DA TRANSACAO               *
076830******************************************************************
076835 2020-GUARDA-ANTES.
076840
076845     MOVE SPACES TO REC-JRN-VAL-ANTES.
076850     STRING ARQSUS01-NOM-ESCRT    DELIMITED BY SIZE
076855            ' '                   DELIMITED BY SIZE
076860            ARQSUS01-DAT-COINT    DELIMITED BY SIZE
076865            ' MOTIVO '            DELIMITED BY SIZE
076870            ARQSUS01-COD-MOTIVO   DELIMITED BY SIZE
076875       INTO REC-JRN-VAL-ANTES.
076880
076885 2020-EXIT.
076890     EXIT.
076900
077000******************************************************************
077100*    2030-APLICA-CORRECAO                                        *
117600
117700 2070-EXIT.
117800     EXIT.
117802
117804******************************************************************
117806*    2080-MONTA-DEPOIS                                           *
117808*    MONTA PARA O JOURNAL O ESCRITORIO E A DATA DE CONTROLE DO   *
117810*    ITEM CORRIGIDO, COM O NOVO MOTIVO QUANDO AINDA INVALIDO OU  *
117812*    A MARCA DE REINJECAO QUANDO APROVADO                        *
117814******************************************************************
117816 2080-MONTA-DEPOIS.
117818
117820     MOVE SPACES TO REC-JRN-VAL-DEPOIS.
117822
117824     IF REC-REG-INVALIDO
117826         STRING ARQSUS01-NOM-ESCRT    DELIMITED BY SIZE
117828                ' '                   DELIMITED BY SIZE
117830                ARQSUS01-DAT-COINT    DELIMITED BY SIZE
117832                ' MOTIVO '            DELIMITED BY SIZE
117834                ARQSUS01-COD-MOTIVO   DELIMITED BY SIZE
117836           INTO REC-JRN-VAL-DEPOIS
117838     ELSE
117840         STRING ARQSUS01-NOM-ESCRT    DELIMITED BY SIZE
117842                ' '                   DELIMITED BY SIZE
117844                ARQSUS01-DAT-COINT    DELIMITED BY SIZE
117846                ' REINJETADO'         DELIMITED BY SIZE
117848           INTO REC-JRN-VAL-DEPOIS
117850     END-IF.
117852
117854 2080-EXIT.
117856     EXIT.
117900
118000******************************************************************
118100*    2100-GRAVA-CORRIGIDO                                        *
126500
126600 2310-EXIT.
126700     EXIT.
126702
126704******************************************************************
126706*    2900-GRAVA-JOURNAL                                          *
126708*    ACRESCENTA AO JOURNAL PERMANENTE (JRNALT1) O REGISTRO DA    *
126710*    CORRECAO OU DO EXPURGO APLICADO NO ITEM DE SUSPENSE         *
126712*    CORRENTE, COM DATA/HORA, USUARIO DA TRANSACAO E OS VALORES  *
126714*    ANTES/DEPOIS                                                *
126716******************************************************************
126718 2900-GRAVA-JOURNAL.
126720
126722     ACCEPT REC-HORA-SISTEMA FROM TIME.
126724
126726     MOVE SPACES               TO JRNALT1-REGISTRO.
126728     MOVE REC-DATA-EXEC-EDIT   TO JRNALT1-DAT-MOVTO.
126730     STRING REC-HORA-SISTEMA-HH DELIMITED BY SIZE
126732            ':'                 DELIMITED BY SIZE
126734            REC-HORA-SISTEMA-MM DELIMITED BY SIZE
126736            ':'                 DELIMITED BY SIZE
126738            REC-HORA-SISTEMA-SS DELIMITED BY SIZE
126740       INTO JRNALT1-HOR-MOVTO.
126742     MOVE 'REC01112'           TO JRNALT1-NOM-PROGRAMA.
126744     SET JRNALT1-ARQ-SUSPENSE  TO TRUE.
126746     MOVE REC-TRANS-TIPO(REC-IX-TRANS-ATUAL)
126748                               TO JRNALT1-TIP-ACAO.
126750     MOVE ARQSUS01-COD-FUNCI   TO JRNALT1-CHAVE.
126752     MOVE REC-JRN-VAL-ANTES    TO JRNALT1-VAL-ANTES.
126754     MOVE REC-JRN-VAL-DEPOIS   TO JRNALT1-VAL-DEPOIS.
126756     MOVE REC-TRANS-COD-USUARIO(REC-IX-TRANS-ATUAL)
126758                               TO JRNALT1-COD-USUARIO.
126760
126762     WRITE JRNALT1-REGISTRO.
126764
126766     ADD 1 TO REC-QT-JOURNAL.
126768
126770 2900-EXIT.
126772     EXIT.
126800
126900******************************************************************
127000*    3000-FINALIZA                                               *
128600     CLOSE ARQCOR01.
128700     CLOSE SUSPNOV1.
128800     CLOSE RELREC1.
128810     IF REC-JRNALT1-ABERTO
128820         CLOSE JRNALT1
128830     END-IF.
128900
129000     DISPLAY 'REC01112 - SUSPENSE LIDOS ......: ' REC-QT-LIDOS.
129100     DISPLAY 'REC01112 - CORRIGIDOS (ARQCOR01): '
138100            REC-QT-TRANS-SEM-SUSP DELIMITED BY SIZE
138200       INTO RELREC1-REGISTRO.
138300     WRITE RELREC1-REGISTRO.
138310
138320     MOVE SPACES TO RELREC1-REGISTRO.
138330     STRING 'REGISTROS GRAVADOS NO JOURNAL ......: '
138340            DELIMITED BY SIZE
138350            REC-QT-JOURNAL DELIMITED BY SIZE
138360       INTO RELREC1-REGISTRO.
138370     WRITE RELREC1-REGISTRO.
138400
138500 3200-EXIT.
138600     EXIT.
