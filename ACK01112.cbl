002500*    DATA       AUTOR     DESCRICAO                              *
002600*    ---------- --------- ------------------------------------- *
002700*    02/09/2026 EAS       PROGRAMA ORIGINAL.                     *
002710*    15/10/2026 EAS       CADCONS1 PASSA A USAR O BOOK CSM01112  *
002720*                         (PERFIL DE ASSINATURA) E O COMPROVANTE *
002730*                         DE CADA CONSUMIDOR E CONFERIDO CONTRA  *
002740*                         A QUANTIDADE/HASH DO SEU PROPRIO       *
002750*                         ARQUIVO, REGISTRADOS PELO DST01112 NO  *
002760*                         CTLDST1.                               *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
004200     SELECT CADCONS1  ASSIGN TO CADCONS1
004300                      ORGANIZATION IS LINE SEQUENTIAL
004400                      FILE STATUS  IS ACK-FS-CADCONS1.
004410     SELECT CTLDST1   ASSIGN TO CTLDST1
004420                      ORGANIZATION IS LINE SEQUENTIAL
004430                      FILE STATUS  IS ACK-FS-CTLDST1.
004500
004600     SELECT ACKENT1   ASSIGN TO ACKENT1
004700                      ORGANIZATION IS LINE SEQUENTIAL
006200
006300 FD  CADCONS1
006400     RECORDING MODE IS F.
006500 COPY CSM01112.
006600 FD  CTLDST1
006700     RECORDING MODE IS F.
006800 COPY CTD01112.
006900
007000 FD  ACKENT1
007100     RECORDING MODE IS F.
009400 77  ACK-FS-CADCONS1           PIC X(02) VALUE '00'.
009500 77  ACK-FS-ACKENT1            PIC X(02) VALUE '00'.
009600 77  ACK-FS-ACKPARM            PIC X(02) VALUE '00'.
009650 77  ACK-FS-CTLDST1            PIC X(02) VALUE '00'.
009700
009800 77  ACK-SW-FIM-ARQSAI01       PIC X(01) VALUE 'N'.
009900     88 ACK-FIM-ARQSAI01            VALUE 'S'.
010300
010400 77  ACK-SW-FIM-ACKENT1        PIC X(01) VALUE 'N'.
010500     88 ACK-FIM-ACKENT1             VALUE 'S'.
010510 77  ACK-SW-FIM-CTLDST1        PIC X(01) VALUE 'N'.
010520     88 ACK-FIM-CTLDST1             VALUE 'S'.
010600
010700 01  ACK-DATA-SISTEMA.
010800     03 ACK-DATA-SISTEMA-AAAA  PIC 9(04).
015700           88 ACK-CONS-RECEBEU      VALUE 'S'.
015800        05 ACK-CONS-QT         PIC 9(08).
015900        05 ACK-CONS-HASH       PIC 9(15).
015910        05 ACK-CONS-SW-DISTRIB PIC X(01).
015920           88 ACK-CONS-DISTRIBUIDO  VALUE 'S'.
015930        05 ACK-CONS-QT-DST     PIC 9(08).
015940        05 ACK-CONS-HASH-DST   PIC 9(15).
016000
016100 77  ACK-SW-CONS-ACHADO        PIC X(01) VALUE 'N'.
016200     88 ACK-CONS-ACHADO             VALUE 'S'.
016900 77  ACK-QT-DIVERGENTES        PIC 9(08) VALUE ZEROS.
017000 77  ACK-QT-ATRASADOS          PIC 9(08) VALUE ZEROS.
017100 77  ACK-QT-NO-PRAZO           PIC 9(08) VALUE ZEROS.
017110 77  ACK-QT-CTL-IGNORADOS      PIC 9(08) VALUE ZEROS.
017120
017130******************************************************************
017140*    QUANTIDADE E HASH CONTRA OS QUAIS O COMPROVANTE DO          *
017150*    CONSUMIDOR CORRENTE E CONFERIDO (O SEU PROPRIO ARQUIVO, OU  *
017160*    O RODAPE DO SAI01112 QUANDO NAO HOUVER CONTROLE DELE)       *
017170******************************************************************
017180 77  ACK-QT-ESPERADO           PIC 9(08) VALUE ZEROS.
017190 77  ACK-HASH-ESPERADO         PIC 9(15) VALUE ZEROS.
017200
017300 PROCEDURE DIVISION.
017400******************************************************************
018700*    1000-INICIALIZA                                             *
018800*    ABRE O RELATORIO, LE O PRAZO DO CARTAO ACKPARM, EXTRAI O    *
018900*    CABECALHO/RODAPE DO SAI01112 E CARREGA O MESTRE DE          *
019000*    CONSUMIDORES, COM O CONTROLE DE DISTRIBUICAO (CTLDST1)      *
019100******************************************************************
019200 1000-INICIALIZA.
019300
020600     PERFORM 1300-LE-PARAMETROS   THRU 1300-EXIT.
020700     PERFORM 1400-LE-EXTRATO      THRU 1400-EXIT.
020800     PERFORM 1500-LE-CONSUMIDORES THRU 1500-EXIT.
020810     IF NOT ACK-SEM-EXTRATO
020820         PERFORM 1600-LE-CONTROLE-DST THRU 1600-EXIT
020830     END-IF.
020900
021000 1000-EXIT.
021100     EXIT.
042700             MOVE 'N'   TO ACK-CONS-SW-RECEBEU(ACK-IX-CONS)
042800             MOVE ZEROS TO ACK-CONS-QT(ACK-IX-CONS)
042900             MOVE ZEROS TO ACK-CONS-HASH(ACK-IX-CONS)
042910             MOVE 'N'   TO ACK-CONS-SW-DISTRIB(ACK-IX-CONS)
042920             MOVE ZEROS TO ACK-CONS-QT-DST(ACK-IX-CONS)
042930             MOVE ZEROS TO ACK-CONS-HASH-DST(ACK-IX-CONS)
043000         ELSE
043100             DISPLAY 'ACK01112 - MESTRE DE CONSUMIDORES EXCEDE '
043200                     'A TABELA - IGNORADO: '
043900 1520-EXIT.
044000     EXIT.
044100
044101******************************************************************
044102*    1600-LE-CONTROLE-DST                                        *
044103*    LE O CONTROLE DE DISTRIBUICAO (CTLDST1) GRAVADO PELO        *
044104*    DST01112 E GUARDA, PARA CADA CONSUMIDOR, A QUANTIDADE E O   *
044105*    HASH DO ARQUIVO QUE ELE RECEBEU NA DATA DO EXTRATO. SEM O   *
044106*    CONTROLE, OU SEM A LINHA DE UM CONSUMIDOR, A CONFERENCIA    *
044107*    DAQUELE CONSUMIDOR SEGUE CONTRA O RODAPE DO SAI01112        *
044108******************************************************************
044109 1600-LE-CONTROLE-DST.
044110
044111     OPEN INPUT CTLDST1.
044112
044113     IF ACK-FS-CTLDST1 NOT EQUAL '00'
044114         MOVE SPACES TO RELACK1-REGISTRO
044115         STRING 'CONTROLE DE DISTRIBUICAO (CTLDST1) AUSENTE - '
044116                'CONFERENCIA PELO RODAPE DO SAI01112'
044117                DELIMITED BY SIZE INTO RELACK1-REGISTRO
044118         WRITE RELACK1-REGISTRO
044119         GO TO 1600-EXIT
044120     END-IF.
044121
044122     PERFORM 1610-LER-CONTROLE-DST    THRU 1610-EXIT.
044123     PERFORM 1620-GUARDA-CONTROLE-DST THRU 1620-EXIT
044124             UNTIL ACK-FIM-CTLDST1.
044125
044126     CLOSE CTLDST1.
044127
044128 1600-EXIT.
044129     EXIT.
044130
044131******************************************************************
044132*    1610-LER-CONTROLE-DST                                       *
044133*    LE UMA LINHA DO CONTROLE DE DISTRIBUICAO (CTLDST1)          *
044134******************************************************************
044135 1610-LER-CONTROLE-DST.
044136
044137     READ CTLDST1
044138         AT END
044139             SET ACK-FIM-CTLDST1 TO TRUE
044140     END-READ.
044141
044142 1610-EXIT.
044143     EXIT.
044144
044145******************************************************************
044146*    1620-GUARDA-CONTROLE-DST                                    *
044147*    GUARDA NA ENTRADA DO CONSUMIDOR A QUANTIDADE E O HASH DO    *
044148*    SEU ARQUIVO, SE A LINHA FOR DA DATA DO EXTRATO CORRENTE, E  *
044149*    LE A PROXIMA. LINHA DE OUTRA DATA OU DE CONSUMIDOR NAO      *
044150*    CADASTRADO E IGNORADA                                       *
044151******************************************************************
044152 1620-GUARDA-CONTROLE-DST.
044153
044154     IF CTLDST1-DAT-EXTRATO NOT EQUAL ACK-DAT-EXTRATO
044155         ADD 1 TO ACK-QT-CTL-IGNORADOS
044156         GO TO 1620-LER
044157     END-IF.
044158
044159     MOVE 'N' TO ACK-SW-CONS-ACHADO.
044160
044161     PERFORM 1630-COMPARA-CONTROLE-DST THRU 1630-EXIT
044162             VARYING ACK-IX-CONS FROM 1 BY 1
044163             UNTIL ACK-IX-CONS > ACK-QT-CONSUMIDORES
044164                OR ACK-CONS-ACHADO.
044165
044166     IF ACK-CONS-ACHADO
044167         MOVE 'S' TO ACK-CONS-SW-DISTRIB(ACK-IX-CONS-ATUAL)
044168         MOVE CTLDST1-QT-REGISTROS
044169           TO ACK-CONS-QT-DST(ACK-IX-CONS-ATUAL)
044170         MOVE CTLDST1-HASH-COD-FUNCI
044171           TO ACK-CONS-HASH-DST(ACK-IX-CONS-ATUAL)
044172     ELSE
044173         ADD 1 TO ACK-QT-CTL-IGNORADOS
044174     END-IF.
044175
044176 1620-LER.
044177
044178     PERFORM 1610-LER-CONTROLE-DST THRU 1610-EXIT.
044179
044180 1620-EXIT.
044181     EXIT.
044182
044183******************************************************************
044184*    1630-COMPARA-CONTROLE-DST                                   *
044185*    COMPARA O CONSUMIDOR DA LINHA DE CONTROLE COM A ENTRADA DA  *
044186*    TABELA APONTADA POR ACK-IX-CONS                             *
044187******************************************************************
044188 1630-COMPARA-CONTROLE-DST.
044189
044190     IF CTLDST1-COD-CONSUMIDOR EQUAL ACK-CONS-COD(ACK-IX-CONS)
044191         SET ACK-CONS-ACHADO TO TRUE
044192         SET ACK-IX-CONS-ATUAL TO ACK-IX-CONS
044193     END-IF.
044194
044195 1630-EXIT.
044196     EXIT.
044200******************************************************************
044300*    2000-APLICA-ACKS                                            *
044400*    LE O ARQUIVO DE COMPROVANTES (ACKENT1) E REGISTRA NA        *
060200            ACK-QT-ACKS-IGNORADOS DELIMITED BY SIZE
060300       INTO RELACK1-REGISTRO.
060400     WRITE RELACK1-REGISTRO.
060410     MOVE SPACES TO RELACK1-REGISTRO.
060420     STRING 'CONTROLES DE DISTRIB. IGNORADOS ....: '
060430            DELIMITED BY SIZE
060440            ACK-QT-CTL-IGNORADOS DELIMITED BY SIZE
060450       INTO RELACK1-REGISTRO.
060460     WRITE RELACK1-REGISTRO.
060500
060600     CLOSE RELACK1.
060700
062600******************************************************************
062700*    3100-APURA-CONSUMIDOR                                       *
062800*    APURA A SITUACAO DO CONSUMIDOR APONTADO POR ACK-IX-CONS     *
062900*    CONTRA A QUANTIDADE/HASH DO SEU PROPRIO ARQUIVO (CTLDST1)   *
062910*    OU, SEM ESSE CONTROLE, CONTRA O RODAPE DO EXTRATO, E EMITE  *
062920*    A LINHA NO RELACK1                                          *
063000******************************************************************
063100 3100-APURA-CONSUMIDOR.
063200
063300     MOVE SPACES TO RELACK1-REGISTRO.
063310     IF ACK-CONS-DISTRIBUIDO(ACK-IX-CONS)
063320         MOVE ACK-CONS-QT-DST(ACK-IX-CONS)   TO ACK-QT-ESPERADO
063330         MOVE ACK-CONS-HASH-DST(ACK-IX-CONS) TO ACK-HASH-ESPERADO
063340     ELSE
063350         MOVE ACK-QT-EXTRATO                 TO ACK-QT-ESPERADO
063360         MOVE ACK-HASH-EXTRATO               TO ACK-HASH-ESPERADO
063370     END-IF.
063400
063500     IF ACK-CONS-RECEBEU(ACK-IX-CONS)
063600         IF ACK-CONS-QT(ACK-IX-CONS) EQUAL ACK-QT-ESPERADO
063700            AND ACK-CONS-HASH(ACK-IX-CONS) EQUAL ACK-HASH-ESPERADO
063800             ADD 1 TO ACK-QT-BATIDOS
063900             STRING ACK-CONS-COD(ACK-IX-CONS) DELIMITED BY SIZE
064000                    ' '                       DELIMITED BY SIZE
