      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 80 BYTES
      *----------------------------------------------------------------*
      *     CARTAO DE CONSOLIDACAO (LISTENT1): UMA LINHA POR FEED       *
      *     ADICIONAL NO LAYOUT DO ENT01112, NA ORDEM DE LEITURA, COM   *
      *     AS TOLERANCIAS DE QUALIDADE DO FEED. O EXT01112 COLOCA EM   *
      *     QUARENTENA O FEED QUE AS EXCEDER. TOLERANCIA EM BRANCO =    *
      *     SEM LIMITE. UMA LINHA COM O NOME ARQENT01 SO INFORMA AS     *
      *     TOLERANCIAS DO FEED PRIMARIO, QUE E SEMPRE LIDO PRIMEIRO.   *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO           DESCRICAO
      *------------------------     -----------
      *     LISTENT1-NOM-ARQUIVO    Nome do arquivo do feed
      *     LISTENT1-PCT-MAX-REJ    Percentual maximo de rejeitados
      *     LISTENT1-PCT-MAX-DUP    Percentual maximo de duplicados
      *     LISTENT1-QT-MIN-REG     Quantidade minima de registros
      *     LISTENT1-QT-MAX-REG     Quantidade maxima de registros
      *----------------------------------------------------------------*
          01 LISTENT1-REGISTRO.
             03 LISTENT1-NOM-ARQUIVO          PIC X(50).
             03 LISTENT1-PCT-MAX-REJ          PIC 9(03).
             03 LISTENT1-PCT-MAX-DUP          PIC 9(03).
             03 LISTENT1-QT-MIN-REG           PIC 9(08).
             03 LISTENT1-QT-MAX-REG           PIC 9(08).
             03 FILLER                        PIC X(08).
