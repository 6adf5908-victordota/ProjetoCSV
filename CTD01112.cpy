      ******************************************************************
      *                    *** BOOK CADASTRO ***                       *
      *----------------------------------------------------------------*
      *     TAMANHO DO REGISTRO: 80 BYTES
      *----------------------------------------------------------------*
      *     CONTROLE DA DISTRIBUICAO POR CONSUMIDOR (CTLDST1), GRAVADO  *
      *     PELO DST01112 COM UMA LINHA POR ARQUIVO DISTRIBUIDO: A      *
      *     DATA DO EXTRATO E A QUANTIDADE/HASH DO COD-FUNCI DO RODAPE  *
      *     DAQUELE ARQUIVO. O ACK01112 CONFERE O COMPROVANTE DE CADA   *
      *     CONSUMIDOR CONTRA A SUA PROPRIA LINHA DESTE ARQUIVO.        *
      *----------------------------------------------------------------*
      *     NOME DO CAMPO            DESCRICAO
      *------------------------      -----------
      *     CTLDST1-COD-CONSUMIDOR   Codigo do consumidor
      *     CTLDST1-NOM-ARQ-DST      Nome do arquivo distribuido
      *     CTLDST1-DAT-EXTRATO      Data do extrato distribuido
      *     CTLDST1-QT-REGISTROS     Quantidade de detalhes no arquivo
      *     CTLDST1-HASH-COD-FUNCI   Hash do COD-FUNCI no arquivo
      *     CTLDST1-IND-CONTEUDO     Conteudo distribuido (C/M)
      *----------------------------------------------------------------*
          01 CTLDST1-REGISTRO.
             03 CTLDST1-COD-CONSUMIDOR        PIC X(08).
             03 CTLDST1-NOM-ARQ-DST           PIC X(20).
             03 CTLDST1-DAT-EXTRATO           PIC X(10).
             03 CTLDST1-QT-REGISTROS          PIC 9(08).
             03 CTLDST1-HASH-COD-FUNCI        PIC 9(15).
             03 CTLDST1-IND-CONTEUDO          PIC X(01).
             03 FILLER                        PIC X(18).
