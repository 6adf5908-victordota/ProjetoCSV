      *----------------------------------------------------------------*
      *     ARQUIVO DE SUSPENSE DA EXTRACAO EXT01112. RECEBE OS         *
      *     REGISTROS DO ENT01112 REJEITADOS NA VALIDACAO (DATA DE      *
      *     CONTROLE OU ESCRITORIO AUSENTE/INVALIDO, OU SUSPEITA DE     *
      *     REUSO DO COD-FUNCI - MOTIVO 06), PARA CORRECAO NA           *
      *     ORIGEM E RESUBMISSAO. O PROGRAMA DE RECICLAGEM (REC01112)   *
      *     LE ESTE ARQUIVO, APLICA AS TRANSACOES DE CORRECAO E         *
      *     REINJETA OS REGISTROS CORRIGIDOS NO LAYOUT DO ENT01112.     *
                 88 ARQSUS01-MOT-ESCRT-AUSENTE    VALUE '03'.
                 88 ARQSUS01-MOT-DPTO-INVALIDO    VALUE '04'.
                 88 ARQSUS01-MOT-ESCRT-INVALIDO   VALUE '05'.
                 88 ARQSUS01-MOT-REUSO-CODIGO     VALUE '06'.
             03 ARQSUS01-DSC-MOTIVO           PIC X(30).
             03 ARQSUS01-DAT-SUSP             PIC X(10).
