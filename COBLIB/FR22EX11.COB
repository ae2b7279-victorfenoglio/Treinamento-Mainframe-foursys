      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CRITICA DE ENTRADA DO MOV0106 ANTES DO *             00008000
      *            BALANCO DO FR22EX04: TIPOMOV DEVE SER  *             00009000
      *            C, D, E, Q (DEPOSITO EM CHEQUE) OU V   *             00009900
      *            (DEVOLUCAO DE CHEQUE); VALORMOV        *             00010800
      *            NUMERICO E DIFERENTE DE ZERO; AGENCIA  *             00011700
      *            E CONTA NUMERICAS E NAO ZERADAS;       *             00012600
      *            MOVIMENTO DUPLICADO EXATO NO MESMO     *             00013500
      *            ARQUIVO E SINALIZADO. GRAVA OS BONS EM *             00014400
      *            MOVOK E OS REJEITADOS EM RELEDIT COM O *             00015300
      *            MOTIVO, COM TOTAIS DE CONTROLE QUE     *             00016200
      *            DEVEM FECHAR COM A ENTRADA.            *             00017100
      *---------------------------------------------------*             00018000
      *  ARQUIVOS:                                        *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00020000
           IF FD-MOV0106-TIPOMOV NOT EQUAL 'C'                          00189000
              AND FD-MOV0106-TIPOMOV NOT EQUAL 'D'                      00190000
              AND FD-MOV0106-TIPOMOV NOT EQUAL 'E'                      00191000
              AND FD-MOV0106-TIPOMOV NOT EQUAL 'Q'                      00191330
              AND FD-MOV0106-TIPOMOV NOT EQUAL 'V'                      00191660
            MOVE 'TIPOMOV INVALIDO' TO WRK-MOTIVO                       00192000
           END-IF.                                                      00193000
                                                                        00194000
