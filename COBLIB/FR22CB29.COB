      *            - COM SUBTOTAIS POR CLIENTE E TOTAL    *             00013000
      *            GERAL EM RELAGING. O CALCULO DE DIAS   *             00014000
      *            USA BASE COMERCIAL (MES DE 30 DIAS).   *             00015000
      *            DUPLICATA CANCELADA ('C', FR22CB36)    *             00015330
      *            FICA FORA DO AGING.                    *             00015660
      *---------------------------------------------------*             00016000
      *  PARAMETRO (SYSIN): DATA DE REFERENCIA AAAAMMDD.  *             00017000
      *---------------------------------------------------*             00018000
       FD DUPLICAT                                                      00046000
           RECORDING MODE IS F                                          00047000
           BLOCK CONTAINS 0 RECORDS.                                    00048000
      *-----------LRECL 75----------------------------------            00049000
       01 FD-DUPLICAT.                                                  00050000
          05 FD-DUP-NUMERO      PIC 9(06).                              00051000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00052000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00054000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00055000
          05 FD-DUP-SITUACAO    PIC X(01).                              00056000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00056140
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00056280
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00056420
          05 FD-DUP-DTCALC      PIC 9(08).                              00056560
          05 FD-DUP-MULTADA     PIC X(01).                              00056700
          05 FILLER             PIC X(01).                              00056840
                                                                        00057000
       FD RELAGING                                                      00058000
           RECORDING MODE IS F                                          00059000
      *-----------------------------------------------------            00202000
           ADD 1 TO WRK-REGLIDOS.                                       00203000
                                                                        00204000
      *    QUITADA OU CANCELADA (FR22CB36) NAO ENVELHECE.               00204500
           IF FD-DUP-SITUACAO NOT EQUAL 'Q'                             00205000
              AND FD-DUP-SITUACAO NOT EQUAL 'C'                         00205500
            ADD 1 TO WRK-REGABERTAS                                     00206000
            ADD FD-DUP-SALDO TO WRK-TOT-ABERTO                          00207000
            MOVE FD-DUP-VENCIMENTO TO WRK-DATA-AUX-N                    00208000
