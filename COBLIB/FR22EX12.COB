      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RESUMO DIARIO DE MOVIMENTO POR AGENCIA *             00008000
      *            A PARTIR DO MOV0106 DO DIA: QUANTIDADE *             00009000
      *            E TOTAL DE CREDITOS (COM DEPOSITO EM   *             00009660
      *            CHEQUE), DEBITOS (COM DEVOLUCAO) E     *             00010320
      *            ESTORNOS, CONTAS DISTINTAS COM         *             00011000
      *            MOVIMENTO E MAIOR MOVIMENTO DA         *             00012000
      *            AGENCIA, COM LINHA DE TOTAL GERAL      *             00013000
       FD TOTEX04                                                       00061000
           RECORDING MODE IS F                                          00062000
           BLOCK CONTAINS 0 RECORDS.                                    00063000
      *-----------LRECL 121---------------------------------            00064000
       01 FD-TOTEX04.                                                   00065000
          05 FD-TOT-ABERTURA        PIC 9(10).                          00066000
          05 FD-TOT-CREDITO         PIC 9(10).                          00067000
          05 FD-TOT-GROSS-E         PIC 9(10).                          00074000
          05 FD-TOT-TRF-C           PIC 9(10).                          00075000
          05 FD-TOT-TRF-D           PIC 9(10).                          00076000
          05 FD-TOT-TARIFA          PIC 9(10).                          00076330
          05 FD-TOT-JUROS           PIC 9(10).                          00076660
                                                                        00077000
       FD RELAGEN                                                       00078000
           RECORDING MODE IS F                                          00079000
                                                                        00227000
           EVALUATE FD-MOV0106-TIPOMOV                                  00228000
            WHEN 'C'                                                    00229000
            WHEN 'Q'                                                    00229500
             ADD 1 TO WRK-AGE-QTDE-C                                    00230000
             ADD FD-MOV0106-VALORMOV TO WRK-AGE-TOT-C                   00231000
             ADD FD-MOV0106-VALORMOV TO WRK-GER-TOT-C                   00232000
