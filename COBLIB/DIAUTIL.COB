      *            DIA UTIL (SABADO, DOMINGO E FERIADOS   *             00011000
      *            DE IVAN.FERIADO NAO SAO) E CALCULA O   *             00012000
      *            N-ESIMO DIA UTIL ANTES OU DEPOIS DE    *             00013000
      *            UMA DATA E A QUANTIDADE DE DIAS UTEIS  *             00013500
      *            DE UM INTERVALO (DSR E BENEFICIOS POR  *             00014000
      *            DIA TRABALHADO), PARA QUE CADA         *             00014500
      *            PROGRAMA NAO INVENTE A PROPRIA         *             00015000
      *            ARITMETICA DE DATAS.                   *             00015500
      *---------------------------------------------------*             00016000
      *  BASE  DE DADOS:                                  *             00017000
      *  TABELA             I/O           INCLUDE/BOOK    *             00018000
             PERFORM 1000-TESTAR-DIA-UTIL                               00079000
            WHEN UTI-FC-NESIMO                                          00080000
             PERFORM 2000-NESIMO-DIA-UTIL                               00081000
            WHEN UTI-FC-CONTAR                                          00081330
             PERFORM 3000-CONTAR-DIAS-UTEIS                             00081660
            WHEN OTHER                                                  00082000
             MOVE 'E' TO UTI-RETORNO                                    00083000
           END-EVALUATE.                                                00084000
           END-IF.                                                      00142000
      *-----------------------------------------------------            00143000
       2100-99-FIM.                                  EXIT.              00144000
      *-----------------------------------------------------            00144020
                                                                        00144040
      *-----------------------------------------------------            00144060
       3000-CONTAR-DIAS-UTEIS                     SECTION.              00144080
      *-----------------------------------------------------            00144100
      *    INTERVALO INVERTIDO OU MAIOR QUE A CAPACIDADE DE             00144120
      *    UTI-QTDE-UTEIS VOLTA COM ERRO.                               00144140
           MOVE ZEROS TO UTI-QTDE-UTEIS.                                00144160
           IF UTI-DATA-FIM LESS UTI-DATA                                00144180
            MOVE 'E' TO UTI-RETORNO                                     00144200
           ELSE                                                         00144220
            PERFORM 3100-CONTAR-UM-DIA                                  00144240
                    UNTIL WRK-DATA-TRAB-N GREATER UTI-DATA-FIM          00144260
                       OR UTI-RETORNO EQUAL 'E'                         00144280
           END-IF.                                                      00144300
      *-----------------------------------------------------            00144320
       3000-99-FIM.                                  EXIT.              00144340
      *-----------------------------------------------------            00144360
                                                                        00144380
      *-----------------------------------------------------            00144400
       3100-CONTAR-UM-DIA                         SECTION.              00144420
      *-----------------------------------------------------            00144440
           PERFORM 1000-TESTAR-DIA-UTIL.                                00144460
           IF UTI-RESPOSTA EQUAL 'S'                                    00144480
            IF UTI-QTDE-UTEIS LESS 999                                  00144500
             ADD 1 TO UTI-QTDE-UTEIS                                    00144520
            ELSE                                                        00144540
             MOVE 'E' TO UTI-RETORNO                                    00144560
            END-IF                                                      00144580
           END-IF.                                                      00144600
           PERFORM 5000-DIA-SEGUINTE.                                   00144620
      *-----------------------------------------------------            00144640
       3100-99-FIM.                                  EXIT.              00144660
      *-----------------------------------------------------            00145000
                                                                        00146000
      *-----------------------------------------------------            00147000
