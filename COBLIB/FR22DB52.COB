      *            SERIE DA JANELA PEDIDA COM A VARIACAO  *             00012000
      *            CONTRA O MES ANTERIOR E CONTRA O MESMO *             00013000
      *            MES DO ANO ANTERIOR.                   *             00014000
      *            NO FIM IMPRIME A COMPETENCIA FINAL     *             00014160
      *            CONSOLIDADA PELA HIERARQUIA DE SETORES *             00014320
      *            (SETORPAI ATUAL, VIA SUBROTINA         *             00014480
      *            SETUTIL), RECUADA POR NIVEL, COM AS    *             00014640
      *            MESMAS VARIACOES.                      *             00014800
      *---------------------------------------------------*             00015000
      *  PARAMETRO (SYSIN): COMPETENCIA FINAL AAAAMM +    *             00016000
      *  MESES DA JANELA (99, DEFAULT 24) + NIVEL MAXIMO  *             00016660
      *  DO CONSOLIDADO (99, ZEROS = TODOS).              *             00017320
      *---------------------------------------------------*             00018000
      *  ARQUIVOS:                                        *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00020000
      *  BASE  DE DADOS:                                  *             00023000
      *  TABELA             I/O           INCLUDE/BOOK    *             00024000
      *  IVAN.HEADHIST       I             ---------      *             00025000
      *  IVAN.SETOR          I             #SETUTIL       *             00025330
      *  (ARVORE VIA SUBROTINA SETUTIL)                   *             00025660
      *===================================================*             00026000
                                                                        00027000
      *====================================================             00028000
                ORDER BY SETOR, COMPETENCIA                             00064000
           END-EXEC.                                                    00065000
                                                                        00066000
           EXEC SQL                                                     00066110
              DECLARE CARVORE CURSOR FOR                                00066220
               SELECT IDSETOR,COALESCE(SETORPAI,' '),DESCSETOR          00066330
                FROM IVAN.SETOR                                         00066440
           END-EXEC.                                                    00066550
                                                                        00066660
           COPY '#SETUTIL'.                                             00066770
                                                                        00066880
       77 WRK-SETOR-DB2    PIC X(04).                                   00067000
       77 WRK-COMPET-DB2   PIC 9(06).                                   00068000
       77 WRK-HEAD-DB2     PIC 9(05).                                   00069000
       01 WRK-PARM.                                                     00072000
          05 WRK-PARM-COMPET PIC 9(06)  VALUE ZEROS.                    00073000
          05 WRK-PARM-MESES  PIC 9(02)  VALUE ZEROS.                    00074000
          05 WRK-PARM-NIVEL  PIC 9(02)  VALUE ZEROS.                    00074500
       77 WRK-COMPET-INI   PIC 9(06)    VALUE ZEROS.                    00075000
       77 WRK-COMPET-FIM   PIC 9(06)    VALUE ZEROS.                    00076000
      *----------------------------------------------------             00077000
       77 WRK-MES-AUX      PIC 9(02)    VALUE ZEROS.                    00084000
       77 WRK-IDX          PIC 9(02)    VALUE ZEROS.                    00085000
       77 WRK-COMPET-ANOANT PIC 9(06)   VALUE ZEROS.                    00086000
       77 WRK-IDSETOR-DB2  PIC X(04).                                   00086070
       77 WRK-SETORPAI-DB2 PIC X(04).                                   00086140
       77 WRK-DESCSET-DB2  PIC X(40).                                   00086210
       77 WRK-FIM-ARVORE   PIC X(01)    VALUE 'N'.                      00086280
      *----------------------------------------------------             00086350
       01 FILLER PIC X(48) VALUE                                        00086420
           '--------------CONSOLIDADO PELA HIERARQUIA----'.             00086490
      *----------------------------------------------------             00086560
      *    VALORES NA SETUTIL: 1/2 = HC/MASSA NA COMPETENCIA            00086630
      *    FINAL, 3/4 = NO MES ANTERIOR, 5/6 = UM ANO ANTES.            00086700
       77 WRK-COMPET-MESFIM PIC 9(06)   VALUE ZEROS.                    00086770
       77 WRK-COMPET-ANOFIM PIC 9(06)   VALUE ZEROS.                    00086840
       77 WRK-HIE-SLOT      PIC 9(01)   VALUE ZEROS.                    00086910
      *----------------------------------------------------             00087000
       01 FILLER PIC X(48) VALUE                                        00088000
           '--------------SERIE DO SETOR CORRENTE--------'.             00089000
          05 WRK-REL-VARMS    PIC -Z(09)9,99.                           00131000
          05 FILLER           PIC X(09) VALUE ' VAR ANO:'.              00132000
          05 WRK-REL-VARMSA   PIC -Z(09)9,99.                           00133000
       01 WRK-HIE-CABEC.                                                00133040
          05 FILLER           PIC X(49) VALUE                           00133080
             'CONSOLIDADO PELA HIERARQUIA DE SETORES - COMPET.'.        00133120
          05 WRK-HIE-COMPET   PIC 9(06).                                00133160
          05 FILLER           PIC X(55) VALUE                           00133200
             ' (VM = VAR. MES, VA = VAR. ANO)'.                         00133240
       01 WRK-HIE-LINHA.                                                00133280
          05 WRK-HIE-ROTULO   PIC X(24).                                00133320
          05 FILLER           PIC X(04) VALUE ' HC:'.                   00133360
          05 WRK-HIE-HEAD     PIC ZZZZ9.                                00133400
          05 FILLER           PIC X(04) VALUE ' VM:'.                   00133440
          05 WRK-HIE-VARHC    PIC -ZZZZ9.                               00133480
          05 FILLER           PIC X(04) VALUE ' VA:'.                   00133520
          05 WRK-HIE-VARHCA   PIC -ZZZZ9.                               00133560
          05 FILLER           PIC X(04) VALUE ' MS:'.                   00133600
          05 WRK-HIE-MASSA    PIC Z(11)9,99.                            00133640
          05 FILLER           PIC X(04) VALUE ' VM:'.                   00133680
          05 WRK-HIE-VARMS    PIC -Z(09)9,99.                           00133720
          05 FILLER           PIC X(04) VALUE ' VA:'.                   00133760
          05 WRK-HIE-VARMSA   PIC -Z(09)9,99.                           00133800
          05 FILLER           PIC X(02) VALUE SPACES.                   00133840
       77 WRK-LINHABRANCO     PIC X(110) VALUE SPACES.                  00134000
      *====================================================             00135000
       PROCEDURE                                 DIVISION.              00136000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00154000
            STOP RUN                                                    00155000
           END-IF.                                                      00156000
           IF WRK-PARM-MESES NOT NUMERIC                                00156660
              OR WRK-PARM-MESES EQUAL ZEROS                             00157320
              OR WRK-PARM-MESES GREATER 36                              00158000
            MOVE 24 TO WRK-PARM-MESES                                   00159000
           END-IF.                                                      00160000
           IF WRK-PARM-NIVEL NOT NUMERIC                                00160250
            MOVE ZEROS TO WRK-PARM-NIVEL                                00160500
           END-IF.                                                      00160750
                                                                        00161000
           MOVE WRK-PARM-COMPET TO WRK-COMPET-FIM.                      00162000
           COMPUTE WRK-COMPET-ANOFIM = WRK-COMPET-FIM - 100.            00162140
           IF WRK-PARM-COMPET (5:2) EQUAL '01'                          00162280
            COMPUTE WRK-COMPET-MESFIM = WRK-COMPET-FIM - 89             00162420
           ELSE                                                         00162560
            COMPUTE WRK-COMPET-MESFIM = WRK-COMPET-FIM - 1              00162700
           END-IF.                                                      00162840
           PERFORM 1100-CALCULAR-INICIO.                                00163000
           PERFORM 1200-CARREGAR-ARVORE.                                00163500
                                                                        00164000
           OPEN OUTPUT RELTREND.                                        00165000
           IF WRK-FS-RELTREND NOT EQUAL 0                               00166000
      *-----------------------------------------------------            00219000
                                                                        00220000
      *-----------------------------------------------------            00221000
       1200-CARREGAR-ARVORE                       SECTION.              00221030
      *-----------------------------------------------------            00221060
           MOVE 'I' TO STU-FUNCAO.                                      00221090
           CALL 'SETUTIL' USING STU-DADOS.                              00221120
                                                                        00221150
           EXEC SQL                                                     00221180
              OPEN CARVORE                                              00221210
           END-EXEC.                                                    00221240
           IF SQLCODE NOT EQUAL 0                                       00221270
            MOVE SQLCODE TO WRK-SQLCODE                                 00221300
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CARVORE'                00221330
            STOP RUN                                                    00221360
           END-IF.                                                      00221390
                                                                        00221420
           PERFORM 4100-LER-ARVORE UNTIL WRK-FIM-ARVORE EQUAL 'S'.      00221450
                                                                        00221480
           EXEC SQL                                                     00221510
              CLOSE CARVORE                                             00221540
           END-EXEC.                                                    00221570
                                                                        00221600
           MOVE 'M' TO STU-FUNCAO.                                      00221630
           CALL 'SETUTIL' USING STU-DADOS.                              00221660
      *-----------------------------------------------------            00221690
       1200-99-FIM.                                  EXIT.              00221720
      *-----------------------------------------------------            00221750
                                                                        00221780
      *-----------------------------------------------------            00221810
       2000-PROCESSAR                             SECTION.              00222000
      *-----------------------------------------------------            00223000
           IF WRK-SETOR-DB2 NOT EQUAL WRK-SETOR-ANT                     00224000
           PERFORM 2100-BUSCAR-ANO-ANTERIOR.                            00233000
           PERFORM 2200-IMPRIMIR-LINHA.                                 00234000
           PERFORM 2300-GUARDAR-NA-SERIE.                               00235000
           PERFORM 2400-ACUMULAR-HIERARQUIA.                            00235500
                                                                        00236000
           MOVE WRK-HEAD-DB2  TO WRK-ANT-HEAD.                          00237000
           MOVE WRK-MASSA-DB2 TO WRK-ANT-MASSA.                         00238000
      *-----------------------------------------------------            00331000
                                                                        00332000
      *-----------------------------------------------------            00333000
       2400-ACUMULAR-HIERARQUIA                   SECTION.              00333030
      *-----------------------------------------------------            00333060
           EVALUATE WRK-COMPET-DB2                                      00333090
            WHEN WRK-COMPET-FIM                                         00333120
             MOVE 1 TO WRK-HIE-SLOT                                     00333150
            WHEN WRK-COMPET-MESFIM                                      00333180
             MOVE 3 TO WRK-HIE-SLOT                                     00333210
            WHEN WRK-COMPET-ANOFIM                                      00333240
             MOVE 5 TO WRK-HIE-SLOT                                     00333270
            WHEN OTHER                                                  00333300
             GO TO 2400-99-FIM                                          00333330
           END-EVALUATE.                                                00333360
                                                                        00333390
           MOVE 'A'           TO STU-FUNCAO.                            00333420
           MOVE WRK-SETOR-DB2 TO STU-SETOR.                             00333450
           MOVE ZEROS         TO STU-VALORES.                           00333480
           MOVE WRK-HEAD-DB2  TO STU-VALOR (WRK-HIE-SLOT).              00333510
           ADD 1 TO WRK-HIE-SLOT.                                       00333540
           MOVE WRK-MASSA-DB2 TO STU-VALOR (WRK-HIE-SLOT).              00333570
           CALL 'SETUTIL' USING STU-DADOS.                              00333600
      *-----------------------------------------------------            00333630
       2400-99-FIM.                                  EXIT.              00333660
      *-----------------------------------------------------            00333690
                                                                        00333720
      *-----------------------------------------------------            00333750
       3000-FINALIZAR                             SECTION.              00334000
      *-----------------------------------------------------            00335000
           EXEC SQL                                                     00336000
              CLOSE CTREND                                              00337000
           END-EXEC.                                                    00338000
                                                                        00338330
           PERFORM 3100-CONSOLIDAR-HIERARQUIA.                          00338660
                                                                        00339000
           CLOSE RELTREND.                                              00340000
                                                                        00341000
           DISPLAY 'JANELA:          ' WRK-COMPET-INI                   00343000
                   ' A ' WRK-COMPET-FIM.                                00344000
           DISPLAY 'FOTOS LISTADAS:  ' WRK-REGLIDOS.                    00345000
           DISPLAY 'SETORPAI INEXISTENTE: ' STU-QTDE-ORFAOS.            00345330
           DISPLAY 'CICLOS NA HIERARQUIA: ' STU-QTDE-CICLOS.            00345660
      *-----------------------------------------------------            00346000
       3000-99-FIM.                                  EXIT.              00347000
      *-----------------------------------------------------            00347010
                                                                        00347020
      *-----------------------------------------------------            00347030
       3100-CONSOLIDAR-HIERARQUIA                 SECTION.              00347040
      *-----------------------------------------------------            00347050
           WRITE FD-RELTREND FROM WRK-LINHABRANCO.                      00347060
           MOVE WRK-COMPET-FIM TO WRK-HIE-COMPET.                       00347070
           WRITE FD-RELTREND FROM WRK-HIE-CABEC.                        00347080
           WRITE FD-RELTREND FROM WRK-LINHABRANCO.                      00347090
                                                                        00347100
           MOVE 'L'            TO STU-FUNCAO.                           00347110
           MOVE ZEROS          TO STU-POSICAO.                          00347120
           MOVE WRK-PARM-NIVEL TO STU-NIVEL-MAX.                        00347130
           CALL 'SETUTIL' USING STU-DADOS.                              00347140
           PERFORM 3110-IMPRIMIR-NIVEL UNTIL STU-RETORNO NOT EQUAL '0'. 00347150
      *-----------------------------------------------------            00347160
       3100-99-FIM.                                  EXIT.              00347170
      *-----------------------------------------------------            00347180
                                                                        00347190
      *-----------------------------------------------------            00347200
       3110-IMPRIMIR-NIVEL                        SECTION.              00347210
      *-----------------------------------------------------            00347220
      *    SEM FOTO NO MES (OU ANO) DE COMPARACAO A VARIACAO            00347230
      *    SAI ZERADA, COMO NA SERIE POR SETOR.                         00347240
           MOVE STU-ROTULO    TO WRK-HIE-ROTULO.                        00347250
           MOVE STU-VALOR (1) TO WRK-HIE-HEAD.                          00347260
           MOVE STU-VALOR (2) TO WRK-HIE-MASSA.                         00347270
                                                                        00347280
           IF STU-VALOR (3) GREATER ZEROS                               00347290
              OR STU-VALOR (4) GREATER ZEROS                            00347300
            COMPUTE WRK-VAR-HEAD  = STU-VALOR (1) - STU-VALOR (3)       00347310
            COMPUTE WRK-VAR-MASSA = STU-VALOR (2) - STU-VALOR (4)       00347320
            MOVE WRK-VAR-HEAD  TO WRK-HIE-VARHC                         00347330
            MOVE WRK-VAR-MASSA TO WRK-HIE-VARMS                         00347340
           ELSE                                                         00347350
            MOVE ZEROS TO WRK-HIE-VARHC                                 00347360
            MOVE ZEROS TO WRK-HIE-VARMS                                 00347370
           END-IF.                                                      00347380
                                                                        00347390
           IF STU-VALOR (5) GREATER ZEROS                               00347400
              OR STU-VALOR (6) GREATER ZEROS                            00347410
            COMPUTE WRK-VAR-HEAD  = STU-VALOR (1) - STU-VALOR (5)       00347420
            COMPUTE WRK-VAR-MASSA = STU-VALOR (2) - STU-VALOR (6)       00347430
            MOVE WRK-VAR-HEAD  TO WRK-HIE-VARHCA                        00347440
            MOVE WRK-VAR-MASSA TO WRK-HIE-VARMSA                        00347450
           ELSE                                                         00347460
            MOVE ZEROS TO WRK-HIE-VARHCA                                00347470
            MOVE ZEROS TO WRK-HIE-VARMSA                                00347480
           END-IF.                                                      00347490
                                                                        00347500
           WRITE FD-RELTREND FROM WRK-HIE-LINHA.                        00347510
                                                                        00347520
           CALL 'SETUTIL' USING STU-DADOS.                              00347530
      *-----------------------------------------------------            00347540
       3110-99-FIM.                                  EXIT.              00347550
      *-----------------------------------------------------            00348000
                                                                        00349000
      *-----------------------------------------------------            00350000
      *-----------------------------------------------------            00370000
       4000-99-FIM.                                  EXIT.              00371000
      *-----------------------------------------------------            00372000
                                                                        00373000
      *-----------------------------------------------------            00374000
       4100-LER-ARVORE                            SECTION.              00375000
      *-----------------------------------------------------            00376000
           EXEC SQL                                                     00377000
             FETCH CARVORE                                              00378000
              INTO :WRK-IDSETOR-DB2,                                    00379000
                   :WRK-SETORPAI-DB2,                                   00380000
                   :WRK-DESCSET-DB2                                     00381000
           END-EXEC.                                                    00382000
                                                                        00383000
           EVALUATE SQLCODE                                             00384000
            WHEN 0                                                      00385000
             MOVE 'N'              TO STU-FUNCAO                        00386000
             MOVE WRK-IDSETOR-DB2  TO STU-SETOR                         00387000
             MOVE WRK-SETORPAI-DB2 TO STU-SETORPAI                      00388000
             MOVE WRK-DESCSET-DB2  TO STU-DESC                          00389000
             CALL 'SETUTIL' USING STU-DADOS                             00390000
            WHEN 100                                                    00391000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00392000
            WHEN OTHER                                                  00393000
             MOVE SQLCODE TO WRK-SQLCODE                                00394000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00395000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00396000
           END-EVALUATE.                                                00397000
      *-----------------------------------------------------            00398000
       4100-99-FIM.                                  EXIT.              00399000
      *-----------------------------------------------------            00400000
