      *            SERIE ALIMENTA O RELATORIO DE          *             00013000
      *            TENDENCIA FR22DB52. REPROCESSAMENTO    *             00014000
      *            REGRAVA A COMPETENCIA.                 *             00015000
      *            FUNCIONARIOS AFASTADOS NO ULTIMO DIA   *             00015140
      *            DA COMPETENCIA (IVAN.AFAST, SEM        *             00015280
      *            RETORNO EFETIVO ATE ENTAO) SAEM DO     *             00015420
      *            HEADCOUNT E SAO GRAVADOS A PARTE NA    *             00015560
      *            COLUNA AFASTADOS; A MASSA CONTINUA COM *             00015700
      *            TODOS OS ATIVOS.                       *             00015840
      *            NO FIM MOSTRA A FOTO CONSOLIDADA PELA  *             00015880
      *            HIERARQUIA DE SETORES (SETORPAI, VIA   *             00015920
      *            SUBROTINA SETUTIL), RECUADA POR NIVEL. *             00015960
      *---------------------------------------------------*             00016000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + NIVEL    *             00016660
      *  MAXIMO DO CONSOLIDADO (99, ZEROS = TODOS).       *             00017320
      *---------------------------------------------------*             00018000
      *  BASE  DE DADOS:                                  *             00019000
      *  TABELA             I/O           INCLUDE/BOOK    *             00020000
      *  IVAN.FUNC           I               #BKFUNC      *             00021000
      *  IVAN.AFAST          I             ---------      *             00021500
      *  IVAN.HEADHIST       O             ---------      *             00022000
      *  IVAN.SETOR          I             #SETUTIL       *             00022330
      *  (ARVORE VIA SUBROTINA SETUTIL)                   *             00022660
      *===================================================*             00023000
                                                                        00024000
      *====================================================             00025000
                                                                        00045000
           EXEC SQL                                                     00046000
              DECLARE CFOTO CURSOR FOR                                  00047000
               SELECT X.SETOR, SUM(1 - X.AFAST), SUM(X.AFAST),          00047410
                      COALESCE(SUM(X.SALARIO),0)                        00047820
                FROM (SELECT F.SETOR, F.SALARIO,                        00048230
                             CASE WHEN EXISTS                           00048640
                                  (SELECT 1 FROM IVAN.AFAST A           00049050
                                    WHERE A.IDFUNC = F.ID               00049460
                                      AND A.DATAINI                     00049870
                                          < DATE(:WRK-PROX-MES)         00050280
                                      AND (A.RETEFET IS NULL            00050690
                                       OR  A.RETEFET                    00051100
                                          >= DATE(:WRK-PROX-MES)))      00051510
                                  THEN 1 ELSE 0 END AS AFAST            00051920
                       FROM IVAN.FUNC F                                 00052330
                       WHERE F.STATUS = 'A') X                          00052740
                GROUP BY X.SETOR                                        00053150
                ORDER BY X.SETOR                                        00053560
           END-EXEC.                                                    00054000
                                                                        00055000
           EXEC SQL                                                     00055110
              DECLARE CARVORE CURSOR FOR                                00055220
               SELECT IDSETOR,COALESCE(SETORPAI,' '),DESCSETOR          00055330
                FROM IVAN.SETOR                                         00055440
           END-EXEC.                                                    00055550
                                                                        00055660
           COPY '#SETUTIL'.                                             00055770
                                                                        00055880
       77 WRK-HEADCOUNT    PIC S9(09) COMP.                             00056000
       77 WRK-AFASTADOS    PIC S9(09) COMP.                             00056500
       77 WRK-MASSA        PIC 9(12)V9(02).                             00057000
                                                                        00058000
       01 WRK-PARM.                                                     00059000
          05 WRK-PARM-COMPET PIC 9(06)  VALUE ZEROS.                    00060000
          05 WRK-PARM-NIVEL  PIC 9(02)  VALUE ZEROS.                    00060060
      *    PRIMEIRO DIA DO MES SEGUINTE: QUEM NAO TEM RETORNO           00060120
      *    EFETIVO ATE ELE ESTA AFASTADO NO FIM DA COMPETENCIA.         00060240
       01 WRK-PROX-MES.                                                 00060360
          05 WRK-PRX-ANO     PIC 9(04).                                 00060480
          05 FILLER          PIC X(01) VALUE '-'.                       00060600
          05 WRK-PRX-MES     PIC 9(02).                                 00060720
          05 FILLER          PIC X(03) VALUE '-01'.                     00060840
      *----------------------------------------------------             00061000
       01 FILLER PIC X(48) VALUE                                        00062000
           '--------------VARIAVEIS PARA APOIO-----------'.             00063000
      *----------------------------------------------------             00064000
       77 WRK-SQLCODE      PIC -999.                                    00065000
       77 WRK-IDSETOR-DB2  PIC X(04).                                   00065200
       77 WRK-SETORPAI-DB2 PIC X(04).                                   00065400
       77 WRK-DESCSET-DB2  PIC X(40).                                   00065600
       77 WRK-FIM-ARVORE   PIC X(01)    VALUE 'N'.                      00065800
      *----------------------------------------------------             00066000
       01 FILLER PIC X(48) VALUE                                        00067000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00068000
      *----------------------------------------------------             00069000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00070000
       77 WRK-TOT-HEAD     PIC 9(07)    VALUE ZEROS.                    00071000
       77 WRK-TOT-AFAST    PIC 9(07)    VALUE ZEROS.                    00071500
       77 WRK-TOT-MASSA    PIC 9(13)V9(02) VALUE ZEROS.                 00072000
      *----------------------------------------------------             00072120
       01 FILLER PIC X(48) VALUE                                        00072240
           '--------------CONSOLIDADO PELA HIERARQUIA----'.             00072360
      *----------------------------------------------------             00072480
       77 WRK-HIE-HEAD     PIC 9(07)    VALUE ZEROS.                    00072600
       77 WRK-HIE-AFAST    PIC 9(07)    VALUE ZEROS.                    00072720
       77 WRK-HIE-MASSA    PIC 9(13)V9(02) VALUE ZEROS.                 00072840
      *====================================================             00073000
       PROCEDURE                                 DIVISION.              00074000
      *====================================================             00075000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00091000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00092000
            STOP RUN                                                    00093000
           END-IF.                                                      00093100
           IF WRK-PARM-NIVEL NOT NUMERIC                                00093110
            MOVE ZEROS TO WRK-PARM-NIVEL                                00093120
           END-IF.                                                      00093130
                                                                        00093140
           PERFORM 1100-CARREGAR-ARVORE.                                00093150
                                                                        00093200
           MOVE WRK-PARM-COMPET (1:4) TO WRK-PRX-ANO.                   00093300
           MOVE WRK-PARM-COMPET (5:2) TO WRK-PRX-MES.                   00093400
           IF WRK-PRX-MES EQUAL 12                                      00093500
            MOVE 01 TO WRK-PRX-MES                                      00093600
            ADD 1   TO WRK-PRX-ANO                                      00093700
           ELSE                                                         00093800
            ADD 1   TO WRK-PRX-MES                                      00093900
           END-IF.                                                      00094000
                                                                        00095000
      *    REPROCESSAMENTO: A FOTO DA COMPETENCIA E                     00096000
      *-----------------------------------------------------            00119000
                                                                        00120000
      *-----------------------------------------------------            00121000
       1100-CARREGAR-ARVORE                       SECTION.              00121030
      *-----------------------------------------------------            00121060
           MOVE 'I' TO STU-FUNCAO.                                      00121090
           CALL 'SETUTIL' USING STU-DADOS.                              00121120
                                                                        00121150
           EXEC SQL                                                     00121180
              OPEN CARVORE                                              00121210
           END-EXEC.                                                    00121240
           IF SQLCODE NOT EQUAL 0                                       00121270
            MOVE SQLCODE TO WRK-SQLCODE                                 00121300
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CARVORE'                00121330
            STOP RUN                                                    00121360
           END-IF.                                                      00121390
                                                                        00121420
           PERFORM 4100-LER-ARVORE UNTIL WRK-FIM-ARVORE EQUAL 'S'.      00121450
                                                                        00121480
           EXEC SQL                                                     00121510
              CLOSE CARVORE                                             00121540
           END-EXEC.                                                    00121570
                                                                        00121600
           MOVE 'M' TO STU-FUNCAO.                                      00121630
           CALL 'SETUTIL' USING STU-DADOS.                              00121660
      *-----------------------------------------------------            00121690
       1100-99-FIM.                                  EXIT.              00121720
      *-----------------------------------------------------            00121750
                                                                        00121780
      *-----------------------------------------------------            00121810
       2000-PROCESSAR                             SECTION.              00122000
      *-----------------------------------------------------            00123000
           EXEC SQL                                                     00124000
            INSERT INTO IVAN.HEADHIST                                   00125000
                  (COMPETENCIA,SETOR,HEADCOUNT,AFASTADOS,               00126000
                   MASSA,DATAHORA)                                      00127000
            VALUES (:WRK-PARM-COMPET,:DB2-SETOR,                        00128000
                    :WRK-HEADCOUNT,:WRK-AFASTADOS,:WRK-MASSA,           00129000
                    CURRENT TIMESTAMP)                                  00130000
           END-EXEC.                                                    00131000
                                                                        00132000
                    'IVAN.HEADHIST - SETOR: ' DB2-SETOR                 00136000
           ELSE                                                         00137000
            ADD WRK-HEADCOUNT TO WRK-TOT-HEAD                           00138000
            ADD WRK-AFASTADOS TO WRK-TOT-AFAST                          00138500
            ADD WRK-MASSA     TO WRK-TOT-MASSA                          00139000
            MOVE 'A'           TO STU-FUNCAO                            00139120
            MOVE DB2-SETOR     TO STU-SETOR                             00139240
            MOVE ZEROS         TO STU-VALORES                           00139360
            MOVE WRK-HEADCOUNT TO STU-VALOR (1)                         00139480
            MOVE WRK-AFASTADOS TO STU-VALOR (2)                         00139600
            MOVE WRK-MASSA     TO STU-VALOR (3)                         00139720
            CALL 'SETUTIL' USING STU-DADOS                              00139840
           END-IF.                                                      00140000
                                                                        00141000
           PERFORM 4000-LER-SETOR.                                      00142000
           DISPLAY 'COMPETENCIA:       ' WRK-PARM-COMPET.               00159000
           DISPLAY 'SETORES GRAVADOS:  ' WRK-REGLIDOS.                  00160000
           DISPLAY 'HEADCOUNT TOTAL:   ' WRK-TOT-HEAD.                  00161000
           DISPLAY 'AFASTADOS TOTAL:   ' WRK-TOT-AFAST.                 00161500
           DISPLAY 'MASSA TOTAL:       ' WRK-TOT-MASSA.                 00162000
                                                                        00162330
           PERFORM 3100-CONSOLIDAR-HIERARQUIA.                          00162660
      *-----------------------------------------------------            00163000
       3000-99-FIM.                                  EXIT.              00164000
      *-----------------------------------------------------            00164020
                                                                        00164040
      *-----------------------------------------------------            00164060
       3100-CONSOLIDAR-HIERARQUIA                 SECTION.              00164080
      *-----------------------------------------------------            00164100
           DISPLAY ' '.                                                 00164120
           DISPLAY '-------FOTO PELA HIERARQUIA DE SETORES-------'.     00164140
           IF STU-QTDE-ORFAOS GREATER ZEROS                             00164160
              OR STU-QTDE-CICLOS GREATER ZEROS                          00164180
            DISPLAY 'SETORPAI INEXISTENTE: ' STU-QTDE-ORFAOS            00164200
                    ' CICLOS: ' STU-QTDE-CICLOS                         00164220
           END-IF.                                                      00164240
                                                                        00164260
           MOVE 'L'            TO STU-FUNCAO.                           00164280
           MOVE ZEROS          TO STU-POSICAO.                          00164300
           MOVE WRK-PARM-NIVEL TO STU-NIVEL-MAX.                        00164320
           CALL 'SETUTIL' USING STU-DADOS.                              00164340
           PERFORM 3110-IMPRIMIR-NIVEL UNTIL STU-RETORNO NOT EQUAL '0'. 00164360
      *-----------------------------------------------------            00164380
       3100-99-FIM.                                  EXIT.              00164400
      *-----------------------------------------------------            00164420
                                                                        00164440
      *-----------------------------------------------------            00164460
       3110-IMPRIMIR-NIVEL                        SECTION.              00164480
      *-----------------------------------------------------            00164500
           MOVE STU-VALOR (1) TO WRK-HIE-HEAD.                          00164520
           MOVE STU-VALOR (2) TO WRK-HIE-AFAST.                         00164540
           MOVE STU-VALOR (3) TO WRK-HIE-MASSA.                         00164560
           DISPLAY STU-ROTULO (1:30)                                    00164580
                   ' HC: '    WRK-HIE-HEAD                              00164600
                   ' AFAST: ' WRK-HIE-AFAST                             00164620
                   ' MASSA: ' WRK-HIE-MASSA.                            00164640
                                                                        00164660
           CALL 'SETUTIL' USING STU-DADOS.                              00164680
      *-----------------------------------------------------            00164700
       3110-99-FIM.                                  EXIT.              00164720
      *-----------------------------------------------------            00165000
                                                                        00166000
      *-----------------------------------------------------            00167000
             FETCH CFOTO                                                00171000
              INTO :DB2-SETOR,                                          00172000
                   :WRK-HEADCOUNT,                                      00173000
                   :WRK-AFASTADOS,                                      00173500
                   :WRK-MASSA                                           00174000
           END-EXEC.                                                    00175000
                                                                        00176000
      *-----------------------------------------------------            00186000
       4000-99-FIM.                                  EXIT.              00187000
      *-----------------------------------------------------            00188000
                                                                        00189000
      *-----------------------------------------------------            00190000
       4100-LER-ARVORE                            SECTION.              00191000
      *-----------------------------------------------------            00192000
           EXEC SQL                                                     00193000
             FETCH CARVORE                                              00194000
              INTO :WRK-IDSETOR-DB2,                                    00195000
                   :WRK-SETORPAI-DB2,                                   00196000
                   :WRK-DESCSET-DB2                                     00197000
           END-EXEC.                                                    00198000
                                                                        00199000
           EVALUATE SQLCODE                                             00200000
            WHEN 0                                                      00201000
             MOVE 'N'              TO STU-FUNCAO                        00202000
             MOVE WRK-IDSETOR-DB2  TO STU-SETOR                         00203000
             MOVE WRK-SETORPAI-DB2 TO STU-SETORPAI                      00204000
             MOVE WRK-DESCSET-DB2  TO STU-DESC                          00205000
             CALL 'SETUTIL' USING STU-DADOS                             00206000
            WHEN 100                                                    00207000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00208000
            WHEN OTHER                                                  00209000
             MOVE SQLCODE TO WRK-SQLCODE                                00210000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00211000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00212000
           END-EVALUATE.                                                00213000
      *-----------------------------------------------------            00214000
       4100-99-FIM.                                  EXIT.              00215000
      *-----------------------------------------------------            00216000
