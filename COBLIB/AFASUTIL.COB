      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. AFASUTIL.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: SUBROTINA (NOS MOLDES DA DIAUTIL) QUE  *             00008000
      *            APLICA OS AFASTAMENTOS DE IVAN.AFAST   *             00009000
      *            AO PERIODO AQUISITIVO DE FERIAS, PARA  *             00010000
      *            QUE O RELATORIO DE VENCIMENTO          *             00011000
      *            (FR22DB19) E A TELA DE FERIAS          *             00012000
      *            (F22CIP4) USEM A MESMA REGRA: A        *             00013000
      *            LICENCA NAO REMUNERADA (N) SUSPENDE O  *             00014000
      *            PERIODO, QUE TERMINA TANTOS DIAS MAIS  *             00015000
      *            TARDE; DOENCA (D) E ACIDENTE (A) SO    *             00016000
      *            CONTAM A PARTIR DO 16O DIA (BENEFICIO  *             00017000
      *            DO INSS) E, SE PASSAREM DE 180 DIAS    *             00018000
      *            DENTRO DO PERIODO, O DIREITO AS FERIAS *             00019000
      *            DAQUELE PERIODO E PERDIDO.             *             00020000
      *            MATERNIDADE (M) NAO AFETA AS FERIAS.   *             00021000
      *            AFASTAMENTO SEM RETORNO EFETIVO CONTA  *             00022000
      *            ATE A DATA DE HOJE.                    *             00023000
      *---------------------------------------------------*             00024000
      *  BASE  DE DADOS:                                  *             00025000
      *  TABELA             I/O           INCLUDE/BOOK    *             00026000
      *  IVAN.AFAST          I             #AFASUTIL      *             00027000
      *===================================================*             00028000
                                                                        00029000
      *====================================================             00030000
       ENVIRONMENT                               DIVISION.              00031000
      *====================================================             00032000
       CONFIGURATION                             SECTION.               00033000
       SPECIAL-NAMES.                                                   00034000
           DECIMAL-POINT  IS COMMA.                                     00035000
                                                                        00036000
      *====================================================             00037000
       DATA                                      DIVISION.              00038000
      *====================================================             00039000
      *-----------------------------------------------------            00040000
       WORKING-STORAGE                           SECTION.               00041000
      *-----------------------------------------------------            00042000
           EXEC SQL                                                     00043000
              INCLUDE SQLCA                                             00044000
           END-EXEC.                                                    00045000
      *----------------------------------------------------             00046000
       01 FILLER PIC X(48) VALUE                                        00047000
           '--------------VARIAVEIS PARA APOIO-----------'.             00048000
      *----------------------------------------------------             00049000
       77 WRK-SQLCODE      PIC -999.                                    00050000
       77 WRK-IDFUNC       PIC 9(05).                                   00051000
       77 WRK-AQUISINI     PIC X(10).                                   00052000
       77 WRK-AQUISFIM     PIC X(10).                                   00053000
       77 WRK-FIM-AJUST    PIC X(10).                                   00054000
       77 WRK-DIAS-ANT     PIC S9(09) COMP.                             00055000
       77 WRK-DIAS-SUSP    PIC S9(09) COMP.                             00056000
       77 WRK-DIAS-INSS    PIC S9(09) COMP.                             00057000
       77 WRK-VOLTAS       PIC 9(02).                                   00058000
      *-----------------------------------------------------            00059000
       LINKAGE                                   SECTION.               00060000
      *-----------------------------------------------------            00061000
           COPY '#AFASUTIL'.                                            00062000
      *====================================================             00063000
       PROCEDURE                                 DIVISION               00064000
           USING AFU-DADOS.                                             00065000
      *====================================================             00066000
      *-----------------------------------------------------            00067000
       0000-PRINCIPAL                             SECTION.              00068000
      *-----------------------------------------------------            00069000
           MOVE '0' TO AFU-RETORNO.                                     00070000
           MOVE 'N' TO AFU-PERDA.                                       00071000
           MOVE ZEROS TO AFU-DIAS-SUSP AFU-DIAS-INSS.                   00072000
           MOVE AFU-AQUISFIM TO AFU-AQUISFIM-AJUST.                     00073000
                                                                        00074000
           EVALUATE TRUE                                                00075000
            WHEN AFU-FC-PERIODO                                         00076000
             PERFORM 1000-AJUSTAR-PERIODO                               00077000
            WHEN OTHER                                                  00078000
             MOVE 'E' TO AFU-RETORNO                                    00079000
           END-EVALUATE.                                                00080000
                                                                        00081000
           GOBACK.                                                      00082000
      *-----------------------------------------------------            00083000
       0000-99-FIM.                                  EXIT.              00084000
      *-----------------------------------------------------            00085000
                                                                        00086000
      *-----------------------------------------------------            00087000
       1000-AJUSTAR-PERIODO                       SECTION.              00088000
      *-----------------------------------------------------            00089000
      *    A PRORROGACAO PODE ALCANCAR OUTRA LICENCA; A                 00090000
      *    CONTAGEM E REFEITA ATE O FIM DO PERIODO PARAR                00091000
      *    DE ANDAR.                                                    00092000
           MOVE AFU-IDFUNC   TO WRK-IDFUNC.                             00093000
           MOVE AFU-AQUISINI TO WRK-AQUISINI.                           00094000
           MOVE AFU-AQUISFIM TO WRK-AQUISFIM.                           00095000
           MOVE ZEROS        TO WRK-DIAS-SUSP WRK-VOLTAS.               00096000
           MOVE -1           TO WRK-DIAS-ANT.                           00097000
                                                                        00098000
      *    FIM EM BRANCO = UM ANO DEPOIS DO INICIO.                     00099000
           IF WRK-AQUISFIM EQUAL SPACES                                 00100000
            EXEC SQL                                                    00101000
             SET :WRK-AQUISFIM =                                        00102000
                 CHAR(DATE(:WRK-AQUISINI) + 1 YEAR - 1 DAY, ISO)        00103000
            END-EXEC                                                    00104000
            IF SQLCODE NOT EQUAL 0                                      00105000
             MOVE SQLCODE TO WRK-SQLCODE                                00106000
             DISPLAY 'AFASUTIL: ERRO' WRK-SQLCODE                       00107000
                     ' NO INICIO DO PERIODO ' WRK-AQUISINI              00108000
             MOVE 'E' TO AFU-RETORNO                                    00109000
            END-IF                                                      00110000
            MOVE WRK-AQUISFIM TO AFU-AQUISFIM-AJUST                     00111000
           END-IF.                                                      00112000
                                                                        00113000
           IF AFU-RETORNO EQUAL '0'                                     00114000
            PERFORM 1100-CONTAR-SUSPENSAO                               00115000
                    UNTIL WRK-DIAS-SUSP EQUAL WRK-DIAS-ANT              00116000
                       OR WRK-VOLTAS GREATER 10                         00117000
                       OR AFU-RETORNO EQUAL 'E'                         00118000
           END-IF.                                                      00119000
                                                                        00120000
           IF AFU-RETORNO EQUAL '0'                                     00121000
            PERFORM 1200-CONTAR-INSS                                    00122000
           END-IF.                                                      00123000
                                                                        00124000
           IF AFU-RETORNO EQUAL '0'                                     00125000
            MOVE WRK-DIAS-SUSP TO AFU-DIAS-SUSP                         00126000
            MOVE WRK-FIM-AJUST TO AFU-AQUISFIM-AJUST                    00127000
            MOVE WRK-DIAS-INSS TO AFU-DIAS-INSS                         00128000
            IF WRK-DIAS-INSS GREATER 180                                00129000
             MOVE 'S' TO AFU-PERDA                                      00130000
            END-IF                                                      00131000
           END-IF.                                                      00132000
      *-----------------------------------------------------            00133000
       1000-99-FIM.                                  EXIT.              00134000
      *-----------------------------------------------------            00135000
                                                                        00136000
      *-----------------------------------------------------            00137000
       1100-CONTAR-SUSPENSAO                      SECTION.              00138000
      *-----------------------------------------------------            00139000
      *    DIAS DE LICENCA NAO REMUNERADA ENTRE O INICIO E O            00140000
      *    FIM JA PRORROGADO. O AFASTAMENTO VAI DO INICIO               00141000
      *    ATE A VESPERA DO RETORNO EFETIVO.                            00142000
           MOVE WRK-DIAS-SUSP TO WRK-DIAS-ANT.                          00143000
           ADD 1 TO WRK-VOLTAS.                                         00144000
                                                                        00145000
           EXEC SQL                                                     00146000
            SET :WRK-FIM-AJUST =                                        00147000
                CHAR(DATE(:WRK-AQUISFIM) + :WRK-DIAS-ANT DAYS, ISO)     00148000
           END-EXEC.                                                    00149000
                                                                        00150000
           IF SQLCODE EQUAL 0                                           00151000
            EXEC SQL                                                    00152000
             SELECT COALESCE(SUM(                                       00153000
                    DAYS(CASE WHEN COALESCE(RETEFET - 1 DAY,            00154000
                                            CURRENT DATE)               00155000
                                   < DATE(:WRK-FIM-AJUST)               00156000
                              THEN COALESCE(RETEFET - 1 DAY,            00157000
                                            CURRENT DATE)               00158000
                              ELSE DATE(:WRK-FIM-AJUST) END)            00159000
                  - DAYS(CASE WHEN DATAINI > DATE(:WRK-AQUISINI)        00160000
                              THEN DATAINI                              00161000
                              ELSE DATE(:WRK-AQUISINI) END)             00162000
                  + 1), 0)                                              00163000
              INTO :WRK-DIAS-SUSP                                       00164000
              FROM IVAN.AFAST                                           00165000
              WHERE IDFUNC   = :WRK-IDFUNC                              00166000
                AND TIPO     = 'N'                                      00167000
                AND DATAINI <= DATE(:WRK-FIM-AJUST)                     00168000
                AND COALESCE(RETEFET - 1 DAY, CURRENT DATE)             00169000
                               >= DATE(:WRK-AQUISINI)                   00170000
                AND COALESCE(RETEFET - 1 DAY, CURRENT DATE)             00171000
                               >= DATAINI                               00172000
            END-EXEC                                                    00173000
           END-IF.                                                      00174000
                                                                        00175000
           IF SQLCODE NOT EQUAL 0                                       00176000
            MOVE SQLCODE TO WRK-SQLCODE                                 00177000
            DISPLAY 'AFASUTIL: ERRO' WRK-SQLCODE                        00178000
                    ' NA CONSULTA DE IVAN.AFAST'                        00179000
            MOVE 'E' TO AFU-RETORNO                                     00180000
           END-IF.                                                      00181000
      *-----------------------------------------------------            00182000
       1100-99-FIM.                                  EXIT.              00183000
      *-----------------------------------------------------            00184000
                                                                        00185000
      *-----------------------------------------------------            00186000
       1200-CONTAR-INSS                           SECTION.              00187000
      *-----------------------------------------------------            00188000
      *    DOENCA E ACIDENTE: OS 15 PRIMEIROS DIAS SAO DA               00189000
      *    EMPRESA; DO 16O EM DIANTE O BENEFICIO E DO INSS.             00190000
           EXEC SQL                                                     00191000
            SELECT COALESCE(SUM(                                        00192000
                   DAYS(CASE WHEN COALESCE(RETEFET - 1 DAY,             00193000
                                           CURRENT DATE)                00194000
                                  < DATE(:WRK-FIM-AJUST)                00195000
                             THEN COALESCE(RETEFET - 1 DAY,             00196000
                                           CURRENT DATE)                00197000
                             ELSE DATE(:WRK-FIM-AJUST) END)             00198000
                 - DAYS(CASE WHEN DATAINI + 15 DAYS                     00199000
                                  > DATE(:WRK-AQUISINI)                 00200000
                             THEN DATAINI + 15 DAYS                     00201000
                             ELSE DATE(:WRK-AQUISINI) END)              00202000
                 + 1), 0)                                               00203000
             INTO :WRK-DIAS-INSS                                        00204000
             FROM IVAN.AFAST                                            00205000
             WHERE IDFUNC   = :WRK-IDFUNC                               00206000
               AND TIPO    IN ('D','A')                                 00207000
               AND DATAINI + 15 DAYS <= DATE(:WRK-FIM-AJUST)            00208000
               AND COALESCE(RETEFET - 1 DAY, CURRENT DATE)              00209000
                              >= DATE(:WRK-AQUISINI)                    00210000
               AND COALESCE(RETEFET - 1 DAY, CURRENT DATE)              00211000
                              >= DATAINI + 15 DAYS                      00212000
           END-EXEC.                                                    00213000
                                                                        00214000
           IF SQLCODE NOT EQUAL 0                                       00215000
            MOVE SQLCODE TO WRK-SQLCODE                                 00216000
            DISPLAY 'AFASUTIL: ERRO' WRK-SQLCODE                        00217000
                    ' NA CONSULTA DE IVAN.AFAST'                        00218000
            MOVE 'E' TO AFU-RETORNO                                     00219000
           END-IF.                                                      00220000
      *-----------------------------------------------------            00221000
       1200-99-FIM.                                  EXIT.              00222000
      *-----------------------------------------------------            00223000
