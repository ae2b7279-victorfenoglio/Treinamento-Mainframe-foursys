      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB50.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: IDADE DOS BACKORDERS: CLASSIFICA AS    *             00008000
      *            QUANTIDADES EM ABERTO DO BACKORD       *             00009000
      *            (FALTAS DO FATURAMENTO FR22CB24 AINDA  *             00010000
      *            NAO LIBERADAS PELO RECEBIMENTO         *             00011000
      *            FR22CB31) PELA IDADE DO PEDIDO NA DATA *             00012000
      *            DE REFERENCIA - ATE 7, 8-15, 16-30 E   *             00013000
      *            ACIMA DE 30 DIAS - COM UMA LINHA POR   *             00014000
      *            CLIENTE E PRODUTO, SUBTOTAL POR        *             00015000
      *            CLIENTE E TOTAL GERAL EM RELBKO. O     *             00016000
      *            CALCULO DE DIAS USA BASE COMERCIAL     *             00017000
      *            (MES DE 30 DIAS), COMO NO FR22CB29.    *             00018000
      *---------------------------------------------------*             00019000
      *  PARAMETRO (SYSIN): DATA DE REFERENCIA AAAAMMDD   *             00020000
      *  (ZEROS: DATA DO DIA).                            *             00021000
      *---------------------------------------------------*             00022000
      *  ARQUIVOS:                                        *             00023000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00024000
      *  BACKORD             I             ---------      *             00025000
      *  BKOSORT             I/O           ---------      *             00026000
      *  RELBKO              O             ---------      *             00027000
      *===================================================*             00028000
                                                                        00029000
      *====================================================             00030000
       ENVIRONMENT                               DIVISION.              00031000
      *====================================================             00032000
       CONFIGURATION                             SECTION.               00033000
       SPECIAL-NAMES.                                                   00034000
           DECIMAL-POINT  IS COMMA.                                     00035000
                                                                        00036000
       INPUT-OUTPUT                              SECTION.               00037000
       FILE-CONTROL.                                                    00038000
           SELECT BACKORD ASSIGN TO BACKORD                             00039000
               FILE STATUS IS WRK-FS-BACKORD.                           00040000
                                                                        00041000
           SELECT BKOSORT ASSIGN TO BKOSORT                             00042000
               FILE STATUS IS WRK-FS-BKOSORT.                           00043000
                                                                        00044000
           SELECT RELBKO ASSIGN TO RELBKO                               00045000
               FILE STATUS IS WRK-FS-RELBKO.                            00046000
                                                                        00047000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00048000
                                                                        00049000
      *====================================================             00050000
       DATA                                      DIVISION.              00051000
      *====================================================             00052000
      *-----------------------------------------------------            00053000
       FILE                                      SECTION.               00054000
      *-----------------------------------------------------            00055000
       FD BACKORD                                                       00056000
           RECORDING MODE IS F                                          00057000
           BLOCK CONTAINS 0 RECORDS.                                    00058000
      *-----------LRECL 60----------------------------------            00059000
       01 FD-BACKORD            PIC X(60).                              00060000
                                                                        00061000
       FD BKOSORT                                                       00062000
           RECORDING MODE IS F                                          00063000
           BLOCK CONTAINS 0 RECORDS.                                    00064000
      *-----------LRECL 60----------------------------------            00065000
      *    SITUACAO A = EM ABERTO, L = LIBERADO.                        00066000
       01 FD-BKOSORT.                                                   00067000
          05 FD-BKS-PEDIDO       PIC 9(06).                             00068000
          05 FD-BKS-CLIENTE      PIC 9(05).                             00069000
          05 FD-BKS-PRODUTO      PIC 9(03).                             00070000
          05 FD-BKS-QTDE         PIC 9(05).                             00071000
          05 FD-BKS-DATA         PIC 9(08).                             00072000
          05 FD-BKS-UF           PIC X(02).                             00073000
          05 FD-BKS-VENDEDOR     PIC 9(05).                             00074000
          05 FD-BKS-SITUACAO     PIC X(01).                             00075000
          05 FD-BKS-QTDE-LIB     PIC 9(05).                             00076000
          05 FD-BKS-DATA-LIB     PIC 9(08).                             00077000
          05 FILLER              PIC X(12).                             00078000
                                                                        00079000
       FD RELBKO                                                        00080000
           RECORDING MODE IS F                                          00081000
           BLOCK CONTAINS 0 RECORDS.                                    00082000
      *-----------LRECL 80----------------------------------            00083000
       01 FD-RELBKO             PIC X(80).                              00084000
      *-----------------------------------------------------            00085000
       SD ARQSORT.                                                      00086000
       01 SD-ARQSORT.                                                   00087000
          05 FILLER             PIC X(06).                              00088000
          05 SD-BKO-CLIENTE     PIC 9(05).                              00089000
          05 SD-BKO-PRODUTO     PIC 9(03).                              00090000
          05 FILLER             PIC X(05).                              00091000
          05 SD-BKO-DATA        PIC 9(08).                              00092000
          05 FILLER             PIC X(33).                              00093000
      *-----------------------------------------------------            00094000
       WORKING-STORAGE                           SECTION.               00095000
      *-----------------------------------------------------            00096000
           COPY '#GLOG'.                                                00097000
      *-----------------------------------------------------            00098000
       01 FILLER PIC X(48) VALUE                                        00099000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00100000
      *-----------------------------------------------------            00101000
       77 WRK-FS-BACKORD       PIC 9(02).                               00102000
       77 WRK-FS-BKOSORT       PIC 9(02).                               00103000
       77 WRK-FS-RELBKO        PIC 9(02).                               00104000
      *-----------------------------------------------------            00105000
       01 FILLER PIC X(48) VALUE                                        00106000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00107000
      *-----------------------------------------------------            00108000
       01 WRK-PARM.                                                     00109000
          05 WRK-PARM-DATAREF PIC 9(08).                                00110000
      *-----------------------------------------------------            00111000
       01 FILLER PIC X(48) VALUE                                        00112000
            '-------CALCULO DE DIAS (BASE 30)-------------'.            00113000
      *-----------------------------------------------------            00114000
       01 WRK-DATA-AUX.                                                 00115000
          05 WRK-AUX-ANO    PIC 9(04).                                  00116000
          05 WRK-AUX-MES    PIC 9(02).                                  00117000
          05 WRK-AUX-DIA    PIC 9(02).                                  00118000
       01 WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX                         00119000
                           PIC 9(08).                                   00120000
       77 WRK-DIAS-REF     PIC 9(08)    VALUE ZEROS.                    00121000
       77 WRK-DIAS-AUX     PIC 9(08)    VALUE ZEROS.                    00122000
       77 WRK-IDADE        PIC S9(08)   VALUE ZEROS.                    00123000
      *-----------------------------------------------------            00124000
       01 FILLER PIC X(48) VALUE                                        00125000
            '-------ACUMULADORES POR FAIXA----------------'.            00126000
      *-----------------------------------------------------            00127000
      *    NIVEL 1 = CLIENTE/PRODUTO, 2 = CLIENTE, 3 = GERAL.           00128000
       77 WRK-FAIXA        PIC 9(01)    VALUE ZEROS.                    00129000
       77 WRK-FX-IDX       PIC 9(01)    VALUE ZEROS.                    00130000
       77 WRK-NIVEL        PIC 9(01)    VALUE ZEROS.                    00131000
       77 WRK-TOT-NIVEL    PIC 9(08)    VALUE ZEROS.                    00132000
       01 WRK-ACM-TAB.                                                  00133000
          05 WRK-ACM-NIVEL OCCURS 3 TIMES.                              00134000
             10 WRK-ACM-FAIXA OCCURS 4 TIMES                            00135000
                                 PIC 9(07).                             00136000
       77 WRK-ANT-CLIENTE  PIC 9(05)    VALUE ZEROS.                    00137000
       77 WRK-ANT-PRODUTO  PIC 9(03)    VALUE ZEROS.                    00138000
      *-----------------------------------------------------            00139000
       01 FILLER PIC X(48) VALUE                                        00140000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00141000
      *-----------------------------------------------------            00142000
       77 WRK-REGLIDOS     PIC 9(06)    VALUE ZEROS.                    00143000
       77 WRK-REGABERTOS   PIC 9(06)    VALUE ZEROS.                    00144000
       77 WRK-REGCLIENTES  PIC 9(06)    VALUE ZEROS.                    00145000
      *-----------------------------------------------------            00146000
       01 FILLER PIC X(48) VALUE                                        00147000
            '-------LINHAS DO RELATORIO-------------------'.            00148000
      *-----------------------------------------------------            00149000
       01 WRK-REL-CABEC.                                                00150000
          05 FILLER           PIC X(41) VALUE                           00151000
             'BACKORDERS EM ABERTO POR IDADE - DATA REF'.               00152000
          05 FILLER           PIC X(02) VALUE ': '.                     00153000
          05 WRK-REL-DATAREF  PIC 9(08).                                00154000
          05 FILLER           PIC X(29) VALUE SPACES.                   00155000
       01 WRK-REL-CABEC2.                                               00156000
          05 FILLER           PIC X(13) VALUE 'CLIENTE PROD'.           00157000
          05 FILLER           PIC X(08) VALUE ' ATE 7 D'.               00158000
          05 FILLER           PIC X(08) VALUE '  8-15 D'.               00159000
          05 FILLER           PIC X(08) VALUE ' 16-30 D'.               00160000
          05 FILLER           PIC X(08) VALUE ' ACIMA30'.               00161000
          05 FILLER           PIC X(10) VALUE '     TOTAL'.             00162000
          05 FILLER           PIC X(25) VALUE SPACES.                   00163000
       01 WRK-REL-LINHA.                                                00164000
          05 WRK-REL-ID.                                                00165000
             10 WRK-REL-CLIENTE  PIC 9(05).                             00166000
             10 FILLER           PIC X(03).                             00167000
             10 WRK-REL-PRODUTO  PIC 9(03).                             00168000
             10 FILLER           PIC X(02).                             00169000
          05 WRK-REL-ROTULO REDEFINES WRK-REL-ID                        00170000
                                 PIC X(13).                             00171000
          05 FILLER           PIC X(01) VALUE SPACES.                   00172000
          05 WRK-REL-FX1      PIC ZZZ.ZZ9.                              00173000
          05 FILLER           PIC X(01) VALUE SPACES.                   00174000
          05 WRK-REL-FX2      PIC ZZZ.ZZ9.                              00175000
          05 FILLER           PIC X(01) VALUE SPACES.                   00176000
          05 WRK-REL-FX3      PIC ZZZ.ZZ9.                              00177000
          05 FILLER           PIC X(01) VALUE SPACES.                   00178000
          05 WRK-REL-FX4      PIC ZZZ.ZZ9.                              00179000
          05 FILLER           PIC X(01) VALUE SPACES.                   00180000
          05 WRK-REL-TOTAL    PIC Z.ZZZ.ZZ9.                            00181000
          05 FILLER           PIC X(25) VALUE SPACES.                   00182000
       77 WRK-LINHABRANCO     PIC X(80) VALUE SPACES.                   00183000
      *====================================================             00184000
       PROCEDURE                                 DIVISION.              00185000
      *====================================================             00186000
      *-----------------------------------------------------            00187000
       0000-PRINCIPAL                             SECTION.              00188000
      *-----------------------------------------------------            00189000
           PERFORM 1000-INICIALIZAR.                                    00190000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-BKOSORT                  00191000
                   EQUAL 10.                                            00192000
           PERFORM 3000-FINALIZAR.                                      00193000
           STOP RUN.                                                    00194000
      *-----------------------------------------------------            00195000
       0000-99-FIM.                                  EXIT.              00196000
      *-----------------------------------------------------            00197000
                                                                        00198000
      *-----------------------------------------------------            00199000
       1000-INICIALIZAR                           SECTION.              00200000
      *-----------------------------------------------------            00201000
           ACCEPT WRK-PARM FROM SYSIN.                                  00202000
           IF WRK-PARM-DATAREF NOT NUMERIC                              00203000
              OR WRK-PARM-DATAREF EQUAL ZEROS                           00204000
            ACCEPT WRK-PARM-DATAREF FROM DATE YYYYMMDD                  00205000
           END-IF.                                                      00206000
           MOVE WRK-PARM-DATAREF TO WRK-DATA-AUX-N.                     00207000
           PERFORM 1100-DIAS-COMERCIAIS.                                00208000
           MOVE WRK-DIAS-AUX TO WRK-DIAS-REF.                           00209000
           INITIALIZE WRK-ACM-TAB.                                      00210000
                                                                        00211000
      *    SEM BACKORD (NENHUMA FALTA AINDA) O RELATORIO SAI            00212000
      *    SO COM O CABECALHO E O TOTAL ZERADO.                         00213000
           OPEN INPUT BACKORD.                                          00214000
           IF WRK-FS-BACKORD EQUAL 35                                   00215000
            DISPLAY 'BACKORD AUSENTE - SEM BACKORDERS EM ABERTO'        00216000
           ELSE                                                         00217000
            CLOSE BACKORD                                               00218000
            SORT ARQSORT ON ASCENDING KEY SD-BKO-CLIENTE                00219000
                            ASCENDING KEY SD-BKO-PRODUTO                00220000
                            ASCENDING KEY SD-BKO-DATA                   00221000
                 USING BACKORD                                          00222000
                 GIVING BKOSORT                                         00223000
           END-IF.                                                      00224000
                                                                        00225000
           OPEN OUTPUT RELBKO.                                          00226000
           IF WRK-FS-BACKORD EQUAL 35                                   00227000
            MOVE 10 TO WRK-FS-BKOSORT                                   00228000
           ELSE                                                         00229000
            OPEN INPUT BKOSORT                                          00230000
           END-IF.                                                      00231000
             PERFORM 4000-TESTAR-STATUS.                                00232000
                                                                        00233000
           MOVE WRK-PARM-DATAREF TO WRK-REL-DATAREF.                    00234000
           WRITE FD-RELBKO FROM WRK-REL-CABEC.                          00235000
           WRITE FD-RELBKO FROM WRK-LINHABRANCO.                        00236000
           WRITE FD-RELBKO FROM WRK-REL-CABEC2.                         00237000
                                                                        00238000
           IF WRK-FS-BKOSORT NOT EQUAL 10                               00239000
            PERFORM 5000-LER-BACKORDER                                  00240000
           END-IF.                                                      00241000
      *-----------------------------------------------------            00242000
       1000-99-FIM.                                  EXIT.              00243000
      *-----------------------------------------------------            00244000
                                                                        00245000
      *-----------------------------------------------------            00246000
       1100-DIAS-COMERCIAIS                       SECTION.              00247000
      *-----------------------------------------------------            00248000
      *    CONTAGEM COMERCIAL (ANO DE 360, MES DE 30).                  00249000
           COMPUTE WRK-DIAS-AUX =                                       00250000
                   (WRK-AUX-ANO * 360)                                  00251000
                   + (WRK-AUX-MES * 30)                                 00252000
                   + WRK-AUX-DIA.                                       00253000
      *-----------------------------------------------------            00254000
       1100-99-FIM.                                  EXIT.              00255000
      *-----------------------------------------------------            00256000
                                                                        00257000
      *-----------------------------------------------------            00258000
       2000-PROCESSAR                             SECTION.              00259000
      *-----------------------------------------------------            00260000
      *    BACKORDER JA LIBERADO ('L') NAO TEM IDADE.                   00261000
           IF FD-BKS-SITUACAO NOT EQUAL 'A'                             00262000
            PERFORM 5000-LER-BACKORDER                                  00263000
            GO TO 2000-99-FIM                                           00264000
           END-IF.                                                      00265000
                                                                        00266000
           IF WRK-REGABERTOS GREATER ZEROS                              00267000
            IF FD-BKS-CLIENTE NOT EQUAL WRK-ANT-CLIENTE                 00268000
             PERFORM 2200-QUEBRA-PRODUTO                                00269000
             PERFORM 2300-QUEBRA-CLIENTE                                00270000
            ELSE                                                        00271000
             IF FD-BKS-PRODUTO NOT EQUAL WRK-ANT-PRODUTO                00272000
              PERFORM 2200-QUEBRA-PRODUTO                               00273000
             END-IF                                                     00274000
            END-IF                                                      00275000
           END-IF.                                                      00276000
                                                                        00277000
           ADD 1 TO WRK-REGABERTOS.                                     00278000
           MOVE FD-BKS-CLIENTE TO WRK-ANT-CLIENTE.                      00279000
           MOVE FD-BKS-PRODUTO TO WRK-ANT-PRODUTO.                      00280000
                                                                        00281000
           MOVE ZEROS TO WRK-IDADE.                                     00282000
           IF FD-BKS-DATA NUMERIC                                       00283000
              AND FD-BKS-DATA GREATER ZEROS                             00284000
            MOVE FD-BKS-DATA TO WRK-DATA-AUX-N                          00285000
            PERFORM 1100-DIAS-COMERCIAIS                                00286000
            COMPUTE WRK-IDADE = WRK-DIAS-REF - WRK-DIAS-AUX             00287000
           END-IF.                                                      00288000
           EVALUATE TRUE                                                00289000
            WHEN WRK-IDADE NOT GREATER 7                                00290000
             MOVE 1 TO WRK-FAIXA                                        00291000
            WHEN WRK-IDADE NOT GREATER 15                               00292000
             MOVE 2 TO WRK-FAIXA                                        00293000
            WHEN WRK-IDADE NOT GREATER 30                               00294000
             MOVE 3 TO WRK-FAIXA                                        00295000
            WHEN OTHER                                                  00296000
             MOVE 4 TO WRK-FAIXA                                        00297000
           END-EVALUATE.                                                00298000
           ADD FD-BKS-QTDE TO WRK-ACM-FAIXA (1 WRK-FAIXA).              00299000
                                                                        00300000
           PERFORM 5000-LER-BACKORDER.                                  00301000
      *-----------------------------------------------------            00302000
       2000-99-FIM.                                  EXIT.              00303000
      *-----------------------------------------------------            00304000
                                                                        00305000
      *-----------------------------------------------------            00306000
       2200-QUEBRA-PRODUTO                        SECTION.              00307000
      *-----------------------------------------------------            00308000
           MOVE SPACES          TO WRK-REL-ID.                          00309000
           MOVE WRK-ANT-CLIENTE TO WRK-REL-CLIENTE.                     00310000
           MOVE WRK-ANT-PRODUTO TO WRK-REL-PRODUTO.                     00311000
           MOVE 1 TO WRK-NIVEL.                                         00312000
           PERFORM 3100-IMPRIMIR-NIVEL.                                 00313000
      *-----------------------------------------------------            00314000
       2200-99-FIM.                                  EXIT.              00315000
      *-----------------------------------------------------            00316000
                                                                        00317000
      *-----------------------------------------------------            00318000
       2300-QUEBRA-CLIENTE                        SECTION.              00319000
      *-----------------------------------------------------            00320000
           ADD 1 TO WRK-REGCLIENTES.                                    00321000
           MOVE 'TOTAL CLIENTE' TO WRK-REL-ROTULO.                      00322000
           MOVE 2 TO WRK-NIVEL.                                         00323000
           PERFORM 3100-IMPRIMIR-NIVEL.                                 00324000
           WRITE FD-RELBKO FROM WRK-LINHABRANCO.                        00325000
      *-----------------------------------------------------            00326000
       2300-99-FIM.                                  EXIT.              00327000
      *-----------------------------------------------------            00328000
                                                                        00329000
      *-----------------------------------------------------            00330000
       3000-FINALIZAR                             SECTION.              00331000
      *-----------------------------------------------------            00332000
           IF WRK-REGABERTOS GREATER ZEROS                              00333000
            PERFORM 2200-QUEBRA-PRODUTO                                 00334000
            PERFORM 2300-QUEBRA-CLIENTE                                 00335000
           ELSE                                                         00336000
            WRITE FD-RELBKO FROM WRK-LINHABRANCO                        00337000
           END-IF.                                                      00338000
           MOVE 'TOTAL GERAL' TO WRK-REL-ROTULO.                        00339000
           MOVE 3 TO WRK-NIVEL.                                         00340000
           PERFORM 3100-IMPRIMIR-NIVEL.                                 00341000
                                                                        00342000
           IF WRK-FS-BACKORD NOT EQUAL 35                               00343000
            CLOSE BKOSORT                                               00344000
           END-IF.                                                      00345000
           CLOSE RELBKO.                                                00346000
                                                                        00347000
           DISPLAY ' '.                                                 00348000
           DISPLAY 'BACKORDERS LIDOS:    ' WRK-REGLIDOS.                00349000
           DISPLAY 'BACKORDERS EM ABERTO:' WRK-REGABERTOS.              00350000
           DISPLAY 'CLIENTES COM FALTA:  ' WRK-REGCLIENTES.             00351000
           DISPLAY 'QTDE EM ABERTO:      ' WRK-TOT-NIVEL.               00352000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00353000
      *-----------------------------------------------------            00354000
       3000-99-FIM.                                  EXIT.              00355000
      *-----------------------------------------------------            00356000
                                                                        00357000
      *-----------------------------------------------------            00358000
       3100-IMPRIMIR-NIVEL                        SECTION.              00359000
      *-----------------------------------------------------            00360000
      *    IMPRIME O NIVEL E PASSA AS FAIXAS PARA O NIVEL DE            00361000
      *    CIMA, ZERANDO O NIVEL IMPRESSO.                              00362000
           MOVE WRK-ACM-FAIXA (WRK-NIVEL 1) TO WRK-REL-FX1.             00363000
           MOVE WRK-ACM-FAIXA (WRK-NIVEL 2) TO WRK-REL-FX2.             00364000
           MOVE WRK-ACM-FAIXA (WRK-NIVEL 3) TO WRK-REL-FX3.             00365000
           MOVE WRK-ACM-FAIXA (WRK-NIVEL 4) TO WRK-REL-FX4.             00366000
           COMPUTE WRK-TOT-NIVEL = WRK-ACM-FAIXA (WRK-NIVEL 1)          00367000
                                 + WRK-ACM-FAIXA (WRK-NIVEL 2)          00368000
                                 + WRK-ACM-FAIXA (WRK-NIVEL 3)          00369000
                                 + WRK-ACM-FAIXA (WRK-NIVEL 4).         00370000
           MOVE WRK-TOT-NIVEL TO WRK-REL-TOTAL.                         00371000
           WRITE FD-RELBKO FROM WRK-REL-LINHA.                          00372000
                                                                        00373000
           IF WRK-NIVEL LESS 3                                          00374000
            MOVE 1 TO WRK-FX-IDX                                        00375000
            PERFORM 3110-SUBIR-FAIXA                                    00376000
                    UNTIL WRK-FX-IDX GREATER 4                          00377000
           END-IF.                                                      00378000
      *-----------------------------------------------------            00379000
       3100-99-FIM.                                  EXIT.              00380000
      *-----------------------------------------------------            00381000
                                                                        00382000
      *-----------------------------------------------------            00383000
       3110-SUBIR-FAIXA                           SECTION.              00384000
      *-----------------------------------------------------            00385000
           ADD WRK-ACM-FAIXA (WRK-NIVEL WRK-FX-IDX)                     00386000
            TO WRK-ACM-FAIXA (WRK-NIVEL + 1 WRK-FX-IDX).                00387000
           MOVE ZEROS TO WRK-ACM-FAIXA (WRK-NIVEL WRK-FX-IDX).          00388000
           ADD 1 TO WRK-FX-IDX.                                         00389000
      *-----------------------------------------------------            00390000
       3110-99-FIM.                                  EXIT.              00391000
      *-----------------------------------------------------            00392000
                                                                        00393000
      *-----------------------------------------------------            00394000
       4000-TESTAR-STATUS                         SECTION.              00395000
      *-----------------------------------------------------            00396000
           IF WRK-FS-BKOSORT NOT EQUAL 00                               00397000
              AND WRK-FS-BKOSORT NOT EQUAL 10                           00398000
            MOVE 'FR22CB50'              TO WRK-PROGRAMA                00399000
            MOVE 'ERRO NO OPEN BKOSORT'  TO WRK-MENSAGEM                00400000
            MOVE '1000'                  TO WRK-SECAO                   00401000
            MOVE WRK-FS-BKOSORT          TO WRK-STATUS                  00402000
            PERFORM 9000-TRATAERROS                                     00403000
           END-IF.                                                      00404000
           IF WRK-FS-RELBKO NOT EQUAL 00                                00405000
            MOVE 'FR22CB50'              TO WRK-PROGRAMA                00406000
            MOVE 'ERRO NO OPEN RELBKO'   TO WRK-MENSAGEM                00407000
            MOVE '1000'                  TO WRK-SECAO                   00408000
            MOVE WRK-FS-RELBKO           TO WRK-STATUS                  00409000
            PERFORM 9000-TRATAERROS                                     00410000
           END-IF.                                                      00411000
      *-----------------------------------------------------            00412000
       4000-99-FIM.                                  EXIT.              00413000
      *-----------------------------------------------------            00414000
                                                                        00415000
      *-----------------------------------------------------            00416000
       5000-LER-BACKORDER                         SECTION.              00417000
      *-----------------------------------------------------            00418000
           READ BKOSORT.                                                00419000
           IF WRK-FS-BKOSORT EQUAL 00                                   00420000
            ADD 1 TO WRK-REGLIDOS                                       00421000
           END-IF.                                                      00422000
      *-----------------------------------------------------            00423000
       5000-99-FIM.                                  EXIT.              00424000
      *-----------------------------------------------------            00425000
                                                                        00426000
      *-----------------------------------------------------            00427000
       9000-TRATAERROS                            SECTION.              00428000
      *-----------------------------------------------------            00429000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00430000
           GOBACK.                                                      00431000
      *-----------------------------------------------------            00432000
       9000-99-FIM.                                  EXIT.              00433000
      *-----------------------------------------------------            00434000
