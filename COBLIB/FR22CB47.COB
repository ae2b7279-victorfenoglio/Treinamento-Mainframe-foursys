      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB47.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: PAGAMENTO DIARIO E AGING DO CONTAS A   *             00008000
      *            PAGAR: LE O MASTER DE TITULOS A PAGAR  *             00009000
      *            (APANT, GERADO PELO FR22CB46) E GRAVA  *             00010000
      *            NO ARQUIVO DE PAGAMENTO DO BANCO       *             00011000
      *            (PAGBANCO) OS TITULOS EM ABERTO COM    *             00012000
      *            VENCIMENTO ATE A DATA DE REFERENCIA,   *             00013000
      *            COM O CNPJ E A RAZAO SOCIAL DO         *             00014000
      *            FORNMSTR; O TITULO ENVIADO FICA PAGO   *             00015000
      *            ('P') NO NOVO MASTER APNOVO. O         *             00016000
      *            FORNECEDOR SEM CADASTRO TEM O          *             00017000
      *            PAGAMENTO RETIDO.                      *             00018000
      *            OS TITULOS QUE CONTINUAM EM ABERTO SAO *             00019000
      *            LISTADOS EM RELAGING POR FAIXA DE      *             00020000
      *            VENCIMENTO (BASE COMERCIAL 360/30),    *             00021000
      *            COM O TOTAL DE CADA FAIXA.             *             00022000
      *---------------------------------------------------*             00023000
      *  PARAMETRO (SYSIN): DATA DE REFERENCIA AAAAMMDD   *             00024000
      *  (VAZIO: DATA DO DIA).                            *             00025000
      *---------------------------------------------------*             00026000
      *  ARQUIVOS:                                        *             00027000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00028000
      *  APANT               I             ---------      *             00029000
      *  FORNMSTR            I             ---------      *             00030000
      *  APNOVO              O             ---------      *             00031000
      *  PAGBANCO            O             ---------      *             00032000
      *  RELAGING            O             ---------      *             00033000
      *===================================================*             00034000
                                                                        00035000
      *====================================================             00036000
       ENVIRONMENT                               DIVISION.              00037000
      *====================================================             00038000
       CONFIGURATION                             SECTION.               00039000
       SPECIAL-NAMES.                                                   00040000
           DECIMAL-POINT  IS COMMA.                                     00041000
                                                                        00042000
       INPUT-OUTPUT                              SECTION.               00043000
       FILE-CONTROL.                                                    00044000
           SELECT APANT ASSIGN TO APANT                                 00045000
               FILE STATUS IS WRK-FS-APANT.                             00046000
                                                                        00047000
           SELECT FORNMSTR ASSIGN TO FORNMSTR                           00048000
               FILE STATUS IS WRK-FS-FORNMSTR.                          00049000
                                                                        00050000
           SELECT APNOVO ASSIGN TO APNOVO                               00051000
               FILE STATUS IS WRK-FS-APNOVO.                            00052000
                                                                        00053000
           SELECT PAGBANCO ASSIGN TO PAGBANCO                           00054000
               FILE STATUS IS WRK-FS-PAGBANCO.                          00055000
                                                                        00056000
           SELECT RELAGING ASSIGN TO RELAGING                           00057000
               FILE STATUS IS WRK-FS-RELAGING.                          00058000
                                                                        00059000
      *====================================================             00060000
       DATA                                      DIVISION.              00061000
      *====================================================             00062000
      *-----------------------------------------------------            00063000
       FILE                                      SECTION.               00064000
      *-----------------------------------------------------            00065000
       FD APANT                                                         00066000
           RECORDING MODE IS F                                          00067000
           BLOCK CONTAINS 0 RECORDS.                                    00068000
      *-----------LRECL 80----------------------------------            00069000
      *    SITUACAO: A = EM ABERTO, P = PAGO.                           00070000
       01 FD-APANT.                                                     00071000
          05 FD-APA-CODFORN     PIC 9(05).                              00072000
          05 FD-APA-NOTA        PIC 9(08).                              00073000
          05 FD-APA-EMISSAO     PIC 9(08).                              00074000
          05 FD-APA-VENCTO      PIC 9(08).                              00075000
          05 FD-APA-VALOR       PIC 9(09)V99.                           00076000
          05 FD-APA-SITUACAO    PIC X(01).                              00077000
          05 FD-APA-DTPAGTO     PIC 9(08).                              00078000
          05 FD-APA-PEDIDO      PIC 9(06).                              00079000
          05 FD-APA-DTLANC      PIC 9(08).                              00080000
          05 FILLER             PIC X(17).                              00081000
                                                                        00082000
       FD FORNMSTR                                                      00083000
           RECORDING MODE IS F                                          00084000
           BLOCK CONTAINS 0 RECORDS.                                    00085000
      *-----------LRECL 127---------------------------------            00086000
       01 FD-FORNMSTR.                                                  00087000
          05 FD-FOR-CODIGO      PIC X(05).                              00088000
          05 FD-FOR-CNPJ        PIC X(14).                              00089000
          05 FD-FOR-RAZAO       PIC X(40).                              00090000
          05 FD-FOR-REDUZIDO    PIC X(15).                              00091000
          05 FD-FOR-ENDERECO    PIC X(40).                              00092000
          05 FD-FOR-PRAZO       PIC 9(03).                              00093000
          05 FD-FOR-PEDMIN      PIC 9(08)V9(02).                        00094000
                                                                        00095000
       FD APNOVO                                                        00096000
           RECORDING MODE IS F                                          00097000
           BLOCK CONTAINS 0 RECORDS.                                    00098000
      *-----------LRECL 80----------------------------------            00099000
       01 FD-APNOVO             PIC X(80).                              00100000
                                                                        00101000
       FD PAGBANCO                                                      00102000
           RECORDING MODE IS F                                          00103000
           BLOCK CONTAINS 0 RECORDS.                                    00104000
      *-----------LRECL 100---------------------------------            00105000
       01 FD-PAGBANCO.                                                  00106000
          05 FD-PGB-CNPJ        PIC X(14).                              00107000
          05 FD-PGB-RAZAO       PIC X(40).                              00108000
          05 FD-PGB-CODFORN     PIC 9(05).                              00109000
          05 FD-PGB-NOTA        PIC 9(08).                              00110000
          05 FD-PGB-VENCTO      PIC 9(08).                              00111000
          05 FD-PGB-VALOR       PIC 9(09)V99.                           00112000
          05 FD-PGB-DATA        PIC 9(08).                              00113000
          05 FILLER             PIC X(06).                              00114000
                                                                        00115000
       FD RELAGING                                                      00116000
           RECORDING MODE IS F                                          00117000
           BLOCK CONTAINS 0 RECORDS.                                    00118000
      *-----------LRECL 100---------------------------------            00119000
       01 FD-RELAGING           PIC X(100).                             00120000
      *-----------------------------------------------------            00121000
       WORKING-STORAGE                           SECTION.               00122000
      *-----------------------------------------------------            00123000
           COPY '#GLOG'.                                                00124000
      *-----------------------------------------------------            00125000
       01 FILLER PIC X(48) VALUE                                        00126000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00127000
      *-----------------------------------------------------            00128000
       77 WRK-FS-APANT         PIC 9(02).                               00129000
       77 WRK-FS-FORNMSTR      PIC 9(02).                               00130000
       77 WRK-FS-APNOVO        PIC 9(02).                               00131000
       77 WRK-FS-PAGBANCO      PIC 9(02).                               00132000
       77 WRK-FS-RELAGING      PIC 9(02).                               00133000
      *-----------------------------------------------------            00134000
       01 FILLER PIC X(48) VALUE                                        00135000
            '-------PARAMETRO DE ENTRADA------------------'.            00136000
      *-----------------------------------------------------            00137000
       01 WRK-PARM.                                                     00138000
          05 WRK-PARM-DATAREF PIC 9(08).                                00139000
      *-----------------------------------------------------            00140000
       01 FILLER PIC X(48) VALUE                                        00141000
            '-------VARIAVEIS PARA DIAS COMERCIAIS--------'.            00142000
      *-----------------------------------------------------            00143000
       01 WRK-DATA-AUX-N       PIC 9(08).                               00144000
       01 FILLER REDEFINES WRK-DATA-AUX-N.                              00145000
          05 WRK-AUX-ANO      PIC 9(04).                                00146000
          05 WRK-AUX-MES      PIC 9(02).                                00147000
          05 WRK-AUX-DIA      PIC 9(02).                                00148000
       77 WRK-DIAS-AUX         PIC 9(08) VALUE ZEROS.                   00149000
       77 WRK-DIAS-REF         PIC 9(08) VALUE ZEROS.                   00150000
       77 WRK-PRAZO            PIC S9(08) VALUE ZEROS.                  00151000
      *-----------------------------------------------------            00152000
       01 FILLER PIC X(48) VALUE                                        00153000
            '-------FORNECEDORES (FORNMSTR)---------------'.            00154000
      *-----------------------------------------------------            00155000
       77 WRK-FOR-COUNT        PIC 9(03) VALUE ZEROS.                   00156000
       77 WRK-FOR-IDX          PIC 9(03) VALUE ZEROS.                   00157000
       77 WRK-FOR-ACHOU        PIC X(01) VALUE 'N'.                     00158000
       01 WRK-FOR-TAB.                                                  00159000
          05 WRK-FOR-ITEM OCCURS 500 TIMES.                             00160000
             10 WRK-FOR-CODIGO     PIC 9(05).                           00161000
             10 WRK-FOR-CNPJ       PIC X(14).                           00162000
             10 WRK-FOR-RAZAO      PIC X(40).                           00163000
      *-----------------------------------------------------            00164000
       01 FILLER PIC X(48) VALUE                                        00165000
            '-------FAIXAS DO AGING-----------------------'.            00166000
      *-----------------------------------------------------            00167000
      *    1 VENCIDO, 2 ATE 7 DIAS, 3 8 A 15, 4 16 A 30,                00168000
      *    5 31 A 60, 6 ACIMA DE 60.                                    00169000
       77 WRK-FAI-IDX          PIC 9(01) VALUE ZEROS.                   00170000
       01 WRK-FAI-NOMES.                                                00171000
          05 FILLER             PIC X(15) VALUE 'VENCIDO'.              00172000
          05 FILLER             PIC X(15) VALUE 'A VENCER 0-7'.         00173000
          05 FILLER             PIC X(15) VALUE 'A VENCER 8-15'.        00174000
          05 FILLER             PIC X(15) VALUE 'A VENCER 16-30'.       00175000
          05 FILLER             PIC X(15) VALUE 'A VENCER 31-60'.       00176000
          05 FILLER             PIC X(15) VALUE 'A VENCER +60'.         00177000
       01 FILLER REDEFINES WRK-FAI-NOMES.                               00178000
          05 WRK-FAI-NOME OCCURS 6 TIMES PIC X(15).                     00179000
       01 WRK-FAI-TAB.                                                  00180000
          05 WRK-FAI-ITEM OCCURS 6 TIMES.                               00181000
             10 WRK-FAI-QTDE       PIC 9(05).                           00182000
             10 WRK-FAI-VALOR      PIC 9(11)V99.                        00183000
      *-----------------------------------------------------            00184000
       01 FILLER PIC X(48) VALUE                                        00185000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00186000
      *-----------------------------------------------------            00187000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00188000
       77 WRK-REGPAGOS         PIC 9(06) VALUE ZEROS.                   00189000
       77 WRK-REGRETIDOS       PIC 9(06) VALUE ZEROS.                   00190000
       77 WRK-REGABERTOS       PIC 9(06) VALUE ZEROS.                   00191000
       77 WRK-VLR-PAGO         PIC 9(11)V99 VALUE ZEROS.                00192000
       77 WRK-VLR-ABERTO       PIC 9(11)V99 VALUE ZEROS.                00193000
      *-----------------------------------------------------            00194000
       01 FILLER PIC X(48) VALUE                                        00195000
            '-------LINHAS DO RELATORIO-------------------'.            00196000
      *-----------------------------------------------------            00197000
       01 WRK-REL-CABEC.                                                00198000
          05 FILLER             PIC X(40) VALUE                         00199000
             'AGING DO CONTAS A PAGAR - REFERENCIA'.                    00200000
          05 WRK-REL-CAB-DATA   PIC 9(08).                              00201000
          05 FILLER             PIC X(52) VALUE SPACES.                 00202000
       01 WRK-REL-CABEC2.                                               00203000
          05 FILLER             PIC X(08) VALUE 'FORNEC'.               00204000
          05 FILLER             PIC X(10) VALUE 'NOTA'.                 00205000
          05 FILLER             PIC X(10) VALUE 'EMISSAO'.              00206000
          05 FILLER             PIC X(10) VALUE 'VENCTO'.               00207000
          05 FILLER             PIC X(08) VALUE '    DIAS'.             00208000
          05 FILLER             PIC X(16) VALUE                         00209000
             '           VALOR'.                                        00210000
          05 FILLER             PIC X(38) VALUE '  FAIXA'.              00211000
       01 WRK-REL-DETALHE.                                              00212000
          05 WRK-REL-DET-CODFORN PIC 9(05).                             00213000
          05 FILLER             PIC X(03) VALUE SPACES.                 00214000
          05 WRK-REL-DET-NOTA   PIC 9(08).                              00215000
          05 FILLER             PIC X(02) VALUE SPACES.                 00216000
          05 WRK-REL-DET-EMISSAO PIC 9(08).                             00217000
          05 FILLER             PIC X(02) VALUE SPACES.                 00218000
          05 WRK-REL-DET-VENCTO PIC 9(08).                              00219000
          05 FILLER             PIC X(02) VALUE SPACES.                 00220000
          05 WRK-REL-DET-DIAS   PIC -----9.                             00221000
          05 FILLER             PIC X(02) VALUE SPACES.                 00222000
          05 WRK-REL-DET-VALOR  PIC ZZZ.ZZZ.ZZ9,99.                     00223000
          05 FILLER             PIC X(02) VALUE SPACES.                 00224000
          05 WRK-REL-DET-FAIXA  PIC X(15).                              00225000
          05 FILLER             PIC X(23) VALUE SPACES.                 00226000
       01 WRK-REL-FAIXA.                                                00227000
          05 WRK-REL-FAI-NOME   PIC X(15).                              00228000
          05 FILLER             PIC X(02) VALUE SPACES.                 00229000
          05 WRK-REL-FAI-QTDE   PIC ZZ.ZZ9.                             00230000
          05 FILLER             PIC X(09) VALUE ' TITULOS '.            00231000
          05 WRK-REL-FAI-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00232000
          05 FILLER             PIC X(51) VALUE SPACES.                 00233000
       77 WRK-LINHABRANCO       PIC X(100) VALUE SPACES.                00234000
      *====================================================             00235000
       PROCEDURE                                 DIVISION.              00236000
      *====================================================             00237000
      *-----------------------------------------------------            00238000
       0000-PRINCIPAL                             SECTION.              00239000
      *-----------------------------------------------------            00240000
           PERFORM 1000-INICIALIZAR.                                    00241000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-APANT                    00242000
                   EQUAL 10.                                            00243000
           PERFORM 3000-FINALIZAR.                                      00244000
           STOP RUN.                                                    00245000
      *-----------------------------------------------------            00246000
       0000-99-FIM.                                  EXIT.              00247000
      *-----------------------------------------------------            00248000
                                                                        00249000
      *-----------------------------------------------------            00250000
       1000-INICIALIZAR                           SECTION.              00251000
      *-----------------------------------------------------            00252000
           ACCEPT WRK-PARM FROM SYSIN.                                  00253000
           IF WRK-PARM-DATAREF NOT NUMERIC                              00254000
              OR WRK-PARM-DATAREF EQUAL ZEROS                           00255000
            ACCEPT WRK-PARM-DATAREF FROM DATE YYYYMMDD                  00256000
           END-IF.                                                      00257000
           MOVE WRK-PARM-DATAREF TO WRK-DATA-AUX-N.                     00258000
           PERFORM 1100-DIAS-COMERCIAIS.                                00259000
           MOVE WRK-DIAS-AUX TO WRK-DIAS-REF.                           00260000
           MOVE ZEROS TO WRK-FAI-TAB.                                   00261000
                                                                        00262000
           OPEN INPUT APANT FORNMSTR                                    00263000
                OUTPUT APNOVO PAGBANCO RELAGING.                        00264000
             PERFORM 4000-TESTAR-STATUS.                                00265000
                                                                        00266000
           PERFORM 1200-CARREGAR-FORNECEDORES                           00267000
                   UNTIL WRK-FS-FORNMSTR EQUAL 10.                      00268000
           CLOSE FORNMSTR.                                              00269000
                                                                        00270000
           MOVE WRK-PARM-DATAREF TO WRK-REL-CAB-DATA.                   00271000
           WRITE FD-RELAGING FROM WRK-REL-CABEC.                        00272000
           WRITE FD-RELAGING FROM WRK-LINHABRANCO.                      00273000
           WRITE FD-RELAGING FROM WRK-REL-CABEC2.                       00274000
                                                                        00275000
           READ APANT.                                                  00276000
           IF WRK-FS-APANT EQUAL 10                                     00277000
            DISPLAY 'APANT VAZIO'                                       00278000
           END-IF.                                                      00279000
      *-----------------------------------------------------            00280000
       1000-99-FIM.                                  EXIT.              00281000
      *-----------------------------------------------------            00282000
                                                                        00283000
      *-----------------------------------------------------            00284000
       1100-DIAS-COMERCIAIS                       SECTION.              00285000
      *-----------------------------------------------------            00286000
      *    CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL                  00287000
      *    (ANO 360 / MES 30), COMO NO AGING DO FR22CB29.               00288000
           COMPUTE WRK-DIAS-AUX =                                       00289000
                   (WRK-AUX-ANO * 360) +                                00290000
                   (WRK-AUX-MES * 30) + WRK-AUX-DIA.                    00291000
      *-----------------------------------------------------            00292000
       1100-99-FIM.                                  EXIT.              00293000
      *-----------------------------------------------------            00294000
                                                                        00295000
      *-----------------------------------------------------            00296000
       1200-CARREGAR-FORNECEDORES                 SECTION.              00297000
      *-----------------------------------------------------            00298000
           READ FORNMSTR                                                00299000
             AT END                                                     00300000
              MOVE 10 TO WRK-FS-FORNMSTR                                00301000
             NOT AT END                                                 00302000
              IF WRK-FOR-COUNT LESS 500                                 00303000
               ADD 1 TO WRK-FOR-COUNT                                   00304000
               MOVE FD-FOR-CODIGO                                       00305000
                 TO WRK-FOR-CODIGO (WRK-FOR-COUNT)                      00306000
               MOVE FD-FOR-CNPJ                                         00307000
                 TO WRK-FOR-CNPJ (WRK-FOR-COUNT)                        00308000
               MOVE FD-FOR-RAZAO                                        00309000
                 TO WRK-FOR-RAZAO (WRK-FOR-COUNT)                       00310000
              ELSE                                                      00311000
               DISPLAY 'FORNMSTR EXCEDE A TABELA INTERNA '              00312000
                       '(500) - EXECUCAO ABORTADA'                      00313000
               STOP RUN                                                 00314000
              END-IF                                                    00315000
           END-READ.                                                    00316000
      *-----------------------------------------------------            00317000
       1200-99-FIM.                                  EXIT.              00318000
      *-----------------------------------------------------            00319000
                                                                        00320000
      *-----------------------------------------------------            00321000
       2000-PROCESSAR                             SECTION.              00322000
      *-----------------------------------------------------            00323000
           ADD 1 TO WRK-REGLIDOS.                                       00324000
                                                                        00325000
           IF FD-APA-SITUACAO EQUAL 'A'                                 00326000
              AND FD-APA-VENCTO NOT GREATER WRK-PARM-DATAREF            00327000
            PERFORM 2100-PAGAR-TITULO                                   00328000
           END-IF.                                                      00329000
                                                                        00330000
           IF FD-APA-SITUACAO EQUAL 'A'                                 00331000
            PERFORM 2200-CLASSIFICAR-TITULO                             00332000
           END-IF.                                                      00333000
                                                                        00334000
           WRITE FD-APNOVO FROM FD-APANT.                               00335000
           READ APANT.                                                  00336000
      *-----------------------------------------------------            00337000
       2000-99-FIM.                                  EXIT.              00338000
      *-----------------------------------------------------            00339000
                                                                        00340000
      *-----------------------------------------------------            00341000
       2100-PAGAR-TITULO                          SECTION.              00342000
      *-----------------------------------------------------            00343000
           MOVE 'N' TO WRK-FOR-ACHOU.                                   00344000
           MOVE 1   TO WRK-FOR-IDX.                                     00345000
           PERFORM 2150-PROCURA-FORNECEDOR                              00346000
                   UNTIL WRK-FOR-IDX GREATER WRK-FOR-COUNT              00347000
                      OR WRK-FOR-ACHOU EQUAL 'S'.                       00348000
           IF WRK-FOR-ACHOU EQUAL 'N'                                   00349000
            ADD 1 TO WRK-REGRETIDOS                                     00350000
            DISPLAY 'NOTA ' FD-APA-NOTA ' FORNECEDOR '                  00351000
                    FD-APA-CODFORN                                      00352000
                    ' SEM CADASTRO - PAGAMENTO RETIDO'                  00353000
            GO TO 2100-99-FIM                                           00354000
           END-IF.                                                      00355000
                                                                        00356000
           MOVE SPACES           TO FD-PAGBANCO.                        00357000
           MOVE WRK-FOR-CNPJ (WRK-FOR-IDX)  TO FD-PGB-CNPJ.             00358000
           MOVE WRK-FOR-RAZAO (WRK-FOR-IDX) TO FD-PGB-RAZAO.            00359000
           MOVE FD-APA-CODFORN   TO FD-PGB-CODFORN.                     00360000
           MOVE FD-APA-NOTA      TO FD-PGB-NOTA.                        00361000
           MOVE FD-APA-VENCTO    TO FD-PGB-VENCTO.                      00362000
           MOVE FD-APA-VALOR     TO FD-PGB-VALOR.                       00363000
           MOVE WRK-PARM-DATAREF TO FD-PGB-DATA.                        00364000
           WRITE FD-PAGBANCO.                                           00365000
                                                                        00366000
           MOVE 'P'              TO FD-APA-SITUACAO.                    00367000
           MOVE WRK-PARM-DATAREF TO FD-APA-DTPAGTO.                     00368000
           ADD 1 TO WRK-REGPAGOS.                                       00369000
           ADD FD-APA-VALOR TO WRK-VLR-PAGO.                            00370000
      *-----------------------------------------------------            00371000
       2100-99-FIM.                                  EXIT.              00372000
      *-----------------------------------------------------            00373000
                                                                        00374000
      *-----------------------------------------------------            00375000
       2150-PROCURA-FORNECEDOR                    SECTION.              00376000
      *-----------------------------------------------------            00377000
           IF WRK-FOR-CODIGO (WRK-FOR-IDX) EQUAL FD-APA-CODFORN         00378000
            MOVE 'S' TO WRK-FOR-ACHOU                                   00379000
           ELSE                                                         00380000
            ADD 1 TO WRK-FOR-IDX                                        00381000
           END-IF.                                                      00382000
      *-----------------------------------------------------            00383000
       2150-99-FIM.                                  EXIT.              00384000
      *-----------------------------------------------------            00385000
                                                                        00386000
      *-----------------------------------------------------            00387000
       2200-CLASSIFICAR-TITULO                    SECTION.              00388000
      *-----------------------------------------------------            00389000
           MOVE FD-APA-VENCTO TO WRK-DATA-AUX-N.                        00390000
           PERFORM 1100-DIAS-COMERCIAIS.                                00391000
           COMPUTE WRK-PRAZO = WRK-DIAS-AUX - WRK-DIAS-REF.             00392000
                                                                        00393000
           EVALUATE TRUE                                                00394000
            WHEN WRK-PRAZO LESS ZEROS                                   00395000
             MOVE 1 TO WRK-FAI-IDX                                      00396000
            WHEN WRK-PRAZO NOT GREATER 7                                00397000
             MOVE 2 TO WRK-FAI-IDX                                      00398000
            WHEN WRK-PRAZO NOT GREATER 15                               00399000
             MOVE 3 TO WRK-FAI-IDX                                      00400000
            WHEN WRK-PRAZO NOT GREATER 30                               00401000
             MOVE 4 TO WRK-FAI-IDX                                      00402000
            WHEN WRK-PRAZO NOT GREATER 60                               00403000
             MOVE 5 TO WRK-FAI-IDX                                      00404000
            WHEN OTHER                                                  00405000
             MOVE 6 TO WRK-FAI-IDX                                      00406000
           END-EVALUATE.                                                00407000
           ADD 1            TO WRK-FAI-QTDE  (WRK-FAI-IDX).             00408000
           ADD FD-APA-VALOR TO WRK-FAI-VALOR (WRK-FAI-IDX).             00409000
           ADD 1            TO WRK-REGABERTOS.                          00410000
           ADD FD-APA-VALOR TO WRK-VLR-ABERTO.                          00411000
                                                                        00412000
           MOVE FD-APA-CODFORN TO WRK-REL-DET-CODFORN.                  00413000
           MOVE FD-APA-NOTA    TO WRK-REL-DET-NOTA.                     00414000
           MOVE FD-APA-EMISSAO TO WRK-REL-DET-EMISSAO.                  00415000
           MOVE FD-APA-VENCTO  TO WRK-REL-DET-VENCTO.                   00416000
           MOVE WRK-PRAZO      TO WRK-REL-DET-DIAS.                     00417000
           MOVE FD-APA-VALOR   TO WRK-REL-DET-VALOR.                    00418000
           MOVE WRK-FAI-NOME (WRK-FAI-IDX) TO WRK-REL-DET-FAIXA.        00419000
           WRITE FD-RELAGING FROM WRK-REL-DETALHE.                      00420000
      *-----------------------------------------------------            00421000
       2200-99-FIM.                                  EXIT.              00422000
      *-----------------------------------------------------            00423000
                                                                        00424000
      *-----------------------------------------------------            00425000
       3000-FINALIZAR                             SECTION.              00426000
      *-----------------------------------------------------            00427000
           WRITE FD-RELAGING FROM WRK-LINHABRANCO.                      00428000
           MOVE 1 TO WRK-FAI-IDX.                                       00429000
           PERFORM 3100-IMPRIMIR-FAIXA                                  00430000
                   UNTIL WRK-FAI-IDX GREATER 6.                         00431000
           MOVE 'TOTAL EM ABERTO' TO WRK-REL-FAI-NOME.                  00432000
           MOVE WRK-REGABERTOS    TO WRK-REL-FAI-QTDE.                  00433000
           MOVE WRK-VLR-ABERTO    TO WRK-REL-FAI-VALOR.                 00434000
           WRITE FD-RELAGING FROM WRK-REL-FAIXA.                        00435000
                                                                        00436000
           CLOSE APANT APNOVO PAGBANCO RELAGING.                        00437000
                                                                        00438000
           DISPLAY ' '.                                                 00439000
           DISPLAY 'TITULOS LIDOS:         ' WRK-REGLIDOS.              00440000
           DISPLAY 'TITULOS PAGOS:         ' WRK-REGPAGOS.              00441000
           DISPLAY 'VALOR PAGO:            ' WRK-VLR-PAGO.              00442000
           DISPLAY 'PAGAMENTOS RETIDOS:    ' WRK-REGRETIDOS.            00443000
           DISPLAY 'TITULOS EM ABERTO:     ' WRK-REGABERTOS.            00444000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00445000
      *-----------------------------------------------------            00446000
       3000-99-FIM.                                  EXIT.              00447000
      *-----------------------------------------------------            00448000
                                                                        00449000
      *-----------------------------------------------------            00450000
       3100-IMPRIMIR-FAIXA                        SECTION.              00451000
      *-----------------------------------------------------            00452000
           MOVE WRK-FAI-NOME  (WRK-FAI-IDX) TO WRK-REL-FAI-NOME.        00453000
           MOVE WRK-FAI-QTDE  (WRK-FAI-IDX) TO WRK-REL-FAI-QTDE.        00454000
           MOVE WRK-FAI-VALOR (WRK-FAI-IDX) TO WRK-REL-FAI-VALOR.       00455000
           WRITE FD-RELAGING FROM WRK-REL-FAIXA.                        00456000
           ADD 1 TO WRK-FAI-IDX.                                        00457000
      *-----------------------------------------------------            00458000
       3100-99-FIM.                                  EXIT.              00459000
      *-----------------------------------------------------            00460000
                                                                        00461000
      *-----------------------------------------------------            00462000
       4000-TESTAR-STATUS                         SECTION.              00463000
      *-----------------------------------------------------            00464000
           IF WRK-FS-APANT NOT EQUAL 00                                 00465000
            MOVE 'FR22CB47'              TO WRK-PROGRAMA                00466000
            MOVE 'ERRO NO OPEN APANT'    TO WRK-MENSAGEM                00467000
            MOVE '1000'                  TO WRK-SECAO                   00468000
            MOVE WRK-FS-APANT            TO WRK-STATUS                  00469000
            PERFORM 9000-TRATAERROS                                     00470000
           END-IF.                                                      00471000
           IF WRK-FS-FORNMSTR NOT EQUAL 00                              00472000
            MOVE 'FR22CB47'              TO WRK-PROGRAMA                00473000
            MOVE 'ERRO NO OPEN FORNMSTR' TO WRK-MENSAGEM                00474000
            MOVE '1000'                  TO WRK-SECAO                   00475000
            MOVE WRK-FS-FORNMSTR         TO WRK-STATUS                  00476000
            PERFORM 9000-TRATAERROS                                     00477000
           END-IF.                                                      00478000
           IF WRK-FS-APNOVO NOT EQUAL 00                                00479000
            MOVE 'FR22CB47'              TO WRK-PROGRAMA                00480000
            MOVE 'ERRO NO OPEN APNOVO'   TO WRK-MENSAGEM                00481000
            MOVE '1000'                  TO WRK-SECAO                   00482000
            MOVE WRK-FS-APNOVO           TO WRK-STATUS                  00483000
            PERFORM 9000-TRATAERROS                                     00484000
           END-IF.                                                      00485000
           IF WRK-FS-PAGBANCO NOT EQUAL 00                              00486000
            MOVE 'FR22CB47'              TO WRK-PROGRAMA                00487000
            MOVE 'ERRO NO OPEN PAGBANCO' TO WRK-MENSAGEM                00488000
            MOVE '1000'                  TO WRK-SECAO                   00489000
            MOVE WRK-FS-PAGBANCO         TO WRK-STATUS                  00490000
            PERFORM 9000-TRATAERROS                                     00491000
           END-IF.                                                      00492000
           IF WRK-FS-RELAGING NOT EQUAL 00                              00493000
            MOVE 'FR22CB47'              TO WRK-PROGRAMA                00494000
            MOVE 'ERRO NO OPEN RELAGING' TO WRK-MENSAGEM                00495000
            MOVE '1000'                  TO WRK-SECAO                   00496000
            MOVE WRK-FS-RELAGING         TO WRK-STATUS                  00497000
            PERFORM 9000-TRATAERROS                                     00498000
           END-IF.                                                      00499000
      *-----------------------------------------------------            00500000
       4000-99-FIM.                                  EXIT.              00501000
      *-----------------------------------------------------            00502000
                                                                        00503000
      *-----------------------------------------------------            00504000
       9000-TRATAERROS                            SECTION.              00505000
      *-----------------------------------------------------            00506000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00507000
           GOBACK.                                                      00508000
      *-----------------------------------------------------            00509000
       9000-99-FIM.                                  EXIT.              00510000
      *-----------------------------------------------------            00511000
