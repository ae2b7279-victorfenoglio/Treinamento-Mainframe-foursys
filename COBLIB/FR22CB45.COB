      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB45.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: AUDITORIA DA FATURA DE FRETE DAS       *             00008000
      *            TRANSPORTADORAS: ORDENA A FATURA       *             00009000
      *            (FATFRETE) POR NUMERO DA REMESSA E A   *             00010000
      *            CASA COM A COTACAO DO FR22CB18         *             00011000
      *            (COTACAO), O MASTER DE RASTREAMENTO DO *             00012000
      *            FR22CB33 (ENTRANT) E O HISTORICO DE    *             00013000
      *            REMESSAS JA PAGAS (FRTHIST), TODOS POR *             00014000
      *            NUMERO. CONTESTA A COBRANCA EM         *             00015000
      *            DUPLICIDADE (NA FATURA OU JA PAGA),    *             00016000
      *            A REMESSA SEM COTACAO, A REMESSA NAO   *             00017000
      *            ENTREGUE E O FRETE ACIMA DO COTADO     *             00018000
      *            MAIS A TOLERANCIA. O QUE PASSA VAI     *             00019000
      *            PARA FRTAPROV (LIBERADO PARA           *             00020000
      *            PAGAMENTO) E PARA O NOVO HISTORICO     *             00021000
      *            FRTHNOVO; O CONTESTADO SAI NO          *             00022000
      *            RELATORIO RELDISP POR TRANSPORTADORA.  *             00023000
      *---------------------------------------------------*             00024000
      *  PARAMETRO (SYSIN): TOLERANCIA EM % SOBRE O       *             00025000
      *            FRETE COTADO, 99V99 (PADRAO 05,00).    *             00026000
      *---------------------------------------------------*             00027000
      *  ARQUIVOS:                                        *             00028000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00029000
      *  FATFRETE            I             ---------      *             00030000
      *  FATSORT             I/O           ---------      *             00031000
      *  COTACAO             I             ---------      *             00032000
      *  ENTRANT             I             ---------      *             00033000
      *  FRTHIST             I             ---------      *             00034000
      *  FRTAPROV            O             ---------      *             00035000
      *  FRTHNOVO            O             ---------      *             00036000
      *  FRTDISP             I/O           ---------      *             00037000
      *  FRTDSORT            I/O           ---------      *             00038000
      *  RELDISP             O             ---------      *             00039000
      *===================================================*             00040000
                                                                        00041000
      *====================================================             00042000
       ENVIRONMENT                               DIVISION.              00043000
      *====================================================             00044000
       CONFIGURATION                             SECTION.               00045000
       SPECIAL-NAMES.                                                   00046000
           DECIMAL-POINT  IS COMMA.                                     00047000
                                                                        00048000
       INPUT-OUTPUT                              SECTION.               00049000
       FILE-CONTROL.                                                    00050000
           SELECT FATFRETE ASSIGN TO FATFRETE                           00051000
               FILE STATUS IS WRK-FS-FATFRETE.                          00052000
                                                                        00053000
           SELECT FATSORT ASSIGN TO FATSORT                             00054000
               FILE STATUS IS WRK-FS-FATSORT.                           00055000
                                                                        00056000
           SELECT COTACAO ASSIGN TO COTACAO                             00057000
               FILE STATUS IS WRK-FS-COTACAO.                           00058000
                                                                        00059000
           SELECT ENTRANT ASSIGN TO ENTRANT                             00060000
               FILE STATUS IS WRK-FS-ENTRANT.                           00061000
                                                                        00062000
           SELECT FRTHIST ASSIGN TO FRTHIST                             00063000
               FILE STATUS IS WRK-FS-FRTHIST.                           00064000
                                                                        00065000
           SELECT FRTAPROV ASSIGN TO FRTAPROV                           00066000
               FILE STATUS IS WRK-FS-FRTAPROV.                          00067000
                                                                        00068000
           SELECT FRTHNOVO ASSIGN TO FRTHNOVO                           00069000
               FILE STATUS IS WRK-FS-FRTHNOVO.                          00070000
                                                                        00071000
           SELECT FRTDISP ASSIGN TO FRTDISP                             00072000
               FILE STATUS IS WRK-FS-FRTDISP.                           00073000
                                                                        00074000
           SELECT FRTDSORT ASSIGN TO FRTDSORT                           00075000
               FILE STATUS IS WRK-FS-FRTDSORT.                          00076000
                                                                        00077000
           SELECT RELDISP ASSIGN TO RELDISP                             00078000
               FILE STATUS IS WRK-FS-RELDISP.                           00079000
                                                                        00080000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00081000
                                                                        00082000
           SELECT ARQSDISP ASSIGN TO SORTWK02.                          00083000
                                                                        00084000
      *====================================================             00085000
       DATA                                      DIVISION.              00086000
      *====================================================             00087000
      *-----------------------------------------------------            00088000
       FILE                                      SECTION.               00089000
      *-----------------------------------------------------            00090000
       FD FATFRETE                                                      00091000
           RECORDING MODE IS F                                          00092000
           BLOCK CONTAINS 0 RECORDS.                                    00093000
      *-----------LRECL 40----------------------------------            00094000
       01 FD-FATFRETE           PIC X(40).                              00095000
                                                                        00096000
       FD FATSORT                                                       00097000
           RECORDING MODE IS F                                          00098000
           BLOCK CONTAINS 0 RECORDS.                                    00099000
      *-----------LRECL 40----------------------------------            00100000
       01 FD-FATSORT.                                                   00101000
          05 FD-FAT-TRANSP      PIC 9(05).                              00102000
          05 FD-FAT-FATURA      PIC 9(08).                              00103000
          05 FD-FAT-NUMERO      PIC 9(06).                              00104000
          05 FD-FAT-FRETE       PIC 9(06)V99.                           00105000
          05 FD-FAT-PESO        PIC 9(05).                              00106000
          05 FILLER             PIC X(08).                              00107000
                                                                        00108000
       FD COTACAO                                                       00109000
           RECORDING MODE IS F                                          00110000
           BLOCK CONTAINS 0 RECORDS.                                    00111000
      *-----------LRECL 29----------------------------------            00112000
       01 FD-COTACAO.                                                   00113000
          05 FD-COT-NUMERO      PIC 9(06).                              00114000
          05 FD-COT-ESTADO      PIC X(02).                              00115000
          05 FD-COT-PESO        PIC 9(05).                              00116000
          05 FD-COT-VALOR       PIC 9(06)V99.                           00117000
          05 FD-COT-FRETE       PIC 9(06)V99.                           00118000
                                                                        00119000
       FD ENTRANT                                                       00120000
           RECORDING MODE IS F                                          00121000
           BLOCK CONTAINS 0 RECORDS.                                    00122000
      *-----------LRECL 33----------------------------------            00123000
       01 FD-ENTRANT.                                                   00124000
          05 FD-ANT-NUMERO      PIC 9(06).                              00125000
          05 FD-ANT-ESTADO      PIC X(02).                              00126000
          05 FD-ANT-VALOR       PIC 9(06)V99.                           00127000
          05 FD-ANT-DATACOL     PIC 9(08).                              00128000
          05 FD-ANT-STATUS      PIC X(01).                              00129000
          05 FD-ANT-DATASTAT    PIC 9(08).                              00130000
                                                                        00131000
       FD FRTHIST                                                       00132000
           RECORDING MODE IS F                                          00133000
           BLOCK CONTAINS 0 RECORDS.                                    00134000
      *-----------LRECL 40----------------------------------            00135000
       01 FD-FRTHIST.                                                   00136000
          05 FD-HIS-NUMERO      PIC 9(06).                              00137000
          05 FILLER             PIC X(34).                              00138000
                                                                        00139000
       FD FRTAPROV                                                      00140000
           RECORDING MODE IS F                                          00141000
           BLOCK CONTAINS 0 RECORDS.                                    00142000
      *-----------LRECL 40----------------------------------            00143000
       01 FD-FRTAPROV           PIC X(40).                              00144000
                                                                        00145000
       FD FRTHNOVO                                                      00146000
           RECORDING MODE IS F                                          00147000
           BLOCK CONTAINS 0 RECORDS.                                    00148000
      *-----------LRECL 40----------------------------------            00149000
       01 FD-FRTHNOVO           PIC X(40).                              00150000
                                                                        00151000
       FD FRTDISP                                                       00152000
           RECORDING MODE IS F                                          00153000
           BLOCK CONTAINS 0 RECORDS.                                    00154000
      *-----------LRECL 90----------------------------------            00155000
       01 FD-FRTDISP            PIC X(90).                              00156000
                                                                        00157000
       FD FRTDSORT                                                      00158000
           RECORDING MODE IS F                                          00159000
           BLOCK CONTAINS 0 RECORDS.                                    00160000
      *-----------LRECL 90----------------------------------            00161000
       01 FD-FRTDSORT           PIC X(90).                              00162000
                                                                        00163000
       FD RELDISP                                                       00164000
           RECORDING MODE IS F                                          00165000
           BLOCK CONTAINS 0 RECORDS.                                    00166000
      *-----------LRECL 100---------------------------------            00167000
       01 FD-RELDISP            PIC X(100).                             00168000
      *-----------------------------------------------------            00169000
       SD ARQSORT.                                                      00170000
       01 SD-ARQSORT.                                                   00171000
          05 SD-TRANSP          PIC 9(05).                              00172000
          05 SD-FATURA          PIC 9(08).                              00173000
          05 SD-NUMERO          PIC 9(06).                              00174000
          05 FILLER             PIC X(21).                              00175000
      *-----------------------------------------------------            00176000
       SD ARQSDISP.                                                     00177000
       01 SD-ARQSDISP.                                                  00178000
          05 SD-DSP-TRANSP      PIC 9(05).                              00179000
          05 SD-DSP-FATURA      PIC 9(08).                              00180000
          05 SD-DSP-NUMERO      PIC 9(06).                              00181000
          05 FILLER             PIC X(71).                              00182000
      *-----------------------------------------------------            00183000
       WORKING-STORAGE                           SECTION.               00184000
      *-----------------------------------------------------            00185000
           COPY '#GLOG'.                                                00186000
      *-----------------------------------------------------            00187000
       01 FILLER PIC X(48) VALUE                                        00188000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00189000
      *-----------------------------------------------------            00190000
       77 WRK-FS-FATFRETE      PIC 9(02).                               00191000
       77 WRK-FS-FATSORT       PIC 9(02).                               00192000
       77 WRK-FS-COTACAO       PIC 9(02).                               00193000
       77 WRK-FS-ENTRANT       PIC 9(02).                               00194000
       77 WRK-FS-FRTHIST       PIC 9(02).                               00195000
       77 WRK-FS-FRTAPROV      PIC 9(02).                               00196000
       77 WRK-FS-FRTHNOVO      PIC 9(02).                               00197000
       77 WRK-FS-FRTDISP       PIC 9(02).                               00198000
       77 WRK-FS-FRTDSORT      PIC 9(02).                               00199000
       77 WRK-FS-RELDISP       PIC 9(02).                               00200000
      *-----------------------------------------------------            00201000
       01 FILLER PIC X(48) VALUE                                        00202000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00203000
      *-----------------------------------------------------            00204000
       01 WRK-PARM.                                                     00205000
          05 WRK-PARM-TOLER    PIC 9(02)V9(02).                         00206000
      *-----------------------------------------------------            00207000
       01 FILLER PIC X(48) VALUE                                        00208000
            '-------FRETE LIBERADO (FRTAPROV/FRTHIST)-----'.            00209000
      *-----------------------------------------------------            00210000
       01 WRK-APROV.                                                    00211000
          05 WRK-APR-NUMERO     PIC 9(06).                              00212000
          05 WRK-APR-TRANSP     PIC 9(05).                              00213000
          05 WRK-APR-FATURA     PIC 9(08).                              00214000
          05 WRK-APR-FRETE      PIC 9(06)V99.                           00215000
          05 WRK-APR-PESO       PIC 9(05).                              00216000
          05 WRK-APR-DATA       PIC 9(08).                              00217000
      *-----------------------------------------------------            00218000
       01 FILLER PIC X(48) VALUE                                        00219000
            '-------COBRANCA CONTESTADA (FRTDISP)---------'.            00220000
      *-----------------------------------------------------            00221000
       01 WRK-DISP.                                                     00222000
          05 WRK-DSP-TRANSP     PIC 9(05).                              00223000
          05 WRK-DSP-FATURA     PIC 9(08).                              00224000
          05 WRK-DSP-NUMERO     PIC 9(06).                              00225000
          05 WRK-DSP-FRETE      PIC 9(06)V99.                           00226000
          05 WRK-DSP-COTADO     PIC 9(06)V99.                           00227000
          05 WRK-DSP-PESO       PIC 9(05).                              00228000
          05 WRK-DSP-PESOCOT    PIC 9(05).                              00229000
          05 WRK-DSP-MOTIVO     PIC X(40).                              00230000
          05 FILLER             PIC X(05).                              00231000
      *-----------------------------------------------------            00232000
       01 FILLER PIC X(48) VALUE                                        00233000
            '-------VARIAVEIS DA AUDITORIA----------------'.            00234000
      *-----------------------------------------------------            00235000
       77 WRK-ULT-NUMERO       PIC 9(06) VALUE ZEROS.                   00236000
       77 WRK-LIMITE           PIC 9(07)V99 VALUE ZEROS.                00237000
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.                  00238000
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.                   00239000
       77 WRK-FIM-DISP         PIC X(01) VALUE 'N'.                     00240000
       77 WRK-TRANSP-ANT       PIC 9(05) VALUE ZEROS.                   00241000
      *-----------------------------------------------------            00242000
       01 FILLER PIC X(48) VALUE                                        00243000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00244000
      *-----------------------------------------------------            00245000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00246000
       77 WRK-REGAPROV         PIC 9(06) VALUE ZEROS.                   00247000
       77 WRK-REGDISP          PIC 9(06) VALUE ZEROS.                   00248000
       77 WRK-REGHIST          PIC 9(06) VALUE ZEROS.                   00249000
       77 WRK-VLR-APROV        PIC 9(09)V99 VALUE ZEROS.                00250000
       77 WRK-VLR-DISP         PIC 9(09)V99 VALUE ZEROS.                00251000
       77 WRK-TRP-QTDE         PIC 9(05) VALUE ZEROS.                   00252000
       77 WRK-TRP-FRETE        PIC 9(09)V99 VALUE ZEROS.                00253000
       77 WRK-TRP-EXCESSO      PIC 9(09)V99 VALUE ZEROS.                00254000
      *-----------------------------------------------------            00255000
       01 FILLER PIC X(48) VALUE                                        00256000
            '-------LINHAS DO RELATORIO-------------------'.            00257000
      *-----------------------------------------------------            00258000
       01 WRK-REL-CABEC.                                                00259000
          05 FILLER             PIC X(40) VALUE                         00260000
             'COBRANCAS DE FRETE CONTESTADAS'.                          00261000
          05 FILLER             PIC X(13) VALUE 'TOLERANCIA: '.         00262000
          05 WRK-REL-CAB-TOLER  PIC Z9,99.                              00263000
          05 FILLER             PIC X(42) VALUE '%'.                    00264000
       01 WRK-REL-TRANSP.                                               00265000
          05 FILLER             PIC X(18) VALUE                         00266000
             '*** TRANSPORTADORA'.                                      00267000
          05 FILLER             PIC X(01) VALUE SPACES.                 00268000
          05 WRK-REL-TRP-CODIGO PIC 9(05).                              00269000
          05 FILLER             PIC X(76) VALUE SPACES.                 00270000
       01 WRK-REL-CABEC2.                                               00271000
          05 FILLER             PIC X(09) VALUE 'FATURA'.               00272000
          05 FILLER             PIC X(07) VALUE 'REMESSA'.              00273000
          05 FILLER             PIC X(10) VALUE '   COBRADO'.           00274000
          05 FILLER             PIC X(11) VALUE '     COTADO'.          00275000
          05 FILLER             PIC X(07) VALUE '   PESO'.              00276000
          05 FILLER             PIC X(09) VALUE '  PESOCOT'.            00277000
          05 FILLER             PIC X(47) VALUE 'MOTIVO'.               00278000
       01 WRK-REL-DETALHE.                                              00279000
          05 WRK-REL-DET-FATURA PIC 9(08).                              00280000
          05 FILLER             PIC X(01) VALUE SPACES.                 00281000
          05 WRK-REL-DET-NUMERO PIC 9(06).                              00282000
          05 FILLER             PIC X(01) VALUE SPACES.                 00283000
          05 WRK-REL-DET-FRETE  PIC ZZZ.ZZ9,99.                         00284000
          05 FILLER             PIC X(01) VALUE SPACES.                 00285000
          05 WRK-REL-DET-COTADO PIC ZZZ.ZZ9,99.                         00286000
          05 FILLER             PIC X(01) VALUE SPACES.                 00287000
          05 WRK-REL-DET-PESO   PIC ZZ.ZZ9.                             00288000
          05 FILLER             PIC X(01) VALUE SPACES.                 00289000
          05 WRK-REL-DET-PESOC  PIC ZZ.ZZ9.                             00290000
          05 FILLER             PIC X(02) VALUE SPACES.                 00291000
          05 WRK-REL-DET-MOTIVO PIC X(40).                              00292000
          05 FILLER             PIC X(07) VALUE SPACES.                 00293000
       01 WRK-REL-TOTAL.                                                00294000
          05 FILLER             PIC X(19) VALUE                         00295000
             'TOTAL CONTESTADO: '.                                      00296000
          05 WRK-REL-TOT-QTDE   PIC ZZ.ZZ9.                             00297000
          05 FILLER             PIC X(11) VALUE ' COBRANCAS '.          00298000
          05 WRK-REL-TOT-FRETE  PIC ZZZ.ZZZ.ZZ9,99.                     00299000
          05 FILLER             PIC X(21) VALUE                         00300000
             '  EXCESSO S/ COTACAO '.                                   00301000
          05 WRK-REL-TOT-EXCESSO PIC ZZZ.ZZZ.ZZ9,99.                    00302000
          05 FILLER             PIC X(15) VALUE SPACES.                 00303000
       77 WRK-LINHABRANCO       PIC X(100) VALUE SPACES.                00304000
      *====================================================             00305000
       PROCEDURE                                 DIVISION.              00306000
      *====================================================             00307000
      *-----------------------------------------------------            00308000
       0000-PRINCIPAL                             SECTION.              00309000
      *-----------------------------------------------------            00310000
           PERFORM 1000-INICIALIZAR.                                    00311000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-FATSORT                  00312000
                   EQUAL 10.                                            00313000
           PERFORM 2500-EMITIR-DISPUTAS.                                00314000
           PERFORM 3000-FINALIZAR.                                      00315000
           STOP RUN.                                                    00316000
      *-----------------------------------------------------            00317000
       0000-99-FIM.                                  EXIT.              00318000
      *-----------------------------------------------------            00319000
                                                                        00320000
      *-----------------------------------------------------            00321000
       1000-INICIALIZAR                           SECTION.              00322000
      *-----------------------------------------------------            00323000
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                    00324000
           ACCEPT WRK-PARM FROM SYSIN.                                  00325000
           IF WRK-PARM-TOLER NOT NUMERIC                                00326000
            MOVE 05,00 TO WRK-PARM-TOLER                                00327000
           END-IF.                                                      00328000
                                                                        00329000
      *    A FATURA VEM NA ORDEM DA TRANSPORTADORA: ORDENA              00330000
      *    PELO NUMERO DA REMESSA PARA CASAR COM OS MASTERS.            00331000
           SORT ARQSORT ON ASCENDING KEY SD-NUMERO                      00332000
                           ASCENDING KEY SD-TRANSP                      00333000
                           ASCENDING KEY SD-FATURA                      00334000
                USING FATFRETE                                          00335000
                GIVING FATSORT.                                         00336000
                                                                        00337000
           OPEN INPUT FATSORT COTACAO ENTRANT FRTHIST                   00338000
                OUTPUT FRTAPROV FRTHNOVO FRTDISP.                       00339000
      *    PRIMEIRA EXECUCAO: HISTORICO DE PAGOS AUSENTE                00340000
      *    ENTRA VAZIO.                                                 00341000
           IF WRK-FS-FRTHIST EQUAL 35                                   00342000
            MOVE 10 TO WRK-FS-FRTHIST                                   00343000
           END-IF.                                                      00344000
             PERFORM 4000-TESTAR-STATUS.                                00345000
                                                                        00346000
           PERFORM 5000-LER-COTACAO.                                    00347000
           PERFORM 5100-LER-MASTER.                                     00348000
           PERFORM 5200-LER-HISTORICO.                                  00349000
           PERFORM 5300-LER-FATURA.                                     00350000
           IF WRK-FS-FATSORT EQUAL 10                                   00351000
            DISPLAY 'FATFRETE VAZIO'                                    00352000
           END-IF.                                                      00353000
      *-----------------------------------------------------            00354000
       1000-99-FIM.                                  EXIT.              00355000
      *-----------------------------------------------------            00356000
                                                                        00357000
      *-----------------------------------------------------            00358000
       2000-PROCESSAR                             SECTION.              00359000
      *-----------------------------------------------------            00360000
      *    POSICIONA OS TRES MASTERS NO NUMERO DA REMESSA               00361000
      *    COBRADA; O HISTORICO ANTERIOR A ELA VAI SENDO                00362000
      *    COPIADO PARA O NOVO HISTORICO.                               00363000
           ADD 1 TO WRK-REGLIDOS.                                       00364000
           PERFORM 5000-LER-COTACAO                                     00365000
                   UNTIL FD-COT-NUMERO NOT LESS FD-FAT-NUMERO.          00366000
           PERFORM 5100-LER-MASTER                                      00367000
                   UNTIL FD-ANT-NUMERO NOT LESS FD-FAT-NUMERO.          00368000
           PERFORM 2050-COPIAR-HISTORICO                                00369000
                   UNTIL FD-HIS-NUMERO NOT LESS FD-FAT-NUMERO.          00370000
                                                                        00371000
           PERFORM 2100-AUDITAR-COBRANCA.                               00372000
           IF WRK-MOTIVO EQUAL SPACES                                   00373000
            PERFORM 2200-LIBERAR-COBRANCA                               00374000
           ELSE                                                         00375000
            PERFORM 2300-CONTESTAR-COBRANCA                             00376000
           END-IF.                                                      00377000
                                                                        00378000
           MOVE FD-FAT-NUMERO TO WRK-ULT-NUMERO.                        00379000
           PERFORM 5300-LER-FATURA.                                     00380000
      *-----------------------------------------------------            00381000
       2000-99-FIM.                                  EXIT.              00382000
      *-----------------------------------------------------            00383000
                                                                        00384000
      *-----------------------------------------------------            00385000
       2050-COPIAR-HISTORICO                      SECTION.              00386000
      *-----------------------------------------------------            00387000
           WRITE FD-FRTHNOVO FROM FD-FRTHIST.                           00388000
           ADD 1 TO WRK-REGHIST.                                        00389000
           PERFORM 5200-LER-HISTORICO.                                  00390000
      *-----------------------------------------------------            00391000
       2050-99-FIM.                                  EXIT.              00392000
      *-----------------------------------------------------            00393000
                                                                        00394000
      *-----------------------------------------------------            00395000
       2100-AUDITAR-COBRANCA                      SECTION.              00396000
      *-----------------------------------------------------            00397000
      *    A PRIMEIRA REGRA VIOLADA E O MOTIVO DA                       00398000
      *    CONTESTACAO.                                                 00399000
           MOVE SPACES TO WRK-MOTIVO.                                   00400000
                                                                        00401000
           IF FD-FAT-NUMERO EQUAL WRK-ULT-NUMERO                        00402000
            MOVE 'COBRANCA EM DUPLICIDADE NA FATURA'                    00403000
              TO WRK-MOTIVO                                             00404000
            GO TO 2100-99-FIM                                           00405000
           END-IF.                                                      00406000
                                                                        00407000
           IF FD-HIS-NUMERO EQUAL FD-FAT-NUMERO                         00408000
            MOVE 'REMESSA JA PAGA EM FATURA ANTERIOR'                   00409000
              TO WRK-MOTIVO                                             00410000
            GO TO 2100-99-FIM                                           00411000
           END-IF.                                                      00412000
                                                                        00413000
           IF FD-COT-NUMERO NOT EQUAL FD-FAT-NUMERO                     00414000
            MOVE 'REMESSA DESCONHECIDA (SEM COTACAO)'                   00415000
              TO WRK-MOTIVO                                             00416000
            GO TO 2100-99-FIM                                           00417000
           END-IF.                                                      00418000
                                                                        00419000
           IF FD-ANT-NUMERO NOT EQUAL FD-FAT-NUMERO                     00420000
            MOVE 'REMESSA SEM RASTREAMENTO'                             00421000
              TO WRK-MOTIVO                                             00422000
            GO TO 2100-99-FIM                                           00423000
           END-IF.                                                      00424000
                                                                        00425000
           IF FD-ANT-STATUS NOT EQUAL 'E'                               00426000
            MOVE 'REMESSA NAO ENTREGUE' TO WRK-MOTIVO                   00427000
            GO TO 2100-99-FIM                                           00428000
           END-IF.                                                      00429000
                                                                        00430000
           COMPUTE WRK-LIMITE ROUNDED =                                 00431000
                   FD-COT-FRETE * (100 + WRK-PARM-TOLER) / 100.         00432000
           IF FD-FAT-FRETE GREATER WRK-LIMITE                           00433000
            MOVE 'FRETE ACIMA DA COTACAO + TOLERANCIA'                  00434000
              TO WRK-MOTIVO                                             00435000
           END-IF.                                                      00436000
      *-----------------------------------------------------            00437000
       2100-99-FIM.                                  EXIT.              00438000
      *-----------------------------------------------------            00439000
                                                                        00440000
      *-----------------------------------------------------            00441000
       2200-LIBERAR-COBRANCA                      SECTION.              00442000
      *-----------------------------------------------------            00443000
           MOVE FD-FAT-NUMERO  TO WRK-APR-NUMERO.                       00444000
           MOVE FD-FAT-TRANSP  TO WRK-APR-TRANSP.                       00445000
           MOVE FD-FAT-FATURA  TO WRK-APR-FATURA.                       00446000
           MOVE FD-FAT-FRETE   TO WRK-APR-FRETE.                        00447000
           MOVE FD-FAT-PESO    TO WRK-APR-PESO.                         00448000
           MOVE WRK-DATA-ATUAL TO WRK-APR-DATA.                         00449000
           WRITE FD-FRTAPROV FROM WRK-APROV.                            00450000
           WRITE FD-FRTHNOVO FROM WRK-APROV.                            00451000
           ADD 1 TO WRK-REGAPROV.                                       00452000
           ADD FD-FAT-FRETE TO WRK-VLR-APROV.                           00453000
      *-----------------------------------------------------            00454000
       2200-99-FIM.                                  EXIT.              00455000
      *-----------------------------------------------------            00456000
                                                                        00457000
      *-----------------------------------------------------            00458000
       2300-CONTESTAR-COBRANCA                    SECTION.              00459000
      *-----------------------------------------------------            00460000
           MOVE SPACES         TO WRK-DISP.                             00461000
           MOVE FD-FAT-TRANSP  TO WRK-DSP-TRANSP.                       00462000
           MOVE FD-FAT-FATURA  TO WRK-DSP-FATURA.                       00463000
           MOVE FD-FAT-NUMERO  TO WRK-DSP-NUMERO.                       00464000
           MOVE FD-FAT-FRETE   TO WRK-DSP-FRETE.                        00465000
           MOVE FD-FAT-PESO    TO WRK-DSP-PESO.                         00466000
           IF FD-COT-NUMERO EQUAL FD-FAT-NUMERO                         00467000
            MOVE FD-COT-FRETE  TO WRK-DSP-COTADO                        00468000
            MOVE FD-COT-PESO   TO WRK-DSP-PESOCOT                       00469000
           ELSE                                                         00470000
            MOVE ZEROS         TO WRK-DSP-COTADO                        00471000
                                  WRK-DSP-PESOCOT                       00472000
           END-IF.                                                      00473000
           MOVE WRK-MOTIVO     TO WRK-DSP-MOTIVO.                       00474000
           WRITE FD-FRTDISP FROM WRK-DISP.                              00475000
           ADD 1 TO WRK-REGDISP.                                        00476000
           ADD FD-FAT-FRETE TO WRK-VLR-DISP.                            00477000
      *-----------------------------------------------------            00478000
       2300-99-FIM.                                  EXIT.              00479000
      *-----------------------------------------------------            00480000
                                                                        00481000
      *-----------------------------------------------------            00482000
       2500-EMITIR-DISPUTAS                       SECTION.              00483000
      *-----------------------------------------------------            00484000
      *    O HISTORICO POSTERIOR A ULTIMA REMESSA COBRADA               00485000
      *    COMPLETA O NOVO HISTORICO.                                   00486000
           PERFORM 2050-COPIAR-HISTORICO                                00487000
                   UNTIL FD-HIS-NUMERO EQUAL 999999.                    00488000
           CLOSE FRTDISP.                                               00489000
                                                                        00490000
           SORT ARQSDISP ON ASCENDING KEY SD-DSP-TRANSP                 00491000
                            ASCENDING KEY SD-DSP-FATURA                 00492000
                            ASCENDING KEY SD-DSP-NUMERO                 00493000
                USING FRTDISP                                           00494000
                GIVING FRTDSORT.                                        00495000
                                                                        00496000
           OPEN INPUT FRTDSORT                                          00497000
                OUTPUT RELDISP.                                         00498000
           IF WRK-FS-FRTDSORT NOT EQUAL 00                              00499000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00500000
            MOVE 'ERRO NO OPEN FRTDSORT' TO WRK-MENSAGEM                00501000
            MOVE '2500'                  TO WRK-SECAO                   00502000
            MOVE WRK-FS-FRTDSORT         TO WRK-STATUS                  00503000
            PERFORM 9000-TRATAERROS                                     00504000
           END-IF.                                                      00505000
           IF WRK-FS-RELDISP NOT EQUAL 00                               00506000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00507000
            MOVE 'ERRO NO OPEN RELDISP'  TO WRK-MENSAGEM                00508000
            MOVE '2500'                  TO WRK-SECAO                   00509000
            MOVE WRK-FS-RELDISP          TO WRK-STATUS                  00510000
            PERFORM 9000-TRATAERROS                                     00511000
           END-IF.                                                      00512000
                                                                        00513000
           MOVE WRK-PARM-TOLER TO WRK-REL-CAB-TOLER.                    00514000
           WRITE FD-RELDISP FROM WRK-REL-CABEC.                         00515000
           PERFORM 5400-LER-DISPUTA.                                    00516000
           IF WRK-FIM-DISP EQUAL 'S'                                    00517000
            WRITE FD-RELDISP FROM WRK-LINHABRANCO                       00518000
            MOVE 'NENHUMA COBRANCA CONTESTADA' TO FD-RELDISP            00519000
            WRITE FD-RELDISP                                            00520000
           END-IF.                                                      00521000
           PERFORM 2600-IMPRIMIR-TRANSPORTADORA                         00522000
                   UNTIL WRK-FIM-DISP EQUAL 'S'.                        00523000
           CLOSE FRTDSORT RELDISP.                                      00524000
      *-----------------------------------------------------            00525000
       2500-99-FIM.                                  EXIT.              00526000
      *-----------------------------------------------------            00527000
                                                                        00528000
      *-----------------------------------------------------            00529000
       2600-IMPRIMIR-TRANSPORTADORA               SECTION.              00530000
      *-----------------------------------------------------            00531000
           MOVE WRK-DSP-TRANSP TO WRK-TRANSP-ANT                        00532000
                                  WRK-REL-TRP-CODIGO.                   00533000
           MOVE ZEROS TO WRK-TRP-QTDE                                   00534000
                         WRK-TRP-FRETE                                  00535000
                         WRK-TRP-EXCESSO.                               00536000
           WRITE FD-RELDISP FROM WRK-LINHABRANCO.                       00537000
           WRITE FD-RELDISP FROM WRK-REL-TRANSP.                        00538000
           WRITE FD-RELDISP FROM WRK-REL-CABEC2.                        00539000
                                                                        00540000
           PERFORM 2610-IMPRIMIR-DISPUTA                                00541000
                   UNTIL WRK-FIM-DISP EQUAL 'S'                         00542000
                      OR WRK-DSP-TRANSP NOT EQUAL WRK-TRANSP-ANT.       00543000
                                                                        00544000
           MOVE WRK-TRP-QTDE    TO WRK-REL-TOT-QTDE.                    00545000
           MOVE WRK-TRP-FRETE   TO WRK-REL-TOT-FRETE.                   00546000
           MOVE WRK-TRP-EXCESSO TO WRK-REL-TOT-EXCESSO.                 00547000
           WRITE FD-RELDISP FROM WRK-REL-TOTAL.                         00548000
      *-----------------------------------------------------            00549000
       2600-99-FIM.                                  EXIT.              00550000
      *-----------------------------------------------------            00551000
                                                                        00552000
      *-----------------------------------------------------            00553000
       2610-IMPRIMIR-DISPUTA                      SECTION.              00554000
      *-----------------------------------------------------            00555000
           MOVE WRK-DSP-FATURA  TO WRK-REL-DET-FATURA.                  00556000
           MOVE WRK-DSP-NUMERO  TO WRK-REL-DET-NUMERO.                  00557000
           MOVE WRK-DSP-FRETE   TO WRK-REL-DET-FRETE.                   00558000
           MOVE WRK-DSP-COTADO  TO WRK-REL-DET-COTADO.                  00559000
           MOVE WRK-DSP-PESO    TO WRK-REL-DET-PESO.                    00560000
           MOVE WRK-DSP-PESOCOT TO WRK-REL-DET-PESOC.                   00561000
           MOVE WRK-DSP-MOTIVO  TO WRK-REL-DET-MOTIVO.                  00562000
           WRITE FD-RELDISP FROM WRK-REL-DETALHE.                       00563000
                                                                        00564000
           ADD 1 TO WRK-TRP-QTDE.                                       00565000
           ADD WRK-DSP-FRETE TO WRK-TRP-FRETE.                          00566000
      *    EXCESSO: O QUE PASSOU DO COTADO NAS REMESSAS COM             00567000
      *    COTACAO; SEM COTACAO O VALOR TODO E CONTESTADO.              00568000
           IF WRK-DSP-FRETE GREATER WRK-DSP-COTADO                      00569000
            COMPUTE WRK-TRP-EXCESSO = WRK-TRP-EXCESSO                   00570000
                  + WRK-DSP-FRETE - WRK-DSP-COTADO                      00571000
           END-IF.                                                      00572000
           PERFORM 5400-LER-DISPUTA.                                    00573000
      *-----------------------------------------------------            00574000
       2610-99-FIM.                                  EXIT.              00575000
      *-----------------------------------------------------            00576000
                                                                        00577000
      *-----------------------------------------------------            00578000
       3000-FINALIZAR                             SECTION.              00579000
      *-----------------------------------------------------            00580000
           CLOSE FATSORT COTACAO ENTRANT FRTHIST                        00581000
                 FRTAPROV FRTHNOVO.                                     00582000
                                                                        00583000
           DISPLAY ' '.                                                 00584000
           DISPLAY 'COBRANCAS LIDAS:       ' WRK-REGLIDOS.              00585000
           DISPLAY 'COBRANCAS LIBERADAS:   ' WRK-REGAPROV.              00586000
           DISPLAY 'VALOR LIBERADO:        ' WRK-VLR-APROV.             00587000
           DISPLAY 'COBRANCAS CONTESTADAS: ' WRK-REGDISP.               00588000
           DISPLAY 'VALOR CONTESTADO:      ' WRK-VLR-DISP.              00589000
           DISPLAY 'HISTORICO COPIADO:     ' WRK-REGHIST.               00590000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00591000
      *-----------------------------------------------------            00592000
       3000-99-FIM.                                  EXIT.              00593000
      *-----------------------------------------------------            00594000
                                                                        00595000
      *-----------------------------------------------------            00596000
       4000-TESTAR-STATUS                         SECTION.              00597000
      *-----------------------------------------------------            00598000
           IF WRK-FS-FATSORT NOT EQUAL 00                               00599000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00600000
            MOVE 'ERRO NO OPEN FATSORT'  TO WRK-MENSAGEM                00601000
            MOVE '1000'                  TO WRK-SECAO                   00602000
            MOVE WRK-FS-FATSORT          TO WRK-STATUS                  00603000
            PERFORM 9000-TRATAERROS                                     00604000
           END-IF.                                                      00605000
           IF WRK-FS-COTACAO NOT EQUAL 00                               00606000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00607000
            MOVE 'ERRO NO OPEN COTACAO'  TO WRK-MENSAGEM                00608000
            MOVE '1000'                  TO WRK-SECAO                   00609000
            MOVE WRK-FS-COTACAO          TO WRK-STATUS                  00610000
            PERFORM 9000-TRATAERROS                                     00611000
           END-IF.                                                      00612000
           IF WRK-FS-ENTRANT NOT EQUAL 00                               00613000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00614000
            MOVE 'ERRO NO OPEN ENTRANT'  TO WRK-MENSAGEM                00615000
            MOVE '1000'                  TO WRK-SECAO                   00616000
            MOVE WRK-FS-ENTRANT          TO WRK-STATUS                  00617000
            PERFORM 9000-TRATAERROS                                     00618000
           END-IF.                                                      00619000
           IF WRK-FS-FRTHIST NOT EQUAL 00                               00620000
              AND WRK-FS-FRTHIST NOT EQUAL 10                           00621000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00622000
            MOVE 'ERRO NO OPEN FRTHIST'  TO WRK-MENSAGEM                00623000
            MOVE '1000'                  TO WRK-SECAO                   00624000
            MOVE WRK-FS-FRTHIST          TO WRK-STATUS                  00625000
            PERFORM 9000-TRATAERROS                                     00626000
           END-IF.                                                      00627000
           IF WRK-FS-FRTAPROV NOT EQUAL 00                              00628000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00629000
            MOVE 'ERRO NO OPEN FRTAPROV' TO WRK-MENSAGEM                00630000
            MOVE '1000'                  TO WRK-SECAO                   00631000
            MOVE WRK-FS-FRTAPROV         TO WRK-STATUS                  00632000
            PERFORM 9000-TRATAERROS                                     00633000
           END-IF.                                                      00634000
           IF WRK-FS-FRTHNOVO NOT EQUAL 00                              00635000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00636000
            MOVE 'ERRO NO OPEN FRTHNOVO' TO WRK-MENSAGEM                00637000
            MOVE '1000'                  TO WRK-SECAO                   00638000
            MOVE WRK-FS-FRTHNOVO         TO WRK-STATUS                  00639000
            PERFORM 9000-TRATAERROS                                     00640000
           END-IF.                                                      00641000
           IF WRK-FS-FRTDISP NOT EQUAL 00                               00642000
            MOVE 'FR22CB45'              TO WRK-PROGRAMA                00643000
            MOVE 'ERRO NO OPEN FRTDISP'  TO WRK-MENSAGEM                00644000
            MOVE '1000'                  TO WRK-SECAO                   00645000
            MOVE WRK-FS-FRTDISP          TO WRK-STATUS                  00646000
            PERFORM 9000-TRATAERROS                                     00647000
           END-IF.                                                      00648000
      *-----------------------------------------------------            00649000
       4000-99-FIM.                                  EXIT.              00650000
      *-----------------------------------------------------            00651000
                                                                        00652000
      *-----------------------------------------------------            00653000
       5000-LER-COTACAO                           SECTION.              00654000
      *-----------------------------------------------------            00655000
           READ COTACAO.                                                00656000
           IF WRK-FS-COTACAO EQUAL 10                                   00657000
            MOVE 999999 TO FD-COT-NUMERO                                00658000
           END-IF.                                                      00659000
      *-----------------------------------------------------            00660000
       5000-99-FIM.                                  EXIT.              00661000
      *-----------------------------------------------------            00662000
                                                                        00663000
      *-----------------------------------------------------            00664000
       5100-LER-MASTER                            SECTION.              00665000
      *-----------------------------------------------------            00666000
           READ ENTRANT.                                                00667000
           IF WRK-FS-ENTRANT EQUAL 10                                   00668000
            MOVE 999999 TO FD-ANT-NUMERO                                00669000
           END-IF.                                                      00670000
      *-----------------------------------------------------            00671000
       5100-99-FIM.                                  EXIT.              00672000
      *-----------------------------------------------------            00673000
                                                                        00674000
      *-----------------------------------------------------            00675000
       5200-LER-HISTORICO                         SECTION.              00676000
      *-----------------------------------------------------            00677000
           IF WRK-FS-FRTHIST EQUAL 10                                   00678000
            MOVE 999999 TO FD-HIS-NUMERO                                00679000
           ELSE                                                         00680000
            READ FRTHIST                                                00681000
            IF WRK-FS-FRTHIST EQUAL 10                                  00682000
             MOVE 999999 TO FD-HIS-NUMERO                               00683000
            END-IF                                                      00684000
           END-IF.                                                      00685000
      *-----------------------------------------------------            00686000
       5200-99-FIM.                                  EXIT.              00687000
      *-----------------------------------------------------            00688000
                                                                        00689000
      *-----------------------------------------------------            00690000
       5300-LER-FATURA                            SECTION.              00691000
      *-----------------------------------------------------            00692000
           READ FATSORT.                                                00693000
      *-----------------------------------------------------            00694000
       5300-99-FIM.                                  EXIT.              00695000
      *-----------------------------------------------------            00696000
                                                                        00697000
      *-----------------------------------------------------            00698000
       5400-LER-DISPUTA                           SECTION.              00699000
      *-----------------------------------------------------            00700000
           READ FRTDSORT INTO WRK-DISP                                  00701000
             AT END                                                     00702000
              MOVE 'S' TO WRK-FIM-DISP                                  00703000
           END-READ.                                                    00704000
      *-----------------------------------------------------            00705000
       5400-99-FIM.                                  EXIT.              00706000
      *-----------------------------------------------------            00707000
                                                                        00708000
      *-----------------------------------------------------            00709000
       9000-TRATAERROS                            SECTION.              00710000
      *-----------------------------------------------------            00711000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00712000
           GOBACK.                                                      00713000
      *-----------------------------------------------------            00714000
       9000-99-FIM.                                  EXIT.              00715000
      *-----------------------------------------------------            00716000
