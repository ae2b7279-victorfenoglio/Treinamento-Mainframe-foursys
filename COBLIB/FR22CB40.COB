      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB40.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: KARDEX MENSAL DE ESTOQUE A CUSTO MEDIO *             00008000
      *            PONDERADO: ORDENA A RAZAO DE ESTOQUE   *             00009000
      *            MOVEST (GRAVADA PELO FR22CB24, CB31,   *             00010000
      *            CB36 E CB39) POR PRODUTO, DATA E HORA  *             00011000
      *            E IMPRIME EM RELKARD, PARA CADA        *             00012000
      *            PRODUTO DO PRODMSTR, O SALDO ANTERIOR, *             00013000
      *            CADA MOVIMENTO DA COMPETENCIA E O      *             00014000
      *            SALDO FINAL, VALORIZADOS PELO CUSTO    *             00015000
      *            MEDIO. ENTRADA COM CUSTO INFORMADO     *             00016000
      *            RECALCULA O MEDIO; SAIDA E ENTRADA SEM *             00017000
      *            CUSTO ENTRAM PELO MEDIO VIGENTE.       *             00018000
      *            O SALDO ANTERIOR VEM DO SALDOANT (O    *             00019000
      *            SALDONOV DO MES ANTERIOR); PRODUTO SEM *             00020000
      *            SALDO ANTERIOR E IMPLANTADO PELA       *             00021000
      *            QUANTIDADE DO PRODMSTR MENOS OS        *             00022000
      *            MOVIMENTOS DO MES E POSTERIORES, AO    *             00023000
      *            CUSTO DA PRIMEIRA ENTRADA COM CUSTO.   *             00024000
      *            O SALDO FINAL MAIS OS MOVIMENTOS       *             00025000
      *            POSTERIORES A COMPETENCIA E CONFERIDO  *             00026000
      *            COM O QTDESTOQ DO PRODMSTR E TODA      *             00027000
      *            DIVERGENCIA E IMPRESSA. OS SALDOS      *             00028000
      *            FINAIS SAEM EM SALDONOV PARA O PROXIMO *             00029000
      *            MES.                                   *             00030000
      *---------------------------------------------------*             00031000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00032000
      *---------------------------------------------------*             00033000
      *  ARQUIVOS:                                        *             00034000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00035000
      *  MOVEST              I             ---------      *             00036000
      *  MOVSORT             I/O           ---------      *             00037000
      *  PRODMSTR (VSAM)     I             ---------      *             00038000
      *  SALDOANT            I             ---------      *             00039000
      *  SALDONOV            O             ---------      *             00040000
      *  RELKARD             O             ---------      *             00041000
      *===================================================*             00042000
                                                                        00043000
      *====================================================             00044000
       ENVIRONMENT                               DIVISION.              00045000
      *====================================================             00046000
       CONFIGURATION                             SECTION.               00047000
       SPECIAL-NAMES.                                                   00048000
           DECIMAL-POINT  IS COMMA.                                     00049000
                                                                        00050000
       INPUT-OUTPUT                              SECTION.               00051000
       FILE-CONTROL.                                                    00052000
           SELECT MOVEST ASSIGN TO MOVEST                               00053000
               FILE STATUS IS WRK-FS-MOVEST.                            00054000
                                                                        00055000
           SELECT MOVSORT ASSIGN TO MOVSORT                             00056000
               FILE STATUS IS WRK-FS-MOVSORT.                           00057000
                                                                        00058000
           SELECT PRODMSTR ASSIGN TO PRODMSTR                           00059000
               ORGANIZATION IS INDEXED                                  00060000
               ACCESS MODE IS SEQUENTIAL                                00061000
               RECORD KEY IS FD-PROD-CODIGO                             00062000
               FILE STATUS IS WRK-FS-PRODMSTR.                          00063000
                                                                        00064000
           SELECT SALDOANT ASSIGN TO SALDOANT                           00065000
               FILE STATUS IS WRK-FS-SALDOANT.                          00066000
                                                                        00067000
           SELECT SALDONOV ASSIGN TO SALDONOV                           00068000
               FILE STATUS IS WRK-FS-SALDONOV.                          00069000
                                                                        00070000
           SELECT RELKARD ASSIGN TO RELKARD                             00071000
               FILE STATUS IS WRK-FS-RELKARD.                           00072000
                                                                        00073000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00074000
                                                                        00075000
      *====================================================             00076000
       DATA                                      DIVISION.              00077000
      *====================================================             00078000
      *-----------------------------------------------------            00079000
       FILE                                      SECTION.               00080000
      *-----------------------------------------------------            00081000
       FD MOVEST                                                        00082000
           RECORDING MODE IS F                                          00083000
           BLOCK CONTAINS 0 RECORDS.                                    00084000
      *-----------LRECL 60----------------------------------            00085000
       01 FD-MOVEST             PIC X(60).                              00086000
                                                                        00087000
       FD MOVSORT                                                       00088000
           RECORDING MODE IS F                                          00089000
           BLOCK CONTAINS 0 RECORDS.                                    00090000
      *-----------LRECL 60----------------------------------            00091000
      *    SENTIDO 'E' = ENTRADA, 'S' = SAIDA. CUSTO ZERADO =           00092000
      *    MOVIMENTO VALORIZADO PELO CUSTO MEDIO.                       00093000
       01 FD-MOVSORT.                                                   00094000
          05 FD-MVS-PRODUTO      PIC 9(03).                             00095000
          05 FD-MVS-DATA         PIC 9(08).                             00096000
          05 FD-MVS-DATA-R REDEFINES FD-MVS-DATA.                       00097000
             10 FD-MVS-COMPET    PIC 9(06).                             00098000
             10 FD-MVS-DIA       PIC 9(02).                             00099000
          05 FD-MVS-HORA         PIC 9(08).                             00100000
          05 FD-MVS-TIPO         PIC X(02).                             00101000
          05 FD-MVS-SENTIDO      PIC X(01).                             00102000
          05 FD-MVS-DOCUMENTO    PIC X(10).                             00103000
          05 FD-MVS-QTDE         PIC 9(05).                             00104000
          05 FD-MVS-CUSTO        PIC 9(05)V99.                          00105000
          05 FD-MVS-PROGRAMA     PIC X(08).                             00106000
          05 FILLER              PIC X(08).                             00107000
                                                                        00108000
       FD PRODMSTR                                                      00109000
           RECORDING MODE IS F                                          00110000
           BLOCK CONTAINS 0 RECORDS.                                    00111000
      *-----------LRECL 65----------------------------------            00112000
       01 FD-PRODMSTR.                                                  00113000
          05 FD-PROD-CODIGO      PIC 9(03).                             00114000
          05 FD-PROD-DESCRICAO   PIC X(30).                             00115000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00116000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00117000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00118000
          05 FD-PROD-CODFORN     PIC 9(05).                             00118660
          05 FILLER              PIC X(10).                             00119320
                                                                        00120000
       FD SALDOANT                                                      00121000
           RECORDING MODE IS F                                          00122000
           BLOCK CONTAINS 0 RECORDS.                                    00123000
      *-----------LRECL 40----------------------------------            00124000
       01 FD-SALDOANT.                                                  00125000
          05 FD-SAN-CODIGO       PIC 9(03).                             00126000
          05 FD-SAN-COMPET       PIC 9(06).                             00127000
          05 FD-SAN-QTDE         PIC S9(07).                            00128000
          05 FD-SAN-CUSTO        PIC 9(05)V9(04).                       00129000
          05 FD-SAN-VALOR        PIC S9(11)V99.                         00130000
          05 FILLER              PIC X(02).                             00131000
                                                                        00132000
       FD SALDONOV                                                      00133000
           RECORDING MODE IS F                                          00134000
           BLOCK CONTAINS 0 RECORDS.                                    00135000
      *-----------LRECL 40----------------------------------            00136000
       01 FD-SALDONOV.                                                  00137000
          05 FD-SNV-CODIGO       PIC 9(03).                             00138000
          05 FD-SNV-COMPET       PIC 9(06).                             00139000
          05 FD-SNV-QTDE         PIC S9(07).                            00140000
          05 FD-SNV-CUSTO        PIC 9(05)V9(04).                       00141000
          05 FD-SNV-VALOR        PIC S9(11)V99.                         00142000
          05 FILLER              PIC X(02).                             00143000
                                                                        00144000
       FD RELKARD                                                       00145000
           RECORDING MODE IS F                                          00146000
           BLOCK CONTAINS 0 RECORDS.                                    00147000
      *-----------LRECL 80----------------------------------            00148000
       01 FD-RELKARD            PIC X(80).                              00149000
      *-----------------------------------------------------            00150000
       SD ARQSORT.                                                      00151000
       01 SD-ARQSORT.                                                   00152000
          05 SD-SORT-PRODUTO    PIC 9(03).                              00153000
          05 SD-SORT-DATA       PIC 9(08).                              00154000
          05 SD-SORT-HORA       PIC 9(08).                              00155000
          05 FILLER             PIC X(41).                              00156000
      *-----------------------------------------------------            00157000
       WORKING-STORAGE                           SECTION.               00158000
      *-----------------------------------------------------            00159000
           COPY '#GLOG'.                                                00160000
      *-----------------------------------------------------            00161000
       01 FILLER PIC X(48) VALUE                                        00162000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00163000
      *-----------------------------------------------------            00164000
       77 WRK-FS-MOVEST        PIC 9(02).                               00165000
       77 WRK-FS-MOVSORT       PIC 9(02).                               00166000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00167000
       77 WRK-FS-SALDOANT      PIC 9(02).                               00168000
       77 WRK-FS-SALDONOV      PIC 9(02).                               00169000
       77 WRK-FS-RELKARD       PIC 9(02).                               00170000
      *-----------------------------------------------------            00171000
       01 FILLER PIC X(48) VALUE                                        00172000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00173000
      *-----------------------------------------------------            00174000
       01 WRK-PARM.                                                     00175000
          05 WRK-PARM-COMPET   PIC 9(06).                               00176000
          05 WRK-PARM-COMPET-R REDEFINES WRK-PARM-COMPET.               00177000
             10 WRK-PARM-ANO   PIC 9(04).                               00178000
             10 WRK-PARM-MES   PIC 9(02).                               00179000
      *-----------------------------------------------------            00180000
       01 FILLER PIC X(48) VALUE                                        00181000
            '-------MOVIMENTOS DO PRODUTO NO MES----------'.            00182000
      *-----------------------------------------------------            00183000
       77 WRK-KMV-COUNT        PIC 9(04) VALUE ZEROS.                   00184000
       77 WRK-KMV-IDX          PIC 9(04) VALUE ZEROS.                   00185000
       01 WRK-KMV-TAB.                                                  00186000
          05 WRK-KMV-ITEM OCCURS 3000 TIMES.                            00187000
             10 WRK-KMV-DATA       PIC 9(08).                           00188000
             10 WRK-KMV-TIPO       PIC X(02).                           00189000
             10 WRK-KMV-SENTIDO    PIC X(01).                           00190000
             10 WRK-KMV-DOCUMENTO  PIC X(10).                           00191000
             10 WRK-KMV-QTDE       PIC 9(05).                           00192000
             10 WRK-KMV-CUSTO      PIC 9(05)V99.                        00193000
      *-----------------------------------------------------            00194000
       01 FILLER PIC X(48) VALUE                                        00195000
            '-------SALDOS DO PRODUTO CORRENTE------------'.            00196000
      *-----------------------------------------------------            00197000
      *    IMPLANTADO: S-PRODUTO SEM SALDO NO SALDOANT.                 00198000
       77 WRK-IMPLANTADO       PIC X(01) VALUE 'N'.                     00199000
       77 WRK-SAN-INFORMADO    PIC X(01) VALUE 'N'.                     00200000
       77 WRK-ACHOU-CUSTO      PIC X(01) VALUE 'N'.                     00201000
       77 WRK-LIQ-MES          PIC S9(07) VALUE ZEROS.                  00202000
       77 WRK-LIQ-POSTERIOR    PIC S9(07) VALUE ZEROS.                  00203000
       77 WRK-SALDO-QTDE       PIC S9(07) VALUE ZEROS.                  00204000
       77 WRK-SALDO-VALOR      PIC S9(11)V99 VALUE ZEROS.               00205000
       77 WRK-CUSTO-MEDIO      PIC 9(05)V9(04) VALUE ZEROS.             00206000
       77 WRK-CUSTO-MOV        PIC 9(05)V9(04) VALUE ZEROS.             00207000
       77 WRK-QTDE-ESPERADA    PIC S9(07) VALUE ZEROS.                  00208000
       77 WRK-QTDE-ATUAL       PIC S9(07) VALUE ZEROS.                  00209000
      *-----------------------------------------------------            00210000
       01 FILLER PIC X(48) VALUE                                        00211000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00212000
      *-----------------------------------------------------            00213000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00214000
       77 WRK-REGPRODUTOS      PIC 9(06) VALUE ZEROS.                   00215000
       77 WRK-REGMOVMES        PIC 9(06) VALUE ZEROS.                   00216000
       77 WRK-REGANTERIORES    PIC 9(06) VALUE ZEROS.                   00217000
       77 WRK-REGPOSTERIORES   PIC 9(06) VALUE ZEROS.                   00218000
       77 WRK-REGORFAOS        PIC 9(06) VALUE ZEROS.                   00219000
       77 WRK-REGSANORFAOS     PIC 9(06) VALUE ZEROS.                   00220000
       77 WRK-REGIMPLANTADOS   PIC 9(06) VALUE ZEROS.                   00221000
       77 WRK-REGDIVERGENTES   PIC 9(06) VALUE ZEROS.                   00222000
       77 WRK-TOT-VALOR        PIC S9(13)V99 VALUE ZEROS.               00223000
      *-----------------------------------------------------            00224000
       01 FILLER PIC X(48) VALUE                                        00225000
            '-------LINHAS DO KARDEX----------------------'.            00226000
      *-----------------------------------------------------            00227000
       01 WRK-KAR-CABEC1.                                               00228000
          05 FILLER             PIC X(15) VALUE SPACES.                 00229000
          05 FILLER             PIC X(44) VALUE                         00230000
             'KARDEX DE ESTOQUE - CUSTO MEDIO PONDERADO'.               00231000
          05 FILLER             PIC X(08) VALUE 'COMPET:'.              00232000
          05 WRK-KAR-CAB-COMPET PIC 9(06).                              00233000
          05 FILLER             PIC X(07) VALUE SPACES.                 00234000
       01 WRK-KAR-PRODUTO.                                              00235000
          05 FILLER             PIC X(09) VALUE 'PRODUTO: '.            00236000
          05 WRK-KAR-PRD-CODIGO PIC 9(03).                              00237000
          05 FILLER             PIC X(03) VALUE ' - '.                  00238000
          05 WRK-KAR-PRD-DESCR  PIC X(30).                              00239000
          05 FILLER             PIC X(02) VALUE SPACES.                 00240000
          05 WRK-KAR-PRD-OBS    PIC X(33).                              00241000
       01 WRK-KAR-CABEC2.                                               00242000
          05 FILLER             PIC X(09) VALUE 'DATA'.                 00243000
          05 FILLER             PIC X(03) VALUE 'TP'.                   00244000
          05 FILLER             PIC X(11) VALUE 'DOCUMENTO'.            00245000
          05 FILLER             PIC X(07) VALUE 'ENTRADA'.              00246000
          05 FILLER             PIC X(07) VALUE '  SAIDA'.              00247000
          05 FILLER             PIC X(08) VALUE '   SALDO'.             00248000
          05 FILLER             PIC X(10) VALUE '     CUSTO'.           00249000
          05 FILLER             PIC X(10) VALUE '     MEDIO'.           00250000
          05 FILLER             PIC X(15) VALUE '        VALOR'.        00251000
       01 WRK-KAR-DETALHE.                                              00252000
          05 WRK-KAR-DET-DATA   PIC 9(08).                              00253000
          05 FILLER             PIC X(01) VALUE SPACES.                 00254000
          05 WRK-KAR-DET-TIPO   PIC X(02).                              00255000
          05 FILLER             PIC X(01) VALUE SPACES.                 00256000
          05 WRK-KAR-DET-DOC    PIC X(10).                              00257000
          05 FILLER             PIC X(01) VALUE SPACES.                 00258000
          05 WRK-KAR-DET-ENTRA  PIC ZZ.ZZZ.                             00259000
          05 FILLER             PIC X(01) VALUE SPACES.                 00260000
          05 WRK-KAR-DET-SAI    PIC ZZ.ZZZ.                             00261000
          05 FILLER             PIC X(01) VALUE SPACES.                 00262000
          05 WRK-KAR-DET-SALDO  PIC -ZZ.ZZ9.                            00263000
          05 FILLER             PIC X(01) VALUE SPACES.                 00264000
          05 WRK-KAR-DET-CUSTO  PIC ZZ.ZZ9,99.                          00265000
          05 FILLER             PIC X(01) VALUE SPACES.                 00266000
          05 WRK-KAR-DET-MEDIO  PIC ZZ.ZZ9,99.                          00267000
          05 FILLER             PIC X(01) VALUE SPACES.                 00268000
          05 WRK-KAR-DET-VALOR  PIC -Z.ZZZ.ZZ9,99.                      00269000
          05 FILLER             PIC X(02) VALUE SPACES.                 00270000
       01 WRK-KAR-SALDO.                                                00271000
          05 WRK-KAR-SAL-DESC   PIC X(37).                              00272000
          05 WRK-KAR-SAL-QTDE   PIC -ZZ.ZZ9.                            00273000
          05 FILLER             PIC X(11) VALUE SPACES.                 00274000
          05 WRK-KAR-SAL-MEDIO  PIC ZZ.ZZ9,99.                          00275000
          05 FILLER             PIC X(01) VALUE SPACES.                 00276000
          05 WRK-KAR-SAL-VALOR  PIC -Z.ZZZ.ZZ9,99.                      00277000
          05 FILLER             PIC X(02) VALUE SPACES.                 00278000
       01 WRK-KAR-DIVERGE.                                              00279000
          05 FILLER             PIC X(33) VALUE                         00280000
             '*** DIVERGENCIA: PRODMSTR = '.                            00281000
          05 WRK-KAR-DIV-ATUAL  PIC -ZZ.ZZ9.                            00282000
          05 FILLER             PIC X(26) VALUE                         00283000
             ' KARDEX + POSTERIORES = '.                                00284000
          05 WRK-KAR-DIV-ESPER  PIC -ZZ.ZZ9.                            00285000
          05 FILLER             PIC X(07) VALUE SPACES.                 00286000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00287000
      *====================================================             00288000
       PROCEDURE                                 DIVISION.              00289000
      *====================================================             00290000
      *-----------------------------------------------------            00291000
       0000-PRINCIPAL                             SECTION.              00292000
      *-----------------------------------------------------            00293000
           PERFORM 1000-INICIALIZAR.                                    00294000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PRODMSTR EQUAL 10.       00295000
           PERFORM 3000-FINALIZAR.                                      00296000
           STOP RUN.                                                    00297000
      *-----------------------------------------------------            00298000
       0000-99-FIM.                                  EXIT.              00299000
      *-----------------------------------------------------            00300000
                                                                        00301000
      *-----------------------------------------------------            00302000
       1000-INICIALIZAR                           SECTION.              00303000
      *-----------------------------------------------------            00304000
           ACCEPT WRK-PARM FROM SYSIN.                                  00305000
           IF WRK-PARM-COMPET NOT NUMERIC                               00306000
              OR WRK-PARM-MES LESS 01                                   00307000
              OR WRK-PARM-MES GREATER 12                                00308000
            DISPLAY 'COMPETENCIA INVALIDA NO SYSIN: '                   00309000
                    WRK-PARM                                            00310000
            STOP RUN                                                    00311000
           END-IF.                                                      00312000
                                                                        00313000
      *    A RAZAO CHEGA NA ORDEM DE GRAVACAO DOS PROGRAMAS;            00314000
      *    DENTRO DA MESMA DATA E HORA PRESERVA ESSA ORDEM.             00315000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-PRODUTO                00316000
                                         SD-SORT-DATA                   00317000
                                         SD-SORT-HORA                   00318000
                WITH DUPLICATES IN ORDER                                00319000
                USING MOVEST                                            00320000
                GIVING MOVSORT.                                         00321000
                                                                        00322000
           OPEN INPUT  MOVSORT PRODMSTR                                 00323000
                OUTPUT SALDONOV RELKARD.                                00324000
             PERFORM 4000-TESTAR-STATUS.                                00325000
                                                                        00326000
      *    SALDO ANTERIOR E OPCIONAL: SEM ELE TODOS OS                  00327000
      *    PRODUTOS SAO IMPLANTADOS NESTA COMPETENCIA.                  00328000
           OPEN INPUT SALDOANT.                                         00329000
           IF WRK-FS-SALDOANT EQUAL 35                                  00330000
            DISPLAY 'SALDOANT NAO INFORMADO - IMPLANTACAO GERAL'        00331000
            MOVE 10 TO WRK-FS-SALDOANT                                  00332000
           ELSE                                                         00333000
            IF WRK-FS-SALDOANT NOT EQUAL 00                             00334000
             MOVE 'FR22CB40'              TO WRK-PROGRAMA               00335000
             MOVE 'ERRO NO OPEN SALDOANT' TO WRK-MENSAGEM               00336000
             MOVE '1000'                  TO WRK-SECAO                  00337000
             MOVE WRK-FS-SALDOANT         TO WRK-STATUS                 00338000
             PERFORM 9000-TRATAERROS                                    00339000
            END-IF                                                      00340000
            MOVE 'S' TO WRK-SAN-INFORMADO                               00341000
            PERFORM 1100-LER-SALDOANT                                   00342000
           END-IF.                                                      00343000
                                                                        00344000
           MOVE WRK-PARM-COMPET TO WRK-KAR-CAB-COMPET.                  00345000
           WRITE FD-RELKARD FROM WRK-KAR-CABEC1.                        00346000
           WRITE FD-RELKARD FROM WRK-LINHABRANCO.                       00347000
                                                                        00348000
           PERFORM 1200-LER-MOVSORT.                                    00349000
      *-----------------------------------------------------            00350000
       1000-99-FIM.                                  EXIT.              00351000
      *-----------------------------------------------------            00352000
                                                                        00353000
      *-----------------------------------------------------            00354000
       1100-LER-SALDOANT                          SECTION.              00355000
      *-----------------------------------------------------            00356000
           READ SALDOANT                                                00357000
             AT END                                                     00358000
              MOVE 10 TO WRK-FS-SALDOANT                                00359000
             NOT AT END                                                 00360000
              IF FD-SAN-COMPET NOT LESS WRK-PARM-COMPET                 00361000
               DISPLAY 'SALDOANT DA COMPETENCIA ' FD-SAN-COMPET         00362000
                       ' NAO E ANTERIOR A ' WRK-PARM-COMPET             00363000
                       ' - EXECUCAO ABORTADA'                           00364000
               STOP RUN                                                 00365000
              END-IF                                                    00366000
           END-READ.                                                    00367000
      *-----------------------------------------------------            00368000
       1100-99-FIM.                                  EXIT.              00369000
      *-----------------------------------------------------            00370000
                                                                        00371000
      *-----------------------------------------------------            00372000
       1200-LER-MOVSORT                           SECTION.              00373000
      *-----------------------------------------------------            00374000
           READ MOVSORT                                                 00375000
             AT END                                                     00376000
              MOVE 10 TO WRK-FS-MOVSORT                                 00377000
             NOT AT END                                                 00378000
              ADD 1 TO WRK-REGLIDOS                                     00379000
           END-READ.                                                    00380000
      *-----------------------------------------------------            00381000
       1200-99-FIM.                                  EXIT.              00382000
      *-----------------------------------------------------            00383000
                                                                        00384000
      *-----------------------------------------------------            00385000
       2000-PROCESSAR                             SECTION.              00386000
      *-----------------------------------------------------            00387000
           READ PRODMSTR NEXT                                           00388000
             AT END                                                     00389000
              MOVE 10 TO WRK-FS-PRODMSTR                                00390000
             NOT AT END                                                 00391000
              ADD 1 TO WRK-REGPRODUTOS                                  00392000
              PERFORM 2100-MONTAR-KARDEX                                00393000
           END-READ.                                                    00394000
      *-----------------------------------------------------            00395000
       2000-99-FIM.                                  EXIT.              00396000
      *-----------------------------------------------------            00397000
                                                                        00398000
      *-----------------------------------------------------            00399000
       2100-MONTAR-KARDEX                         SECTION.              00400000
      *-----------------------------------------------------            00401000
           MOVE ZEROS TO WRK-KMV-COUNT                                  00402000
                         WRK-LIQ-MES                                    00403000
                         WRK-LIQ-POSTERIOR                              00404000
                         WRK-SALDO-QTDE                                 00405000
                         WRK-SALDO-VALOR                                00406000
                         WRK-CUSTO-MEDIO.                               00407000
           MOVE SPACES TO WRK-KAR-PRD-OBS.                              00408000
                                                                        00409000
      *    SALDO ANTERIOR DO PRODUTO.                                   00410000
           PERFORM 2110-DESCARTAR-SALDOANT                              00411000
                   UNTIL WRK-FS-SALDOANT EQUAL 10                       00412000
                      OR FD-SAN-CODIGO NOT LESS FD-PROD-CODIGO.         00413000
           MOVE 'S' TO WRK-IMPLANTADO.                                  00414000
           IF WRK-FS-SALDOANT NOT EQUAL 10                              00415000
            IF FD-SAN-CODIGO EQUAL FD-PROD-CODIGO                       00416000
             MOVE 'N'          TO WRK-IMPLANTADO                        00417000
             MOVE FD-SAN-QTDE  TO WRK-SALDO-QTDE                        00418000
             MOVE FD-SAN-CUSTO TO WRK-CUSTO-MEDIO                       00419000
             MOVE FD-SAN-VALOR TO WRK-SALDO-VALOR                       00420000
             PERFORM 1100-LER-SALDOANT                                  00421000
            END-IF                                                      00422000
           END-IF.                                                      00423000
                                                                        00424000
      *    MOVIMENTOS DO PRODUTO: OS DO MES VAO PARA A TABELA,          00425000
      *    OS POSTERIORES SO ENTRAM NA CONFERENCIA FINAL.               00426000
           PERFORM 2120-DESCARTAR-ORFAO                                 00427000
                   UNTIL WRK-FS-MOVSORT EQUAL 10                        00428000
                      OR FD-MVS-PRODUTO NOT LESS FD-PROD-CODIGO.        00429000
           PERFORM 2130-CARREGAR-MOVIMENTO                              00430000
                   UNTIL WRK-FS-MOVSORT EQUAL 10                        00431000
                      OR FD-MVS-PRODUTO NOT EQUAL FD-PROD-CODIGO.       00432000
                                                                        00433000
           IF WRK-IMPLANTADO EQUAL 'S'                                  00434000
            PERFORM 2140-IMPLANTAR-SALDO                                00435000
           END-IF.                                                      00436000
                                                                        00437000
           MOVE FD-PROD-CODIGO    TO WRK-KAR-PRD-CODIGO.                00438000
           MOVE FD-PROD-DESCRICAO TO WRK-KAR-PRD-DESCR.                 00439000
           WRITE FD-RELKARD FROM WRK-KAR-PRODUTO.                       00440000
           WRITE FD-RELKARD FROM WRK-KAR-CABEC2.                        00441000
           MOVE 'SALDO ANTERIOR'  TO WRK-KAR-SAL-DESC.                  00442000
           MOVE WRK-SALDO-QTDE    TO WRK-KAR-SAL-QTDE.                  00443000
           MOVE WRK-CUSTO-MEDIO   TO WRK-KAR-SAL-MEDIO.                 00444000
           MOVE WRK-SALDO-VALOR   TO WRK-KAR-SAL-VALOR.                 00445000
           WRITE FD-RELKARD FROM WRK-KAR-SALDO.                         00446000
                                                                        00447000
           MOVE 1 TO WRK-KMV-IDX.                                       00448000
           PERFORM 2150-LANCAR-MOVIMENTO                                00449000
                   UNTIL WRK-KMV-IDX GREATER WRK-KMV-COUNT.             00450000
                                                                        00451000
           MOVE 'SALDO FINAL'     TO WRK-KAR-SAL-DESC.                  00452000
           MOVE WRK-SALDO-QTDE    TO WRK-KAR-SAL-QTDE.                  00453000
           MOVE WRK-CUSTO-MEDIO   TO WRK-KAR-SAL-MEDIO.                 00454000
           MOVE WRK-SALDO-VALOR   TO WRK-KAR-SAL-VALOR.                 00455000
           WRITE FD-RELKARD FROM WRK-KAR-SALDO.                         00456000
                                                                        00457000
      *    CONFERENCIA COM O PRODMSTR: O QTDESTOQ JA CONTEM OS          00458000
      *    MOVIMENTOS GRAVADOS DEPOIS DA COMPETENCIA.                   00459000
           COMPUTE WRK-QTDE-ESPERADA = WRK-SALDO-QTDE                   00460000
                                     + WRK-LIQ-POSTERIOR.               00461000
           MOVE FD-PROD-QTDESTOQ TO WRK-QTDE-ATUAL.                     00462000
           IF WRK-QTDE-ESPERADA NOT EQUAL WRK-QTDE-ATUAL                00463000
            ADD 1 TO WRK-REGDIVERGENTES                                 00464000
            MOVE WRK-QTDE-ATUAL    TO WRK-KAR-DIV-ATUAL                 00465000
            MOVE WRK-QTDE-ESPERADA TO WRK-KAR-DIV-ESPER                 00466000
            WRITE FD-RELKARD FROM WRK-KAR-DIVERGE                       00467000
           END-IF.                                                      00468000
           WRITE FD-RELKARD FROM WRK-LINHABRANCO.                       00469000
                                                                        00470000
           MOVE SPACES            TO FD-SALDONOV.                       00471000
           MOVE FD-PROD-CODIGO    TO FD-SNV-CODIGO.                     00472000
           MOVE WRK-PARM-COMPET   TO FD-SNV-COMPET.                     00473000
           MOVE WRK-SALDO-QTDE    TO FD-SNV-QTDE.                       00474000
           MOVE WRK-CUSTO-MEDIO   TO FD-SNV-CUSTO.                      00475000
           MOVE WRK-SALDO-VALOR   TO FD-SNV-VALOR.                      00476000
           WRITE FD-SALDONOV.                                           00477000
           ADD WRK-SALDO-VALOR TO WRK-TOT-VALOR.                        00478000
      *-----------------------------------------------------            00479000
       2100-99-FIM.                                  EXIT.              00480000
      *-----------------------------------------------------            00481000
                                                                        00482000
      *-----------------------------------------------------            00483000
       2110-DESCARTAR-SALDOANT                    SECTION.              00484000
      *-----------------------------------------------------            00485000
      *    SALDO DE PRODUTO QUE NAO ESTA MAIS NO PRODMSTR.              00486000
           ADD 1 TO WRK-REGSANORFAOS.                                   00487000
           DISPLAY 'SALDOANT SEM PRODUTO NO PRODMSTR: '                 00488000
                   FD-SAN-CODIGO.                                       00489000
           PERFORM 1100-LER-SALDOANT.                                   00490000
      *-----------------------------------------------------            00491000
       2110-99-FIM.                                  EXIT.              00492000
      *-----------------------------------------------------            00493000
                                                                        00494000
      *-----------------------------------------------------            00495000
       2120-DESCARTAR-ORFAO                       SECTION.              00496000
      *-----------------------------------------------------            00497000
      *    MOVIMENTO DE PRODUTO QUE NAO ESTA NO PRODMSTR.               00498000
           ADD 1 TO WRK-REGORFAOS.                                      00499000
           DISPLAY 'MOVIMENTO SEM PRODUTO NO PRODMSTR: '                00500000
                   FD-MVS-PRODUTO ' ' FD-MVS-TIPO ' '                   00501000
                   FD-MVS-DOCUMENTO.                                    00502000
           PERFORM 1200-LER-MOVSORT.                                    00503000
      *-----------------------------------------------------            00504000
       2120-99-FIM.                                  EXIT.              00505000
      *-----------------------------------------------------            00506000
                                                                        00507000
      *-----------------------------------------------------            00508000
       2130-CARREGAR-MOVIMENTO                    SECTION.              00509000
      *-----------------------------------------------------            00510000
           EVALUATE TRUE                                                00511000
            WHEN FD-MVS-COMPET LESS WRK-PARM-COMPET                     00512000
      *      JA CONTIDO NO SALDO ANTERIOR.                              00513000
             ADD 1 TO WRK-REGANTERIORES                                 00514000
            WHEN FD-MVS-COMPET GREATER WRK-PARM-COMPET                  00515000
             ADD 1 TO WRK-REGPOSTERIORES                                00516000
             IF FD-MVS-SENTIDO EQUAL 'S'                                00517000
              SUBTRACT FD-MVS-QTDE FROM WRK-LIQ-POSTERIOR               00518000
             ELSE                                                       00519000
              ADD FD-MVS-QTDE TO WRK-LIQ-POSTERIOR                      00520000
             END-IF                                                     00521000
            WHEN OTHER                                                  00522000
             IF WRK-KMV-COUNT NOT LESS 3000                             00523000
              DISPLAY 'PRODUTO ' FD-MVS-PRODUTO                         00524000
                      ' EXCEDE A TABELA INTERNA (3000) - '              00525000
                      'EXECUCAO ABORTADA'                               00526000
              STOP RUN                                                  00527000
             END-IF                                                     00528000
             ADD 1 TO WRK-KMV-COUNT                                     00529000
             ADD 1 TO WRK-REGMOVMES                                     00530000
             MOVE FD-MVS-DATA      TO WRK-KMV-DATA (WRK-KMV-COUNT)      00531000
             MOVE FD-MVS-TIPO      TO WRK-KMV-TIPO (WRK-KMV-COUNT)      00532000
             MOVE FD-MVS-SENTIDO                                        00533000
               TO WRK-KMV-SENTIDO (WRK-KMV-COUNT)                       00534000
             MOVE FD-MVS-DOCUMENTO                                      00535000
               TO WRK-KMV-DOCUMENTO (WRK-KMV-COUNT)                     00536000
             MOVE FD-MVS-QTDE      TO WRK-KMV-QTDE (WRK-KMV-COUNT)      00537000
             MOVE FD-MVS-CUSTO     TO WRK-KMV-CUSTO (WRK-KMV-COUNT)     00538000
             IF FD-MVS-SENTIDO EQUAL 'S'                                00539000
              SUBTRACT FD-MVS-QTDE FROM WRK-LIQ-MES                     00540000
             ELSE                                                       00541000
              ADD FD-MVS-QTDE TO WRK-LIQ-MES                            00542000
             END-IF                                                     00543000
           END-EVALUATE.                                                00544000
                                                                        00545000
           PERFORM 1200-LER-MOVSORT.                                    00546000
      *-----------------------------------------------------            00547000
       2130-99-FIM.                                  EXIT.              00548000
      *-----------------------------------------------------            00549000
                                                                        00550000
      *-----------------------------------------------------            00551000
       2140-IMPLANTAR-SALDO                       SECTION.              00552000
      *-----------------------------------------------------            00553000
      *    SEM HISTORICO O SALDO DE ABERTURA E DEDUZIDO DO              00554000
      *    PRODMSTR, AO CUSTO DA PRIMEIRA ENTRADA COM CUSTO.            00555000
           ADD 1 TO WRK-REGIMPLANTADOS.                                 00556000
           MOVE 'SALDO IMPLANTADO (SEM SALDOANT)' TO WRK-KAR-PRD-OBS.   00557000
           COMPUTE WRK-SALDO-QTDE = FD-PROD-QTDESTOQ                    00558000
                                  - WRK-LIQ-MES                         00559000
                                  - WRK-LIQ-POSTERIOR.                  00560000
           MOVE 'N' TO WRK-ACHOU-CUSTO.                                 00561000
           MOVE 1   TO WRK-KMV-IDX.                                     00562000
           PERFORM 2145-PROCURAR-CUSTO                                  00563000
                   UNTIL WRK-KMV-IDX GREATER WRK-KMV-COUNT              00564000
                      OR WRK-ACHOU-CUSTO EQUAL 'S'.                     00565000
           COMPUTE WRK-SALDO-VALOR ROUNDED =                            00566000
                   WRK-SALDO-QTDE * WRK-CUSTO-MEDIO.                    00567000
      *-----------------------------------------------------            00568000
       2140-99-FIM.                                  EXIT.              00569000
      *-----------------------------------------------------            00570000
                                                                        00571000
      *-----------------------------------------------------            00572000
       2145-PROCURAR-CUSTO                        SECTION.              00573000
      *-----------------------------------------------------            00574000
           IF WRK-KMV-SENTIDO (WRK-KMV-IDX) EQUAL 'E'                   00575000
              AND WRK-KMV-CUSTO (WRK-KMV-IDX) GREATER ZEROS             00576000
            MOVE WRK-KMV-CUSTO (WRK-KMV-IDX) TO WRK-CUSTO-MEDIO         00577000
            MOVE 'S' TO WRK-ACHOU-CUSTO                                 00578000
           ELSE                                                         00579000
            ADD 1 TO WRK-KMV-IDX                                        00580000
           END-IF.                                                      00581000
      *-----------------------------------------------------            00582000
       2145-99-FIM.                                  EXIT.              00583000
      *-----------------------------------------------------            00584000
                                                                        00585000
      *-----------------------------------------------------            00586000
       2150-LANCAR-MOVIMENTO                      SECTION.              00587000
      *-----------------------------------------------------            00588000
           MOVE WRK-KMV-DATA (WRK-KMV-IDX)      TO WRK-KAR-DET-DATA.    00589000
           MOVE WRK-KMV-TIPO (WRK-KMV-IDX)      TO WRK-KAR-DET-TIPO.    00590000
           MOVE WRK-KMV-DOCUMENTO (WRK-KMV-IDX) TO WRK-KAR-DET-DOC.     00591000
           MOVE ZEROS TO WRK-KAR-DET-ENTRA                              00592000
                         WRK-KAR-DET-SAI.                               00593000
                                                                        00594000
      *    ENTRADA COM CUSTO RECALCULA O MEDIO; SAIDA E ENTRADA         00595000
      *    SEM CUSTO (DEVOLUCAO, AJUSTE) USAM O MEDIO VIGENTE.          00596000
           IF WRK-KMV-SENTIDO (WRK-KMV-IDX) EQUAL 'S'                   00597000
            MOVE WRK-KMV-QTDE (WRK-KMV-IDX) TO WRK-KAR-DET-SAI          00598000
            MOVE WRK-CUSTO-MEDIO TO WRK-CUSTO-MOV                       00599000
            SUBTRACT WRK-KMV-QTDE (WRK-KMV-IDX) FROM WRK-SALDO-QTDE     00600000
           ELSE                                                         00601000
            MOVE WRK-KMV-QTDE (WRK-KMV-IDX) TO WRK-KAR-DET-ENTRA        00602000
            IF WRK-KMV-CUSTO (WRK-KMV-IDX) GREATER ZEROS                00603000
             MOVE WRK-KMV-CUSTO (WRK-KMV-IDX) TO WRK-CUSTO-MOV          00604000
             IF WRK-SALDO-QTDE GREATER ZEROS                            00605000
              COMPUTE WRK-CUSTO-MEDIO ROUNDED =                         00606000
                     (WRK-SALDO-VALOR                                   00607000
                    + WRK-KMV-QTDE (WRK-KMV-IDX) * WRK-CUSTO-MOV)       00608000
                    / (WRK-SALDO-QTDE + WRK-KMV-QTDE (WRK-KMV-IDX))     00609000
             ELSE                                                       00610000
              MOVE WRK-CUSTO-MOV TO WRK-CUSTO-MEDIO                     00611000
             END-IF                                                     00612000
            ELSE                                                        00613000
             MOVE WRK-CUSTO-MEDIO TO WRK-CUSTO-MOV                      00614000
            END-IF                                                      00615000
            ADD WRK-KMV-QTDE (WRK-KMV-IDX) TO WRK-SALDO-QTDE            00616000
           END-IF.                                                      00617000
           COMPUTE WRK-SALDO-VALOR ROUNDED =                            00618000
                   WRK-SALDO-QTDE * WRK-CUSTO-MEDIO.                    00619000
                                                                        00620000
           MOVE WRK-SALDO-QTDE  TO WRK-KAR-DET-SALDO.                   00621000
           MOVE WRK-CUSTO-MOV   TO WRK-KAR-DET-CUSTO.                   00622000
           MOVE WRK-CUSTO-MEDIO TO WRK-KAR-DET-MEDIO.                   00623000
           MOVE WRK-SALDO-VALOR TO WRK-KAR-DET-VALOR.                   00624000
           WRITE FD-RELKARD FROM WRK-KAR-DETALHE.                       00625000
           ADD 1 TO WRK-KMV-IDX.                                        00626000
      *-----------------------------------------------------            00627000
       2150-99-FIM.                                  EXIT.              00628000
      *-----------------------------------------------------            00629000
                                                                        00630000
      *-----------------------------------------------------            00631000
       3000-FINALIZAR                             SECTION.              00632000
      *-----------------------------------------------------            00633000
           PERFORM 2120-DESCARTAR-ORFAO                                 00634000
                   UNTIL WRK-FS-MOVSORT EQUAL 10.                       00635000
           PERFORM 2110-DESCARTAR-SALDOANT                              00636000
                   UNTIL WRK-FS-SALDOANT EQUAL 10.                      00637000
                                                                        00638000
           CLOSE MOVSORT PRODMSTR SALDONOV RELKARD.                     00639000
           IF WRK-SAN-INFORMADO EQUAL 'S'                               00640000
            CLOSE SALDOANT                                              00641000
           END-IF.                                                      00642000
                                                                        00643000
           DISPLAY ' '.                                                 00644000
           DISPLAY 'MOVIMENTOS LIDOS:      ' WRK-REGLIDOS.              00645000
           DISPLAY 'MOVIMENTOS DO MES:     ' WRK-REGMOVMES.             00646000
           DISPLAY 'MOVIMENTOS ANTERIORES: ' WRK-REGANTERIORES.         00647000
           DISPLAY 'MOVIMENTOS POSTERIORES:' WRK-REGPOSTERIORES.        00648000
           DISPLAY 'MOVIMENTOS SEM PRODUTO:' WRK-REGORFAOS.             00649000
           DISPLAY 'PRODUTOS NO KARDEX:    ' WRK-REGPRODUTOS.           00650000
           DISPLAY 'PRODUTOS IMPLANTADOS:  ' WRK-REGIMPLANTADOS.        00651000
           DISPLAY 'SALDOS SEM PRODUTO:    ' WRK-REGSANORFAOS.          00652000
           DISPLAY 'DIVERGENCIAS PRODMSTR: ' WRK-REGDIVERGENTES.        00653000
           DISPLAY 'VALOR TOTAL DO ESTOQUE:' WRK-TOT-VALOR.             00654000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00655000
      *-----------------------------------------------------            00656000
       3000-99-FIM.                                  EXIT.              00657000
      *-----------------------------------------------------            00658000
                                                                        00659000
      *-----------------------------------------------------            00660000
       4000-TESTAR-STATUS                         SECTION.              00661000
      *-----------------------------------------------------            00662000
           IF WRK-FS-MOVSORT NOT EQUAL 00                               00663000
            MOVE 'FR22CB40'              TO WRK-PROGRAMA                00664000
            MOVE 'ERRO NO OPEN MOVSORT'  TO WRK-MENSAGEM                00665000
            MOVE '1000'                  TO WRK-SECAO                   00666000
            MOVE WRK-FS-MOVSORT          TO WRK-STATUS                  00667000
            PERFORM 9000-TRATAERROS                                     00668000
           END-IF.                                                      00669000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00670000
            MOVE 'FR22CB40'              TO WRK-PROGRAMA                00671000
            MOVE 'ERRO NO OPEN PRODMSTR' TO WRK-MENSAGEM                00672000
            MOVE '1000'                  TO WRK-SECAO                   00673000
            MOVE WRK-FS-PRODMSTR         TO WRK-STATUS                  00674000
            PERFORM 9000-TRATAERROS                                     00675000
           END-IF.                                                      00676000
           IF WRK-FS-SALDONOV NOT EQUAL 00                              00677000
            MOVE 'FR22CB40'              TO WRK-PROGRAMA                00678000
            MOVE 'ERRO NO OPEN SALDONOV' TO WRK-MENSAGEM                00679000
            MOVE '1000'                  TO WRK-SECAO                   00680000
            MOVE WRK-FS-SALDONOV         TO WRK-STATUS                  00681000
            PERFORM 9000-TRATAERROS                                     00682000
           END-IF.                                                      00683000
           IF WRK-FS-RELKARD NOT EQUAL 00                               00684000
            MOVE 'FR22CB40'              TO WRK-PROGRAMA                00685000
            MOVE 'ERRO NO OPEN RELKARD'  TO WRK-MENSAGEM                00686000
            MOVE '1000'                  TO WRK-SECAO                   00687000
            MOVE WRK-FS-RELKARD          TO WRK-STATUS                  00688000
            PERFORM 9000-TRATAERROS                                     00689000
           END-IF.                                                      00690000
      *-----------------------------------------------------            00691000
       4000-99-FIM.                                  EXIT.              00692000
      *-----------------------------------------------------            00693000
                                                                        00694000
      *-----------------------------------------------------            00695000
       9000-TRATAERROS                            SECTION.              00696000
      *-----------------------------------------------------            00697000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00698000
           GOBACK.                                                      00699000
      *-----------------------------------------------------            00700000
       9000-99-FIM.                                  EXIT.              00701000
      *-----------------------------------------------------            00702000
