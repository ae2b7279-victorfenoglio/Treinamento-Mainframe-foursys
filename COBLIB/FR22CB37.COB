      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB37.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RESUMO MENSAL DE IMPOSTOS PARA O       *             00008000
      *            DEPARTAMENTO FISCAL: LE AS NOTAS DA    *             00009000
      *            COMPETENCIA NO NOTAFISC (GERACOES DO   *             00010000
      *            MES CONCATENADAS, FR22CB24), SEPARA O  *             00011000
      *            ICMS E O IPI DE CADA ITEM (REGISTRO    *             00012000
      *            'J') EM TRIBEXT, ORDENA POR IMPOSTO,   *             00013000
      *            UF E ALIQUOTA E IMPRIME EM RELTRIB A   *             00014000
      *            QUANTIDADE DE ITENS, A BASE E O VALOR  *             00015000
      *            DE CADA GRUPO, COM TOTAL POR IMPOSTO.  *             00016000
      *            NOTA CANCELADA PELO FR22CB36 (REGISTRO *             00017000
      *            NFCANC) FICA FORA DO RESUMO.           *             00018000
      *---------------------------------------------------*             00019000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00020000
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
      *  NOTAFISC            I             ---------      *             00024000
      *  NFCANC              I             ---------      *             00025000
      *  TRIBEXT             O             ---------      *             00026000
      *  TRIBSORT            I/O           ---------      *             00027000
      *  RELTRIB             O             ---------      *             00028000
      *===================================================*             00029000
                                                                        00030000
      *====================================================             00031000
       ENVIRONMENT                               DIVISION.              00032000
      *====================================================             00033000
       CONFIGURATION                             SECTION.               00034000
       SPECIAL-NAMES.                                                   00035000
           DECIMAL-POINT  IS COMMA.                                     00036000
                                                                        00037000
       INPUT-OUTPUT                              SECTION.               00038000
       FILE-CONTROL.                                                    00039000
           SELECT NOTAFISC ASSIGN TO NOTAFISC                           00040000
               FILE STATUS IS WRK-FS-NOTAFISC.                          00041000
                                                                        00042000
           SELECT NFCANC ASSIGN TO NFCANC                               00043000
               FILE STATUS IS WRK-FS-NFCANC.                            00044000
                                                                        00045000
           SELECT TRIBEXT ASSIGN TO TRIBEXT                             00046000
               FILE STATUS IS WRK-FS-TRIBEXT.                           00047000
                                                                        00048000
           SELECT TRIBSORT ASSIGN TO TRIBSORT                           00049000
               FILE STATUS IS WRK-FS-TRIBSORT.                          00050000
                                                                        00051000
           SELECT RELTRIB ASSIGN TO RELTRIB                             00052000
               FILE STATUS IS WRK-FS-RELTRIB.                           00053000
                                                                        00054000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00055000
                                                                        00056000
      *====================================================             00057000
       DATA                                      DIVISION.              00058000
      *====================================================             00059000
      *-----------------------------------------------------            00060000
       FILE                                      SECTION.               00061000
      *-----------------------------------------------------            00062000
       FD NOTAFISC                                                      00063000
           RECORDING MODE IS F                                          00064000
           BLOCK CONTAINS 0 RECORDS.                                    00065000
      *-----------LRECL 65----------------------------------            00066000
       01 FD-NOTAFISC.                                                  00067000
          05 FD-NF-TIPO         PIC X(01).                              00068000
          05 FD-NF-RESTO        PIC X(64).                              00069000
       01 FD-NF-CABEC REDEFINES FD-NOTAFISC.                            00070000
          05 FILLER             PIC X(01).                              00071000
          05 FD-CAB-NUMERO      PIC 9(06).                              00072000
          05 FD-CAB-DATA        PIC 9(08).                              00073000
          05 FD-CAB-DATA-R REDEFINES FD-CAB-DATA.                       00074000
             10 FD-CAB-COMPET   PIC 9(06).                              00075000
             10 FD-CAB-DIA      PIC 9(02).                              00076000
          05 FD-CAB-CLIENTE     PIC 9(05).                              00077000
          05 FD-CAB-RAZAO       PIC X(40).                              00078000
          05 FD-CAB-VENDEDOR    PIC 9(05).                              00079000
       01 FD-NF-IMPOSTO REDEFINES FD-NOTAFISC.                          00080000
          05 FILLER             PIC X(01).                              00081000
          05 FD-IMP-CODIGO      PIC 9(03).                              00082000
          05 FD-IMP-UF          PIC X(02).                              00083000
          05 FD-IMP-BASE-ICMS   PIC 9(07)V9(02).                        00084000
          05 FD-IMP-ALIQ-ICMS   PIC 9V9(04).                            00085000
          05 FD-IMP-ICMS        PIC 9(07)V9(02).                        00086000
          05 FD-IMP-BASE-IPI    PIC 9(07)V9(02).                        00087000
          05 FD-IMP-ALIQ-IPI    PIC 9V9(04).                            00088000
          05 FD-IMP-IPI         PIC 9(07)V9(02).                        00089000
          05 FILLER             PIC X(13).                              00090000
                                                                        00091000
       FD NFCANC                                                        00092000
           RECORDING MODE IS F                                          00093000
           BLOCK CONTAINS 0 RECORDS.                                    00094000
      *-----------LRECL 100---------------------------------            00095000
       01 FD-NFCANC.                                                    00096000
          05 FD-NCA-NUMERO      PIC 9(06).                              00097000
          05 FD-NCA-EMISSAO     PIC 9(08).                              00098000
          05 FILLER             PIC X(86).                              00099000
                                                                        00100000
       FD TRIBEXT                                                       00101000
           RECORDING MODE IS F                                          00102000
           BLOCK CONTAINS 0 RECORDS.                                    00103000
      *-----------LRECL 40----------------------------------            00104000
       01 FD-TRIBEXT            PIC X(40).                              00105000
                                                                        00106000
       FD TRIBSORT                                                      00107000
           RECORDING MODE IS F                                          00108000
           BLOCK CONTAINS 0 RECORDS.                                    00109000
      *-----------LRECL 40----------------------------------            00110000
       01 FD-TRIBSORT.                                                  00111000
          05 FD-TRS-IMPOSTO     PIC X(04).                              00112000
          05 FD-TRS-UF          PIC X(02).                              00113000
          05 FD-TRS-ALIQ        PIC 9V9(04).                            00114000
          05 FD-TRS-BASE        PIC 9(07)V9(02).                        00115000
          05 FD-TRS-VALOR       PIC 9(07)V9(02).                        00116000
          05 FD-TRS-NOTA        PIC 9(06).                              00117000
          05 FILLER             PIC X(05).                              00118000
                                                                        00119000
       FD RELTRIB                                                       00120000
           RECORDING MODE IS F                                          00121000
           BLOCK CONTAINS 0 RECORDS.                                    00122000
      *-----------LRECL 80----------------------------------            00123000
       01 FD-RELTRIB            PIC X(80).                              00124000
      *-----------------------------------------------------            00125000
       SD ARQSORT.                                                      00126000
       01 SD-ARQSORT.                                                   00127000
          05 SD-SORT-IMPOSTO    PIC X(04).                              00128000
          05 SD-SORT-UF         PIC X(02).                              00129000
          05 SD-SORT-ALIQ       PIC 9V9(04).                            00130000
          05 FILLER             PIC X(29).                              00131000
      *-----------------------------------------------------            00132000
       WORKING-STORAGE                           SECTION.               00133000
      *-----------------------------------------------------            00134000
           COPY '#GLOG'.                                                00135000
      *-----------------------------------------------------            00136000
       01 FILLER PIC X(48) VALUE                                        00137000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00138000
      *-----------------------------------------------------            00139000
       77 WRK-FS-NOTAFISC      PIC 9(02).                               00140000
       77 WRK-FS-NFCANC        PIC 9(02).                               00141000
       77 WRK-FS-TRIBEXT       PIC 9(02).                               00142000
       77 WRK-FS-TRIBSORT      PIC 9(02).                               00143000
       77 WRK-FS-RELTRIB       PIC 9(02).                               00144000
      *-----------------------------------------------------            00145000
       01 FILLER PIC X(48) VALUE                                        00146000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00147000
      *-----------------------------------------------------            00148000
       01 WRK-PARM.                                                     00149000
          05 WRK-PARM-COMPET   PIC 9(06).                               00150000
          05 WRK-PARM-COMPET-R REDEFINES WRK-PARM-COMPET.               00151000
             10 WRK-PARM-ANO   PIC 9(04).                               00152000
             10 WRK-PARM-MES   PIC 9(02).                               00153000
      *-----------------------------------------------------            00154000
       01 FILLER PIC X(48) VALUE                                        00155000
            '-------NOTAS CANCELADAS (NFCANC)-------------'.            00156000
      *-----------------------------------------------------            00157000
       77 WRK-NCA-COUNT        PIC 9(04) VALUE ZEROS.                   00158000
       77 WRK-NCA-IDX          PIC 9(04) VALUE ZEROS.                   00159000
       01 WRK-NCA-TAB.                                                  00160000
          05 WRK-NCA-ITEM OCCURS 2000 TIMES.                            00161000
             10 WRK-NCA-NUMERO     PIC 9(06).                           00162000
             10 WRK-NCA-EMISSAO    PIC 9(08).                           00163000
      *-----------------------------------------------------            00164000
       01 FILLER PIC X(48) VALUE                                        00165000
            '-------NOTA CORRENTE-------------------------'.            00166000
      *-----------------------------------------------------            00167000
      *    NOTA-VALE: S-NOTA DA COMPETENCIA E NAO CANCELADA.            00168000
       77 WRK-NF-NUMERO        PIC 9(06) VALUE ZEROS.                   00169000
       77 WRK-NF-DATA          PIC 9(08) VALUE ZEROS.                   00170000
       77 WRK-NF-CANCELADA     PIC X(01) VALUE 'N'.                     00171000
       77 WRK-NF-VALE          PIC X(01) VALUE 'N'.                     00172000
       01 WRK-EXTRATO.                                                  00173000
          05 WRK-EXT-IMPOSTO    PIC X(04).                              00174000
          05 WRK-EXT-UF         PIC X(02).                              00175000
          05 WRK-EXT-ALIQ       PIC 9V9(04).                            00176000
          05 WRK-EXT-BASE       PIC 9(07)V9(02).                        00177000
          05 WRK-EXT-VALOR      PIC 9(07)V9(02).                        00178000
          05 WRK-EXT-NOTA       PIC 9(06).                              00179000
          05 FILLER             PIC X(05) VALUE SPACES.                 00180000
      *-----------------------------------------------------            00181000
       01 FILLER PIC X(48) VALUE                                        00182000
            '-------GRUPO CORRENTE------------------------'.            00183000
      *-----------------------------------------------------            00184000
       77 WRK-GRP-IMPOSTO      PIC X(04) VALUE SPACES.                  00185000
       77 WRK-GRP-UF           PIC X(02) VALUE SPACES.                  00186000
       77 WRK-GRP-ALIQ         PIC 9V9(04) VALUE ZEROS.                 00187000
       77 WRK-GRP-ITENS        PIC 9(06) VALUE ZEROS.                   00188000
       77 WRK-GRP-BASE         PIC 9(10)V9(02) VALUE ZEROS.             00189000
       77 WRK-GRP-VALOR        PIC 9(10)V9(02) VALUE ZEROS.             00190000
       77 WRK-IMP-ITENS        PIC 9(06) VALUE ZEROS.                   00191000
       77 WRK-IMP-BASE         PIC 9(10)V9(02) VALUE ZEROS.             00192000
       77 WRK-IMP-VALOR        PIC 9(10)V9(02) VALUE ZEROS.             00193000
       77 WRK-PERCENTUAL       PIC 9(02)V9(02) VALUE ZEROS.             00194000
      *-----------------------------------------------------            00195000
       01 FILLER PIC X(48) VALUE                                        00196000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00197000
      *-----------------------------------------------------            00198000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00199000
       77 WRK-REGNOTAS         PIC 9(06) VALUE ZEROS.                   00200000
       77 WRK-REGFORA          PIC 9(06) VALUE ZEROS.                   00201000
       77 WRK-REGCANCELADAS    PIC 9(06) VALUE ZEROS.                   00202000
       77 WRK-REGITENS         PIC 9(06) VALUE ZEROS.                   00203000
       77 WRK-TOT-ICMS         PIC 9(10)V9(02) VALUE ZEROS.             00204000
       77 WRK-TOT-IPI          PIC 9(10)V9(02) VALUE ZEROS.             00205000
      *-----------------------------------------------------            00206000
       01 FILLER PIC X(48) VALUE                                        00207000
            '-------LINHAS DO RESUMO DE IMPOSTOS----------'.            00208000
      *-----------------------------------------------------            00209000
       01 WRK-TRB-CABEC1.                                               00210000
          05 FILLER             PIC X(19) VALUE SPACES.                 00211000
          05 FILLER             PIC X(40) VALUE                         00212000
             'RESUMO MENSAL DE IMPOSTOS (ICMS/IPI)'.                    00213000
          05 FILLER             PIC X(11) VALUE 'COMPET:'.              00214000
          05 WRK-TRB-CAB-COMPET PIC 9(06).                              00215000
          05 FILLER             PIC X(04) VALUE SPACES.                 00216000
       01 WRK-TRB-CABEC2.                                               00217000
          05 FILLER             PIC X(09) VALUE 'IMPOSTO'.              00218000
          05 FILLER             PIC X(05) VALUE 'UF'.                   00219000
          05 FILLER             PIC X(10) VALUE 'ALIQ. %'.              00220000
          05 FILLER             PIC X(09) VALUE '   ITENS'.             00221000
          05 FILLER             PIC X(20) VALUE                         00222000
             '          BASE'.                                          00223000
          05 FILLER             PIC X(27) VALUE                         00224000
             '       IMPOSTO'.                                          00225000
       01 WRK-TRB-DETALHE.                                              00226000
          05 WRK-TRB-DET-IMPOSTO PIC X(04).                             00227000
          05 FILLER             PIC X(05) VALUE SPACES.                 00228000
          05 WRK-TRB-DET-UF     PIC X(02).                              00229000
          05 FILLER             PIC X(04) VALUE SPACES.                 00230000
          05 WRK-TRB-DET-ALIQ   PIC Z9,99.                              00231000
          05 FILLER             PIC X(04) VALUE SPACES.                 00232000
          05 WRK-TRB-DET-ITENS  PIC ZZZ.ZZ9.                            00233000
          05 FILLER             PIC X(03) VALUE SPACES.                 00234000
          05 WRK-TRB-DET-BASE   PIC ZZZ.ZZZ.ZZ9,99.                     00235000
          05 FILLER             PIC X(03) VALUE SPACES.                 00236000
          05 WRK-TRB-DET-VALOR  PIC ZZZ.ZZZ.ZZ9,99.                     00237000
          05 FILLER             PIC X(16) VALUE SPACES.                 00238000
       01 WRK-TRB-TOTAL.                                                00239000
          05 FILLER             PIC X(02) VALUE SPACES.                 00240000
          05 WRK-TRB-TOT-DESC   PIC X(22).                              00241000
          05 WRK-TRB-TOT-ITENS  PIC ZZZ.ZZ9.                            00242000
          05 FILLER             PIC X(03) VALUE SPACES.                 00243000
          05 WRK-TRB-TOT-BASE   PIC ZZZ.ZZZ.ZZ9,99.                     00244000
          05 FILLER             PIC X(03) VALUE SPACES.                 00245000
          05 WRK-TRB-TOT-VALOR  PIC ZZZ.ZZZ.ZZ9,99.                     00246000
          05 FILLER             PIC X(16) VALUE SPACES.                 00247000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00248000
      *====================================================             00249000
       PROCEDURE                                 DIVISION.              00250000
      *====================================================             00251000
      *-----------------------------------------------------            00252000
       0000-PRINCIPAL                             SECTION.              00253000
      *-----------------------------------------------------            00254000
           PERFORM 1000-INICIALIZAR.                                    00255000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-TRIBSORT EQUAL 10.       00256000
           PERFORM 3000-FINALIZAR.                                      00257000
           STOP RUN.                                                    00258000
      *-----------------------------------------------------            00259000
       0000-99-FIM.                                  EXIT.              00260000
      *-----------------------------------------------------            00261000
                                                                        00262000
      *-----------------------------------------------------            00263000
       1000-INICIALIZAR                           SECTION.              00264000
      *-----------------------------------------------------            00265000
           ACCEPT WRK-PARM FROM SYSIN.                                  00266000
           IF WRK-PARM-COMPET NOT NUMERIC                               00267000
              OR WRK-PARM-MES LESS 01                                   00268000
              OR WRK-PARM-MES GREATER 12                                00269000
            DISPLAY 'COMPETENCIA INVALIDA NO SYSIN: '                   00270000
                    WRK-PARM                                            00271000
            STOP RUN                                                    00272000
           END-IF.                                                      00273000
                                                                        00274000
      *    REGISTRO DE CANCELAMENTOS E OPCIONAL: SEM ELE                00275000
      *    TODAS AS NOTAS DO MES ENTRAM NO RESUMO.                      00276000
           OPEN INPUT NFCANC.                                           00277000
           IF WRK-FS-NFCANC EQUAL 35                                    00278000
            DISPLAY 'NFCANC NAO INFORMADO - SEM NOTAS CANCELADAS'       00279000
           ELSE                                                         00280000
            IF WRK-FS-NFCANC NOT EQUAL 0                                00281000
             MOVE 'FR22CB37'              TO WRK-PROGRAMA               00282000
             MOVE 'ERRO NO OPEN NFCANC'   TO WRK-MENSAGEM               00283000
             MOVE '1000'                  TO WRK-SECAO                  00284000
             MOVE WRK-FS-NFCANC           TO WRK-STATUS                 00285000
             PERFORM 9000-TRATAERROS                                    00286000
            END-IF                                                      00287000
            PERFORM 1100-CARREGAR-CANCELADAS                            00288000
                    UNTIL WRK-FS-NFCANC EQUAL 10                        00289000
            CLOSE NFCANC                                                00290000
           END-IF.                                                      00291000
                                                                        00292000
           OPEN INPUT  NOTAFISC                                         00293000
                OUTPUT TRIBEXT.                                         00294000
           IF WRK-FS-NOTAFISC NOT EQUAL 00                              00295000
            MOVE 'FR22CB37'              TO WRK-PROGRAMA                00296000
            MOVE 'ERRO NO OPEN NOTAFISC' TO WRK-MENSAGEM                00297000
            MOVE '1000'                  TO WRK-SECAO                   00298000
            MOVE WRK-FS-NOTAFISC         TO WRK-STATUS                  00299000
            PERFORM 9000-TRATAERROS                                     00300000
           END-IF.                                                      00301000
           IF WRK-FS-TRIBEXT NOT EQUAL 00                               00302000
            MOVE 'FR22CB37'              TO WRK-PROGRAMA                00303000
            MOVE 'ERRO NO OPEN TRIBEXT'  TO WRK-MENSAGEM                00304000
            MOVE '1000'                  TO WRK-SECAO                   00305000
            MOVE WRK-FS-TRIBEXT          TO WRK-STATUS                  00306000
            PERFORM 9000-TRATAERROS                                     00307000
           END-IF.                                                      00308000
                                                                        00309000
           READ NOTAFISC.                                               00310000
           IF WRK-FS-NOTAFISC EQUAL 10                                  00311000
            DISPLAY 'NOTAFISC VAZIO - RESUMO SEM MOVIMENTO'             00312000
           END-IF.                                                      00313000
           PERFORM 1200-EXTRAIR-IMPOSTOS                                00314000
                   UNTIL WRK-FS-NOTAFISC EQUAL 10.                      00315000
           CLOSE NOTAFISC TRIBEXT.                                      00316000
                                                                        00317000
      *    O RESUMO E POR IMPOSTO, UF E ALIQUOTA; AS NOTAS              00318000
      *    CHEGAM NA ORDEM DE EMISSAO.                                  00319000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-IMPOSTO                00320000
                                         SD-SORT-UF                     00321000
                                         SD-SORT-ALIQ                   00322000
                USING TRIBEXT                                           00323000
                GIVING TRIBSORT.                                        00324000
                                                                        00325000
           OPEN INPUT TRIBSORT                                          00326000
                OUTPUT RELTRIB.                                         00327000
             PERFORM 4000-TESTAR-STATUS.                                00328000
                                                                        00329000
           MOVE WRK-PARM-COMPET TO WRK-TRB-CAB-COMPET.                  00330000
           WRITE FD-RELTRIB FROM WRK-TRB-CABEC1.                        00331000
           WRITE FD-RELTRIB FROM WRK-LINHABRANCO.                       00332000
           WRITE FD-RELTRIB FROM WRK-TRB-CABEC2.                        00333000
                                                                        00334000
           READ TRIBSORT.                                               00335000
           IF WRK-FS-TRIBSORT EQUAL 10                                  00336000
            DISPLAY 'SEM IMPOSTOS NA COMPETENCIA: ' WRK-PARM-COMPET     00337000
           ELSE                                                         00338000
            MOVE FD-TRS-IMPOSTO TO WRK-GRP-IMPOSTO                      00339000
            MOVE FD-TRS-UF      TO WRK-GRP-UF                           00340000
            MOVE FD-TRS-ALIQ    TO WRK-GRP-ALIQ                         00341000
           END-IF.                                                      00342000
      *-----------------------------------------------------            00343000
       1000-99-FIM.                                  EXIT.              00344000
      *-----------------------------------------------------            00345000
                                                                        00346000
      *-----------------------------------------------------            00347000
       1100-CARREGAR-CANCELADAS                   SECTION.              00348000
      *-----------------------------------------------------            00349000
           READ NFCANC                                                  00350000
             AT END                                                     00351000
              MOVE 10 TO WRK-FS-NFCANC                                  00352000
             NOT AT END                                                 00353000
              IF WRK-NCA-COUNT LESS 2000                                00354000
               ADD 1 TO WRK-NCA-COUNT                                   00355000
               MOVE FD-NCA-NUMERO                                       00356000
                 TO WRK-NCA-NUMERO (WRK-NCA-COUNT)                      00357000
               MOVE FD-NCA-EMISSAO                                      00358000
                 TO WRK-NCA-EMISSAO (WRK-NCA-COUNT)                     00359000
              ELSE                                                      00360000
               DISPLAY 'NFCANC EXCEDE A TABELA INTERNA '                00361000
                       '(2000) - EXECUCAO ABORTADA'                     00362000
               STOP RUN                                                 00363000
              END-IF                                                    00364000
           END-READ.                                                    00365000
      *-----------------------------------------------------            00366000
       1100-99-FIM.                                  EXIT.              00367000
      *-----------------------------------------------------            00368000
                                                                        00369000
      *-----------------------------------------------------            00370000
       1200-EXTRAIR-IMPOSTOS                      SECTION.              00371000
      *-----------------------------------------------------            00372000
           ADD 1 TO WRK-REGLIDOS.                                       00373000
           EVALUATE FD-NF-TIPO                                          00374000
            WHEN 'H'                                                    00375000
             MOVE FD-CAB-NUMERO TO WRK-NF-NUMERO                        00376000
             MOVE FD-CAB-DATA   TO WRK-NF-DATA                          00377000
             MOVE 'N'           TO WRK-NF-VALE                          00378000
             IF FD-CAB-COMPET NOT EQUAL WRK-PARM-COMPET                 00379000
              ADD 1 TO WRK-REGFORA                                      00380000
             ELSE                                                       00381000
              MOVE 'N' TO WRK-NF-CANCELADA                              00382000
              MOVE 1   TO WRK-NCA-IDX                                   00383000
              PERFORM 1210-PROCURA-CANCELADA                            00384000
                      UNTIL WRK-NCA-IDX GREATER WRK-NCA-COUNT           00385000
                         OR WRK-NF-CANCELADA EQUAL 'S'                  00386000
              IF WRK-NF-CANCELADA EQUAL 'S'                             00387000
               ADD 1 TO WRK-REGCANCELADAS                               00388000
              ELSE                                                      00389000
               MOVE 'S' TO WRK-NF-VALE                                  00390000
               ADD 1 TO WRK-REGNOTAS                                    00391000
              END-IF                                                    00392000
             END-IF                                                     00393000
            WHEN 'J'                                                    00394000
             IF WRK-NF-VALE EQUAL 'S'                                   00395000
              PERFORM 1220-GRAVAR-EXTRATO                               00396000
             END-IF                                                     00397000
            WHEN OTHER                                                  00398000
             CONTINUE                                                   00399000
           END-EVALUATE.                                                00400000
                                                                        00401000
           READ NOTAFISC.                                               00402000
      *-----------------------------------------------------            00403000
       1200-99-FIM.                                  EXIT.              00404000
      *-----------------------------------------------------            00405000
                                                                        00406000
      *-----------------------------------------------------            00407000
       1210-PROCURA-CANCELADA                     SECTION.              00408000
      *-----------------------------------------------------            00409000
           IF WRK-NCA-NUMERO (WRK-NCA-IDX) EQUAL WRK-NF-NUMERO          00410000
              AND WRK-NCA-EMISSAO (WRK-NCA-IDX) EQUAL WRK-NF-DATA       00411000
            MOVE 'S' TO WRK-NF-CANCELADA                                00412000
           ELSE                                                         00413000
            ADD 1 TO WRK-NCA-IDX                                        00414000
           END-IF.                                                      00415000
      *-----------------------------------------------------            00416000
       1210-99-FIM.                                  EXIT.              00417000
      *-----------------------------------------------------            00418000
                                                                        00419000
      *-----------------------------------------------------            00420000
       1220-GRAVAR-EXTRATO                        SECTION.              00421000
      *-----------------------------------------------------            00422000
      *    CADA ITEM GERA UMA LINHA DE ICMS E UMA DE IPI.               00423000
           ADD 1 TO WRK-REGITENS.                                       00424000
           MOVE WRK-NF-NUMERO    TO WRK-EXT-NOTA.                       00425000
           MOVE FD-IMP-UF        TO WRK-EXT-UF.                         00426000
                                                                        00427000
           MOVE 'ICMS'           TO WRK-EXT-IMPOSTO.                    00428000
           MOVE FD-IMP-ALIQ-ICMS TO WRK-EXT-ALIQ.                       00429000
           MOVE FD-IMP-BASE-ICMS TO WRK-EXT-BASE.                       00430000
           MOVE FD-IMP-ICMS      TO WRK-EXT-VALOR.                      00431000
           WRITE FD-TRIBEXT FROM WRK-EXTRATO.                           00432000
                                                                        00433000
           MOVE 'IPI '           TO WRK-EXT-IMPOSTO.                    00434000
           MOVE FD-IMP-ALIQ-IPI  TO WRK-EXT-ALIQ.                       00435000
           MOVE FD-IMP-BASE-IPI  TO WRK-EXT-BASE.                       00436000
           MOVE FD-IMP-IPI       TO WRK-EXT-VALOR.                      00437000
           WRITE FD-TRIBEXT FROM WRK-EXTRATO.                           00438000
      *-----------------------------------------------------            00439000
       1220-99-FIM.                                  EXIT.              00440000
      *-----------------------------------------------------            00441000
                                                                        00442000
      *-----------------------------------------------------            00443000
       2000-PROCESSAR                             SECTION.              00444000
      *-----------------------------------------------------            00445000
           IF FD-TRS-IMPOSTO NOT EQUAL WRK-GRP-IMPOSTO                  00446000
            PERFORM 2100-FECHAR-GRUPO                                   00447000
            PERFORM 2200-FECHAR-IMPOSTO                                 00448000
           ELSE                                                         00449000
            IF FD-TRS-UF NOT EQUAL WRK-GRP-UF                           00450000
               OR FD-TRS-ALIQ NOT EQUAL WRK-GRP-ALIQ                    00451000
             PERFORM 2100-FECHAR-GRUPO                                  00452000
            END-IF                                                      00453000
           END-IF.                                                      00454000
                                                                        00455000
           MOVE FD-TRS-IMPOSTO TO WRK-GRP-IMPOSTO.                      00456000
           MOVE FD-TRS-UF      TO WRK-GRP-UF.                           00457000
           MOVE FD-TRS-ALIQ    TO WRK-GRP-ALIQ.                         00458000
           ADD 1               TO WRK-GRP-ITENS.                        00459000
           ADD FD-TRS-BASE     TO WRK-GRP-BASE.                         00460000
           ADD FD-TRS-VALOR    TO WRK-GRP-VALOR.                        00461000
                                                                        00462000
           READ TRIBSORT.                                               00463000
      *-----------------------------------------------------            00464000
       2000-99-FIM.                                  EXIT.              00465000
      *-----------------------------------------------------            00466000
                                                                        00467000
      *-----------------------------------------------------            00468000
       2100-FECHAR-GRUPO                          SECTION.              00469000
      *-----------------------------------------------------            00470000
           COMPUTE WRK-PERCENTUAL = WRK-GRP-ALIQ * 100.                 00471000
           MOVE WRK-GRP-IMPOSTO  TO WRK-TRB-DET-IMPOSTO.                00472000
           MOVE WRK-GRP-UF       TO WRK-TRB-DET-UF.                     00473000
           MOVE WRK-PERCENTUAL   TO WRK-TRB-DET-ALIQ.                   00474000
           MOVE WRK-GRP-ITENS    TO WRK-TRB-DET-ITENS.                  00475000
           MOVE WRK-GRP-BASE     TO WRK-TRB-DET-BASE.                   00476000
           MOVE WRK-GRP-VALOR    TO WRK-TRB-DET-VALOR.                  00477000
           WRITE FD-RELTRIB FROM WRK-TRB-DETALHE.                       00478000
                                                                        00479000
           ADD WRK-GRP-ITENS TO WRK-IMP-ITENS.                          00480000
           ADD WRK-GRP-BASE  TO WRK-IMP-BASE.                           00481000
           ADD WRK-GRP-VALOR TO WRK-IMP-VALOR.                          00482000
           MOVE ZEROS TO WRK-GRP-ITENS                                  00483000
                         WRK-GRP-BASE                                   00484000
                         WRK-GRP-VALOR.                                 00485000
      *-----------------------------------------------------            00486000
       2100-99-FIM.                                  EXIT.              00487000
      *-----------------------------------------------------            00488000
                                                                        00489000
      *-----------------------------------------------------            00490000
       2200-FECHAR-IMPOSTO                        SECTION.              00491000
      *-----------------------------------------------------            00492000
           MOVE SPACES TO WRK-TRB-TOT-DESC.                             00493000
           STRING 'TOTAL ' WRK-GRP-IMPOSTO                              00494000
                  DELIMITED BY SIZE INTO WRK-TRB-TOT-DESC.              00495000
           MOVE WRK-IMP-ITENS TO WRK-TRB-TOT-ITENS.                     00496000
           MOVE WRK-IMP-BASE  TO WRK-TRB-TOT-BASE.                      00497000
           MOVE WRK-IMP-VALOR TO WRK-TRB-TOT-VALOR.                     00498000
           WRITE FD-RELTRIB FROM WRK-TRB-TOTAL.                         00499000
           WRITE FD-RELTRIB FROM WRK-LINHABRANCO.                       00500000
                                                                        00501000
           IF WRK-GRP-IMPOSTO EQUAL 'ICMS'                              00502000
            ADD WRK-IMP-VALOR TO WRK-TOT-ICMS                           00503000
           ELSE                                                         00504000
            ADD WRK-IMP-VALOR TO WRK-TOT-IPI                            00505000
           END-IF.                                                      00506000
           MOVE ZEROS TO WRK-IMP-ITENS                                  00507000
                         WRK-IMP-BASE                                   00508000
                         WRK-IMP-VALOR.                                 00509000
      *-----------------------------------------------------            00510000
       2200-99-FIM.                                  EXIT.              00511000
      *-----------------------------------------------------            00512000
                                                                        00513000
      *-----------------------------------------------------            00514000
       3000-FINALIZAR                             SECTION.              00515000
      *-----------------------------------------------------            00516000
           IF WRK-GRP-IMPOSTO NOT EQUAL SPACES                          00517000
            PERFORM 2100-FECHAR-GRUPO                                   00518000
            PERFORM 2200-FECHAR-IMPOSTO                                 00519000
           END-IF.                                                      00520000
                                                                        00521000
           CLOSE TRIBSORT RELTRIB.                                      00522000
                                                                        00523000
           DISPLAY ' '.                                                 00524000
           DISPLAY 'REGISTROS LIDOS:       ' WRK-REGLIDOS.              00525000
           DISPLAY 'NOTAS NO RESUMO:       ' WRK-REGNOTAS.              00526000
           DISPLAY 'NOTAS FORA DO MES:     ' WRK-REGFORA.               00527000
           DISPLAY 'NOTAS CANCELADAS:      ' WRK-REGCANCELADAS.         00528000
           DISPLAY 'ITENS TRIBUTADOS:      ' WRK-REGITENS.              00529000
           DISPLAY 'TOTAL DE ICMS:         ' WRK-TOT-ICMS.              00530000
           DISPLAY 'TOTAL DE IPI:          ' WRK-TOT-IPI.               00531000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00532000
      *-----------------------------------------------------            00533000
       3000-99-FIM.                                  EXIT.              00534000
      *-----------------------------------------------------            00535000
                                                                        00536000
      *-----------------------------------------------------            00537000
       4000-TESTAR-STATUS                         SECTION.              00538000
      *-----------------------------------------------------            00539000
           IF WRK-FS-TRIBSORT NOT EQUAL 00                              00540000
            MOVE 'FR22CB37'              TO WRK-PROGRAMA                00541000
            MOVE 'ERRO NO OPEN TRIBSORT' TO WRK-MENSAGEM                00542000
            MOVE '1000'                  TO WRK-SECAO                   00543000
            MOVE WRK-FS-TRIBSORT         TO WRK-STATUS                  00544000
            PERFORM 9000-TRATAERROS                                     00545000
           END-IF.                                                      00546000
           IF WRK-FS-RELTRIB NOT EQUAL 00                               00547000
            MOVE 'FR22CB37'              TO WRK-PROGRAMA                00548000
            MOVE 'ERRO NO OPEN RELTRIB'  TO WRK-MENSAGEM                00549000
            MOVE '1000'                  TO WRK-SECAO                   00550000
            MOVE WRK-FS-RELTRIB          TO WRK-STATUS                  00551000
            PERFORM 9000-TRATAERROS                                     00552000
           END-IF.                                                      00553000
      *-----------------------------------------------------            00554000
       4000-99-FIM.                                  EXIT.              00555000
      *-----------------------------------------------------            00556000
                                                                        00557000
      *-----------------------------------------------------            00558000
       9000-TRATAERROS                            SECTION.              00559000
      *-----------------------------------------------------            00560000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00561000
           GOBACK.                                                      00562000
      *-----------------------------------------------------            00563000
       9000-99-FIM.                                  EXIT.              00564000
      *-----------------------------------------------------            00565000
