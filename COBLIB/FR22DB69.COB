      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB69.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CUSTO TOTAL DO EMPREGADO: PARA UMA     *             00008000
      *            COMPETENCIA FECHADA (IVAN.FOPAG TIPO   *             00009000
      *            'N') SOMA AO BRUTO O INSS PATRONAL     *             00010000
      *            (LINHA 'PATR' DE IVAN.ALIQUOTA, COMO   *             00011000
      *            NO FR22DB46), O FGTS DO RAZAO IVAN.FGTS*             00012000
      *            (FR22DB63; SEM LANCAMENTO, CALCULADO   *             00013000
      *            PELA LINHA 'FGTS'), A PROVISAO DE 13O  *             00014000
      *            E FERIAS DO PROVDET (FR22DB17), A      *             00015000
      *            PARTE DA EMPRESA NOS PLANOS DE SAUDE E *             00016000
      *            ODONTO (IVAN.BENEF X IVAN.PLANO MENOS O*             00017000
      *            DESCONTO 'PLAN' RETIDO), NO VALE-      *             00018000
      *            TRANSPORTE (IVAN.VTCOMPRA MENOS O      *             00019000
      *            DESCONTO 'VT' RETIDO) E NO VALE-       *             00019500
      *            REFEICAO (IVAN.VRCOMPRA MENOS O        *             00020000
      *            DESCONTO 'VR' RETIDO). IMPRIME EM      *             00020500
      *            RELCUSTO O CUSTO POR FUNCIONARIO COM   *             00021000
      *            SUBTOTAL POR SETOR E O FATOR SOBRE O   *             00022000
      *            SALARIO BASE - O MULTIPLICADOR QUE O   *             00023000
      *            PLANEJAMENTO APLICA A MASSA ORCADA EM  *             00024000
      *            IVAN.SETORMETA - E GRAVA A COPIA EM    *             00025000
      *            CUSTOCSV (SEPARADOR ';') PARA O        *             00026000
      *            FINANCEIRO.                            *             00027000
      *---------------------------------------------------*             00028000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM. O PROVDET *             00029000
      *  DEVE SER O GERADO PELO FR22DB17 PARA A MESMA     *             00030000
      *  COMPETENCIA (ORDENADO POR SETOR E ID).           *             00031000
      *---------------------------------------------------*             00032000
      *  ARQUIVOS:                                        *             00033000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00034000
      *  PROVDET             I             ---------      *             00035000
      *  RELCUSTO            O             ---------      *             00036000
      *  CUSTOCSV            O             ---------      *             00037000
      *---------------------------------------------------*             00038000
      *  BASE  DE DADOS:                                  *             00039000
      *  TABELA             I/O           INCLUDE/BOOK    *             00040000
      *  IVAN.FOPAG          I             ---------      *             00041000
      *  IVAN.FOPAGDET       I             ---------      *             00042000
      *  IVAN.FUNC           I               #BKFUNC      *             00043000
      *  IVAN.ALIQUOTA       I             ---------      *             00044000
      *  IVAN.FGTS           I             ---------      *             00045000
      *  IVAN.BENEF          I             ---------      *             00046000
      *  IVAN.PLANO          I             ---------      *             00047000
      *  IVAN.VTCOMPRA       I             ---------      *             00048000
      *  IVAN.VRCOMPRA       I             ---------      *             00048500
      *  IVAN.SETORMETA      I             ---------      *             00049000
      *===================================================*             00050000
                                                                        00051000
      *====================================================             00052000
       ENVIRONMENT                               DIVISION.              00053000
      *====================================================             00054000
       CONFIGURATION                             SECTION.               00055000
       SPECIAL-NAMES.                                                   00056000
           DECIMAL-POINT  IS COMMA.                                     00057000
                                                                        00058000
       INPUT-OUTPUT                              SECTION.               00059000
       FILE-CONTROL.                                                    00060000
           SELECT PROVDET ASSIGN TO PROVDET                             00061000
               FILE STATUS IS WRK-FS-PROVDET.                           00062000
                                                                        00063000
           SELECT RELCUSTO ASSIGN TO RELCUSTO                           00064000
               FILE STATUS IS WRK-FS-RELCUSTO.                          00065000
                                                                        00066000
           SELECT CUSTOCSV ASSIGN TO CUSTOCSV                           00067000
               FILE STATUS IS WRK-FS-CUSTOCSV.                          00068000
                                                                        00069000
      *====================================================             00070000
       DATA                                      DIVISION.              00071000
      *====================================================             00072000
      *-----------------------------------------------------            00073000
       FILE                                      SECTION.               00074000
      *-----------------------------------------------------            00075000
       FD PROVDET                                                       00076000
           RECORDING MODE IS F                                          00077000
           BLOCK CONTAINS 0 RECORDS.                                    00078000
      *-----------LRECL 73----------------------------------            00079000
       01 FD-PROVDET.                                                   00080000
          05 FD-DET-ID        PIC 9(05).                                00081000
          05 FD-DET-NOME      PIC X(30).                                00082000
          05 FD-DET-SETOR     PIC X(04).                                00083000
          05 FD-DET-MESES     PIC 9(02).                                00084000
          05 FD-DET-SALARIO   PIC 9(10).                                00085000
          05 FD-DET-PROV13    PIC 9(11).                                00086000
          05 FD-DET-PROVFER   PIC 9(11).                                00087000
                                                                        00088000
       FD RELCUSTO                                                      00089000
           RECORDING MODE IS F                                          00090000
           BLOCK CONTAINS 0 RECORDS.                                    00091000
      *-----------LRECL 132---------------------------------            00092000
       01 FD-RELCUSTO           PIC X(132).                             00093000
                                                                        00094000
       FD CUSTOCSV                                                      00095000
           RECORDING MODE IS F                                          00096000
           BLOCK CONTAINS 0 RECORDS.                                    00097000
      *-----------LRECL 200---------------------------------            00098000
       01 FD-CUSTOCSV           PIC X(200).                             00099000
      *-----------------------------------------------------            00100000
       WORKING-STORAGE                           SECTION.               00101000
      *-----------------------------------------------------            00102000
           EXEC SQL                                                     00103000
              INCLUDE #BKFUNC                                           00104000
           END-EXEC.                                                    00105000
                                                                        00106000
           EXEC SQL                                                     00107000
              INCLUDE SQLCA                                             00108000
           END-EXEC.                                                    00109000
                                                                        00110000
      *    FGTS DO RAZAO, DESCONTOS RETIDOS E COMPRA DO VT E            00111000
      *    DO VR VEM JUNTO COM A FOLHA.                                 00112000
           EXEC SQL                                                     00113000
              DECLARE CCUSTO CURSOR FOR                                 00114000
               SELECT P.IDFUNC, F.NOME, F.SETOR, F.SALARIO,             00115000
                      P.BRUTO,                                          00116000
                      (SELECT COUNT(*) FROM IVAN.FGTS G                 00117000
                        WHERE G.IDFUNC = P.IDFUNC                       00118000
                          AND G.COMPETENCIA = P.COMPETENCIA),           00119000
                      COALESCE((SELECT SUM(G.VALOR)                     00120000
                                 FROM IVAN.FGTS G                       00121000
                                WHERE G.IDFUNC = P.IDFUNC               00122000
                                  AND G.COMPETENCIA                     00123000
                                      = P.COMPETENCIA), 0),             00124000
                      COALESCE((SELECT SUM(D.VALOR)                     00125000
                                 FROM IVAN.FOPAGDET D                   00126000
                                WHERE D.IDFUNC = P.IDFUNC               00127000
                                  AND D.COMPETENCIA                     00128000
                                      = P.COMPETENCIA                   00129000
                                  AND D.CODVERBA = 'PLAN'), 0),         00130000
                      COALESCE((SELECT SUM(D.VALOR)                     00131000
                                 FROM IVAN.FOPAGDET D                   00132000
                                WHERE D.IDFUNC = P.IDFUNC               00133000
                                  AND D.COMPETENCIA                     00134000
                                      = P.COMPETENCIA                   00135000
                                  AND D.CODVERBA = 'VT'), 0),           00136000
                      COALESCE((SELECT V.VALOR FROM IVAN.VTCOMPRA V     00137000
                                WHERE V.IDFUNC = P.IDFUNC               00138000
                                  AND V.COMPETENCIA                     00139000
                                      = P.COMPETENCIA), 0),             00139090
                      COALESCE((SELECT SUM(D.VALOR)                     00139180
                                 FROM IVAN.FOPAGDET D                   00139270
                                WHERE D.IDFUNC = P.IDFUNC               00139360
                                  AND D.COMPETENCIA                     00139450
                                      = P.COMPETENCIA                   00139540
                                  AND D.CODVERBA = 'VR'), 0),           00139630
                      COALESCE((SELECT R.VALOR FROM IVAN.VRCOMPRA R     00139720
                                WHERE R.IDFUNC = P.IDFUNC               00139810
                                  AND R.COMPETENCIA                     00139900
                                      = P.COMPETENCIA), 0)              00140000
                FROM IVAN.FOPAG P, IVAN.FUNC F                          00141000
                WHERE P.IDFUNC = F.ID                                   00142000
                  AND P.COMPETENCIA = :WRK-PARM-COMPET                  00143000
                  AND P.TIPO = 'N'                                      00144000
                ORDER BY F.SETOR, P.IDFUNC                              00145000
           END-EXEC.                                                    00146000
                                                                        00147000
       77 WRK-FOP-BRUTO    PIC 9(10).                                   00148000
       77 WRK-FGTS-LANC    PIC S9(09) COMP.                             00149000
       77 WRK-FGTS-RAZAO   PIC 9(10)V9(02).                             00150000
       77 WRK-DESC-PLAN    PIC 9(10).                                   00151000
       77 WRK-DESC-VT      PIC 9(10).                                   00152000
       77 WRK-VT-COMPRA    PIC 9(06)V9(02).                             00153000
       77 WRK-DESC-VR      PIC 9(10).                                   00153330
       77 WRK-VR-COMPRA    PIC 9(06)V9(02).                             00153660
                                                                        00154000
       01 WRK-PARM.                                                     00155000
          05 WRK-PARM-COMPET PIC 9(06)  VALUE ZEROS.                    00156000
      *----------------------------------------------------             00157000
       01 FILLER PIC X(48) VALUE                                        00158000
           '--------------VARIAVEIS PARA APOIO-----------'.             00159000
      *----------------------------------------------------             00160000
       77 WRK-SQLCODE      PIC -999.                                    00161000
       77 WRK-FS-PROVDET   PIC 9(02).                                   00162000
       77 WRK-FS-RELCUSTO  PIC 9(02).                                   00163000
       77 WRK-FS-CUSTOCSV  PIC 9(02).                                   00164000
      *----------------------------------------------------             00165000
       01 FILLER PIC X(48) VALUE                                        00166000
           '--------------PERCENTUAIS PATRONAL/FGTS------'.             00167000
      *----------------------------------------------------             00168000
       77 WRK-PATR-PCT     PIC 9V9(03)  VALUE ZEROS.                    00169000
       77 WRK-FGTS-PCT     PIC 9V9(03)  VALUE ZEROS.                    00170000
      *----------------------------------------------------             00171000
       01 FILLER PIC X(48) VALUE                                        00172000
           '--------------BALANCO COM O PROVDET----------'.             00173000
      *----------------------------------------------------             00174000
       01 WRK-CHAVE-FOLHA.                                              00175000
          05 WRK-CHF-SETOR    PIC X(04).                                00176000
          05 WRK-CHF-ID       PIC 9(05).                                00177000
       01 WRK-CHAVE-PROV.                                               00178000
          05 WRK-CHP-SETOR    PIC X(04).                                00179000
          05 WRK-CHP-ID       PIC 9(05).                                00180000
      *----------------------------------------------------             00181000
       01 FILLER PIC X(48) VALUE                                        00182000
           '--------------PLANOS DE SAUDE/ODONTO---------'.             00183000
      *----------------------------------------------------             00184000
       77 WRK-BEN-PLANMED  PIC X(10)    VALUE SPACES.                   00185000
       77 WRK-BEN-PLANDENT PIC X(10)    VALUE SPACES.                   00186000
       77 WRK-BEN-NUMDEP   PIC 9(02)    VALUE ZEROS.                    00187000
       77 WRK-NULL-DENT    PIC S9(04) COMP.                             00188000
       77 WRK-PLA-VALORTIT PIC 9(08)V9(02) VALUE ZEROS.                 00189000
       77 WRK-PLA-VALORDEP PIC 9(08)V9(02) VALUE ZEROS.                 00190000
       77 WRK-PLANO-CUSTO  PIC 9(10)V9(02) VALUE ZEROS.                 00191000
      *----------------------------------------------------             00192000
       01 FILLER PIC X(48) VALUE                                        00193000
           '--------------CUSTO DO FUNCIONARIO-----------'.             00194000
      *----------------------------------------------------             00195000
       01 WRK-CUSTO.                                                    00196000
          05 WRK-CST-SALARIO  PIC 9(11)V9(02).                          00197000
          05 WRK-CST-BRUTO    PIC 9(11)V9(02).                          00198000
          05 WRK-CST-PATR     PIC 9(11)V9(02).                          00199000
          05 WRK-CST-FGTS     PIC 9(11)V9(02).                          00200000
          05 WRK-CST-PROV13   PIC 9(11)V9(02).                          00201000
          05 WRK-CST-PROVFER  PIC 9(11)V9(02).                          00202000
          05 WRK-CST-PLANOS   PIC 9(11)V9(02).                          00203000
          05 WRK-CST-VT       PIC 9(11)V9(02).                          00204000
          05 WRK-CST-VR       PIC 9(11)V9(02).                          00204500
          05 WRK-CST-TOTAL    PIC 9(11)V9(02).                          00205000
       77 WRK-FATOR        PIC 9(03)V9(02) VALUE ZEROS.                 00206000
      *----------------------------------------------------             00207000
       01 FILLER PIC X(48) VALUE                                        00208000
           '--------------ACUMULADORES SETOR/GERAL-------'.             00209000
      *----------------------------------------------------             00210000
       77 WRK-SETOR-ANT    PIC X(04)    VALUE SPACES.                   00211000
       77 WRK-SETOR-QTDE   PIC 9(05)    VALUE ZEROS.                    00212000
       01 WRK-SETOR-CUSTO.                                              00213000
          05 WRK-SET-SALARIO  PIC 9(13)V9(02).                          00214000
          05 WRK-SET-BRUTO    PIC 9(13)V9(02).                          00215000
          05 WRK-SET-PATR     PIC 9(13)V9(02).                          00216000
          05 WRK-SET-FGTS     PIC 9(13)V9(02).                          00217000
          05 WRK-SET-PROV     PIC 9(13)V9(02).                          00218000
          05 WRK-SET-BENEF    PIC 9(13)V9(02).                          00219000
          05 WRK-SET-TOTAL    PIC 9(13)V9(02).                          00220000
       01 WRK-GERAL-CUSTO.                                              00221000
          05 WRK-GER-SALARIO  PIC 9(13)V9(02).                          00222000
          05 WRK-GER-BRUTO    PIC 9(13)V9(02).                          00223000
          05 WRK-GER-PATR     PIC 9(13)V9(02).                          00224000
          05 WRK-GER-FGTS     PIC 9(13)V9(02).                          00225000
          05 WRK-GER-PROV     PIC 9(13)V9(02).                          00226000
          05 WRK-GER-BENEF    PIC 9(13)V9(02).                          00227000
          05 WRK-GER-TOTAL    PIC 9(13)V9(02).                          00228000
       77 WRK-GER-VT       PIC 9(13)V9(02) VALUE ZEROS.                 00228330
       77 WRK-GER-VR       PIC 9(13)V9(02) VALUE ZEROS.                 00228660
       77 WRK-META-MASSA   PIC 9(12)    VALUE ZEROS.                    00229000
       77 WRK-META-CUSTO   PIC 9(13)V9(02) VALUE ZEROS.                 00230000
      *----------------------------------------------------             00231000
       01 FILLER PIC X(48) VALUE                                        00232000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00233000
      *----------------------------------------------------             00234000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00235000
       77 WRK-REGSETORES   PIC 9(05)    VALUE ZEROS.                    00236000
       77 WRK-REGSEMPROV   PIC 9(05)    VALUE ZEROS.                    00237000
       77 WRK-REGFGTSCALC  PIC 9(05)    VALUE ZEROS.                    00238000
       77 WRK-REGPROVLIDOS PIC 9(05)    VALUE ZEROS.                    00239000
      *----------------------------------------------------             00240000
       01 FILLER PIC X(48) VALUE                                        00241000
           '--------------LINHAS DO RELATORIO------------'.             00242000
      *----------------------------------------------------             00243000
       01 WRK-REL-CABEC1.                                               00244000
          05 FILLER           PIC X(40) VALUE                           00245000
             'CUSTO TOTAL DO EMPREGADO - COMPETENCIA: '.                00246000
          05 WRK-REL-COMPET   PIC 9(06).                                00247000
          05 FILLER           PIC X(86) VALUE SPACES.                   00248000
       01 WRK-REL-CABEC2.                                               00249000
          05 FILLER PIC X(27) VALUE 'ID    NOME'.                       00250000
          05 FILLER PIC X(14) VALUE '      SALARIO'.                    00251000
          05 FILLER PIC X(14) VALUE '        BRUTO'.                    00252000
          05 FILLER PIC X(14) VALUE ' INSS PATRON.'.                    00253000
          05 FILLER PIC X(14) VALUE '         FGTS'.                    00254000
          05 FILLER PIC X(14) VALUE ' PROV 13O/FER'.                    00255000
          05 FILLER PIC X(14) VALUE '  PLAN/VT/VR'.                     00256000
          05 FILLER PIC X(14) VALUE '  CUSTO TOTAL'.                    00257000
          05 FILLER PIC X(07) VALUE '  FATOR'.                          00258000
       01 WRK-REL-TRACO       PIC X(132) VALUE ALL '-'.                 00259000
       01 WRK-REL-LINHA.                                                00260000
          05 WRK-REL-ID       PIC X(05).                                00261000
          05 FILLER           PIC X(01) VALUE SPACES.                   00262000
          05 WRK-REL-NOME     PIC X(20).                                00263000
          05 FILLER           PIC X(01) VALUE SPACES.                   00264000
          05 WRK-REL-SALARIO  PIC ZZ.ZZZ.ZZ9,99.                        00265000
          05 FILLER           PIC X(01) VALUE SPACES.                   00266000
          05 WRK-REL-BRUTO    PIC ZZ.ZZZ.ZZ9,99.                        00267000
          05 FILLER           PIC X(01) VALUE SPACES.                   00268000
          05 WRK-REL-PATR     PIC ZZ.ZZZ.ZZ9,99.                        00269000
          05 FILLER           PIC X(01) VALUE SPACES.                   00270000
          05 WRK-REL-FGTS     PIC ZZ.ZZZ.ZZ9,99.                        00271000
          05 FILLER           PIC X(01) VALUE SPACES.                   00272000
          05 WRK-REL-PROV     PIC ZZ.ZZZ.ZZ9,99.                        00273000
          05 FILLER           PIC X(01) VALUE SPACES.                   00274000
          05 WRK-REL-BENEF    PIC ZZ.ZZZ.ZZ9,99.                        00275000
          05 FILLER           PIC X(01) VALUE SPACES.                   00276000
          05 WRK-REL-TOTAL    PIC ZZ.ZZZ.ZZ9,99.                        00277000
          05 FILLER           PIC X(01) VALUE SPACES.                   00278000
          05 WRK-REL-FATOR    PIC ZZ9,99.                               00279000
          05 FILLER           PIC X(01) VALUE SPACES.                   00280000
       01 WRK-REL-META.                                                 00281000
          05 FILLER           PIC X(27) VALUE SPACES.                   00282000
          05 FILLER           PIC X(26) VALUE                           00283000
             'MASSA ORCADA (SETORMETA): '.                              00284000
          05 WRK-REL-MET-MASSA PIC Z(11)9.                              00285000
          05 FILLER           PIC X(31) VALUE                           00286000
             '  CUSTO PROJETADO (X FATOR): '.                           00287000
          05 WRK-REL-MET-CUSTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00288000
          05 FILLER           PIC X(18) VALUE SPACES.                   00289000
       01 WRK-REL-SEMMETA.                                              00290000
          05 FILLER           PIC X(27) VALUE SPACES.                   00291000
          05 FILLER           PIC X(40) VALUE                           00292000
             'SETOR SEM META VIGENTE EM IVAN.SETORMETA'.                00293000
          05 FILLER           PIC X(65) VALUE SPACES.                   00294000
       77 WRK-LINHABRANCO     PIC X(132) VALUE SPACES.                  00295000
      *----------------------------------------------------             00296000
       01 FILLER PIC X(48) VALUE                                        00297000
           '--------------LINHAS DO CSV------------------'.             00298000
      *----------------------------------------------------             00299000
       01 WRK-CSV-CABEC.                                                00300000
          05 FILLER           PIC X(40) VALUE                           00301000
             'COMPETENCIA;SETOR;ID;NOME;SALARIO;BRUTO;'.                00302000
          05 FILLER           PIC X(49) VALUE                           00303000
             'INSSPATRONAL;FGTS;PROV13;PROVFERIAS;PLANOS;VT;VR;'.       00304000
          05 FILLER           PIC X(16) VALUE                           00305000
             'CUSTOTOTAL;FATOR'.                                        00306000
          05 FILLER           PIC X(95) VALUE SPACES.                   00307000
       01 WRK-CSV-LINHA       PIC X(200).                               00308000
       77 WRK-CSV-PTR         PIC 9(03)    VALUE 1.                     00309000
       77 WRK-CSV-VALOR       PIC 9(11)V9(02) VALUE ZEROS.              00310000
       77 WRK-CSV-EDITADO     PIC Z(10)9,99.                            00311000
       77 WRK-CSV-BRANCOS     PIC 9(02)    VALUE ZEROS.                 00312000
      *====================================================             00313000
       PROCEDURE                                 DIVISION.              00314000
      *====================================================             00315000
      *-----------------------------------------------------            00316000
       0000-PRINCIPAL                             SECTION.              00317000
      *-----------------------------------------------------            00318000
           PERFORM 1000-INICIALIZAR.                                    00319000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00320000
           PERFORM 3000-FINALIZAR.                                      00321000
           STOP RUN.                                                    00322000
      *-----------------------------------------------------            00323000
       0000-99-FIM.                                  EXIT.              00324000
      *-----------------------------------------------------            00325000
                                                                        00326000
      *-----------------------------------------------------            00327000
       1000-INICIALIZAR                           SECTION.              00328000
      *-----------------------------------------------------            00329000
           ACCEPT WRK-PARM FROM SYSIN.                                  00330000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00331000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00332000
            STOP RUN                                                    00333000
           END-IF.                                                      00334000
                                                                        00335000
           PERFORM 1100-BUSCAR-PERCENTUAIS.                             00336000
                                                                        00337000
           INITIALIZE WRK-SETOR-CUSTO WRK-GERAL-CUSTO.                  00338000
                                                                        00339000
           OPEN INPUT  PROVDET                                          00340000
                OUTPUT RELCUSTO CUSTOCSV.                               00341000
           IF WRK-FS-PROVDET NOT EQUAL 0                                00342000
            DISPLAY 'ERRO NA ABERTURA DO PROVDET'                       00343000
            STOP RUN                                                    00344000
           END-IF.                                                      00345000
           IF WRK-FS-RELCUSTO NOT EQUAL 0                               00346000
              OR WRK-FS-CUSTOCSV NOT EQUAL 0                            00347000
            DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE CUSTO'            00348000
            STOP RUN                                                    00349000
           END-IF.                                                      00350000
                                                                        00351000
           MOVE WRK-PARM-COMPET TO WRK-REL-COMPET.                      00352000
           WRITE FD-RELCUSTO FROM WRK-REL-CABEC1.                       00353000
           WRITE FD-RELCUSTO FROM WRK-REL-TRACO.                        00354000
           WRITE FD-RELCUSTO FROM WRK-REL-CABEC2.                       00355000
           WRITE FD-RELCUSTO FROM WRK-REL-TRACO.                        00356000
           WRITE FD-CUSTOCSV FROM WRK-CSV-CABEC.                        00357000
                                                                        00358000
           PERFORM 5100-LER-PROVDET.                                    00359000
                                                                        00360000
           EXEC SQL                                                     00361000
              OPEN CCUSTO                                               00362000
           END-EXEC.                                                    00363000
                                                                        00364000
           EVALUATE SQLCODE                                             00365000
            WHEN 0                                                      00366000
             PERFORM 4000-LER-FOLHA                                     00367000
            WHEN 100                                                    00368000
             DISPLAY 'SEM FOLHA GRAVADA PARA A COMPETENCIA'             00369000
            WHEN OTHER                                                  00370000
             MOVE SQLCODE TO WRK-SQLCODE                                00371000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00372000
             STOP RUN                                                   00373000
           END-EVALUATE.                                                00374000
      *-----------------------------------------------------            00375000
       1000-99-FIM.                                  EXIT.              00376000
      *-----------------------------------------------------            00377000
                                                                        00378000
      *-----------------------------------------------------            00379000
       1100-BUSCAR-PERCENTUAIS                    SECTION.              00380000
      *-----------------------------------------------------            00381000
      *    PATRONAL E FGTS VEM DA TABELA DE ALIQUOTAS PELA              00382000
      *    VIGENCIA DA COMPETENCIA (F22CIPC).                           00383000
           EXEC SQL                                                     00384000
            SELECT PCT INTO :WRK-PATR-PCT                               00385000
             FROM IVAN.ALIQUOTA                                         00386000
             WHERE TIPO = 'PATR'                                        00387000
               AND VIGINI <= :WRK-PARM-COMPET                           00388000
               AND VIGFIM >= :WRK-PARM-COMPET                           00389000
             FETCH FIRST ROW ONLY                                       00390000
           END-EXEC.                                                    00391000
                                                                        00392000
           IF SQLCODE NOT EQUAL 0                                       00393000
            DISPLAY 'IVAN.ALIQUOTA SEM LINHA PATR VIGENTE '             00394000
                    'PARA ' WRK-PARM-COMPET                             00395000
            DISPLAY 'CADASTRE O PERCENTUAL NO F22CIPC'                  00396000
            STOP RUN                                                    00397000
           END-IF.                                                      00398000
                                                                        00399000
           EXEC SQL                                                     00400000
            SELECT PCT INTO :WRK-FGTS-PCT                               00401000
             FROM IVAN.ALIQUOTA                                         00402000
             WHERE TIPO = 'FGTS'                                        00403000
               AND VIGINI <= :WRK-PARM-COMPET                           00404000
               AND VIGFIM >= :WRK-PARM-COMPET                           00405000
             FETCH FIRST ROW ONLY                                       00406000
           END-EXEC.                                                    00407000
                                                                        00408000
           IF SQLCODE NOT EQUAL 0                                       00409000
            DISPLAY 'IVAN.ALIQUOTA SEM LINHA FGTS VIGENTE '             00410000
                    'PARA ' WRK-PARM-COMPET                             00411000
            DISPLAY 'CADASTRE O PERCENTUAL NO F22CIPC'                  00412000
            STOP RUN                                                    00413000
           END-IF.                                                      00414000
      *-----------------------------------------------------            00415000
       1100-99-FIM.                                  EXIT.              00416000
      *-----------------------------------------------------            00417000
                                                                        00418000
      *-----------------------------------------------------            00419000
       2000-PROCESSAR                             SECTION.              00420000
      *-----------------------------------------------------            00421000
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ANT                         00422000
              AND WRK-SETOR-ANT NOT EQUAL SPACES                        00423000
            PERFORM 2700-FECHAR-SETOR                                   00424000
           END-IF.                                                      00425000
           MOVE DB2-SETOR TO WRK-SETOR-ANT.                             00426000
                                                                        00427000
           INITIALIZE WRK-CUSTO.                                        00428000
           MOVE DB2-SALARIO   TO WRK-CST-SALARIO.                       00429000
           MOVE WRK-FOP-BRUTO TO WRK-CST-BRUTO.                         00430000
                                                                        00431000
           COMPUTE WRK-CST-PATR ROUNDED =                               00432000
                   WRK-FOP-BRUTO * WRK-PATR-PCT.                        00433000
                                                                        00434000
      *    FGTS JA DEPOSITADO (FR22DB63) VALE O DO RAZAO; SE A          00435000
      *    COMPETENCIA AINDA NAO FOI LANCADA, CALCULA SOBRE O           00436000
      *    BRUTO COMO O FR22DB63 FARIA.                                 00437000
           IF WRK-FGTS-LANC GREATER ZEROS                               00438000
            MOVE WRK-FGTS-RAZAO TO WRK-CST-FGTS                         00439000
           ELSE                                                         00440000
            ADD 1 TO WRK-REGFGTSCALC                                    00441000
            COMPUTE WRK-CST-FGTS ROUNDED =                              00442000
                    WRK-FOP-BRUTO * WRK-FGTS-PCT                        00443000
           END-IF.                                                      00444000
                                                                        00445000
           PERFORM 2200-BUSCAR-PROVISAO.                                00446000
           PERFORM 2300-CUSTO-DOS-PLANOS.                               00447000
                                                                        00448000
      *    VT: A EMPRESA ARCA COM A COMPRA MENOS O QUE FOI              00449000
      *    DESCONTADO DO FUNCIONARIO NA FOLHA.                          00450000
           IF WRK-VT-COMPRA GREATER WRK-DESC-VT                         00451000
            COMPUTE WRK-CST-VT = WRK-VT-COMPRA - WRK-DESC-VT            00452000
           END-IF.                                                      00453000
                                                                        00454000
      *    VR: IDEM, CREDITO DO IVAN.VRCOMPRA (FR22DB74) MENOS          00454140
      *    A PARTE DO FUNCIONARIO DESCONTADA NA VERBA 'VR'.             00454280
           IF WRK-VR-COMPRA GREATER WRK-DESC-VR                         00454420
            COMPUTE WRK-CST-VR = WRK-VR-COMPRA - WRK-DESC-VR            00454560
           END-IF.                                                      00454700
                                                                        00454840
           COMPUTE WRK-CST-TOTAL =                                      00455000
                   WRK-CST-BRUTO + WRK-CST-PATR + WRK-CST-FGTS          00456000
                   + WRK-CST-PROV13 + WRK-CST-PROVFER                   00457000
                   + WRK-CST-PLANOS + WRK-CST-VT + WRK-CST-VR.          00458000
                                                                        00459000
           IF WRK-CST-SALARIO GREATER ZEROS                             00460000
            COMPUTE WRK-FATOR ROUNDED =                                 00461000
                    WRK-CST-TOTAL / WRK-CST-SALARIO                     00462000
           ELSE                                                         00463000
            MOVE ZEROS TO WRK-FATOR                                     00464000
           END-IF.                                                      00465000
                                                                        00466000
           PERFORM 2500-IMPRIMIR-FUNCIONARIO.                           00467000
           PERFORM 2600-GRAVAR-CSV.                                     00468000
                                                                        00469000
           ADD 1                TO WRK-SETOR-QTDE.                      00470000
           ADD WRK-CST-SALARIO  TO WRK-SET-SALARIO.                     00471000
           ADD WRK-CST-BRUTO    TO WRK-SET-BRUTO.                       00472000
           ADD WRK-CST-PATR     TO WRK-SET-PATR.                        00473000
           ADD WRK-CST-FGTS     TO WRK-SET-FGTS.                        00474000
           ADD WRK-CST-PROV13 WRK-CST-PROVFER TO WRK-SET-PROV.          00475000
           ADD WRK-CST-PLANOS WRK-CST-VT WRK-CST-VR                     00475400
                                TO WRK-SET-BENEF.                       00475800
           ADD WRK-CST-VT       TO WRK-GER-VT.                          00476200
           ADD WRK-CST-VR       TO WRK-GER-VR.                          00476600
           ADD WRK-CST-TOTAL    TO WRK-SET-TOTAL.                       00477000
                                                                        00478000
           PERFORM 4000-LER-FOLHA.                                      00479000
      *-----------------------------------------------------            00480000
       2000-99-FIM.                                  EXIT.              00481000
      *-----------------------------------------------------            00482000
                                                                        00483000
      *-----------------------------------------------------            00484000
       2200-BUSCAR-PROVISAO                       SECTION.              00485000
      *-----------------------------------------------------            00486000
      *    BALANCO COM O PROVDET, AMBOS POR SETOR E ID. QUEM            00487000
      *    NAO TEM PROVISAO (DESLIGADO NO MES, TROCA DE SETOR           00488000
      *    DEPOIS DO FR22DB17) FICA SEM A PARCELA E E CONTADO.          00489000
           MOVE DB2-SETOR TO WRK-CHF-SETOR.                             00490000
           MOVE DB2-ID    TO WRK-CHF-ID.                                00491000
                                                                        00492000
           PERFORM 5100-LER-PROVDET                                     00493000
                   UNTIL WRK-CHAVE-PROV NOT LESS WRK-CHAVE-FOLHA.       00494000
                                                                        00495000
           IF WRK-CHAVE-PROV EQUAL WRK-CHAVE-FOLHA                      00496000
            MOVE FD-DET-PROV13  TO WRK-CST-PROV13                       00497000
            MOVE FD-DET-PROVFER TO WRK-CST-PROVFER                      00498000
           ELSE                                                         00499000
            ADD 1 TO WRK-REGSEMPROV                                     00500000
            DISPLAY 'SEM PROVISAO NO PROVDET - ID: ' WRK-CHF-ID         00501000
                    ' SETOR: ' WRK-CHF-SETOR                            00502000
           END-IF.                                                      00503000
      *-----------------------------------------------------            00504000
       2200-99-FIM.                                  EXIT.              00505000
      *-----------------------------------------------------            00506000
                                                                        00507000
      *-----------------------------------------------------            00508000
       2300-CUSTO-DOS-PLANOS                      SECTION.              00509000
      *-----------------------------------------------------            00510000
      *    A OPERADORA COBRA DA EMPRESA O TITULAR MAIS OS               00511000
      *    DEPENDENTES (IVAN.BENEF X IVAN.PLANO, MESMA CONTA            00512000
      *    DO FR22DB13); A PARTE DA EMPRESA E O QUE NAO FOI             00513000
      *    RECUPERADO NO DESCONTO 'PLAN' DA FOLHA.                      00514000
           MOVE ZEROS  TO WRK-PLANO-CUSTO.                              00515000
           MOVE SPACES TO WRK-BEN-PLANMED.                              00516000
           MOVE SPACES TO WRK-BEN-PLANDENT.                             00517000
           MOVE ZEROS  TO WRK-BEN-NUMDEP.                               00518000
                                                                        00519000
           EXEC SQL                                                     00520000
            SELECT PLANMED,PLANDENT,NUMDEPEND                           00521000
             INTO :WRK-BEN-PLANMED,                                     00522000
                  :WRK-BEN-PLANDENT :WRK-NULL-DENT,                     00523000
                  :WRK-BEN-NUMDEP                                       00524000
             FROM IVAN.BENEF                                            00525000
             WHERE IDFUNC = :DB2-ID                                     00526000
             FETCH FIRST ROW ONLY                                       00527000
           END-EXEC.                                                    00528000
                                                                        00529000
           IF SQLCODE EQUAL 0                                           00530000
            IF WRK-NULL-DENT NOT EQUAL 0                                00531000
             MOVE SPACES TO WRK-BEN-PLANDENT                            00532000
            END-IF                                                      00533000
            IF WRK-BEN-PLANMED NOT EQUAL SPACES                         00534000
             PERFORM 2350-CUSTO-DO-PLANO                                00535000
            END-IF                                                      00536000
            MOVE WRK-BEN-PLANDENT TO WRK-BEN-PLANMED                    00537000
            IF WRK-BEN-PLANMED NOT EQUAL SPACES                         00538000
             PERFORM 2350-CUSTO-DO-PLANO                                00539000
            END-IF                                                      00540000
           END-IF.                                                      00541000
                                                                        00542000
           IF WRK-PLANO-CUSTO GREATER WRK-DESC-PLAN                     00543000
            COMPUTE WRK-CST-PLANOS =                                    00544000
                    WRK-PLANO-CUSTO - WRK-DESC-PLAN                     00545000
           END-IF.                                                      00546000
      *-----------------------------------------------------            00547000
       2300-99-FIM.                                  EXIT.              00548000
      *-----------------------------------------------------            00549000
                                                                        00550000
      *-----------------------------------------------------            00551000
       2350-CUSTO-DO-PLANO                        SECTION.              00552000
      *-----------------------------------------------------            00553000
           MOVE ZEROS TO WRK-PLA-VALORTIT.                              00554000
           MOVE ZEROS TO WRK-PLA-VALORDEP.                              00555000
                                                                        00556000
           EXEC SQL                                                     00557000
            SELECT VALORTIT,VALORDEP                                    00558000
             INTO :WRK-PLA-VALORTIT,:WRK-PLA-VALORDEP                   00559000
             FROM IVAN.PLANO                                            00560000
             WHERE IDPLANO = :WRK-BEN-PLANMED                           00561000
             FETCH FIRST ROW ONLY                                       00562000
           END-EXEC.                                                    00563000
                                                                        00564000
           IF SQLCODE EQUAL 0                                           00565000
            COMPUTE WRK-PLANO-CUSTO ROUNDED = WRK-PLANO-CUSTO           00566000
                    + WRK-PLA-VALORTIT                                  00567000
                    + (WRK-PLA-VALORDEP * WRK-BEN-NUMDEP)               00568000
           ELSE                                                         00569000
            DISPLAY 'PLANO SEM CUSTO CADASTRADO: '                      00570000
                    WRK-BEN-PLANMED ' - ID: ' WRK-CHF-ID                00571000
           END-IF.                                                      00572000
      *-----------------------------------------------------            00573000
       2350-99-FIM.                                  EXIT.              00574000
      *-----------------------------------------------------            00575000
                                                                        00576000
      *-----------------------------------------------------            00577000
       2500-IMPRIMIR-FUNCIONARIO                  SECTION.              00578000
      *-----------------------------------------------------            00579000
           MOVE SPACES            TO WRK-REL-LINHA.                     00580000
           MOVE WRK-CHF-ID        TO WRK-REL-ID.                        00581000
           MOVE DB2-NOME          TO WRK-REL-NOME.                      00582000
           MOVE WRK-CST-SALARIO   TO WRK-REL-SALARIO.                   00583000
           MOVE WRK-CST-BRUTO     TO WRK-REL-BRUTO.                     00584000
           MOVE WRK-CST-PATR      TO WRK-REL-PATR.                      00585000
           MOVE WRK-CST-FGTS      TO WRK-REL-FGTS.                      00586000
           COMPUTE WRK-REL-PROV  = WRK-CST-PROV13                       00587000
                                 + WRK-CST-PROVFER.                     00588000
           COMPUTE WRK-REL-BENEF = WRK-CST-PLANOS                       00589000
                                 + WRK-CST-VT                           00589660
                                 + WRK-CST-VR.                          00590320
           MOVE WRK-CST-TOTAL     TO WRK-REL-TOTAL.                     00591000
           MOVE WRK-FATOR         TO WRK-REL-FATOR.                     00592000
           WRITE FD-RELCUSTO FROM WRK-REL-LINHA.                        00593000
      *-----------------------------------------------------            00594000
       2500-99-FIM.                                  EXIT.              00595000
      *-----------------------------------------------------            00596000
                                                                        00597000
      *-----------------------------------------------------            00598000
       2600-GRAVAR-CSV                            SECTION.              00599000
      *-----------------------------------------------------            00600000
           MOVE SPACES TO WRK-CSV-LINHA.                                00601000
           MOVE 1      TO WRK-CSV-PTR.                                  00602000
           STRING WRK-PARM-COMPET DELIMITED BY SIZE                     00603000
                  ';'             DELIMITED BY SIZE                     00604000
                  DB2-SETOR       DELIMITED BY SPACE                    00605000
                  ';'             DELIMITED BY SIZE                     00606000
                  WRK-CHF-ID      DELIMITED BY SIZE                     00607000
                  ';'             DELIMITED BY SIZE                     00608000
                  DB2-NOME        DELIMITED BY '  '                     00609000
                  INTO WRK-CSV-LINHA                                    00610000
                  WITH POINTER WRK-CSV-PTR                              00611000
           END-STRING.                                                  00612000
                                                                        00613000
           MOVE WRK-CST-SALARIO TO WRK-CSV-VALOR.                       00614000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00615000
           MOVE WRK-CST-BRUTO   TO WRK-CSV-VALOR.                       00616000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00617000
           MOVE WRK-CST-PATR    TO WRK-CSV-VALOR.                       00618000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00619000
           MOVE WRK-CST-FGTS    TO WRK-CSV-VALOR.                       00620000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00621000
           MOVE WRK-CST-PROV13  TO WRK-CSV-VALOR.                       00622000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00623000
           MOVE WRK-CST-PROVFER TO WRK-CSV-VALOR.                       00624000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00625000
           MOVE WRK-CST-PLANOS  TO WRK-CSV-VALOR.                       00626000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00627000
           MOVE WRK-CST-VT      TO WRK-CSV-VALOR.                       00628000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00628330
           MOVE WRK-CST-VR      TO WRK-CSV-VALOR.                       00628660
           PERFORM 2650-ACRESCENTAR-VALOR.                              00629000
           MOVE WRK-CST-TOTAL   TO WRK-CSV-VALOR.                       00630000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00631000
           MOVE WRK-FATOR       TO WRK-CSV-VALOR.                       00632000
           PERFORM 2650-ACRESCENTAR-VALOR.                              00633000
                                                                        00634000
           WRITE FD-CUSTOCSV FROM WRK-CSV-LINHA.                        00635000
      *-----------------------------------------------------            00636000
       2600-99-FIM.                                  EXIT.              00637000
      *-----------------------------------------------------            00638000
                                                                        00639000
      *-----------------------------------------------------            00640000
       2650-ACRESCENTAR-VALOR                     SECTION.              00641000
      *-----------------------------------------------------            00642000
      *    VALOR SEM BRANCOS A ESQUERDA E COM VIRGULA DECIMAL,          00643000
      *    COMO A PLANILHA DO FINANCEIRO LE.                            00644000
           MOVE WRK-CSV-VALOR TO WRK-CSV-EDITADO.                       00645000
           MOVE ZEROS TO WRK-CSV-BRANCOS.                               00646000
           INSPECT WRK-CSV-EDITADO                                      00647000
                   TALLYING WRK-CSV-BRANCOS FOR LEADING SPACES.         00648000
           ADD 1 TO WRK-CSV-BRANCOS.                                    00649000
                                                                        00650000
           STRING ';'             DELIMITED BY SIZE                     00651000
                  WRK-CSV-EDITADO (WRK-CSV-BRANCOS:)                    00652000
                                  DELIMITED BY SIZE                     00653000
                  INTO WRK-CSV-LINHA                                    00654000
                  WITH POINTER WRK-CSV-PTR                              00655000
           END-STRING.                                                  00656000
      *-----------------------------------------------------            00657000
       2650-99-FIM.                                  EXIT.              00658000
      *-----------------------------------------------------            00659000
                                                                        00660000
      *-----------------------------------------------------            00661000
       2700-FECHAR-SETOR                          SECTION.              00662000
      *-----------------------------------------------------            00663000
           ADD 1 TO WRK-REGSETORES.                                     00664000
                                                                        00665000
           IF WRK-SET-SALARIO GREATER ZEROS                             00666000
            COMPUTE WRK-FATOR ROUNDED =                                 00667000
                    WRK-SET-TOTAL / WRK-SET-SALARIO                     00668000
           ELSE                                                         00669000
            MOVE ZEROS TO WRK-FATOR                                     00670000
           END-IF.                                                      00671000
                                                                        00672000
           WRITE FD-RELCUSTO FROM WRK-REL-TRACO.                        00673000
           MOVE SPACES            TO WRK-REL-LINHA.                     00674000
           MOVE WRK-SETOR-ANT     TO WRK-REL-ID.                        00675000
           MOVE 'SUBTOTAL DO SETOR' TO WRK-REL-NOME.                    00676000
           MOVE WRK-SET-SALARIO   TO WRK-REL-SALARIO.                   00677000
           MOVE WRK-SET-BRUTO     TO WRK-REL-BRUTO.                     00678000
           MOVE WRK-SET-PATR      TO WRK-REL-PATR.                      00679000
           MOVE WRK-SET-FGTS      TO WRK-REL-FGTS.                      00680000
           MOVE WRK-SET-PROV      TO WRK-REL-PROV.                      00681000
           MOVE WRK-SET-BENEF     TO WRK-REL-BENEF.                     00682000
           MOVE WRK-SET-TOTAL     TO WRK-REL-TOTAL.                     00683000
           MOVE WRK-FATOR         TO WRK-REL-FATOR.                     00684000
           WRITE FD-RELCUSTO FROM WRK-REL-LINHA.                        00685000
                                                                        00686000
           PERFORM 2750-PROJETAR-META.                                  00687000
           WRITE FD-RELCUSTO FROM WRK-LINHABRANCO.                      00688000
                                                                        00689000
           ADD WRK-SET-SALARIO TO WRK-GER-SALARIO.                      00690000
           ADD WRK-SET-BRUTO   TO WRK-GER-BRUTO.                        00691000
           ADD WRK-SET-PATR    TO WRK-GER-PATR.                         00692000
           ADD WRK-SET-FGTS    TO WRK-GER-FGTS.                         00693000
           ADD WRK-SET-PROV    TO WRK-GER-PROV.                         00694000
           ADD WRK-SET-BENEF   TO WRK-GER-BENEF.                        00695000
           ADD WRK-SET-TOTAL   TO WRK-GER-TOTAL.                        00696000
                                                                        00697000
           INITIALIZE WRK-SETOR-CUSTO.                                  00698000
           MOVE ZEROS TO WRK-SETOR-QTDE.                                00699000
      *-----------------------------------------------------            00700000
       2700-99-FIM.                                  EXIT.              00701000
      *-----------------------------------------------------            00702000
                                                                        00703000
      *-----------------------------------------------------            00704000
       2750-PROJETAR-META                         SECTION.              00705000
      *-----------------------------------------------------            00706000
      *    O FATOR DO SETOR APLICADO A MASSA ORCADA VIGENTE             00707000
      *    DA O CUSTO TOTAL QUE O ORCAMENTO DEVE PREVER.                00708000
           EXEC SQL                                                     00709000
            SELECT METAMASSA INTO :WRK-META-MASSA                       00710000
             FROM IVAN.SETORMETA                                        00711000
             WHERE SETOR  = :WRK-SETOR-ANT                              00712000
               AND VIGINI <= :WRK-PARM-COMPET                           00713000
               AND VIGFIM >= :WRK-PARM-COMPET                           00714000
             FETCH FIRST ROW ONLY                                       00715000
           END-EXEC.                                                    00716000
                                                                        00717000
           EVALUATE SQLCODE                                             00718000
            WHEN 0                                                      00719000
             COMPUTE WRK-META-CUSTO ROUNDED =                           00720000
                     WRK-META-MASSA * WRK-FATOR                         00721000
             MOVE WRK-META-MASSA TO WRK-REL-MET-MASSA                   00722000
             MOVE WRK-META-CUSTO TO WRK-REL-MET-CUSTO                   00723000
             WRITE FD-RELCUSTO FROM WRK-REL-META                        00724000
            WHEN 100                                                    00725000
             WRITE FD-RELCUSTO FROM WRK-REL-SEMMETA                     00726000
            WHEN OTHER                                                  00727000
             MOVE SQLCODE TO WRK-SQLCODE                                00728000
             DISPLAY 'ERRO' WRK-SQLCODE ' AO LER IVAN.SETORMETA'        00729000
             STOP RUN                                                   00730000
           END-EVALUATE.                                                00731000
      *-----------------------------------------------------            00732000
       2750-99-FIM.                                  EXIT.              00733000
      *-----------------------------------------------------            00734000
                                                                        00735000
      *-----------------------------------------------------            00736000
       3000-FINALIZAR                             SECTION.              00737000
      *-----------------------------------------------------            00738000
           IF WRK-SETOR-ANT NOT EQUAL SPACES                            00739000
            PERFORM 2700-FECHAR-SETOR                                   00740000
           END-IF.                                                      00741000
                                                                        00742000
           EXEC SQL                                                     00743000
              CLOSE CCUSTO                                              00744000
           END-EXEC.                                                    00745000
                                                                        00746000
           IF WRK-GER-SALARIO GREATER ZEROS                             00747000
            COMPUTE WRK-FATOR ROUNDED =                                 00748000
                    WRK-GER-TOTAL / WRK-GER-SALARIO                     00749000
           ELSE                                                         00750000
            MOVE ZEROS TO WRK-FATOR                                     00751000
           END-IF.                                                      00752000
                                                                        00753000
           WRITE FD-RELCUSTO FROM WRK-REL-TRACO.                        00754000
           MOVE SPACES            TO WRK-REL-LINHA.                     00755000
           MOVE 'TOTAL GERAL'     TO WRK-REL-NOME.                      00756000
           MOVE WRK-GER-SALARIO   TO WRK-REL-SALARIO.                   00757000
           MOVE WRK-GER-BRUTO     TO WRK-REL-BRUTO.                     00758000
           MOVE WRK-GER-PATR      TO WRK-REL-PATR.                      00759000
           MOVE WRK-GER-FGTS      TO WRK-REL-FGTS.                      00760000
           MOVE WRK-GER-PROV      TO WRK-REL-PROV.                      00761000
           MOVE WRK-GER-BENEF     TO WRK-REL-BENEF.                     00762000
           MOVE WRK-GER-TOTAL     TO WRK-REL-TOTAL.                     00763000
           MOVE WRK-FATOR         TO WRK-REL-FATOR.                     00764000
           WRITE FD-RELCUSTO FROM WRK-REL-LINHA.                        00765000
           WRITE FD-RELCUSTO FROM WRK-REL-TRACO.                        00766000
                                                                        00767000
           CLOSE PROVDET RELCUSTO CUSTOCSV.                             00768000
                                                                        00769000
           DISPLAY ' '.                                                 00770000
           DISPLAY 'COMPETENCIA:         ' WRK-PARM-COMPET.             00771000
           DISPLAY 'FUNCIONARIOS LIDOS:  ' WRK-REGLIDOS.                00772000
           DISPLAY 'SETORES:             ' WRK-REGSETORES.              00773000
           DISPLAY 'PROVDET LIDOS:       ' WRK-REGPROVLIDOS.            00774000
           DISPLAY 'SEM PROVISAO:        ' WRK-REGSEMPROV.              00775000
           DISPLAY 'FGTS SEM LANCAMENTO: ' WRK-REGFGTSCALC.             00776000
           DISPLAY 'PARTE EMPRESA VT:    ' WRK-GER-VT.                  00776330
           DISPLAY 'PARTE EMPRESA VR:    ' WRK-GER-VR.                  00776660
           DISPLAY 'CUSTO TOTAL:         ' WRK-GER-TOTAL.               00777000
           DISPLAY 'FATOR S/ SALARIO:    ' WRK-FATOR.                   00778000
      *-----------------------------------------------------            00779000
       3000-99-FIM.                                  EXIT.              00780000
      *-----------------------------------------------------            00781000
                                                                        00782000
      *-----------------------------------------------------            00783000
       4000-LER-FOLHA                             SECTION.              00784000
      *-----------------------------------------------------            00785000
           EXEC SQL                                                     00786000
             FETCH CCUSTO                                               00787000
              INTO :DB2-ID,                                             00788000
                   :DB2-NOME,                                           00789000
                   :DB2-SETOR,                                          00790000
                   :DB2-SALARIO,                                        00791000
                   :WRK-FOP-BRUTO,                                      00792000
                   :WRK-FGTS-LANC,                                      00793000
                   :WRK-FGTS-RAZAO,                                     00794000
                   :WRK-DESC-PLAN,                                      00795000
                   :WRK-DESC-VT,                                        00796000
                   :WRK-VT-COMPRA,                                      00796500
                   :WRK-DESC-VR,                                        00797000
                   :WRK-VR-COMPRA                                       00797500
           END-EXEC.                                                    00798000
                                                                        00799000
           EVALUATE SQLCODE                                             00800000
            WHEN 0                                                      00801000
             ADD 1 TO WRK-REGLIDOS                                      00802000
            WHEN 100                                                    00803000
             DISPLAY 'FINAL DA TABELA'                                  00804000
            WHEN OTHER                                                  00805000
             MOVE SQLCODE TO WRK-SQLCODE                                00806000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00807000
           END-EVALUATE.                                                00808000
      *-----------------------------------------------------            00809000
       4000-99-FIM.                                  EXIT.              00810000
      *-----------------------------------------------------            00811000
                                                                        00812000
      *-----------------------------------------------------            00813000
       5100-LER-PROVDET                           SECTION.              00814000
      *-----------------------------------------------------            00815000
           READ PROVDET.                                                00816000
           IF WRK-FS-PROVDET EQUAL 10                                   00817000
            MOVE HIGH-VALUES TO WRK-CHAVE-PROV                          00818000
           ELSE                                                         00819000
            ADD 1 TO WRK-REGPROVLIDOS                                   00820000
            MOVE FD-DET-SETOR TO WRK-CHP-SETOR                          00821000
            MOVE FD-DET-ID    TO WRK-CHP-ID                             00822000
           END-IF.                                                      00823000
      *-----------------------------------------------------            00824000
       5100-99-FIM.                                  EXIT.              00825000
      *-----------------------------------------------------            00826000
