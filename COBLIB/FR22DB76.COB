      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB76.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: PROJECAO CONSOLIDADA DO FLUXO DE CAIXA *             00008000
      *            DA TESOURARIA, DIA UTIL A DIA UTIL     *             00009000
      *            (SUBROTINA DIAUTIL / IVAN.FERIADO), NO *             00010000
      *            HORIZONTE PEDIDO A PARTIR DA DATA      *             00011000
      *            INICIAL:                               *             00012000
      *            ENTRADAS - DUPLICATAS EM ABERTO DO     *             00013000
      *            DUPANT (FR22CB27/FR22CB28) PELO        *             00014000
      *            SALDO, NO VENCIMENTO DESLOCADO PELO    *             00015000
      *            ATRASO MEDIO HISTORICO DO CLIENTE      *             00016000
      *            (BAIXAS DO RECDUP GRAVADAS PELO        *             00017000
      *            FR22CB28).                             *             00018000
      *            SAIDAS - TITULOS EM ABERTO DO CONTAS A *             00019000
      *            PAGAR (APANT, FR22CB46/FR22CB47) NO    *             00020000
      *            VENCIMENTO; FOLHA LIQUIDA DA ULTIMA    *             00021000
      *            COMPETENCIA NORMAL DE IVAN.FOPAG NO    *             00022000
      *            ULTIMO DIA UTIL DE CADA MES (COMO O    *             00023000
      *            FR22EX05); GUIA DE RECOLHIMENTO (INSS, *             00024000
      *            PATRONAL E IRRF, COMO O FR22DB46) NO   *             00025000
      *            DIA 20 ANTECIPADO PARA DIA UTIL; 13O   *             00026000
      *            SALARIO EM DUAS METADES (30/11 E       *             00027000
      *            20/12); FERIAS CONFIRMADAS (IVAN.FERIAS*             00028000
      *            'C', COM O TERCO) 2 DIAS UTEIS ANTES   *             00029000
      *            DO GOZO, COMO O FR22DB43; E O REPASSE  *             00030000
      *            DAS CONSIGNACOES ATIVAS (IVAN.CONSIG)  *             00031000
      *            NO DIA DA FOLHA, ENQUANTO HOUVER       *             00032000
      *            PARCELAS.                              *             00033000
      *            TITULO VENCIDO ENTRA NO PRIMEIRO DIA;  *             00034000
      *            O QUE CAI DEPOIS DO HORIZONTE SO E     *             00035000
      *            TOTALIZADO. RELFLUXO TRAZ O SALDO      *             00036000
      *            ACUMULADO A PARTIR DO SALDO INICIAL    *             00037000
      *            INFORMADO, COM OS DIAS NEGATIVOS       *             00038000
      *            DESTACADOS.                            *             00039000
      *---------------------------------------------------*             00040000
      *  PARAMETRO (SYSIN): DATA INICIAL AAAAMMDD (ZEROS =*             00041000
      *  DATA DO SISTEMA), HORIZONTE EM DIAS CORRIDOS 999 *             00042000
      *  (PADRAO 090, MAXIMO 360), SALDO INICIAL          *             00043000
      *  9(11)V99 E SINAL ('-' = SALDO DEVEDOR).          *             00044000
      *---------------------------------------------------*             00045000
      *  ARQUIVOS:                                        *             00046000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00047000
      *  RECDUP              I             ---------      *             00048000
      *  DUPANT              I             ---------      *             00049000
      *  APANT               I             ---------      *             00050000
      *  RELFLUXO            O             ---------      *             00051000
      *---------------------------------------------------*             00052000
      *  BASE  DE DADOS:                                  *             00053000
      *  TABELA             I/O           INCLUDE/BOOK    *             00054000
      *  IVAN.FOPAG          I             ---------      *             00055000
      *  IVAN.FUNC           I               #BKFUNC      *             00056000
      *  IVAN.ALIQUOTA       I             ---------      *             00057000
      *  IVAN.FERIAS         I             ---------      *             00058000
      *  IVAN.CONSIG         I             ---------      *             00059000
      *  IVAN.FERIADO        I              #DIAUTIL      *             00060000
      *===================================================*             00061000
                                                                        00062000
      *====================================================             00063000
       ENVIRONMENT                               DIVISION.              00064000
      *====================================================             00065000
       CONFIGURATION                             SECTION.               00066000
       SPECIAL-NAMES.                                                   00067000
           DECIMAL-POINT  IS COMMA.                                     00068000
                                                                        00069000
       INPUT-OUTPUT                              SECTION.               00070000
       FILE-CONTROL.                                                    00071000
           SELECT RECDUP ASSIGN TO RECDUP                               00072000
               FILE STATUS IS WRK-FS-RECDUP.                            00073000
                                                                        00074000
           SELECT DUPANT ASSIGN TO DUPANT                               00075000
               FILE STATUS IS WRK-FS-DUPANT.                            00076000
                                                                        00077000
           SELECT APANT ASSIGN TO APANT                                 00078000
               FILE STATUS IS WRK-FS-APANT.                             00079000
                                                                        00080000
           SELECT RELFLUXO ASSIGN TO RELFLUXO                           00081000
               FILE STATUS IS WRK-FS-RELFLUXO.                          00082000
                                                                        00083000
      *====================================================             00084000
       DATA                                      DIVISION.              00085000
      *====================================================             00086000
      *-----------------------------------------------------            00087000
       FILE                                      SECTION.               00088000
      *-----------------------------------------------------            00089000
       FD RECDUP                                                        00090000
           RECORDING MODE IS F                                          00091000
           BLOCK CONTAINS 0 RECORDS.                                    00092000
      *-----------LRECL 60----------------------------------            00093000
       01 FD-RECDUP.                                                    00094000
          05 FD-REC-NUMERO      PIC 9(06).                              00095000
          05 FD-REC-CLIENTE     PIC 9(05).                              00096000
          05 FD-REC-VENDEDOR    PIC 9(05).                              00097000
          05 FD-REC-DATA        PIC 9(08).                              00098000
          05 FD-REC-VALOR-DUP   PIC 9(08)V9(02).                        00099000
          05 FD-REC-COMISSAO    PIC 9(08)V9(02).                        00100000
          05 FD-REC-APLICADO    PIC 9(08)V9(02).                        00101000
          05 FD-REC-SITUACAO    PIC X(01).                              00102000
          05 FD-REC-DIAS-ATRASO PIC 9(03).                              00103000
          05 FILLER             PIC X(02).                              00104000
                                                                        00105000
       FD DUPANT                                                        00106000
           RECORDING MODE IS F                                          00107000
           BLOCK CONTAINS 0 RECORDS.                                    00108000
      *-----------LRECL 75----------------------------------            00109000
       01 FD-DUPANT.                                                    00110000
          05 FD-DUP-NUMERO      PIC 9(06).                              00111000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00112000
          05 FD-DUP-VALOR       PIC 9(08)V9(02).                        00113000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00114000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00115000
          05 FD-DUP-SITUACAO    PIC X(01).                              00116000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00117000
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00118000
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00119000
          05 FD-DUP-DTCALC      PIC 9(08).                              00120000
          05 FD-DUP-MULTADA     PIC X(01).                              00121000
          05 FILLER             PIC X(01).                              00122000
                                                                        00123000
       FD APANT                                                         00124000
           RECORDING MODE IS F                                          00125000
           BLOCK CONTAINS 0 RECORDS.                                    00126000
      *-----------LRECL 80----------------------------------            00127000
       01 FD-APANT.                                                     00128000
          05 FD-APA-CODFORN     PIC 9(05).                              00129000
          05 FD-APA-NOTA        PIC 9(08).                              00130000
          05 FD-APA-EMISSAO     PIC 9(08).                              00131000
          05 FD-APA-VENCTO      PIC 9(08).                              00132000
          05 FD-APA-VALOR       PIC 9(09)V99.                           00133000
          05 FD-APA-SITUACAO    PIC X(01).                              00134000
          05 FD-APA-DTPAGTO     PIC 9(08).                              00135000
          05 FD-APA-PEDIDO      PIC 9(06).                              00136000
          05 FD-APA-DTLANC      PIC 9(08).                              00137000
          05 FILLER             PIC X(17).                              00138000
                                                                        00139000
       FD RELFLUXO                                                      00140000
           RECORDING MODE IS F                                          00141000
           BLOCK CONTAINS 0 RECORDS.                                    00142000
      *-----------LRECL 132---------------------------------            00143000
       01 FD-RELFLUXO           PIC X(132).                             00144000
      *-----------------------------------------------------            00145000
       WORKING-STORAGE                           SECTION.               00146000
      *-----------------------------------------------------            00147000
           COPY '#DIAUTIL'.                                             00148000
                                                                        00149000
           EXEC SQL                                                     00150000
              INCLUDE #BKFUNC                                           00151000
           END-EXEC.                                                    00152000
                                                                        00153000
           EXEC SQL                                                     00154000
              INCLUDE SQLCA                                             00155000
           END-EXEC.                                                    00156000
                                                                        00157000
      *    FERIAS JA CONFIRMADAS PELO RH (F22CIP4) QUE AINDA            00158000
      *    NAO COMECARAM; O PAGAMENTO E O DO FR22DB43.                  00159000
           EXEC SQL                                                     00160000
              DECLARE CFERIAS CURSOR FOR                                00161000
               SELECT F.SALARIO, R.AGENDAINI, R.DIASGOZADOS             00162000
                FROM IVAN.FERIAS R, IVAN.FUNC F                         00163000
                WHERE R.IDFUNC = F.ID                                   00164000
                  AND R.STATUS = 'C'                                    00165000
                  AND R.AGENDAINI >= :WRK-INICIO-DB2                    00166000
                ORDER BY R.AGENDAINI                                    00167000
           END-EXEC.                                                    00168000
                                                                        00169000
       77 WRK-AGENDINI-DB2 PIC X(10).                                   00170000
       77 WRK-DIAS-DB2     PIC 9(02).                                   00171000
       77 WRK-NULL-COMPET  PIC S9(04) COMP.                             00172000
                                                                        00173000
       01 WRK-PARM.                                                     00174000
          05 WRK-PARM-DATA    PIC 9(08).                                00175000
          05 WRK-PARM-HORIZ   PIC 9(03).                                00176000
          05 WRK-PARM-SALDO   PIC 9(11)V9(02).                          00177000
          05 WRK-PARM-SINAL   PIC X(01).                                00178000
      *----------------------------------------------------             00179000
       01 FILLER PIC X(48) VALUE                                        00180000
           '--------------VARIAVEIS PARA APOIO-----------'.             00181000
      *----------------------------------------------------             00182000
       77 WRK-SQLCODE      PIC -999.                                    00183000
       77 WRK-FS-RECDUP    PIC 9(02).                                   00184000
       77 WRK-FS-DUPANT    PIC 9(02).                                   00185000
       77 WRK-FS-APANT     PIC 9(02).                                   00186000
       77 WRK-FS-RELFLUXO  PIC 9(02).                                   00187000
       01 WRK-INICIO-DB2.                                               00188000
          05 WRK-IDB-ANO    PIC 9(04).                                  00189000
          05 FILLER         PIC X(01) VALUE '-'.                        00190000
          05 WRK-IDB-MES    PIC 9(02).                                  00191000
          05 FILLER         PIC X(01) VALUE '-'.                        00192000
          05 WRK-IDB-DIA    PIC 9(02).                                  00193000
       01 WRK-AGENDINI-R.                                               00194000
          05 WRK-AGI-ANO    PIC 9(04).                                  00195000
          05 FILLER         PIC X(01).                                  00196000
          05 WRK-AGI-MES    PIC 9(02).                                  00197000
          05 FILLER         PIC X(01).                                  00198000
          05 WRK-AGI-DIA    PIC 9(02).                                  00199000
      *----------------------------------------------------             00200000
       01 FILLER PIC X(48) VALUE                                        00201000
           '--------------DATAS (BASE COMERCIAL 360/30)--'.             00202000
      *----------------------------------------------------             00203000
       01 WRK-DATA-AUX-N       PIC 9(08).                               00204000
       01 FILLER REDEFINES WRK-DATA-AUX-N.                              00205000
          05 WRK-AUX-ANO      PIC 9(04).                                00206000
          05 WRK-AUX-MES      PIC 9(02).                                00207000
          05 WRK-AUX-DIA      PIC 9(02).                                00208000
       77 WRK-DIAS-AUX         PIC 9(08) VALUE ZEROS.                   00209000
       77 WRK-DIAS-RESTO       PIC 9(08) VALUE ZEROS.                   00210000
       77 WRK-DATA-INICIAL     PIC 9(08) VALUE ZEROS.                   00211000
       77 WRK-DATA-FINAL       PIC 9(08) VALUE ZEROS.                   00212000
      *----------------------------------------------------             00213000
       01 FILLER PIC X(48) VALUE                                        00214000
           '--------------DIAS UTEIS DO HORIZONTE--------'.             00215000
      *----------------------------------------------------             00216000
       77 WRK-DIA-COUNT        PIC 9(03) VALUE ZEROS.                   00217000
       77 WRK-DIA-IDX          PIC 9(03) VALUE ZEROS.                   00218000
       77 WRK-FIM-DIAS         PIC X(01) VALUE 'N'.                     00219000
       01 WRK-DIA-TAB.                                                  00220000
          05 WRK-DIA-ITEM OCCURS 300 TIMES.                             00221000
             10 WRK-DIA-DATA      PIC 9(08).                            00222000
             10 WRK-DIA-ENTRADA   PIC 9(11)V9(02).                      00223000
             10 WRK-DIA-FORNEC    PIC 9(11)V9(02).                      00224000
             10 WRK-DIA-FOLHA     PIC 9(11)V9(02).                      00225000
             10 WRK-DIA-GUIA      PIC 9(11)V9(02).                      00226000
             10 WRK-DIA-BENEF     PIC 9(11)V9(02).                      00227000
             10 WRK-DIA-CONSIG    PIC 9(11)V9(02).                      00228000
      *----------------------------------------------------             00229000
       01 FILLER PIC X(48) VALUE                                        00230000
           '--------------LANCAMENTO NO DIA UTIL---------'.             00231000
      *----------------------------------------------------             00232000
      *    TIPO: 1 DUPLICATA, 2 FORNECEDOR, 3 FOLHA, 4 GUIA,            00233000
      *    5 13O/FERIAS, 6 CONSIGNADO.                                  00234000
       77 WRK-EVT-DATA         PIC 9(08) VALUE ZEROS.                   00235000
       77 WRK-EVT-TIPO         PIC 9(01) VALUE ZEROS.                   00236000
       77 WRK-EVT-VALOR        PIC 9(11)V9(02) VALUE ZEROS.             00237000
      *----------------------------------------------------             00238000
       01 FILLER PIC X(48) VALUE                                        00239000
           '--------------ATRASO MEDIO POR CLIENTE-------'.             00240000
      *----------------------------------------------------             00241000
       77 WRK-CLI-COUNT        PIC 9(04) VALUE ZEROS.                   00242000
       77 WRK-CLI-IDX          PIC 9(04) VALUE ZEROS.                   00243000
       77 WRK-CLI-ACHOU        PIC X(01) VALUE 'N'.                     00244000
       77 WRK-CLI-CHAVE        PIC 9(05) VALUE ZEROS.                   00245000
       77 WRK-ATRASO-MEDIO     PIC 9(03) VALUE ZEROS.                   00246000
       01 WRK-CLI-TAB.                                                  00247000
          05 WRK-CLI-ITEM OCCURS 2000 TIMES.                            00248000
             10 WRK-CLI-CODIGO    PIC 9(05).                            00249000
             10 WRK-CLI-BAIXAS    PIC 9(07).                            00250000
             10 WRK-CLI-DIAS      PIC 9(09).                            00251000
      *----------------------------------------------------             00252000
       01 FILLER PIC X(48) VALUE                                        00253000
           '--------------FOLHA BASE DA PROJECAO---------'.             00254000
      *----------------------------------------------------             00255000
       77 WRK-FOLHA-OK         PIC X(01) VALUE 'N'.                     00256000
       77 WRK-FOL-COMPET       PIC 9(06) VALUE ZEROS.                   00257000
       77 WRK-FOL-LIQUIDO      PIC 9(13) VALUE ZEROS.                   00258000
       77 WRK-FOL-BRUTO        PIC 9(13) VALUE ZEROS.                   00259000
       77 WRK-FOL-INSS         PIC 9(13) VALUE ZEROS.                   00260000
       77 WRK-FOL-IRRF         PIC 9(13) VALUE ZEROS.                   00261000
       77 WRK-PATR-PCT         PIC 9V9(03) VALUE ZEROS.                 00262000
       77 WRK-GUIA-VALOR       PIC 9(11)V9(02) VALUE ZEROS.             00263000
       77 WRK-MASSA-SALARIO    PIC 9(11)V9(02) VALUE ZEROS.             00264000
       77 WRK-CONSIG-MES       PIC 9(11)V9(02) VALUE ZEROS.             00265000
       77 WRK-FER-VALOR        PIC 9(11)V9(02) VALUE ZEROS.             00266000
       77 WRK-FER-DIAS         PIC 9(02) VALUE ZEROS.                   00267000
      *----------------------------------------------------             00268000
       01 FILLER PIC X(48) VALUE                                        00269000
           '--------------MESES DO HORIZONTE-------------'.             00270000
      *----------------------------------------------------             00271000
       01 WRK-MES-CORRENTE.                                             00272000
          05 WRK-MES-ANO      PIC 9(04).                                00273000
          05 WRK-MES-MES      PIC 9(02).                                00274000
       01 WRK-MES-CORRENTE-N REDEFINES WRK-MES-CORRENTE                 00275000
                             PIC 9(06).                                 00276000
       77 WRK-MES-ULTIMO       PIC 9(06) VALUE ZEROS.                   00277000
       77 WRK-MES-PARCELA      PIC 9(03) VALUE ZEROS.                   00278000
       77 WRK-DATA-FOLHA       PIC 9(08) VALUE ZEROS.                   00279000
      *----------------------------------------------------             00280000
       01 FILLER PIC X(48) VALUE                                        00281000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00282000
      *----------------------------------------------------             00283000
       77 WRK-SALDO-INICIAL    PIC S9(13)V9(02) VALUE ZEROS.            00284000
       77 WRK-SALDO-ACUM       PIC S9(13)V9(02) VALUE ZEROS.            00285000
       77 WRK-SALDO-DIA        PIC S9(13)V9(02) VALUE ZEROS.            00286000
       77 WRK-SALDO-MINIMO     PIC S9(13)V9(02) VALUE ZEROS.            00287000
       77 WRK-DATA-MINIMO      PIC 9(08) VALUE ZEROS.                   00288000
       77 WRK-DATA-1O-NEG      PIC 9(08) VALUE ZEROS.                   00289000
       77 WRK-QTD-NEGATIVOS    PIC 9(03) VALUE ZEROS.                   00290000
       77 WRK-REGRECDUP        PIC 9(07) VALUE ZEROS.                   00291000
       77 WRK-REGDUP           PIC 9(06) VALUE ZEROS.                   00292000
       77 WRK-REGDUP-ATRASO    PIC 9(06) VALUE ZEROS.                   00293000
       77 WRK-REGAP            PIC 9(06) VALUE ZEROS.                   00294000
       77 WRK-REGFERIAS        PIC 9(06) VALUE ZEROS.                   00295000
       77 WRK-REGVENCIDOS      PIC 9(06) VALUE ZEROS.                   00296000
       77 WRK-REGFORA          PIC 9(06) VALUE ZEROS.                   00297000
       77 WRK-FORA-ENTRADAS    PIC 9(13)V9(02) VALUE ZEROS.             00298000
       77 WRK-FORA-SAIDAS      PIC 9(13)V9(02) VALUE ZEROS.             00299000
       01 WRK-TOTAIS.                                                   00300000
          05 WRK-TOT-ENTRADA   PIC 9(13)V9(02).                         00301000
          05 WRK-TOT-FORNEC    PIC 9(13)V9(02).                         00302000
          05 WRK-TOT-FOLHA     PIC 9(13)V9(02).                         00303000
          05 WRK-TOT-GUIA      PIC 9(13)V9(02).                         00304000
          05 WRK-TOT-BENEF     PIC 9(13)V9(02).                         00305000
          05 WRK-TOT-CONSIG    PIC 9(13)V9(02).                         00306000
      *----------------------------------------------------             00307000
       01 FILLER PIC X(48) VALUE                                        00308000
           '--------------LINHAS DO RELATORIO------------'.             00309000
      *----------------------------------------------------             00310000
       01 WRK-DATA-ED-N        PIC 9(08).                               00311000
       01 FILLER REDEFINES WRK-DATA-ED-N.                               00312000
          05 WRK-DED-ANO      PIC 9(04).                                00313000
          05 WRK-DED-MES      PIC 9(02).                                00314000
          05 WRK-DED-DIA      PIC 9(02).                                00315000
       01 WRK-DATA-EDITADA.                                             00316000
          05 WRK-DTE-DIA      PIC 9(02).                                00317000
          05 FILLER           PIC X(01) VALUE '/'.                      00318000
          05 WRK-DTE-MES      PIC 9(02).                                00319000
          05 FILLER           PIC X(01) VALUE '/'.                      00320000
          05 WRK-DTE-ANO      PIC 9(04).                                00321000
       01 WRK-REL-CABEC1.                                               00322000
          05 FILLER           PIC X(45) VALUE                           00323000
             'FOURSYS - PROJECAO DO FLUXO DE CAIXA - DE '.              00324000
          05 WRK-REL-INICIO   PIC X(10).                                00325000
          05 FILLER           PIC X(05) VALUE ' ATE '.                  00326000
          05 WRK-REL-FIM      PIC X(10).                                00327000
          05 FILLER           PIC X(62) VALUE SPACES.                   00328000
       01 WRK-REL-CABEC2.                                               00329000
          05 FILLER           PIC X(15) VALUE 'SALDO INICIAL: '.        00330000
          05 WRK-REL-SDO-INI  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.                  00331000
          05 FILLER           PIC X(31) VALUE                           00332000
             '   FOLHA BASE (IVAN.FOPAG):   '.                          00333000
          05 WRK-REL-COMPET   PIC 9(06).                                00334000
          05 FILLER           PIC X(61) VALUE SPACES.                   00335000
       01 WRK-REL-CABEC3.                                               00336000
          05 FILLER PIC X(10) VALUE 'DATA'.                             00337000
          05 FILLER PIC X(14) VALUE '      ENTRADAS'.                   00338000
          05 FILLER PIC X(14) VALUE '  FORNECEDORES'.                   00339000
          05 FILLER PIC X(14) VALUE '   FOLHA LIQ.'.                    00340000
          05 FILLER PIC X(14) VALUE '  GUIA RECOLH.'.                   00341000
          05 FILLER PIC X(14) VALUE '   13O/FERIAS'.                    00342000
          05 FILLER PIC X(14) VALUE '    CONSIGNADO'.                   00343000
          05 FILLER PIC X(15) VALUE '   SALDO DO DIA'.                  00344000
          05 FILLER PIC X(16) VALUE ' SALDO ACUMULADO'.                 00345000
          05 FILLER PIC X(07) VALUE SPACES.                             00346000
       01 WRK-REL-TRACO       PIC X(132) VALUE ALL '-'.                 00347000
       01 WRK-REL-LINHA.                                                00348000
          05 WRK-REL-DATA     PIC X(10).                                00349000
          05 FILLER           PIC X(01) VALUE SPACES.                   00350000
          05 WRK-REL-ENTRADA  PIC ZZ.ZZZ.ZZ9,99.                        00351000
          05 FILLER           PIC X(01) VALUE SPACES.                   00352000
          05 WRK-REL-FORNEC   PIC ZZ.ZZZ.ZZ9,99.                        00353000
          05 FILLER           PIC X(01) VALUE SPACES.                   00354000
          05 WRK-REL-FOLHA    PIC ZZ.ZZZ.ZZ9,99.                        00355000
          05 FILLER           PIC X(01) VALUE SPACES.                   00356000
          05 WRK-REL-GUIA     PIC ZZ.ZZZ.ZZ9,99.                        00357000
          05 FILLER           PIC X(01) VALUE SPACES.                   00358000
          05 WRK-REL-BENEF    PIC ZZ.ZZZ.ZZ9,99.                        00359000
          05 FILLER           PIC X(01) VALUE SPACES.                   00360000
          05 WRK-REL-CONSIG   PIC ZZ.ZZZ.ZZ9,99.                        00361000
          05 FILLER           PIC X(01) VALUE SPACES.                   00362000
          05 WRK-REL-SDO-DIA  PIC ZZ.ZZZ.ZZ9,99-.                       00363000
          05 FILLER           PIC X(01) VALUE SPACES.                   00364000
          05 WRK-REL-SDO-ACUM PIC ZZZ.ZZZ.ZZ9,99-.                      00365000
          05 FILLER           PIC X(01) VALUE SPACES.                   00366000
          05 WRK-REL-ALERTA   PIC X(03).                                00367000
          05 FILLER           PIC X(03) VALUE SPACES.                   00368000
       01 WRK-REL-LEGENDA.                                              00369000
          05 FILLER           PIC X(45) VALUE                           00370000
             '*** DIA COM SALDO ACUMULADO NEGATIVO'.                    00371000
          05 FILLER           PIC X(87) VALUE SPACES.                   00372000
       01 WRK-REL-RESUMO.                                               00373000
          05 WRK-REL-RES-TEXTO PIC X(45).                               00374000
          05 WRK-REL-RES-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.                 00375000
          05 FILLER            PIC X(02) VALUE SPACES.                  00376000
          05 WRK-REL-RES-DATA  PIC X(10).                               00377000
          05 FILLER            PIC X(56) VALUE SPACES.                  00378000
       77 WRK-LINHABRANCO     PIC X(132) VALUE SPACES.                  00379000
      *====================================================             00380000
       PROCEDURE                                 DIVISION.              00381000
      *====================================================             00382000
      *-----------------------------------------------------            00383000
       0000-PRINCIPAL                             SECTION.              00384000
      *-----------------------------------------------------            00385000
           PERFORM 1000-INICIALIZAR.                                    00386000
           PERFORM 2000-PROCESSAR.                                      00387000
           PERFORM 3000-FINALIZAR.                                      00388000
           STOP RUN.                                                    00389000
      *-----------------------------------------------------            00390000
       0000-99-FIM.                                  EXIT.              00391000
      *-----------------------------------------------------            00392000
                                                                        00393000
      *-----------------------------------------------------            00394000
       1000-INICIALIZAR                           SECTION.              00395000
      *-----------------------------------------------------            00396000
           ACCEPT WRK-PARM FROM SYSIN.                                  00397000
           IF WRK-PARM-DATA NOT NUMERIC                                 00398000
              OR WRK-PARM-DATA EQUAL ZEROS                              00399000
            ACCEPT WRK-PARM-DATA FROM DATE YYYYMMDD                     00400000
           END-IF.                                                      00401000
           IF WRK-PARM-HORIZ NOT NUMERIC                                00402000
              OR WRK-PARM-HORIZ EQUAL ZEROS                             00403000
            MOVE 090 TO WRK-PARM-HORIZ                                  00404000
           END-IF.                                                      00405000
           IF WRK-PARM-HORIZ GREATER 360                                00406000
            DISPLAY 'HORIZONTE ACIMA DE 360 DIAS - EXECUCAO '           00407000
                    'ABORTADA'                                          00408000
            STOP RUN                                                    00409000
           END-IF.                                                      00410000
           IF WRK-PARM-SALDO NOT NUMERIC                                00411000
            MOVE ZEROS TO WRK-PARM-SALDO                                00412000
           END-IF.                                                      00413000
           IF WRK-PARM-SINAL EQUAL '-'                                  00414000
            COMPUTE WRK-SALDO-INICIAL = WRK-PARM-SALDO * -1             00415000
           ELSE                                                         00416000
            MOVE WRK-PARM-SALDO TO WRK-SALDO-INICIAL                    00417000
           END-IF.                                                      00418000
                                                                        00419000
           PERFORM 1100-MONTAR-DIAS.                                    00420000
           PERFORM 1200-BUSCAR-FOLHA.                                   00421000
                                                                        00422000
           INITIALIZE WRK-TOTAIS.                                       00423000
                                                                        00424000
           OPEN INPUT  RECDUP DUPANT APANT                              00425000
                OUTPUT RELFLUXO.                                        00426000
           IF WRK-FS-RECDUP NOT EQUAL 0                                 00427000
            DISPLAY 'ERRO NA ABERTURA DO RECDUP'                        00428000
            STOP RUN                                                    00429000
           END-IF.                                                      00430000
           IF WRK-FS-DUPANT NOT EQUAL 0                                 00431000
            DISPLAY 'ERRO NA ABERTURA DO DUPANT'                        00432000
            STOP RUN                                                    00433000
           END-IF.                                                      00434000
           IF WRK-FS-APANT NOT EQUAL 0                                  00435000
            DISPLAY 'ERRO NA ABERTURA DO APANT'                         00436000
            STOP RUN                                                    00437000
           END-IF.                                                      00438000
           IF WRK-FS-RELFLUXO NOT EQUAL 0                               00439000
            DISPLAY 'ERRO NA ABERTURA DO RELFLUXO'                      00440000
            STOP RUN                                                    00441000
           END-IF.                                                      00442000
      *-----------------------------------------------------            00443000
       1000-99-FIM.                                  EXIT.              00444000
      *-----------------------------------------------------            00445000
                                                                        00446000
      *-----------------------------------------------------            00447000
       1100-MONTAR-DIAS                           SECTION.              00448000
      *-----------------------------------------------------            00449000
      *    O HORIZONTE E CONTADO EM DIAS CORRIDOS (BASE 30)             00450000
      *    A PARTIR DA DATA INICIAL; SO ENTRAM NA TABELA OS             00451000
      *    DIAS UTEIS DA DIAUTIL.                                       00452000
           MOVE WRK-PARM-DATA TO WRK-DATA-INICIAL.                      00453000
           MOVE WRK-PARM-DATA TO WRK-DATA-AUX-N.                        00454000
           PERFORM 1500-DIAS-COMERCIAIS.                                00455000
           ADD WRK-PARM-HORIZ TO WRK-DIAS-AUX.                          00456000
           PERFORM 1550-DATA-COMERCIAL.                                 00457000
           MOVE WRK-DATA-AUX-N TO WRK-DATA-FINAL.                       00458000
                                                                        00459000
           MOVE 'D' TO UTI-FUNCAO.                                      00460000
           MOVE WRK-DATA-INICIAL TO UTI-DATA.                           00461000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00462000
           IF NOT UTI-OK                                                00463000
            DISPLAY 'ERRO NA DIAUTIL - DATA INICIAL '                   00464000
                    WRK-DATA-INICIAL                                    00465000
            STOP RUN                                                    00466000
           END-IF.                                                      00467000
                                                                        00468000
           MOVE 1 TO WRK-DIA-COUNT.                                     00469000
           INITIALIZE WRK-DIA-ITEM (1).                                 00470000
           IF UTI-DIA-UTIL                                              00471000
            MOVE WRK-DATA-INICIAL TO WRK-DIA-DATA (1)                   00472000
           ELSE                                                         00473000
            MOVE 'N' TO UTI-FUNCAO                                      00474000
            MOVE +1  TO UTI-QTDE                                        00475000
            CALL 'DIAUTIL' USING UTI-DADOS                              00476000
            MOVE UTI-DATA-RESULT TO WRK-DIA-DATA (1)                    00477000
           END-IF.                                                      00478000
                                                                        00479000
           MOVE 'N' TO WRK-FIM-DIAS.                                    00480000
           PERFORM 1150-PROXIMO-DIA-UTIL UNTIL WRK-FIM-DIAS EQUAL 'S'.  00481000
                                                                        00482000
           MOVE WRK-DATA-INICIAL TO WRK-DATA-ED-N.                      00483000
           PERFORM 2650-EDITAR-DATA.                                    00484000
           MOVE WRK-DATA-EDITADA TO WRK-REL-INICIO.                     00485000
           MOVE WRK-DIA-DATA (WRK-DIA-COUNT) TO WRK-DATA-ED-N.          00486000
           PERFORM 2650-EDITAR-DATA.                                    00487000
           MOVE WRK-DATA-EDITADA TO WRK-REL-FIM.                        00488000
      *-----------------------------------------------------            00489000
       1100-99-FIM.                                  EXIT.              00490000
      *-----------------------------------------------------            00491000
                                                                        00492000
      *-----------------------------------------------------            00493000
       1150-PROXIMO-DIA-UTIL                      SECTION.              00494000
      *-----------------------------------------------------            00495000
           MOVE 'N' TO UTI-FUNCAO.                                      00496000
           MOVE WRK-DIA-DATA (WRK-DIA-COUNT) TO UTI-DATA.               00497000
           MOVE +1 TO UTI-QTDE.                                         00498000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00499000
           IF NOT UTI-OK                                                00500000
            DISPLAY 'ERRO NA DIAUTIL - DATA '                           00501000
                    WRK-DIA-DATA (WRK-DIA-COUNT)                        00502000
            STOP RUN                                                    00503000
           END-IF.                                                      00504000
                                                                        00505000
           IF UTI-DATA-RESULT GREATER WRK-DATA-FINAL                    00506000
            MOVE 'S' TO WRK-FIM-DIAS                                    00507000
            GO TO 1150-99-FIM                                           00508000
           END-IF.                                                      00509000
                                                                        00510000
           IF WRK-DIA-COUNT NOT LESS 300                                00511000
            DISPLAY 'HORIZONTE EXCEDE A TABELA INTERNA (300) - '        00512000
                    'EXECUCAO ABORTADA'                                 00513000
            STOP RUN                                                    00514000
           END-IF.                                                      00515000
                                                                        00516000
           ADD 1 TO WRK-DIA-COUNT.                                      00517000
           INITIALIZE WRK-DIA-ITEM (WRK-DIA-COUNT).                     00518000
           MOVE UTI-DATA-RESULT TO WRK-DIA-DATA (WRK-DIA-COUNT).        00519000
      *-----------------------------------------------------            00520000
       1150-99-FIM.                                  EXIT.              00521000
      *-----------------------------------------------------            00522000
                                                                        00523000
      *-----------------------------------------------------            00524000
       1200-BUSCAR-FOLHA                          SECTION.              00525000
      *-----------------------------------------------------            00526000
      *    A FOLHA DA PROJECAO E A ULTIMA COMPETENCIA NORMAL            00527000
      *    ('N') GRAVADA PELO FR22DB13; A GUIA SEGUE A CONTA            00528000
      *    DO FR22DB46 (INSS + PATRONAL + IRRF).                        00529000
           EXEC SQL                                                     00530000
            SELECT MAX(COMPETENCIA)                                     00531000
             INTO :WRK-FOL-COMPET :WRK-NULL-COMPET                      00532000
             FROM IVAN.FOPAG                                            00533000
             WHERE TIPO = 'N'                                           00534000
           END-EXEC.                                                    00535000
                                                                        00536000
           IF SQLCODE NOT EQUAL 0                                       00537000
            MOVE SQLCODE TO WRK-SQLCODE                                 00538000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO LER IVAN.FOPAG'             00539000
            STOP RUN                                                    00540000
           END-IF.                                                      00541000
                                                                        00542000
           IF WRK-NULL-COMPET LESS ZEROS                                00543000
            DISPLAY 'SEM FOLHA NORMAL EM IVAN.FOPAG - FOLHA E '         00544000
                    'GUIA FORA DA PROJECAO'                             00545000
            MOVE ZEROS TO WRK-FOL-COMPET                                00546000
           ELSE                                                         00547000
            PERFORM 1250-TOTAIS-DA-FOLHA                                00548000
           END-IF.                                                      00549000
                                                                        00550000
           EXEC SQL                                                     00551000
            SELECT COALESCE(SUM(SALARIO),0)                             00552000
             INTO :WRK-MASSA-SALARIO                                    00553000
             FROM IVAN.FUNC                                             00554000
             WHERE STATUS = 'A'                                         00555000
           END-EXEC.                                                    00556000
                                                                        00557000
           IF SQLCODE NOT EQUAL 0                                       00558000
            MOVE SQLCODE TO WRK-SQLCODE                                 00559000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO LER IVAN.FUNC'              00560000
            STOP RUN                                                    00561000
           END-IF.                                                      00562000
                                                                        00563000
           MOVE WRK-FOL-COMPET TO WRK-REL-COMPET.                       00564000
      *-----------------------------------------------------            00565000
       1200-99-FIM.                                  EXIT.              00566000
      *-----------------------------------------------------            00567000
                                                                        00568000
      *-----------------------------------------------------            00569000
       1250-TOTAIS-DA-FOLHA                       SECTION.              00570000
      *-----------------------------------------------------            00571000
           EXEC SQL                                                     00572000
            SELECT SUM(LIQUIDO), SUM(BRUTO),                            00573000
                   SUM(DESCINSS), SUM(DESCIRRF)                         00574000
             INTO :WRK-FOL-LIQUIDO, :WRK-FOL-BRUTO,                     00575000
                  :WRK-FOL-INSS, :WRK-FOL-IRRF                          00576000
             FROM IVAN.FOPAG                                            00577000
             WHERE COMPETENCIA = :WRK-FOL-COMPET                        00578000
               AND TIPO = 'N'                                           00579000
           END-EXEC.                                                    00580000
                                                                        00581000
           IF SQLCODE NOT EQUAL 0                                       00582000
            MOVE SQLCODE TO WRK-SQLCODE                                 00583000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO SOMAR IVAN.FOPAG'           00584000
            STOP RUN                                                    00585000
           END-IF.                                                      00586000
                                                                        00587000
           EXEC SQL                                                     00588000
            SELECT PCT INTO :WRK-PATR-PCT                               00589000
             FROM IVAN.ALIQUOTA                                         00590000
             WHERE TIPO = 'PATR'                                        00591000
               AND VIGINI <= :WRK-FOL-COMPET                            00592000
               AND VIGFIM >= :WRK-FOL-COMPET                            00593000
             FETCH FIRST ROW ONLY                                       00594000
           END-EXEC.                                                    00595000
                                                                        00596000
           IF SQLCODE NOT EQUAL 0                                       00597000
            DISPLAY 'IVAN.ALIQUOTA SEM LINHA PATR VIGENTE '             00598000
                    'PARA ' WRK-FOL-COMPET                              00599000
            DISPLAY 'CADASTRE O PERCENTUAL NO F22CIPC'                  00600000
            STOP RUN                                                    00601000
           END-IF.                                                      00602000
                                                                        00603000
           COMPUTE WRK-GUIA-VALOR ROUNDED =                             00604000
                   WRK-FOL-INSS + WRK-FOL-IRRF                          00605000
                   + (WRK-FOL-BRUTO * WRK-PATR-PCT).                    00606000
           MOVE 'S' TO WRK-FOLHA-OK.                                    00607000
      *-----------------------------------------------------            00608000
       1250-99-FIM.                                  EXIT.              00609000
      *-----------------------------------------------------            00610000
                                                                        00611000
      *-----------------------------------------------------            00612000
       1500-DIAS-COMERCIAIS                       SECTION.              00613000
      *-----------------------------------------------------            00614000
      *    DATA AAAAMMDD EM DIAS CORRIDOS NA BASE 360/30, A             00615000
      *    MESMA CONTA DO ATRASO GRAVADO PELO FR22CB28.                 00616000
           COMPUTE WRK-DIAS-AUX = WRK-AUX-ANO * 360                     00617000
                                + WRK-AUX-MES * 30                      00618000
                                + WRK-AUX-DIA.                          00619000
      *-----------------------------------------------------            00620000
       1500-99-FIM.                                  EXIT.              00621000
      *-----------------------------------------------------            00622000
                                                                        00623000
      *-----------------------------------------------------            00624000
       1550-DATA-COMERCIAL                        SECTION.              00625000
      *-----------------------------------------------------            00626000
      *    VOLTA DOS DIAS NA BASE 360/30 PARA AAAAMMDD. DIA             00627000
      *    29/30 DE FEVEREIRO FICA NO DIA 28; O LANCAMENTO VAI          00628000
      *    PARA O DIA UTIL SEGUINTE DE QUALQUER FORMA.                  00629000
           SUBTRACT 31 FROM WRK-DIAS-AUX GIVING WRK-DIAS-RESTO.         00630000
           DIVIDE WRK-DIAS-RESTO BY 360 GIVING WRK-AUX-ANO              00631000
                  REMAINDER WRK-DIAS-RESTO.                             00632000
           DIVIDE WRK-DIAS-RESTO BY 30 GIVING WRK-AUX-MES               00633000
                  REMAINDER WRK-AUX-DIA.                                00634000
           ADD 1 TO WRK-AUX-MES.                                        00635000
           ADD 1 TO WRK-AUX-DIA.                                        00636000
           IF WRK-AUX-MES EQUAL 02                                      00637000
              AND WRK-AUX-DIA GREATER 28                                00638000
            MOVE 28 TO WRK-AUX-DIA                                      00639000
           END-IF.                                                      00640000
      *-----------------------------------------------------            00641000
       1550-99-FIM.                                  EXIT.              00642000
      *-----------------------------------------------------            00643000
                                                                        00644000
      *-----------------------------------------------------            00645000
       2000-PROCESSAR                             SECTION.              00646000
      *-----------------------------------------------------            00647000
           PERFORM 5100-LER-RECDUP.                                     00648000
           PERFORM 2100-ACUMULAR-ATRASO                                 00649000
                   UNTIL WRK-FS-RECDUP EQUAL 10.                        00650000
                                                                        00651000
           PERFORM 5200-LER-DUPANT.                                     00652000
           PERFORM 2200-PROJETAR-DUPLICATA                              00653000
                   UNTIL WRK-FS-DUPANT EQUAL 10.                        00654000
                                                                        00655000
           PERFORM 5300-LER-APANT.                                      00656000
           PERFORM 2300-PROJETAR-TITULO                                 00657000
                   UNTIL WRK-FS-APANT EQUAL 10.                         00658000
                                                                        00659000
           MOVE WRK-DIA-DATA (WRK-DIA-COUNT) TO WRK-DATA-AUX-N.         00660000
           MOVE WRK-AUX-ANO TO WRK-MES-ANO.                             00661000
           MOVE WRK-AUX-MES TO WRK-MES-MES.                             00662000
           MOVE WRK-MES-CORRENTE-N TO WRK-MES-ULTIMO.                   00663000
           MOVE WRK-DATA-INICIAL TO WRK-DATA-AUX-N.                     00664000
           MOVE WRK-AUX-ANO TO WRK-MES-ANO.                             00665000
           MOVE WRK-AUX-MES TO WRK-MES-MES.                             00666000
           MOVE ZEROS TO WRK-MES-PARCELA.                               00667000
           PERFORM 2400-PROJETAR-MES                                    00668000
                   UNTIL WRK-MES-CORRENTE-N GREATER WRK-MES-ULTIMO.     00669000
                                                                        00670000
           PERFORM 2500-PROJETAR-FERIAS.                                00671000
                                                                        00672000
           PERFORM 2600-IMPRIMIR-FLUXO.                                 00673000
      *-----------------------------------------------------            00674000
       2000-99-FIM.                                  EXIT.              00675000
      *-----------------------------------------------------            00676000
                                                                        00677000
      *-----------------------------------------------------            00678000
       2100-ACUMULAR-ATRASO                       SECTION.              00679000
      *-----------------------------------------------------            00680000
      *    CADA BAIXA DO HISTORICO (RECDUP CONCATENADO) CONTA           00681000
      *    PARA A MEDIA DO CLIENTE, INCLUSIVE AS PONTUAIS.              00682000
           IF FD-REC-DIAS-ATRASO NOT NUMERIC                            00683000
            MOVE ZEROS TO FD-REC-DIAS-ATRASO                            00684000
           END-IF.                                                      00685000
                                                                        00686000
           MOVE FD-REC-CLIENTE TO WRK-CLI-CHAVE.                        00687000
           PERFORM 2150-ACHAR-CLIENTE.                                  00688000
           IF WRK-CLI-ACHOU NOT EQUAL 'S'                               00689000
            IF WRK-CLI-COUNT NOT LESS 2000                              00690000
             DISPLAY 'CLIENTES DO RECDUP EXCEDEM A TABELA '             00691000
                     'INTERNA (2000) - EXECUCAO ABORTADA'               00692000
             STOP RUN                                                   00693000
            END-IF                                                      00694000
            ADD 1 TO WRK-CLI-COUNT                                      00695000
            MOVE WRK-CLI-COUNT TO WRK-CLI-IDX                           00696000
            MOVE FD-REC-CLIENTE TO WRK-CLI-CODIGO (WRK-CLI-IDX)         00697000
            MOVE ZEROS TO WRK-CLI-BAIXAS (WRK-CLI-IDX)                  00698000
                          WRK-CLI-DIAS (WRK-CLI-IDX)                    00699000
           END-IF.                                                      00700000
                                                                        00701000
           ADD 1 TO WRK-CLI-BAIXAS (WRK-CLI-IDX).                       00702000
           ADD FD-REC-DIAS-ATRASO TO WRK-CLI-DIAS (WRK-CLI-IDX).        00703000
                                                                        00704000
           PERFORM 5100-LER-RECDUP.                                     00705000
      *-----------------------------------------------------            00706000
       2100-99-FIM.                                  EXIT.              00707000
      *-----------------------------------------------------            00708000
                                                                        00709000
      *-----------------------------------------------------            00710000
       2150-ACHAR-CLIENTE                         SECTION.              00711000
      *-----------------------------------------------------            00712000
           MOVE 'N' TO WRK-CLI-ACHOU.                                   00713000
           MOVE 1   TO WRK-CLI-IDX.                                     00714000
           PERFORM 2160-COMPARAR-CLIENTE                                00715000
                   UNTIL WRK-CLI-IDX GREATER WRK-CLI-COUNT              00716000
                      OR WRK-CLI-ACHOU EQUAL 'S'.                       00717000
      *-----------------------------------------------------            00718000
       2150-99-FIM.                                  EXIT.              00719000
      *-----------------------------------------------------            00720000
                                                                        00721000
      *-----------------------------------------------------            00722000
       2160-COMPARAR-CLIENTE                      SECTION.              00723000
      *-----------------------------------------------------            00724000
           IF WRK-CLI-CODIGO (WRK-CLI-IDX) EQUAL WRK-CLI-CHAVE          00725000
            MOVE 'S' TO WRK-CLI-ACHOU                                   00726000
           ELSE                                                         00727000
            ADD 1 TO WRK-CLI-IDX                                        00728000
           END-IF.                                                      00729000
      *-----------------------------------------------------            00730000
       2160-99-FIM.                                  EXIT.              00731000
      *-----------------------------------------------------            00732000
                                                                        00733000
      *-----------------------------------------------------            00734000
       2200-PROJETAR-DUPLICATA                    SECTION.              00735000
      *-----------------------------------------------------            00736000
      *    ENTRA O SALDO DAS ABERTAS E PARCIAIS. O VENCIMENTO           00737000
      *    E DESLOCADO PELO ATRASO MEDIO DO CLIENTE.                    00738000
           IF FD-DUP-SITUACAO EQUAL 'Q'                                 00739000
              OR FD-DUP-SITUACAO EQUAL 'C'                              00740000
              OR FD-DUP-SALDO NOT NUMERIC                               00741000
              OR FD-DUP-SALDO EQUAL ZEROS                               00742000
            PERFORM 5200-LER-DUPANT                                     00743000
            GO TO 2200-99-FIM                                           00744000
           END-IF.                                                      00745000
           ADD 1 TO WRK-REGDUP.                                         00746000
                                                                        00747000
           MOVE FD-DUP-CLIENTE TO WRK-CLI-CHAVE.                        00748000
           PERFORM 2150-ACHAR-CLIENTE.                                  00749000
           MOVE ZEROS TO WRK-ATRASO-MEDIO.                              00750000
           IF WRK-CLI-ACHOU EQUAL 'S'                                   00751000
            COMPUTE WRK-ATRASO-MEDIO ROUNDED =                          00752000
                    WRK-CLI-DIAS (WRK-CLI-IDX)                          00753000
                    / WRK-CLI-BAIXAS (WRK-CLI-IDX)                      00754000
           END-IF.                                                      00755000
                                                                        00756000
           MOVE FD-DUP-VENCIMENTO TO WRK-EVT-DATA.                      00757000
           IF WRK-ATRASO-MEDIO GREATER ZEROS                            00758000
            ADD 1 TO WRK-REGDUP-ATRASO                                  00759000
            MOVE FD-DUP-VENCIMENTO TO WRK-DATA-AUX-N                    00760000
            PERFORM 1500-DIAS-COMERCIAIS                                00761000
            ADD WRK-ATRASO-MEDIO TO WRK-DIAS-AUX                        00762000
            PERFORM 1550-DATA-COMERCIAL                                 00763000
            MOVE WRK-DATA-AUX-N TO WRK-EVT-DATA                         00764000
           END-IF.                                                      00765000
                                                                        00766000
           MOVE 1            TO WRK-EVT-TIPO.                           00767000
           MOVE FD-DUP-SALDO TO WRK-EVT-VALOR.                          00768000
           PERFORM 2900-LANCAR-NO-DIA.                                  00769000
                                                                        00770000
           PERFORM 5200-LER-DUPANT.                                     00771000
      *-----------------------------------------------------            00772000
       2200-99-FIM.                                  EXIT.              00773000
      *-----------------------------------------------------            00774000
                                                                        00775000
      *-----------------------------------------------------            00776000
       2300-PROJETAR-TITULO                       SECTION.              00777000
      *-----------------------------------------------------            00778000
      *    TITULO A PAGAR EM ABERTO SAI NO VENCIMENTO, COMO O           00779000
      *    FR22CB47 O ENVIA AO BANCO.                                   00780000
           IF FD-APA-SITUACAO EQUAL 'A'                                 00781000
              AND FD-APA-VALOR NUMERIC                                  00782000
            ADD 1 TO WRK-REGAP                                          00783000
            MOVE FD-APA-VENCTO TO WRK-EVT-DATA                          00784000
            MOVE 2             TO WRK-EVT-TIPO                          00785000
            MOVE FD-APA-VALOR  TO WRK-EVT-VALOR                         00786000
            PERFORM 2900-LANCAR-NO-DIA                                  00787000
           END-IF.                                                      00788000
                                                                        00789000
           PERFORM 5300-LER-APANT.                                      00790000
      *-----------------------------------------------------            00791000
       2300-99-FIM.                                  EXIT.              00792000
      *-----------------------------------------------------            00793000
                                                                        00794000
      *-----------------------------------------------------            00795000
       2400-PROJETAR-MES                          SECTION.              00796000
      *-----------------------------------------------------            00797000
      *    FOLHA NO ULTIMO DIA UTIL DO MES (DIA UTIL ANTERIOR           00798000
      *    AO PRIMEIRO DO MES SEGUINTE) E O REPASSE DO                  00799000
      *    CONSIGNADO NO MESMO DIA; GUIA NO DIA 20 ANTECIPADO           00800000
      *    PARA DIA UTIL. O QUE JA PASSOU NAO E PROJETADO.              00801000
           MOVE WRK-MES-ANO TO WRK-AUX-ANO.                             00802000
           MOVE WRK-MES-MES TO WRK-AUX-MES.                             00803000
           MOVE 01          TO WRK-AUX-DIA.                             00804000
           IF WRK-AUX-MES EQUAL 12                                      00805000
            MOVE 01 TO WRK-AUX-MES                                      00806000
            ADD 1 TO WRK-AUX-ANO                                        00807000
           ELSE                                                         00808000
            ADD 1 TO WRK-AUX-MES                                        00809000
           END-IF.                                                      00810000
           MOVE 'N' TO UTI-FUNCAO.                                      00811000
           MOVE WRK-DATA-AUX-N TO UTI-DATA.                             00812000
           MOVE -1 TO UTI-QTDE.                                         00813000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00814000
           MOVE UTI-DATA-RESULT TO WRK-DATA-FOLHA.                      00815000
                                                                        00816000
           IF WRK-DATA-FOLHA NOT LESS WRK-DATA-INICIAL                  00817000
            ADD 1 TO WRK-MES-PARCELA                                    00818000
            IF WRK-FOLHA-OK EQUAL 'S'                                   00819000
             MOVE WRK-DATA-FOLHA  TO WRK-EVT-DATA                       00820000
             MOVE 3               TO WRK-EVT-TIPO                       00821000
             MOVE WRK-FOL-LIQUIDO TO WRK-EVT-VALOR                      00822000
             PERFORM 2900-LANCAR-NO-DIA                                 00823000
            END-IF                                                      00824000
            PERFORM 2450-CONSIGNADO-DO-MES                              00825000
           END-IF.                                                      00826000
                                                                        00827000
           IF WRK-FOLHA-OK EQUAL 'S'                                    00828000
            MOVE 20 TO WRK-AUX-DIA                                      00829000
            PERFORM 2480-ANTECIPAR-DIA-UTIL                             00830000
            IF WRK-EVT-DATA NOT LESS WRK-DATA-INICIAL                   00831000
             MOVE 4              TO WRK-EVT-TIPO                        00832000
             MOVE WRK-GUIA-VALOR TO WRK-EVT-VALOR                       00833000
             PERFORM 2900-LANCAR-NO-DIA                                 00834000
            END-IF                                                      00835000
           END-IF.                                                      00836000
                                                                        00837000
      *    13O: PRIMEIRA METADE ATE 30/11, SEGUNDA ATE 20/12,           00838000
      *    SOBRE A MASSA SALARIAL DOS ATIVOS (FR22DB42).                00839000
           IF WRK-MES-MES EQUAL 11                                      00840000
              OR WRK-MES-MES EQUAL 12                                   00841000
            IF WRK-MES-MES EQUAL 11                                     00842000
             MOVE 30 TO WRK-AUX-DIA                                     00843000
            ELSE                                                        00844000
             MOVE 20 TO WRK-AUX-DIA                                     00845000
            END-IF                                                      00846000
            PERFORM 2480-ANTECIPAR-DIA-UTIL                             00847000
            IF WRK-EVT-DATA NOT LESS WRK-DATA-INICIAL                   00848000
             MOVE 5 TO WRK-EVT-TIPO                                     00849000
             COMPUTE WRK-EVT-VALOR ROUNDED =                            00850000
                     WRK-MASSA-SALARIO / 2                              00851000
             PERFORM 2900-LANCAR-NO-DIA                                 00852000
            END-IF                                                      00853000
           END-IF.                                                      00854000
                                                                        00855000
           IF WRK-MES-MES EQUAL 12                                      00856000
            MOVE 01 TO WRK-MES-MES                                      00857000
            ADD 1 TO WRK-MES-ANO                                        00858000
           ELSE                                                         00859000
            ADD 1 TO WRK-MES-MES                                        00860000
           END-IF.                                                      00861000
      *-----------------------------------------------------            00862000
       2400-99-FIM.                                  EXIT.              00863000
      *-----------------------------------------------------            00864000
                                                                        00865000
      *-----------------------------------------------------            00866000
       2450-CONSIGNADO-DO-MES                     SECTION.              00867000
      *-----------------------------------------------------            00868000
      *    NO N-ESIMO MES DA PROJECAO SO REPASSAM AS                    00869000
      *    CONSIGNACOES COM PELO MENOS N PARCELAS RESTANTES.            00870000
           EXEC SQL                                                     00871000
            SELECT COALESCE(SUM(VALORPARC),0)                           00872000
             INTO :WRK-CONSIG-MES                                       00873000
             FROM IVAN.CONSIG                                           00874000
             WHERE STATUS = 'A'                                         00875000
               AND PARCRESTANTES >= :WRK-MES-PARCELA                    00876000
           END-EXEC.                                                    00877000
                                                                        00878000
           IF SQLCODE NOT EQUAL 0                                       00879000
            MOVE SQLCODE TO WRK-SQLCODE                                 00880000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO LER IVAN.CONSIG'            00881000
            STOP RUN                                                    00882000
           END-IF.                                                      00883000
                                                                        00884000
           IF WRK-CONSIG-MES GREATER ZEROS                              00885000
            MOVE WRK-DATA-FOLHA TO WRK-EVT-DATA                         00886000
            MOVE 6              TO WRK-EVT-TIPO                         00887000
            MOVE WRK-CONSIG-MES TO WRK-EVT-VALOR                        00888000
            PERFORM 2900-LANCAR-NO-DIA                                  00889000
           END-IF.                                                      00890000
      *-----------------------------------------------------            00891000
       2450-99-FIM.                                  EXIT.              00892000
      *-----------------------------------------------------            00893000
                                                                        00894000
      *-----------------------------------------------------            00895000
       2480-ANTECIPAR-DIA-UTIL                    SECTION.              00896000
      *-----------------------------------------------------            00897000
      *    DIA WRK-AUX-DIA DO MES CORRENTE; NAO SENDO UTIL,             00898000
      *    ANTECIPA PARA O DIA UTIL ANTERIOR (FR22DB46).                00899000
           MOVE WRK-MES-ANO TO WRK-AUX-ANO.                             00900000
           MOVE WRK-MES-MES TO WRK-AUX-MES.                             00901000
           MOVE WRK-DATA-AUX-N TO WRK-EVT-DATA.                         00902000
                                                                        00903000
           MOVE 'D' TO UTI-FUNCAO.                                      00904000
           MOVE WRK-DATA-AUX-N TO UTI-DATA.                             00905000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00906000
           IF UTI-DIA-NAOUTIL                                           00907000
            MOVE 'N' TO UTI-FUNCAO                                      00908000
            MOVE -1  TO UTI-QTDE                                        00909000
            CALL 'DIAUTIL' USING UTI-DADOS                              00910000
            MOVE UTI-DATA-RESULT TO WRK-EVT-DATA                        00911000
           END-IF.                                                      00912000
      *-----------------------------------------------------            00913000
       2480-99-FIM.                                  EXIT.              00914000
      *-----------------------------------------------------            00915000
                                                                        00916000
      *-----------------------------------------------------            00917000
       2500-PROJETAR-FERIAS                       SECTION.              00918000
      *-----------------------------------------------------            00919000
           MOVE WRK-DATA-INICIAL TO WRK-DATA-AUX-N.                     00920000
           MOVE WRK-AUX-ANO TO WRK-IDB-ANO.                             00921000
           MOVE WRK-AUX-MES TO WRK-IDB-MES.                             00922000
           MOVE WRK-AUX-DIA TO WRK-IDB-DIA.                             00923000
                                                                        00924000
           EXEC SQL                                                     00925000
              OPEN CFERIAS                                              00926000
           END-EXEC.                                                    00927000
                                                                        00928000
           IF SQLCODE NOT EQUAL 0                                       00929000
            MOVE SQLCODE TO WRK-SQLCODE                                 00930000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO OPEN CFERIAS'               00931000
            STOP RUN                                                    00932000
           END-IF.                                                      00933000
                                                                        00934000
           PERFORM 4000-LER-FERIAS.                                     00935000
           PERFORM 2550-PROJETAR-GOZO UNTIL SQLCODE EQUAL 100.          00936000
                                                                        00937000
           EXEC SQL                                                     00938000
              CLOSE CFERIAS                                             00939000
           END-EXEC.                                                    00940000
      *-----------------------------------------------------            00941000
       2500-99-FIM.                                  EXIT.              00942000
      *-----------------------------------------------------            00943000
                                                                        00944000
      *-----------------------------------------------------            00945000
       2550-PROJETAR-GOZO                         SECTION.              00946000
      *-----------------------------------------------------            00947000
      *    FERIAS (SALARIO/30 X DIAS) MAIS O TERCO, 2 DIAS              00948000
      *    UTEIS ANTES DO INICIO; SE ESSA DATA JA PASSOU O              00949000
      *    FR22DB43 JA PAGOU.                                           00950000
           MOVE WRK-DIAS-DB2 TO WRK-FER-DIAS.                           00951000
           IF WRK-FER-DIAS EQUAL ZEROS                                  00952000
            MOVE 30 TO WRK-FER-DIAS                                     00953000
           END-IF.                                                      00954000
           COMPUTE WRK-FER-VALOR ROUNDED =                              00955000
                   DB2-SALARIO * WRK-FER-DIAS / 30 * 4 / 3.             00956000
                                                                        00957000
           MOVE WRK-AGENDINI-DB2 TO WRK-AGENDINI-R.                     00958000
           MOVE WRK-AGI-ANO TO WRK-AUX-ANO.                             00959000
           MOVE WRK-AGI-MES TO WRK-AUX-MES.                             00960000
           MOVE WRK-AGI-DIA TO WRK-AUX-DIA.                             00961000
           MOVE 'N' TO UTI-FUNCAO.                                      00962000
           MOVE WRK-DATA-AUX-N TO UTI-DATA.                             00963000
           MOVE -2 TO UTI-QTDE.                                         00964000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00965000
           IF UTI-OK                                                    00966000
            MOVE UTI-DATA-RESULT TO WRK-EVT-DATA                        00967000
           ELSE                                                         00968000
            MOVE WRK-DATA-AUX-N TO WRK-EVT-DATA                         00969000
           END-IF.                                                      00970000
                                                                        00971000
           IF WRK-EVT-DATA NOT LESS WRK-DATA-INICIAL                    00972000
            ADD 1 TO WRK-REGFERIAS                                      00973000
            MOVE 5             TO WRK-EVT-TIPO                          00974000
            MOVE WRK-FER-VALOR TO WRK-EVT-VALOR                         00975000
            PERFORM 2900-LANCAR-NO-DIA                                  00976000
           END-IF.                                                      00977000
                                                                        00978000
           PERFORM 4000-LER-FERIAS.                                     00979000
      *-----------------------------------------------------            00980000
       2550-99-FIM.                                  EXIT.              00981000
      *-----------------------------------------------------            00982000
                                                                        00983000
      *-----------------------------------------------------            00984000
       2600-IMPRIMIR-FLUXO                        SECTION.              00985000
      *-----------------------------------------------------            00986000
           MOVE WRK-SALDO-INICIAL TO WRK-REL-SDO-INI.                   00987000
           WRITE FD-RELFLUXO FROM WRK-REL-CABEC1.                       00988000
           WRITE FD-RELFLUXO FROM WRK-REL-CABEC2.                       00989000
           WRITE FD-RELFLUXO FROM WRK-REL-TRACO.                        00990000
           WRITE FD-RELFLUXO FROM WRK-REL-CABEC3.                       00991000
           WRITE FD-RELFLUXO FROM WRK-REL-TRACO.                        00992000
                                                                        00993000
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ACUM.                    00994000
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-MINIMO.                  00995000
           MOVE WRK-DIA-DATA (1)  TO WRK-DATA-MINIMO.                   00996000
           MOVE 1 TO WRK-DIA-IDX.                                       00997000
           PERFORM 2610-IMPRIMIR-DIA                                    00998000
                   UNTIL WRK-DIA-IDX GREATER WRK-DIA-COUNT.             00999000
      *-----------------------------------------------------            01000000
       2600-99-FIM.                                  EXIT.              01001000
      *-----------------------------------------------------            01002000
                                                                        01003000
      *-----------------------------------------------------            01004000
       2610-IMPRIMIR-DIA                          SECTION.              01005000
      *-----------------------------------------------------            01006000
           COMPUTE WRK-SALDO-DIA =                                      01007000
                   WRK-DIA-ENTRADA (WRK-DIA-IDX)                        01008000
                 - WRK-DIA-FORNEC  (WRK-DIA-IDX)                        01009000
                 - WRK-DIA-FOLHA   (WRK-DIA-IDX)                        01010000
                 - WRK-DIA-GUIA    (WRK-DIA-IDX)                        01011000
                 - WRK-DIA-BENEF   (WRK-DIA-IDX)                        01012000
                 - WRK-DIA-CONSIG  (WRK-DIA-IDX).                       01013000
           ADD WRK-SALDO-DIA TO WRK-SALDO-ACUM.                         01014000
                                                                        01015000
           MOVE SPACES TO WRK-REL-LINHA.                                01016000
           MOVE WRK-DIA-DATA (WRK-DIA-IDX) TO WRK-DATA-ED-N.            01017000
           PERFORM 2650-EDITAR-DATA.                                    01018000
           MOVE WRK-DATA-EDITADA TO WRK-REL-DATA.                       01019000
           MOVE WRK-DIA-ENTRADA (WRK-DIA-IDX) TO WRK-REL-ENTRADA.       01020000
           MOVE WRK-DIA-FORNEC  (WRK-DIA-IDX) TO WRK-REL-FORNEC.        01021000
           MOVE WRK-DIA-FOLHA   (WRK-DIA-IDX) TO WRK-REL-FOLHA.         01022000
           MOVE WRK-DIA-GUIA    (WRK-DIA-IDX) TO WRK-REL-GUIA.          01023000
           MOVE WRK-DIA-BENEF   (WRK-DIA-IDX) TO WRK-REL-BENEF.         01024000
           MOVE WRK-DIA-CONSIG  (WRK-DIA-IDX) TO WRK-REL-CONSIG.        01025000
           MOVE WRK-SALDO-DIA  TO WRK-REL-SDO-DIA.                      01026000
           MOVE WRK-SALDO-ACUM TO WRK-REL-SDO-ACUM.                     01027000
                                                                        01028000
           IF WRK-SALDO-ACUM LESS ZEROS                                 01029000
            MOVE '***' TO WRK-REL-ALERTA                                01030000
            ADD 1 TO WRK-QTD-NEGATIVOS                                  01031000
            IF WRK-DATA-1O-NEG EQUAL ZEROS                              01032000
             MOVE WRK-DIA-DATA (WRK-DIA-IDX) TO WRK-DATA-1O-NEG         01033000
            END-IF                                                      01034000
           END-IF.                                                      01035000
           IF WRK-SALDO-ACUM LESS WRK-SALDO-MINIMO                      01036000
            MOVE WRK-SALDO-ACUM TO WRK-SALDO-MINIMO                     01037000
            MOVE WRK-DIA-DATA (WRK-DIA-IDX) TO WRK-DATA-MINIMO          01038000
           END-IF.                                                      01039000
           WRITE FD-RELFLUXO FROM WRK-REL-LINHA.                        01040000
                                                                        01041000
           ADD WRK-DIA-ENTRADA (WRK-DIA-IDX) TO WRK-TOT-ENTRADA.        01042000
           ADD WRK-DIA-FORNEC  (WRK-DIA-IDX) TO WRK-TOT-FORNEC.         01043000
           ADD WRK-DIA-FOLHA   (WRK-DIA-IDX) TO WRK-TOT-FOLHA.          01044000
           ADD WRK-DIA-GUIA    (WRK-DIA-IDX) TO WRK-TOT-GUIA.           01045000
           ADD WRK-DIA-BENEF   (WRK-DIA-IDX) TO WRK-TOT-BENEF.          01046000
           ADD WRK-DIA-CONSIG  (WRK-DIA-IDX) TO WRK-TOT-CONSIG.         01047000
                                                                        01048000
           ADD 1 TO WRK-DIA-IDX.                                        01049000
      *-----------------------------------------------------            01050000
       2610-99-FIM.                                  EXIT.              01051000
      *-----------------------------------------------------            01052000
                                                                        01053000
      *-----------------------------------------------------            01054000
       2650-EDITAR-DATA                           SECTION.              01055000
      *-----------------------------------------------------            01056000
           MOVE WRK-DED-DIA TO WRK-DTE-DIA.                             01057000
           MOVE WRK-DED-MES TO WRK-DTE-MES.                             01058000
           MOVE WRK-DED-ANO TO WRK-DTE-ANO.                             01059000
      *-----------------------------------------------------            01060000
       2650-99-FIM.                                  EXIT.              01061000
      *-----------------------------------------------------            01062000
                                                                        01063000
      *-----------------------------------------------------            01064000
       2900-LANCAR-NO-DIA                         SECTION.              01065000
      *-----------------------------------------------------            01066000
      *    O VALOR CAI NO PRIMEIRO DIA UTIL A PARTIR DA DATA.           01067000
      *    O QUE JA VENCEU ENTRA NO PRIMEIRO DIA DO HORIZONTE;          01068000
      *    O QUE PASSA DO ULTIMO DIA SO E TOTALIZADO.                   01069000
           IF WRK-EVT-DATA GREATER WRK-DIA-DATA (WRK-DIA-COUNT)         01070000
            ADD 1 TO WRK-REGFORA                                        01071000
            IF WRK-EVT-TIPO EQUAL 1                                     01072000
             ADD WRK-EVT-VALOR TO WRK-FORA-ENTRADAS                     01073000
            ELSE                                                        01074000
             ADD WRK-EVT-VALOR TO WRK-FORA-SAIDAS                       01075000
            END-IF                                                      01076000
            GO TO 2900-99-FIM                                           01077000
           END-IF.                                                      01078000
                                                                        01079000
           MOVE 1 TO WRK-DIA-IDX.                                       01080000
           IF WRK-EVT-DATA LESS WRK-DATA-INICIAL                        01081000
            ADD 1 TO WRK-REGVENCIDOS                                    01082000
           ELSE                                                         01083000
            PERFORM 2910-AVANCAR-DIA                                    01084000
                    UNTIL WRK-DIA-DATA (WRK-DIA-IDX)                    01085000
                          NOT LESS WRK-EVT-DATA                         01086000
           END-IF.                                                      01087000
                                                                        01088000
           EVALUATE WRK-EVT-TIPO                                        01089000
            WHEN 1                                                      01090000
             ADD WRK-EVT-VALOR TO WRK-DIA-ENTRADA (WRK-DIA-IDX)         01091000
            WHEN 2                                                      01092000
             ADD WRK-EVT-VALOR TO WRK-DIA-FORNEC (WRK-DIA-IDX)          01093000
            WHEN 3                                                      01094000
             ADD WRK-EVT-VALOR TO WRK-DIA-FOLHA (WRK-DIA-IDX)           01095000
            WHEN 4                                                      01096000
             ADD WRK-EVT-VALOR TO WRK-DIA-GUIA (WRK-DIA-IDX)            01097000
            WHEN 5                                                      01098000
             ADD WRK-EVT-VALOR TO WRK-DIA-BENEF (WRK-DIA-IDX)           01099000
            WHEN OTHER                                                  01100000
             ADD WRK-EVT-VALOR TO WRK-DIA-CONSIG (WRK-DIA-IDX)          01101000
           END-EVALUATE.                                                01102000
      *-----------------------------------------------------            01103000
       2900-99-FIM.                                  EXIT.              01104000
      *-----------------------------------------------------            01105000
                                                                        01106000
      *-----------------------------------------------------            01107000
       2910-AVANCAR-DIA                           SECTION.              01108000
      *-----------------------------------------------------            01109000
           ADD 1 TO WRK-DIA-IDX.                                        01110000
      *-----------------------------------------------------            01111000
       2910-99-FIM.                                  EXIT.              01112000
      *-----------------------------------------------------            01113000
                                                                        01114000
      *-----------------------------------------------------            01115000
       3000-FINALIZAR                             SECTION.              01116000
      *-----------------------------------------------------            01117000
           WRITE FD-RELFLUXO FROM WRK-REL-TRACO.                        01118000
           MOVE SPACES          TO WRK-REL-LINHA.                       01119000
           MOVE 'TOTAL'         TO WRK-REL-DATA.                        01120000
           MOVE WRK-TOT-ENTRADA TO WRK-REL-ENTRADA.                     01121000
           MOVE WRK-TOT-FORNEC  TO WRK-REL-FORNEC.                      01122000
           MOVE WRK-TOT-FOLHA   TO WRK-REL-FOLHA.                       01123000
           MOVE WRK-TOT-GUIA    TO WRK-REL-GUIA.                        01124000
           MOVE WRK-TOT-BENEF   TO WRK-REL-BENEF.                       01125000
           MOVE WRK-TOT-CONSIG  TO WRK-REL-CONSIG.                      01126000
           COMPUTE WRK-SALDO-DIA = WRK-SALDO-ACUM                       01127000
                                 - WRK-SALDO-INICIAL.                   01128000
           MOVE WRK-SALDO-DIA   TO WRK-REL-SDO-DIA.                     01129000
           MOVE WRK-SALDO-ACUM  TO WRK-REL-SDO-ACUM.                    01130000
           WRITE FD-RELFLUXO FROM WRK-REL-LINHA.                        01131000
           WRITE FD-RELFLUXO FROM WRK-REL-TRACO.                        01132000
           WRITE FD-RELFLUXO FROM WRK-REL-LEGENDA.                      01133000
           WRITE FD-RELFLUXO FROM WRK-LINHABRANCO.                      01134000
                                                                        01135000
           MOVE SPACES TO WRK-REL-RESUMO.                               01136000
           MOVE 'MENOR SALDO ACUMULADO DO PERIODO'                      01137000
             TO WRK-REL-RES-TEXTO.                                      01138000
           MOVE WRK-SALDO-MINIMO TO WRK-REL-RES-VALOR.                  01139000
           MOVE WRK-DATA-MINIMO  TO WRK-DATA-ED-N.                      01140000
           PERFORM 2650-EDITAR-DATA.                                    01141000
           MOVE WRK-DATA-EDITADA TO WRK-REL-RES-DATA.                   01142000
           WRITE FD-RELFLUXO FROM WRK-REL-RESUMO.                       01143000
                                                                        01144000
           IF WRK-DATA-1O-NEG NOT EQUAL ZEROS                           01145000
            MOVE SPACES TO WRK-REL-RESUMO                               01146000
            MOVE 'PRIMEIRO DIA COM SALDO NEGATIVO'                      01147000
              TO WRK-REL-RES-TEXTO                                      01148000
            MOVE WRK-DATA-1O-NEG TO WRK-DATA-ED-N                       01149000
            PERFORM 2650-EDITAR-DATA                                    01150000
            MOVE WRK-DATA-EDITADA TO WRK-REL-RES-DATA                   01151000
            WRITE FD-RELFLUXO FROM WRK-REL-RESUMO                       01152000
           END-IF.                                                      01153000
                                                                        01154000
           MOVE SPACES TO WRK-REL-RESUMO.                               01155000
           MOVE 'ENTRADAS APOS O HORIZONTE'                             01156000
             TO WRK-REL-RES-TEXTO.                                      01157000
           MOVE WRK-FORA-ENTRADAS TO WRK-REL-RES-VALOR.                 01158000
           WRITE FD-RELFLUXO FROM WRK-REL-RESUMO.                       01159000
           MOVE SPACES TO WRK-REL-RESUMO.                               01160000
           MOVE 'SAIDAS APOS O HORIZONTE'                               01161000
             TO WRK-REL-RES-TEXTO.                                      01162000
           MOVE WRK-FORA-SAIDAS TO WRK-REL-RES-VALOR.                   01163000
           WRITE FD-RELFLUXO FROM WRK-REL-RESUMO.                       01164000
                                                                        01165000
           CLOSE RECDUP DUPANT APANT RELFLUXO.                          01166000
                                                                        01167000
           DISPLAY ' '.                                                 01168000
           DISPLAY 'DATA INICIAL:          ' WRK-DATA-INICIAL.          01169000
           DISPLAY 'DIAS UTEIS PROJETADOS: ' WRK-DIA-COUNT.             01170000
           DISPLAY 'FOLHA BASE:            ' WRK-FOL-COMPET.            01171000
           DISPLAY 'BAIXAS NO HISTORICO:   ' WRK-REGRECDUP.             01172000
           DISPLAY 'CLIENTES COM HISTORICO:' WRK-CLI-COUNT.             01173000
           DISPLAY 'DUPLICATAS PROJETADAS: ' WRK-REGDUP.                01174000
           DISPLAY 'COM ATRASO MEDIO:      ' WRK-REGDUP-ATRASO.         01175000
           DISPLAY 'TITULOS A PAGAR:       ' WRK-REGAP.                 01176000
           DISPLAY 'FERIAS PROJETADAS:     ' WRK-REGFERIAS.             01177000
           DISPLAY 'VENCIDOS NO 1O DIA:    ' WRK-REGVENCIDOS.           01178000
           DISPLAY 'APOS O HORIZONTE:      ' WRK-REGFORA.               01179000
           DISPLAY 'DIAS COM SALDO NEGAT.: ' WRK-QTD-NEGATIVOS.         01180000
           DISPLAY 'SALDO FINAL:           ' WRK-SALDO-ACUM.            01181000
      *-----------------------------------------------------            01182000
       3000-99-FIM.                                  EXIT.              01183000
      *-----------------------------------------------------            01184000
                                                                        01185000
      *-----------------------------------------------------            01186000
       4000-LER-FERIAS                            SECTION.              01187000
      *-----------------------------------------------------            01188000
           EXEC SQL                                                     01189000
             FETCH CFERIAS                                              01190000
              INTO :DB2-SALARIO,                                        01191000
                   :WRK-AGENDINI-DB2,                                   01192000
                   :WRK-DIAS-DB2                                        01193000
           END-EXEC.                                                    01194000
                                                                        01195000
           EVALUATE SQLCODE                                             01196000
            WHEN 0                                                      01197000
             CONTINUE                                                   01198000
            WHEN 100                                                    01199000
             CONTINUE                                                   01200000
            WHEN OTHER                                                  01201000
             MOVE SQLCODE TO WRK-SQLCODE                                01202000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CFERIAS'             01203000
             STOP RUN                                                   01204000
           END-EVALUATE.                                                01205000
      *-----------------------------------------------------            01206000
       4000-99-FIM.                                  EXIT.              01207000
      *-----------------------------------------------------            01208000
                                                                        01209000
      *-----------------------------------------------------            01210000
       5100-LER-RECDUP                            SECTION.              01211000
      *-----------------------------------------------------            01212000
           READ RECDUP.                                                 01213000
           IF WRK-FS-RECDUP EQUAL 0                                     01214000
            ADD 1 TO WRK-REGRECDUP                                      01215000
           END-IF.                                                      01216000
      *-----------------------------------------------------            01217000
       5100-99-FIM.                                  EXIT.              01218000
      *-----------------------------------------------------            01219000
                                                                        01220000
      *-----------------------------------------------------            01221000
       5200-LER-DUPANT                            SECTION.              01222000
      *-----------------------------------------------------            01223000
           READ DUPANT.                                                 01224000
      *-----------------------------------------------------            01225000
       5200-99-FIM.                                  EXIT.              01226000
      *-----------------------------------------------------            01227000
                                                                        01228000
      *-----------------------------------------------------            01229000
       5300-LER-APANT                             SECTION.              01230000
      *-----------------------------------------------------            01231000
           READ APANT.                                                  01232000
      *-----------------------------------------------------            01233000
       5300-99-FIM.                                  EXIT.              01234000
      *-----------------------------------------------------            01235000
