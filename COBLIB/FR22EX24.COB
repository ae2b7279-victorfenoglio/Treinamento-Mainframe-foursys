      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22EX24.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: COBRANCA DIARIA DO CHEQUE ESPECIAL:    *             00008000
      *            COM O HISTORICO SALDOHIS (GRAVADO PELO *             00009000
      *            FR22EX04) ORDENADO POR CONTA/DATA,     *             00010000
      *            APURA HA QUANTOS DIAS CORRIDOS CADA    *             00011000
      *            CONTA DO CLIENTES ESTA NEGATIVA E HA   *             00012000
      *            QUANTOS ESTA ACIMA DO LIMITE, E PELOS  *             00013000
      *            PRAZOS DO PARAMETRO A COLOCA NO        *             00014000
      *            ESTAGIO DE COBRANCA: 1-AVISO,          *             00015000
      *            2-BLOQUEIO (OPERACAO 'B' NO LAYOUT DO  *             00016000
      *            MANUCLI EM MANUCOB, PARA O FR22EX07) E *             00017000
      *            3-CANDIDATA A PREJUIZO. O ESTAGIO SO   *             00018000
      *            SOBE; VOLTA A ZERO QUANDO A CONTA      *             00019000
      *            FECHA O DIA SEM SALDO DEVEDOR. O       *             00020000
      *            ESTAGIO ANTERIOR VEM DE COBANT E O     *             00021000
      *            ATUAL SAI EM COBNOVO (A COPIA VSAM     *             00022000
      *            COBESTV E LIDA PELO F22CIPJ); CADA     *             00023000
      *            MUDANCA DE ESTAGIO VAI PARA O          *             00024000
      *            HISTORICO COBHIS E, NA SUBIDA, GERA A  *             00025000
      *            CARTA DE COBRANCA EM CARTCOB (UMA      *             00026000
      *            PAGINA POR CONTA). RELCOB LISTA AS     *             00027000
      *            CONTAS EM COBRANCA COM A ACAO DO DIA.  *             00028000
      *---------------------------------------------------*             00029000
      *  PARAMETRO (SYSIN): PRAZOS EM DIAS 9(03) DE CADA  *             00030000
      *  ESTAGIO - NEGATIVA E ACIMA DO LIMITE - PARA      *             00031000
      *  AVISO (015/005), BLOQUEIO (045/015) E PREJUIZO   *             00032000
      *  (120/060), NESSA ORDEM (VAZIO OU ZERO = PADRAO), *             00033000
      *  + DATA DE REFERENCIA (AAAAMMDD; VAZIA = DATA DO  *             00034000
      *  DIA). BASTA UM DOS DOIS PRAZOS PARA O ESTAGIO.   *             00035000
      *---------------------------------------------------*             00036000
      *  ARQUIVOS:                                        *             00037000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00038000
      *  CLIENTES            I             ---------      *             00039000
      *  SALDOHIS            I             ---------      *             00040000
      *  HISORD              O/I           ---------      *             00041000
      *  COBANT              I             ---------      *             00042000
      *  COBNOVO             O             ---------      *             00043000
      *  COBHIS              O             ---------      *             00044000
      *  MANUCOB             O             ---------      *             00045000
      *  CARTCOB             O             ---------      *             00046000
      *  RELCOB              O             ---------      *             00047000
      *===================================================*             00048000
                                                                        00049000
      *====================================================             00050000
       ENVIRONMENT                               DIVISION.              00051000
      *====================================================             00052000
       CONFIGURATION                             SECTION.               00053000
       SPECIAL-NAMES.                                                   00054000
           DECIMAL-POINT  IS COMMA.                                     00055000
                                                                        00056000
       INPUT-OUTPUT                              SECTION.               00057000
       FILE-CONTROL.                                                    00058000
           SELECT CLIENTES ASSIGN TO CLIENTES                           00059000
               FILE STATUS IS WRK-FS-CLIENTES.                          00060000
                                                                        00061000
           SELECT SALDOHIS ASSIGN TO SALDOHIS                           00062000
               FILE STATUS IS WRK-FS-SALDOHIS.                          00063000
                                                                        00064000
           SELECT HISORD ASSIGN TO HISORD                               00065000
               FILE STATUS IS WRK-FS-HISORD.                            00066000
                                                                        00067000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00068000
                                                                        00069000
           SELECT COBANT ASSIGN TO COBANT                               00070000
               FILE STATUS IS WRK-FS-COBANT.                            00071000
                                                                        00072000
           SELECT COBNOVO ASSIGN TO COBNOVO                             00073000
               FILE STATUS IS WRK-FS-COBNOVO.                           00074000
                                                                        00075000
           SELECT COBHIS ASSIGN TO COBHIS                               00076000
               FILE STATUS IS WRK-FS-COBHIS.                            00077000
                                                                        00078000
           SELECT MANUCOB ASSIGN TO MANUCOB                             00079000
               FILE STATUS IS WRK-FS-MANUCOB.                           00080000
                                                                        00081000
           SELECT CARTCOB ASSIGN TO CARTCOB                             00082000
               FILE STATUS IS WRK-FS-CARTCOB.                           00083000
                                                                        00084000
           SELECT RELCOB ASSIGN TO RELCOB                               00085000
               FILE STATUS IS WRK-FS-RELCOB.                            00086000
                                                                        00087000
      *====================================================             00088000
       DATA                                      DIVISION.              00089000
      *====================================================             00090000
      *-----------------------------------------------------            00091000
       FILE                                      SECTION.               00092000
      *-----------------------------------------------------            00093000
       FD CLIENTES                                                      00094000
           RECORDING MODE IS F                                          00095000
           BLOCK CONTAINS 0 RECORDS.                                    00096000
      *-----------LRECL 55----------------------------------            00097000
       01 FD-CLIENTES.                                                  00098000
          05 FD-CLIENTES-CHAVE.                                         00099000
             10 FD-CLIENTES-AGENCIA PIC X(04).                          00100000
             10 FD-CLIENTES-CONTA   PIC X(04).                          00101000
          05 FD-CLIENTES-NOME       PIC X(30).                          00102000
          05 FD-CLIENTES-SALDO      PIC 9(08).                          00103000
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00104000
          05 FD-CLIENTES-STATUS     PIC X(01).                          00105000
             88 FD-CLIENTES-ATIVA             VALUE 'A' ' '.            00106000
             88 FD-CLIENTES-BLOQUEADA         VALUE 'B'.                00107000
             88 FD-CLIENTES-ENCERRADA         VALUE 'E'.                00108000
             88 FD-CLIENTES-INATIVA           VALUE 'I'.                00109000
                                                                        00110000
       FD SALDOHIS                                                      00111000
           RECORDING MODE IS F                                          00112000
           BLOCK CONTAINS 0 RECORDS.                                    00113000
      *-----------LRECL 58----------------------------------            00114000
       01 FD-SALDOHIS               PIC X(58).                          00115000
                                                                        00116000
       FD HISORD                                                        00117000
           RECORDING MODE IS F                                          00118000
           BLOCK CONTAINS 0 RECORDS.                                    00119000
      *-----------LRECL 58----------------------------------            00120000
       01 FD-HISORD.                                                    00121000
          05 FD-HIS-DATA         PIC 9(08).                             00122000
          05 FD-HIS-CHAVE        PIC X(08).                             00123000
          05 FD-HIS-ABERT-SINAL  PIC X(01).                             00124000
          05 FD-HIS-ABERTURA     PIC 9(08).                             00125000
          05 FD-HIS-CREDITOS     PIC 9(08).                             00126000
          05 FD-HIS-DEBITOS      PIC 9(08).                             00127000
          05 FD-HIS-ESTORNOS     PIC 9(08).                             00128000
          05 FD-HIS-FECH-SINAL   PIC X(01).                             00129000
          05 FD-HIS-FECHAMENTO   PIC 9(08).                             00130000
      *-----------------------------------------------------            00131000
       SD ARQSORT.                                                      00132000
       01 SD-ARQSORT.                                                   00133000
          05 SD-SORT-DATA           PIC 9(08).                          00134000
          05 SD-SORT-CHAVE          PIC X(08).                          00135000
          05 FILLER                 PIC X(42).                          00136000
      *-----------------------------------------------------            00137000
       FD COBANT                                                        00138000
           RECORDING MODE IS F                                          00139000
           BLOCK CONTAINS 0 RECORDS.                                    00140000
      *-----------LRECL 40----------------------------------            00141000
       01 FD-COBANT.                                                    00142000
          05 FD-ANT-CHAVE           PIC X(08).                          00143000
          05 FD-ANT-ESTAGIO         PIC 9(01).                          00144000
          05 FD-ANT-DATA-ESTAGIO    PIC 9(08).                          00145000
          05 FD-ANT-DIAS-NEG        PIC 9(05).                          00146000
          05 FD-ANT-DIAS-LIM        PIC 9(05).                          00147000
          05 FD-ANT-SALDO-SINAL     PIC X(01).                          00148000
          05 FD-ANT-SALDO           PIC 9(08).                          00149000
          05 FILLER                 PIC X(04).                          00150000
                                                                        00151000
       FD COBNOVO                                                       00152000
           RECORDING MODE IS F                                          00153000
           BLOCK CONTAINS 0 RECORDS.                                    00154000
      *-----------LRECL 40----------------------------------            00155000
       01 FD-COBNOVO.                                                   00156000
          05 FD-NOV-CHAVE           PIC X(08).                          00157000
          05 FD-NOV-ESTAGIO         PIC 9(01).                          00158000
          05 FD-NOV-DATA-ESTAGIO    PIC 9(08).                          00159000
          05 FD-NOV-DIAS-NEG        PIC 9(05).                          00160000
          05 FD-NOV-DIAS-LIM        PIC 9(05).                          00161000
          05 FD-NOV-SALDO-SINAL     PIC X(01).                          00162000
          05 FD-NOV-SALDO           PIC 9(08).                          00163000
          05 FILLER                 PIC X(04).                          00164000
                                                                        00165000
       FD COBHIS                                                        00166000
           RECORDING MODE IS F                                          00167000
           BLOCK CONTAINS 0 RECORDS.                                    00168000
      *-----------LRECL 50----------------------------------            00169000
       01 FD-COBHIS.                                                    00170000
          05 FD-CHS-CHAVE           PIC X(08).                          00171000
          05 FD-CHS-DATA            PIC 9(08).                          00172000
          05 FD-CHS-ESTAGIO-ANT     PIC 9(01).                          00173000
          05 FD-CHS-ESTAGIO         PIC 9(01).                          00174000
          05 FD-CHS-DIAS-NEG        PIC 9(05).                          00175000
          05 FD-CHS-DIAS-LIM        PIC 9(05).                          00176000
          05 FD-CHS-SALDO-SINAL     PIC X(01).                          00177000
          05 FD-CHS-SALDO           PIC 9(08).                          00178000
          05 FD-CHS-LIMITE          PIC 9(08).                          00179000
          05 FILLER                 PIC X(05).                          00180000
                                                                        00181000
       FD MANUCOB                                                       00182000
           RECORDING MODE IS F                                          00183000
           BLOCK CONTAINS 0 RECORDS.                                    00184000
      *-----------LRECL 55----------------------------------            00185000
       01 FD-MANUCOB.                                                   00186000
          05 FD-MANU-OPERACAO       PIC X(01).                          00187000
          05 FD-MANU-CHAVE          PIC X(08).                          00188000
          05 FD-MANU-NOME           PIC X(30).                          00189000
          05 FD-MANU-SALDO          PIC 9(08).                          00190000
          05 FD-MANU-LIMITE         PIC 9(08).                          00191000
                                                                        00192000
       FD CARTCOB                                                       00193000
           RECORDING MODE IS F                                          00194000
           BLOCK CONTAINS 0 RECORDS.                                    00195000
      *-----------LRECL 80----------------------------------            00196000
       01 FD-CARTCOB                PIC X(80).                          00197000
                                                                        00198000
       FD RELCOB                                                        00199000
           RECORDING MODE IS F                                          00200000
           BLOCK CONTAINS 0 RECORDS.                                    00201000
      *-----------LRECL 80----------------------------------            00202000
       01 FD-RELCOB                 PIC X(80).                          00203000
      *-----------------------------------------------------            00204000
       WORKING-STORAGE                           SECTION.               00205000
      *-----------------------------------------------------            00206000
           COPY '#GLOG'.                                                00207000
      *-----------------------------------------------------            00208000
       01 FILLER PIC X(48) VALUE                                        00209000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00210000
      *-----------------------------------------------------            00211000
       77 WRK-FS-CLIENTES      PIC 9(02).                               00212000
       77 WRK-FS-SALDOHIS      PIC 9(02).                               00213000
       77 WRK-FS-HISORD        PIC 9(02).                               00214000
       77 WRK-FS-COBANT        PIC 9(02).                               00215000
       77 WRK-FS-COBNOVO       PIC 9(02).                               00216000
       77 WRK-FS-COBHIS        PIC 9(02).                               00217000
       77 WRK-FS-MANUCOB       PIC 9(02).                               00218000
       77 WRK-FS-CARTCOB       PIC 9(02).                               00219000
       77 WRK-FS-RELCOB        PIC 9(02).                               00220000
      *-----------------------------------------------------            00221000
       01 FILLER PIC X(48) VALUE                                        00222000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00223000
      *-----------------------------------------------------            00224000
       01 WRK-PARM.                                                     00225000
          05 WRK-PARM-AVISO-NEG PIC 9(03).                              00226000
          05 WRK-PARM-AVISO-LIM PIC 9(03).                              00227000
          05 WRK-PARM-BLOQ-NEG  PIC 9(03).                              00228000
          05 WRK-PARM-BLOQ-LIM  PIC 9(03).                              00229000
          05 WRK-PARM-PREJ-NEG  PIC 9(03).                              00230000
          05 WRK-PARM-PREJ-LIM  PIC 9(03).                              00231000
          05 WRK-PARM-DATAREF   PIC 9(08).                              00232000
      *-----------------------------------------------------            00233000
       01 FILLER PIC X(48) VALUE                                        00234000
            '-------APURACAO DO HISTORICO DA CONTA--------'.            00235000
      *-----------------------------------------------------            00236000
       77 WRK-TEM-HISTORICO    PIC X(01) VALUE 'N'.                     00237000
       77 WRK-TEM-COBANT       PIC X(01) VALUE 'S'.                     00238000
       77 WRK-INICIO-NEG       PIC 9(08) VALUE ZEROS.                   00239000
       77 WRK-INICIO-LIM       PIC 9(08) VALUE ZEROS.                   00240000
       77 WRK-SALDO-DIA        PIC S9(09) VALUE ZEROS.                  00241000
       77 WRK-ULTIMO-SALDO     PIC S9(09) VALUE ZEROS.                  00242000
       77 WRK-DIAS-NEG         PIC 9(05) VALUE ZEROS.                   00243000
       77 WRK-DIAS-LIM         PIC 9(05) VALUE ZEROS.                   00244000
      *-----------------------------------------------------            00245000
       01 FILLER PIC X(48) VALUE                                        00246000
            '-------ESTAGIO DE COBRANCA-------------------'.            00247000
      *-----------------------------------------------------            00248000
      *    0 = SEM COBRANCA, 1 = AVISO, 2 = BLOQUEIO,                   00249000
      *    3 = CANDIDATA A PREJUIZO.                                    00250000
       77 WRK-ESTAGIO-ANT      PIC 9(01) VALUE ZEROS.                   00251000
       77 WRK-DATA-ESTAGIO-ANT PIC 9(08) VALUE ZEROS.                   00252000
       77 WRK-ESTAGIO-CALC     PIC 9(01) VALUE ZEROS.                   00253000
       77 WRK-ESTAGIO          PIC 9(01) VALUE ZEROS.                   00254000
       77 WRK-DATA-ESTAGIO     PIC 9(08) VALUE ZEROS.                   00255000
       77 WRK-ACAO             PIC X(20) VALUE SPACES.                  00256000
       77 WRK-NOME-COBRANCA    PIC X(30) VALUE                          00257000
           'BLOQUEIO POR INADIMPLENCIA'.                                00258000
       01 WRK-TAB-ESTAGIOS-DADOS.                                       00259000
          05 FILLER PIC X(20) VALUE '1-AVISO'.                          00260000
          05 FILLER PIC X(20) VALUE '2-BLOQUEIO'.                       00261000
          05 FILLER PIC X(20) VALUE '3-CANDIDATA PREJUIZO'.             00262000
       01 WRK-TAB-ESTAGIOS REDEFINES WRK-TAB-ESTAGIOS-DADOS.            00263000
          05 WRK-EST-DESC OCCURS 3 TIMES PIC X(20).                     00264000
      *-----------------------------------------------------            00265000
       01 FILLER PIC X(48) VALUE                                        00266000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00267000
      *-----------------------------------------------------            00268000
       77 WRK-REGCLIENTES      PIC 9(06) VALUE ZEROS.                   00269000
       77 WRK-REGHISTORICO     PIC 9(07) VALUE ZEROS.                   00270000
       77 WRK-REGCOBANT        PIC 9(06) VALUE ZEROS.                   00271000
       77 WRK-REGDESCARTADOS   PIC 9(06) VALUE ZEROS.                   00272000
       77 WRK-REGCOBRANCA      PIC 9(06) VALUE ZEROS.                   00273000
       77 WRK-REGAVISOS        PIC 9(06) VALUE ZEROS.                   00274000
       77 WRK-REGBLOQUEIOS     PIC 9(06) VALUE ZEROS.                   00275000
       77 WRK-REGPREJUIZO      PIC 9(06) VALUE ZEROS.                   00276000
       77 WRK-REGREGULARIZADAS PIC 9(06) VALUE ZEROS.                   00277000
       77 WRK-REGCARTAS        PIC 9(06) VALUE ZEROS.                   00278000
       77 WRK-TOT-DEVEDOR      PIC S9(11) VALUE ZEROS.                  00279000
      *-----------------------------------------------------            00280000
       01 FILLER PIC X(48) VALUE                                        00281000
            '-------LINHAS DO RELATORIO-------------------'.            00282000
      *-----------------------------------------------------            00283000
       01 WRK-REL-CABEC.                                                00284000
          05 FILLER             PIC X(39) VALUE                         00285000
             'CONTAS EM COBRANCA - CHEQUE ESPECIAL EM'.                 00286000
          05 FILLER             PIC X(01) VALUE SPACES.                 00287000
          05 WRK-REL-DATAREF    PIC 9(08).                              00288000
          05 FILLER             PIC X(32) VALUE SPACES.                 00289000
       01 WRK-REL-COLUNAS.                                              00290000
          05 FILLER             PIC X(40) VALUE                         00291000
             'AGEN CONTA NOME'.                                         00292000
          05 FILLER             PIC X(40) VALUE                         00293000
             'NEG  LIM        SALDO  E ACAO'.                           00294000
       01 WRK-REL-DETALHE.                                              00295000
          05 WRK-REL-AGENCIA    PIC X(04).                              00296000
          05 FILLER             PIC X(01) VALUE SPACES.                 00297000
          05 WRK-REL-CONTA      PIC X(04).                              00298000
          05 FILLER             PIC X(02) VALUE SPACES.                 00299000
          05 WRK-REL-NOME       PIC X(28).                              00300000
          05 FILLER             PIC X(01) VALUE SPACES.                 00301000
          05 WRK-REL-DIAS-NEG   PIC ZZZ9.                               00302000
          05 FILLER             PIC X(01) VALUE SPACES.                 00303000
          05 WRK-REL-DIAS-LIM   PIC ZZZ9.                               00304000
          05 FILLER             PIC X(01) VALUE SPACES.                 00305000
          05 WRK-REL-SALDO      PIC -ZZ.ZZZ.ZZ9.                        00306000
          05 FILLER             PIC X(02) VALUE SPACES.                 00307000
          05 WRK-REL-ESTAGIO    PIC 9(01).                              00308000
          05 FILLER             PIC X(01) VALUE SPACES.                 00309000
          05 WRK-REL-ACAO       PIC X(15).                              00310000
       01 WRK-REL-TOTAL.                                                00311000
          05 WRK-REL-TOT-DESC   PIC X(30).                              00312000
          05 WRK-REL-TOT-QTDE   PIC ZZZZZ9.                             00313000
          05 FILLER             PIC X(44) VALUE SPACES.                 00314000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00315000
      *-----------------------------------------------------            00316000
       01 FILLER PIC X(48) VALUE                                        00317000
            '-------LINHAS DA CARTA DE COBRANCA-----------'.            00318000
      *-----------------------------------------------------            00319000
       01 WRK-CAR-TITULO.                                               00320000
          05 FILLER             PIC X(20) VALUE SPACES.                 00321000
          05 FILLER             PIC X(60) VALUE                         00322000
             'FOURSYS - AVISO DE COBRANCA'.                             00323000
       01 WRK-CAR-TRACO.                                                00324000
          05 FILLER             PIC X(70) VALUE ALL '-'.                00325000
          05 FILLER             PIC X(10) VALUE SPACES.                 00326000
       01 WRK-CAR-CONTA.                                                00327000
          05 FILLER             PIC X(13) VALUE 'AGENCIA....: '.        00328000
          05 WRK-CAR-AGENCIA    PIC X(04).                              00329000
          05 FILLER             PIC X(11) VALUE '   CONTA: '.           00330000
          05 WRK-CAR-CTA        PIC X(04).                              00331000
          05 FILLER             PIC X(11) VALUE '   DATA: '.            00332000
          05 WRK-CAR-DATA       PIC 9(08).                              00333000
          05 FILLER             PIC X(29) VALUE SPACES.                 00334000
       01 WRK-CAR-TITULAR.                                              00335000
          05 FILLER             PIC X(13) VALUE 'TITULAR....: '.        00336000
          05 WRK-CAR-NOME       PIC X(30).                              00337000
          05 FILLER             PIC X(37) VALUE SPACES.                 00338000
       01 WRK-CAR-TEXTO.                                                00339000
          05 WRK-CAR-TEXTO-LIN  PIC X(70).                              00340000
          05 FILLER             PIC X(10) VALUE SPACES.                 00341000
       01 WRK-CAR-SALDO.                                                00342000
          05 FILLER             PIC X(20) VALUE                         00343000
             'SALDO DEVEDOR.....: '.                                    00344000
          05 WRK-CAR-SALDO-V    PIC ZZ.ZZZ.ZZ9.                         00345000
          05 FILLER             PIC X(20) VALUE                         00346000
             '   LIMITE.........: '.                                    00347000
          05 WRK-CAR-LIMITE-V   PIC ZZ.ZZZ.ZZ9.                         00348000
          05 FILLER             PIC X(20) VALUE SPACES.                 00349000
       01 WRK-CAR-DIAS.                                                 00350000
          05 FILLER             PIC X(20) VALUE                         00351000
             'DIAS SALDO DEVEDOR: '.                                    00352000
          05 WRK-CAR-DIAS-NEG   PIC ZZZZ9.                              00353000
          05 FILLER             PIC X(25) VALUE                         00354000
             '   DIAS ACIMA DO LIMITE: '.                               00355000
          05 WRK-CAR-DIAS-LIM   PIC ZZZZ9.                              00356000
          05 FILLER             PIC X(25) VALUE SPACES.                 00357000
      *====================================================             00358000
       PROCEDURE                                 DIVISION.              00359000
      *====================================================             00360000
      *-----------------------------------------------------            00361000
       0000-PRINCIPAL                             SECTION.              00362000
      *-----------------------------------------------------            00363000
           PERFORM 1000-INICIALIZAR.                                    00364000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLIENTES                 00365000
                   EQUAL 10.                                            00366000
           PERFORM 3000-FINALIZAR.                                      00367000
           STOP RUN.                                                    00368000
      *-----------------------------------------------------            00369000
       0000-99-FIM.                                  EXIT.              00370000
      *-----------------------------------------------------            00371000
                                                                        00372000
      *-----------------------------------------------------            00373000
       1000-INICIALIZAR                           SECTION.              00374000
      *-----------------------------------------------------            00375000
           ACCEPT WRK-PARM FROM SYSIN.                                  00376000
           IF WRK-PARM-AVISO-NEG NOT NUMERIC                            00377000
              OR WRK-PARM-AVISO-NEG EQUAL ZEROS                         00378000
            MOVE 015 TO WRK-PARM-AVISO-NEG                              00379000
           END-IF.                                                      00380000
           IF WRK-PARM-AVISO-LIM NOT NUMERIC                            00381000
              OR WRK-PARM-AVISO-LIM EQUAL ZEROS                         00382000
            MOVE 005 TO WRK-PARM-AVISO-LIM                              00383000
           END-IF.                                                      00384000
           IF WRK-PARM-BLOQ-NEG NOT NUMERIC                             00385000
              OR WRK-PARM-BLOQ-NEG EQUAL ZEROS                          00386000
            MOVE 045 TO WRK-PARM-BLOQ-NEG                               00387000
           END-IF.                                                      00388000
           IF WRK-PARM-BLOQ-LIM NOT NUMERIC                             00389000
              OR WRK-PARM-BLOQ-LIM EQUAL ZEROS                          00390000
            MOVE 015 TO WRK-PARM-BLOQ-LIM                               00391000
           END-IF.                                                      00392000
           IF WRK-PARM-PREJ-NEG NOT NUMERIC                             00393000
              OR WRK-PARM-PREJ-NEG EQUAL ZEROS                          00394000
            MOVE 120 TO WRK-PARM-PREJ-NEG                               00395000
           END-IF.                                                      00396000
           IF WRK-PARM-PREJ-LIM NOT NUMERIC                             00397000
              OR WRK-PARM-PREJ-LIM EQUAL ZEROS                          00398000
            MOVE 060 TO WRK-PARM-PREJ-LIM                               00399000
           END-IF.                                                      00400000
           IF WRK-PARM-DATAREF NOT NUMERIC                              00401000
              OR WRK-PARM-DATAREF EQUAL ZEROS                           00402000
            ACCEPT WRK-PARM-DATAREF FROM DATE YYYYMMDD                  00403000
           END-IF.                                                      00404000
                                                                        00405000
      *    O SALDOHIS E GRAVADO EM ORDEM DE DATA; O SORT O              00406000
      *    COLOCA NA ORDEM DO CLIENTES (CONTA E DATA).                  00407000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-CHAVE                  00408000
                                         SD-SORT-DATA                   00409000
                USING SALDOHIS                                          00410000
                GIVING HISORD.                                          00411000
                                                                        00412000
           OPEN INPUT CLIENTES HISORD                                   00413000
                OUTPUT COBNOVO COBHIS MANUCOB CARTCOB RELCOB.           00414000
             PERFORM 4000-TESTAR-STATUS.                                00415000
                                                                        00416000
      *    SEM COBANT (PRIMEIRA EXECUCAO) NENHUMA CONTA TEM             00417000
      *    ESTAGIO ANTERIOR.                                            00418000
           OPEN INPUT COBANT.                                           00419000
           IF WRK-FS-COBANT EQUAL 35                                    00420000
            MOVE 'N' TO WRK-TEM-COBANT                                  00421000
            MOVE HIGH-VALUES TO FD-ANT-CHAVE                            00422000
            DISPLAY 'COBANT AUSENTE - SEM ESTAGIO ANTERIOR'             00423000
           ELSE                                                         00424000
            IF WRK-FS-COBANT NOT EQUAL 00                               00425000
             MOVE 'FR22EX24'              TO WRK-PROGRAMA               00426000
             MOVE 'ERRO NO OPEN COBANT'   TO WRK-MENSAGEM               00427000
             MOVE '1000'                  TO WRK-SECAO                  00428000
             MOVE WRK-FS-COBANT           TO WRK-STATUS                 00429000
             PERFORM 9000-TRATAERROS                                    00430000
            END-IF                                                      00431000
            PERFORM 5200-LER-COBANT                                     00432000
           END-IF.                                                      00433000
                                                                        00434000
           MOVE WRK-PARM-DATAREF TO WRK-REL-DATAREF.                    00435000
           WRITE FD-RELCOB FROM WRK-REL-CABEC.                          00436000
           WRITE FD-RELCOB FROM WRK-LINHABRANCO.                        00437000
           WRITE FD-RELCOB FROM WRK-REL-COLUNAS.                        00438000
                                                                        00439000
           PERFORM 5100-LER-HISTORICO.                                  00440000
           PERFORM 5000-LER-CLIENTE.                                    00441000
           IF WRK-FS-CLIENTES EQUAL 10                                  00442000
            DISPLAY 'CLIENTES VAZIO'                                    00443000
           END-IF.                                                      00444000
      *-----------------------------------------------------            00445000
       1000-99-FIM.                                  EXIT.              00446000
      *-----------------------------------------------------            00447000
                                                                        00448000
      *-----------------------------------------------------            00449000
       2000-PROCESSAR                             SECTION.              00450000
      *-----------------------------------------------------            00451000
           MOVE 'N'   TO WRK-TEM-HISTORICO.                             00452000
           MOVE ZEROS TO WRK-INICIO-NEG.                                00453000
           MOVE ZEROS TO WRK-INICIO-LIM.                                00454000
           MOVE ZEROS TO WRK-ULTIMO-SALDO.                              00455000
           MOVE ZEROS TO WRK-ESTAGIO-ANT.                               00456000
           MOVE ZEROS TO WRK-DATA-ESTAGIO-ANT.                          00457000
                                                                        00458000
      *    HISTORICO E ESTAGIO DE CONTA QUE NAO ESTA MAIS NO            00459000
      *    CADASTRO SAO DESPREZADOS.                                    00460000
           PERFORM 5100-LER-HISTORICO                                   00461000
                   UNTIL FD-HIS-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00462000
           PERFORM 2100-APURAR-HISTORICO                                00463000
                   UNTIL FD-HIS-CHAVE NOT EQUAL FD-CLIENTES-CHAVE.      00464000
           PERFORM 2050-DESCARTAR-ESTAGIO                               00465000
                   UNTIL FD-ANT-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00466000
           IF FD-ANT-CHAVE EQUAL FD-CLIENTES-CHAVE                      00467000
            MOVE FD-ANT-ESTAGIO      TO WRK-ESTAGIO-ANT                 00468000
            MOVE FD-ANT-DATA-ESTAGIO TO WRK-DATA-ESTAGIO-ANT            00469000
            PERFORM 5200-LER-COBANT                                     00470000
           END-IF.                                                      00471000
                                                                        00472000
      *    CONTA ENCERRADA SAI DA COBRANCA; SEM HISTORICO NO            00473000
      *    PERIODO O ESTAGIO ANTERIOR E MANTIDO.                        00474000
           EVALUATE TRUE                                                00475000
            WHEN FD-CLIENTES-ENCERRADA                                  00476000
             CONTINUE                                                   00477000
            WHEN WRK-TEM-HISTORICO EQUAL 'S'                            00478000
             PERFORM 2200-AVALIAR-CONTA                                 00479000
            WHEN WRK-ESTAGIO-ANT GREATER ZEROS                          00480000
             MOVE WRK-ESTAGIO-ANT      TO WRK-ESTAGIO                   00481000
             MOVE WRK-DATA-ESTAGIO-ANT TO WRK-DATA-ESTAGIO              00482000
             MOVE ZEROS                TO WRK-DIAS-NEG                  00483000
             MOVE ZEROS                TO WRK-DIAS-LIM                  00484000
             MOVE 'SEM HISTORICO'      TO WRK-ACAO                      00485000
             PERFORM 2500-GRAVAR-ESTAGIO                                00486000
           END-EVALUATE.                                                00487000
                                                                        00488000
           PERFORM 5000-LER-CLIENTE.                                    00489000
      *-----------------------------------------------------            00490000
       2000-99-FIM.                                  EXIT.              00491000
      *-----------------------------------------------------            00492000
                                                                        00493000
      *-----------------------------------------------------            00494000
       2050-DESCARTAR-ESTAGIO                     SECTION.              00495000
      *-----------------------------------------------------            00496000
           ADD 1 TO WRK-REGDESCARTADOS.                                 00497000
           PERFORM 5200-LER-COBANT.                                     00498000
      *-----------------------------------------------------            00499000
       2050-99-FIM.                                  EXIT.              00500000
      *-----------------------------------------------------            00501000
                                                                        00502000
      *-----------------------------------------------------            00503000
       2100-APURAR-HISTORICO                      SECTION.              00504000
      *-----------------------------------------------------            00505000
      *    INICIO DA SEQUENCIA ATUAL DE DIAS NEGATIVOS E DE             00506000
      *    DIAS ACIMA DO LIMITE; UM DIA SEM SALDO DEVEDOR               00507000
      *    (OU DENTRO DO LIMITE) ZERA A SEQUENCIA. DIAS                 00508000
      *    DEPOIS DA DATA DE REFERENCIA NAO CONTAM.                     00509000
           IF FD-HIS-DATA NOT GREATER WRK-PARM-DATAREF                  00510000
            MOVE 'S' TO WRK-TEM-HISTORICO                               00511000
            MOVE FD-HIS-FECHAMENTO TO WRK-SALDO-DIA                     00512000
            IF FD-HIS-FECH-SINAL EQUAL '-'                              00513000
             COMPUTE WRK-SALDO-DIA = WRK-SALDO-DIA * -1                 00514000
            END-IF                                                      00515000
            IF WRK-SALDO-DIA LESS ZEROS                                 00516000
             IF WRK-INICIO-NEG EQUAL ZEROS                              00517000
              MOVE FD-HIS-DATA TO WRK-INICIO-NEG                        00518000
             END-IF                                                     00519000
            ELSE                                                        00520000
             MOVE ZEROS TO WRK-INICIO-NEG                               00521000
            END-IF                                                      00522000
            IF WRK-SALDO-DIA + FD-CLIENTES-LIMITE LESS ZEROS            00523000
             IF WRK-INICIO-LIM EQUAL ZEROS                              00524000
              MOVE FD-HIS-DATA TO WRK-INICIO-LIM                        00525000
             END-IF                                                     00526000
            ELSE                                                        00527000
             MOVE ZEROS TO WRK-INICIO-LIM                               00528000
            END-IF                                                      00529000
            MOVE WRK-SALDO-DIA TO WRK-ULTIMO-SALDO                      00530000
           END-IF.                                                      00531000
                                                                        00532000
           PERFORM 5100-LER-HISTORICO.                                  00533000
      *-----------------------------------------------------            00534000
       2100-99-FIM.                                  EXIT.              00535000
      *-----------------------------------------------------            00536000
                                                                        00537000
      *-----------------------------------------------------            00538000
       2200-AVALIAR-CONTA                         SECTION.              00539000
      *-----------------------------------------------------            00540000
      *    DIAS CORRIDOS ATE A DATA DE REFERENCIA, CONTANDO             00541000
      *    O PRIMEIRO DIA DA SEQUENCIA.                                 00542000
           MOVE ZEROS TO WRK-DIAS-NEG.                                  00543000
           MOVE ZEROS TO WRK-DIAS-LIM.                                  00544000
           IF WRK-INICIO-NEG GREATER ZEROS                              00545000
            COMPUTE WRK-DIAS-NEG =                                      00546000
                    FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAREF)         00547000
                  - FUNCTION INTEGER-OF-DATE (WRK-INICIO-NEG) + 1       00548000
           END-IF.                                                      00549000
           IF WRK-INICIO-LIM GREATER ZEROS                              00550000
            COMPUTE WRK-DIAS-LIM =                                      00551000
                    FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAREF)         00552000
                  - FUNCTION INTEGER-OF-DATE (WRK-INICIO-LIM) + 1       00553000
           END-IF.                                                      00554000
                                                                        00555000
           EVALUATE TRUE                                                00556000
            WHEN WRK-DIAS-NEG NOT LESS WRK-PARM-PREJ-NEG                00557000
              OR WRK-DIAS-LIM NOT LESS WRK-PARM-PREJ-LIM                00558000
             MOVE 3 TO WRK-ESTAGIO-CALC                                 00559000
            WHEN WRK-DIAS-NEG NOT LESS WRK-PARM-BLOQ-NEG                00560000
              OR WRK-DIAS-LIM NOT LESS WRK-PARM-BLOQ-LIM                00561000
             MOVE 2 TO WRK-ESTAGIO-CALC                                 00562000
            WHEN WRK-DIAS-NEG NOT LESS WRK-PARM-AVISO-NEG               00563000
              OR WRK-DIAS-LIM NOT LESS WRK-PARM-AVISO-LIM               00564000
             MOVE 1 TO WRK-ESTAGIO-CALC                                 00565000
            WHEN OTHER                                                  00566000
             MOVE 0 TO WRK-ESTAGIO-CALC                                 00567000
           END-EVALUATE.                                                00568000
                                                                        00569000
      *    O ESTAGIO SO SOBE; A CONTA QUE FECHOU O ULTIMO DIA           00570000
      *    SEM SALDO DEVEDOR SAI DA COBRANCA.                           00571000
           EVALUATE TRUE                                                00572000
            WHEN WRK-ESTAGIO-CALC GREATER WRK-ESTAGIO-ANT               00573000
             MOVE WRK-ESTAGIO-CALC TO WRK-ESTAGIO                       00574000
             MOVE WRK-PARM-DATAREF TO WRK-DATA-ESTAGIO                  00575000
             PERFORM 2300-SUBIR-ESTAGIO                                 00576000
             PERFORM 2500-GRAVAR-ESTAGIO                                00577000
            WHEN WRK-ESTAGIO-ANT EQUAL ZEROS                            00578000
             CONTINUE                                                   00579000
            WHEN WRK-INICIO-NEG EQUAL ZEROS                             00580000
             MOVE ZEROS            TO WRK-ESTAGIO                       00581000
             MOVE WRK-PARM-DATAREF TO WRK-DATA-ESTAGIO                  00582000
             MOVE 'REGULARIZADA'   TO WRK-ACAO                          00583000
             ADD 1 TO WRK-REGREGULARIZADAS                              00584000
             PERFORM 2400-GRAVAR-HISTORICO                              00585000
             PERFORM 2600-IMPRIMIR-LINHA                                00586000
            WHEN OTHER                                                  00587000
             MOVE WRK-ESTAGIO-ANT      TO WRK-ESTAGIO                   00588000
             MOVE WRK-DATA-ESTAGIO-ANT TO WRK-DATA-ESTAGIO              00589000
             MOVE 'EM COBRANCA'        TO WRK-ACAO                      00590000
             PERFORM 2500-GRAVAR-ESTAGIO                                00591000
           END-EVALUATE.                                                00592000
      *-----------------------------------------------------            00593000
       2200-99-FIM.                                  EXIT.              00594000
      *-----------------------------------------------------            00595000
                                                                        00596000
      *-----------------------------------------------------            00597000
       2300-SUBIR-ESTAGIO                         SECTION.              00598000
      *-----------------------------------------------------            00599000
      *    A PRIMEIRA VEZ QUE A CONTA CHEGA AO BLOQUEIO (OU             00600000
      *    PASSA DIRETO PARA PREJUIZO) GERA O 'B' PARA O                00601000
      *    FR22EX07; CONTA JA BLOQUEADA FICA COMO ESTA.                 00602000
           EVALUATE WRK-ESTAGIO                                         00603000
            WHEN 1                                                      00604000
             MOVE 'AVISO ENVIADO'  TO WRK-ACAO                          00605000
             ADD 1 TO WRK-REGAVISOS                                     00606000
            WHEN 2                                                      00607000
             MOVE 'BLOQUEIO'       TO WRK-ACAO                          00608000
             ADD 1 TO WRK-REGBLOQUEIOS                                  00609000
            WHEN OTHER                                                  00610000
             MOVE 'PREJUIZO'       TO WRK-ACAO                          00611000
             ADD 1 TO WRK-REGPREJUIZO                                   00612000
           END-EVALUATE.                                                00613000
                                                                        00614000
           IF WRK-ESTAGIO NOT LESS 2                                    00615000
              AND WRK-ESTAGIO-ANT LESS 2                                00616000
              AND NOT FD-CLIENTES-BLOQUEADA                             00617000
            MOVE SPACES             TO FD-MANUCOB                       00618000
            MOVE 'B'                TO FD-MANU-OPERACAO                 00619000
            MOVE FD-CLIENTES-CHAVE  TO FD-MANU-CHAVE                    00620000
            MOVE WRK-NOME-COBRANCA  TO FD-MANU-NOME                     00621000
            MOVE ZEROS              TO FD-MANU-SALDO                    00622000
            MOVE FD-CLIENTES-LIMITE TO FD-MANU-LIMITE                   00623000
            WRITE FD-MANUCOB                                            00624000
           END-IF.                                                      00625000
                                                                        00626000
           PERFORM 2400-GRAVAR-HISTORICO.                               00627000
           PERFORM 2700-IMPRIMIR-CARTA.                                 00628000
      *-----------------------------------------------------            00629000
       2300-99-FIM.                                  EXIT.              00630000
      *-----------------------------------------------------            00631000
                                                                        00632000
      *-----------------------------------------------------            00633000
       2400-GRAVAR-HISTORICO                      SECTION.              00634000
      *-----------------------------------------------------            00635000
           MOVE SPACES             TO FD-COBHIS.                        00636000
           MOVE FD-CLIENTES-CHAVE  TO FD-CHS-CHAVE.                     00637000
           MOVE WRK-PARM-DATAREF   TO FD-CHS-DATA.                      00638000
           MOVE WRK-ESTAGIO-ANT    TO FD-CHS-ESTAGIO-ANT.               00639000
           MOVE WRK-ESTAGIO        TO FD-CHS-ESTAGIO.                   00640000
           MOVE WRK-DIAS-NEG       TO FD-CHS-DIAS-NEG.                  00641000
           MOVE WRK-DIAS-LIM       TO FD-CHS-DIAS-LIM.                  00642000
           IF WRK-ULTIMO-SALDO LESS ZEROS                               00643000
            MOVE '-'               TO FD-CHS-SALDO-SINAL                00644000
           ELSE                                                         00645000
            MOVE '+'               TO FD-CHS-SALDO-SINAL                00646000
           END-IF.                                                      00647000
           MOVE WRK-ULTIMO-SALDO   TO FD-CHS-SALDO.                     00648000
           MOVE FD-CLIENTES-LIMITE TO FD-CHS-LIMITE.                    00649000
           WRITE FD-COBHIS.                                             00650000
      *-----------------------------------------------------            00651000
       2400-99-FIM.                                  EXIT.              00652000
      *-----------------------------------------------------            00653000
                                                                        00654000
      *-----------------------------------------------------            00655000
       2500-GRAVAR-ESTAGIO                        SECTION.              00656000
      *-----------------------------------------------------            00657000
           MOVE SPACES             TO FD-COBNOVO.                       00658000
           MOVE FD-CLIENTES-CHAVE  TO FD-NOV-CHAVE.                     00659000
           MOVE WRK-ESTAGIO        TO FD-NOV-ESTAGIO.                   00660000
           MOVE WRK-DATA-ESTAGIO   TO FD-NOV-DATA-ESTAGIO.              00661000
           MOVE WRK-DIAS-NEG       TO FD-NOV-DIAS-NEG.                  00662000
           MOVE WRK-DIAS-LIM       TO FD-NOV-DIAS-LIM.                  00663000
           IF WRK-ULTIMO-SALDO LESS ZEROS                               00664000
            MOVE '-'               TO FD-NOV-SALDO-SINAL                00665000
           ELSE                                                         00666000
            MOVE '+'               TO FD-NOV-SALDO-SINAL                00667000
           END-IF.                                                      00668000
           MOVE WRK-ULTIMO-SALDO   TO FD-NOV-SALDO.                     00669000
           WRITE FD-COBNOVO.                                            00670000
                                                                        00671000
           ADD 1 TO WRK-REGCOBRANCA.                                    00672000
           IF WRK-ULTIMO-SALDO LESS ZEROS                               00673000
            SUBTRACT WRK-ULTIMO-SALDO FROM WRK-TOT-DEVEDOR              00674000
           END-IF.                                                      00675000
           PERFORM 2600-IMPRIMIR-LINHA.                                 00676000
      *-----------------------------------------------------            00677000
       2500-99-FIM.                                  EXIT.              00678000
      *-----------------------------------------------------            00679000
                                                                        00680000
      *-----------------------------------------------------            00681000
       2600-IMPRIMIR-LINHA                        SECTION.              00682000
      *-----------------------------------------------------            00683000
           MOVE FD-CLIENTES-AGENCIA TO WRK-REL-AGENCIA.                 00684000
           MOVE FD-CLIENTES-CONTA   TO WRK-REL-CONTA.                   00685000
           MOVE FD-CLIENTES-NOME    TO WRK-REL-NOME.                    00686000
           MOVE WRK-DIAS-NEG        TO WRK-REL-DIAS-NEG.                00687000
           MOVE WRK-DIAS-LIM        TO WRK-REL-DIAS-LIM.                00688000
           MOVE WRK-ULTIMO-SALDO    TO WRK-REL-SALDO.                   00689000
           MOVE WRK-ESTAGIO         TO WRK-REL-ESTAGIO.                 00690000
           MOVE WRK-ACAO            TO WRK-REL-ACAO.                    00691000
           WRITE FD-RELCOB FROM WRK-REL-DETALHE.                        00692000
      *-----------------------------------------------------            00693000
       2600-99-FIM.                                  EXIT.              00694000
      *-----------------------------------------------------            00695000
                                                                        00696000
      *-----------------------------------------------------            00697000
       2700-IMPRIMIR-CARTA                        SECTION.              00698000
      *-----------------------------------------------------            00699000
      *    UMA PAGINA POR CONTA, COMO O CONTRACHEQUE DO                 00700000
      *    FR22RELC; O TEXTO DEPENDE DO NOVO ESTAGIO.                   00701000
           ADD 1 TO WRK-REGCARTAS.                                      00702000
           IF WRK-REGCARTAS EQUAL 1                                     00703000
            WRITE FD-CARTCOB FROM WRK-CAR-TITULO                        00704000
           ELSE                                                         00705000
            WRITE FD-CARTCOB FROM WRK-CAR-TITULO AFTER PAGE             00706000
           END-IF.                                                      00707000
           WRITE FD-CARTCOB FROM WRK-CAR-TRACO.                         00708000
           MOVE FD-CLIENTES-AGENCIA TO WRK-CAR-AGENCIA.                 00709000
           MOVE FD-CLIENTES-CONTA   TO WRK-CAR-CTA.                     00710000
           MOVE WRK-PARM-DATAREF    TO WRK-CAR-DATA.                    00711000
           WRITE FD-CARTCOB FROM WRK-CAR-CONTA.                         00712000
           MOVE FD-CLIENTES-NOME    TO WRK-CAR-NOME.                    00713000
           WRITE FD-CARTCOB FROM WRK-CAR-TITULAR.                       00714000
           WRITE FD-CARTCOB FROM WRK-CAR-TRACO.                         00715000
           WRITE FD-CARTCOB FROM WRK-LINHABRANCO.                       00716000
                                                                        00717000
           EVALUATE WRK-ESTAGIO                                         00718000
            WHEN 1                                                      00719000
             MOVE 'CONSTA EM NOSSOS REGISTROS SALDO DEVEDOR EM SUA'     00720000
               TO WRK-CAR-TEXTO-LIN                                     00721000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00722000
             MOVE 'CONTA CORRENTE. SOLICITAMOS A REGULARIZACAO PARA'    00723000
               TO WRK-CAR-TEXTO-LIN                                     00724000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00725000
             MOVE 'EVITAR O BLOQUEIO DA CONTA.'                         00726000
               TO WRK-CAR-TEXTO-LIN                                     00727000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00728000
            WHEN 2                                                      00729000
             MOVE 'POR FALTA DE REGULARIZACAO DO SALDO DEVEDOR, SUA'    00730000
               TO WRK-CAR-TEXTO-LIN                                     00731000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00732000
             MOVE 'CONTA CORRENTE FOI BLOQUEADA. O DESBLOQUEIO DEPENDE' 00733000
               TO WRK-CAR-TEXTO-LIN                                     00734000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00735000
             MOVE 'DA QUITACAO DO SALDO DEVEDOR JUNTO A SUA AGENCIA.'   00736000
               TO WRK-CAR-TEXTO-LIN                                     00737000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00738000
            WHEN OTHER                                                  00739000
             MOVE 'ULTIMO AVISO: SEM A QUITACAO DO SALDO DEVEDOR, O'    00740000
               TO WRK-CAR-TEXTO-LIN                                     00741000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00742000
             MOVE 'DEBITO SERA ENCAMINHADO PARA COBRANCA'               00743000
               TO WRK-CAR-TEXTO-LIN                                     00744000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00745000
             MOVE 'ADMINISTRATIVA E LANCADO EM PREJUIZO.'               00746000
               TO WRK-CAR-TEXTO-LIN                                     00747000
             WRITE FD-CARTCOB FROM WRK-CAR-TEXTO                        00748000
           END-EVALUATE.                                                00749000
                                                                        00750000
           WRITE FD-CARTCOB FROM WRK-LINHABRANCO.                       00751000
           COMPUTE WRK-CAR-SALDO-V = WRK-ULTIMO-SALDO * -1.             00752000
           MOVE FD-CLIENTES-LIMITE  TO WRK-CAR-LIMITE-V.                00753000
           WRITE FD-CARTCOB FROM WRK-CAR-SALDO.                         00754000
           MOVE WRK-DIAS-NEG        TO WRK-CAR-DIAS-NEG.                00755000
           MOVE WRK-DIAS-LIM        TO WRK-CAR-DIAS-LIM.                00756000
           WRITE FD-CARTCOB FROM WRK-CAR-DIAS.                          00757000
           WRITE FD-CARTCOB FROM WRK-LINHABRANCO.                       00758000
           MOVE 'PROCURE SUA AGENCIA PARA REGULARIZAR A SITUACAO.'      00759000
             TO WRK-CAR-TEXTO-LIN.                                      00760000
           WRITE FD-CARTCOB FROM WRK-CAR-TEXTO.                         00761000
           WRITE FD-CARTCOB FROM WRK-CAR-TRACO.                         00762000
      *-----------------------------------------------------            00763000
       2700-99-FIM.                                  EXIT.              00764000
      *-----------------------------------------------------            00765000
                                                                        00766000
      *-----------------------------------------------------            00767000
       3000-FINALIZAR                             SECTION.              00768000
      *-----------------------------------------------------            00769000
           WRITE FD-RELCOB FROM WRK-LINHABRANCO.                        00770000
           MOVE 'CONTAS EM COBRANCA..........:' TO WRK-REL-TOT-DESC.    00771000
           MOVE WRK-REGCOBRANCA TO WRK-REL-TOT-QTDE.                    00772000
           WRITE FD-RELCOB FROM WRK-REL-TOTAL.                          00773000
           MOVE 'NOVOS AVISOS................:' TO WRK-REL-TOT-DESC.    00774000
           MOVE WRK-REGAVISOS TO WRK-REL-TOT-QTDE.                      00775000
           WRITE FD-RELCOB FROM WRK-REL-TOTAL.                          00776000
           MOVE 'NOVOS BLOQUEIOS.............:' TO WRK-REL-TOT-DESC.    00777000
           MOVE WRK-REGBLOQUEIOS TO WRK-REL-TOT-QTDE.                   00778000
           WRITE FD-RELCOB FROM WRK-REL-TOTAL.                          00779000
           MOVE 'NOVAS CANDIDATAS A PREJUIZO.:' TO WRK-REL-TOT-DESC.    00780000
           MOVE WRK-REGPREJUIZO TO WRK-REL-TOT-QTDE.                    00781000
           WRITE FD-RELCOB FROM WRK-REL-TOTAL.                          00782000
           MOVE 'REGULARIZADAS...............:' TO WRK-REL-TOT-DESC.    00783000
           MOVE WRK-REGREGULARIZADAS TO WRK-REL-TOT-QTDE.               00784000
           WRITE FD-RELCOB FROM WRK-REL-TOTAL.                          00785000
                                                                        00786000
           CLOSE CLIENTES HISORD COBNOVO COBHIS MANUCOB CARTCOB         00787000
                 RELCOB.                                                00788000
           IF WRK-TEM-COBANT EQUAL 'S'                                  00789000
            CLOSE COBANT                                                00790000
           END-IF.                                                      00791000
                                                                        00792000
           DISPLAY ' '.                                                 00793000
           DISPLAY 'CONTAS LIDAS:            ' WRK-REGCLIENTES.         00794000
           DISPLAY 'REGISTROS DE HISTORICO:  ' WRK-REGHISTORICO.        00795000
           DISPLAY 'ESTAGIOS ANTERIORES:     ' WRK-REGCOBANT.           00796000
           DISPLAY 'ESTAGIOS DESCARTADOS:    ' WRK-REGDESCARTADOS.      00797000
           DISPLAY 'CONTAS EM COBRANCA:      ' WRK-REGCOBRANCA.         00798000
           DISPLAY 'NOVOS AVISOS:            ' WRK-REGAVISOS.           00799000
           DISPLAY 'NOVOS BLOQUEIOS:         ' WRK-REGBLOQUEIOS.        00800000
           DISPLAY 'CANDIDATAS A PREJUIZO:   ' WRK-REGPREJUIZO.         00801000
           DISPLAY 'REGULARIZADAS:           ' WRK-REGREGULARIZADAS.    00802000
           DISPLAY 'CARTAS EMITIDAS:         ' WRK-REGCARTAS.           00803000
           DISPLAY 'SALDO DEVEDOR EM COBR.:  ' WRK-TOT-DEVEDOR.         00804000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00805000
      *-----------------------------------------------------            00806000
       3000-99-FIM.                                  EXIT.              00807000
      *-----------------------------------------------------            00808000
                                                                        00809000
      *-----------------------------------------------------            00810000
       4000-TESTAR-STATUS                         SECTION.              00811000
      *-----------------------------------------------------            00812000
           IF WRK-FS-CLIENTES NOT EQUAL 00                              00813000
            MOVE 'FR22EX24'              TO WRK-PROGRAMA                00814000
            MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM                00815000
            MOVE '1000'                  TO WRK-SECAO                   00816000
            MOVE WRK-FS-CLIENTES         TO WRK-STATUS                  00817000
            PERFORM 9000-TRATAERROS                                     00818000
           END-IF.                                                      00819000
           IF WRK-FS-HISORD NOT EQUAL 00                                00820000
            MOVE 'FR22EX24'              TO WRK-PROGRAMA                00821000
            MOVE 'ERRO NO OPEN HISORD'   TO WRK-MENSAGEM                00822000
            MOVE '1000'                  TO WRK-SECAO                   00823000
            MOVE WRK-FS-HISORD           TO WRK-STATUS                  00824000
            PERFORM 9000-TRATAERROS                                     00825000
           END-IF.                                                      00826000
           IF WRK-FS-COBNOVO NOT EQUAL 00                               00827000
            MOVE 'FR22EX24'              TO WRK-PROGRAMA                00828000
            MOVE 'ERRO NO OPEN COBNOVO'  TO WRK-MENSAGEM                00829000
            MOVE '1000'                  TO WRK-SECAO                   00830000
            MOVE WRK-FS-COBNOVO          TO WRK-STATUS                  00831000
            PERFORM 9000-TRATAERROS                                     00832000
           END-IF.                                                      00833000
           IF WRK-FS-COBHIS NOT EQUAL 00                                00834000
            MOVE 'FR22EX24'              TO WRK-PROGRAMA                00835000
            MOVE 'ERRO NO OPEN COBHIS'   TO WRK-MENSAGEM                00836000
            MOVE '1000'                  TO WRK-SECAO                   00837000
            MOVE WRK-FS-COBHIS           TO WRK-STATUS                  00838000
            PERFORM 9000-TRATAERROS                                     00839000
           END-IF.                                                      00840000
           IF WRK-FS-MANUCOB NOT EQUAL 00                               00841000
            MOVE 'FR22EX24'              TO WRK-PROGRAMA                00842000
            MOVE 'ERRO NO OPEN MANUCOB'  TO WRK-MENSAGEM                00843000
            MOVE '1000'                  TO WRK-SECAO                   00844000
            MOVE WRK-FS-MANUCOB          TO WRK-STATUS                  00845000
            PERFORM 9000-TRATAERROS                                     00846000
           END-IF.                                                      00847000
           IF WRK-FS-CARTCOB NOT EQUAL 00                               00848000
            MOVE 'FR22EX24'              TO WRK-PROGRAMA                00849000
            MOVE 'ERRO NO OPEN CARTCOB'  TO WRK-MENSAGEM                00850000
            MOVE '1000'                  TO WRK-SECAO                   00851000
            MOVE WRK-FS-CARTCOB          TO WRK-STATUS                  00852000
            PERFORM 9000-TRATAERROS                                     00853000
           END-IF.                                                      00854000
           IF WRK-FS-RELCOB NOT EQUAL 00                                00855000
            MOVE 'FR22EX24'              TO WRK-PROGRAMA                00856000
            MOVE 'ERRO NO OPEN RELCOB'   TO WRK-MENSAGEM                00857000
            MOVE '1000'                  TO WRK-SECAO                   00858000
            MOVE WRK-FS-RELCOB           TO WRK-STATUS                  00859000
            PERFORM 9000-TRATAERROS                                     00860000
           END-IF.                                                      00861000
      *-----------------------------------------------------            00862000
       4000-99-FIM.                                  EXIT.              00863000
      *-----------------------------------------------------            00864000
                                                                        00865000
      *-----------------------------------------------------            00866000
       5000-LER-CLIENTE                           SECTION.              00867000
      *-----------------------------------------------------            00868000
           READ CLIENTES.                                               00869000
           IF WRK-FS-CLIENTES EQUAL 10                                  00870000
            MOVE HIGH-VALUES TO FD-CLIENTES-CHAVE                       00871000
           ELSE                                                         00872000
            ADD 1 TO WRK-REGCLIENTES                                    00873000
           END-IF.                                                      00874000
      *-----------------------------------------------------            00875000
       5000-99-FIM.                                  EXIT.              00876000
      *-----------------------------------------------------            00877000
                                                                        00878000
      *-----------------------------------------------------            00879000
       5100-LER-HISTORICO                         SECTION.              00880000
      *-----------------------------------------------------            00881000
           READ HISORD.                                                 00882000
           IF WRK-FS-HISORD EQUAL 10                                    00883000
            MOVE HIGH-VALUES TO FD-HIS-CHAVE                            00884000
           ELSE                                                         00885000
            ADD 1 TO WRK-REGHISTORICO                                   00886000
           END-IF.                                                      00887000
      *-----------------------------------------------------            00888000
       5100-99-FIM.                                  EXIT.              00889000
      *-----------------------------------------------------            00890000
                                                                        00891000
      *-----------------------------------------------------            00892000
       5200-LER-COBANT                            SECTION.              00893000
      *-----------------------------------------------------            00894000
           IF WRK-TEM-COBANT EQUAL 'N'                                  00895000
            MOVE HIGH-VALUES TO FD-ANT-CHAVE                            00896000
            GO TO 5200-99-FIM                                           00897000
           END-IF.                                                      00898000
           READ COBANT.                                                 00899000
           IF WRK-FS-COBANT EQUAL 10                                    00900000
            MOVE HIGH-VALUES TO FD-ANT-CHAVE                            00901000
           ELSE                                                         00902000
            ADD 1 TO WRK-REGCOBANT                                      00903000
           END-IF.                                                      00904000
      *-----------------------------------------------------            00905000
       5200-99-FIM.                                  EXIT.              00906000
      *-----------------------------------------------------            00907000
                                                                        00908000
      *-----------------------------------------------------            00909000
       9000-TRATAERROS                            SECTION.              00910000
      *-----------------------------------------------------            00911000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00912000
           GOBACK.                                                      00913000
      *-----------------------------------------------------            00914000
       9000-99-FIM.                                  EXIT.              00915000
      *-----------------------------------------------------            00916000
