      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22EX25.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RATING MENSAL DE RISCO DAS CONTAS DO   *             00008000
      *            CLIENTES (0 A 100 PONTOS, QUANTO MAIS  *             00009000
      *            ALTO MAIOR O RISCO) PELOS ALERTAS DE   *             00010000
      *            COMPLIANCE DO FR22EX18 NO MES          *             00011000
      *            (ALERTCMP CONCATENADOS EM ALERTAS:     *             00012000
      *            QUANTIDADE E VALOR), PELOS DIAS COM    *             00013000
      *            SALDO NEGATIVO E PELOS DIAS COM        *             00014000
      *            ESTORNO NO HISTORICO SALDOHIS, PELO    *             00015000
      *            ESTAGIO DE COBRANCA DO FR22EX24        *             00016000
      *            (COBNOVO EM COBATU) E PELA IDADE DA    *             00017000
      *            CONTA (DESDE O PRIMEIRO DIA NO         *             00018000
      *            SALDOHIS, GUARDADA NO RATING). A       *             00019000
      *            CLASSE (B-BAIXO, M-MEDIO, A-ALTO) E    *             00020000
      *            COMPARADA COM A DO MES ANTERIOR        *             00021000
      *            (RISCOANT); O RATING ATUAL SAI EM      *             00022000
      *            RISCONOV (A COPIA VSAM RISCOV E LIDA   *             00023000
      *            PELO F22CIPJ) E EM RISCOHIS, QUE       *             00024000
      *            ACUMULA OS MESES. CONTA DE RISCO ALTO  *             00025000
      *            FICA MARCADA PARA REVISAO REFORCADA.   *             00026000
      *            O RELRISCO TRAZ PRIMEIRO AS CONTAS QUE *             00027000
      *            PIORARAM DE CLASSE E DEPOIS O RANKING  *             00028000
      *            GERAL, DA MAIOR PONTUACAO PARA A       *             00029000
      *            MENOR. CONTA ENCERRADA NAO E AVALIADA. *             00030000
      *---------------------------------------------------*             00031000
      *  PARAMETRO (SYSIN): DATAINI/DATAFIM (AAAAMMDD;    *             00032000
      *  VAZIOS = O MES FECHADO ANTERIOR AO MES DO DIA) + *             00033000
      *  PONTOS PARA RISCO MEDIO (9(03); VAZIO = 030) +   *             00034000
      *  PONTOS PARA RISCO ALTO (9(03); VAZIO = 060) +    *             00035000
      *  VALOR DOS ALERTAS NO MES QUE PESA NO RATING      *             00036000
      *  (9(10); VAZIO = 0000500000).                     *             00037000
      *---------------------------------------------------*             00038000
      *  ARQUIVOS:                                        *             00039000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00040000
      *  CLIENTES            I             ---------      *             00041000
      *  SALDOHIS            I             ---------      *             00042000
      *  HISORD              O/I           ---------      *             00043000
      *  ALERTAS             I             ---------      *             00044000
      *  ALEORD              O/I           ---------      *             00045000
      *  COBATU              I             ---------      *             00046000
      *  RISCOANT            I             ---------      *             00047000
      *  RISCONOV            O             ---------      *             00048000
      *  RISCOHIS            O             ---------      *             00049000
      *  RISCRNK             O/I           ---------      *             00050000
      *  RELRISCO            O             ---------      *             00051000
      *===================================================*             00052000
                                                                        00053000
      *====================================================             00054000
       ENVIRONMENT                               DIVISION.              00055000
      *====================================================             00056000
       CONFIGURATION                             SECTION.               00057000
       SPECIAL-NAMES.                                                   00058000
           DECIMAL-POINT  IS COMMA.                                     00059000
                                                                        00060000
       INPUT-OUTPUT                              SECTION.               00061000
       FILE-CONTROL.                                                    00062000
           SELECT CLIENTES ASSIGN TO CLIENTES                           00063000
               FILE STATUS IS WRK-FS-CLIENTES.                          00064000
                                                                        00065000
           SELECT SALDOHIS ASSIGN TO SALDOHIS                           00066000
               FILE STATUS IS WRK-FS-SALDOHIS.                          00067000
                                                                        00068000
           SELECT HISORD ASSIGN TO HISORD                               00069000
               FILE STATUS IS WRK-FS-HISORD.                            00070000
                                                                        00071000
           SELECT ALERTAS ASSIGN TO ALERTAS                             00072000
               FILE STATUS IS WRK-FS-ALERTAS.                           00073000
                                                                        00074000
           SELECT ALEORD ASSIGN TO ALEORD                               00075000
               FILE STATUS IS WRK-FS-ALEORD.                            00076000
                                                                        00077000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00078000
                                                                        00079000
           SELECT ARQSORT2 ASSIGN TO SORTWK02.                          00080000
                                                                        00081000
           SELECT ARQSORT3 ASSIGN TO SORTWK03.                          00082000
                                                                        00083000
           SELECT COBATU ASSIGN TO COBATU                               00084000
               FILE STATUS IS WRK-FS-COBATU.                            00085000
                                                                        00086000
           SELECT RISCOANT ASSIGN TO RISCOANT                           00087000
               FILE STATUS IS WRK-FS-RISCOANT.                          00088000
                                                                        00089000
           SELECT RISCONOV ASSIGN TO RISCONOV                           00090000
               FILE STATUS IS WRK-FS-RISCONOV.                          00091000
                                                                        00092000
           SELECT RISCOHIS ASSIGN TO RISCOHIS                           00093000
               FILE STATUS IS WRK-FS-RISCOHIS.                          00094000
                                                                        00095000
           SELECT RISCRNK ASSIGN TO RISCRNK                             00096000
               FILE STATUS IS WRK-FS-RISCRNK.                           00097000
                                                                        00098000
           SELECT RELRISCO ASSIGN TO RELRISCO                           00099000
               FILE STATUS IS WRK-FS-RELRISCO.                          00100000
                                                                        00101000
      *====================================================             00102000
       DATA                                      DIVISION.              00103000
      *====================================================             00104000
      *-----------------------------------------------------            00105000
       FILE                                      SECTION.               00106000
      *-----------------------------------------------------            00107000
       FD CLIENTES                                                      00108000
           RECORDING MODE IS F                                          00109000
           BLOCK CONTAINS 0 RECORDS.                                    00110000
      *-----------LRECL 55----------------------------------            00111000
       01 FD-CLIENTES.                                                  00112000
          05 FD-CLIENTES-CHAVE.                                         00113000
             10 FD-CLIENTES-AGENCIA PIC X(04).                          00114000
             10 FD-CLIENTES-CONTA   PIC X(04).                          00115000
          05 FD-CLIENTES-NOME       PIC X(30).                          00116000
          05 FD-CLIENTES-SALDO      PIC 9(08).                          00117000
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00118000
          05 FD-CLIENTES-STATUS     PIC X(01).                          00119000
             88 FD-CLIENTES-ENCERRADA         VALUE 'E'.                00120000
                                                                        00121000
       FD SALDOHIS                                                      00122000
           RECORDING MODE IS F                                          00123000
           BLOCK CONTAINS 0 RECORDS.                                    00124000
      *-----------LRECL 58----------------------------------            00125000
       01 FD-SALDOHIS               PIC X(58).                          00126000
                                                                        00127000
       FD HISORD                                                        00128000
           RECORDING MODE IS F                                          00129000
           BLOCK CONTAINS 0 RECORDS.                                    00130000
      *-----------LRECL 58----------------------------------            00131000
       01 FD-HISORD.                                                    00132000
          05 FD-HIS-DATA         PIC 9(08).                             00133000
          05 FD-HIS-CHAVE        PIC X(08).                             00134000
          05 FD-HIS-ABERT-SINAL  PIC X(01).                             00135000
          05 FD-HIS-ABERTURA     PIC 9(08).                             00136000
          05 FD-HIS-CREDITOS     PIC 9(08).                             00137000
          05 FD-HIS-DEBITOS      PIC 9(08).                             00138000
          05 FD-HIS-ESTORNOS     PIC 9(08).                             00139000
          05 FD-HIS-FECH-SINAL   PIC X(01).                             00140000
          05 FD-HIS-FECHAMENTO   PIC 9(08).                             00141000
                                                                        00142000
       FD ALERTAS                                                       00143000
           RECORDING MODE IS F                                          00144000
           BLOCK CONTAINS 0 RECORDS.                                    00145000
      *-----------LRECL 40----------------------------------            00146000
       01 FD-ALERTAS                PIC X(40).                          00147000
                                                                        00148000
       FD ALEORD                                                        00149000
           RECORDING MODE IS F                                          00150000
           BLOCK CONTAINS 0 RECORDS.                                    00151000
      *-----------LRECL 40----------------------------------            00152000
       01 FD-ALEORD.                                                    00153000
          05 FD-ALE-DATA            PIC 9(08).                          00154000
          05 FD-ALE-CHAVE           PIC X(08).                          00155000
          05 FD-ALE-TIPO            PIC X(01).                          00156000
          05 FD-ALE-VALOR           PIC 9(10).                          00157000
          05 FILLER                 PIC X(13).                          00158000
      *-----------------------------------------------------            00159000
       SD ARQSORT.                                                      00160000
       01 SD-ARQSORT.                                                   00161000
          05 SD-SORT-DATA           PIC 9(08).                          00162000
          05 SD-SORT-CHAVE          PIC X(08).                          00163000
          05 FILLER                 PIC X(42).                          00164000
                                                                        00165000
       SD ARQSORT2.                                                     00166000
       01 SD-ARQSORT2.                                                  00167000
          05 SD-SORT2-DATA          PIC 9(08).                          00168000
          05 SD-SORT2-CHAVE         PIC X(08).                          00169000
          05 FILLER                 PIC X(24).                          00170000
                                                                        00171000
       SD ARQSORT3.                                                     00172000
       01 SD-ARQSORT3.                                                  00173000
          05 SD-SORT3-CHAVE         PIC X(08).                          00174000
          05 FILLER                 PIC X(16).                          00175000
          05 SD-SORT3-PONTOS        PIC 9(03).                          00176000
          05 FILLER                 PIC X(73).                          00177000
      *-----------------------------------------------------            00178000
       FD COBATU                                                        00179000
           RECORDING MODE IS F                                          00180000
           BLOCK CONTAINS 0 RECORDS.                                    00181000
      *-----------LRECL 40----------------------------------            00182000
       01 FD-COBATU.                                                    00183000
          05 FD-COB-CHAVE           PIC X(08).                          00184000
          05 FD-COB-ESTAGIO         PIC 9(01).                          00185000
          05 FILLER                 PIC X(31).                          00186000
                                                                        00187000
       FD RISCOANT                                                      00188000
           RECORDING MODE IS F                                          00189000
           BLOCK CONTAINS 0 RECORDS.                                    00190000
      *-----------LRECL 100---------------------------------            00191000
       01 FD-RISCOANT.                                                  00192000
          05 FD-ANT-CHAVE           PIC X(08).                          00193000
          05 FD-ANT-DATAREF         PIC 9(08).                          00194000
          05 FD-ANT-DATA-INICIO     PIC 9(08).                          00195000
          05 FD-ANT-PONTOS          PIC 9(03).                          00196000
          05 FD-ANT-CLASSE          PIC X(01).                          00197000
          05 FILLER                 PIC X(72).                          00198000
                                                                        00199000
       FD RISCONOV                                                      00200000
           RECORDING MODE IS F                                          00201000
           BLOCK CONTAINS 0 RECORDS.                                    00202000
      *-----------LRECL 100---------------------------------            00203000
       01 FD-RISCONOV               PIC X(100).                         00204000
                                                                        00205000
       FD RISCOHIS                                                      00206000
           RECORDING MODE IS F                                          00207000
           BLOCK CONTAINS 0 RECORDS.                                    00208000
      *-----------LRECL 100---------------------------------            00209000
       01 FD-RISCOHIS               PIC X(100).                         00210000
                                                                        00211000
       FD RISCRNK                                                       00212000
           RECORDING MODE IS F                                          00213000
           BLOCK CONTAINS 0 RECORDS.                                    00214000
      *-----------LRECL 100---------------------------------            00215000
       01 FD-RISCRNK.                                                   00216000
          05 FD-RNK-CHAVE           PIC X(08).                          00217000
          05 FD-RNK-DATAREF         PIC 9(08).                          00218000
          05 FD-RNK-DATA-INICIO     PIC 9(08).                          00219000
          05 FD-RNK-PONTOS          PIC 9(03).                          00220000
          05 FD-RNK-CLASSE          PIC X(01).                          00221000
          05 FD-RNK-CLASSE-ANT      PIC X(01).                          00222000
          05 FD-RNK-PONTOS-ANT      PIC 9(03).                          00223000
          05 FD-RNK-SITUACAO        PIC X(01).                          00224000
             88 FD-RNK-PIOROU                 VALUE 'P'.                00225000
          05 FD-RNK-REVISAO         PIC X(01).                          00226000
             88 FD-RNK-REVISAO-REFORCADA      VALUE 'S'.                00227000
          05 FD-RNK-QTD-ALERTAS     PIC 9(03).                          00228000
          05 FD-RNK-VLR-ALERTAS     PIC 9(10).                          00229000
          05 FD-RNK-DIAS-HIST       PIC 9(03).                          00230000
          05 FD-RNK-DIAS-NEG        PIC 9(03).                          00231000
          05 FD-RNK-DIAS-ESTORNO    PIC 9(03).                          00232000
          05 FD-RNK-ESTAGIO         PIC 9(01).                          00233000
          05 FD-RNK-IDADE           PIC 9(05).                          00234000
          05 FD-RNK-NOME            PIC X(30).                          00235000
          05 FILLER                 PIC X(08).                          00236000
                                                                        00237000
       FD RELRISCO                                                      00238000
           RECORDING MODE IS F                                          00239000
           BLOCK CONTAINS 0 RECORDS.                                    00240000
      *-----------LRECL 132---------------------------------            00241000
       01 FD-RELRISCO               PIC X(132).                         00242000
      *-----------------------------------------------------            00243000
       WORKING-STORAGE                           SECTION.               00244000
      *-----------------------------------------------------            00245000
           COPY '#GLOG'.                                                00246000
      *-----------------------------------------------------            00247000
       01 FILLER PIC X(48) VALUE                                        00248000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00249000
      *-----------------------------------------------------            00250000
       77 WRK-FS-CLIENTES      PIC 9(02).                               00251000
       77 WRK-FS-SALDOHIS      PIC 9(02).                               00252000
       77 WRK-FS-HISORD        PIC 9(02).                               00253000
       77 WRK-FS-ALERTAS       PIC 9(02).                               00254000
       77 WRK-FS-ALEORD        PIC 9(02).                               00255000
       77 WRK-FS-COBATU        PIC 9(02).                               00256000
       77 WRK-FS-RISCOANT      PIC 9(02).                               00257000
       77 WRK-FS-RISCONOV      PIC 9(02).                               00258000
       77 WRK-FS-RISCOHIS      PIC 9(02).                               00259000
       77 WRK-FS-RISCRNK       PIC 9(02).                               00260000
       77 WRK-FS-RELRISCO      PIC 9(02).                               00261000
      *-----------------------------------------------------            00262000
       01 FILLER PIC X(48) VALUE                                        00263000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00264000
      *-----------------------------------------------------            00265000
       01 WRK-PARM.                                                     00266000
          05 WRK-PARM-DATAINI    PIC 9(08).                             00267000
          05 WRK-PARM-DATAFIM    PIC 9(08).                             00268000
          05 WRK-PARM-PTS-MEDIO  PIC 9(03).                             00269000
          05 WRK-PARM-PTS-ALTO   PIC 9(03).                             00270000
          05 WRK-PARM-VLR-ALERTA PIC 9(10).                             00271000
       01 WRK-DATA-HOJE          PIC 9(08).                             00272000
       01 FILLER REDEFINES WRK-DATA-HOJE.                               00273000
          05 WRK-HOJE-AAAA       PIC 9(04).                             00274000
          05 WRK-HOJE-MM         PIC 9(02).                             00275000
          05 WRK-HOJE-DD         PIC 9(02).                             00276000
      *-----------------------------------------------------            00277000
       01 FILLER PIC X(48) VALUE                                        00278000
            '-------APURACAO DA CONTA---------------------'.            00279000
      *-----------------------------------------------------            00280000
       77 WRK-TEM-COBATU       PIC X(01) VALUE 'S'.                     00281000
       77 WRK-TEM-RISCOANT     PIC X(01) VALUE 'S'.                     00282000
       77 WRK-PRIMEIRO-DIA     PIC 9(08) VALUE ZEROS.                   00283000
       77 WRK-CTA-DIAS-HIST    PIC 9(03) VALUE ZEROS.                   00284000
       77 WRK-CTA-DIAS-NEG     PIC 9(03) VALUE ZEROS.                   00285000
       77 WRK-CTA-DIAS-EST     PIC 9(03) VALUE ZEROS.                   00286000
       77 WRK-CTA-QTD-ALERTAS  PIC 9(03) VALUE ZEROS.                   00287000
       77 WRK-CTA-VLR-ALERTAS  PIC 9(10) VALUE ZEROS.                   00288000
       77 WRK-CTA-ESTAGIO      PIC 9(01) VALUE ZEROS.                   00289000
       77 WRK-CTA-INICIO-ANT   PIC 9(08) VALUE ZEROS.                   00290000
       77 WRK-CTA-PONTOS-ANT   PIC 9(03) VALUE ZEROS.                   00291000
       77 WRK-CTA-CLASSE-ANT   PIC X(01) VALUE SPACES.                  00292000
       77 WRK-SALDO-DIA        PIC S9(09) VALUE ZEROS.                  00293000
       77 WRK-PCT-NEGATIVO     PIC 9(03) VALUE ZEROS.                   00294000
       77 WRK-NIVEL            PIC 9(01) VALUE ZEROS.                   00295000
       77 WRK-NIVEL-ANT        PIC 9(01) VALUE ZEROS.                   00296000
      *-----------------------------------------------------            00297000
       01 FILLER PIC X(48) VALUE                                        00298000
            '-------REGISTRO DO RATING--------------------'.            00299000
      *-----------------------------------------------------            00300000
      *    MESMO LAYOUT EM RISCOANT, RISCONOV, RISCOHIS E               00301000
      *    RISCRNK. CLASSE: B-BAIXO, M-MEDIO, A-ALTO.                   00302000
      *    SITUACAO: N-NOVA, P-PIOROU, O-MELHOROU, M-MANTEVE.           00303000
       01 WRK-RISCO.                                                    00304000
          05 WRK-RIS-CHAVE          PIC X(08).                          00305000
          05 WRK-RIS-DATAREF        PIC 9(08).                          00306000
          05 WRK-RIS-DATA-INICIO    PIC 9(08).                          00307000
          05 WRK-RIS-PONTOS         PIC 9(03).                          00308000
          05 WRK-RIS-CLASSE         PIC X(01).                          00309000
             88 WRK-RIS-ALTO                  VALUE 'A'.                00310000
             88 WRK-RIS-MEDIO                 VALUE 'M'.                00311000
             88 WRK-RIS-BAIXO                 VALUE 'B'.                00312000
          05 WRK-RIS-CLASSE-ANT     PIC X(01).                          00313000
          05 WRK-RIS-PONTOS-ANT     PIC 9(03).                          00314000
          05 WRK-RIS-SITUACAO       PIC X(01).                          00315000
             88 WRK-RIS-NOVA                  VALUE 'N'.                00316000
             88 WRK-RIS-PIOROU                VALUE 'P'.                00317000
             88 WRK-RIS-MELHOROU              VALUE 'O'.                00318000
             88 WRK-RIS-MANTEVE               VALUE 'M'.                00319000
          05 WRK-RIS-REVISAO        PIC X(01).                          00320000
          05 WRK-RIS-QTD-ALERTAS    PIC 9(03).                          00321000
          05 WRK-RIS-VLR-ALERTAS    PIC 9(10).                          00322000
          05 WRK-RIS-DIAS-HIST      PIC 9(03).                          00323000
          05 WRK-RIS-DIAS-NEG       PIC 9(03).                          00324000
          05 WRK-RIS-DIAS-ESTORNO   PIC 9(03).                          00325000
          05 WRK-RIS-ESTAGIO        PIC 9(01).                          00326000
          05 WRK-RIS-IDADE          PIC 9(05).                          00327000
          05 WRK-RIS-NOME           PIC X(30).                          00328000
          05 FILLER                 PIC X(08).                          00329000
      *-----------------------------------------------------            00330000
       01 FILLER PIC X(48) VALUE                                        00331000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00332000
      *-----------------------------------------------------            00333000
       77 WRK-REGCLIENTES      PIC 9(06) VALUE ZEROS.                   00334000
       77 WRK-REGHISTORICO     PIC 9(07) VALUE ZEROS.                   00335000
       77 WRK-REGALERTAS       PIC 9(07) VALUE ZEROS.                   00336000
       77 WRK-REGCOBATU        PIC 9(06) VALUE ZEROS.                   00337000
       77 WRK-REGRISCOANT      PIC 9(06) VALUE ZEROS.                   00338000
       77 WRK-REGAVALIADAS     PIC 9(06) VALUE ZEROS.                   00339000
       77 WRK-REGBAIXO         PIC 9(06) VALUE ZEROS.                   00340000
       77 WRK-REGMEDIO         PIC 9(06) VALUE ZEROS.                   00341000
       77 WRK-REGALTO          PIC 9(06) VALUE ZEROS.                   00342000
       77 WRK-REGPIOROU        PIC 9(06) VALUE ZEROS.                   00343000
       77 WRK-REGMELHOROU      PIC 9(06) VALUE ZEROS.                   00344000
       77 WRK-REGNOVAS         PIC 9(06) VALUE ZEROS.                   00345000
       77 WRK-POSICAO          PIC 9(06) VALUE ZEROS.                   00346000
      *-----------------------------------------------------            00347000
       01 FILLER PIC X(48) VALUE                                        00348000
            '-------LINHAS DO RELATORIO-------------------'.            00349000
      *-----------------------------------------------------            00350000
       01 WRK-REL-CABEC.                                                00351000
          05 FILLER             PIC X(31) VALUE                         00352000
             'RATING DE RISCO DE CLIENTES - '.                          00353000
          05 WRK-REL-DATAINI    PIC 9(08).                              00354000
          05 FILLER             PIC X(03) VALUE ' A '.                  00355000
          05 WRK-REL-DATAFIM    PIC 9(08).                              00356000
          05 FILLER             PIC X(82) VALUE SPACES.                 00357000
       01 WRK-REL-SECAO         PIC X(132) VALUE SPACES.                00358000
       01 WRK-REL-COLUNAS.                                              00359000
          05 FILLER             PIC X(50) VALUE                         00360000
             '   POS CONTA    NOME                           PTS'.      00361000
          05 FILLER             PIC X(50) VALUE                         00362000
             ' ANT CL AN ALER      VLR.ALERTAS DNEG DEST E IDADE'.      00363000
          05 FILLER             PIC X(32) VALUE                         00364000
             ' SITUACAO  OBSERVACAO'.                                   00365000
       01 WRK-REL-DETALHE.                                              00366000
          05 WRK-REL-POSICAO    PIC ZZZZZ9.                             00367000
          05 FILLER             PIC X(01) VALUE SPACES.                 00368000
          05 WRK-REL-CHAVE      PIC X(08).                              00369000
          05 FILLER             PIC X(01) VALUE SPACES.                 00370000
          05 WRK-REL-NOME       PIC X(30).                              00371000
          05 FILLER             PIC X(01) VALUE SPACES.                 00372000
          05 WRK-REL-PONTOS     PIC ZZ9.                                00373000
          05 FILLER             PIC X(01) VALUE SPACES.                 00374000
          05 WRK-REL-PONTOS-ANT PIC ZZ9.                                00375000
          05 FILLER             PIC X(02) VALUE SPACES.                 00376000
          05 WRK-REL-CLASSE     PIC X(01).                              00377000
          05 FILLER             PIC X(02) VALUE SPACES.                 00378000
          05 WRK-REL-CLASSE-ANT PIC X(01).                              00379000
          05 FILLER             PIC X(01) VALUE SPACES.                 00380000
          05 WRK-REL-QTD        PIC ZZZ9.                               00381000
          05 FILLER             PIC X(01) VALUE SPACES.                 00382000
          05 WRK-REL-VALOR      PIC Z.ZZZ.ZZZ.ZZ9.                      00383000
          05 FILLER             PIC X(01) VALUE SPACES.                 00384000
          05 WRK-REL-DIAS-NEG   PIC ZZZ9.                               00385000
          05 FILLER             PIC X(01) VALUE SPACES.                 00386000
          05 WRK-REL-DIAS-EST   PIC ZZZ9.                               00387000
          05 FILLER             PIC X(01) VALUE SPACES.                 00388000
          05 WRK-REL-ESTAGIO    PIC 9(01).                              00389000
          05 FILLER             PIC X(01) VALUE SPACES.                 00390000
          05 WRK-REL-IDADE      PIC ZZZZ9.                              00391000
          05 FILLER             PIC X(01) VALUE SPACES.                 00392000
          05 WRK-REL-SITUACAO   PIC X(09).                              00393000
          05 FILLER             PIC X(01) VALUE SPACES.                 00394000
          05 WRK-REL-OBS        PIC X(17).                              00395000
          05 FILLER             PIC X(07) VALUE SPACES.                 00396000
       01 WRK-REL-TOTAL.                                                00397000
          05 WRK-REL-TOT-DESC   PIC X(30).                              00398000
          05 WRK-REL-TOT-QTDE   PIC ZZZZZ9.                             00399000
          05 FILLER             PIC X(96) VALUE SPACES.                 00400000
       77 WRK-LINHABRANCO       PIC X(132) VALUE SPACES.                00401000
      *====================================================             00402000
       PROCEDURE                                 DIVISION.              00403000
      *====================================================             00404000
      *-----------------------------------------------------            00405000
       0000-PRINCIPAL                             SECTION.              00406000
      *-----------------------------------------------------            00407000
           PERFORM 1000-INICIALIZAR.                                    00408000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLIENTES                 00409000
                   EQUAL 10.                                            00410000
           PERFORM 3000-FINALIZAR.                                      00411000
           STOP RUN.                                                    00412000
      *-----------------------------------------------------            00413000
       0000-99-FIM.                                  EXIT.              00414000
      *-----------------------------------------------------            00415000
                                                                        00416000
      *-----------------------------------------------------            00417000
       1000-INICIALIZAR                           SECTION.              00418000
      *-----------------------------------------------------            00419000
           ACCEPT WRK-PARM FROM SYSIN.                                  00420000
      *    PERIODO PADRAO: O MES FECHADO ANTERIOR AO MES DA             00421000
      *    DATA DO DIA.                                                 00422000
           IF WRK-PARM-DATAINI NOT NUMERIC                              00423000
              OR WRK-PARM-DATAINI EQUAL ZEROS                           00424000
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD                     00425000
            MOVE 01 TO WRK-HOJE-DD                                      00426000
            COMPUTE WRK-PARM-DATAFIM = FUNCTION DATE-OF-INTEGER         00427000
                   (FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) - 1)       00428000
            MOVE WRK-PARM-DATAFIM TO WRK-DATA-HOJE                      00429000
            MOVE 01 TO WRK-HOJE-DD                                      00430000
            MOVE WRK-DATA-HOJE TO WRK-PARM-DATAINI                      00431000
           END-IF.                                                      00432000
           IF WRK-PARM-DATAFIM NOT NUMERIC                              00433000
              OR WRK-PARM-DATAFIM EQUAL ZEROS                           00434000
            COMPUTE WRK-PARM-DATAFIM = FUNCTION DATE-OF-INTEGER         00435000
                   (FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAINI) + 30)   00436000
           END-IF.                                                      00437000
           IF WRK-PARM-PTS-MEDIO NOT NUMERIC                            00438000
              OR WRK-PARM-PTS-MEDIO EQUAL ZEROS                         00439000
            MOVE 030 TO WRK-PARM-PTS-MEDIO                              00440000
           END-IF.                                                      00441000
           IF WRK-PARM-PTS-ALTO NOT NUMERIC                             00442000
              OR WRK-PARM-PTS-ALTO EQUAL ZEROS                          00443000
              OR WRK-PARM-PTS-ALTO NOT GREATER WRK-PARM-PTS-MEDIO       00444000
            MOVE 060 TO WRK-PARM-PTS-ALTO                               00445000
           END-IF.                                                      00446000
           IF WRK-PARM-VLR-ALERTA NOT NUMERIC                           00447000
              OR WRK-PARM-VLR-ALERTA EQUAL ZEROS                        00448000
            MOVE 0000500000 TO WRK-PARM-VLR-ALERTA                      00449000
           END-IF.                                                      00450000
                                                                        00451000
      *    O SALDOHIS E OS ALERTAS DIARIOS SAO GRAVADOS EM              00452000
      *    ORDEM DE DATA; OS DOIS SAO ORDENADOS NA ORDEM DO             00453000
      *    CLIENTES (CONTA E DATA).                                     00454000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-CHAVE                  00455000
                                         SD-SORT-DATA                   00456000
                USING SALDOHIS                                          00457000
                GIVING HISORD.                                          00458000
                                                                        00459000
           SORT ARQSORT2 ON ASCENDING KEY SD-SORT2-CHAVE                00460000
                                          SD-SORT2-DATA                 00461000
                USING ALERTAS                                           00462000
                GIVING ALEORD.                                          00463000
                                                                        00464000
           OPEN INPUT CLIENTES HISORD ALEORD                            00465000
                OUTPUT RISCONOV RISCOHIS RELRISCO.                      00466000
             PERFORM 4000-TESTAR-STATUS.                                00467000
                                                                        00468000
      *    SEM COBATU NENHUMA CONTA TEM ESTAGIO DE COBRANCA;            00469000
      *    SEM RISCOANT (PRIMEIRO MES) TODAS SAO NOVAS.                 00470000
           OPEN INPUT COBATU.                                           00471000
           IF WRK-FS-COBATU EQUAL 35                                    00472000
            MOVE 'N' TO WRK-TEM-COBATU                                  00473000
            MOVE HIGH-VALUES TO FD-COB-CHAVE                            00474000
            DISPLAY 'COBATU AUSENTE - SEM ESTAGIO DE COBRANCA'          00475000
           ELSE                                                         00476000
            IF WRK-FS-COBATU NOT EQUAL 00                               00477000
             MOVE 'FR22EX25'              TO WRK-PROGRAMA               00478000
             MOVE 'ERRO NO OPEN COBATU'   TO WRK-MENSAGEM               00479000
             MOVE '1000'                  TO WRK-SECAO                  00480000
             MOVE WRK-FS-COBATU           TO WRK-STATUS                 00481000
             PERFORM 9000-TRATAERROS                                    00482000
            END-IF                                                      00483000
            PERFORM 5300-LER-COBATU                                     00484000
           END-IF.                                                      00485000
                                                                        00486000
           OPEN INPUT RISCOANT.                                         00487000
           IF WRK-FS-RISCOANT EQUAL 35                                  00488000
            MOVE 'N' TO WRK-TEM-RISCOANT                                00489000
            MOVE HIGH-VALUES TO FD-ANT-CHAVE                            00490000
            DISPLAY 'RISCOANT AUSENTE - SEM RATING ANTERIOR'            00491000
           ELSE                                                         00492000
            IF WRK-FS-RISCOANT NOT EQUAL 00                             00493000
             MOVE 'FR22EX25'              TO WRK-PROGRAMA               00494000
             MOVE 'ERRO NO OPEN RISCOANT' TO WRK-MENSAGEM               00495000
             MOVE '1000'                  TO WRK-SECAO                  00496000
             MOVE WRK-FS-RISCOANT         TO WRK-STATUS                 00497000
             PERFORM 9000-TRATAERROS                                    00498000
            END-IF                                                      00499000
            PERFORM 5400-LER-RISCOANT                                   00500000
           END-IF.                                                      00501000
                                                                        00502000
           MOVE WRK-PARM-DATAINI TO WRK-REL-DATAINI.                    00503000
           MOVE WRK-PARM-DATAFIM TO WRK-REL-DATAFIM.                    00504000
           WRITE FD-RELRISCO FROM WRK-REL-CABEC.                        00505000
           WRITE FD-RELRISCO FROM WRK-LINHABRANCO.                      00506000
                                                                        00507000
           PERFORM 5100-LER-HISTORICO.                                  00508000
           PERFORM 5200-LER-ALERTA.                                     00509000
           PERFORM 5000-LER-CLIENTE.                                    00510000
           IF WRK-FS-CLIENTES EQUAL 10                                  00511000
            DISPLAY 'CLIENTES VAZIO'                                    00512000
           END-IF.                                                      00513000
      *-----------------------------------------------------            00514000
       1000-99-FIM.                                  EXIT.              00515000
      *-----------------------------------------------------            00516000
                                                                        00517000
      *-----------------------------------------------------            00518000
       2000-PROCESSAR                             SECTION.              00519000
      *-----------------------------------------------------            00520000
           MOVE ZEROS  TO WRK-PRIMEIRO-DIA.                             00521000
           MOVE ZEROS  TO WRK-CTA-DIAS-HIST.                            00522000
           MOVE ZEROS  TO WRK-CTA-DIAS-NEG.                             00523000
           MOVE ZEROS  TO WRK-CTA-DIAS-EST.                             00524000
           MOVE ZEROS  TO WRK-CTA-QTD-ALERTAS.                          00525000
           MOVE ZEROS  TO WRK-CTA-VLR-ALERTAS.                          00526000
           MOVE ZEROS  TO WRK-CTA-ESTAGIO.                              00527000
           MOVE ZEROS  TO WRK-CTA-INICIO-ANT.                           00528000
           MOVE ZEROS  TO WRK-CTA-PONTOS-ANT.                           00529000
           MOVE SPACES TO WRK-CTA-CLASSE-ANT.                           00530000
                                                                        00531000
      *    HISTORICO, ALERTAS, ESTAGIO E RATING DE CONTA QUE            00532000
      *    NAO ESTA MAIS NO CADASTRO SAO DESPREZADOS.                   00533000
           PERFORM 5100-LER-HISTORICO                                   00534000
                   UNTIL FD-HIS-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00535000
           PERFORM 2100-APURAR-HISTORICO                                00536000
                   UNTIL FD-HIS-CHAVE NOT EQUAL FD-CLIENTES-CHAVE.      00537000
           PERFORM 5200-LER-ALERTA                                      00538000
                   UNTIL FD-ALE-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00539000
           PERFORM 2150-APURAR-ALERTA                                   00540000
                   UNTIL FD-ALE-CHAVE NOT EQUAL FD-CLIENTES-CHAVE.      00541000
           PERFORM 5300-LER-COBATU                                      00542000
                   UNTIL FD-COB-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00543000
           IF FD-COB-CHAVE EQUAL FD-CLIENTES-CHAVE                      00544000
            MOVE FD-COB-ESTAGIO TO WRK-CTA-ESTAGIO                      00545000
            PERFORM 5300-LER-COBATU                                     00546000
           END-IF.                                                      00547000
           PERFORM 5400-LER-RISCOANT                                    00548000
                   UNTIL FD-ANT-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00549000
           IF FD-ANT-CHAVE EQUAL FD-CLIENTES-CHAVE                      00550000
            MOVE FD-ANT-DATA-INICIO TO WRK-CTA-INICIO-ANT               00551000
            MOVE FD-ANT-PONTOS      TO WRK-CTA-PONTOS-ANT               00552000
            MOVE FD-ANT-CLASSE      TO WRK-CTA-CLASSE-ANT               00553000
            PERFORM 5400-LER-RISCOANT                                   00554000
           END-IF.                                                      00555000
                                                                        00556000
           IF NOT FD-CLIENTES-ENCERRADA                                 00557000
            PERFORM 2200-PONTUAR-CONTA                                  00558000
            PERFORM 2300-CLASSIFICAR-CONTA                              00559000
            PERFORM 2400-GRAVAR-RATING                                  00560000
           END-IF.                                                      00561000
                                                                        00562000
           PERFORM 5000-LER-CLIENTE.                                    00563000
      *-----------------------------------------------------            00564000
       2000-99-FIM.                                  EXIT.              00565000
      *-----------------------------------------------------            00566000
                                                                        00567000
      *-----------------------------------------------------            00568000
       2100-APURAR-HISTORICO                      SECTION.              00569000
      *-----------------------------------------------------            00570000
      *    O PRIMEIRO DIA DA CONTA NO HISTORICO MARCA A                 00571000
      *    ABERTURA; DO PERIODO CONTAM OS DIAS NEGATIVOS E              00572000
      *    OS DIAS COM ESTORNO.                                         00573000
           IF FD-HIS-DATA NOT GREATER WRK-PARM-DATAFIM                  00574000
              AND WRK-PRIMEIRO-DIA EQUAL ZEROS                          00575000
            MOVE FD-HIS-DATA TO WRK-PRIMEIRO-DIA                        00576000
           END-IF.                                                      00577000
           IF FD-HIS-DATA NOT LESS WRK-PARM-DATAINI                     00578000
              AND FD-HIS-DATA NOT GREATER WRK-PARM-DATAFIM              00579000
            ADD 1 TO WRK-CTA-DIAS-HIST                                  00580000
            MOVE FD-HIS-FECHAMENTO TO WRK-SALDO-DIA                     00581000
            IF FD-HIS-FECH-SINAL EQUAL '-'                              00582000
             COMPUTE WRK-SALDO-DIA = WRK-SALDO-DIA * -1                 00583000
            END-IF                                                      00584000
            IF WRK-SALDO-DIA LESS ZEROS                                 00585000
             ADD 1 TO WRK-CTA-DIAS-NEG                                  00586000
            END-IF                                                      00587000
            IF FD-HIS-ESTORNOS GREATER ZEROS                            00588000
             ADD 1 TO WRK-CTA-DIAS-EST                                  00589000
            END-IF                                                      00590000
           END-IF.                                                      00591000
                                                                        00592000
           PERFORM 5100-LER-HISTORICO.                                  00593000
      *-----------------------------------------------------            00594000
       2100-99-FIM.                                  EXIT.              00595000
      *-----------------------------------------------------            00596000
                                                                        00597000
      *-----------------------------------------------------            00598000
       2150-APURAR-ALERTA                         SECTION.              00599000
      *-----------------------------------------------------            00600000
           IF FD-ALE-DATA NOT LESS WRK-PARM-DATAINI                     00601000
              AND FD-ALE-DATA NOT GREATER WRK-PARM-DATAFIM              00602000
            ADD 1            TO WRK-CTA-QTD-ALERTAS                     00603000
            ADD FD-ALE-VALOR TO WRK-CTA-VLR-ALERTAS                     00604000
           END-IF.                                                      00605000
           PERFORM 5200-LER-ALERTA.                                     00606000
      *-----------------------------------------------------            00607000
       2150-99-FIM.                                  EXIT.              00608000
      *-----------------------------------------------------            00609000
                                                                        00610000
      *-----------------------------------------------------            00611000
       2200-PONTUAR-CONTA                         SECTION.              00612000
      *-----------------------------------------------------            00613000
           MOVE SPACES              TO WRK-RISCO.                       00614000
           MOVE FD-CLIENTES-CHAVE   TO WRK-RIS-CHAVE.                   00615000
           MOVE FD-CLIENTES-NOME    TO WRK-RIS-NOME.                    00616000
           MOVE WRK-PARM-DATAFIM    TO WRK-RIS-DATAREF.                 00617000
           MOVE WRK-CTA-QTD-ALERTAS TO WRK-RIS-QTD-ALERTAS.             00618000
           MOVE WRK-CTA-VLR-ALERTAS TO WRK-RIS-VLR-ALERTAS.             00619000
           MOVE WRK-CTA-DIAS-HIST   TO WRK-RIS-DIAS-HIST.               00620000
           MOVE WRK-CTA-DIAS-NEG    TO WRK-RIS-DIAS-NEG.                00621000
           MOVE WRK-CTA-DIAS-EST    TO WRK-RIS-DIAS-ESTORNO.            00622000
           MOVE WRK-CTA-ESTAGIO     TO WRK-RIS-ESTAGIO.                 00623000
           MOVE WRK-CTA-PONTOS-ANT  TO WRK-RIS-PONTOS-ANT.              00624000
           MOVE WRK-CTA-CLASSE-ANT  TO WRK-RIS-CLASSE-ANT.              00625000
                                                                        00626000
      *    A DATA DE INICIO FICA NO RATING: O HISTORICO                 00627000
      *    SALDOHIS PODE SER EXPURGADO SEM A CONTA "RENASCER".          00628000
           EVALUATE TRUE                                                00629000
            WHEN WRK-CTA-INICIO-ANT GREATER ZEROS                       00630000
             MOVE WRK-CTA-INICIO-ANT TO WRK-RIS-DATA-INICIO             00631000
            WHEN WRK-PRIMEIRO-DIA GREATER ZEROS                         00632000
             MOVE WRK-PRIMEIRO-DIA   TO WRK-RIS-DATA-INICIO             00633000
            WHEN OTHER                                                  00634000
             MOVE WRK-PARM-DATAFIM   TO WRK-RIS-DATA-INICIO             00635000
           END-EVALUATE.                                                00636000
           COMPUTE WRK-RIS-IDADE =                                      00637000
                   FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAFIM)          00638000
                 - FUNCTION INTEGER-OF-DATE (WRK-RIS-DATA-INICIO).      00639000
                                                                        00640000
           IF WRK-CTA-DIAS-HIST EQUAL ZEROS                             00641000
            MOVE ZEROS TO WRK-PCT-NEGATIVO                              00642000
           ELSE                                                         00643000
            COMPUTE WRK-PCT-NEGATIVO =                                  00644000
                    WRK-CTA-DIAS-NEG * 100 / WRK-CTA-DIAS-HIST          00645000
           END-IF.                                                      00646000
                                                                        00647000
           MOVE ZEROS TO WRK-RIS-PONTOS.                                00648000
      *    ALERTAS DE COMPLIANCE NO MES (ATE 30 PONTOS):                00649000
      *    QUANTIDADE ATE 20 E VALOR ACIMA DO PARAMETRO 10.             00650000
           EVALUATE TRUE                                                00651000
            WHEN WRK-CTA-QTD-ALERTAS EQUAL ZEROS                        00652000
             CONTINUE                                                   00653000
            WHEN WRK-CTA-QTD-ALERTAS EQUAL 1                            00654000
             ADD 10 TO WRK-RIS-PONTOS                                   00655000
            WHEN WRK-CTA-QTD-ALERTAS LESS 4                             00656000
             ADD 15 TO WRK-RIS-PONTOS                                   00657000
            WHEN OTHER                                                  00658000
             ADD 20 TO WRK-RIS-PONTOS                                   00659000
           END-EVALUATE.                                                00660000
           IF WRK-CTA-VLR-ALERTAS NOT LESS WRK-PARM-VLR-ALERTA          00661000
            ADD 10 TO WRK-RIS-PONTOS                                    00662000
           END-IF.                                                      00663000
      *    DIAS COM SALDO NEGATIVO NO MES (ATE 20 PONTOS).              00664000
           EVALUATE TRUE                                                00665000
            WHEN WRK-CTA-DIAS-NEG EQUAL ZEROS                           00666000
             CONTINUE                                                   00667000
            WHEN WRK-PCT-NEGATIVO NOT GREATER 10                        00668000
             ADD 5 TO WRK-RIS-PONTOS                                    00669000
            WHEN WRK-PCT-NEGATIVO NOT GREATER 30                        00670000
             ADD 10 TO WRK-RIS-PONTOS                                   00671000
            WHEN OTHER                                                  00672000
             ADD 20 TO WRK-RIS-PONTOS                                   00673000
           END-EVALUATE.                                                00674000
      *    ESTAGIO DE COBRANCA ATUAL (ATE 25 PONTOS).                   00675000
           EVALUATE WRK-CTA-ESTAGIO                                     00676000
            WHEN 0                                                      00677000
             CONTINUE                                                   00678000
            WHEN 1                                                      00679000
             ADD 10 TO WRK-RIS-PONTOS                                   00680000
            WHEN 2                                                      00681000
             ADD 20 TO WRK-RIS-PONTOS                                   00682000
            WHEN OTHER                                                  00683000
             ADD 25 TO WRK-RIS-PONTOS                                   00684000
           END-EVALUATE.                                                00685000
      *    DIAS COM ESTORNO NO MES (ATE 15 PONTOS).                     00686000
           EVALUATE TRUE                                                00687000
            WHEN WRK-CTA-DIAS-EST EQUAL ZEROS                           00688000
             CONTINUE                                                   00689000
            WHEN WRK-CTA-DIAS-EST NOT GREATER 2                         00690000
             ADD 5 TO WRK-RIS-PONTOS                                    00691000
            WHEN WRK-CTA-DIAS-EST NOT GREATER 5                         00692000
             ADD 10 TO WRK-RIS-PONTOS                                   00693000
            WHEN OTHER                                                  00694000
             ADD 15 TO WRK-RIS-PONTOS                                   00695000
           END-EVALUATE.                                                00696000
      *    CONTA NOVA E MAIS ARRISCADA (ATE 10 PONTOS).                 00697000
           EVALUATE TRUE                                                00698000
            WHEN WRK-RIS-IDADE LESS 180                                 00699000
             ADD 10 TO WRK-RIS-PONTOS                                   00700000
            WHEN WRK-RIS-IDADE LESS 365                                 00701000
             ADD 5 TO WRK-RIS-PONTOS                                    00702000
            WHEN OTHER                                                  00703000
             CONTINUE                                                   00704000
           END-EVALUATE.                                                00705000
           ADD 1 TO WRK-REGAVALIADAS.                                   00706000
      *-----------------------------------------------------            00707000
       2200-99-FIM.                                  EXIT.              00708000
      *-----------------------------------------------------            00709000
                                                                        00710000
      *-----------------------------------------------------            00711000
       2300-CLASSIFICAR-CONTA                     SECTION.              00712000
      *-----------------------------------------------------            00713000
           EVALUATE TRUE                                                00714000
            WHEN WRK-RIS-PONTOS NOT LESS WRK-PARM-PTS-ALTO              00715000
             MOVE 'A' TO WRK-RIS-CLASSE                                 00716000
             MOVE 3   TO WRK-NIVEL                                      00717000
             ADD 1    TO WRK-REGALTO                                    00718000
            WHEN WRK-RIS-PONTOS NOT LESS WRK-PARM-PTS-MEDIO             00719000
             MOVE 'M' TO WRK-RIS-CLASSE                                 00720000
             MOVE 2   TO WRK-NIVEL                                      00721000
             ADD 1    TO WRK-REGMEDIO                                   00722000
            WHEN OTHER                                                  00723000
             MOVE 'B' TO WRK-RIS-CLASSE                                 00724000
             MOVE 1   TO WRK-NIVEL                                      00725000
             ADD 1    TO WRK-REGBAIXO                                   00726000
           END-EVALUATE.                                                00727000
                                                                        00728000
           EVALUATE WRK-CTA-CLASSE-ANT                                  00729000
            WHEN 'A'                                                    00730000
             MOVE 3 TO WRK-NIVEL-ANT                                    00731000
            WHEN 'M'                                                    00732000
             MOVE 2 TO WRK-NIVEL-ANT                                    00733000
            WHEN 'B'                                                    00734000
             MOVE 1 TO WRK-NIVEL-ANT                                    00735000
            WHEN OTHER                                                  00736000
             MOVE 0 TO WRK-NIVEL-ANT                                    00737000
           END-EVALUATE.                                                00738000
                                                                        00739000
           EVALUATE TRUE                                                00740000
            WHEN WRK-NIVEL-ANT EQUAL ZEROS                              00741000
             MOVE 'N' TO WRK-RIS-SITUACAO                               00742000
             ADD 1    TO WRK-REGNOVAS                                   00743000
            WHEN WRK-NIVEL GREATER WRK-NIVEL-ANT                        00744000
             MOVE 'P' TO WRK-RIS-SITUACAO                               00745000
             ADD 1    TO WRK-REGPIOROU                                  00746000
            WHEN WRK-NIVEL LESS WRK-NIVEL-ANT                           00747000
             MOVE 'O' TO WRK-RIS-SITUACAO                               00748000
             ADD 1    TO WRK-REGMELHOROU                                00749000
            WHEN OTHER                                                  00750000
             MOVE 'M' TO WRK-RIS-SITUACAO                               00751000
           END-EVALUATE.                                                00752000
                                                                        00753000
      *    RISCO ALTO VAI PARA REVISAO REFORCADA (F22CIPJ).             00754000
           IF WRK-RIS-ALTO                                              00755000
            MOVE 'S' TO WRK-RIS-REVISAO                                 00756000
           ELSE                                                         00757000
            MOVE 'N' TO WRK-RIS-REVISAO                                 00758000
           END-IF.                                                      00759000
      *-----------------------------------------------------            00760000
       2300-99-FIM.                                  EXIT.              00761000
      *-----------------------------------------------------            00762000
                                                                        00763000
      *-----------------------------------------------------            00764000
       2400-GRAVAR-RATING                         SECTION.              00765000
      *-----------------------------------------------------            00766000
           WRITE FD-RISCONOV FROM WRK-RISCO.                            00767000
           WRITE FD-RISCOHIS FROM WRK-RISCO.                            00768000
      *-----------------------------------------------------            00769000
       2400-99-FIM.                                  EXIT.              00770000
      *-----------------------------------------------------            00771000
                                                                        00772000
      *-----------------------------------------------------            00773000
       2800-IMPRIMIR-RANKING                      SECTION.              00774000
      *-----------------------------------------------------            00775000
      *    PRIMEIRA PASSADA: SO AS CONTAS QUE PIORARAM DE               00776000
      *    CLASSE; SEGUNDA: O RANKING GERAL.                            00777000
           MOVE 'CONTAS QUE PIORARAM DE CLASSE (MAIOR PONTUACAO PR      00778000
      -         'IMEIRO)'                                               00779000
             TO WRK-REL-SECAO.                                          00780000
           PERFORM 2810-ABRIR-RANKING.                                  00781000
           PERFORM 2820-LISTAR-PIORA                                    00782000
                   UNTIL WRK-FS-RISCRNK EQUAL 10.                       00783000
           CLOSE RISCRNK.                                               00784000
                                                                        00785000
           MOVE 'RANKING GERAL DE RISCO' TO WRK-REL-SECAO.              00786000
           WRITE FD-RELRISCO FROM WRK-LINHABRANCO.                      00787000
           PERFORM 2810-ABRIR-RANKING.                                  00788000
           PERFORM 2830-LISTAR-RANKING                                  00789000
                   UNTIL WRK-FS-RISCRNK EQUAL 10.                       00790000
           CLOSE RISCRNK.                                               00791000
      *-----------------------------------------------------            00792000
       2800-99-FIM.                                  EXIT.              00793000
      *-----------------------------------------------------            00794000
                                                                        00795000
      *-----------------------------------------------------            00796000
       2810-ABRIR-RANKING                         SECTION.              00797000
      *-----------------------------------------------------            00798000
           OPEN INPUT RISCRNK.                                          00799000
           IF WRK-FS-RISCRNK NOT EQUAL 00                               00800000
            MOVE 'FR22EX25'              TO WRK-PROGRAMA                00801000
            MOVE 'ERRO NO OPEN RISCRNK'  TO WRK-MENSAGEM                00802000
            MOVE '2810'                  TO WRK-SECAO                   00803000
            MOVE WRK-FS-RISCRNK          TO WRK-STATUS                  00804000
            PERFORM 9000-TRATAERROS                                     00805000
           END-IF.                                                      00806000
           WRITE FD-RELRISCO FROM WRK-REL-SECAO.                        00807000
           WRITE FD-RELRISCO FROM WRK-REL-COLUNAS.                      00808000
           MOVE ZEROS TO WRK-POSICAO.                                   00809000
           READ RISCRNK.                                                00810000
      *-----------------------------------------------------            00811000
       2810-99-FIM.                                  EXIT.              00812000
      *-----------------------------------------------------            00813000
                                                                        00814000
      *-----------------------------------------------------            00815000
       2820-LISTAR-PIORA                          SECTION.              00816000
      *-----------------------------------------------------            00817000
           IF FD-RNK-PIOROU                                             00818000
            ADD 1 TO WRK-POSICAO                                        00819000
            PERFORM 2850-IMPRIMIR-LINHA                                 00820000
           END-IF.                                                      00821000
           READ RISCRNK.                                                00822000
      *-----------------------------------------------------            00823000
       2820-99-FIM.                                  EXIT.              00824000
      *-----------------------------------------------------            00825000
                                                                        00826000
      *-----------------------------------------------------            00827000
       2830-LISTAR-RANKING                        SECTION.              00828000
      *-----------------------------------------------------            00829000
           ADD 1 TO WRK-POSICAO.                                        00830000
           PERFORM 2850-IMPRIMIR-LINHA.                                 00831000
           READ RISCRNK.                                                00832000
      *-----------------------------------------------------            00833000
       2830-99-FIM.                                  EXIT.              00834000
      *-----------------------------------------------------            00835000
                                                                        00836000
      *-----------------------------------------------------            00837000
       2850-IMPRIMIR-LINHA                        SECTION.              00838000
      *-----------------------------------------------------            00839000
           MOVE WRK-POSICAO          TO WRK-REL-POSICAO.                00840000
           MOVE FD-RNK-CHAVE         TO WRK-REL-CHAVE.                  00841000
           MOVE FD-RNK-NOME          TO WRK-REL-NOME.                   00842000
           MOVE FD-RNK-PONTOS        TO WRK-REL-PONTOS.                 00843000
           MOVE FD-RNK-PONTOS-ANT    TO WRK-REL-PONTOS-ANT.             00844000
           MOVE FD-RNK-CLASSE        TO WRK-REL-CLASSE.                 00845000
           MOVE FD-RNK-CLASSE-ANT    TO WRK-REL-CLASSE-ANT.             00846000
           MOVE FD-RNK-QTD-ALERTAS   TO WRK-REL-QTD.                    00847000
           MOVE FD-RNK-VLR-ALERTAS   TO WRK-REL-VALOR.                  00848000
           MOVE FD-RNK-DIAS-NEG      TO WRK-REL-DIAS-NEG.               00849000
           MOVE FD-RNK-DIAS-ESTORNO  TO WRK-REL-DIAS-EST.               00850000
           MOVE FD-RNK-ESTAGIO       TO WRK-REL-ESTAGIO.                00851000
           MOVE FD-RNK-IDADE         TO WRK-REL-IDADE.                  00852000
           EVALUATE FD-RNK-SITUACAO                                     00853000
            WHEN 'N'                                                    00854000
             MOVE 'NOVA'      TO WRK-REL-SITUACAO                       00855000
            WHEN 'P'                                                    00856000
             MOVE '** PIOROU' TO WRK-REL-SITUACAO                       00857000
            WHEN 'O'                                                    00858000
             MOVE 'MELHOROU'  TO WRK-REL-SITUACAO                       00859000
            WHEN OTHER                                                  00860000
             MOVE 'MANTEVE'   TO WRK-REL-SITUACAO                       00861000
           END-EVALUATE.                                                00862000
           IF FD-RNK-REVISAO-REFORCADA                                  00863000
            MOVE 'REVISAO REFORCADA' TO WRK-REL-OBS                     00864000
           ELSE                                                         00865000
            MOVE SPACES              TO WRK-REL-OBS                     00866000
           END-IF.                                                      00867000
           WRITE FD-RELRISCO FROM WRK-REL-DETALHE.                      00868000
      *-----------------------------------------------------            00869000
       2850-99-FIM.                                  EXIT.              00870000
      *-----------------------------------------------------            00871000
                                                                        00872000
      *-----------------------------------------------------            00873000
       3000-FINALIZAR                             SECTION.              00874000
      *-----------------------------------------------------            00875000
           CLOSE CLIENTES HISORD ALEORD RISCONOV RISCOHIS.              00876000
           IF WRK-TEM-COBATU EQUAL 'S'                                  00877000
            CLOSE COBATU                                                00878000
           END-IF.                                                      00879000
           IF WRK-TEM-RISCOANT EQUAL 'S'                                00880000
            CLOSE RISCOANT                                              00881000
           END-IF.                                                      00882000
                                                                        00883000
      *    O RANKING SAI DO PROPRIO RISCONOV, DA MAIOR                  00884000
      *    PONTUACAO PARA A MENOR.                                      00885000
           SORT ARQSORT3 ON DESCENDING KEY SD-SORT3-PONTOS              00886000
                            ASCENDING  KEY SD-SORT3-CHAVE               00887000
                USING RISCONOV                                          00888000
                GIVING RISCRNK.                                         00889000
           PERFORM 2800-IMPRIMIR-RANKING.                               00890000
                                                                        00891000
           WRITE FD-RELRISCO FROM WRK-LINHABRANCO.                      00892000
           MOVE 'CONTAS AVALIADAS:'         TO WRK-REL-TOT-DESC.        00893000
           MOVE WRK-REGAVALIADAS            TO WRK-REL-TOT-QTDE.        00894000
           WRITE FD-RELRISCO FROM WRK-REL-TOTAL.                        00895000
           MOVE '  RISCO BAIXO:'            TO WRK-REL-TOT-DESC.        00896000
           MOVE WRK-REGBAIXO                TO WRK-REL-TOT-QTDE.        00897000
           WRITE FD-RELRISCO FROM WRK-REL-TOTAL.                        00898000
           MOVE '  RISCO MEDIO:'            TO WRK-REL-TOT-DESC.        00899000
           MOVE WRK-REGMEDIO                TO WRK-REL-TOT-QTDE.        00900000
           WRITE FD-RELRISCO FROM WRK-REL-TOTAL.                        00901000
           MOVE '  RISCO ALTO (REVISAO):'   TO WRK-REL-TOT-DESC.        00902000
           MOVE WRK-REGALTO                 TO WRK-REL-TOT-QTDE.        00903000
           WRITE FD-RELRISCO FROM WRK-REL-TOTAL.                        00904000
           MOVE 'PIORARAM DE CLASSE:'       TO WRK-REL-TOT-DESC.        00905000
           MOVE WRK-REGPIOROU               TO WRK-REL-TOT-QTDE.        00906000
           WRITE FD-RELRISCO FROM WRK-REL-TOTAL.                        00907000
           MOVE 'MELHORARAM DE CLASSE:'     TO WRK-REL-TOT-DESC.        00908000
           MOVE WRK-REGMELHOROU             TO WRK-REL-TOT-QTDE.        00909000
           WRITE FD-RELRISCO FROM WRK-REL-TOTAL.                        00910000
           MOVE 'SEM RATING ANTERIOR:'      TO WRK-REL-TOT-DESC.        00911000
           MOVE WRK-REGNOVAS                TO WRK-REL-TOT-QTDE.        00912000
           WRITE FD-RELRISCO FROM WRK-REL-TOTAL.                        00913000
                                                                        00914000
           CLOSE RELRISCO.                                              00915000
                                                                        00916000
           DISPLAY ' '.                                                 00917000
           DISPLAY 'CONTAS LIDAS:            ' WRK-REGCLIENTES.         00918000
           DISPLAY 'REGISTROS DE HISTORICO:  ' WRK-REGHISTORICO.        00919000
           DISPLAY 'ALERTAS DE COMPLIANCE:   ' WRK-REGALERTAS.          00920000
           DISPLAY 'ESTAGIOS DE COBRANCA:    ' WRK-REGCOBATU.           00921000
           DISPLAY 'RATINGS ANTERIORES:      ' WRK-REGRISCOANT.         00922000
           DISPLAY 'CONTAS AVALIADAS:        ' WRK-REGAVALIADAS.        00923000
           DISPLAY 'RISCO BAIXO:             ' WRK-REGBAIXO.            00924000
           DISPLAY 'RISCO MEDIO:             ' WRK-REGMEDIO.            00925000
           DISPLAY 'RISCO ALTO:              ' WRK-REGALTO.             00926000
           DISPLAY 'PIORARAM DE CLASSE:      ' WRK-REGPIOROU.           00927000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00928000
      *-----------------------------------------------------            00929000
       3000-99-FIM.                                  EXIT.              00930000
      *-----------------------------------------------------            00931000
                                                                        00932000
      *-----------------------------------------------------            00933000
       4000-TESTAR-STATUS                         SECTION.              00934000
      *-----------------------------------------------------            00935000
           IF WRK-FS-CLIENTES NOT EQUAL 00                              00936000
            MOVE 'FR22EX25'              TO WRK-PROGRAMA                00937000
            MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM                00938000
            MOVE '1000'                  TO WRK-SECAO                   00939000
            MOVE WRK-FS-CLIENTES         TO WRK-STATUS                  00940000
            PERFORM 9000-TRATAERROS                                     00941000
           END-IF.                                                      00942000
           IF WRK-FS-HISORD NOT EQUAL 00                                00943000
            MOVE 'FR22EX25'              TO WRK-PROGRAMA                00944000
            MOVE 'ERRO NO OPEN HISORD'   TO WRK-MENSAGEM                00945000
            MOVE '1000'                  TO WRK-SECAO                   00946000
            MOVE WRK-FS-HISORD           TO WRK-STATUS                  00947000
            PERFORM 9000-TRATAERROS                                     00948000
           END-IF.                                                      00949000
           IF WRK-FS-ALEORD NOT EQUAL 00                                00950000
            MOVE 'FR22EX25'              TO WRK-PROGRAMA                00951000
            MOVE 'ERRO NO OPEN ALEORD'   TO WRK-MENSAGEM                00952000
            MOVE '1000'                  TO WRK-SECAO                   00953000
            MOVE WRK-FS-ALEORD           TO WRK-STATUS                  00954000
            PERFORM 9000-TRATAERROS                                     00955000
           END-IF.                                                      00956000
           IF WRK-FS-RISCONOV NOT EQUAL 00                              00957000
            MOVE 'FR22EX25'              TO WRK-PROGRAMA                00958000
            MOVE 'ERRO NO OPEN RISCONOV' TO WRK-MENSAGEM                00959000
            MOVE '1000'                  TO WRK-SECAO                   00960000
            MOVE WRK-FS-RISCONOV         TO WRK-STATUS                  00961000
            PERFORM 9000-TRATAERROS                                     00962000
           END-IF.                                                      00963000
           IF WRK-FS-RISCOHIS NOT EQUAL 00                              00964000
            MOVE 'FR22EX25'              TO WRK-PROGRAMA                00965000
            MOVE 'ERRO NO OPEN RISCOHIS' TO WRK-MENSAGEM                00966000
            MOVE '1000'                  TO WRK-SECAO                   00967000
            MOVE WRK-FS-RISCOHIS         TO WRK-STATUS                  00968000
            PERFORM 9000-TRATAERROS                                     00969000
           END-IF.                                                      00970000
           IF WRK-FS-RELRISCO NOT EQUAL 00                              00971000
            MOVE 'FR22EX25'              TO WRK-PROGRAMA                00972000
            MOVE 'ERRO NO OPEN RELRISCO' TO WRK-MENSAGEM                00973000
            MOVE '1000'                  TO WRK-SECAO                   00974000
            MOVE WRK-FS-RELRISCO         TO WRK-STATUS                  00975000
            PERFORM 9000-TRATAERROS                                     00976000
           END-IF.                                                      00977000
      *-----------------------------------------------------            00978000
       4000-99-FIM.                                  EXIT.              00979000
      *-----------------------------------------------------            00980000
                                                                        00981000
      *-----------------------------------------------------            00982000
       5000-LER-CLIENTE                           SECTION.              00983000
      *-----------------------------------------------------            00984000
           READ CLIENTES.                                               00985000
           IF WRK-FS-CLIENTES EQUAL 10                                  00986000
            MOVE HIGH-VALUES TO FD-CLIENTES-CHAVE                       00987000
           ELSE                                                         00988000
            ADD 1 TO WRK-REGCLIENTES                                    00989000
           END-IF.                                                      00990000
      *-----------------------------------------------------            00991000
       5000-99-FIM.                                  EXIT.              00992000
      *-----------------------------------------------------            00993000
                                                                        00994000
      *-----------------------------------------------------            00995000
       5100-LER-HISTORICO                         SECTION.              00996000
      *-----------------------------------------------------            00997000
           READ HISORD.                                                 00998000
           IF WRK-FS-HISORD EQUAL 10                                    00999000
            MOVE HIGH-VALUES TO FD-HIS-CHAVE                            01000000
           ELSE                                                         01001000
            ADD 1 TO WRK-REGHISTORICO                                   01002000
           END-IF.                                                      01003000
      *-----------------------------------------------------            01004000
       5100-99-FIM.                                  EXIT.              01005000
      *-----------------------------------------------------            01006000
                                                                        01007000
      *-----------------------------------------------------            01008000
       5200-LER-ALERTA                            SECTION.              01009000
      *-----------------------------------------------------            01010000
           READ ALEORD.                                                 01011000
           IF WRK-FS-ALEORD EQUAL 10                                    01012000
            MOVE HIGH-VALUES TO FD-ALE-CHAVE                            01013000
           ELSE                                                         01014000
            ADD 1 TO WRK-REGALERTAS                                     01015000
           END-IF.                                                      01016000
      *-----------------------------------------------------            01017000
       5200-99-FIM.                                  EXIT.              01018000
      *-----------------------------------------------------            01019000
                                                                        01020000
      *-----------------------------------------------------            01021000
       5300-LER-COBATU                            SECTION.              01022000
      *-----------------------------------------------------            01023000
           IF WRK-TEM-COBATU EQUAL 'S'                                  01024000
            READ COBATU                                                 01025000
            IF WRK-FS-COBATU EQUAL 10                                   01026000
             MOVE HIGH-VALUES TO FD-COB-CHAVE                           01027000
            ELSE                                                        01028000
             ADD 1 TO WRK-REGCOBATU                                     01029000
            END-IF                                                      01030000
           END-IF.                                                      01031000
      *-----------------------------------------------------            01032000
       5300-99-FIM.                                  EXIT.              01033000
      *-----------------------------------------------------            01034000
                                                                        01035000
      *-----------------------------------------------------            01036000
       5400-LER-RISCOANT                          SECTION.              01037000
      *-----------------------------------------------------            01038000
           IF WRK-TEM-RISCOANT EQUAL 'S'                                01039000
            READ RISCOANT                                               01040000
            IF WRK-FS-RISCOANT EQUAL 10                                 01041000
             MOVE HIGH-VALUES TO FD-ANT-CHAVE                           01042000
            ELSE                                                        01043000
             ADD 1 TO WRK-REGRISCOANT                                   01044000
            END-IF                                                      01045000
           END-IF.                                                      01046000
      *-----------------------------------------------------            01047000
       5400-99-FIM.                                  EXIT.              01048000
      *-----------------------------------------------------            01049000
                                                                        01050000
      *-----------------------------------------------------            01051000
       9000-TRATAERROS                            SECTION.              01052000
      *-----------------------------------------------------            01053000
            CALL 'GRAVALOG' USING WRK-DADOS.                            01054000
           GOBACK.                                                      01055000
      *-----------------------------------------------------            01056000
       9000-99-FIM.                                  EXIT.              01057000
      *-----------------------------------------------------            01058000
