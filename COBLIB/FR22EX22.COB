      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22EX22.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: REVISAO TRIMESTRAL DO LIMITE DE CHEQUE *             00008000
      *            ESPECIAL: COM O HISTORICO SALDOHIS DO  *             00009000
      *            PERIODO (ORDENADO POR CONTA/DATA) E OS *             00010000
      *            JUROS COBRADOS PELO FR22EX15 (MOVTAR   *             00011000
      *            DOS MESES DO PERIODO, CONCATENADOS EM  *             00012000
      *            JUROSHIS), PONTUA CADA CONTA ATIVA     *             00013000
      *            PELO SALDO MEDIO DE FECHAMENTO, PELOS  *             00014000
      *            CREDITOS POR MES, PELOS DIAS COM SALDO *             00015000
      *            NEGATIVO E PELO PESO DOS JUROS PAGOS   *             00016000
      *            SOBRE OS CREDITOS (0 A 100 PONTOS).    *             00017000
      *            PELAS FAIXAS DO PARAMETRO PROPOE       *             00018000
      *            AUMENTO, REDUCAO OU MANUTENCAO DO      *             00019000
      *            LIMITE; TODAS AS CONTAS SAEM NO        *             00020000
      *            RELREVL E AS PROPOSTAS DE AUMENTO OU   *             00021000
      *            REDUCAO VAO PARA O PROPLIM, QUE DEPOIS *             00022000
      *            DA REVISAO DA AGENCIA VAI PARA O       *             00023000
      *            FR22EX23.                              *             00024000
      *---------------------------------------------------*             00025000
      *  PARAMETRO (SYSIN): DATAINI/DATAFIM (AAAAMMDD;    *             00026000
      *  VAZIOS = OS TRES MESES FECHADOS ANTES DO MES DO  *             00027000
      *  DIA) + PONTOS PARA AUMENTO (9(03); VAZIO = 070)  *             00028000
      *  + PONTOS PARA REDUCAO (9(03); VAZIO = 030) +     *             00029000
      *  PERCENTUAL DE AUMENTO (9(03); VAZIO = 020) +     *             00030000
      *  PERCENTUAL DE REDUCAO (9(03); VAZIO = 020) +     *             00031000
      *  LIMITE MAXIMO (9(08); VAZIO = 00500000) +        *             00032000
      *  LIMITE INICIAL PARA CONTA SEM LIMITE (9(08);     *             00033000
      *  VAZIO = 00010000) + MINIMO DE DIAS DE HISTORICO  *             00034000
      *  NO PERIODO (9(03); VAZIO = 060).                 *             00035000
      *---------------------------------------------------*             00036000
      *  ARQUIVOS:                                        *             00037000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00038000
      *  CLIENTES            I             ---------      *             00039000
      *  SALDOHIS            I             ---------      *             00040000
      *  JUROSHIS            I             ---------      *             00041000
      *  HISORD              O/I           ---------      *             00042000
      *  JURORD              O/I           ---------      *             00043000
      *  PROPLIM             O             ---------      *             00044000
      *  RELREVL             O             ---------      *             00045000
      *===================================================*             00046000
                                                                        00047000
      *====================================================             00048000
       ENVIRONMENT                               DIVISION.              00049000
      *====================================================             00050000
       CONFIGURATION                             SECTION.               00051000
       SPECIAL-NAMES.                                                   00052000
           DECIMAL-POINT  IS COMMA.                                     00053000
                                                                        00054000
       INPUT-OUTPUT                              SECTION.               00055000
       FILE-CONTROL.                                                    00056000
           SELECT CLIENTES ASSIGN TO CLIENTES                           00057000
               FILE STATUS IS WRK-FS-CLIENTES.                          00058000
                                                                        00059000
           SELECT SALDOHIS ASSIGN TO SALDOHIS                           00060000
               FILE STATUS IS WRK-FS-SALDOHIS.                          00061000
                                                                        00062000
           SELECT JUROSHIS ASSIGN TO JUROSHIS                           00063000
               FILE STATUS IS WRK-FS-JUROSHIS.                          00064000
                                                                        00065000
           SELECT HISORD ASSIGN TO HISORD                               00066000
               FILE STATUS IS WRK-FS-HISORD.                            00067000
                                                                        00068000
           SELECT JURORD ASSIGN TO JURORD                               00069000
               FILE STATUS IS WRK-FS-JURORD.                            00070000
                                                                        00071000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00072000
                                                                        00073000
           SELECT ARQSORT2 ASSIGN TO SORTWK02.                          00074000
                                                                        00075000
           SELECT PROPLIM ASSIGN TO PROPLIM                             00076000
               FILE STATUS IS WRK-FS-PROPLIM.                           00077000
                                                                        00078000
           SELECT RELREVL ASSIGN TO RELREVL                             00079000
               FILE STATUS IS WRK-FS-RELREVL.                           00080000
                                                                        00081000
      *====================================================             00082000
       DATA                                      DIVISION.              00083000
      *====================================================             00084000
      *-----------------------------------------------------            00085000
       FILE                                      SECTION.               00086000
      *-----------------------------------------------------            00087000
       FD CLIENTES                                                      00088000
           RECORDING MODE IS F                                          00089000
           BLOCK CONTAINS 0 RECORDS.                                    00090000
      *-----------LRECL 55----------------------------------            00091000
       01 FD-CLIENTES.                                                  00092000
          05 FD-CLIENTES-CHAVE.                                         00093000
             10 FD-CLIENTES-AGENCIA PIC X(04).                          00094000
             10 FD-CLIENTES-CONTA   PIC X(04).                          00095000
          05 FD-CLIENTES-NOME       PIC X(30).                          00096000
          05 FD-CLIENTES-SALDO      PIC 9(08).                          00097000
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00098000
          05 FD-CLIENTES-STATUS     PIC X(01).                          00099000
             88 FD-CLIENTES-ATIVA             VALUE 'A' ' '.            00100000
                                                                        00101000
       FD SALDOHIS                                                      00102000
           RECORDING MODE IS F                                          00103000
           BLOCK CONTAINS 0 RECORDS.                                    00104000
      *-----------LRECL 58----------------------------------            00105000
       01 FD-SALDOHIS               PIC X(58).                          00106000
                                                                        00107000
       FD JUROSHIS                                                      00108000
           RECORDING MODE IS F                                          00109000
           BLOCK CONTAINS 0 RECORDS.                                    00110000
      *-----------LRECL 47----------------------------------            00111000
       01 FD-JUROSHIS               PIC X(47).                          00112000
                                                                        00113000
       FD HISORD                                                        00114000
           RECORDING MODE IS F                                          00115000
           BLOCK CONTAINS 0 RECORDS.                                    00116000
      *-----------LRECL 58----------------------------------            00117000
       01 FD-HISORD.                                                    00118000
          05 FD-HIS-DATA         PIC 9(08).                             00119000
          05 FD-HIS-CHAVE        PIC X(08).                             00120000
          05 FD-HIS-ABERT-SINAL  PIC X(01).                             00121000
          05 FD-HIS-ABERTURA     PIC 9(08).                             00122000
          05 FD-HIS-CREDITOS     PIC 9(08).                             00123000
          05 FD-HIS-DEBITOS      PIC 9(08).                             00124000
          05 FD-HIS-ESTORNOS     PIC 9(08).                             00125000
          05 FD-HIS-FECH-SINAL   PIC X(01).                             00126000
          05 FD-HIS-FECHAMENTO   PIC 9(08).                             00127000
                                                                        00128000
       FD JURORD                                                        00129000
           RECORDING MODE IS F                                          00130000
           BLOCK CONTAINS 0 RECORDS.                                    00131000
      *-----------LRECL 47----------------------------------            00132000
       01 FD-JURORD.                                                    00133000
          05 FD-JUR-CHAVE        PIC X(08).                             00134000
          05 FD-JUR-MOVIMENTO    PIC X(30).                             00135000
          05 FD-JUR-VALORMOV     PIC 9(08).                             00136000
          05 FD-JUR-TIPOMOV      PIC X(01).                             00137000
      *-----------------------------------------------------            00138000
       SD ARQSORT.                                                      00139000
       01 SD-ARQSORT.                                                   00140000
          05 SD-SORT-DATA           PIC 9(08).                          00141000
          05 SD-SORT-CHAVE          PIC X(08).                          00142000
          05 FILLER                 PIC X(42).                          00143000
                                                                        00144000
       SD ARQSORT2.                                                     00145000
       01 SD-ARQSORT2.                                                  00146000
          05 SD-SORT2-CHAVE         PIC X(08).                          00147000
          05 FILLER                 PIC X(39).                          00148000
      *-----------------------------------------------------            00149000
       FD PROPLIM                                                       00150000
           RECORDING MODE IS F                                          00151000
           BLOCK CONTAINS 0 RECORDS.                                    00152000
      *-----------LRECL 60----------------------------------            00153000
       01 FD-PROPLIM.                                                   00154000
          05 FD-PROP-CHAVE          PIC X(08).                          00155000
          05 FD-PROP-NOME           PIC X(30).                          00156000
          05 FD-PROP-LIMITE-ATUAL   PIC 9(08).                          00157000
          05 FD-PROP-LIMITE-NOVO    PIC 9(08).                          00158000
          05 FD-PROP-PONTOS         PIC 9(03).                          00159000
          05 FD-PROP-ACAO           PIC X(01).                          00160000
          05 FILLER                 PIC X(02).                          00161000
                                                                        00162000
       FD RELREVL                                                       00163000
           RECORDING MODE IS F                                          00164000
           BLOCK CONTAINS 0 RECORDS.                                    00165000
      *-----------LRECL 132---------------------------------            00166000
       01 FD-RELREVL                PIC X(132).                         00167000
      *-----------------------------------------------------            00168000
       WORKING-STORAGE                           SECTION.               00169000
      *-----------------------------------------------------            00170000
           COPY '#GLOG'.                                                00171000
      *-----------------------------------------------------            00172000
       01 FILLER PIC X(48) VALUE                                        00173000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00174000
      *-----------------------------------------------------            00175000
       77 WRK-FS-CLIENTES      PIC 9(02).                               00176000
       77 WRK-FS-SALDOHIS      PIC 9(02).                               00177000
       77 WRK-FS-JUROSHIS      PIC 9(02).                               00178000
       77 WRK-FS-HISORD        PIC 9(02).                               00179000
       77 WRK-FS-JURORD        PIC 9(02).                               00180000
       77 WRK-FS-PROPLIM       PIC 9(02).                               00181000
       77 WRK-FS-RELREVL       PIC 9(02).                               00182000
      *-----------------------------------------------------            00183000
       01 FILLER PIC X(48) VALUE                                        00184000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00185000
      *-----------------------------------------------------            00186000
       01 WRK-PARM.                                                     00187000
          05 WRK-PARM-DATAINI    PIC 9(08).                             00188000
          05 WRK-PARM-DATAFIM    PIC 9(08).                             00189000
          05 WRK-PARM-PTS-AUMENTO PIC 9(03).                            00190000
          05 WRK-PARM-PTS-REDUCAO PIC 9(03).                            00191000
          05 WRK-PARM-PCT-AUMENTO PIC 9(03).                            00192000
          05 WRK-PARM-PCT-REDUCAO PIC 9(03).                            00193000
          05 WRK-PARM-LIMITE-MAX PIC 9(08).                             00194000
          05 WRK-PARM-LIMITE-INI PIC 9(08).                             00195000
          05 WRK-PARM-MINDIAS    PIC 9(03).                             00196000
       01 WRK-DATA-HOJE          PIC 9(08).                             00197000
       01 FILLER REDEFINES WRK-DATA-HOJE.                               00198000
          05 WRK-HOJE-AAAA       PIC 9(04).                             00199000
          05 WRK-HOJE-MM         PIC 9(02).                             00200000
          05 WRK-HOJE-DD         PIC 9(02).                             00201000
       77 WRK-MES-INI            PIC S9(03) VALUE ZEROS.                00202000
       77 WRK-DESC-JUROS         PIC X(30) VALUE                        00203000
           'JUROS CHEQUE ESPECIAL'.                                     00204000
      *-----------------------------------------------------            00205000
       01 FILLER PIC X(48) VALUE                                        00206000
            '-------APURACAO DO HISTORICO DA CONTA--------'.            00207000
      *-----------------------------------------------------            00208000
       77 WRK-DIAS-PERIODO     PIC 9(05) VALUE ZEROS.                   00209000
       77 WRK-MESES-PERIODO    PIC 9(03) VALUE ZEROS.                   00210000
       77 WRK-CTA-DIAS         PIC 9(05) VALUE ZEROS.                   00211000
       77 WRK-CTA-DIAS-NEG     PIC 9(05) VALUE ZEROS.                   00212000
       77 WRK-CTA-SOMA-SALDO   PIC S9(13) VALUE ZEROS.                  00213000
       77 WRK-CTA-CREDITOS     PIC 9(11) VALUE ZEROS.                   00214000
       77 WRK-CTA-JUROS        PIC 9(10) VALUE ZEROS.                   00215000
       77 WRK-SALDO-DIA        PIC S9(09) VALUE ZEROS.                  00216000
       77 WRK-ULTIMO-SALDO     PIC S9(09) VALUE ZEROS.                  00217000
       77 WRK-SALDO-MEDIO      PIC S9(09) VALUE ZEROS.                  00218000
       77 WRK-CREDITO-MES      PIC 9(09) VALUE ZEROS.                   00219000
       77 WRK-PCT-NEGATIVO     PIC 9(03) VALUE ZEROS.                   00220000
       77 WRK-PCT-JUROS        PIC 9(03) VALUE ZEROS.                   00221000
       77 WRK-PONTOS           PIC 9(03) VALUE ZEROS.                   00222000
       77 WRK-LIMITE-NOVO      PIC 9(09) VALUE ZEROS.                   00223000
       77 WRK-ACAO             PIC X(01) VALUE SPACES.                  00224000
          88 WRK-ACAO-AUMENTO            VALUE 'A'.                     00225000
          88 WRK-ACAO-REDUCAO            VALUE 'R'.                     00226000
          88 WRK-ACAO-MANTER             VALUE 'M'.                     00227000
      *-----------------------------------------------------            00228000
       01 FILLER PIC X(48) VALUE                                        00229000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00230000
      *-----------------------------------------------------            00231000
       77 WRK-REGCLIENTES      PIC 9(06) VALUE ZEROS.                   00232000
       77 WRK-REGHISTORICO     PIC 9(07) VALUE ZEROS.                   00233000
       77 WRK-REGJUROS         PIC 9(07) VALUE ZEROS.                   00234000
       77 WRK-REGAVALIADAS     PIC 9(06) VALUE ZEROS.                   00235000
       77 WRK-REGPOUCOHIST     PIC 9(06) VALUE ZEROS.                   00236000
       77 WRK-REGAUMENTO       PIC 9(06) VALUE ZEROS.                   00237000
       77 WRK-REGREDUCAO       PIC 9(06) VALUE ZEROS.                   00238000
       77 WRK-REGMANTIDAS      PIC 9(06) VALUE ZEROS.                   00239000
      *-----------------------------------------------------            00240000
       01 FILLER PIC X(48) VALUE                                        00241000
            '-------LINHAS DO RELATORIO-------------------'.            00242000
      *-----------------------------------------------------            00243000
       01 WRK-REL-CABEC.                                                00244000
          05 FILLER             PIC X(40) VALUE                         00245000
             'REVISAO DE LIMITE DE CHEQUE ESPECIAL - '.                 00246000
          05 WRK-REL-DATAINI    PIC 9(08).                              00247000
          05 FILLER             PIC X(03) VALUE ' A '.                  00248000
          05 WRK-REL-DATAFIM    PIC 9(08).                              00249000
          05 FILLER             PIC X(73) VALUE SPACES.                 00250000
       01 WRK-REL-COLUNAS.                                              00251000
          05 FILLER             PIC X(50) VALUE                         00252000
             'CONTA    NOME                             SALDO M'.       00253000
          05 FILLER             PIC X(50) VALUE                         00254000
             'EDIO   CRED/MES DNEG      JUROS PTS  LIMITE ATUAL'.       00255000
          05 FILLER             PIC X(32) VALUE                         00256000
             '  LIMITE PROP. ACAO'.                                     00257000
       01 WRK-REL-DETALHE.                                              00258000
          05 WRK-REL-CHAVE      PIC X(08).                              00259000
          05 FILLER             PIC X(01) VALUE SPACES.                 00260000
          05 WRK-REL-NOME       PIC X(30).                              00261000
          05 FILLER             PIC X(01) VALUE SPACES.                 00262000
          05 WRK-REL-MEDIO      PIC -ZZ.ZZZ.ZZ9.                        00263000
          05 FILLER             PIC X(01) VALUE SPACES.                 00264000
          05 WRK-REL-CREDMES    PIC ZZZ.ZZZ.ZZ9.                        00265000
          05 FILLER             PIC X(01) VALUE SPACES.                 00266000
          05 WRK-REL-DIASNEG    PIC ZZZ9.                               00267000
          05 FILLER             PIC X(01) VALUE SPACES.                 00268000
          05 WRK-REL-JUROS      PIC ZZZ.ZZZ.ZZ9.                        00269000
          05 FILLER             PIC X(01) VALUE SPACES.                 00270000
          05 WRK-REL-PONTOS     PIC ZZ9.                                00271000
          05 FILLER             PIC X(01) VALUE SPACES.                 00272000
          05 WRK-REL-LIMATU     PIC ZZ.ZZZ.ZZ9.                         00273000
          05 FILLER             PIC X(04) VALUE SPACES.                 00274000
          05 WRK-REL-LIMNOVO    PIC ZZ.ZZZ.ZZ9.                         00275000
          05 FILLER             PIC X(01) VALUE SPACES.                 00276000
          05 WRK-REL-ACAO       PIC X(10).                              00277000
          05 FILLER             PIC X(11) VALUE SPACES.                 00278000
       01 WRK-REL-TOTAL.                                                00279000
          05 FILLER             PIC X(22) VALUE                         00280000
             'CONTAS AVALIADAS:     '.                                  00281000
          05 WRK-REL-TOT-AVAL   PIC ZZZZZ9.                             00282000
          05 FILLER             PIC X(12) VALUE                         00283000
             '   AUMENTO: '.                                            00284000
          05 WRK-REL-TOT-AUM    PIC ZZZZZ9.                             00285000
          05 FILLER             PIC X(12) VALUE                         00286000
             '   REDUCAO: '.                                            00287000
          05 WRK-REL-TOT-RED    PIC ZZZZZ9.                             00288000
          05 FILLER             PIC X(12) VALUE                         00289000
             '   MANTER:  '.                                            00290000
          05 WRK-REL-TOT-MAN    PIC ZZZZZ9.                             00291000
          05 FILLER             PIC X(50) VALUE SPACES.                 00292000
       77 WRK-LINHABRANCO       PIC X(132) VALUE SPACES.                00293000
      *====================================================             00294000
       PROCEDURE                                 DIVISION.              00295000
      *====================================================             00296000
      *-----------------------------------------------------            00297000
       0000-PRINCIPAL                             SECTION.              00298000
      *-----------------------------------------------------            00299000
           PERFORM 1000-INICIALIZAR.                                    00300000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLIENTES                 00301000
                   EQUAL 10.                                            00302000
           PERFORM 3000-FINALIZAR.                                      00303000
           STOP RUN.                                                    00304000
      *-----------------------------------------------------            00305000
       0000-99-FIM.                                  EXIT.              00306000
      *-----------------------------------------------------            00307000
                                                                        00308000
      *-----------------------------------------------------            00309000
       1000-INICIALIZAR                           SECTION.              00310000
      *-----------------------------------------------------            00311000
           ACCEPT WRK-PARM FROM SYSIN.                                  00312000
      *    PERIODO PADRAO: OS TRES MESES FECHADOS ANTERIORES            00313000
      *    AO MES DA DATA DO DIA.                                       00314000
           IF WRK-PARM-DATAINI NOT NUMERIC                              00315000
              OR WRK-PARM-DATAINI EQUAL ZEROS                           00316000
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD                     00317000
            MOVE 01 TO WRK-HOJE-DD                                      00318000
            COMPUTE WRK-PARM-DATAFIM = FUNCTION DATE-OF-INTEGER         00319000
                   (FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) - 1)       00320000
            COMPUTE WRK-MES-INI = WRK-HOJE-MM - 3                       00321000
            IF WRK-MES-INI LESS 1                                       00322000
             ADD 12 TO WRK-MES-INI                                      00323000
             SUBTRACT 1 FROM WRK-HOJE-AAAA                              00324000
            END-IF                                                      00325000
            MOVE WRK-MES-INI TO WRK-HOJE-MM                             00326000
            MOVE WRK-DATA-HOJE TO WRK-PARM-DATAINI                      00327000
           END-IF.                                                      00328000
           IF WRK-PARM-DATAFIM NOT NUMERIC                              00329000
              OR WRK-PARM-DATAFIM EQUAL ZEROS                           00330000
            COMPUTE WRK-PARM-DATAFIM = FUNCTION DATE-OF-INTEGER         00331000
                   (FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAINI) + 90)   00332000
           END-IF.                                                      00333000
           IF WRK-PARM-PTS-AUMENTO NOT NUMERIC                          00334000
              OR WRK-PARM-PTS-AUMENTO EQUAL ZEROS                       00335000
            MOVE 070 TO WRK-PARM-PTS-AUMENTO                            00336000
           END-IF.                                                      00337000
           IF WRK-PARM-PTS-REDUCAO NOT NUMERIC                          00338000
              OR WRK-PARM-PTS-REDUCAO EQUAL ZEROS                       00339000
            MOVE 030 TO WRK-PARM-PTS-REDUCAO                            00340000
           END-IF.                                                      00341000
           IF WRK-PARM-PCT-AUMENTO NOT NUMERIC                          00342000
              OR WRK-PARM-PCT-AUMENTO EQUAL ZEROS                       00343000
            MOVE 020 TO WRK-PARM-PCT-AUMENTO                            00344000
           END-IF.                                                      00345000
           IF WRK-PARM-PCT-REDUCAO NOT NUMERIC                          00346000
              OR WRK-PARM-PCT-REDUCAO EQUAL ZEROS                       00347000
              OR WRK-PARM-PCT-REDUCAO GREATER 100                       00348000
            MOVE 020 TO WRK-PARM-PCT-REDUCAO                            00349000
           END-IF.                                                      00350000
           IF WRK-PARM-LIMITE-MAX NOT NUMERIC                           00351000
              OR WRK-PARM-LIMITE-MAX EQUAL ZEROS                        00352000
            MOVE 00500000 TO WRK-PARM-LIMITE-MAX                        00353000
           END-IF.                                                      00354000
           IF WRK-PARM-LIMITE-INI NOT NUMERIC                           00355000
              OR WRK-PARM-LIMITE-INI EQUAL ZEROS                        00356000
            MOVE 00010000 TO WRK-PARM-LIMITE-INI                        00357000
           END-IF.                                                      00358000
           IF WRK-PARM-MINDIAS NOT NUMERIC                              00359000
              OR WRK-PARM-MINDIAS EQUAL ZEROS                           00360000
            MOVE 060 TO WRK-PARM-MINDIAS                                00361000
           END-IF.                                                      00362000
                                                                        00363000
           COMPUTE WRK-DIAS-PERIODO =                                   00364000
                   FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAFIM)          00365000
                 - FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAINI) + 1.     00366000
           COMPUTE WRK-MESES-PERIODO ROUNDED =                          00367000
                   WRK-DIAS-PERIODO / 30.                               00368000
           IF WRK-MESES-PERIODO EQUAL ZEROS                             00369000
            MOVE 1 TO WRK-MESES-PERIODO                                 00370000
           END-IF.                                                      00371000
                                                                        00372000
      *    O SALDOHIS E GRAVADO EM ORDEM DE DATA E O MOVTAR             00373000
      *    DE CADA MES EM ORDEM DE CONTA; OS DOIS SAO                   00374000
      *    ORDENADOS NA ORDEM DO CLIENTES.                              00375000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-CHAVE                  00376000
                                         SD-SORT-DATA                   00377000
                USING SALDOHIS                                          00378000
                GIVING HISORD.                                          00379000
                                                                        00380000
           SORT ARQSORT2 ON ASCENDING KEY SD-SORT2-CHAVE                00381000
                USING JUROSHIS                                          00382000
                GIVING JURORD.                                          00383000
                                                                        00384000
           OPEN INPUT CLIENTES HISORD JURORD                            00385000
                OUTPUT PROPLIM RELREVL.                                 00386000
             PERFORM 4000-TESTAR-STATUS.                                00387000
                                                                        00388000
           MOVE WRK-PARM-DATAINI TO WRK-REL-DATAINI.                    00389000
           MOVE WRK-PARM-DATAFIM TO WRK-REL-DATAFIM.                    00390000
           WRITE FD-RELREVL FROM WRK-REL-CABEC.                         00391000
           WRITE FD-RELREVL FROM WRK-LINHABRANCO.                       00392000
           WRITE FD-RELREVL FROM WRK-REL-COLUNAS.                       00393000
                                                                        00394000
           PERFORM 5100-LER-HISTORICO.                                  00395000
           PERFORM 5200-LER-JUROS.                                      00396000
           PERFORM 5000-LER-CLIENTE.                                    00397000
           IF WRK-FS-CLIENTES EQUAL 10                                  00398000
            DISPLAY 'CLIENTES VAZIO'                                    00399000
           END-IF.                                                      00400000
      *-----------------------------------------------------            00401000
       1000-99-FIM.                                  EXIT.              00402000
      *-----------------------------------------------------            00403000
                                                                        00404000
      *-----------------------------------------------------            00405000
       2000-PROCESSAR                             SECTION.              00406000
      *-----------------------------------------------------            00407000
           MOVE ZEROS TO WRK-CTA-DIAS.                                  00408000
           MOVE ZEROS TO WRK-CTA-DIAS-NEG.                              00409000
           MOVE ZEROS TO WRK-CTA-SOMA-SALDO.                            00410000
           MOVE ZEROS TO WRK-CTA-CREDITOS.                              00411000
           MOVE ZEROS TO WRK-CTA-JUROS.                                 00412000
           MOVE ZEROS TO WRK-ULTIMO-SALDO.                              00413000
                                                                        00414000
      *    HISTORICO E JUROS DE CONTA QUE NAO ESTA MAIS NO              00415000
      *    CADASTRO SAO DESPREZADOS.                                    00416000
           PERFORM 5100-LER-HISTORICO                                   00417000
                   UNTIL FD-HIS-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00418000
           PERFORM 2100-APURAR-HISTORICO                                00419000
                   UNTIL FD-HIS-CHAVE NOT EQUAL FD-CLIENTES-CHAVE.      00420000
           PERFORM 5200-LER-JUROS                                       00421000
                   UNTIL FD-JUR-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00422000
           PERFORM 2150-APURAR-JUROS                                    00423000
                   UNTIL FD-JUR-CHAVE NOT EQUAL FD-CLIENTES-CHAVE.      00424000
                                                                        00425000
      *    SO CONTA ATIVA E REVISADA; CONTA NOVA (POUCO                 00426000
      *    HISTORICO NO PERIODO) FICA PARA A PROXIMA.                   00427000
           IF FD-CLIENTES-ATIVA                                         00428000
            IF WRK-CTA-DIAS NOT LESS WRK-PARM-MINDIAS                   00429000
             PERFORM 2200-PONTUAR-CONTA                                 00430000
             PERFORM 2300-PROPOR-LIMITE                                 00431000
             PERFORM 2400-GRAVAR-REVISAO                                00432000
            ELSE                                                        00433000
             ADD 1 TO WRK-REGPOUCOHIST                                  00434000
            END-IF                                                      00435000
           END-IF.                                                      00436000
                                                                        00437000
           PERFORM 5000-LER-CLIENTE.                                    00438000
      *-----------------------------------------------------            00439000
       2000-99-FIM.                                  EXIT.              00440000
      *-----------------------------------------------------            00441000
                                                                        00442000
      *-----------------------------------------------------            00443000
       2100-APURAR-HISTORICO                      SECTION.              00444000
      *-----------------------------------------------------            00445000
           IF FD-HIS-DATA NOT LESS WRK-PARM-DATAINI                     00446000
              AND FD-HIS-DATA NOT GREATER WRK-PARM-DATAFIM              00447000
            ADD 1 TO WRK-CTA-DIAS                                       00448000
            MOVE FD-HIS-FECHAMENTO TO WRK-SALDO-DIA                     00449000
            IF FD-HIS-FECH-SINAL EQUAL '-'                              00450000
             COMPUTE WRK-SALDO-DIA = WRK-SALDO-DIA * -1                 00451000
            END-IF                                                      00452000
            IF WRK-SALDO-DIA LESS ZEROS                                 00453000
             ADD 1 TO WRK-CTA-DIAS-NEG                                  00454000
            END-IF                                                      00455000
            ADD WRK-SALDO-DIA   TO WRK-CTA-SOMA-SALDO                   00456000
            ADD FD-HIS-CREDITOS TO WRK-CTA-CREDITOS                     00457000
            MOVE WRK-SALDO-DIA  TO WRK-ULTIMO-SALDO                     00458000
           END-IF.                                                      00459000
                                                                        00460000
           PERFORM 5100-LER-HISTORICO.                                  00461000
      *-----------------------------------------------------            00462000
       2100-99-FIM.                                  EXIT.              00463000
      *-----------------------------------------------------            00464000
                                                                        00465000
      *-----------------------------------------------------            00466000
       2150-APURAR-JUROS                          SECTION.              00467000
      *-----------------------------------------------------            00468000
      *    DO MOVTAR SO INTERESSAM OS JUROS; A TARIFA DE                00469000
      *    MANUTENCAO NAO ENTRA NA PONTUACAO.                           00470000
           IF FD-JUR-MOVIMENTO EQUAL WRK-DESC-JUROS                     00471000
            ADD FD-JUR-VALORMOV TO WRK-CTA-JUROS                        00472000
           END-IF.                                                      00473000
           PERFORM 5200-LER-JUROS.                                      00474000
      *-----------------------------------------------------            00475000
       2150-99-FIM.                                  EXIT.              00476000
      *-----------------------------------------------------            00477000
                                                                        00478000
      *-----------------------------------------------------            00479000
       2200-PONTUAR-CONTA                         SECTION.              00480000
      *-----------------------------------------------------            00481000
           COMPUTE WRK-SALDO-MEDIO ROUNDED =                            00482000
                   WRK-CTA-SOMA-SALDO / WRK-CTA-DIAS.                   00483000
           COMPUTE WRK-CREDITO-MES ROUNDED =                            00484000
                   WRK-CTA-CREDITOS / WRK-MESES-PERIODO.                00485000
           COMPUTE WRK-PCT-NEGATIVO =                                   00486000
                   WRK-CTA-DIAS-NEG * 100 / WRK-CTA-DIAS.               00487000
           IF WRK-CTA-CREDITOS EQUAL ZEROS                              00488000
            IF WRK-CTA-JUROS EQUAL ZEROS                                00489000
             MOVE ZEROS TO WRK-PCT-JUROS                                00490000
            ELSE                                                        00491000
             MOVE 100 TO WRK-PCT-JUROS                                  00492000
            END-IF                                                      00493000
           ELSE                                                         00494000
            IF WRK-CTA-JUROS * 100 / WRK-CTA-CREDITOS                   00495000
               GREATER 100                                              00496000
             MOVE 100 TO WRK-PCT-JUROS                                  00497000
            ELSE                                                        00498000
             COMPUTE WRK-PCT-JUROS =                                    00499000
                     WRK-CTA-JUROS * 100 / WRK-CTA-CREDITOS             00500000
            END-IF                                                      00501000
           END-IF.                                                      00502000
                                                                        00503000
           MOVE ZEROS TO WRK-PONTOS.                                    00504000
      *    SALDO MEDIO DE FECHAMENTO (ATE 30 PONTOS).                   00505000
           EVALUATE TRUE                                                00506000
            WHEN WRK-SALDO-MEDIO NOT GREATER ZEROS                      00507000
             CONTINUE                                                   00508000
            WHEN WRK-SALDO-MEDIO NOT LESS FD-CLIENTES-LIMITE            00509000
             ADD 30 TO WRK-PONTOS                                       00510000
            WHEN OTHER                                                  00511000
             ADD 15 TO WRK-PONTOS                                       00512000
           END-EVALUATE.                                                00513000
      *    CREDITOS POR MES (ATE 30 PONTOS): RENDA QUE                  00514000
      *    PASSA PELA CONTA CONTRA O LIMITE CONCEDIDO.                  00515000
           EVALUATE TRUE                                                00516000
            WHEN WRK-CREDITO-MES EQUAL ZEROS                            00517000
             CONTINUE                                                   00518000
            WHEN WRK-CREDITO-MES NOT LESS FD-CLIENTES-LIMITE            00519000
             ADD 30 TO WRK-PONTOS                                       00520000
            WHEN WRK-CREDITO-MES * 2 NOT LESS FD-CLIENTES-LIMITE        00521000
             ADD 15 TO WRK-PONTOS                                       00522000
            WHEN OTHER                                                  00523000
             ADD 5 TO WRK-PONTOS                                        00524000
           END-EVALUATE.                                                00525000
      *    DIAS COM SALDO NEGATIVO NO PERIODO (ATE 25).                 00526000
           EVALUATE TRUE                                                00527000
            WHEN WRK-CTA-DIAS-NEG EQUAL ZEROS                           00528000
             ADD 25 TO WRK-PONTOS                                       00529000
            WHEN WRK-PCT-NEGATIVO NOT GREATER 10                        00530000
             ADD 15 TO WRK-PONTOS                                       00531000
            WHEN WRK-PCT-NEGATIVO NOT GREATER 30                        00532000
             ADD 5 TO WRK-PONTOS                                        00533000
            WHEN OTHER                                                  00534000
             CONTINUE                                                   00535000
           END-EVALUATE.                                                00536000
      *    JUROS PAGOS SOBRE OS CREDITOS (ATE 15 PONTOS):               00537000
      *    QUEM VIVE DO CHEQUE ESPECIAL PERDE PONTOS.                   00538000
           EVALUATE TRUE                                                00539000
            WHEN WRK-PCT-JUROS NOT GREATER 2                            00540000
             ADD 15 TO WRK-PONTOS                                       00541000
            WHEN WRK-PCT-JUROS NOT GREATER 5                            00542000
             ADD 8 TO WRK-PONTOS                                        00543000
            WHEN OTHER                                                  00544000
             CONTINUE                                                   00545000
           END-EVALUATE.                                                00546000
           ADD 1 TO WRK-REGAVALIADAS.                                   00547000
      *-----------------------------------------------------            00548000
       2200-99-FIM.                                  EXIT.              00549000
      *-----------------------------------------------------            00550000
                                                                        00551000
      *-----------------------------------------------------            00552000
       2300-PROPOR-LIMITE                         SECTION.              00553000
      *-----------------------------------------------------            00554000
           MOVE FD-CLIENTES-LIMITE TO WRK-LIMITE-NOVO.                  00555000
           MOVE 'M' TO WRK-ACAO.                                        00556000
                                                                        00557000
           EVALUATE TRUE                                                00558000
            WHEN WRK-PONTOS NOT LESS WRK-PARM-PTS-AUMENTO               00559000
             IF FD-CLIENTES-LIMITE EQUAL ZEROS                          00560000
              MOVE WRK-PARM-LIMITE-INI TO WRK-LIMITE-NOVO               00561000
             ELSE                                                       00562000
              COMPUTE WRK-LIMITE-NOVO ROUNDED =                         00563000
                      FD-CLIENTES-LIMITE                                00564000
                    * (100 + WRK-PARM-PCT-AUMENTO) / 100                00565000
             END-IF                                                     00566000
             IF WRK-LIMITE-NOVO GREATER WRK-PARM-LIMITE-MAX             00567000
              MOVE WRK-PARM-LIMITE-MAX TO WRK-LIMITE-NOVO               00568000
             END-IF                                                     00569000
             IF WRK-LIMITE-NOVO GREATER FD-CLIENTES-LIMITE              00570000
              MOVE 'A' TO WRK-ACAO                                      00571000
             END-IF                                                     00572000
            WHEN WRK-PONTOS LESS WRK-PARM-PTS-REDUCAO                   00573000
             COMPUTE WRK-LIMITE-NOVO ROUNDED =                          00574000
                     FD-CLIENTES-LIMITE                                 00575000
                   * (100 - WRK-PARM-PCT-REDUCAO) / 100                 00576000
      *      A REDUCAO NAO DEIXA A CONTA ALEM DO NOVO LIMITE            00577000
      *      PELO SALDO QUE JA ESTA NEGATIVO.                           00578000
             IF WRK-ULTIMO-SALDO LESS ZEROS                             00579000
                AND WRK-LIMITE-NOVO LESS WRK-ULTIMO-SALDO * -1          00580000
              COMPUTE WRK-LIMITE-NOVO = WRK-ULTIMO-SALDO * -1           00581000
             END-IF                                                     00582000
             IF WRK-LIMITE-NOVO LESS FD-CLIENTES-LIMITE                 00583000
              MOVE 'R' TO WRK-ACAO                                      00584000
             ELSE                                                       00585000
              MOVE FD-CLIENTES-LIMITE TO WRK-LIMITE-NOVO                00586000
             END-IF                                                     00587000
            WHEN OTHER                                                  00588000
             CONTINUE                                                   00589000
           END-EVALUATE.                                                00590000
      *-----------------------------------------------------            00591000
       2300-99-FIM.                                  EXIT.              00592000
      *-----------------------------------------------------            00593000
                                                                        00594000
      *-----------------------------------------------------            00595000
       2400-GRAVAR-REVISAO                        SECTION.              00596000
      *-----------------------------------------------------            00597000
           MOVE FD-CLIENTES-CHAVE  TO WRK-REL-CHAVE.                    00598000
           MOVE FD-CLIENTES-NOME   TO WRK-REL-NOME.                     00599000
           MOVE WRK-SALDO-MEDIO    TO WRK-REL-MEDIO.                    00600000
           MOVE WRK-CREDITO-MES    TO WRK-REL-CREDMES.                  00601000
           MOVE WRK-CTA-DIAS-NEG   TO WRK-REL-DIASNEG.                  00602000
           MOVE WRK-CTA-JUROS      TO WRK-REL-JUROS.                    00603000
           MOVE WRK-PONTOS         TO WRK-REL-PONTOS.                   00604000
           MOVE FD-CLIENTES-LIMITE TO WRK-REL-LIMATU.                   00605000
           MOVE WRK-LIMITE-NOVO    TO WRK-REL-LIMNOVO.                  00606000
           EVALUATE TRUE                                                00607000
            WHEN WRK-ACAO-AUMENTO                                       00608000
             MOVE 'AUMENTAR'  TO WRK-REL-ACAO                           00609000
             ADD 1 TO WRK-REGAUMENTO                                    00610000
            WHEN WRK-ACAO-REDUCAO                                       00611000
             MOVE 'REDUZIR'   TO WRK-REL-ACAO                           00612000
             ADD 1 TO WRK-REGREDUCAO                                    00613000
            WHEN OTHER                                                  00614000
             MOVE 'MANTER'    TO WRK-REL-ACAO                           00615000
             ADD 1 TO WRK-REGMANTIDAS                                   00616000
           END-EVALUATE.                                                00617000
           WRITE FD-RELREVL FROM WRK-REL-DETALHE.                       00618000
                                                                        00619000
           IF NOT WRK-ACAO-MANTER                                       00620000
            MOVE SPACES             TO FD-PROPLIM                       00621000
            MOVE FD-CLIENTES-CHAVE  TO FD-PROP-CHAVE                    00622000
            MOVE FD-CLIENTES-NOME   TO FD-PROP-NOME                     00623000
            MOVE FD-CLIENTES-LIMITE TO FD-PROP-LIMITE-ATUAL             00624000
            MOVE WRK-LIMITE-NOVO    TO FD-PROP-LIMITE-NOVO              00625000
            MOVE WRK-PONTOS         TO FD-PROP-PONTOS                   00626000
            MOVE WRK-ACAO           TO FD-PROP-ACAO                     00627000
            WRITE FD-PROPLIM                                            00628000
           END-IF.                                                      00629000
      *-----------------------------------------------------            00630000
       2400-99-FIM.                                  EXIT.              00631000
      *-----------------------------------------------------            00632000
                                                                        00633000
      *-----------------------------------------------------            00634000
       3000-FINALIZAR                             SECTION.              00635000
      *-----------------------------------------------------            00636000
           MOVE WRK-REGAVALIADAS TO WRK-REL-TOT-AVAL.                   00637000
           MOVE WRK-REGAUMENTO   TO WRK-REL-TOT-AUM.                    00638000
           MOVE WRK-REGREDUCAO   TO WRK-REL-TOT-RED.                    00639000
           MOVE WRK-REGMANTIDAS  TO WRK-REL-TOT-MAN.                    00640000
           WRITE FD-RELREVL FROM WRK-LINHABRANCO.                       00641000
           WRITE FD-RELREVL FROM WRK-REL-TOTAL.                         00642000
                                                                        00643000
           CLOSE CLIENTES HISORD JURORD PROPLIM RELREVL.                00644000
                                                                        00645000
           DISPLAY ' '.                                                 00646000
           DISPLAY 'CONTAS LIDAS:            ' WRK-REGCLIENTES.         00647000
           DISPLAY 'REGISTROS DE HISTORICO:  ' WRK-REGHISTORICO.        00648000
           DISPLAY 'REGISTROS DE TARIFACAO:  ' WRK-REGJUROS.            00649000
           DISPLAY 'CONTAS AVALIADAS:        ' WRK-REGAVALIADAS.        00650000
           DISPLAY 'POUCO HISTORICO:         ' WRK-REGPOUCOHIST.        00651000
           DISPLAY 'PROPOSTAS DE AUMENTO:    ' WRK-REGAUMENTO.          00652000
           DISPLAY 'PROPOSTAS DE REDUCAO:    ' WRK-REGREDUCAO.          00653000
           DISPLAY 'LIMITES MANTIDOS:        ' WRK-REGMANTIDAS.         00654000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00655000
      *-----------------------------------------------------            00656000
       3000-99-FIM.                                  EXIT.              00657000
      *-----------------------------------------------------            00658000
                                                                        00659000
      *-----------------------------------------------------            00660000
       4000-TESTAR-STATUS                         SECTION.              00661000
      *-----------------------------------------------------            00662000
           IF WRK-FS-CLIENTES NOT EQUAL 00                              00663000
            MOVE 'FR22EX22'              TO WRK-PROGRAMA                00664000
            MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM                00665000
            MOVE '1000'                  TO WRK-SECAO                   00666000
            MOVE WRK-FS-CLIENTES         TO WRK-STATUS                  00667000
            PERFORM 9000-TRATAERROS                                     00668000
           END-IF.                                                      00669000
           IF WRK-FS-HISORD NOT EQUAL 00                                00670000
            MOVE 'FR22EX22'              TO WRK-PROGRAMA                00671000
            MOVE 'ERRO NO OPEN HISORD'   TO WRK-MENSAGEM                00672000
            MOVE '1000'                  TO WRK-SECAO                   00673000
            MOVE WRK-FS-HISORD           TO WRK-STATUS                  00674000
            PERFORM 9000-TRATAERROS                                     00675000
           END-IF.                                                      00676000
           IF WRK-FS-JURORD NOT EQUAL 00                                00677000
            MOVE 'FR22EX22'              TO WRK-PROGRAMA                00678000
            MOVE 'ERRO NO OPEN JURORD'   TO WRK-MENSAGEM                00679000
            MOVE '1000'                  TO WRK-SECAO                   00680000
            MOVE WRK-FS-JURORD           TO WRK-STATUS                  00681000
            PERFORM 9000-TRATAERROS                                     00682000
           END-IF.                                                      00683000
           IF WRK-FS-PROPLIM NOT EQUAL 00                               00684000
            MOVE 'FR22EX22'              TO WRK-PROGRAMA                00685000
            MOVE 'ERRO NO OPEN PROPLIM'  TO WRK-MENSAGEM                00686000
            MOVE '1000'                  TO WRK-SECAO                   00687000
            MOVE WRK-FS-PROPLIM          TO WRK-STATUS                  00688000
            PERFORM 9000-TRATAERROS                                     00689000
           END-IF.                                                      00690000
           IF WRK-FS-RELREVL NOT EQUAL 00                               00691000
            MOVE 'FR22EX22'              TO WRK-PROGRAMA                00692000
            MOVE 'ERRO NO OPEN RELREVL'  TO WRK-MENSAGEM                00693000
            MOVE '1000'                  TO WRK-SECAO                   00694000
            MOVE WRK-FS-RELREVL          TO WRK-STATUS                  00695000
            PERFORM 9000-TRATAERROS                                     00696000
           END-IF.                                                      00697000
      *-----------------------------------------------------            00698000
       4000-99-FIM.                                  EXIT.              00699000
      *-----------------------------------------------------            00700000
                                                                        00701000
      *-----------------------------------------------------            00702000
       5000-LER-CLIENTE                           SECTION.              00703000
      *-----------------------------------------------------            00704000
           READ CLIENTES.                                               00705000
           IF WRK-FS-CLIENTES EQUAL 10                                  00706000
            MOVE HIGH-VALUES TO FD-CLIENTES-CHAVE                       00707000
           ELSE                                                         00708000
            ADD 1 TO WRK-REGCLIENTES                                    00709000
           END-IF.                                                      00710000
      *-----------------------------------------------------            00711000
       5000-99-FIM.                                  EXIT.              00712000
      *-----------------------------------------------------            00713000
                                                                        00714000
      *-----------------------------------------------------            00715000
       5100-LER-HISTORICO                         SECTION.              00716000
      *-----------------------------------------------------            00717000
           READ HISORD.                                                 00718000
           IF WRK-FS-HISORD EQUAL 10                                    00719000
            MOVE HIGH-VALUES TO FD-HIS-CHAVE                            00720000
           ELSE                                                         00721000
            ADD 1 TO WRK-REGHISTORICO                                   00722000
           END-IF.                                                      00723000
      *-----------------------------------------------------            00724000
       5100-99-FIM.                                  EXIT.              00725000
      *-----------------------------------------------------            00726000
                                                                        00727000
      *-----------------------------------------------------            00728000
       5200-LER-JUROS                             SECTION.              00729000
      *-----------------------------------------------------            00730000
           READ JURORD.                                                 00731000
           IF WRK-FS-JURORD EQUAL 10                                    00732000
            MOVE HIGH-VALUES TO FD-JUR-CHAVE                            00733000
           ELSE                                                         00734000
            ADD 1 TO WRK-REGJUROS                                       00735000
           END-IF.                                                      00736000
      *-----------------------------------------------------            00737000
       5200-99-FIM.                                  EXIT.              00738000
      *-----------------------------------------------------            00739000
                                                                        00740000
      *-----------------------------------------------------            00741000
       9000-TRATAERROS                            SECTION.              00742000
      *-----------------------------------------------------            00743000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00744000
           GOBACK.                                                      00745000
      *-----------------------------------------------------            00746000
       9000-99-FIM.                                  EXIT.              00747000
      *-----------------------------------------------------            00748000
