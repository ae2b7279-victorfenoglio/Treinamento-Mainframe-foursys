      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22EX20.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: DETECCAO MENSAL DE CONTAS DORMENTES:   *             00008000
      *            COM O HISTORICO DIARIO SALDOHIS        *             00009000
      *            (GRAVADO PELO FR22EX04) ORDENADO POR   *             00010000
      *            CONTA/DATA, APURA A DATA DO ULTIMO DIA *             00011000
      *            COM CREDITO OU DEBITO DE CADA CONTA    *             00012000
      *            ATIVA DO CLIENTES (SEM MOVIMENTO       *             00013000
      *            NENHUM, VALE O PRIMEIRO DIA DO         *             00014000
      *            HISTORICO). CONTA PARADA HA N DIAS OU  *             00015000
      *            MAIS SAI NO RELDORM POR AGENCIA COM O  *             00016000
      *            ULTIMO SALDO E GERA A OPERACAO 'B'     *             00017000
      *            (NOME 'BLOQUEIO POR INATIVIDADE') NO   *             00018000
      *            LAYOUT DO MANUCLI (MANUDORM) PARA O    *             00019000
      *            FR22EX07 DEIXAR A CONTA INATIVA ('I'). *             00020000
      *            O PRIMEIRO CREDITO REATIVA A CONTA NO  *             00021000
      *            FR22EX04.                              *             00022000
      *---------------------------------------------------*             00023000
      *  PARAMETRO (SYSIN): DIAS(9(03); VAZIO = 180) +    *             00024000
      *  DATA DE REFERENCIA (AAAAMMDD; VAZIA = DATA DO    *             00025000
      *  DIA). DIAS CORRIDOS ENTRE O ULTIMO MOVIMENTO E A *             00026000
      *  DATA DE REFERENCIA.                              *             00027000
      *---------------------------------------------------*             00028000
      *  ARQUIVOS:                                        *             00029000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00030000
      *  CLIENTES            I             ---------      *             00031000
      *  SALDOHIS            I             ---------      *             00032000
      *  HISORD              O/I           ---------      *             00033000
      *  MANUDORM            O             ---------      *             00034000
      *  RELDORM             O             ---------      *             00035000
      *===================================================*             00036000
                                                                        00037000
      *====================================================             00038000
       ENVIRONMENT                               DIVISION.              00039000
      *====================================================             00040000
       CONFIGURATION                             SECTION.               00041000
       SPECIAL-NAMES.                                                   00042000
           DECIMAL-POINT  IS COMMA.                                     00043000
                                                                        00044000
       INPUT-OUTPUT                              SECTION.               00045000
       FILE-CONTROL.                                                    00046000
           SELECT CLIENTES ASSIGN TO CLIENTES                           00047000
               FILE STATUS IS WRK-FS-CLIENTES.                          00048000
                                                                        00049000
           SELECT SALDOHIS ASSIGN TO SALDOHIS                           00050000
               FILE STATUS IS WRK-FS-SALDOHIS.                          00051000
                                                                        00052000
           SELECT HISORD ASSIGN TO HISORD                               00053000
               FILE STATUS IS WRK-FS-HISORD.                            00054000
                                                                        00055000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00056000
                                                                        00057000
           SELECT MANUDORM ASSIGN TO MANUDORM                           00058000
               FILE STATUS IS WRK-FS-MANUDORM.                          00059000
                                                                        00060000
           SELECT RELDORM ASSIGN TO RELDORM                             00061000
               FILE STATUS IS WRK-FS-RELDORM.                           00062000
                                                                        00063000
      *====================================================             00064000
       DATA                                      DIVISION.              00065000
      *====================================================             00066000
      *-----------------------------------------------------            00067000
       FILE                                      SECTION.               00068000
      *-----------------------------------------------------            00069000
       FD CLIENTES                                                      00070000
           RECORDING MODE IS F                                          00071000
           BLOCK CONTAINS 0 RECORDS.                                    00072000
      *-----------LRECL 55----------------------------------            00073000
       01 FD-CLIENTES.                                                  00074000
          05 FD-CLIENTES-CHAVE.                                         00075000
             10 FD-CLIENTES-AGENCIA PIC X(04).                          00076000
             10 FD-CLIENTES-CONTA   PIC X(04).                          00077000
          05 FD-CLIENTES-NOME       PIC X(30).                          00078000
          05 FD-CLIENTES-SALDO      PIC 9(08).                          00079000
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00080000
          05 FD-CLIENTES-STATUS     PIC X(01).                          00081000
             88 FD-CLIENTES-ATIVA             VALUE 'A' ' '.            00082000
                                                                        00083000
       FD SALDOHIS                                                      00084000
           RECORDING MODE IS F                                          00085000
           BLOCK CONTAINS 0 RECORDS.                                    00086000
      *-----------LRECL 58----------------------------------            00087000
       01 FD-SALDOHIS               PIC X(58).                          00088000
                                                                        00089000
       FD HISORD                                                        00090000
           RECORDING MODE IS F                                          00091000
           BLOCK CONTAINS 0 RECORDS.                                    00092000
      *-----------LRECL 58----------------------------------            00093000
       01 FD-HISORD.                                                    00094000
          05 FD-HIS-DATA         PIC 9(08).                             00095000
          05 FD-HIS-CHAVE        PIC X(08).                             00096000
          05 FD-HIS-ABERT-SINAL  PIC X(01).                             00097000
          05 FD-HIS-ABERTURA     PIC 9(08).                             00098000
          05 FD-HIS-CREDITOS     PIC 9(08).                             00099000
          05 FD-HIS-DEBITOS      PIC 9(08).                             00100000
          05 FD-HIS-ESTORNOS     PIC 9(08).                             00101000
          05 FD-HIS-FECH-SINAL   PIC X(01).                             00102000
          05 FD-HIS-FECHAMENTO   PIC 9(08).                             00103000
      *-----------------------------------------------------            00104000
       SD ARQSORT.                                                      00105000
       01 SD-ARQSORT.                                                   00106000
          05 SD-SORT-DATA           PIC 9(08).                          00107000
          05 SD-SORT-CHAVE          PIC X(08).                          00108000
          05 FILLER                 PIC X(42).                          00109000
      *-----------------------------------------------------            00110000
       FD MANUDORM                                                      00111000
           RECORDING MODE IS F                                          00112000
           BLOCK CONTAINS 0 RECORDS.                                    00113000
      *-----------LRECL 55----------------------------------            00114000
       01 FD-MANUDORM.                                                  00115000
          05 FD-MANU-OPERACAO       PIC X(01).                          00116000
          05 FD-MANU-CHAVE          PIC X(08).                          00117000
          05 FD-MANU-NOME           PIC X(30).                          00118000
          05 FD-MANU-SALDO          PIC 9(08).                          00119000
          05 FD-MANU-LIMITE         PIC 9(08).                          00120000
                                                                        00121000
       FD RELDORM                                                       00122000
           RECORDING MODE IS F                                          00123000
           BLOCK CONTAINS 0 RECORDS.                                    00124000
      *-----------LRECL 80----------------------------------            00125000
       01 FD-RELDORM                PIC X(80).                          00126000
      *-----------------------------------------------------            00127000
       WORKING-STORAGE                           SECTION.               00128000
      *-----------------------------------------------------            00129000
           COPY '#GLOG'.                                                00130000
      *-----------------------------------------------------            00131000
       01 FILLER PIC X(48) VALUE                                        00132000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00133000
      *-----------------------------------------------------            00134000
       77 WRK-FS-CLIENTES      PIC 9(02).                               00135000
       77 WRK-FS-SALDOHIS      PIC 9(02).                               00136000
       77 WRK-FS-HISORD        PIC 9(02).                               00137000
       77 WRK-FS-MANUDORM      PIC 9(02).                               00138000
       77 WRK-FS-RELDORM       PIC 9(02).                               00139000
      *-----------------------------------------------------            00140000
       01 FILLER PIC X(48) VALUE                                        00141000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00142000
      *-----------------------------------------------------            00143000
       01 WRK-PARM.                                                     00144000
          05 WRK-PARM-DIAS    PIC 9(03).                                00145000
          05 WRK-PARM-DATAREF PIC 9(08).                                00146000
      *-----------------------------------------------------            00147000
       01 FILLER PIC X(48) VALUE                                        00148000
            '-------APURACAO DO HISTORICO DA CONTA--------'.            00149000
      *-----------------------------------------------------            00150000
       77 WRK-TEM-HISTORICO    PIC X(01) VALUE 'N'.                     00151000
       77 WRK-PRIMEIRA-DATA    PIC 9(08) VALUE ZEROS.                   00152000
       77 WRK-ULTIMO-MOV       PIC 9(08) VALUE ZEROS.                   00153000
       77 WRK-DATA-BASE        PIC 9(08) VALUE ZEROS.                   00154000
       77 WRK-ULTIMO-SALDO     PIC S9(09) VALUE ZEROS.                  00155000
       77 WRK-DIAS-PARADA      PIC S9(07) VALUE ZEROS.                  00156000
       77 WRK-NOME-INATIVIDADE PIC X(30) VALUE                          00157000
           'BLOQUEIO POR INATIVIDADE'.                                  00158000
      *-----------------------------------------------------            00159000
       01 FILLER PIC X(48) VALUE                                        00160000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00161000
      *-----------------------------------------------------            00162000
       77 WRK-REGCLIENTES      PIC 9(06) VALUE ZEROS.                   00163000
       77 WRK-REGHISTORICO     PIC 9(07) VALUE ZEROS.                   00164000
       77 WRK-REGSEMHIST       PIC 9(06) VALUE ZEROS.                   00165000
       77 WRK-REGDORMENTES     PIC 9(06) VALUE ZEROS.                   00166000
       77 WRK-AGENCIA-ANT      PIC X(04) VALUE SPACES.                  00167000
       77 WRK-AGE-CONTAS       PIC 9(05) VALUE ZEROS.                   00168000
       77 WRK-AGE-SALDO        PIC S9(11) VALUE ZEROS.                  00169000
       77 WRK-TOT-SALDO        PIC S9(11) VALUE ZEROS.                  00170000
      *-----------------------------------------------------            00171000
       01 FILLER PIC X(48) VALUE                                        00172000
            '-------LINHAS DO RELATORIO-------------------'.            00173000
      *-----------------------------------------------------            00174000
       01 WRK-REL-CABEC.                                                00175000
          05 FILLER             PIC X(39) VALUE                         00176000
             'CONTAS DORMENTES - SEM MOVIMENTO HA    '.                 00177000
          05 WRK-REL-PARM-DIAS  PIC ZZ9.                                00178000
          05 FILLER             PIC X(16) VALUE                         00179000
             ' DIAS OU MAIS EM'.                                        00180000
          05 FILLER             PIC X(01) VALUE SPACES.                 00181000
          05 WRK-REL-DATAREF    PIC 9(08).                              00182000
          05 FILLER             PIC X(13) VALUE SPACES.                 00183000
       01 WRK-REL-AGENCIA.                                              00184000
          05 FILLER             PIC X(09) VALUE 'AGENCIA: '.            00185000
          05 WRK-REL-AGE        PIC X(04).                              00186000
          05 FILLER             PIC X(67) VALUE SPACES.                 00187000
       01 WRK-REL-COLUNAS.                                              00188000
          05 FILLER             PIC X(37) VALUE                         00189000
             'CONTA NOME'.                                              00190000
          05 FILLER             PIC X(26) VALUE                         00191000
             'ULT.MOV   DIAS      SALDO'.                               00192000
          05 FILLER             PIC X(17) VALUE SPACES.                 00193000
       01 WRK-REL-DETALHE.                                              00194000
          05 WRK-REL-CONTA      PIC X(04).                              00195000
          05 FILLER             PIC X(02) VALUE SPACES.                 00196000
          05 WRK-REL-NOME       PIC X(30).                              00197000
          05 FILLER             PIC X(01) VALUE SPACES.                 00198000
          05 WRK-REL-ULTMOV     PIC 9(08).                              00199000
          05 FILLER             PIC X(01) VALUE SPACES.                 00200000
          05 WRK-REL-DIAS       PIC ZZZZ9.                              00201000
          05 FILLER             PIC X(01) VALUE SPACES.                 00202000
          05 WRK-REL-SALDO      PIC -ZZ.ZZZ.ZZ9.                        00203000
          05 FILLER             PIC X(17) VALUE SPACES.                 00204000
       01 WRK-REL-TOTAGE.                                               00205000
          05 FILLER             PIC X(20) VALUE                         00206000
             'TOTAL DA AGENCIA:   '.                                    00207000
          05 WRK-REL-TOT-CONTAS PIC ZZZZ9.                              00208000
          05 FILLER             PIC X(16) VALUE                         00209000
             ' CONTAS   SALDO:'.                                        00210000
          05 WRK-REL-TOT-SALDO  PIC -Z.ZZZ.ZZZ.ZZ9.                     00211000
          05 FILLER             PIC X(25) VALUE SPACES.                 00212000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00213000
      *====================================================             00214000
       PROCEDURE                                 DIVISION.              00215000
      *====================================================             00216000
      *-----------------------------------------------------            00217000
       0000-PRINCIPAL                             SECTION.              00218000
      *-----------------------------------------------------            00219000
           PERFORM 1000-INICIALIZAR.                                    00220000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-CLIENTES                 00221000
                   EQUAL 10.                                            00222000
           PERFORM 3000-FINALIZAR.                                      00223000
           STOP RUN.                                                    00224000
      *-----------------------------------------------------            00225000
       0000-99-FIM.                                  EXIT.              00226000
      *-----------------------------------------------------            00227000
                                                                        00228000
      *-----------------------------------------------------            00229000
       1000-INICIALIZAR                           SECTION.              00230000
      *-----------------------------------------------------            00231000
           ACCEPT WRK-PARM FROM SYSIN.                                  00232000
           IF WRK-PARM-DIAS NOT NUMERIC                                 00233000
              OR WRK-PARM-DIAS EQUAL ZEROS                              00234000
            MOVE 180 TO WRK-PARM-DIAS                                   00235000
           END-IF.                                                      00236000
           IF WRK-PARM-DATAREF NOT NUMERIC                              00237000
              OR WRK-PARM-DATAREF EQUAL ZEROS                           00238000
            ACCEPT WRK-PARM-DATAREF FROM DATE YYYYMMDD                  00239000
           END-IF.                                                      00240000
                                                                        00241000
      *    O SALDOHIS E GRAVADO EM ORDEM DE DATA; O SORT O              00242000
      *    COLOCA NA ORDEM DO CLIENTES (CONTA E DATA).                  00243000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-CHAVE                  00244000
                                         SD-SORT-DATA                   00245000
                USING SALDOHIS                                          00246000
                GIVING HISORD.                                          00247000
                                                                        00248000
           OPEN INPUT CLIENTES HISORD                                   00249000
                OUTPUT MANUDORM RELDORM.                                00250000
             PERFORM 4000-TESTAR-STATUS.                                00251000
                                                                        00252000
           MOVE WRK-PARM-DIAS    TO WRK-REL-PARM-DIAS.                  00253000
           MOVE WRK-PARM-DATAREF TO WRK-REL-DATAREF.                    00254000
           WRITE FD-RELDORM FROM WRK-REL-CABEC.                         00255000
           WRITE FD-RELDORM FROM WRK-LINHABRANCO.                       00256000
                                                                        00257000
           PERFORM 5100-LER-HISTORICO.                                  00258000
           PERFORM 5000-LER-CLIENTE.                                    00259000
           IF WRK-FS-CLIENTES EQUAL 10                                  00260000
            DISPLAY 'CLIENTES VAZIO'                                    00261000
           END-IF.                                                      00262000
      *-----------------------------------------------------            00263000
       1000-99-FIM.                                  EXIT.              00264000
      *-----------------------------------------------------            00265000
                                                                        00266000
      *-----------------------------------------------------            00267000
       2000-PROCESSAR                             SECTION.              00268000
      *-----------------------------------------------------            00269000
           MOVE 'N'   TO WRK-TEM-HISTORICO.                             00270000
           MOVE ZEROS TO WRK-PRIMEIRA-DATA.                             00271000
           MOVE ZEROS TO WRK-ULTIMO-MOV.                                00272000
           MOVE ZEROS TO WRK-ULTIMO-SALDO.                              00273000
                                                                        00274000
      *    HISTORICO DE CONTA QUE NAO ESTA MAIS NO CADASTRO             00275000
      *    E DESPREZADO.                                                00276000
           PERFORM 5100-LER-HISTORICO                                   00277000
                   UNTIL FD-HIS-CHAVE NOT LESS FD-CLIENTES-CHAVE.       00278000
           PERFORM 2100-APURAR-HISTORICO                                00279000
                   UNTIL FD-HIS-CHAVE NOT EQUAL FD-CLIENTES-CHAVE.      00280000
                                                                        00281000
      *    SO CONTA ATIVA E CANDIDATA; BLOQUEADA, ENCERRADA             00282000
      *    OU JA INATIVA FICA COMO ESTA.                                00283000
           IF FD-CLIENTES-ATIVA                                         00284000
            IF WRK-TEM-HISTORICO EQUAL 'S'                              00285000
             PERFORM 2200-AVALIAR-CONTA                                 00286000
            ELSE                                                        00287000
             ADD 1 TO WRK-REGSEMHIST                                    00288000
            END-IF                                                      00289000
           END-IF.                                                      00290000
                                                                        00291000
           PERFORM 5000-LER-CLIENTE.                                    00292000
      *-----------------------------------------------------            00293000
       2000-99-FIM.                                  EXIT.              00294000
      *-----------------------------------------------------            00295000
                                                                        00296000
      *-----------------------------------------------------            00297000
       2100-APURAR-HISTORICO                      SECTION.              00298000
      *-----------------------------------------------------            00299000
      *    DIAS DEPOIS DA DATA DE REFERENCIA NAO CONTAM                 00300000
      *    (REPROCESSAMENTO DE UM MES ANTERIOR).                        00301000
           IF FD-HIS-DATA NOT GREATER WRK-PARM-DATAREF                  00302000
            IF WRK-TEM-HISTORICO EQUAL 'N'                              00303000
             MOVE 'S' TO WRK-TEM-HISTORICO                              00304000
             MOVE FD-HIS-DATA TO WRK-PRIMEIRA-DATA                      00305000
            END-IF                                                      00306000
            IF FD-HIS-CREDITOS GREATER ZEROS                            00307000
               OR FD-HIS-DEBITOS GREATER ZEROS                          00308000
             MOVE FD-HIS-DATA TO WRK-ULTIMO-MOV                         00309000
            END-IF                                                      00310000
            MOVE FD-HIS-FECHAMENTO TO WRK-ULTIMO-SALDO                  00311000
            IF FD-HIS-FECH-SINAL EQUAL '-'                              00312000
             COMPUTE WRK-ULTIMO-SALDO = WRK-ULTIMO-SALDO * -1           00313000
            END-IF                                                      00314000
           END-IF.                                                      00315000
                                                                        00316000
           PERFORM 5100-LER-HISTORICO.                                  00317000
      *-----------------------------------------------------            00318000
       2100-99-FIM.                                  EXIT.              00319000
      *-----------------------------------------------------            00320000
                                                                        00321000
      *-----------------------------------------------------            00322000
       2200-AVALIAR-CONTA                         SECTION.              00323000
      *-----------------------------------------------------            00324000
      *    CONTA QUE NUNCA MOVIMENTOU CONTA A PARTIR DO                 00325000
      *    PRIMEIRO DIA DO HISTORICO.                                   00326000
           IF WRK-ULTIMO-MOV EQUAL ZEROS                                00327000
            MOVE WRK-PRIMEIRA-DATA TO WRK-DATA-BASE                     00328000
           ELSE                                                         00329000
            MOVE WRK-ULTIMO-MOV    TO WRK-DATA-BASE                     00330000
           END-IF.                                                      00331000
                                                                        00332000
           COMPUTE WRK-DIAS-PARADA =                                    00333000
                   FUNCTION INTEGER-OF-DATE (WRK-PARM-DATAREF)          00334000
                 - FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE).            00335000
                                                                        00336000
           IF WRK-DIAS-PARADA NOT LESS WRK-PARM-DIAS                    00337000
            PERFORM 2300-GRAVAR-DORMENTE                                00338000
           END-IF.                                                      00339000
      *-----------------------------------------------------            00340000
       2200-99-FIM.                                  EXIT.              00341000
      *-----------------------------------------------------            00342000
                                                                        00343000
      *-----------------------------------------------------            00344000
       2300-GRAVAR-DORMENTE                       SECTION.              00345000
      *-----------------------------------------------------            00346000
           IF FD-CLIENTES-AGENCIA NOT EQUAL WRK-AGENCIA-ANT             00347000
            IF WRK-AGENCIA-ANT NOT EQUAL SPACES                         00348000
             PERFORM 2700-FECHAR-AGENCIA                                00349000
            END-IF                                                      00350000
            MOVE FD-CLIENTES-AGENCIA TO WRK-AGENCIA-ANT                 00351000
            MOVE FD-CLIENTES-AGENCIA TO WRK-REL-AGE                     00352000
            WRITE FD-RELDORM FROM WRK-REL-AGENCIA                       00353000
            WRITE FD-RELDORM FROM WRK-REL-COLUNAS                       00354000
           END-IF.                                                      00355000
                                                                        00356000
           MOVE FD-CLIENTES-CONTA TO WRK-REL-CONTA.                     00357000
           MOVE FD-CLIENTES-NOME  TO WRK-REL-NOME.                      00358000
           MOVE WRK-ULTIMO-MOV    TO WRK-REL-ULTMOV.                    00359000
           MOVE WRK-DIAS-PARADA   TO WRK-REL-DIAS.                      00360000
           MOVE WRK-ULTIMO-SALDO  TO WRK-REL-SALDO.                     00361000
           WRITE FD-RELDORM FROM WRK-REL-DETALHE.                       00362000
                                                                        00363000
           MOVE SPACES               TO FD-MANUDORM.                    00364000
           MOVE 'B'                  TO FD-MANU-OPERACAO.               00365000
           MOVE FD-CLIENTES-CHAVE    TO FD-MANU-CHAVE.                  00366000
           MOVE WRK-NOME-INATIVIDADE TO FD-MANU-NOME.                   00367000
           MOVE ZEROS                TO FD-MANU-SALDO.                  00368000
           MOVE FD-CLIENTES-LIMITE   TO FD-MANU-LIMITE.                 00369000
           WRITE FD-MANUDORM.                                           00370000
                                                                        00371000
           ADD 1 TO WRK-AGE-CONTAS.                                     00372000
           ADD 1 TO WRK-REGDORMENTES.                                   00373000
           ADD WRK-ULTIMO-SALDO TO WRK-AGE-SALDO.                       00374000
           ADD WRK-ULTIMO-SALDO TO WRK-TOT-SALDO.                       00375000
      *-----------------------------------------------------            00376000
       2300-99-FIM.                                  EXIT.              00377000
      *-----------------------------------------------------            00378000
                                                                        00379000
      *-----------------------------------------------------            00380000
       2700-FECHAR-AGENCIA                        SECTION.              00381000
      *-----------------------------------------------------            00382000
           MOVE WRK-AGE-CONTAS TO WRK-REL-TOT-CONTAS.                   00383000
           MOVE WRK-AGE-SALDO  TO WRK-REL-TOT-SALDO.                    00384000
           WRITE FD-RELDORM FROM WRK-REL-TOTAGE.                        00385000
           WRITE FD-RELDORM FROM WRK-LINHABRANCO.                       00386000
           MOVE ZEROS TO WRK-AGE-CONTAS.                                00387000
           MOVE ZEROS TO WRK-AGE-SALDO.                                 00388000
      *-----------------------------------------------------            00389000
       2700-99-FIM.                                  EXIT.              00390000
      *-----------------------------------------------------            00391000
                                                                        00392000
      *-----------------------------------------------------            00393000
       3000-FINALIZAR                             SECTION.              00394000
      *-----------------------------------------------------            00395000
           IF WRK-AGENCIA-ANT NOT EQUAL SPACES                          00396000
            PERFORM 2700-FECHAR-AGENCIA                                 00397000
           END-IF.                                                      00398000
                                                                        00399000
           CLOSE CLIENTES HISORD MANUDORM RELDORM.                      00400000
                                                                        00401000
           DISPLAY ' '.                                                 00402000
           DISPLAY 'CONTAS LIDAS:            ' WRK-REGCLIENTES.         00403000
           DISPLAY 'REGISTROS DE HISTORICO:  ' WRK-REGHISTORICO.        00404000
           DISPLAY 'ATIVAS SEM HISTORICO:    ' WRK-REGSEMHIST.          00405000
           DISPLAY 'CONTAS DORMENTES:        ' WRK-REGDORMENTES.        00406000
           DISPLAY 'SALDO DAS DORMENTES:     ' WRK-TOT-SALDO.           00407000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00408000
      *-----------------------------------------------------            00409000
       3000-99-FIM.                                  EXIT.              00410000
      *-----------------------------------------------------            00411000
                                                                        00412000
      *-----------------------------------------------------            00413000
       4000-TESTAR-STATUS                         SECTION.              00414000
      *-----------------------------------------------------            00415000
           IF WRK-FS-CLIENTES NOT EQUAL 00                              00416000
            MOVE 'FR22EX20'              TO WRK-PROGRAMA                00417000
            MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM                00418000
            MOVE '1000'                  TO WRK-SECAO                   00419000
            MOVE WRK-FS-CLIENTES         TO WRK-STATUS                  00420000
            PERFORM 9000-TRATAERROS                                     00421000
           END-IF.                                                      00422000
           IF WRK-FS-HISORD NOT EQUAL 00                                00423000
            MOVE 'FR22EX20'              TO WRK-PROGRAMA                00424000
            MOVE 'ERRO NO OPEN HISORD'   TO WRK-MENSAGEM                00425000
            MOVE '1000'                  TO WRK-SECAO                   00426000
            MOVE WRK-FS-HISORD           TO WRK-STATUS                  00427000
            PERFORM 9000-TRATAERROS                                     00428000
           END-IF.                                                      00429000
           IF WRK-FS-MANUDORM NOT EQUAL 00                              00430000
            MOVE 'FR22EX20'              TO WRK-PROGRAMA                00431000
            MOVE 'ERRO NO OPEN MANUDORM' TO WRK-MENSAGEM                00432000
            MOVE '1000'                  TO WRK-SECAO                   00433000
            MOVE WRK-FS-MANUDORM         TO WRK-STATUS                  00434000
            PERFORM 9000-TRATAERROS                                     00435000
           END-IF.                                                      00436000
           IF WRK-FS-RELDORM NOT EQUAL 00                               00437000
            MOVE 'FR22EX20'              TO WRK-PROGRAMA                00438000
            MOVE 'ERRO NO OPEN RELDORM'  TO WRK-MENSAGEM                00439000
            MOVE '1000'                  TO WRK-SECAO                   00440000
            MOVE WRK-FS-RELDORM          TO WRK-STATUS                  00441000
            PERFORM 9000-TRATAERROS                                     00442000
           END-IF.                                                      00443000
      *-----------------------------------------------------            00444000
       4000-99-FIM.                                  EXIT.              00445000
      *-----------------------------------------------------            00446000
                                                                        00447000
      *-----------------------------------------------------            00448000
       5000-LER-CLIENTE                           SECTION.              00449000
      *-----------------------------------------------------            00450000
           READ CLIENTES.                                               00451000
           IF WRK-FS-CLIENTES EQUAL 10                                  00452000
            MOVE HIGH-VALUES TO FD-CLIENTES-CHAVE                       00453000
           ELSE                                                         00454000
            ADD 1 TO WRK-REGCLIENTES                                    00455000
           END-IF.                                                      00456000
      *-----------------------------------------------------            00457000
       5000-99-FIM.                                  EXIT.              00458000
      *-----------------------------------------------------            00459000
                                                                        00460000
      *-----------------------------------------------------            00461000
       5100-LER-HISTORICO                         SECTION.              00462000
      *-----------------------------------------------------            00463000
           READ HISORD.                                                 00464000
           IF WRK-FS-HISORD EQUAL 10                                    00465000
            MOVE HIGH-VALUES TO FD-HIS-CHAVE                            00466000
           ELSE                                                         00467000
            ADD 1 TO WRK-REGHISTORICO                                   00468000
           END-IF.                                                      00469000
      *-----------------------------------------------------            00470000
       5100-99-FIM.                                  EXIT.              00471000
      *-----------------------------------------------------            00472000
                                                                        00473000
      *-----------------------------------------------------            00474000
       9000-TRATAERROS                            SECTION.              00475000
      *-----------------------------------------------------            00476000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00477000
           GOBACK.                                                      00478000
      *-----------------------------------------------------            00479000
       9000-99-FIM.                                  EXIT.              00480000
      *-----------------------------------------------------            00481000
