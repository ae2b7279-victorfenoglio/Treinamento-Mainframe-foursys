      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. ARQ2212.                                             00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: PROMOCAO DE FIM DE ANO E REMATRICULA:  *             00008000
      *            LE A SITUACAO FINAL DO PERIODO NO      *             00009000
      *            HISTNOVO (ARQ2206, JA COM O RESULTADO  *             00010000
      *            DA RECUPERACAO DO ARQ2210) E GERA OS   *             00011000
      *            PEDIDOS MATRIC DO PROXIMO PERIODO PARA *             00012000
      *            O ARQ2208: APROVADO ('AP'/'AR') VAI    *             00013000
      *            PARA A PROXIMA SERIE DA TABELA SERIES, *             00014000
      *            REPROVADO ('RF'/'RP') FICA NA MESMA    *             00015000
      *            SERIE E A ULTIMA SERIE (PROXIMA EM     *             00016000
      *            BRANCO) SE FORMA. A TURMA NOVA E, COM  *             00017000
      *            VAGA, A DO IRMAO JA REMATRICULADO NA   *             00018000
      *            MESMA SERIE (MESMO RESPONSAVEL NO      *             00019000
      *            RESPFIN), SENAO A DOS COLEGAS DA TURMA *             00020000
      *            ATUAL, SENAO A PRIMEIRA TURMA ATIVA    *             00021000
      *            COM VAGA NO TURMAS DO PROXIMO PERIODO. *             00022000
      *            ALUNO COM MENSALIDADE EM ABERTO        *             00023000
      *            (DUPLICAT X MENSREF, FR22CB51) FICA    *             00024000
      *            RETIDO E NAO E REMATRICULADO. RELREMAT *             00025000
      *            TRAZ CADA ALUNO, OS FORMANDOS E OS     *             00026000
      *            DEBITOS DE MENSALIDADE.                *             00027000
      *---------------------------------------------------*             00028000
      *  PARAMETRO (SYSIN): PERIODO AAAAMM QUE ENCERRA O  *             00029000
      *  ANO (ZEROS = MES CORRENTE) E RETER X(01) ('N' =  *             00030000
      *  REMATRICULA MESMO COM DEBITO; PADRAO 'S').       *             00031000
      *---------------------------------------------------*             00032000
      *  ARQUIVOS:                                        *             00033000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00034000
      *  BOOKLIB             I               #GLOG        *             00035000
      *  HISTNOVO            I             ---------      *             00036000
      *  SERIES              I             ---------      *             00037000
      *  TURMAS              I             ---------      *             00038000
      *  RESPFIN             I             ---------      *             00039000
      *  DUPLICAT            I             ---------      *             00040000
      *  MENSREF             I             ---------      *             00041000
      *  MATRIC              O             ---------      *             00042000
      *  RELREMAT            O             ---------      *             00043000
      *===================================================*             00044000
                                                                        00045000
      *====================================================             00046000
       ENVIRONMENT                               DIVISION.              00047000
      *====================================================             00048000
       CONFIGURATION                             SECTION.               00049000
       SPECIAL-NAMES.                                                   00050000
           DECIMAL-POINT  IS COMMA.                                     00051000
                                                                        00052000
       INPUT-OUTPUT                              SECTION.               00053000
       FILE-CONTROL.                                                    00054000
           SELECT HISTNOVO ASSIGN TO HISTNOVO                           00055000
               FILE STATUS IS WRK-FS-HISTNOVO.                          00056000
                                                                        00057000
           SELECT SERIES ASSIGN TO SERIES                               00058000
               FILE STATUS IS WRK-FS-SERIES.                            00059000
                                                                        00060000
           SELECT TURMAS ASSIGN TO TURMAS                               00061000
               FILE STATUS IS WRK-FS-TURMAS.                            00062000
                                                                        00063000
           SELECT RESPFIN ASSIGN TO RESPFIN                             00064000
               FILE STATUS IS WRK-FS-RESPFIN.                           00065000
                                                                        00066000
           SELECT DUPLICAT ASSIGN TO DUPLICAT                           00067000
               FILE STATUS IS WRK-FS-DUPLICAT.                          00068000
                                                                        00069000
           SELECT MENSREF ASSIGN TO MENSREF                             00070000
               FILE STATUS IS WRK-FS-MENSREF.                           00071000
                                                                        00072000
           SELECT MATRIC ASSIGN TO MATRIC                               00073000
               FILE STATUS IS WRK-FS-MATRIC.                            00074000
                                                                        00075000
           SELECT RELREMAT ASSIGN TO RELREMAT                           00076000
               FILE STATUS IS WRK-FS-RELREMAT.                          00077000
                                                                        00078000
      *====================================================             00079000
       DATA                                      DIVISION.              00080000
      *====================================================             00081000
      *-----------------------------------------------------            00082000
       FILE                                      SECTION.               00083000
      *-----------------------------------------------------            00084000
       FD HISTNOVO                                                      00085000
           RECORDING MODE IS F                                          00086000
           BLOCK CONTAINS 0 RECORDS.                                    00087000
      *-----------LRECL 46 (LAYOUT DO SITALUNO)-------------            00088000
       01 FD-HISTNOVO.                                                  00089000
          05 FD-HIS-RM       PIC X(05).                                 00090000
          05 FD-HIS-NOME     PIC X(20).                                 00091000
          05 FD-HIS-PERIODO  PIC 9(06).                                 00092000
          05 FD-HIS-SERIE    PIC X(03).                                 00093000
          05 FD-HIS-TURMA    PIC X(03).                                 00094000
          05 FD-HIS-MEDIA    PIC 9(02)V9(02).                           00095000
          05 FD-HIS-FREQ     PIC 9(03).                                 00096000
          05 FD-HIS-SIT      PIC X(02).                                 00097000
                                                                        00098000
       FD SERIES                                                        00099000
           RECORDING MODE IS F                                          00100000
           BLOCK CONTAINS 0 RECORDS.                                    00101000
      *-----------LRECL 10----------------------------------            00102000
      *    SERIE SEGUINTE DE CADA SERIE; PROXIMA EM BRANCO              00103000
      *    = ULTIMA SERIE DO CURSO (FORMATURA).                         00104000
       01 FD-SERIES.                                                    00105000
          05 FD-SER-SERIE    PIC X(03).                                 00106000
          05 FD-SER-PROXIMA  PIC X(03).                                 00107000
          05 FILLER          PIC X(04).                                 00108000
                                                                        00109000
       FD TURMAS                                                        00110000
           RECORDING MODE IS F                                          00111000
           BLOCK CONTAINS 0 RECORDS.                                    00112000
      *-----------LRECL 10 (TURMAS DO PROXIMO PERIODO)------            00113000
       01 FD-TURMAS.                                                    00114000
          05 FD-TUR-TURMA    PIC X(03).                                 00115000
          05 FD-TUR-SERIE    PIC X(03).                                 00116000
          05 FD-TUR-CAPAC    PIC 9(03).                                 00117000
          05 FD-TUR-STATUS   PIC X(01).                                 00118000
                                                                        00119000
       FD RESPFIN                                                       00120000
           RECORDING MODE IS F                                          00121000
           BLOCK CONTAINS 0 RECORDS.                                    00122000
      *-----------LRECL 20----------------------------------            00123000
       01 FD-RESPFIN.                                                   00124000
          05 FD-RSP-RM       PIC X(05).                                 00125000
          05 FD-RSP-CLIENTE  PIC 9(05).                                 00126000
          05 FD-RSP-BOLSA    PIC 9(03)V9(02).                           00127000
          05 FILLER          PIC X(05).                                 00128000
                                                                        00129000
       FD DUPLICAT                                                      00130000
           RECORDING MODE IS F                                          00131000
           BLOCK CONTAINS 0 RECORDS.                                    00132000
      *-----------LRECL 75----------------------------------            00133000
       01 FD-DUPLICAT.                                                  00134000
          05 FD-DUP-NUMERO      PIC 9(06).                              00135000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00136000
          05 FD-DUP-VALOR       PIC 9(08)V9(02).                        00137000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00138000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00139000
          05 FD-DUP-SITUACAO    PIC X(01).                              00140000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00141000
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00142000
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00143000
          05 FD-DUP-DTCALC      PIC 9(08).                              00144000
          05 FD-DUP-MULTADA     PIC X(01).                              00145000
          05 FILLER             PIC X(01).                              00146000
                                                                        00147000
       FD MENSREF                                                       00148000
           RECORDING MODE IS F                                          00149000
           BLOCK CONTAINS 0 RECORDS.                                    00150000
      *-----------LRECL 40----------------------------------            00151000
       01 FD-MENSREF.                                                   00152000
          05 FD-MRF-NUMERO      PIC 9(06).                              00153000
          05 FD-MRF-RM          PIC X(05).                              00154000
          05 FD-MRF-COMPET      PIC 9(06).                              00155000
          05 FD-MRF-CLIENTE     PIC 9(05).                              00156000
          05 FD-MRF-VALOR       PIC 9(08)V9(02).                        00157000
          05 FD-MRF-VENCIMENTO  PIC 9(08).                              00158000
                                                                        00159000
       FD MATRIC                                                        00160000
           RECORDING MODE IS F                                          00161000
           BLOCK CONTAINS 0 RECORDS.                                    00162000
      *-----------LRECL 31 (PEDIDO DO ARQ2208)--------------            00163000
       01 FD-MATRIC.                                                    00164000
          05 FD-MAT-RM       PIC X(05).                                 00165000
          05 FD-MAT-NOME     PIC X(20).                                 00166000
          05 FD-MAT-SERIE    PIC X(03).                                 00167000
          05 FD-MAT-TURMA    PIC X(03).                                 00168000
                                                                        00169000
       FD RELREMAT                                                      00170000
           RECORDING MODE IS F.                                         00171000
                                                                        00172000
       01 FD-RELREMAT        PIC X(80).                                 00173000
      *-----------------------------------------------------            00174000
       WORKING-STORAGE                           SECTION.               00175000
      *-----------------------------------------------------            00176000
           COPY '#GLOG'.                                                00177000
      *-----------------------------------------------------            00178000
       01 FILLER PIC X(48) VALUE                                        00179000
           '--------------VARIAVEIS PARA FILE STATUS-----'.             00180000
      *-----------------------------------------------------            00181000
       77 WRK-FS-HISTNOVO    PIC 9(02).                                 00182000
       77 WRK-FS-SERIES      PIC 9(02).                                 00183000
       77 WRK-FS-TURMAS      PIC 9(02).                                 00184000
       77 WRK-FS-RESPFIN     PIC 9(02).                                 00185000
       77 WRK-FS-DUPLICAT    PIC 9(02).                                 00186000
       77 WRK-FS-MENSREF     PIC 9(02).                                 00187000
       77 WRK-FS-MATRIC      PIC 9(02).                                 00188000
       77 WRK-FS-RELREMAT    PIC 9(02).                                 00189000
      *-----------------------------------------------------            00190000
       01 FILLER PIC X(48) VALUE                                        00191000
           '--------------PARAMETRO DE ENTRADA-----------'.             00192000
      *-----------------------------------------------------            00193000
       01 WRK-PARM.                                                     00194000
          05 WRK-PARM-PERIODO PIC 9(06).                                00195000
          05 WRK-PARM-RETER   PIC X(01).                                00196000
       01 WRK-HOJE.                                                     00197000
          05 WRK-HOJE-AAAAMM  PIC 9(06).                                00198000
          05 WRK-HOJE-DD      PIC 9(02).                                00199000
      *-----------------------------------------------------            00200000
       01 FILLER PIC X(48) VALUE                                        00201000
           '--------------PROGRESSAO DE SERIES-----------'.             00202000
      *-----------------------------------------------------            00203000
       77 WRK-SER-COUNT      PIC 9(02)    VALUE 0.                      00204000
       77 WRK-SER-IDX        PIC 9(02)    VALUE 0.                      00205000
       77 WRK-SER-ACHOU      PIC X(01)    VALUE 'N'.                    00206000
       01 WRK-SER-TAB.                                                  00207000
          05 WRK-SER-ITEM OCCURS 50 TIMES.                              00208000
             10 WRK-SER-SERIE    PIC X(03).                             00209000
             10 WRK-SER-PROXIMA  PIC X(03).                             00210000
      *-----------------------------------------------------            00211000
       01 FILLER PIC X(48) VALUE                                        00212000
           '--------------TURMAS DO PROXIMO PERIODO------'.             00213000
      *-----------------------------------------------------            00214000
       77 WRK-TUR-COUNT      PIC 9(02)    VALUE 0.                      00215000
       77 WRK-TUR-IDX        PIC 9(02)    VALUE 0.                      00216000
       77 WRK-TUR-ACHOU      PIC X(01)    VALUE 'N'.                    00217000
       77 WRK-TUR-ESCOLHIDA  PIC 9(02)    VALUE 0.                      00218000
       77 WRK-TUR-BUSCA      PIC X(03)    VALUE SPACES.                 00219000
       01 WRK-TUR-TAB.                                                  00220000
          05 WRK-TUR-ITEM OCCURS 20 TIMES.                              00221000
             10 WRK-TUR-TURMA    PIC X(03).                             00222000
             10 WRK-TUR-SERIE    PIC X(03).                             00223000
             10 WRK-TUR-CAPAC    PIC 9(03).                             00224000
             10 WRK-TUR-STATUS   PIC X(01).                             00225000
             10 WRK-TUR-OCUP     PIC 9(03).                             00226000
      *-----------------------------------------------------            00227000
       01 FILLER PIC X(48) VALUE                                        00228000
           '--------------RESPONSAVEIS FINANCEIROS-------'.             00229000
      *-----------------------------------------------------            00230000
       77 WRK-RSP-COUNT      PIC 9(04)    VALUE 0.                      00231000
       77 WRK-RSP-IDX        PIC 9(04)    VALUE 0.                      00232000
       77 WRK-RSP-ACHOU      PIC X(01)    VALUE 'N'.                    00233000
       01 WRK-RSP-TAB.                                                  00234000
          05 WRK-RSP-ITEM OCCURS 2000 TIMES.                            00235000
             10 WRK-RSP-RM       PIC X(05).                             00236000
             10 WRK-RSP-CLIENTE  PIC 9(05).                             00237000
      *-----------------------------------------------------            00238000
       01 FILLER PIC X(48) VALUE                                        00239000
           '--------------MENSALIDADES EM ABERTO---------'.             00240000
      *-----------------------------------------------------            00241000
      *    DUPLICATAS DA FAIXA DAS MENSALIDADES (FR22CB51)              00242000
      *    AINDA COM SALDO E NAO QUITADAS/CANCELADAS.                   00243000
       77 WRK-MENS-INICIO    PIC 9(06)    VALUE 900000.                 00244000
       77 WRK-ABE-COUNT      PIC 9(04)    VALUE 0.                      00245000
       77 WRK-ABE-IDX        PIC 9(04)    VALUE 0.                      00246000
       77 WRK-ABE-ACHOU      PIC X(01)    VALUE 'N'.                    00247000
       01 WRK-ABE-TAB.                                                  00248000
          05 WRK-ABE-ITEM OCCURS 3000 TIMES.                            00249000
             10 WRK-ABE-NUMERO   PIC 9(06).                             00250000
             10 WRK-ABE-SALDO    PIC 9(08)V9(02).                       00251000
      *-----------------------------------------------------            00252000
       01 FILLER PIC X(48) VALUE                                        00253000
           '--------------ALUNOS DO PERIODO--------------'.             00254000
      *-----------------------------------------------------            00255000
      *    DESTINO: G = REMATRICULA GERADA, F = FORMANDO,               00256000
      *    R = RETIDO POR DEBITO, P = RECUPERACAO PENDENTE,             00257000
      *    N = NAO GERADA (SERIE/TURMA/SITUACAO).                       00258000
       77 WRK-ALU-COUNT      PIC 9(03)    VALUE 0.                      00259000
       77 WRK-ALU-IDX        PIC 9(03)    VALUE 0.                      00260000
       77 WRK-ALU-ANT        PIC 9(03)    VALUE 0.                      00261000
       77 WRK-ALU-ACHOU      PIC X(01)    VALUE 'N'.                    00262000
       77 WRK-ALU-BUSCA      PIC X(01)    VALUE SPACES.                 00263000
       01 WRK-ALU-TAB.                                                  00264000
          05 WRK-ALU-ITEM OCCURS 500 TIMES.                             00265000
             10 WRK-ALU-RM       PIC X(05).                             00266000
             10 WRK-ALU-NOME     PIC X(20).                             00267000
             10 WRK-ALU-SERIE    PIC X(03).                             00268000
             10 WRK-ALU-TURMA    PIC X(03).                             00269000
             10 WRK-ALU-SIT      PIC X(02).                             00270000
             10 WRK-ALU-CLIENTE  PIC 9(05).                             00271000
             10 WRK-ALU-DEBITO   PIC 9(08)V9(02).                       00272000
             10 WRK-ALU-NSERIE   PIC X(03).                             00273000
             10 WRK-ALU-NTURMA   PIC X(03).                             00274000
             10 WRK-ALU-DESTINO  PIC X(01).                             00275000
             10 WRK-ALU-OBS      PIC X(30).                             00276000
      *-----------------------------------------------------            00277000
       01 FILLER PIC X(48) VALUE                                        00278000
           '--------------VARIAVEIS ACUMULAR/CONTROLE----'.             00279000
      *-----------------------------------------------------            00280000
       77 WRK-REGLIDOS       PIC 9(06) VALUE ZEROS.                     00281000
       77 WRK-REGFORA        PIC 9(05) VALUE ZEROS.                     00282000
       77 WRK-REGPROMOV      PIC 9(05) VALUE ZEROS.                     00283000
       77 WRK-REGREPET       PIC 9(05) VALUE ZEROS.                     00284000
       77 WRK-REGFORMANDOS   PIC 9(05) VALUE ZEROS.                     00285000
       77 WRK-REGRETIDOS     PIC 9(05) VALUE ZEROS.                     00286000
       77 WRK-REGPENDENTES   PIC 9(05) VALUE ZEROS.                     00287000
       77 WRK-REGNAOGERADOS  PIC 9(05) VALUE ZEROS.                     00288000
       77 WRK-REGSEMVAGA     PIC 9(05) VALUE ZEROS.                     00289000
       77 WRK-REGDEVEDORES   PIC 9(05) VALUE ZEROS.                     00290000
       77 WRK-VLR-DEBITOS    PIC 9(09)V9(02) VALUE ZEROS.               00291000
      *-----------------------------------------------------            00292000
       01 FILLER PIC X(48) VALUE                                        00293000
           '--------------LINHAS DO RELATORIO------------'.             00294000
      *-----------------------------------------------------            00295000
       01 WRK-REL-CABEC.                                                00296000
          05 FILLER           PIC X(40) VALUE                           00297000
             'PROMOCAO E REMATRICULA - PERIODO: '.                      00298000
          05 WRK-RC-PERIODO   PIC 9(06).                                00299000
          05 FILLER           PIC X(34) VALUE SPACES.                   00300000
       01 WRK-REL-TITULO.                                               00301000
          05 FILLER           PIC X(40) VALUE                           00302000
             'RM    ALUNO                SER TUR SI NS'.                00303000
          05 FILLER           PIC X(40) VALUE                           00304000
             'E NTU RESULTADO'.                                         00305000
       01 WRK-REL-LINHA.                                                00306000
          05 WRK-RL-RM        PIC X(05).                                00307000
          05 FILLER           PIC X(01) VALUE SPACES.                   00308000
          05 WRK-RL-NOME      PIC X(20).                                00309000
          05 FILLER           PIC X(01) VALUE SPACES.                   00310000
          05 WRK-RL-SERIE     PIC X(03).                                00311000
          05 FILLER           PIC X(01) VALUE SPACES.                   00312000
          05 WRK-RL-TURMA     PIC X(03).                                00313000
          05 FILLER           PIC X(01) VALUE SPACES.                   00314000
          05 WRK-RL-SIT       PIC X(02).                                00315000
          05 FILLER           PIC X(01) VALUE SPACES.                   00316000
          05 WRK-RL-NSERIE    PIC X(03).                                00317000
          05 FILLER           PIC X(01) VALUE SPACES.                   00318000
          05 WRK-RL-NTURMA    PIC X(03).                                00319000
          05 FILLER           PIC X(01) VALUE SPACES.                   00320000
          05 WRK-RL-OBS       PIC X(30).                                00321000
          05 FILLER           PIC X(04) VALUE SPACES.                   00322000
       01 WRK-FOR-CABEC      PIC X(80) VALUE                            00323000
           'FORMANDOS'.                                                 00324000
       01 WRK-DEB-CABEC      PIC X(80) VALUE                            00325000
           'MENSALIDADES EM ABERTO - BLOQUEAR ANTES DA REMATRICULA'.    00326000
       01 WRK-DEB-LINHA.                                                00327000
          05 WRK-DL-RM        PIC X(05).                                00328000
          05 FILLER           PIC X(01) VALUE SPACES.                   00329000
          05 WRK-DL-NOME      PIC X(20).                                00330000
          05 FILLER           PIC X(12) VALUE ' RESPONSAV: '.           00331000
          05 WRK-DL-CLIENTE   PIC 9(05).                                00332000
          05 FILLER           PIC X(09) VALUE ' DEBITO: '.              00333000
          05 WRK-DL-DEBITO    PIC ZZ.ZZZ.ZZ9,99.                        00334000
          05 FILLER           PIC X(01) VALUE SPACES.                   00335000
          05 WRK-DL-DESTINO   PIC X(14).                                00336000
       01 WRK-TOT-LINHA.                                                00337000
          05 WRK-TL-DESC      PIC X(30).                                00338000
          05 WRK-TL-QTDE      PIC ZZ.ZZ9.                               00339000
          05 FILLER           PIC X(44) VALUE SPACES.                   00340000
       77 WRK-LINHABRANCO     PIC X(80) VALUE SPACES.                   00341000
      *====================================================             00342000
       PROCEDURE                                 DIVISION.              00343000
      *====================================================             00344000
      *-----------------------------------------------------            00345000
       0000-PRINCIPAL                             SECTION.              00346000
      *-----------------------------------------------------            00347000
           PERFORM 1000-INICIALIZAR.                                    00348000
           MOVE 1 TO WRK-ALU-IDX.                                       00349000
           PERFORM 2000-PROCESSAR                                       00350000
                   UNTIL WRK-ALU-IDX GREATER WRK-ALU-COUNT.             00351000
           PERFORM 3000-FINALIZAR.                                      00352000
           STOP RUN.                                                    00353000
      *-----------------------------------------------------            00354000
       0000-99-FIM.                                  EXIT.              00355000
      *-----------------------------------------------------            00356000
                                                                        00357000
      *-----------------------------------------------------            00358000
       1000-INICIALIZAR                           SECTION.              00359000
      *-----------------------------------------------------            00360000
           ACCEPT WRK-PARM FROM SYSIN.                                  00361000
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.                          00362000
           IF WRK-PARM-PERIODO NOT NUMERIC                              00363000
              OR WRK-PARM-PERIODO EQUAL ZEROS                           00364000
            MOVE WRK-HOJE-AAAAMM TO WRK-PARM-PERIODO                    00365000
           END-IF.                                                      00366000
           IF WRK-PARM-RETER NOT EQUAL 'N'                              00367000
            MOVE 'S' TO WRK-PARM-RETER                                  00368000
           END-IF.                                                      00369000
                                                                        00370000
           OPEN INPUT HISTNOVO SERIES TURMAS                            00371000
                OUTPUT MATRIC RELREMAT.                                 00372000
             PERFORM 4000-TESTAR-STATUS.                                00373000
                                                                        00374000
           PERFORM 1100-CARREGAR-SERIES                                 00375000
                   UNTIL WRK-FS-SERIES EQUAL 10.                        00376000
           CLOSE SERIES.                                                00377000
           PERFORM 1200-CARREGAR-TURMAS                                 00378000
                   UNTIL WRK-FS-TURMAS EQUAL 10.                        00379000
           CLOSE TURMAS.                                                00380000
                                                                        00381000
      *    SEM RESPFIN NAO HA COMO AGRUPAR IRMAOS.                      00382000
           OPEN INPUT RESPFIN.                                          00383000
           IF WRK-FS-RESPFIN EQUAL 35                                   00384000
            DISPLAY 'RESPFIN AUSENTE - SEM AGRUPAMENTO DE IRMAOS'       00385000
           ELSE                                                         00386000
            PERFORM 4100-TESTASTATUS-RESPFIN                            00387000
            PERFORM 1300-CARREGAR-RESPFIN                               00388000
                    UNTIL WRK-FS-RESPFIN EQUAL 10                       00389000
            CLOSE RESPFIN                                               00390000
           END-IF.                                                      00391000
                                                                        00392000
           READ HISTNOVO.                                               00393000
           IF WRK-FS-HISTNOVO EQUAL 10                                  00394000
            DISPLAY 'HISTNOVO VAZIO'                                    00395000
           END-IF.                                                      00396000
           PERFORM 1400-CARREGAR-ALUNOS                                 00397000
                   UNTIL WRK-FS-HISTNOVO EQUAL 10.                      00398000
           CLOSE HISTNOVO.                                              00399000
           IF WRK-ALU-COUNT EQUAL ZEROS                                 00400000
            DISPLAY 'NENHUM ALUNO NO PERIODO ' WRK-PARM-PERIODO         00401000
           END-IF.                                                      00402000
                                                                        00403000
      *    SEM DUPLICAT OU SEM MENSREF NAO HA DEBITO A                  00404000
      *    CONFERIR.                                                    00405000
           OPEN INPUT DUPLICAT.                                         00406000
           IF WRK-FS-DUPLICAT EQUAL 35                                  00407000
            DISPLAY 'DUPLICAT AUSENTE - DEBITOS NAO CONFERIDOS'         00408000
           ELSE                                                         00409000
            PERFORM 4200-TESTASTATUS-DUPLICAT                           00410000
            PERFORM 1500-CARREGAR-ABERTAS                               00411000
                    UNTIL WRK-FS-DUPLICAT EQUAL 10                      00412000
            CLOSE DUPLICAT                                              00413000
            OPEN INPUT MENSREF                                          00414000
            IF WRK-FS-MENSREF EQUAL 35                                  00415000
             DISPLAY 'MENSREF AUSENTE - DEBITOS NAO CONFERIDOS'         00416000
            ELSE                                                        00417000
             PERFORM 4300-TESTASTATUS-MENSREF                           00418000
             PERFORM 1600-SOMAR-DEBITOS                                 00419000
                     UNTIL WRK-FS-MENSREF EQUAL 10                      00420000
             CLOSE MENSREF                                              00421000
            END-IF                                                      00422000
           END-IF.                                                      00423000
                                                                        00424000
           MOVE WRK-PARM-PERIODO TO WRK-RC-PERIODO.                     00425000
           WRITE FD-RELREMAT FROM WRK-REL-CABEC.                        00426000
           WRITE FD-RELREMAT FROM WRK-LINHABRANCO.                      00427000
           WRITE FD-RELREMAT FROM WRK-REL-TITULO.                       00428000
      *-----------------------------------------------------            00429000
       1000-99-FIM.                                  EXIT.              00430000
      *-----------------------------------------------------            00431000
                                                                        00432000
      *-----------------------------------------------------            00433000
       1100-CARREGAR-SERIES                       SECTION.              00434000
      *-----------------------------------------------------            00435000
           READ SERIES.                                                 00436000
           IF WRK-FS-SERIES NOT EQUAL 10                                00437000
            IF WRK-SER-COUNT LESS 50                                    00438000
             ADD 1 TO WRK-SER-COUNT                                     00439000
             MOVE FD-SER-SERIE   TO WRK-SER-SERIE (WRK-SER-COUNT)       00440000
             MOVE FD-SER-PROXIMA TO WRK-SER-PROXIMA (WRK-SER-COUNT)     00441000
            ELSE                                                        00442000
             DISPLAY 'TABELA DE SERIES CHEIA'                           00443000
            END-IF                                                      00444000
           END-IF.                                                      00445000
      *-----------------------------------------------------            00446000
       1100-99-FIM.                                  EXIT.              00447000
      *-----------------------------------------------------            00448000
                                                                        00449000
      *-----------------------------------------------------            00450000
       1200-CARREGAR-TURMAS                       SECTION.              00451000
      *-----------------------------------------------------            00452000
           READ TURMAS.                                                 00453000
           IF WRK-FS-TURMAS NOT EQUAL 10                                00454000
            IF WRK-TUR-COUNT LESS 20                                    00455000
             ADD 1 TO WRK-TUR-COUNT                                     00456000
             MOVE FD-TUR-TURMA  TO                                      00457000
                  WRK-TUR-TURMA (WRK-TUR-COUNT)                         00458000
             MOVE FD-TUR-SERIE  TO                                      00459000
                  WRK-TUR-SERIE (WRK-TUR-COUNT)                         00460000
             MOVE FD-TUR-CAPAC  TO                                      00461000
                  WRK-TUR-CAPAC (WRK-TUR-COUNT)                         00462000
             MOVE FD-TUR-STATUS TO                                      00463000
                  WRK-TUR-STATUS (WRK-TUR-COUNT)                        00464000
             MOVE ZEROS TO WRK-TUR-OCUP (WRK-TUR-COUNT)                 00465000
            ELSE                                                        00466000
             DISPLAY 'TABELA DE TURMAS CHEIA'                           00467000
            END-IF                                                      00468000
           END-IF.                                                      00469000
      *-----------------------------------------------------            00470000
       1200-99-FIM.                                  EXIT.              00471000
      *-----------------------------------------------------            00472000
                                                                        00473000
      *-----------------------------------------------------            00474000
       1300-CARREGAR-RESPFIN                      SECTION.              00475000
      *-----------------------------------------------------            00476000
           READ RESPFIN.                                                00477000
           IF WRK-FS-RESPFIN NOT EQUAL 10                               00478000
            IF WRK-RSP-COUNT LESS 2000                                  00479000
             ADD 1 TO WRK-RSP-COUNT                                     00480000
             MOVE FD-RSP-RM      TO WRK-RSP-RM (WRK-RSP-COUNT)          00481000
             MOVE FD-RSP-CLIENTE TO WRK-RSP-CLIENTE (WRK-RSP-COUNT)     00482000
            ELSE                                                        00483000
             DISPLAY 'TABELA DE RESPONSAVEIS CHEIA'                     00484000
            END-IF                                                      00485000
           END-IF.                                                      00486000
      *-----------------------------------------------------            00487000
       1300-99-FIM.                                  EXIT.              00488000
      *-----------------------------------------------------            00489000
                                                                        00490000
      *-----------------------------------------------------            00491000
       1400-CARREGAR-ALUNOS                       SECTION.              00492000
      *-----------------------------------------------------            00493000
      *    SO A SITUACAO DO PERIODO QUE ENCERRA O ANO.                  00494000
           ADD 1 TO WRK-REGLIDOS.                                       00495000
           IF FD-HIS-PERIODO EQUAL WRK-PARM-PERIODO                     00496000
            IF WRK-ALU-COUNT LESS 500                                   00497000
             ADD 1 TO WRK-ALU-COUNT                                     00498000
             MOVE FD-HIS-RM    TO WRK-ALU-RM (WRK-ALU-COUNT)            00499000
             MOVE FD-HIS-NOME  TO WRK-ALU-NOME (WRK-ALU-COUNT)          00500000
             MOVE FD-HIS-SERIE TO WRK-ALU-SERIE (WRK-ALU-COUNT)         00501000
             MOVE FD-HIS-TURMA TO WRK-ALU-TURMA (WRK-ALU-COUNT)         00502000
             MOVE FD-HIS-SIT   TO WRK-ALU-SIT (WRK-ALU-COUNT)           00503000
             MOVE ZEROS        TO WRK-ALU-DEBITO (WRK-ALU-COUNT)        00504000
             MOVE SPACES       TO WRK-ALU-NSERIE (WRK-ALU-COUNT)        00505000
             MOVE SPACES       TO WRK-ALU-NTURMA (WRK-ALU-COUNT)        00506000
             MOVE SPACES       TO WRK-ALU-DESTINO (WRK-ALU-COUNT)       00507000
             MOVE SPACES       TO WRK-ALU-OBS (WRK-ALU-COUNT)           00508000
             MOVE 'N' TO WRK-RSP-ACHOU                                  00509000
             MOVE 1   TO WRK-RSP-IDX                                    00510000
             PERFORM 1410-PROCURA-RESPONSAVEL                           00511000
                     UNTIL WRK-RSP-IDX GREATER WRK-RSP-COUNT            00512000
                        OR WRK-RSP-ACHOU EQUAL 'S'                      00513000
             IF WRK-RSP-ACHOU EQUAL 'S'                                 00514000
              MOVE WRK-RSP-CLIENTE (WRK-RSP-IDX)                        00515000
                TO WRK-ALU-CLIENTE (WRK-ALU-COUNT)                      00516000
             ELSE                                                       00517000
              MOVE ZEROS TO WRK-ALU-CLIENTE (WRK-ALU-COUNT)             00518000
             END-IF                                                     00519000
            ELSE                                                        00520000
             ADD 1 TO WRK-REGFORA                                       00521000
             DISPLAY 'TABELA DE ALUNOS CHEIA - RM: ' FD-HIS-RM          00522000
            END-IF                                                      00523000
           END-IF.                                                      00524000
           READ HISTNOVO.                                               00525000
      *-----------------------------------------------------            00526000
       1400-99-FIM.                                  EXIT.              00527000
      *-----------------------------------------------------            00528000
                                                                        00529000
      *-----------------------------------------------------            00530000
       1410-PROCURA-RESPONSAVEL                   SECTION.              00531000
      *-----------------------------------------------------            00532000
           IF WRK-RSP-RM (WRK-RSP-IDX) EQUAL FD-HIS-RM                  00533000
            MOVE 'S' TO WRK-RSP-ACHOU                                   00534000
           ELSE                                                         00535000
            ADD 1 TO WRK-RSP-IDX                                        00536000
           END-IF.                                                      00537000
      *-----------------------------------------------------            00538000
       1410-99-FIM.                                  EXIT.              00539000
      *-----------------------------------------------------            00540000
                                                                        00541000
      *-----------------------------------------------------            00542000
       1500-CARREGAR-ABERTAS                      SECTION.              00543000
      *-----------------------------------------------------            00544000
           READ DUPLICAT.                                               00545000
           IF WRK-FS-DUPLICAT NOT EQUAL 10                              00546000
              AND FD-DUP-NUMERO NOT LESS WRK-MENS-INICIO                00547000
              AND FD-DUP-SALDO GREATER ZEROS                            00548000
              AND FD-DUP-SITUACAO NOT EQUAL 'Q'                         00549000
              AND FD-DUP-SITUACAO NOT EQUAL 'C'                         00550000
            IF WRK-ABE-COUNT LESS 3000                                  00551000
             ADD 1 TO WRK-ABE-COUNT                                     00552000
             MOVE FD-DUP-NUMERO TO WRK-ABE-NUMERO (WRK-ABE-COUNT)       00553000
             MOVE FD-DUP-SALDO  TO WRK-ABE-SALDO (WRK-ABE-COUNT)        00554000
            ELSE                                                        00555000
             DISPLAY 'TABELA DE MENSALIDADES EM ABERTO CHEIA'           00556000
            END-IF                                                      00557000
           END-IF.                                                      00558000
      *-----------------------------------------------------            00559000
       1500-99-FIM.                                  EXIT.              00560000
      *-----------------------------------------------------            00561000
                                                                        00562000
      *-----------------------------------------------------            00563000
       1600-SOMAR-DEBITOS                         SECTION.              00564000
      *-----------------------------------------------------            00565000
      *    O MENSREF DIZ DE QUAL ALUNO E CADA MENSALIDADE.              00566000
           READ MENSREF.                                                00567000
           IF WRK-FS-MENSREF NOT EQUAL 10                               00568000
            MOVE 'N' TO WRK-ABE-ACHOU                                   00569000
            MOVE 1   TO WRK-ABE-IDX                                     00570000
            PERFORM 1610-PROCURA-ABERTA                                 00571000
                    UNTIL WRK-ABE-IDX GREATER WRK-ABE-COUNT             00572000
                       OR WRK-ABE-ACHOU EQUAL 'S'                       00573000
            IF WRK-ABE-ACHOU EQUAL 'S'                                  00574000
             MOVE 'N' TO WRK-ALU-ACHOU                                  00575000
             MOVE 1   TO WRK-ALU-ANT                                    00576000
             PERFORM 1620-PROCURA-ALUNO                                 00577000
                     UNTIL WRK-ALU-ANT GREATER WRK-ALU-COUNT            00578000
                        OR WRK-ALU-ACHOU EQUAL 'S'                      00579000
             IF WRK-ALU-ACHOU EQUAL 'S'                                 00580000
              ADD WRK-ABE-SALDO (WRK-ABE-IDX)                           00581000
               TO WRK-ALU-DEBITO (WRK-ALU-ANT)                          00582000
             END-IF                                                     00583000
            END-IF                                                      00584000
           END-IF.                                                      00585000
      *-----------------------------------------------------            00586000
       1600-99-FIM.                                  EXIT.              00587000
      *-----------------------------------------------------            00588000
                                                                        00589000
      *-----------------------------------------------------            00590000
       1610-PROCURA-ABERTA                        SECTION.              00591000
      *-----------------------------------------------------            00592000
           IF WRK-ABE-NUMERO (WRK-ABE-IDX) EQUAL FD-MRF-NUMERO          00593000
            MOVE 'S' TO WRK-ABE-ACHOU                                   00594000
           ELSE                                                         00595000
            ADD 1 TO WRK-ABE-IDX                                        00596000
           END-IF.                                                      00597000
      *-----------------------------------------------------            00598000
       1610-99-FIM.                                  EXIT.              00599000
      *-----------------------------------------------------            00600000
                                                                        00601000
      *-----------------------------------------------------            00602000
       1620-PROCURA-ALUNO                         SECTION.              00603000
      *-----------------------------------------------------            00604000
           IF WRK-ALU-RM (WRK-ALU-ANT) EQUAL FD-MRF-RM                  00605000
            MOVE 'S' TO WRK-ALU-ACHOU                                   00606000
           ELSE                                                         00607000
            ADD 1 TO WRK-ALU-ANT                                        00608000
           END-IF.                                                      00609000
      *-----------------------------------------------------            00610000
       1620-99-FIM.                                  EXIT.              00611000
      *-----------------------------------------------------            00612000
                                                                        00613000
      *-----------------------------------------------------            00614000
       2000-PROCESSAR                             SECTION.              00615000
      *-----------------------------------------------------            00616000
           MOVE 'N' TO WRK-SER-ACHOU.                                   00617000
           MOVE 1   TO WRK-SER-IDX.                                     00618000
           PERFORM 2100-PROCURA-SERIE                                   00619000
                   UNTIL WRK-SER-IDX GREATER WRK-SER-COUNT              00620000
                      OR WRK-SER-ACHOU EQUAL 'S'.                       00621000
                                                                        00622000
           EVALUATE TRUE                                                00623000
            WHEN WRK-ALU-SIT (WRK-ALU-IDX) EQUAL 'RC'                   00624000
             MOVE 'P' TO WRK-ALU-DESTINO (WRK-ALU-IDX)                  00625000
             MOVE 'RECUPERACAO PENDENTE'                                00626000
               TO WRK-ALU-OBS (WRK-ALU-IDX)                             00627000
             ADD 1 TO WRK-REGPENDENTES                                  00628000
                                                                        00629000
            WHEN WRK-ALU-SIT (WRK-ALU-IDX) NOT EQUAL 'AP'               00630000
             AND WRK-ALU-SIT (WRK-ALU-IDX) NOT EQUAL 'AR'               00631000
             AND WRK-ALU-SIT (WRK-ALU-IDX) NOT EQUAL 'RF'               00632000
             AND WRK-ALU-SIT (WRK-ALU-IDX) NOT EQUAL 'RP'               00633000
             MOVE 'N' TO WRK-ALU-DESTINO (WRK-ALU-IDX)                  00634000
             MOVE 'SITUACAO INVALIDA'                                   00635000
               TO WRK-ALU-OBS (WRK-ALU-IDX)                             00636000
             ADD 1 TO WRK-REGNAOGERADOS                                 00637000
                                                                        00638000
            WHEN WRK-SER-ACHOU EQUAL 'N'                                00639000
             MOVE 'N' TO WRK-ALU-DESTINO (WRK-ALU-IDX)                  00640000
             MOVE 'SERIE FORA DA TABELA SERIES'                         00641000
               TO WRK-ALU-OBS (WRK-ALU-IDX)                             00642000
             ADD 1 TO WRK-REGNAOGERADOS                                 00643000
                                                                        00644000
            WHEN (WRK-ALU-SIT (WRK-ALU-IDX) EQUAL 'AP'                  00645000
                  OR WRK-ALU-SIT (WRK-ALU-IDX) EQUAL 'AR')              00646000
             AND WRK-SER-PROXIMA (WRK-SER-IDX) EQUAL SPACES             00647000
             MOVE 'F' TO WRK-ALU-DESTINO (WRK-ALU-IDX)                  00648000
             MOVE 'FORMANDO' TO WRK-ALU-OBS (WRK-ALU-IDX)               00649000
             ADD 1 TO WRK-REGFORMANDOS                                  00650000
                                                                        00651000
            WHEN WRK-ALU-DEBITO (WRK-ALU-IDX) GREATER ZEROS             00652000
             AND WRK-PARM-RETER EQUAL 'S'                               00653000
             MOVE 'R' TO WRK-ALU-DESTINO (WRK-ALU-IDX)                  00654000
             MOVE 'RETIDO - MENSALIDADE EM ABERTO'                      00655000
               TO WRK-ALU-OBS (WRK-ALU-IDX)                             00656000
             ADD 1 TO WRK-REGRETIDOS                                    00657000
                                                                        00658000
            WHEN OTHER                                                  00659000
             IF WRK-ALU-SIT (WRK-ALU-IDX) EQUAL 'AP'                    00660000
                OR WRK-ALU-SIT (WRK-ALU-IDX) EQUAL 'AR'                 00661000
              MOVE WRK-SER-PROXIMA (WRK-SER-IDX)                        00662000
                TO WRK-ALU-NSERIE (WRK-ALU-IDX)                         00663000
             ELSE                                                       00664000
              MOVE WRK-ALU-SERIE (WRK-ALU-IDX)                          00665000
                TO WRK-ALU-NSERIE (WRK-ALU-IDX)                         00666000
             END-IF                                                     00667000
             PERFORM 2200-ESCOLHER-TURMA                                00668000
           END-EVALUATE.                                                00669000
                                                                        00670000
           IF WRK-ALU-DEBITO (WRK-ALU-IDX) GREATER ZEROS                00671000
            ADD 1 TO WRK-REGDEVEDORES                                   00672000
            ADD WRK-ALU-DEBITO (WRK-ALU-IDX) TO WRK-VLR-DEBITOS         00673000
           END-IF.                                                      00674000
                                                                        00675000
           MOVE WRK-ALU-RM (WRK-ALU-IDX)      TO WRK-RL-RM.             00676000
           MOVE WRK-ALU-NOME (WRK-ALU-IDX)    TO WRK-RL-NOME.           00677000
           MOVE WRK-ALU-SERIE (WRK-ALU-IDX)   TO WRK-RL-SERIE.          00678000
           MOVE WRK-ALU-TURMA (WRK-ALU-IDX)   TO WRK-RL-TURMA.          00679000
           MOVE WRK-ALU-SIT (WRK-ALU-IDX)     TO WRK-RL-SIT.            00680000
           MOVE WRK-ALU-NSERIE (WRK-ALU-IDX)  TO WRK-RL-NSERIE.         00681000
           MOVE WRK-ALU-NTURMA (WRK-ALU-IDX)  TO WRK-RL-NTURMA.         00682000
           MOVE WRK-ALU-OBS (WRK-ALU-IDX)     TO WRK-RL-OBS.            00683000
           WRITE FD-RELREMAT FROM WRK-REL-LINHA.                        00684000
                                                                        00685000
           ADD 1 TO WRK-ALU-IDX.                                        00686000
      *-----------------------------------------------------            00687000
       2000-99-FIM.                                  EXIT.              00688000
      *-----------------------------------------------------            00689000
                                                                        00690000
      *-----------------------------------------------------            00691000
       2100-PROCURA-SERIE                         SECTION.              00692000
      *-----------------------------------------------------            00693000
           IF WRK-SER-SERIE (WRK-SER-IDX)                               00694000
              EQUAL WRK-ALU-SERIE (WRK-ALU-IDX)                         00695000
            MOVE 'S' TO WRK-SER-ACHOU                                   00696000
           ELSE                                                         00697000
            ADD 1 TO WRK-SER-IDX                                        00698000
           END-IF.                                                      00699000
      *-----------------------------------------------------            00700000
       2100-99-FIM.                                  EXIT.              00701000
      *-----------------------------------------------------            00702000
                                                                        00703000
      *-----------------------------------------------------            00704000
       2200-ESCOLHER-TURMA                        SECTION.              00705000
      *-----------------------------------------------------            00706000
      *    PREFERENCIA, SEMPRE COM VAGA: TURMA DO IRMAO NA              00707000
      *    MESMA SERIE NOVA, DEPOIS A DOS COLEGAS DA TURMA              00708000
      *    ATUAL, DEPOIS A PRIMEIRA TURMA ATIVA DA SERIE.               00709000
           MOVE ZEROS TO WRK-TUR-ESCOLHIDA.                             00710000
           IF WRK-ALU-CLIENTE (WRK-ALU-IDX) GREATER ZEROS               00711000
            MOVE 'I' TO WRK-ALU-BUSCA                                   00712000
            PERFORM 2210-TURMA-PREFERIDA                                00713000
           END-IF.                                                      00714000
           IF WRK-TUR-ESCOLHIDA EQUAL ZEROS                             00715000
            MOVE 'C' TO WRK-ALU-BUSCA                                   00716000
            PERFORM 2210-TURMA-PREFERIDA                                00717000
           END-IF.                                                      00718000
           IF WRK-TUR-ESCOLHIDA EQUAL ZEROS                             00719000
            MOVE 1 TO WRK-TUR-IDX                                       00720000
            PERFORM 2240-PROCURA-VAGA                                   00721000
                    UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT             00722000
                       OR WRK-TUR-ESCOLHIDA GREATER ZEROS               00723000
           END-IF.                                                      00724000
                                                                        00725000
      *    SERIE SEM VAGA: O PEDIDO VAI PARA A PRIMEIRA TURMA           00726000
      *    ATIVA E O ARQ2208 O COLOCA NA LISTA DE ESPERA.               00727000
           IF WRK-TUR-ESCOLHIDA EQUAL ZEROS                             00728000
            MOVE 1 TO WRK-TUR-IDX                                       00729000
            PERFORM 2250-PROCURA-ATIVA                                  00730000
                    UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT             00731000
                       OR WRK-TUR-ESCOLHIDA GREATER ZEROS               00732000
            IF WRK-TUR-ESCOLHIDA GREATER ZEROS                          00733000
             MOVE 'SEM VAGA - IRA PARA A ESPERA'                        00734000
               TO WRK-ALU-OBS (WRK-ALU-IDX)                             00735000
             ADD 1 TO WRK-REGSEMVAGA                                    00736000
            END-IF                                                      00737000
           END-IF.                                                      00738000
                                                                        00739000
           IF WRK-TUR-ESCOLHIDA EQUAL ZEROS                             00740000
            MOVE 'N' TO WRK-ALU-DESTINO (WRK-ALU-IDX)                   00741000
            MOVE 'SERIE NOVA SEM TURMA ATIVA'                           00742000
              TO WRK-ALU-OBS (WRK-ALU-IDX)                              00743000
            ADD 1 TO WRK-REGNAOGERADOS                                  00744000
           ELSE                                                         00745000
            PERFORM 2300-GERAR-PEDIDO                                   00746000
           END-IF.                                                      00747000
      *-----------------------------------------------------            00748000
       2200-99-FIM.                                  EXIT.              00749000
      *-----------------------------------------------------            00750000
                                                                        00751000
      *-----------------------------------------------------            00752000
       2210-TURMA-PREFERIDA                       SECTION.              00753000
      *-----------------------------------------------------            00754000
      *    BUSCA 'I' = IRMAO (MESMO RESPONSAVEL), 'C' =                 00755000
      *    COLEGA (MESMA TURMA ATUAL), JA REMATRICULADO NA              00756000
      *    MESMA SERIE NOVA.                                            00757000
           MOVE 'N' TO WRK-ALU-ACHOU.                                   00758000
           MOVE 1   TO WRK-ALU-ANT.                                     00759000
           PERFORM 2220-PROCURA-ANTERIOR                                00760000
                   UNTIL WRK-ALU-ANT NOT LESS WRK-ALU-IDX               00761000
                      OR WRK-ALU-ACHOU EQUAL 'S'.                       00762000
           IF WRK-ALU-ACHOU EQUAL 'S'                                   00763000
            MOVE WRK-ALU-NTURMA (WRK-ALU-ANT) TO WRK-TUR-BUSCA          00764000
            MOVE 'N' TO WRK-TUR-ACHOU                                   00765000
            MOVE 1   TO WRK-TUR-IDX                                     00766000
            PERFORM 2230-PROCURA-TURMA                                  00767000
                    UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT             00768000
                       OR WRK-TUR-ACHOU EQUAL 'S'                       00769000
            IF WRK-TUR-ACHOU EQUAL 'S'                                  00770000
             IF WRK-TUR-OCUP (WRK-TUR-IDX) LESS                         00771000
                WRK-TUR-CAPAC (WRK-TUR-IDX)                             00772000
              MOVE WRK-TUR-IDX TO WRK-TUR-ESCOLHIDA                     00773000
             END-IF                                                     00774000
            END-IF                                                      00775000
           END-IF.                                                      00776000
      *-----------------------------------------------------            00777000
       2210-99-FIM.                                  EXIT.              00778000
      *-----------------------------------------------------            00779000
                                                                        00780000
      *-----------------------------------------------------            00781000
       2220-PROCURA-ANTERIOR                      SECTION.              00782000
      *-----------------------------------------------------            00783000
           IF WRK-ALU-DESTINO (WRK-ALU-ANT) EQUAL 'G'                   00784000
              AND WRK-ALU-NSERIE (WRK-ALU-ANT)                          00785000
                  EQUAL WRK-ALU-NSERIE (WRK-ALU-IDX)                    00786000
              AND ((WRK-ALU-BUSCA EQUAL 'I'                             00787000
                    AND WRK-ALU-CLIENTE (WRK-ALU-ANT)                   00788000
                        EQUAL WRK-ALU-CLIENTE (WRK-ALU-IDX))            00789000
               OR  (WRK-ALU-BUSCA EQUAL 'C'                             00790000
                    AND WRK-ALU-TURMA (WRK-ALU-ANT)                     00791000
                        EQUAL WRK-ALU-TURMA (WRK-ALU-IDX)))             00792000
            MOVE 'S' TO WRK-ALU-ACHOU                                   00793000
           ELSE                                                         00794000
            ADD 1 TO WRK-ALU-ANT                                        00795000
           END-IF.                                                      00796000
      *-----------------------------------------------------            00797000
       2220-99-FIM.                                  EXIT.              00798000
      *-----------------------------------------------------            00799000
                                                                        00800000
      *-----------------------------------------------------            00801000
       2230-PROCURA-TURMA                         SECTION.              00802000
      *-----------------------------------------------------            00803000
           IF WRK-TUR-TURMA (WRK-TUR-IDX) EQUAL WRK-TUR-BUSCA           00804000
            MOVE 'S' TO WRK-TUR-ACHOU                                   00805000
           ELSE                                                         00806000
            ADD 1 TO WRK-TUR-IDX                                        00807000
           END-IF.                                                      00808000
      *-----------------------------------------------------            00809000
       2230-99-FIM.                                  EXIT.              00810000
      *-----------------------------------------------------            00811000
                                                                        00812000
      *-----------------------------------------------------            00813000
       2240-PROCURA-VAGA                          SECTION.              00814000
      *-----------------------------------------------------            00815000
           IF WRK-TUR-SERIE (WRK-TUR-IDX)                               00816000
              EQUAL WRK-ALU-NSERIE (WRK-ALU-IDX)                        00817000
              AND WRK-TUR-STATUS (WRK-TUR-IDX) EQUAL 'A'                00818000
              AND WRK-TUR-OCUP (WRK-TUR-IDX) LESS                       00819000
                  WRK-TUR-CAPAC (WRK-TUR-IDX)                           00820000
            MOVE WRK-TUR-IDX TO WRK-TUR-ESCOLHIDA                       00821000
           ELSE                                                         00822000
            ADD 1 TO WRK-TUR-IDX                                        00823000
           END-IF.                                                      00824000
      *-----------------------------------------------------            00825000
       2240-99-FIM.                                  EXIT.              00826000
      *-----------------------------------------------------            00827000
                                                                        00828000
      *-----------------------------------------------------            00829000
       2250-PROCURA-ATIVA                         SECTION.              00830000
      *-----------------------------------------------------            00831000
           IF WRK-TUR-SERIE (WRK-TUR-IDX)                               00832000
              EQUAL WRK-ALU-NSERIE (WRK-ALU-IDX)                        00833000
              AND WRK-TUR-STATUS (WRK-TUR-IDX) EQUAL 'A'                00834000
            MOVE WRK-TUR-IDX TO WRK-TUR-ESCOLHIDA                       00835000
           ELSE                                                         00836000
            ADD 1 TO WRK-TUR-IDX                                        00837000
           END-IF.                                                      00838000
      *-----------------------------------------------------            00839000
       2250-99-FIM.                                  EXIT.              00840000
      *-----------------------------------------------------            00841000
                                                                        00842000
      *-----------------------------------------------------            00843000
       2300-GERAR-PEDIDO                          SECTION.              00844000
      *-----------------------------------------------------            00845000
           ADD 1 TO WRK-TUR-OCUP (WRK-TUR-ESCOLHIDA).                   00846000
           MOVE 'G' TO WRK-ALU-DESTINO (WRK-ALU-IDX).                   00847000
           MOVE WRK-TUR-TURMA (WRK-TUR-ESCOLHIDA)                       00848000
             TO WRK-ALU-NTURMA (WRK-ALU-IDX).                           00849000
           IF WRK-ALU-OBS (WRK-ALU-IDX) EQUAL SPACES                    00850000
            IF WRK-ALU-NSERIE (WRK-ALU-IDX)                             00851000
               EQUAL WRK-ALU-SERIE (WRK-ALU-IDX)                        00852000
             MOVE 'REMATRICULA - REPETE A SERIE'                        00853000
               TO WRK-ALU-OBS (WRK-ALU-IDX)                             00854000
            ELSE                                                        00855000
             MOVE 'REMATRICULA - PROMOVIDO'                             00856000
               TO WRK-ALU-OBS (WRK-ALU-IDX)                             00857000
            END-IF                                                      00858000
           END-IF.                                                      00859000
           IF WRK-ALU-NSERIE (WRK-ALU-IDX)                              00860000
              EQUAL WRK-ALU-SERIE (WRK-ALU-IDX)                         00861000
            ADD 1 TO WRK-REGREPET                                       00862000
           ELSE                                                         00863000
            ADD 1 TO WRK-REGPROMOV                                      00864000
           END-IF.                                                      00865000
                                                                        00866000
           MOVE WRK-ALU-RM (WRK-ALU-IDX)     TO FD-MAT-RM.              00867000
           MOVE WRK-ALU-NOME (WRK-ALU-IDX)   TO FD-MAT-NOME.            00868000
           MOVE WRK-ALU-NSERIE (WRK-ALU-IDX) TO FD-MAT-SERIE.           00869000
           MOVE WRK-ALU-NTURMA (WRK-ALU-IDX) TO FD-MAT-TURMA.           00870000
           WRITE FD-MATRIC.                                             00871000
      *-----------------------------------------------------            00872000
       2300-99-FIM.                                  EXIT.              00873000
      *-----------------------------------------------------            00874000
                                                                        00875000
      *-----------------------------------------------------            00876000
       3000-FINALIZAR                             SECTION.              00877000
      *-----------------------------------------------------            00878000
           WRITE FD-RELREMAT FROM WRK-LINHABRANCO.                      00879000
           WRITE FD-RELREMAT FROM WRK-FOR-CABEC.                        00880000
           MOVE 1 TO WRK-ALU-IDX.                                       00881000
           PERFORM 3100-LISTAR-FORMANDO                                 00882000
                   UNTIL WRK-ALU-IDX GREATER WRK-ALU-COUNT.             00883000
                                                                        00884000
           WRITE FD-RELREMAT FROM WRK-LINHABRANCO.                      00885000
           WRITE FD-RELREMAT FROM WRK-DEB-CABEC.                        00886000
           MOVE 1 TO WRK-ALU-IDX.                                       00887000
           PERFORM 3200-LISTAR-DEVEDOR                                  00888000
                   UNTIL WRK-ALU-IDX GREATER WRK-ALU-COUNT.             00889000
                                                                        00890000
           WRITE FD-RELREMAT FROM WRK-LINHABRANCO.                      00891000
           MOVE 'REMATRICULAS - PROMOVIDOS'  TO WRK-TL-DESC.            00892000
           MOVE WRK-REGPROMOV                TO WRK-TL-QTDE.            00893000
           WRITE FD-RELREMAT FROM WRK-TOT-LINHA.                        00894000
           MOVE 'REMATRICULAS - REPETENTES'  TO WRK-TL-DESC.            00895000
           MOVE WRK-REGREPET                 TO WRK-TL-QTDE.            00896000
           WRITE FD-RELREMAT FROM WRK-TOT-LINHA.                        00897000
           MOVE '  DAS QUAIS SEM VAGA'       TO WRK-TL-DESC.            00898000
           MOVE WRK-REGSEMVAGA               TO WRK-TL-QTDE.            00899000
           WRITE FD-RELREMAT FROM WRK-TOT-LINHA.                        00900000
           MOVE 'FORMANDOS'                  TO WRK-TL-DESC.            00901000
           MOVE WRK-REGFORMANDOS             TO WRK-TL-QTDE.            00902000
           WRITE FD-RELREMAT FROM WRK-TOT-LINHA.                        00903000
           MOVE 'RETIDOS POR DEBITO'         TO WRK-TL-DESC.            00904000
           MOVE WRK-REGRETIDOS               TO WRK-TL-QTDE.            00905000
           WRITE FD-RELREMAT FROM WRK-TOT-LINHA.                        00906000
           MOVE 'RECUPERACAO PENDENTE'       TO WRK-TL-DESC.            00907000
           MOVE WRK-REGPENDENTES             TO WRK-TL-QTDE.            00908000
           WRITE FD-RELREMAT FROM WRK-TOT-LINHA.                        00909000
           MOVE 'NAO GERADOS'                TO WRK-TL-DESC.            00910000
           MOVE WRK-REGNAOGERADOS            TO WRK-TL-QTDE.            00911000
           WRITE FD-RELREMAT FROM WRK-TOT-LINHA.                        00912000
                                                                        00913000
           CLOSE MATRIC RELREMAT.                                       00914000
                                                                        00915000
           DISPLAY ' '.                                                 00916000
           DISPLAY 'PERIODO ENCERRADO:  ' WRK-PARM-PERIODO.             00917000
           DISPLAY 'HISTNOVO LIDOS:     ' WRK-REGLIDOS.                 00918000
           DISPLAY 'ALUNOS NO PERIODO:  ' WRK-ALU-COUNT.                00919000
           DISPLAY 'FORA DA TABELA:     ' WRK-REGFORA.                  00920000
           DISPLAY 'PROMOVIDOS:         ' WRK-REGPROMOV.                00921000
           DISPLAY 'REPETENTES:         ' WRK-REGREPET.                 00922000
           DISPLAY 'SEM VAGA:           ' WRK-REGSEMVAGA.               00923000
           DISPLAY 'FORMANDOS:          ' WRK-REGFORMANDOS.             00924000
           DISPLAY 'RETIDOS POR DEBITO: ' WRK-REGRETIDOS.               00925000
           DISPLAY 'RECUP. PENDENTE:    ' WRK-REGPENDENTES.             00926000
           DISPLAY 'NAO GERADOS:        ' WRK-REGNAOGERADOS.            00927000
           DISPLAY 'COM DEBITO:         ' WRK-REGDEVEDORES.             00928000
           DISPLAY 'VALOR EM ABERTO:    ' WRK-VLR-DEBITOS.              00929000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00930000
      *-----------------------------------------------------            00931000
       3000-99-FIM.                                  EXIT.              00932000
      *-----------------------------------------------------            00933000
                                                                        00934000
      *-----------------------------------------------------            00935000
       3100-LISTAR-FORMANDO                       SECTION.              00936000
      *-----------------------------------------------------            00937000
           IF WRK-ALU-DESTINO (WRK-ALU-IDX) EQUAL 'F'                   00938000
            MOVE WRK-ALU-RM (WRK-ALU-IDX)      TO WRK-RL-RM             00939000
            MOVE WRK-ALU-NOME (WRK-ALU-IDX)    TO WRK-RL-NOME           00940000
            MOVE WRK-ALU-SERIE (WRK-ALU-IDX)   TO WRK-RL-SERIE          00941000
            MOVE WRK-ALU-TURMA (WRK-ALU-IDX)   TO WRK-RL-TURMA          00942000
            MOVE WRK-ALU-SIT (WRK-ALU-IDX)     TO WRK-RL-SIT            00943000
            MOVE SPACES                        TO WRK-RL-NSERIE         00944000
            MOVE SPACES                        TO WRK-RL-NTURMA         00945000
            MOVE WRK-ALU-OBS (WRK-ALU-IDX)     TO WRK-RL-OBS            00946000
            WRITE FD-RELREMAT FROM WRK-REL-LINHA                        00947000
           END-IF.                                                      00948000
           ADD 1 TO WRK-ALU-IDX.                                        00949000
      *-----------------------------------------------------            00950000
       3100-99-FIM.                                  EXIT.              00951000
      *-----------------------------------------------------            00952000
                                                                        00953000
      *-----------------------------------------------------            00954000
       3200-LISTAR-DEVEDOR                        SECTION.              00955000
      *-----------------------------------------------------            00956000
           IF WRK-ALU-DEBITO (WRK-ALU-IDX) GREATER ZEROS                00957000
            MOVE WRK-ALU-RM (WRK-ALU-IDX)      TO WRK-DL-RM             00958000
            MOVE WRK-ALU-NOME (WRK-ALU-IDX)    TO WRK-DL-NOME           00959000
            MOVE WRK-ALU-CLIENTE (WRK-ALU-IDX) TO WRK-DL-CLIENTE        00960000
            MOVE WRK-ALU-DEBITO (WRK-ALU-IDX)  TO WRK-DL-DEBITO         00961000
            EVALUATE WRK-ALU-DESTINO (WRK-ALU-IDX)                      00962000
             WHEN 'R'                                                   00963000
              MOVE 'RETIDO'         TO WRK-DL-DESTINO                   00964000
             WHEN 'F'                                                   00965000
              MOVE 'FORMANDO'       TO WRK-DL-DESTINO                   00966000
             WHEN 'G'                                                   00967000
              MOVE 'REMATRICULADO'  TO WRK-DL-DESTINO                   00968000
             WHEN OTHER                                                 00969000
              MOVE 'NAO REMATRIC.'  TO WRK-DL-DESTINO                   00970000
            END-EVALUATE                                                00971000
            WRITE FD-RELREMAT FROM WRK-DEB-LINHA                        00972000
           END-IF.                                                      00973000
           ADD 1 TO WRK-ALU-IDX.                                        00974000
      *-----------------------------------------------------            00975000
       3200-99-FIM.                                  EXIT.              00976000
      *-----------------------------------------------------            00977000
                                                                        00978000
      *-----------------------------------------------------            00979000
       4000-TESTAR-STATUS                         SECTION.              00980000
      *-----------------------------------------------------            00981000
           IF WRK-FS-HISTNOVO NOT EQUAL 00                              00982000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 00983000
            MOVE 'ERRO NO OPEN HISTNOVO' TO WRK-MENSAGEM                00984000
            MOVE '1000'                 TO WRK-SECAO                    00985000
            MOVE WRK-FS-HISTNOVO        TO WRK-STATUS                   00986000
            PERFORM 9000-ERRO                                           00987000
           END-IF.                                                      00988000
           IF WRK-FS-SERIES NOT EQUAL 00                                00989000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 00990000
            MOVE 'ERRO NO OPEN SERIES'  TO WRK-MENSAGEM                 00991000
            MOVE '1000'                 TO WRK-SECAO                    00992000
            MOVE WRK-FS-SERIES          TO WRK-STATUS                   00993000
            PERFORM 9000-ERRO                                           00994000
           END-IF.                                                      00995000
           IF WRK-FS-TURMAS NOT EQUAL 00                                00996000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 00997000
            MOVE 'ERRO NO OPEN TURMAS'  TO WRK-MENSAGEM                 00998000
            MOVE '1000'                 TO WRK-SECAO                    00999000
            MOVE WRK-FS-TURMAS          TO WRK-STATUS                   01000000
            PERFORM 9000-ERRO                                           01001000
           END-IF.                                                      01002000
           IF WRK-FS-MATRIC NOT EQUAL 00                                01003000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 01004000
            MOVE 'ERRO NO OPEN MATRIC'  TO WRK-MENSAGEM                 01005000
            MOVE '1000'                 TO WRK-SECAO                    01006000
            MOVE WRK-FS-MATRIC          TO WRK-STATUS                   01007000
            PERFORM 9000-ERRO                                           01008000
           END-IF.                                                      01009000
           IF WRK-FS-RELREMAT NOT EQUAL 00                              01010000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 01011000
            MOVE 'ERRO NO OPEN RELREMAT' TO WRK-MENSAGEM                01012000
            MOVE '1000'                 TO WRK-SECAO                    01013000
            MOVE WRK-FS-RELREMAT        TO WRK-STATUS                   01014000
            PERFORM 9000-ERRO                                           01015000
           END-IF.                                                      01016000
      *-----------------------------------------------------            01017000
       4000-99-FIM.                                  EXIT.              01018000
      *-----------------------------------------------------            01019000
                                                                        01020000
      *-----------------------------------------------------            01021000
       4100-TESTASTATUS-RESPFIN                   SECTION.              01022000
      *-----------------------------------------------------            01023000
           IF WRK-FS-RESPFIN NOT EQUAL 00                               01024000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 01025000
            MOVE 'ERRO NO OPEN RESPFIN' TO WRK-MENSAGEM                 01026000
            MOVE '1000'                 TO WRK-SECAO                    01027000
            MOVE WRK-FS-RESPFIN         TO WRK-STATUS                   01028000
            PERFORM 9000-ERRO                                           01029000
           END-IF.                                                      01030000
      *-----------------------------------------------------            01031000
       4100-99-FIM.                                  EXIT.              01032000
      *-----------------------------------------------------            01033000
                                                                        01034000
      *-----------------------------------------------------            01035000
       4200-TESTASTATUS-DUPLICAT                  SECTION.              01036000
      *-----------------------------------------------------            01037000
           IF WRK-FS-DUPLICAT NOT EQUAL 00                              01038000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 01039000
            MOVE 'ERRO NO OPEN DUPLICAT' TO WRK-MENSAGEM                01040000
            MOVE '1000'                 TO WRK-SECAO                    01041000
            MOVE WRK-FS-DUPLICAT        TO WRK-STATUS                   01042000
            PERFORM 9000-ERRO                                           01043000
           END-IF.                                                      01044000
      *-----------------------------------------------------            01045000
       4200-99-FIM.                                  EXIT.              01046000
      *-----------------------------------------------------            01047000
                                                                        01048000
      *-----------------------------------------------------            01049000
       4300-TESTASTATUS-MENSREF                   SECTION.              01050000
      *-----------------------------------------------------            01051000
           IF WRK-FS-MENSREF NOT EQUAL 00                               01052000
            MOVE 'ARQ2212'              TO WRK-PROGRAMA                 01053000
            MOVE 'ERRO NO OPEN MENSREF' TO WRK-MENSAGEM                 01054000
            MOVE '1000'                 TO WRK-SECAO                    01055000
            MOVE WRK-FS-MENSREF         TO WRK-STATUS                   01056000
            PERFORM 9000-ERRO                                           01057000
           END-IF.                                                      01058000
      *-----------------------------------------------------            01059000
       4300-99-FIM.                                  EXIT.              01060000
      *-----------------------------------------------------            01061000
                                                                        01062000
      *-----------------------------------------------------            01063000
       9000-ERRO                                  SECTION.              01064000
      *-----------------------------------------------------            01065000
           DISPLAY WRK-MENSAGEM.                                        01066000
            CALL 'GRAVALOG' USING WRK-DADOS.                            01067000
           GOBACK.                                                      01068000
      *-----------------------------------------------------            01069000
       9000-99-FIM.                                  EXIT.              01070000
      *-----------------------------------------------------            01071000
