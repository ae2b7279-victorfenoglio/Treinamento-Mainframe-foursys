      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. ARQ2209.                                             00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: ATRIBUICAO DE PROFESSORES AS TURMAS:   *             00008000
      *            LE O CADASTRO DE TURMAS (O MESMO DO    *             00009000
      *            ARQ2208) E AS ATRIBUICOES PROFTUR      *             00010000
      *            (TURMA, SERIE, DISCIPLINA, PROFESSOR E *             00011000
      *            HORAS SEMANAIS). CADA ATRIBUICAO E     *             00012000
      *            VALIDADA CONTRA A TURMA E CONTRA O     *             00013000
      *            FUNCIONARIO ATIVO EM IVAN.FUNC; AS     *             00014000
      *            VALIDAS SAEM EM PROFVAL COM O NOME DO  *             00015000
      *            PROFESSOR (LIDO PELO ARQ2205) E AS     *             00016000
      *            DEMAIS EM RELCARGA COM O MOTIVO.       *             00017000
      *            RELCARGA TRAZ A CARGA SEMANAL POR      *             00018000
      *            PROFESSOR, MARCANDO QUEM PASSA DA      *             00019000
      *            JORNADA CONTRATUAL (JORNPROF OU PADRAO *             00020000
      *            DO SYSIN), E RELSPROF LISTA AS TURMAS  *             00021000
      *            ATIVAS SEM PROFESSOR. RODA ANTES DO    *             00022000
      *            ARQ2208 ABRIR AS MATRICULAS.           *             00023000
      *---------------------------------------------------*             00024000
      *  PARAMETRO (SYSIN): JORNADA SEMANAL PADRAO EM     *             00025000
      *  HORAS (99, DEFAULT 40).                          *             00026000
      *---------------------------------------------------*             00027000
      *  ARQUIVOS:                                        *             00028000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00029000
      *  BOOKLIB             I               #GLOG        *             00030000
      *  TURMAS              I             ---------      *             00031000
      *  PROFTUR             I             ---------      *             00032000
      *  JORNPROF            I             ---------      *             00033000
      *  PROFVAL             O             ---------      *             00034000
      *  RELCARGA            O             ---------      *             00035000
      *  RELSPROF            O             ---------      *             00036000
      *---------------------------------------------------*             00037000
      *  BASE  DE DADOS:                                  *             00038000
      *  TABELA             I/O           INCLUDE/BOOK    *             00039000
      *  IVAN.FUNC            I             #BKFUNC       *             00040000
      *===================================================*             00041000
                                                                        00042000
      *====================================================             00043000
       ENVIRONMENT                               DIVISION.              00044000
      *====================================================             00045000
       CONFIGURATION                             SECTION.               00046000
       SPECIAL-NAMES.                                                   00047000
           DECIMAL-POINT  IS COMMA.                                     00048000
                                                                        00049000
       INPUT-OUTPUT                              SECTION.               00050000
       FILE-CONTROL.                                                    00051000
           SELECT TURMAS ASSIGN TO TURMAS                               00052000
               FILE STATUS IS WRK-FS-TURMAS.                            00053000
                                                                        00054000
           SELECT PROFTUR ASSIGN TO PROFTUR                             00055000
               FILE STATUS IS WRK-FS-PROFTUR.                           00056000
                                                                        00057000
           SELECT JORNPROF ASSIGN TO JORNPROF                           00058000
               FILE STATUS IS WRK-FS-JORNPROF.                          00059000
                                                                        00060000
           SELECT PROFVAL ASSIGN TO PROFVAL                             00061000
               FILE STATUS IS WRK-FS-PROFVAL.                           00062000
                                                                        00063000
           SELECT RELCARGA ASSIGN TO RELCARGA                           00064000
               FILE STATUS IS WRK-FS-RELCARGA.                          00065000
                                                                        00066000
           SELECT RELSPROF ASSIGN TO RELSPROF                           00067000
               FILE STATUS IS WRK-FS-RELSPROF.                          00068000
                                                                        00069000
      *====================================================             00070000
       DATA                                      DIVISION.              00071000
      *====================================================             00072000
      *-----------------------------------------------------            00073000
       FILE                                      SECTION.               00074000
      *-----------------------------------------------------            00075000
       FD TURMAS                                                        00076000
           RECORDING MODE IS F                                          00077000
           BLOCK CONTAINS 0 RECORDS.                                    00078000
      *-----------LRECL 10----------------------------------            00079000
       01 FD-TURMAS.                                                    00080000
          05 FD-TUR-TURMA    PIC X(03).                                 00081000
          05 FD-TUR-SERIE    PIC X(03).                                 00082000
          05 FD-TUR-CAPAC    PIC 9(03).                                 00083000
          05 FD-TUR-STATUS   PIC X(01).                                 00084000
                                                                        00085000
       FD PROFTUR                                                       00086000
           RECORDING MODE IS F                                          00087000
           BLOCK CONTAINS 0 RECORDS.                                    00088000
      *-----------LRECL 40----------------------------------            00089000
       01 FD-PROFTUR.                                                   00090000
          05 FD-PRT-TURMA    PIC X(03).                                 00091000
          05 FD-PRT-SERIE    PIC X(03).                                 00092000
          05 FD-PRT-DISCIP   PIC X(15).                                 00093000
          05 FD-PRT-IDFUNC   PIC 9(05).                                 00094000
          05 FD-PRT-HORAS    PIC 9(02).                                 00095000
          05 FILLER          PIC X(12).                                 00096000
                                                                        00097000
       FD JORNPROF                                                      00098000
           RECORDING MODE IS F                                          00099000
           BLOCK CONTAINS 0 RECORDS.                                    00100000
      *-----------LRECL 10----------------------------------            00101000
       01 FD-JORNPROF.                                                  00102000
          05 FD-JOR-IDFUNC   PIC 9(05).                                 00103000
          05 FD-JOR-HORAS    PIC 9(02).                                 00104000
          05 FILLER          PIC X(03).                                 00105000
                                                                        00106000
       FD PROFVAL                                                       00107000
           RECORDING MODE IS F                                          00108000
           BLOCK CONTAINS 0 RECORDS.                                    00109000
      *-----------LRECL 60----------------------------------            00110000
       01 FD-PROFVAL.                                                   00111000
          05 FD-PRV-TURMA    PIC X(03).                                 00112000
          05 FD-PRV-SERIE    PIC X(03).                                 00113000
          05 FD-PRV-DISCIP   PIC X(15).                                 00114000
          05 FD-PRV-IDFUNC   PIC 9(05).                                 00115000
          05 FD-PRV-HORAS    PIC 9(02).                                 00116000
          05 FD-PRV-NOME     PIC X(30).                                 00117000
          05 FILLER          PIC X(02).                                 00118000
                                                                        00119000
       FD RELCARGA                                                      00120000
           RECORDING MODE IS F.                                         00121000
                                                                        00122000
       01 FD-RELCARGA        PIC X(80).                                 00123000
                                                                        00124000
       FD RELSPROF                                                      00125000
           RECORDING MODE IS F.                                         00126000
                                                                        00127000
       01 FD-RELSPROF        PIC X(80).                                 00128000
      *-----------------------------------------------------            00129000
       WORKING-STORAGE                           SECTION.               00130000
      *-----------------------------------------------------            00131000
           COPY '#GLOG'.                                                00132000
                                                                        00133000
           EXEC SQL                                                     00134000
              INCLUDE #BKFUNC                                           00135000
           END-EXEC.                                                    00136000
                                                                        00137000
           EXEC SQL                                                     00138000
              INCLUDE SQLCA                                             00139000
           END-EXEC.                                                    00140000
      *-----------------------------------------------------            00141000
       01 FILLER PIC X(48) VALUE                                        00142000
           '--------------VARIAVEIS PARA FILE STATUS-----'.             00143000
      *-----------------------------------------------------            00144000
       77 WRK-FS-TURMAS      PIC 9(02).                                 00145000
       77 WRK-FS-PROFTUR     PIC 9(02).                                 00146000
       77 WRK-FS-JORNPROF    PIC 9(02).                                 00147000
       77 WRK-FS-PROFVAL     PIC 9(02).                                 00148000
       77 WRK-FS-RELCARGA    PIC 9(02).                                 00149000
       77 WRK-FS-RELSPROF    PIC 9(02).                                 00150000
      *-----------------------------------------------------            00151000
       01 FILLER PIC X(48) VALUE                                        00152000
           '--------------PARAMETRO DE ENTRADA-----------'.             00153000
      *-----------------------------------------------------            00154000
       01 WRK-PARM.                                                     00155000
          05 WRK-PARM-JORNADA PIC 9(02).                                00156000
      *-----------------------------------------------------            00157000
       01 FILLER PIC X(48) VALUE                                        00158000
           '--------------CADASTRO DE TURMAS EM MEMORIA--'.             00159000
      *-----------------------------------------------------            00160000
       77 WRK-TUR-COUNT      PIC 9(02)    VALUE 0.                      00161000
       77 WRK-TUR-IDX        PIC 9(02)    VALUE 0.                      00162000
       77 WRK-TUR-ACHOU      PIC X(01)    VALUE 'N'.                    00163000
       01 WRK-TUR-TAB.                                                  00164000
          05 WRK-TUR-ITEM OCCURS 20 TIMES.                              00165000
             10 WRK-TUR-TURMA    PIC X(03).                             00166000
             10 WRK-TUR-SERIE    PIC X(03).                             00167000
             10 WRK-TUR-STATUS   PIC X(01).                             00168000
             10 WRK-TUR-PROFS    PIC 9(02).                             00169000
             10 WRK-TUR-HORAS    PIC 9(03).                             00170000
      *-----------------------------------------------------            00171000
       01 FILLER PIC X(48) VALUE                                        00172000
           '--------------JORNADA CONTRATUAL (JORNPROF)--'.             00173000
      *-----------------------------------------------------            00174000
       77 WRK-JOR-COUNT      PIC 9(03)    VALUE 0.                      00175000
       77 WRK-JOR-IDX        PIC 9(03)    VALUE 0.                      00176000
       77 WRK-JOR-ACHOU      PIC X(01)    VALUE 'N'.                    00177000
       77 WRK-JOR-HORAS      PIC 9(02)    VALUE ZEROS.                  00178000
       01 WRK-JOR-TAB.                                                  00179000
          05 WRK-JOR-ITEM OCCURS 200 TIMES.                             00180000
             10 WRK-JOR-IDFUNC   PIC 9(05).                             00181000
             10 WRK-JOR-CONTR    PIC 9(02).                             00182000
      *-----------------------------------------------------            00183000
       01 FILLER PIC X(48) VALUE                                        00184000
           '--------------ATRIBUICOES ACEITAS------------'.             00185000
      *-----------------------------------------------------            00186000
       77 WRK-ATR-COUNT      PIC 9(03)    VALUE 0.                      00187000
       77 WRK-ATR-IDX        PIC 9(03)    VALUE 0.                      00188000
       77 WRK-ATR-ACHOU      PIC X(01)    VALUE 'N'.                    00189000
       01 WRK-ATR-TAB.                                                  00190000
          05 WRK-ATR-ITEM OCCURS 300 TIMES.                             00191000
             10 WRK-ATR-TURMA    PIC X(03).                             00192000
             10 WRK-ATR-DISCIP   PIC X(15).                             00193000
      *-----------------------------------------------------            00194000
       01 FILLER PIC X(48) VALUE                                        00195000
           '--------------CARGA POR PROFESSOR------------'.             00196000
      *-----------------------------------------------------            00197000
       77 WRK-PRF-COUNT      PIC 9(03)    VALUE 0.                      00198000
       77 WRK-PRF-IDX        PIC 9(03)    VALUE 0.                      00199000
       77 WRK-PRF-ACHOU      PIC X(01)    VALUE 'N'.                    00200000
       01 WRK-PRF-TAB.                                                  00201000
          05 WRK-PRF-ITEM OCCURS 200 TIMES.                             00202000
             10 WRK-PRF-IDFUNC   PIC 9(05).                             00203000
             10 WRK-PRF-NOME     PIC X(30).                             00204000
             10 WRK-PRF-HORAS    PIC 9(03).                             00205000
             10 WRK-PRF-AULAS    PIC 9(02).                             00206000
      *-----------------------------------------------------            00207000
       01 FILLER PIC X(48) VALUE                                        00208000
           '--------------VARIAVEIS ACUMULAR/CONTROLE----'.             00209000
      *-----------------------------------------------------            00210000
       77 WRK-MOTIVO         PIC X(30)    VALUE SPACES.                 00211000
       77 WRK-SQLCODE        PIC -999.                                  00212000
       77 WRK-REGLIDOS       PIC 9(05) VALUE ZEROS.                     00213000
       77 WRK-REGACEITOS     PIC 9(05) VALUE ZEROS.                     00214000
       77 WRK-REGREJEIT      PIC 9(05) VALUE ZEROS.                     00215000
       77 WRK-QTD-EXCESSO    PIC 9(05) VALUE ZEROS.                     00216000
       77 WRK-QTD-SEMPROF    PIC 9(05) VALUE ZEROS.                     00217000
      *-----------------------------------------------------            00218000
       01 FILLER PIC X(48) VALUE                                        00219000
           '--------------LINHAS DOS RELATORIOS----------'.             00220000
      *-----------------------------------------------------            00221000
       01 WRK-REJ-CABEC      PIC X(80) VALUE                            00222000
           'ATRIBUICOES DE PROFESSOR REJEITADAS'.                       00223000
       01 WRK-REJ-LINHA.                                                00224000
          05 FILLER           PIC X(07) VALUE 'TURMA: '.                00225000
          05 WRK-RL-TURMA     PIC X(03).                                00226000
          05 FILLER           PIC X(01) VALUE SPACES.                   00227000
          05 WRK-RL-DISCIP    PIC X(15).                                00228000
          05 FILLER           PIC X(07) VALUE ' PROF: '.                00229000
          05 WRK-RL-IDFUNC    PIC 9(05).                                00230000
          05 FILLER           PIC X(01) VALUE SPACES.                   00231000
          05 WRK-RL-MOTIVO    PIC X(30).                                00232000
          05 FILLER           PIC X(11) VALUE SPACES.                   00233000
       01 WRK-CAR-CABEC      PIC X(80) VALUE                            00234000
           'CARGA HORARIA SEMANAL POR PROFESSOR'.                       00235000
       01 WRK-CAR-LINHA.                                                00236000
          05 FILLER           PIC X(06) VALUE 'PROF: '.                 00237000
          05 WRK-CL-IDFUNC    PIC 9(05).                                00238000
          05 FILLER           PIC X(01) VALUE SPACES.                   00239000
          05 WRK-CL-NOME      PIC X(30).                                00240000
          05 FILLER           PIC X(07) VALUE ' AULAS:'.                00241000
          05 WRK-CL-AULAS     PIC Z9.                                   00242000
          05 FILLER           PIC X(07) VALUE ' HORAS:'.                00243000
          05 WRK-CL-HORAS     PIC ZZ9.                                  00244000
          05 FILLER           PIC X(01) VALUE '/'.                      00245000
          05 WRK-CL-CONTR     PIC Z9.                                   00246000
          05 FILLER           PIC X(01) VALUE SPACES.                   00247000
          05 WRK-CL-FLAG      PIC X(15).                                00248000
       01 WRK-SPR-CABEC      PIC X(80) VALUE                            00249000
           'TURMAS ATIVAS SEM PROFESSOR ATRIBUIDO'.                     00250000
       01 WRK-SPR-LINHA.                                                00251000
          05 FILLER           PIC X(07) VALUE 'TURMA: '.                00252000
          05 WRK-SL-TURMA     PIC X(03).                                00253000
          05 FILLER           PIC X(08) VALUE ' SERIE: '.               00254000
          05 WRK-SL-SERIE     PIC X(03).                                00255000
          05 FILLER           PIC X(59) VALUE SPACES.                   00256000
       77 WRK-LINHABRANCO     PIC X(80) VALUE SPACES.                   00257000
      *====================================================             00258000
       PROCEDURE                                 DIVISION.              00259000
      *====================================================             00260000
      *-----------------------------------------------------            00261000
       0000-PRINCIPAL                             SECTION.              00262000
      *-----------------------------------------------------            00263000
           PERFORM 1000-INICIALIZAR.                                    00264000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PROFTUR                  00265000
                   EQUAL 10.                                            00266000
           PERFORM 3000-FINALIZAR.                                      00267000
           STOP RUN.                                                    00268000
      *-----------------------------------------------------            00269000
       0000-99-FIM.                                  EXIT.              00270000
      *-----------------------------------------------------            00271000
                                                                        00272000
      *-----------------------------------------------------            00273000
       1000-INICIALIZAR                           SECTION.              00274000
      *-----------------------------------------------------            00275000
           ACCEPT WRK-PARM FROM SYSIN.                                  00276000
           IF WRK-PARM-JORNADA NOT NUMERIC                              00277000
              OR WRK-PARM-JORNADA EQUAL ZEROS                           00278000
            MOVE 40 TO WRK-PARM-JORNADA                                 00279000
           END-IF.                                                      00280000
                                                                        00281000
           OPEN INPUT TURMAS PROFTUR                                    00282000
                OUTPUT PROFVAL RELCARGA RELSPROF.                       00283000
             PERFORM 4000-TESTAR-STATUS.                                00284000
                                                                        00285000
           PERFORM 1100-CARREGAR-TURMAS                                 00286000
                   UNTIL WRK-FS-TURMAS EQUAL 10.                        00287000
           CLOSE TURMAS.                                                00288000
                                                                        00289000
      *    SEM JORNPROF TODOS OS PROFESSORES FICAM NA                   00290000
      *    JORNADA PADRAO DO PARAMETRO.                                 00291000
           OPEN INPUT JORNPROF.                                         00292000
           IF WRK-FS-JORNPROF EQUAL 35                                  00293000
            DISPLAY 'JORNPROF AUSENTE - JORNADA PADRAO: '               00294000
                    WRK-PARM-JORNADA                                    00295000
           ELSE                                                         00296000
            IF WRK-FS-JORNPROF NOT EQUAL 00                             00297000
             MOVE 'ARQ2209'               TO WRK-PROGRAMA               00298000
             MOVE 'ERRO NO OPEN JORNPROF' TO WRK-MENSAGEM               00299000
             MOVE '1000'                  TO WRK-SECAO                  00300000
             MOVE WRK-FS-JORNPROF         TO WRK-STATUS                 00301000
             PERFORM 9000-ERRO                                          00302000
            END-IF                                                      00303000
            PERFORM 1200-CARREGAR-JORNADA                               00304000
                    UNTIL WRK-FS-JORNPROF EQUAL 10                      00305000
            CLOSE JORNPROF                                              00306000
           END-IF.                                                      00307000
                                                                        00308000
           WRITE FD-RELCARGA FROM WRK-REJ-CABEC.                        00309000
           WRITE FD-RELCARGA FROM WRK-LINHABRANCO.                      00310000
                                                                        00311000
           READ PROFTUR.                                                00312000
           IF WRK-FS-PROFTUR EQUAL 10                                   00313000
            DISPLAY 'SEM ATRIBUICOES DE PROFESSOR'                      00314000
           END-IF.                                                      00315000
      *-----------------------------------------------------            00316000
       1000-99-FIM.                                  EXIT.              00317000
      *-----------------------------------------------------            00318000
                                                                        00319000
      *-----------------------------------------------------            00320000
       1100-CARREGAR-TURMAS                       SECTION.              00321000
      *-----------------------------------------------------            00322000
           READ TURMAS.                                                 00323000
           IF WRK-FS-TURMAS NOT EQUAL 10                                00324000
            IF WRK-TUR-COUNT LESS 20                                    00325000
             ADD 1 TO WRK-TUR-COUNT                                     00326000
             MOVE FD-TUR-TURMA  TO                                      00327000
                  WRK-TUR-TURMA (WRK-TUR-COUNT)                         00328000
             MOVE FD-TUR-SERIE  TO                                      00329000
                  WRK-TUR-SERIE (WRK-TUR-COUNT)                         00330000
             MOVE FD-TUR-STATUS TO                                      00331000
                  WRK-TUR-STATUS (WRK-TUR-COUNT)                        00332000
             MOVE ZEROS TO WRK-TUR-PROFS (WRK-TUR-COUNT)                00333000
             MOVE ZEROS TO WRK-TUR-HORAS (WRK-TUR-COUNT)                00334000
            ELSE                                                        00335000
             DISPLAY 'TABELA DE TURMAS CHEIA'                           00336000
            END-IF                                                      00337000
           END-IF.                                                      00338000
      *-----------------------------------------------------            00339000
       1100-99-FIM.                                  EXIT.              00340000
      *-----------------------------------------------------            00341000
                                                                        00342000
      *-----------------------------------------------------            00343000
       1200-CARREGAR-JORNADA                      SECTION.              00344000
      *-----------------------------------------------------            00345000
           READ JORNPROF.                                               00346000
           IF WRK-FS-JORNPROF NOT EQUAL 10                              00347000
            IF WRK-JOR-COUNT LESS 200                                   00348000
             ADD 1 TO WRK-JOR-COUNT                                     00349000
             MOVE FD-JOR-IDFUNC TO                                      00350000
                  WRK-JOR-IDFUNC (WRK-JOR-COUNT)                        00351000
             MOVE FD-JOR-HORAS  TO                                      00352000
                  WRK-JOR-CONTR (WRK-JOR-COUNT)                         00353000
            ELSE                                                        00354000
             DISPLAY 'TABELA DE JORNADAS CHEIA'                         00355000
            END-IF                                                      00356000
           END-IF.                                                      00357000
      *-----------------------------------------------------            00358000
       1200-99-FIM.                                  EXIT.              00359000
      *-----------------------------------------------------            00360000
                                                                        00361000
      *-----------------------------------------------------            00362000
       2000-PROCESSAR                             SECTION.              00363000
      *-----------------------------------------------------            00364000
           ADD 1 TO WRK-REGLIDOS.                                       00365000
           MOVE SPACES TO WRK-MOTIVO.                                   00366000
                                                                        00367000
           MOVE 'N' TO WRK-TUR-ACHOU.                                   00368000
           MOVE 1   TO WRK-TUR-IDX.                                     00369000
           PERFORM 2100-PROCURA-TURMA                                   00370000
                   UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT              00371000
                      OR WRK-TUR-ACHOU EQUAL 'S'.                       00372000
                                                                        00373000
           EVALUATE TRUE                                                00374000
            WHEN WRK-TUR-ACHOU EQUAL 'N'                                00375000
             MOVE 'TURMA INEXISTENTE' TO WRK-MOTIVO                     00376000
            WHEN FD-PRT-SERIE NOT EQUAL                                 00377000
                 WRK-TUR-SERIE (WRK-TUR-IDX)                            00378000
             MOVE 'SERIE DIVERGE DA TURMA' TO WRK-MOTIVO                00379000
            WHEN FD-PRT-DISCIP EQUAL SPACES                             00380000
             MOVE 'DISCIPLINA NAO INFORMADA' TO WRK-MOTIVO              00381000
            WHEN FD-PRT-HORAS NOT NUMERIC                               00382000
              OR FD-PRT-HORAS EQUAL ZEROS                               00383000
             MOVE 'HORAS SEMANAIS INVALIDAS' TO WRK-MOTIVO              00384000
            WHEN OTHER                                                  00385000
             PERFORM 2200-PROCURA-ATRIBUICAO                            00386000
             IF WRK-ATR-ACHOU EQUAL 'S'                                 00387000
              MOVE 'DISCIPLINA JA ATRIBUIDA' TO WRK-MOTIVO              00388000
             END-IF                                                     00389000
           END-EVALUATE.                                                00390000
                                                                        00391000
           IF WRK-MOTIVO EQUAL SPACES                                   00392000
            PERFORM 2300-VALIDAR-PROFESSOR                              00393000
           END-IF.                                                      00394000
                                                                        00395000
           IF WRK-MOTIVO EQUAL SPACES                                   00396000
            PERFORM 2400-ACEITAR                                        00397000
           ELSE                                                         00398000
            ADD 1 TO WRK-REGREJEIT                                      00399000
            MOVE FD-PRT-TURMA  TO WRK-RL-TURMA                          00400000
            MOVE FD-PRT-DISCIP TO WRK-RL-DISCIP                         00401000
            MOVE FD-PRT-IDFUNC TO WRK-RL-IDFUNC                         00402000
            MOVE WRK-MOTIVO    TO WRK-RL-MOTIVO                         00403000
            WRITE FD-RELCARGA FROM WRK-REJ-LINHA                        00404000
           END-IF.                                                      00405000
                                                                        00406000
           READ PROFTUR.                                                00407000
      *-----------------------------------------------------            00408000
       2000-99-FIM.                                  EXIT.              00409000
      *-----------------------------------------------------            00410000
                                                                        00411000
      *-----------------------------------------------------            00412000
       2100-PROCURA-TURMA                         SECTION.              00413000
      *-----------------------------------------------------            00414000
           IF FD-PRT-TURMA EQUAL WRK-TUR-TURMA (WRK-TUR-IDX)            00415000
            MOVE 'S' TO WRK-TUR-ACHOU                                   00416000
           ELSE                                                         00417000
            ADD 1 TO WRK-TUR-IDX                                        00418000
           END-IF.                                                      00419000
      *-----------------------------------------------------            00420000
       2100-99-FIM.                                  EXIT.              00421000
      *-----------------------------------------------------            00422000
                                                                        00423000
      *-----------------------------------------------------            00424000
       2200-PROCURA-ATRIBUICAO                    SECTION.              00425000
      *-----------------------------------------------------            00426000
      *    UMA DISCIPLINA TEM UM SO PROFESSOR POR TURMA.                00427000
           MOVE 'N' TO WRK-ATR-ACHOU.                                   00428000
           MOVE 1   TO WRK-ATR-IDX.                                     00429000
           PERFORM 2210-COMPARA-ATRIBUICAO                              00430000
                   UNTIL WRK-ATR-IDX GREATER WRK-ATR-COUNT              00431000
                      OR WRK-ATR-ACHOU EQUAL 'S'.                       00432000
      *-----------------------------------------------------            00433000
       2200-99-FIM.                                  EXIT.              00434000
      *-----------------------------------------------------            00435000
                                                                        00436000
      *-----------------------------------------------------            00437000
       2210-COMPARA-ATRIBUICAO                    SECTION.              00438000
      *-----------------------------------------------------            00439000
           IF FD-PRT-TURMA  EQUAL WRK-ATR-TURMA (WRK-ATR-IDX)           00440000
              AND FD-PRT-DISCIP EQUAL                                   00441000
                  WRK-ATR-DISCIP (WRK-ATR-IDX)                          00442000
            MOVE 'S' TO WRK-ATR-ACHOU                                   00443000
           ELSE                                                         00444000
            ADD 1 TO WRK-ATR-IDX                                        00445000
           END-IF.                                                      00446000
      *-----------------------------------------------------            00447000
       2210-99-FIM.                                  EXIT.              00448000
      *-----------------------------------------------------            00449000
                                                                        00450000
      *-----------------------------------------------------            00451000
       2300-VALIDAR-PROFESSOR                     SECTION.              00452000
      *-----------------------------------------------------            00453000
           MOVE FD-PRT-IDFUNC TO DB2-ID.                                00454000
           EXEC SQL                                                     00455000
            SELECT NOME INTO :DB2-NOME                                  00456000
             FROM IVAN.FUNC                                             00457000
             WHERE ID = :DB2-ID AND STATUS = 'A'                        00458000
             FETCH FIRST ROW ONLY                                       00459000
           END-EXEC.                                                    00460000
                                                                        00461000
           EVALUATE SQLCODE                                             00462000
            WHEN 0                                                      00463000
             CONTINUE                                                   00464000
            WHEN 100                                                    00465000
             MOVE 'PROFESSOR INEXISTENTE/INATIVO' TO WRK-MOTIVO         00466000
            WHEN OTHER                                                  00467000
             MOVE SQLCODE TO WRK-SQLCODE                                00468000
             DISPLAY 'ERRO' WRK-SQLCODE ' AO LER IVAN.FUNC'             00469000
                     ' ID: ' DB2-ID                                     00470000
             STOP RUN                                                   00471000
           END-EVALUATE.                                                00472000
      *-----------------------------------------------------            00473000
       2300-99-FIM.                                  EXIT.              00474000
      *-----------------------------------------------------            00475000
                                                                        00476000
      *-----------------------------------------------------            00477000
       2400-ACEITAR                               SECTION.              00478000
      *-----------------------------------------------------            00479000
           ADD 1 TO WRK-REGACEITOS.                                     00480000
           ADD 1 TO WRK-TUR-PROFS (WRK-TUR-IDX).                        00481000
           ADD FD-PRT-HORAS TO WRK-TUR-HORAS (WRK-TUR-IDX).             00482000
                                                                        00483000
           IF WRK-ATR-COUNT LESS 300                                    00484000
            ADD 1 TO WRK-ATR-COUNT                                      00485000
            MOVE FD-PRT-TURMA  TO WRK-ATR-TURMA (WRK-ATR-COUNT)         00486000
            MOVE FD-PRT-DISCIP TO WRK-ATR-DISCIP (WRK-ATR-COUNT)        00487000
           ELSE                                                         00488000
            DISPLAY 'TABELA DE ATRIBUICOES CHEIA'                       00489000
           END-IF.                                                      00490000
                                                                        00491000
           MOVE FD-PRT-TURMA  TO FD-PRV-TURMA.                          00492000
           MOVE FD-PRT-SERIE  TO FD-PRV-SERIE.                          00493000
           MOVE FD-PRT-DISCIP TO FD-PRV-DISCIP.                         00494000
           MOVE FD-PRT-IDFUNC TO FD-PRV-IDFUNC.                         00495000
           MOVE FD-PRT-HORAS  TO FD-PRV-HORAS.                          00496000
           MOVE DB2-NOME      TO FD-PRV-NOME.                           00497000
           WRITE FD-PROFVAL.                                            00498000
                                                                        00499000
           MOVE 'N' TO WRK-PRF-ACHOU.                                   00500000
           MOVE 1   TO WRK-PRF-IDX.                                     00501000
           PERFORM 2410-PROCURA-PROFESSOR                               00502000
                   UNTIL WRK-PRF-IDX GREATER WRK-PRF-COUNT              00503000
                      OR WRK-PRF-ACHOU EQUAL 'S'.                       00504000
           IF WRK-PRF-ACHOU EQUAL 'N'                                   00505000
            IF WRK-PRF-COUNT LESS 200                                   00506000
             ADD 1 TO WRK-PRF-COUNT                                     00507000
             MOVE WRK-PRF-COUNT TO WRK-PRF-IDX                          00508000
             MOVE FD-PRT-IDFUNC TO WRK-PRF-IDFUNC (WRK-PRF-IDX)         00509000
             MOVE DB2-NOME      TO WRK-PRF-NOME (WRK-PRF-IDX)           00510000
             MOVE ZEROS         TO WRK-PRF-HORAS (WRK-PRF-IDX)          00511000
             MOVE ZEROS         TO WRK-PRF-AULAS (WRK-PRF-IDX)          00512000
            ELSE                                                        00513000
             DISPLAY 'TABELA DE PROFESSORES CHEIA'                      00514000
             GO TO 2400-99-FIM                                          00515000
            END-IF                                                      00516000
           END-IF.                                                      00517000
           ADD FD-PRT-HORAS TO WRK-PRF-HORAS (WRK-PRF-IDX).             00518000
           ADD 1 TO WRK-PRF-AULAS (WRK-PRF-IDX).                        00519000
      *-----------------------------------------------------            00520000
       2400-99-FIM.                                  EXIT.              00521000
      *-----------------------------------------------------            00522000
                                                                        00523000
      *-----------------------------------------------------            00524000
       2410-PROCURA-PROFESSOR                     SECTION.              00525000
      *-----------------------------------------------------            00526000
           IF FD-PRT-IDFUNC EQUAL WRK-PRF-IDFUNC (WRK-PRF-IDX)          00527000
            MOVE 'S' TO WRK-PRF-ACHOU                                   00528000
           ELSE                                                         00529000
            ADD 1 TO WRK-PRF-IDX                                        00530000
           END-IF.                                                      00531000
      *-----------------------------------------------------            00532000
       2410-99-FIM.                                  EXIT.              00533000
      *-----------------------------------------------------            00534000
                                                                        00535000
      *-----------------------------------------------------            00536000
       3000-FINALIZAR                             SECTION.              00537000
      *-----------------------------------------------------            00538000
           PERFORM 3100-RELATORIO-CARGA.                                00539000
           PERFORM 3200-TURMAS-SEM-PROFESSOR.                           00540000
                                                                        00541000
           CLOSE PROFTUR PROFVAL RELCARGA RELSPROF.                     00542000
                                                                        00543000
           DISPLAY ' '.                                                 00544000
           DISPLAY 'ATRIBUICOES LIDAS:   ' WRK-REGLIDOS.                00545000
           DISPLAY 'ACEITAS:             ' WRK-REGACEITOS.              00546000
           DISPLAY 'REJEITADAS:          ' WRK-REGREJEIT.               00547000
           DISPLAY 'ACIMA DA JORNADA:    ' WRK-QTD-EXCESSO.             00548000
           DISPLAY 'TURMAS SEM PROFESSOR:' WRK-QTD-SEMPROF.             00549000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00550000
      *-----------------------------------------------------            00551000
       3000-99-FIM.                                  EXIT.              00552000
      *-----------------------------------------------------            00553000
                                                                        00554000
      *-----------------------------------------------------            00555000
       3100-RELATORIO-CARGA                       SECTION.              00556000
      *-----------------------------------------------------            00557000
           WRITE FD-RELCARGA FROM WRK-LINHABRANCO.                      00558000
           WRITE FD-RELCARGA FROM WRK-CAR-CABEC.                        00559000
           WRITE FD-RELCARGA FROM WRK-LINHABRANCO.                      00560000
           MOVE 1 TO WRK-PRF-IDX.                                       00561000
           PERFORM 3110-IMPRIME-1-PROFESSOR                             00562000
                   UNTIL WRK-PRF-IDX GREATER WRK-PRF-COUNT.             00563000
      *-----------------------------------------------------            00564000
       3100-99-FIM.                                  EXIT.              00565000
      *-----------------------------------------------------            00566000
                                                                        00567000
      *-----------------------------------------------------            00568000
       3110-IMPRIME-1-PROFESSOR                   SECTION.              00569000
      *-----------------------------------------------------            00570000
           MOVE WRK-PARM-JORNADA TO WRK-JOR-HORAS.                      00571000
           MOVE 'N' TO WRK-JOR-ACHOU.                                   00572000
           MOVE 1   TO WRK-JOR-IDX.                                     00573000
           PERFORM 3120-PROCURA-JORNADA                                 00574000
                   UNTIL WRK-JOR-IDX GREATER WRK-JOR-COUNT              00575000
                      OR WRK-JOR-ACHOU EQUAL 'S'.                       00576000
                                                                        00577000
           MOVE WRK-PRF-IDFUNC (WRK-PRF-IDX) TO WRK-CL-IDFUNC.          00578000
           MOVE WRK-PRF-NOME (WRK-PRF-IDX)   TO WRK-CL-NOME.            00579000
           MOVE WRK-PRF-AULAS (WRK-PRF-IDX)  TO WRK-CL-AULAS.           00580000
           MOVE WRK-PRF-HORAS (WRK-PRF-IDX)  TO WRK-CL-HORAS.           00581000
           MOVE WRK-JOR-HORAS                TO WRK-CL-CONTR.           00582000
           IF WRK-PRF-HORAS (WRK-PRF-IDX) GREATER WRK-JOR-HORAS         00583000
            MOVE '*ACIMA JORNADA*' TO WRK-CL-FLAG                       00584000
            ADD 1 TO WRK-QTD-EXCESSO                                    00585000
           ELSE                                                         00586000
            MOVE SPACES TO WRK-CL-FLAG                                  00587000
           END-IF.                                                      00588000
           WRITE FD-RELCARGA FROM WRK-CAR-LINHA.                        00589000
           ADD 1 TO WRK-PRF-IDX.                                        00590000
      *-----------------------------------------------------            00591000
       3110-99-FIM.                                  EXIT.              00592000
      *-----------------------------------------------------            00593000
                                                                        00594000
      *-----------------------------------------------------            00595000
       3120-PROCURA-JORNADA                       SECTION.              00596000
      *-----------------------------------------------------            00597000
           IF WRK-PRF-IDFUNC (WRK-PRF-IDX) EQUAL                        00598000
              WRK-JOR-IDFUNC (WRK-JOR-IDX)                              00599000
            MOVE 'S' TO WRK-JOR-ACHOU                                   00600000
            MOVE WRK-JOR-CONTR (WRK-JOR-IDX) TO WRK-JOR-HORAS           00601000
           ELSE                                                         00602000
            ADD 1 TO WRK-JOR-IDX                                        00603000
           END-IF.                                                      00604000
      *-----------------------------------------------------            00605000
       3120-99-FIM.                                  EXIT.              00606000
      *-----------------------------------------------------            00607000
                                                                        00608000
      *-----------------------------------------------------            00609000
       3200-TURMAS-SEM-PROFESSOR                  SECTION.              00610000
      *-----------------------------------------------------            00611000
           WRITE FD-RELSPROF FROM WRK-SPR-CABEC.                        00612000
           WRITE FD-RELSPROF FROM WRK-LINHABRANCO.                      00613000
           MOVE 1 TO WRK-TUR-IDX.                                       00614000
           PERFORM 3210-TESTA-1-TURMA                                   00615000
                   UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT.             00616000
           IF WRK-QTD-SEMPROF GREATER ZEROS                             00617000
            DISPLAY 'ATENCAO: ' WRK-QTD-SEMPROF                         00618000
                    ' TURMA(S) ATIVA(S) SEM PROFESSOR - '               00619000
                    'VER RELSPROF ANTES DO ARQ2208'                     00620000
           END-IF.                                                      00621000
      *-----------------------------------------------------            00622000
       3200-99-FIM.                                  EXIT.              00623000
      *-----------------------------------------------------            00624000
                                                                        00625000
      *-----------------------------------------------------            00626000
       3210-TESTA-1-TURMA                         SECTION.              00627000
      *-----------------------------------------------------            00628000
           IF WRK-TUR-STATUS (WRK-TUR-IDX) EQUAL 'A'                    00629000
              AND WRK-TUR-PROFS (WRK-TUR-IDX) EQUAL ZEROS               00630000
            ADD 1 TO WRK-QTD-SEMPROF                                    00631000
            MOVE WRK-TUR-TURMA (WRK-TUR-IDX) TO WRK-SL-TURMA            00632000
            MOVE WRK-TUR-SERIE (WRK-TUR-IDX) TO WRK-SL-SERIE            00633000
            WRITE FD-RELSPROF FROM WRK-SPR-LINHA                        00634000
           END-IF.                                                      00635000
           ADD 1 TO WRK-TUR-IDX.                                        00636000
      *-----------------------------------------------------            00637000
       3210-99-FIM.                                  EXIT.              00638000
      *-----------------------------------------------------            00639000
                                                                        00640000
      *-----------------------------------------------------            00641000
       4000-TESTAR-STATUS                         SECTION.              00642000
      *-----------------------------------------------------            00643000
           IF WRK-FS-TURMAS NOT EQUAL 00                                00644000
            MOVE 'ARQ2209'               TO WRK-PROGRAMA                00645000
            MOVE 'ERRO NO OPEN TURMAS'   TO WRK-MENSAGEM                00646000
            MOVE '1000'                  TO WRK-SECAO                   00647000
            MOVE WRK-FS-TURMAS           TO WRK-STATUS                  00648000
            PERFORM 9000-ERRO                                           00649000
           END-IF.                                                      00650000
           IF WRK-FS-PROFTUR NOT EQUAL 00                               00651000
            MOVE 'ARQ2209'               TO WRK-PROGRAMA                00652000
            MOVE 'ERRO NO OPEN PROFTUR'  TO WRK-MENSAGEM                00653000
            MOVE '1000'                  TO WRK-SECAO                   00654000
            MOVE WRK-FS-PROFTUR          TO WRK-STATUS                  00655000
            PERFORM 9000-ERRO                                           00656000
           END-IF.                                                      00657000
           IF WRK-FS-PROFVAL NOT EQUAL 00                               00658000
            MOVE 'ARQ2209'               TO WRK-PROGRAMA                00659000
            MOVE 'ERRO NO OPEN PROFVAL'  TO WRK-MENSAGEM                00660000
            MOVE '1000'                  TO WRK-SECAO                   00661000
            MOVE WRK-FS-PROFVAL          TO WRK-STATUS                  00662000
            PERFORM 9000-ERRO                                           00663000
           END-IF.                                                      00664000
           IF WRK-FS-RELCARGA NOT EQUAL 00                              00665000
            MOVE 'ARQ2209'               TO WRK-PROGRAMA                00666000
            MOVE 'ERRO NO OPEN RELCARGA' TO WRK-MENSAGEM                00667000
            MOVE '1000'                  TO WRK-SECAO                   00668000
            MOVE WRK-FS-RELCARGA         TO WRK-STATUS                  00669000
            PERFORM 9000-ERRO                                           00670000
           END-IF.                                                      00671000
           IF WRK-FS-RELSPROF NOT EQUAL 00                              00672000
            MOVE 'ARQ2209'               TO WRK-PROGRAMA                00673000
            MOVE 'ERRO NO OPEN RELSPROF' TO WRK-MENSAGEM                00674000
            MOVE '1000'                  TO WRK-SECAO                   00675000
            MOVE WRK-FS-RELSPROF         TO WRK-STATUS                  00676000
            PERFORM 9000-ERRO                                           00677000
           END-IF.                                                      00678000
      *-----------------------------------------------------            00679000
       4000-99-FIM.                                  EXIT.              00680000
      *-----------------------------------------------------            00681000
                                                                        00682000
      *-----------------------------------------------------            00683000
       9000-ERRO                                  SECTION.              00684000
      *-----------------------------------------------------            00685000
           DISPLAY WRK-MENSAGEM.                                        00686000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00687000
           GOBACK.                                                      00688000
      *-----------------------------------------------------            00689000
       9000-99-FIM.                                  EXIT.              00690000
      *-----------------------------------------------------            00691000
