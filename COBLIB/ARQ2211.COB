      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. ARQ2211.                                             00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: MEDIAS POR DISCIPLINA: LE A POPULACAO  *             00008000
      *            DE ALUNOS DO PERIODO (LAYOUT DO ALUNOS *             00009000
      *            DO ARQ2205, POR RM), A GRADE DE        *             00010000
      *            DISCIPLINAS DE CADA SERIE COM PESO E   *             00011000
      *            NOTA MINIMA (DISCIPL) E AS NOTAS POR   *             00012000
      *            RM, DISCIPLINA E BIMESTRE (NOTAS, POR  *             00013000
      *            RM). A MEDIA DA DISCIPLINA E A MEDIA   *             00014000
      *            DOS BIMESTRES LANCADOS; A MEDIA GERAL  *             00015000
      *            E A MEDIA DAS DISCIPLINAS PONDERADA    *             00016000
      *            PELO PESO. GRAVA O ALUNOSM (ALUNOS COM *             00017000
      *            A MEDIA GERAL, LIDO PELO ARQ2205) E O  *             00018000
      *            NOTADISC COM A MEDIA DE CADA           *             00019000
      *            DISCIPLINA E A SITUACAO CONTRA A NOTA  *             00020000
      *            MINIMA (LIDO PELO ARQ2205 E PELO       *             00021000
      *            ARQ2206). NOTAS REJEITADAS E FALTAS DE *             00022000
      *            LANCAMENTO SAEM EM RELNOTAS.           *             00023000
      *---------------------------------------------------*             00024000
      *  PARAMETRO (SYSIN): PERIODO AAAAMM (DEFAULT MES   *             00025000
      *  CORRENTE) E NOTA MINIMA PADRAO 99V99 PARA        *             00026000
      *  DISCIPLINA SEM MINIMA NA GRADE (DEFAULT 05,00).  *             00027000
      *---------------------------------------------------*             00028000
      *  ARQUIVOS:                                        *             00029000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00030000
      *  BOOKLIB             I               #GLOG        *             00031000
      *  ALUNOS              I             ---------      *             00032000
      *  DISCIPL             I             ---------      *             00033000
      *  NOTAS               I             ---------      *             00034000
      *  ALUNOSM             O             ---------      *             00035000
      *  NOTADISC            O             ---------      *             00036000
      *  RELNOTAS            O             ---------      *             00037000
      *===================================================*             00038000
                                                                        00039000
      *====================================================             00040000
       ENVIRONMENT                               DIVISION.              00041000
      *====================================================             00042000
       CONFIGURATION                             SECTION.               00043000
       SPECIAL-NAMES.                                                   00044000
           DECIMAL-POINT  IS COMMA.                                     00045000
                                                                        00046000
       INPUT-OUTPUT                              SECTION.               00047000
       FILE-CONTROL.                                                    00048000
           SELECT ALUNOS ASSIGN TO ALUNOS                               00049000
               FILE STATUS IS WRK-FS-ALUNOS.                            00050000
                                                                        00051000
           SELECT DISCIPL ASSIGN TO DISCIPL                             00052000
               FILE STATUS IS WRK-FS-DISCIPL.                           00053000
                                                                        00054000
           SELECT NOTAS ASSIGN TO NOTAS                                 00055000
               FILE STATUS IS WRK-FS-NOTAS.                             00056000
                                                                        00057000
           SELECT ALUNOSM ASSIGN TO ALUNOSM                             00058000
               FILE STATUS IS WRK-FS-ALUNOSM.                           00059000
                                                                        00060000
           SELECT NOTADISC ASSIGN TO NOTADISC                           00061000
               FILE STATUS IS WRK-FS-NOTADISC.                          00062000
                                                                        00063000
           SELECT RELNOTAS ASSIGN TO RELNOTAS                           00064000
               FILE STATUS IS WRK-FS-RELNOTAS.                          00065000
                                                                        00066000
      *====================================================             00067000
       DATA                                      DIVISION.              00068000
      *====================================================             00069000
      *-----------------------------------------------------            00070000
       FILE                                      SECTION.               00071000
      *-----------------------------------------------------            00072000
       FD ALUNOS                                                        00073000
           RECORDING MODE IS F                                          00074000
           BLOCK CONTAINS 0 RECORDS.                                    00075000
      *-----------LRECL 35----------------------------------            00076000
       01 FD-ALUNOS.                                                    00077000
          05 FD-ALU-RM       PIC X(05).                                 00078000
          05 FD-ALU-NOME     PIC X(20).                                 00079000
          05 FD-ALU-SERIE    PIC X(03).                                 00080000
          05 FD-ALU-MEDIA    PIC X(04).                                 00081000
          05 FD-ALU-TURMA    PIC X(03).                                 00082000
                                                                        00083000
       FD DISCIPL                                                       00084000
           RECORDING MODE IS F                                          00085000
           BLOCK CONTAINS 0 RECORDS.                                    00086000
      *-----------LRECL 30----------------------------------            00087000
      *    GRADE DA SERIE: PESO 00 VALE 1; MINIMA ZERADA                00088000
      *    ASSUME A MINIMA PADRAO DO PARAMETRO.                         00089000
       01 FD-DISCIPL.                                                   00090000
          05 FD-DIS-SERIE    PIC X(03).                                 00091000
          05 FD-DIS-DISCIP   PIC X(15).                                 00092000
          05 FD-DIS-PESO     PIC 9(02).                                 00093000
          05 FD-DIS-MINIMA   PIC 9(02)V9(02).                           00094000
          05 FILLER          PIC X(06).                                 00095000
                                                                        00096000
       FD NOTAS                                                         00097000
           RECORDING MODE IS F                                          00098000
           BLOCK CONTAINS 0 RECORDS.                                    00099000
      *-----------LRECL 30----------------------------------            00100000
       01 FD-NOTAS.                                                     00101000
          05 FD-NOT-RM       PIC X(05).                                 00102000
          05 FD-NOT-DISCIP   PIC X(15).                                 00103000
          05 FD-NOT-BIMESTRE PIC 9(01).                                 00104000
          05 FD-NOT-NOTA     PIC 9(02)V9(02).                           00105000
          05 FILLER          PIC X(05).                                 00106000
                                                                        00107000
       FD ALUNOSM                                                       00108000
           RECORDING MODE IS F                                          00109000
           BLOCK CONTAINS 0 RECORDS.                                    00110000
      *-----------LRECL 35----------------------------------            00111000
       01 FD-ALUNOSM         PIC X(35).                                 00112000
                                                                        00113000
       FD NOTADISC                                                      00114000
           RECORDING MODE IS F                                          00115000
           BLOCK CONTAINS 0 RECORDS.                                    00116000
      *-----------LRECL 40----------------------------------            00117000
      *    SITUACAO NA DISCIPLINA: A ATINGIU A MINIMA /                 00118000
      *    R ABAIXO DA MINIMA.                                          00119000
       01 FD-NOTADISC.                                                  00120000
          05 FD-NDS-RM       PIC X(05).                                 00121000
          05 FD-NDS-PERIODO  PIC 9(06).                                 00122000
          05 FD-NDS-SERIE    PIC X(03).                                 00123000
          05 FD-NDS-DISCIP   PIC X(15).                                 00124000
          05 FD-NDS-MEDIA    PIC 9(02)V9(02).                           00125000
          05 FD-NDS-MINIMA   PIC 9(02)V9(02).                           00126000
          05 FD-NDS-PESO     PIC 9(02).                                 00127000
          05 FD-NDS-SIT      PIC X(01).                                 00128000
                                                                        00129000
       FD RELNOTAS                                                      00130000
           RECORDING MODE IS F.                                         00131000
                                                                        00132000
       01 FD-RELNOTAS        PIC X(80).                                 00133000
      *-----------------------------------------------------            00134000
       WORKING-STORAGE                           SECTION.               00135000
      *-----------------------------------------------------            00136000
           COPY '#GLOG'.                                                00137000
      *-----------------------------------------------------            00138000
       01 FILLER PIC X(48) VALUE                                        00139000
           '--------------VARIAVEIS PARA FILE STATUS-----'.             00140000
      *-----------------------------------------------------            00141000
       77 WRK-FS-ALUNOS      PIC 9(02).                                 00142000
       77 WRK-FS-DISCIPL     PIC 9(02).                                 00143000
       77 WRK-FS-NOTAS       PIC 9(02).                                 00144000
       77 WRK-FS-ALUNOSM     PIC 9(02).                                 00145000
       77 WRK-FS-NOTADISC    PIC 9(02).                                 00146000
       77 WRK-FS-RELNOTAS    PIC 9(02).                                 00147000
      *-----------------------------------------------------            00148000
       01 FILLER PIC X(48) VALUE                                        00149000
           '--------------PARAMETRO DE ENTRADA-----------'.             00150000
      *-----------------------------------------------------            00151000
       01 WRK-PARM.                                                     00152000
          05 WRK-PARM-PERIODO PIC 9(06).                                00153000
          05 WRK-PARM-MINIMA  PIC 9(02)V9(02).                          00154000
       01 WRK-DATA-HOJE.                                                00155000
          05 WRK-HOJE-AAAAMM  PIC 9(06).                                00156000
          05 WRK-HOJE-DD      PIC 9(02).                                00157000
      *-----------------------------------------------------            00158000
       01 FILLER PIC X(48) VALUE                                        00159000
           '--------------GRADE DE DISCIPLINAS-----------'.             00160000
      *-----------------------------------------------------            00161000
       77 WRK-DIS-COUNT      PIC 9(03)    VALUE 0.                      00162000
       77 WRK-DIS-IDX        PIC 9(03)    VALUE 0.                      00163000
       01 WRK-DIS-TAB.                                                  00164000
          05 WRK-DIS-ITEM OCCURS 100 TIMES.                             00165000
             10 WRK-DIS-SERIE    PIC X(03).                             00166000
             10 WRK-DIS-DISCIP   PIC X(15).                             00167000
             10 WRK-DIS-PESO     PIC 9(02).                             00168000
             10 WRK-DIS-MINIMA   PIC 9(02)V9(02).                       00169000
      *-----------------------------------------------------            00170000
       01 FILLER PIC X(48) VALUE                                        00171000
           '--------------NOTAS DO ALUNO-----------------'.             00172000
      *-----------------------------------------------------            00173000
      *    RM DA ULTIMA NOTA LIDA (READ-AHEAD); HIGH-VALUES             00174000
      *    NO FIM DO NOTAS.                                             00175000
       77 WRK-NOT-RM         PIC X(05)    VALUE LOW-VALUES.             00176000
       77 WRK-NAL-COUNT      PIC 9(02)    VALUE 0.                      00177000
       77 WRK-NAL-IDX        PIC 9(02)    VALUE 0.                      00178000
       77 WRK-NAL-ACHOU      PIC X(01)    VALUE 'N'.                    00179000
       01 WRK-NAL-TAB.                                                  00180000
          05 WRK-NAL-ITEM OCCURS 60 TIMES.                              00181000
             10 WRK-NAL-DISCIP   PIC X(15).                             00182000
             10 WRK-NAL-BIMESTRE PIC 9(01).                             00183000
             10 WRK-NAL-NOTA     PIC 9(02)V9(02).                       00184000
             10 WRK-NAL-USADA    PIC X(01).                             00185000
      *-----------------------------------------------------            00186000
       01 FILLER PIC X(48) VALUE                                        00187000
           '--------------CALCULO DAS MEDIAS-------------'.             00188000
      *-----------------------------------------------------            00189000
       77 WRK-SOMA-NOTAS     PIC 9(03)V9(02) VALUE ZEROS.               00190000
       77 WRK-QTD-NOTAS      PIC 9(02)    VALUE ZEROS.                  00191000
       77 WRK-MEDIA-DISC     PIC 9(02)V9(02) VALUE ZEROS.               00192000
       77 WRK-SOMA-PONDER    PIC 9(05)V9(02) VALUE ZEROS.               00193000
       77 WRK-SOMA-PESOS     PIC 9(04)    VALUE ZEROS.                  00194000
       77 WRK-QTD-DISC       PIC 9(03)    VALUE ZEROS.                  00195000
       77 WRK-MEDIA-GERAL    PIC 9(02)V9(02) VALUE ZEROS.               00196000
       77 WRK-MEDIA-ED       PIC 9,99.                                  00197000
      *-----------------------------------------------------            00198000
       01 FILLER PIC X(48) VALUE                                        00199000
           '--------------VARIAVEIS ACUMULAR/CONTROLE----'.             00200000
      *-----------------------------------------------------            00201000
       77 WRK-REGLIDOS       PIC 9(06)    VALUE ZEROS.                  00202000
       77 WRK-REGNOTAS       PIC 9(06)    VALUE ZEROS.                  00203000
       77 WRK-REGREJEIT      PIC 9(06)    VALUE ZEROS.                  00204000
       77 WRK-REGDISC        PIC 9(06)    VALUE ZEROS.                  00205000
       77 WRK-REGABAIXO      PIC 9(06)    VALUE ZEROS.                  00206000
       77 WRK-REGSEMGRADE    PIC 9(06)    VALUE ZEROS.                  00207000
      *-----------------------------------------------------            00208000
       01 FILLER PIC X(48) VALUE                                        00209000
           '--------------LINHAS DO RELATORIO------------'.             00210000
      *-----------------------------------------------------            00211000
       01 WRK-REL-CABEC.                                                00212000
          05 FILLER           PIC X(40) VALUE                           00213000
             'NOTAS POR DISCIPLINA - OCORRENCIAS  PER.'.                00214000
          05 WRK-CAB-PERIODO  PIC 9(06).                                00215000
          05 FILLER           PIC X(34) VALUE SPACES.                   00216000
       01 WRK-REL-LINHA.                                                00217000
          05 FILLER           PIC X(04) VALUE 'RM: '.                   00218000
          05 WRK-REL-RM       PIC X(05).                                00219000
          05 FILLER           PIC X(01) VALUE SPACES.                   00220000
          05 WRK-REL-DISCIP   PIC X(15).                                00221000
          05 FILLER           PIC X(01) VALUE SPACES.                   00222000
          05 WRK-REL-MOTIVO   PIC X(40).                                00223000
          05 FILLER           PIC X(14) VALUE SPACES.                   00224000
       77 WRK-LINHABRANCO     PIC X(80) VALUE SPACES.                   00225000
      *====================================================             00226000
       PROCEDURE                                 DIVISION.              00227000
      *====================================================             00228000
      *-----------------------------------------------------            00229000
       0000-PRINCIPAL                             SECTION.              00230000
      *-----------------------------------------------------            00231000
           PERFORM 1000-INICIALIZAR.                                    00232000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-ALUNOS                   00233000
                   EQUAL 10.                                            00234000
           PERFORM 3000-FINALIZAR.                                      00235000
           STOP RUN.                                                    00236000
      *-----------------------------------------------------            00237000
       0000-99-FIM.                                  EXIT.              00238000
      *-----------------------------------------------------            00239000
                                                                        00240000
      *-----------------------------------------------------            00241000
       1000-INICIALIZAR                           SECTION.              00242000
      *-----------------------------------------------------            00243000
           ACCEPT WRK-PARM FROM SYSIN.                                  00244000
           IF WRK-PARM-PERIODO NOT NUMERIC                              00245000
              OR WRK-PARM-PERIODO EQUAL ZEROS                           00246000
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD                     00247000
            MOVE WRK-HOJE-AAAAMM TO WRK-PARM-PERIODO                    00248000
           END-IF.                                                      00249000
           IF WRK-PARM-MINIMA NOT NUMERIC                               00250000
              OR WRK-PARM-MINIMA EQUAL ZEROS                            00251000
            MOVE 5 TO WRK-PARM-MINIMA                                   00252000
           END-IF.                                                      00253000
                                                                        00254000
           OPEN INPUT ALUNOS DISCIPL NOTAS                              00255000
                OUTPUT ALUNOSM NOTADISC RELNOTAS.                       00256000
             PERFORM 4000-TESTAR-STATUS.                                00257000
                                                                        00258000
           MOVE WRK-PARM-PERIODO TO WRK-CAB-PERIODO.                    00259000
           WRITE FD-RELNOTAS FROM WRK-REL-CABEC.                        00260000
           WRITE FD-RELNOTAS FROM WRK-LINHABRANCO.                      00261000
                                                                        00262000
           PERFORM 1100-CARREGAR-GRADE                                  00263000
                   UNTIL WRK-FS-DISCIPL EQUAL 10.                       00264000
           CLOSE DISCIPL.                                               00265000
                                                                        00266000
           PERFORM 5100-LER-NOTA.                                       00267000
           READ ALUNOS.                                                 00268000
           IF WRK-FS-ALUNOS EQUAL 10                                    00269000
            DISPLAY 'ALUNOS VAZIO'                                      00270000
           END-IF.                                                      00271000
      *-----------------------------------------------------            00272000
       1000-99-FIM.                                  EXIT.              00273000
      *-----------------------------------------------------            00274000
                                                                        00275000
      *-----------------------------------------------------            00276000
       1100-CARREGAR-GRADE                        SECTION.              00277000
      *-----------------------------------------------------            00278000
           READ DISCIPL.                                                00279000
           IF WRK-FS-DISCIPL NOT EQUAL 10                               00280000
            IF WRK-DIS-COUNT LESS 100                                   00281000
             ADD 1 TO WRK-DIS-COUNT                                     00282000
             MOVE FD-DIS-SERIE  TO WRK-DIS-SERIE (WRK-DIS-COUNT)        00283000
             MOVE FD-DIS-DISCIP TO WRK-DIS-DISCIP (WRK-DIS-COUNT)       00284000
             MOVE FD-DIS-PESO   TO WRK-DIS-PESO (WRK-DIS-COUNT)         00285000
             MOVE FD-DIS-MINIMA TO WRK-DIS-MINIMA (WRK-DIS-COUNT)       00286000
             IF FD-DIS-PESO NOT NUMERIC                                 00287000
                OR FD-DIS-PESO EQUAL ZEROS                              00288000
              MOVE 1 TO WRK-DIS-PESO (WRK-DIS-COUNT)                    00289000
             END-IF                                                     00290000
             IF FD-DIS-MINIMA NOT NUMERIC                               00291000
                OR FD-DIS-MINIMA EQUAL ZEROS                            00292000
              MOVE WRK-PARM-MINIMA                                      00293000
                TO WRK-DIS-MINIMA (WRK-DIS-COUNT)                       00294000
             END-IF                                                     00295000
            ELSE                                                        00296000
             DISPLAY 'TABELA DE DISCIPLINAS CHEIA'                      00297000
            END-IF                                                      00298000
           END-IF.                                                      00299000
      *-----------------------------------------------------            00300000
       1100-99-FIM.                                  EXIT.              00301000
      *-----------------------------------------------------            00302000
                                                                        00303000
      *-----------------------------------------------------            00304000
       2000-PROCESSAR                             SECTION.              00305000
      *-----------------------------------------------------            00306000
      *    NOTAS E ALUNOS VEM POR RM: AS NOTAS DE RM                    00307000
      *    MENOR QUE O ALUNO CORRENTE NAO TEM ALUNO.                    00308000
           ADD 1 TO WRK-REGLIDOS.                                       00309000
           MOVE ZEROS TO WRK-NAL-COUNT.                                 00310000
           PERFORM 2100-DESCARTAR-NOTA                                  00311000
                   UNTIL WRK-NOT-RM NOT LESS FD-ALU-RM.                 00312000
           PERFORM 2200-GUARDAR-NOTA                                    00313000
                   UNTIL WRK-NOT-RM NOT EQUAL FD-ALU-RM.                00314000
                                                                        00315000
           MOVE ZEROS TO WRK-SOMA-PONDER.                               00316000
           MOVE ZEROS TO WRK-SOMA-PESOS.                                00317000
           MOVE ZEROS TO WRK-QTD-DISC.                                  00318000
           MOVE 1 TO WRK-DIS-IDX.                                       00319000
           PERFORM 2300-CALCULAR-DISCIPLINA                             00320000
                   UNTIL WRK-DIS-IDX GREATER WRK-DIS-COUNT.             00321000
                                                                        00322000
      *    SERIE SEM GRADE CADASTRADA MANTEM A MEDIA QUE                00323000
      *    VEIO NA POPULACAO.                                           00324000
           IF WRK-QTD-DISC EQUAL ZEROS                                  00325000
            ADD 1 TO WRK-REGSEMGRADE                                    00326000
            MOVE FD-ALU-RM TO WRK-REL-RM                                00327000
            MOVE FD-ALU-SERIE TO WRK-REL-DISCIP                         00328000
            MOVE 'SERIE SEM GRADE - MEDIA MANTIDA'                      00329000
              TO WRK-REL-MOTIVO                                         00330000
            WRITE FD-RELNOTAS FROM WRK-REL-LINHA                        00331000
           ELSE                                                         00332000
            COMPUTE WRK-MEDIA-GERAL ROUNDED =                           00333000
                    WRK-SOMA-PONDER / WRK-SOMA-PESOS                    00334000
            IF WRK-MEDIA-GERAL NOT LESS 10                              00335000
             MOVE '10,0' TO FD-ALU-MEDIA                                00336000
            ELSE                                                        00337000
             MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-ED                       00338000
             MOVE WRK-MEDIA-ED    TO FD-ALU-MEDIA                       00339000
            END-IF                                                      00340000
           END-IF.                                                      00341000
                                                                        00342000
           MOVE 1 TO WRK-NAL-IDX.                                       00343000
           PERFORM 2400-CONFERIR-FORA-GRADE                             00344000
                   UNTIL WRK-NAL-IDX GREATER WRK-NAL-COUNT.             00345000
                                                                        00346000
           WRITE FD-ALUNOSM FROM FD-ALUNOS.                             00347000
           READ ALUNOS.                                                 00348000
      *-----------------------------------------------------            00349000
       2000-99-FIM.                                  EXIT.              00350000
      *-----------------------------------------------------            00351000
                                                                        00352000
      *-----------------------------------------------------            00353000
       2100-DESCARTAR-NOTA                        SECTION.              00354000
      *-----------------------------------------------------            00355000
           ADD 1 TO WRK-REGREJEIT.                                      00356000
           MOVE FD-NOT-RM     TO WRK-REL-RM.                            00357000
           MOVE FD-NOT-DISCIP TO WRK-REL-DISCIP.                        00358000
           MOVE 'RM SEM ALUNO NO PERIODO' TO WRK-REL-MOTIVO.            00359000
           WRITE FD-RELNOTAS FROM WRK-REL-LINHA.                        00360000
           PERFORM 5100-LER-NOTA.                                       00361000
      *-----------------------------------------------------            00362000
       2100-99-FIM.                                  EXIT.              00363000
      *-----------------------------------------------------            00364000
                                                                        00365000
      *-----------------------------------------------------            00366000
       2200-GUARDAR-NOTA                          SECTION.              00367000
      *-----------------------------------------------------            00368000
           MOVE FD-NOT-RM     TO WRK-REL-RM.                            00369000
           MOVE FD-NOT-DISCIP TO WRK-REL-DISCIP.                        00370000
           MOVE 'N' TO WRK-NAL-ACHOU.                                   00371000
           MOVE 1   TO WRK-NAL-IDX.                                     00372000
           PERFORM 2210-PROCURA-BIMESTRE                                00373000
                   UNTIL WRK-NAL-IDX GREATER WRK-NAL-COUNT              00374000
                      OR WRK-NAL-ACHOU EQUAL 'S'.                       00375000
           EVALUATE TRUE                                                00376000
            WHEN FD-NOT-NOTA NOT NUMERIC                                00377000
              OR FD-NOT-NOTA GREATER 10                                 00378000
             ADD 1 TO WRK-REGREJEIT                                     00379000
             MOVE 'NOTA INVALIDA' TO WRK-REL-MOTIVO                     00380000
             WRITE FD-RELNOTAS FROM WRK-REL-LINHA                       00381000
            WHEN FD-NOT-BIMESTRE NOT NUMERIC                            00382000
              OR FD-NOT-BIMESTRE LESS 1                                 00383000
              OR FD-NOT-BIMESTRE GREATER 4                              00384000
             ADD 1 TO WRK-REGREJEIT                                     00385000
             MOVE 'BIMESTRE INVALIDO' TO WRK-REL-MOTIVO                 00386000
             WRITE FD-RELNOTAS FROM WRK-REL-LINHA                       00387000
            WHEN WRK-NAL-ACHOU EQUAL 'S'                                00388000
             ADD 1 TO WRK-REGREJEIT                                     00389000
             MOVE 'BIMESTRE LANCADO EM DUPLICIDADE'                     00390000
               TO WRK-REL-MOTIVO                                        00391000
             WRITE FD-RELNOTAS FROM WRK-REL-LINHA                       00392000
            WHEN WRK-NAL-COUNT NOT LESS 60                              00393000
             ADD 1 TO WRK-REGREJEIT                                     00394000
             MOVE 'EXCESSO DE NOTAS PARA O ALUNO'                       00395000
               TO WRK-REL-MOTIVO                                        00396000
             WRITE FD-RELNOTAS FROM WRK-REL-LINHA                       00397000
            WHEN OTHER                                                  00398000
             ADD 1 TO WRK-REGNOTAS                                      00399000
             ADD 1 TO WRK-NAL-COUNT                                     00400000
             MOVE FD-NOT-DISCIP                                         00401000
               TO WRK-NAL-DISCIP (WRK-NAL-COUNT)                        00402000
             MOVE FD-NOT-BIMESTRE                                       00403000
               TO WRK-NAL-BIMESTRE (WRK-NAL-COUNT)                      00404000
             MOVE FD-NOT-NOTA TO WRK-NAL-NOTA (WRK-NAL-COUNT)           00405000
             MOVE 'N' TO WRK-NAL-USADA (WRK-NAL-COUNT)                  00406000
           END-EVALUATE.                                                00407000
           PERFORM 5100-LER-NOTA.                                       00408000
      *-----------------------------------------------------            00409000
       2200-99-FIM.                                  EXIT.              00410000
      *-----------------------------------------------------            00411000
                                                                        00412000
      *-----------------------------------------------------            00413000
       2210-PROCURA-BIMESTRE                      SECTION.              00414000
      *-----------------------------------------------------            00415000
           IF FD-NOT-DISCIP EQUAL WRK-NAL-DISCIP (WRK-NAL-IDX)          00416000
              AND FD-NOT-BIMESTRE EQUAL                                 00417000
                  WRK-NAL-BIMESTRE (WRK-NAL-IDX)                        00418000
            MOVE 'S' TO WRK-NAL-ACHOU                                   00419000
           ELSE                                                         00420000
            ADD 1 TO WRK-NAL-IDX                                        00421000
           END-IF.                                                      00422000
      *-----------------------------------------------------            00423000
       2210-99-FIM.                                  EXIT.              00424000
      *-----------------------------------------------------            00425000
                                                                        00426000
      *-----------------------------------------------------            00427000
       2300-CALCULAR-DISCIPLINA                   SECTION.              00428000
      *-----------------------------------------------------            00429000
      *    DISCIPLINA DA GRADE SEM NENHUMA NOTA ENTRA COM               00430000
      *    MEDIA ZERO (ABAIXO DA MINIMA) E SAI NO RELNOTAS.             00431000
           IF WRK-DIS-SERIE (WRK-DIS-IDX) EQUAL FD-ALU-SERIE            00432000
            ADD 1 TO WRK-QTD-DISC                                       00433000
            MOVE ZEROS TO WRK-SOMA-NOTAS                                00434000
            MOVE ZEROS TO WRK-QTD-NOTAS                                 00435000
            MOVE 1 TO WRK-NAL-IDX                                       00436000
            PERFORM 2310-SOMAR-NOTA                                     00437000
                    UNTIL WRK-NAL-IDX GREATER WRK-NAL-COUNT             00438000
            IF WRK-QTD-NOTAS GREATER ZEROS                              00439000
             COMPUTE WRK-MEDIA-DISC ROUNDED =                           00440000
                     WRK-SOMA-NOTAS / WRK-QTD-NOTAS                     00441000
            ELSE                                                        00442000
             MOVE ZEROS TO WRK-MEDIA-DISC                               00443000
             MOVE FD-ALU-RM TO WRK-REL-RM                               00444000
             MOVE WRK-DIS-DISCIP (WRK-DIS-IDX) TO WRK-REL-DISCIP        00445000
             MOVE 'DISCIPLINA SEM NOTA LANCADA'                         00446000
               TO WRK-REL-MOTIVO                                        00447000
             WRITE FD-RELNOTAS FROM WRK-REL-LINHA                       00448000
            END-IF                                                      00449000
            COMPUTE WRK-SOMA-PONDER = WRK-SOMA-PONDER +                 00450000
                    WRK-MEDIA-DISC * WRK-DIS-PESO (WRK-DIS-IDX)         00451000
            ADD WRK-DIS-PESO (WRK-DIS-IDX) TO WRK-SOMA-PESOS            00452000
            PERFORM 2350-GRAVAR-NOTADISC                                00453000
           END-IF.                                                      00454000
           ADD 1 TO WRK-DIS-IDX.                                        00455000
      *-----------------------------------------------------            00456000
       2300-99-FIM.                                  EXIT.              00457000
      *-----------------------------------------------------            00458000
                                                                        00459000
      *-----------------------------------------------------            00460000
       2310-SOMAR-NOTA                            SECTION.              00461000
      *-----------------------------------------------------            00462000
           IF WRK-NAL-DISCIP (WRK-NAL-IDX) EQUAL                        00463000
              WRK-DIS-DISCIP (WRK-DIS-IDX)                              00464000
            ADD WRK-NAL-NOTA (WRK-NAL-IDX) TO WRK-SOMA-NOTAS            00465000
            ADD 1 TO WRK-QTD-NOTAS                                      00466000
            MOVE 'S' TO WRK-NAL-USADA (WRK-NAL-IDX)                     00467000
           END-IF.                                                      00468000
           ADD 1 TO WRK-NAL-IDX.                                        00469000
      *-----------------------------------------------------            00470000
       2310-99-FIM.                                  EXIT.              00471000
      *-----------------------------------------------------            00472000
                                                                        00473000
      *-----------------------------------------------------            00474000
       2350-GRAVAR-NOTADISC                       SECTION.              00475000
      *-----------------------------------------------------            00476000
           MOVE FD-ALU-RM                    TO FD-NDS-RM.              00477000
           MOVE WRK-PARM-PERIODO             TO FD-NDS-PERIODO.         00478000
           MOVE FD-ALU-SERIE                 TO FD-NDS-SERIE.           00479000
           MOVE WRK-DIS-DISCIP (WRK-DIS-IDX) TO FD-NDS-DISCIP.          00480000
           MOVE WRK-MEDIA-DISC               TO FD-NDS-MEDIA.           00481000
           MOVE WRK-DIS-MINIMA (WRK-DIS-IDX) TO FD-NDS-MINIMA.          00482000
           MOVE WRK-DIS-PESO (WRK-DIS-IDX)   TO FD-NDS-PESO.            00483000
           IF WRK-MEDIA-DISC LESS WRK-DIS-MINIMA (WRK-DIS-IDX)          00484000
            MOVE 'R' TO FD-NDS-SIT                                      00485000
            ADD 1 TO WRK-REGABAIXO                                      00486000
           ELSE                                                         00487000
            MOVE 'A' TO FD-NDS-SIT                                      00488000
           END-IF.                                                      00489000
           WRITE FD-NOTADISC.                                           00490000
           ADD 1 TO WRK-REGDISC.                                        00491000
      *-----------------------------------------------------            00492000
       2350-99-FIM.                                  EXIT.              00493000
      *-----------------------------------------------------            00494000
                                                                        00495000
      *-----------------------------------------------------            00496000
       2400-CONFERIR-FORA-GRADE                   SECTION.              00497000
      *-----------------------------------------------------            00498000
           IF WRK-NAL-USADA (WRK-NAL-IDX) EQUAL 'N'                     00499000
            ADD 1 TO WRK-REGREJEIT                                      00500000
            MOVE FD-ALU-RM TO WRK-REL-RM                                00501000
            MOVE WRK-NAL-DISCIP (WRK-NAL-IDX) TO WRK-REL-DISCIP         00502000
            MOVE 'DISCIPLINA FORA DA GRADE DA SERIE'                    00503000
              TO WRK-REL-MOTIVO                                         00504000
            WRITE FD-RELNOTAS FROM WRK-REL-LINHA                        00505000
           END-IF.                                                      00506000
           ADD 1 TO WRK-NAL-IDX.                                        00507000
      *-----------------------------------------------------            00508000
       2400-99-FIM.                                  EXIT.              00509000
      *-----------------------------------------------------            00510000
                                                                        00511000
      *-----------------------------------------------------            00512000
       3000-FINALIZAR                             SECTION.              00513000
      *-----------------------------------------------------            00514000
           PERFORM 2100-DESCARTAR-NOTA                                  00515000
                   UNTIL WRK-NOT-RM EQUAL HIGH-VALUES.                  00516000
                                                                        00517000
           CLOSE ALUNOS NOTAS ALUNOSM NOTADISC RELNOTAS.                00518000
                                                                        00519000
           DISPLAY ' '.                                                 00520000
           DISPLAY 'ALUNOS LIDOS:          ' WRK-REGLIDOS.              00521000
           DISPLAY 'NOTAS ACEITAS:         ' WRK-REGNOTAS.              00522000
           DISPLAY 'NOTAS REJEITADAS:      ' WRK-REGREJEIT.             00523000
           DISPLAY 'MEDIAS POR DISCIPLINA: ' WRK-REGDISC.               00524000
           DISPLAY 'ABAIXO DA MINIMA:      ' WRK-REGABAIXO.             00525000
           DISPLAY 'ALUNOS SEM GRADE:      ' WRK-REGSEMGRADE.           00526000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00527000
      *-----------------------------------------------------            00528000
       3000-99-FIM.                                  EXIT.              00529000
      *-----------------------------------------------------            00530000
                                                                        00531000
      *-----------------------------------------------------            00532000
       4000-TESTAR-STATUS                         SECTION.              00533000
      *-----------------------------------------------------            00534000
           IF WRK-FS-ALUNOS NOT EQUAL 00                                00535000
            MOVE 'ARQ2211'              TO WRK-PROGRAMA                 00536000
            MOVE 'ERRO NO OPEN ALUNOS'  TO WRK-MENSAGEM                 00537000
            MOVE '1000'                 TO WRK-SECAO                    00538000
            MOVE WRK-FS-ALUNOS          TO WRK-STATUS                   00539000
            PERFORM 9000-ERRO                                           00540000
           END-IF.                                                      00541000
           IF WRK-FS-DISCIPL NOT EQUAL 00                               00542000
            MOVE 'ARQ2211'              TO WRK-PROGRAMA                 00543000
            MOVE 'ERRO NO OPEN DISCIPL' TO WRK-MENSAGEM                 00544000
            MOVE '1000'                 TO WRK-SECAO                    00545000
            MOVE WRK-FS-DISCIPL         TO WRK-STATUS                   00546000
            PERFORM 9000-ERRO                                           00547000
           END-IF.                                                      00548000
           IF WRK-FS-NOTAS NOT EQUAL 00                                 00549000
            MOVE 'ARQ2211'              TO WRK-PROGRAMA                 00550000
            MOVE 'ERRO NO OPEN NOTAS'   TO WRK-MENSAGEM                 00551000
            MOVE '1000'                 TO WRK-SECAO                    00552000
            MOVE WRK-FS-NOTAS           TO WRK-STATUS                   00553000
            PERFORM 9000-ERRO                                           00554000
           END-IF.                                                      00555000
           IF WRK-FS-ALUNOSM NOT EQUAL 00                               00556000
            MOVE 'ARQ2211'              TO WRK-PROGRAMA                 00557000
            MOVE 'ERRO NO OPEN ALUNOSM' TO WRK-MENSAGEM                 00558000
            MOVE '1000'                 TO WRK-SECAO                    00559000
            MOVE WRK-FS-ALUNOSM         TO WRK-STATUS                   00560000
            PERFORM 9000-ERRO                                           00561000
           END-IF.                                                      00562000
           IF WRK-FS-NOTADISC NOT EQUAL 00                              00563000
            MOVE 'ARQ2211'              TO WRK-PROGRAMA                 00564000
            MOVE 'ERRO NO OPEN NOTADISC' TO WRK-MENSAGEM                00565000
            MOVE '1000'                 TO WRK-SECAO                    00566000
            MOVE WRK-FS-NOTADISC        TO WRK-STATUS                   00567000
            PERFORM 9000-ERRO                                           00568000
           END-IF.                                                      00569000
           IF WRK-FS-RELNOTAS NOT EQUAL 00                              00570000
            MOVE 'ARQ2211'              TO WRK-PROGRAMA                 00571000
            MOVE 'ERRO NO OPEN RELNOTAS' TO WRK-MENSAGEM                00572000
            MOVE '1000'                 TO WRK-SECAO                    00573000
            MOVE WRK-FS-RELNOTAS        TO WRK-STATUS                   00574000
            PERFORM 9000-ERRO                                           00575000
           END-IF.                                                      00576000
      *-----------------------------------------------------            00577000
       4000-99-FIM.                                  EXIT.              00578000
      *-----------------------------------------------------            00579000
                                                                        00580000
      *-----------------------------------------------------            00581000
       5100-LER-NOTA                              SECTION.              00582000
      *-----------------------------------------------------            00583000
      *    NOTAS FORA DA ORDEM DE RM DARIAM MEDIA ERRADA                00584000
      *    SEM AVISO: O PROCESSAMENTO PARA.                             00585000
           READ NOTAS.                                                  00586000
           IF WRK-FS-NOTAS EQUAL 10                                     00587000
            MOVE HIGH-VALUES TO WRK-NOT-RM                              00588000
           ELSE                                                         00589000
            IF FD-NOT-RM LESS WRK-NOT-RM                                00590000
             MOVE 'ARQ2211'              TO WRK-PROGRAMA                00591000
             MOVE 'NOTAS FORA DA ORDEM DE RM' TO WRK-MENSAGEM           00592000
             MOVE '5100'                 TO WRK-SECAO                   00593000
             MOVE WRK-FS-NOTAS           TO WRK-STATUS                  00594000
             PERFORM 9000-ERRO                                          00595000
            END-IF                                                      00596000
            MOVE FD-NOT-RM TO WRK-NOT-RM                                00597000
           END-IF.                                                      00598000
      *-----------------------------------------------------            00599000
       5100-99-FIM.                                  EXIT.              00600000
      *-----------------------------------------------------            00601000
                                                                        00602000
      *-----------------------------------------------------            00603000
       9000-ERRO                                  SECTION.              00604000
      *-----------------------------------------------------            00605000
           DISPLAY WRK-MENSAGEM.                                        00606000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00607000
           GOBACK.                                                      00608000
      *-----------------------------------------------------            00609000
       9000-99-FIM.                                  EXIT.              00610000
      *-----------------------------------------------------            00611000
