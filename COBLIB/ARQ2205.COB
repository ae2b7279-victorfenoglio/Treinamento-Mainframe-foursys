      *            (ALUNOS COM TURMA), COM ESTATISTICAS   *             00009000
      *            POR TURMA EM RELTURMA E BOLETIM        *             00010000
      *            INDIVIDUAL POR ALUNO EM BOLETIM.       *             00011000
      *            OS PROFESSORES DE CADA TURMA (PROFVAL, *             00011160
      *            VALIDADO PELO ARQ2209) SAEM NO         *             00011320
      *            RELTURMA POR DISCIPLINA E O BOLETIM    *             00011480
      *            TRAZ O PROFESSOR REGENTE (O DE MAIS    *             00011640
      *            HORAS SEMANAIS NA TURMA).              *             00011800
      *            OS ALUNOS EM RECUPERACAO (SITUACAO RC) *             00011840
      *            SAEM POR TURMA EM RELRECUP PARA A      *             00011880
      *            PROVA; A NOTA DA PROVA E APLICADA PELO *             00011920
      *            ARQ2210 ANTES DO ARQ2206.              *             00011960
      *            COM AS MEDIAS POR DISCIPLINA           *             00011965
      *            (NOTADISC, DO ARQ2211) O BOLETIM LISTA *             00011970
      *            CADA DISCIPLINA COM MEDIA E NOTA       *             00011975
      *            MINIMA, E DISCIPLINA ABAIXO DA MINIMA  *             00011980
      *            LEVA O ALUNO A RECUPERACAO MESMO COM   *             00011985
      *            MEDIA GERAL 7.                         *             00011990
      *---------------------------------------------------*             00012000
      *  ARQUIVOS:                                        *             00013000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00014000
      *  RELREC              O             ---------      *             00017000
      *  RELHONRA            O             ---------      *             00018000
      *  FREQ2205            I             ---------      *             00019000
      *  PROFVAL             I             ---------      *             00019500
      *  SITALUNO            O             ---------      *             00020000
      *  RELRECUP            O             ---------      *             00020500
      *  NOTADISC            I             ---------      *             00020750
      *---------------------------------------------------*             00021000
      *  BASE DE DADOS:                                   *             00022000
      *  IVAN.CHECKP        I/O              #CHECKP      *             00023000
           SELECT SITALUNO ASSIGN TO SITALUNO                           00054000
               FILE STATUS IS WRK-FS-SITALUNO.                          00055000
                                                                        00056000
           SELECT PROFVAL ASSIGN TO PROFVAL                             00056250
               FILE STATUS IS WRK-FS-PROFVAL.                           00056500
                                                                        00056560
           SELECT RELRECUP ASSIGN TO RELRECUP                           00056620
               FILE STATUS IS WRK-FS-RELRECUP.                          00056680
                                                                        00056690
           SELECT NOTADISC ASSIGN TO NOTADISC                           00056700
               FILE STATUS IS WRK-FS-NOTADISC.                          00056710
                                                                        00056750
      *====================================================             00057000
       DATA                                      DIVISION.              00058000
      *====================================================             00059000
       FD BOLETIM                                                       00090000
           RECORDING MODE IS F.                                         00091000
                                                                        00092000
       01 FD-BOLETIM         PIC X(136).                                00093000
                                                                        00094000
       FD FREQ2205                                                      00095000
           RECORDING MODE IS F.                                         00096000
          05 FD-SIT-MEDIA    PIC 9(02)V9(02).                           00113000
          05 FD-SIT-FREQ     PIC 9(03).                                 00114000
          05 FD-SIT-SIT      PIC X(02).                                 00115000
                                                                        00115070
       FD PROFVAL                                                       00115140
           RECORDING MODE IS F.                                         00115210
      *-----------LRECL 60----------------------------------            00115280
       01 FD-PROFVAL.                                                   00115350
          05 FD-PRV-TURMA    PIC X(03).                                 00115420
          05 FD-PRV-SERIE    PIC X(03).                                 00115490
          05 FD-PRV-DISCIP   PIC X(15).                                 00115560
          05 FD-PRV-IDFUNC   PIC 9(05).                                 00115630
          05 FD-PRV-HORAS    PIC 9(02).                                 00115700
          05 FD-PRV-NOME     PIC X(30).                                 00115770
          05 FILLER          PIC X(02).                                 00115840
                                                                        00115860
       FD RELRECUP                                                      00115880
           RECORDING MODE IS F.                                         00115900
      *-----------LRECL 80----------------------------------            00115920
       01 FD-RELRECUP        PIC X(80).                                 00115940
                                                                        00115944
       FD NOTADISC                                                      00115948
           RECORDING MODE IS F.                                         00115952
      *-----------LRECL 40----------------------------------            00115956
       01 FD-NOTADISC.                                                  00115960
          05 FD-NDS-RM       PIC X(05).                                 00115964
          05 FD-NDS-PERIODO  PIC 9(06).                                 00115968
          05 FD-NDS-SERIE    PIC X(03).                                 00115972
          05 FD-NDS-DISCIP   PIC X(15).                                 00115976
          05 FD-NDS-MEDIA    PIC 9(02)V9(02).                           00115980
          05 FD-NDS-MINIMA   PIC 9(02)V9(02).                           00115984
          05 FD-NDS-PESO     PIC 9(02).                                 00115988
          05 FD-NDS-SIT      PIC X(01).                                 00115992
      *-----------------------------------------------------            00116000
       WORKING-STORAGE                           SECTION.               00117000
      *-----------------------------------------------------            00118000
       77 WRK-FS-RELHONRA    PIC 9(02).                                 00131000
       77 WRK-FS-FREQ2205    PIC 9(02).                                 00132000
       77 WRK-FS-SITALUNO    PIC 9(02).                                 00133000
       77 WRK-FS-PROFVAL     PIC 9(02).                                 00133500
       77 WRK-FS-RELRECUP    PIC 9(02).                                 00133750
       77 WRK-FS-NOTADISC    PIC 9(02).                                 00133870
      *-----------------------------------------------------            00134000
       01 FILLER PIC X(48) VALUE                                        00135000
           '--------------VARIAVEIS PARA CHECKPOINT------'.             00136000
             10 WRK-FRQ-ASSIST   PIC 9(03).                             00187000
      *-----------------------------------------------------            00188000
       01 FILLER PIC X(48) VALUE                                        00189000
           '--------------PROFESSORES POR TURMA----------'.             00189060
      *-----------------------------------------------------            00189120
       77 WRK-PRV-COUNT      PIC 9(03)    VALUE 0.                      00189180
       77 WRK-PRV-IDX        PIC 9(03)    VALUE 0.                      00189240
       77 WRK-PRV-QTDE       PIC 9(02)    VALUE 0.                      00189300
       77 WRK-REG-HORAS      PIC 9(02)    VALUE ZEROS.                  00189360
       77 WRK-REG-NOME       PIC X(30)    VALUE SPACES.                 00189420
       01 WRK-PRV-TAB.                                                  00189480
          05 WRK-PRV-ITEM OCCURS 300 TIMES.                             00189540
             10 WRK-PRV-TURMA    PIC X(03).                             00189600
             10 WRK-PRV-DISCIP   PIC X(15).                             00189660
             10 WRK-PRV-HORAS    PIC 9(02).                             00189720
             10 WRK-PRV-NOME     PIC X(30).                             00189780
      *-----------------------------------------------------            00189840
       01 FILLER PIC X(48) VALUE                                        00189900
           '--------------MEDIAS POR DISCIPLINA----------'.             00189906
      *-----------------------------------------------------            00189912
       77 WRK-NDS-COUNT      PIC 9(04)    VALUE 0.                      00189918
       77 WRK-NDS-IDX        PIC 9(04)    VALUE 0.                      00189924
       77 WRK-DISC-ABAIXO    PIC 9(02)    VALUE ZEROS.                  00189930
       01 WRK-NDS-TAB.                                                  00189936
          05 WRK-NDS-ITEM OCCURS 5000 TIMES.                            00189942
             10 WRK-NDS-RM       PIC X(05).                             00189948
             10 WRK-NDS-DISCIP   PIC X(15).                             00189954
             10 WRK-NDS-MEDIA    PIC 9(02)V9(02).                       00189960
             10 WRK-NDS-MINIMA   PIC 9(02)V9(02).                       00189966
             10 WRK-NDS-SIT      PIC X(01).                             00189972
      *-----------------------------------------------------            00189978
       01 FILLER PIC X(48) VALUE                                        00189984
           '--------------ALUNOS GUARDADOS P/ BOLETIM----'.             00190000
      *-----------------------------------------------------            00191000
       77 WRK-ALU-COUNT      PIC 9(03)    VALUE 0.                      00192000
             10 WRK-ALU-MEDIA    PIC 9(02)V9(02).                       00199000
             10 WRK-ALU-FREQ     PIC 9(03).                             00200000
             10 WRK-ALU-SERIE    PIC X(03).                             00201000
             10 WRK-ALU-ABAIXO   PIC 9(02).                             00201500
      *-----------------------------------------------------            00202000
       01 FILLER PIC X(48) VALUE                                        00203000
           '--------------LINHAS DOS RELATORIOS----------'.             00204000
          05 WRK-TL-MELHOR    PIC X(20).                                00216000
          05 FILLER           PIC X(06) VALUE ' PIOR:'.                 00217000
          05 WRK-TL-PIOR      PIC X(20).                                00218000
       01 WRK-TUR-PROF.                                                 00218100
          05 FILLER           PIC X(07) VALUE SPACES.                   00218200
          05 FILLER           PIC X(11) VALUE 'PROFESSOR: '.            00218300
          05 WRK-TP-NOME      PIC X(30).                                00218400
          05 FILLER           PIC X(01) VALUE SPACES.                   00218500
          05 WRK-TP-DISCIP    PIC X(15).                                00218600
          05 FILLER           PIC X(07) VALUE ' HORAS:'.                00218700
          05 WRK-TP-HORAS     PIC Z9.                                   00218800
          05 FILLER           PIC X(13) VALUE SPACES.                   00218900
       01 WRK-BOL-LINHA.                                                00219000
          05 FILLER           PIC X(04) VALUE 'RM: '.                   00220000
          05 WRK-BL-RM        PIC X(05).                                00221000
          05 WRK-BL-SIT       PIC X(19).                                00232000
          05 FILLER           PIC X(07) VALUE ' TURMA '.                00233000
          05 WRK-BL-TURMED    PIC 9(02),9(02).                          00234000
          05 FILLER           PIC X(06) VALUE ' PROF:'.                 00234330
          05 WRK-BL-PROF      PIC X(30).                                00234660
          05 FILLER           PIC X(02) VALUE SPACES.                   00235000
       01 WRK-BOL-DISC.                                                 00235003
          05 FILLER           PIC X(10) VALUE SPACES.                   00235006
          05 FILLER           PIC X(12) VALUE 'DISCIPLINA: '.           00235009
          05 WRK-BD-DISCIP    PIC X(15).                                00235012
          05 FILLER           PIC X(08) VALUE ' MEDIA: '.               00235015
          05 WRK-BD-MEDIA     PIC 9(02),9(02).                          00235018
          05 FILLER           PIC X(09) VALUE ' MINIMA: '.              00235021
          05 WRK-BD-MINIMA    PIC 9(02),9(02).                          00235024
          05 FILLER           PIC X(01) VALUE SPACES.                   00235027
          05 WRK-BD-SIT       PIC X(16).                                00235030
          05 FILLER           PIC X(55) VALUE SPACES.                   00235033
       01 WRK-REC-CABEC      PIC X(80) VALUE                            00235040
           'LISTA DE RECUPERACAO POR TURMA'.                            00235080
       01 WRK-REC-TURMA.                                                00235120
          05 FILLER           PIC X(07) VALUE 'TURMA: '.                00235160
          05 WRK-RT-TURMA     PIC X(03).                                00235200
          05 FILLER           PIC X(70) VALUE SPACES.                   00235240
       01 WRK-REC-LINHA.                                                00235280
          05 FILLER           PIC X(03) VALUE SPACES.                   00235320
          05 FILLER           PIC X(04) VALUE 'RM: '.                   00235360
          05 WRK-RL-RM        PIC X(05).                                00235400
          05 FILLER           PIC X(01) VALUE SPACES.                   00235440
          05 WRK-RL-NOME      PIC X(20).                                00235480
          05 FILLER           PIC X(07) VALUE ' SERIE:'.                00235520
          05 WRK-RL-SERIE     PIC X(03).                                00235560
          05 FILLER           PIC X(07) VALUE ' MEDIA:'.                00235600
          05 WRK-RL-MEDIA     PIC 9(02),9(02).                          00235640
          05 FILLER           PIC X(06) VALUE ' FREQ:'.                 00235680
          05 WRK-RL-FREQ      PIC 9(03).                                00235720
          05 FILLER           PIC X(01) VALUE '%'.                      00235760
          05 FILLER           PIC X(15) VALUE SPACES.                   00235800
       77 WRK-REC-QTDE        PIC 9(03)    VALUE ZEROS.                 00235840
       77 WRK-REC-TOTAL       PIC 9(05)    VALUE ZEROS.                 00235880
      *====================================================             00236000
       PROCEDURE                                 DIVISION.              00237000
      *====================================================             00238000
                                                                        00259000
           OPEN INPUT ALUNOS                                            00260000
                OUTPUT RELREC RELHONRA                                  00261000
                       RELTURMA BOLETIM SITALUNO                        00261660
                       RELRECUP.                                        00262320
             PERFORM 4000-TESTAR-STATUS.                                00263000
           OPEN INPUT FREQ2205.                                         00264000
           PERFORM 4600-TESTASTATUS-FREQ2205.                           00265000
           PERFORM 1300-CARREGAR-FREQUENCIA                             00266000
                   UNTIL WRK-FS-FREQ2205 EQUAL 10.                      00267000
           CLOSE FREQ2205.                                              00268000
      *    SEM PROFVAL (ARQ2209 NAO RODOU) OS RELATORIOS                00268080
      *    SAEM SEM PROFESSOR.                                          00268160
           OPEN INPUT PROFVAL.                                          00268240
           IF WRK-FS-PROFVAL EQUAL 35                                   00268320
            DISPLAY 'PROFVAL AUSENTE - TURMAS SEM PROFESSOR'            00268400
           ELSE                                                         00268480
            PERFORM 4650-TESTASTATUS-PROFVAL                            00268560
            PERFORM 1400-CARREGAR-PROFESSORES                           00268640
                    UNTIL WRK-FS-PROFVAL EQUAL 10                       00268720
            CLOSE PROFVAL                                               00268800
           END-IF.                                                      00268806
      *    SEM NOTADISC (ARQ2211 NAO RODOU) VALE SO A MEDIA             00268812
      *    GERAL QUE VEIO NO ALUNOS.                                    00268818
           OPEN INPUT NOTADISC.                                         00268824
           IF WRK-FS-NOTADISC EQUAL 35                                  00268830
            DISPLAY 'NOTADISC AUSENTE - SEM NOTAS POR DISCIPLINA'       00268836
           ELSE                                                         00268842
            PERFORM 4660-TESTASTATUS-NOTADISC                           00268848
            PERFORM 1500-CARREGAR-DISCIPLINAS                           00268854
                    UNTIL WRK-FS-NOTADISC EQUAL 10                      00268860
            CLOSE NOTADISC                                              00268866
           END-IF.                                                      00268880
           PERFORM 1100-LER-CHECKPOINT.                                 00269000
           READ ALUNOS.                                                 00270000
           IF WRK-FS-ALUNOS EQUAL 10                                    00271000
           COMPUTE WRK-MEDIA-NUM =                                      00333000
                   FUNCTION NUMVAL(WRK-MEDIA).                          00334000
           PERFORM 2700-BUSCAR-FREQUENCIA.                              00335000
           PERFORM 2750-CONTAR-ABAIXO-MINIMA.                           00335500
           PERFORM 2600-ACUMULAR-TURMA.                                 00336000
           PERFORM 2650-GUARDAR-ALUNO.                                  00337000
      *-----------------------------------------------------            00338000
           END-IF.                                                      00357000
      *-----------------------------------------------------            00358000
       1300-99-FIM.                                  EXIT.              00359000
      *-----------------------------------------------------            00359040
                                                                        00359080
      *-----------------------------------------------------            00359120
       1400-CARREGAR-PROFESSORES                  SECTION.              00359160
      *-----------------------------------------------------            00359200
           READ PROFVAL.                                                00359240
           IF WRK-FS-PROFVAL NOT EQUAL 10                               00359280
            IF WRK-PRV-COUNT LESS 300                                   00359320
             ADD 1 TO WRK-PRV-COUNT                                     00359360
             MOVE FD-PRV-TURMA  TO                                      00359400
                  WRK-PRV-TURMA (WRK-PRV-COUNT)                         00359440
             MOVE FD-PRV-DISCIP TO                                      00359480
                  WRK-PRV-DISCIP (WRK-PRV-COUNT)                        00359520
             MOVE FD-PRV-HORAS  TO                                      00359560
                  WRK-PRV-HORAS (WRK-PRV-COUNT)                         00359600
             MOVE FD-PRV-NOME   TO                                      00359640
                  WRK-PRV-NOME (WRK-PRV-COUNT)                          00359680
            ELSE                                                        00359720
             DISPLAY 'TABELA DE PROFESSORES CHEIA'                      00359760
            END-IF                                                      00359800
           END-IF.                                                      00359840
      *-----------------------------------------------------            00359880
       1400-99-FIM.                                  EXIT.              00359920
      *-----------------------------------------------------            00360000
                                                                        00361000
      *-----------------------------------------------------            00362000
       1500-CARREGAR-DISCIPLINAS                  SECTION.              00362040
      *-----------------------------------------------------            00362080
           READ NOTADISC.                                               00362120
           IF WRK-FS-NOTADISC NOT EQUAL 10                              00362160
            IF WRK-NDS-COUNT LESS 5000                                  00362200
             ADD 1 TO WRK-NDS-COUNT                                     00362240
             MOVE FD-NDS-RM     TO WRK-NDS-RM (WRK-NDS-COUNT)           00362280
             MOVE FD-NDS-DISCIP TO                                      00362320
                  WRK-NDS-DISCIP (WRK-NDS-COUNT)                        00362360
             MOVE FD-NDS-MEDIA  TO                                      00362400
                  WRK-NDS-MEDIA (WRK-NDS-COUNT)                         00362440
             MOVE FD-NDS-MINIMA TO                                      00362480
                  WRK-NDS-MINIMA (WRK-NDS-COUNT)                        00362520
             MOVE FD-NDS-SIT    TO WRK-NDS-SIT (WRK-NDS-COUNT)          00362560
            ELSE                                                        00362600
             DISPLAY 'TABELA DE NOTAS POR DISCIPLINA CHEIA'             00362640
            END-IF                                                      00362680
           END-IF.                                                      00362720
      *-----------------------------------------------------            00362760
       1500-99-FIM.                                  EXIT.              00362800
      *-----------------------------------------------------            00362840
                                                                        00362880
      *-----------------------------------------------------            00362920
       2000-PROCESSAR                             SECTION.              00363000
      *-----------------------------------------------------            00364000
           DISPLAY FD-ALUNOS                                            00365000
           COMPUTE WRK-MEDIA-NUM =                                      00368000
                   FUNCTION NUMVAL(WRK-MEDIA).                          00369000
           PERFORM 2700-BUSCAR-FREQUENCIA.                              00370000
           PERFORM 2750-CONTAR-ABAIXO-MINIMA.                           00370500
      *    ABAIXO DE 75% DE FREQUENCIA O ALUNO NAO ENTRA NO             00371000
      *    QUADRO DE HONRA, QUALQUER QUE SEJA A MEDIA; NEM              00371660
      *    COM ALGUMA DISCIPLINA ABAIXO DA NOTA MINIMA.                 00372320
           IF WRK-MEDIA-NUM LESS 7                                      00373000
              OR WRK-FREQ-PCT LESS 75                                   00374000
              OR WRK-DISC-ABAIXO GREATER ZEROS                          00374500
            WRITE FD-RELREC FROM FD-ALUNOS                              00375000
           ELSE                                                         00376000
            WRITE FD-RELHONRA FROM FD-ALUNOS                            00377000
           ADD WRK-MEDIA-NUM TO WRK-TUR-SOMA (WRK-TUR-IDX).             00430000
           IF WRK-MEDIA-NUM NOT LESS 7                                  00431000
              AND WRK-FREQ-PCT NOT LESS 75                              00432000
              AND WRK-DISC-ABAIXO EQUAL ZEROS                           00432500
            ADD 1 TO WRK-TUR-APROV (WRK-TUR-IDX)                        00433000
           END-IF.                                                      00434000
           IF WRK-MEDIA-NUM GREATER                                     00435000
              TO WRK-ALU-FREQ (WRK-ALU-COUNT)                           00459000
            MOVE FD-SERIE                                               00460000
              TO WRK-ALU-SERIE (WRK-ALU-COUNT)                          00461000
            MOVE WRK-DISC-ABAIXO                                        00461330
              TO WRK-ALU-ABAIXO (WRK-ALU-COUNT)                         00461660
           ELSE                                                         00462000
            DISPLAY 'TABELA DE ALUNOS CHEIA - BOLETIM '                 00463000
                    'INCOMPLETO'                                        00464000
           END-IF.                                                      00501000
      *-----------------------------------------------------            00502000
       2710-99-FIM.                                  EXIT.              00503000
      *-----------------------------------------------------            00503030
                                                                        00503060
      *-----------------------------------------------------            00503090
       2750-CONTAR-ABAIXO-MINIMA                  SECTION.              00503120
      *-----------------------------------------------------            00503150
      *    DISCIPLINAS DO ALUNO ABAIXO DA NOTA MINIMA DA                00503180
      *    GRADE: UMA SO JA IMPEDE A APROVACAO DIRETA.                  00503210
           MOVE ZEROS TO WRK-DISC-ABAIXO.                               00503240
           MOVE 1 TO WRK-NDS-IDX.                                       00503270
           PERFORM 2760-CONFERIR-DISCIPLINA                             00503300
                   UNTIL WRK-NDS-IDX GREATER WRK-NDS-COUNT.             00503330
      *-----------------------------------------------------            00503360
       2750-99-FIM.                                  EXIT.              00503390
      *-----------------------------------------------------            00503420
                                                                        00503450
      *-----------------------------------------------------            00503480
       2760-CONFERIR-DISCIPLINA                   SECTION.              00503510
      *-----------------------------------------------------            00503540
           IF FD-RM EQUAL WRK-NDS-RM (WRK-NDS-IDX)                      00503570
              AND WRK-NDS-SIT (WRK-NDS-IDX) EQUAL 'R'                   00503600
            ADD 1 TO WRK-DISC-ABAIXO                                    00503630
           END-IF.                                                      00503660
           ADD 1 TO WRK-NDS-IDX.                                        00503690
      *-----------------------------------------------------            00503720
       2760-99-FIM.                                  EXIT.              00503750
      *-----------------------------------------------------            00504000
                                                                        00505000
      *-----------------------------------------------------            00506000
           CALL 'GRAVACKP' USING CKP-DADOS.                             00511000
           PERFORM 3100-RELATORIO-TURMAS.                               00512000
           PERFORM 3200-GRAVAR-BOLETINS.                                00513000
           PERFORM 3300-LISTA-RECUPERACAO.                              00513500
           CLOSE ALUNOS RELREC RELHONRA                                 00514000
                 RELTURMA BOLETIM SITALUNO                              00514500
                 RELRECUP.                                              00515000
           DISPLAY 'ALUNOS EM RECUPERACAO: ' WRK-REC-TOTAL.             00515500
      *-----------------------------------------------------            00516000
       3000-99-FIM.                                  EXIT.              00517000
      *-----------------------------------------------------            00518000
           MOVE WRK-TUR-PIOR-NOME (WRK-TUR-IDX)                         00550000
             TO WRK-TL-PIOR.                                            00551000
           WRITE FD-RELTURMA FROM WRK-TUR-LINHA.                        00552000
           MOVE ZEROS TO WRK-PRV-QTDE.                                  00552090
           MOVE 1 TO WRK-PRV-IDX.                                       00552180
           PERFORM 3120-IMPRIME-PROFESSOR                               00552270
                   UNTIL WRK-PRV-IDX GREATER WRK-PRV-COUNT.             00552360
           IF WRK-PRV-QTDE EQUAL ZEROS                                  00552450
            MOVE 'SEM PROFESSOR ATRIBUIDO' TO WRK-TP-NOME               00552540
            MOVE SPACES TO WRK-TP-DISCIP                                00552630
            MOVE ZEROS  TO WRK-TP-HORAS                                 00552720
            WRITE FD-RELTURMA FROM WRK-TUR-PROF                         00552810
           END-IF.                                                      00552900
           ADD 1 TO WRK-TUR-IDX.                                        00553000
      *-----------------------------------------------------            00554000
       3110-99-FIM.                                  EXIT.              00555000
      *-----------------------------------------------------            00555050
                                                                        00555100
      *-----------------------------------------------------            00555150
       3120-IMPRIME-PROFESSOR                     SECTION.              00555200
      *-----------------------------------------------------            00555250
           IF WRK-PRV-TURMA (WRK-PRV-IDX) EQUAL                         00555300
              WRK-TUR-TURMA (WRK-TUR-IDX)                               00555350
            ADD 1 TO WRK-PRV-QTDE                                       00555400
            MOVE WRK-PRV-NOME (WRK-PRV-IDX)   TO WRK-TP-NOME            00555450
            MOVE WRK-PRV-DISCIP (WRK-PRV-IDX) TO WRK-TP-DISCIP          00555500
            MOVE WRK-PRV-HORAS (WRK-PRV-IDX)  TO WRK-TP-HORAS           00555550
            WRITE FD-RELTURMA FROM WRK-TUR-PROF                         00555600
           END-IF.                                                      00555650
           ADD 1 TO WRK-PRV-IDX.                                        00555700
      *-----------------------------------------------------            00555750
       3120-99-FIM.                                  EXIT.              00555800
      *-----------------------------------------------------            00556000
                                                                        00557000
      *-----------------------------------------------------            00558000
           EVALUATE TRUE                                                00578000
            WHEN WRK-ALU-FREQ (WRK-ALU-IDX) LESS 75                     00579000
             MOVE 'REPROVADO POR FALTA' TO WRK-BL-SIT                   00580000
            WHEN WRK-ALU-ABAIXO (WRK-ALU-IDX) GREATER ZEROS             00580330
             MOVE 'RECUPERACAO'         TO WRK-BL-SIT                   00580660
            WHEN WRK-ALU-MEDIA (WRK-ALU-IDX) NOT LESS 7                 00581000
             MOVE 'APROVADO'            TO WRK-BL-SIT                   00582000
            WHEN OTHER                                                  00583000
           PERFORM 3220-MEDIA-DA-TURMA                                  00589000
                   UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT.             00590000
           MOVE WRK-TUR-MEDIA TO WRK-BL-TURMED.                         00591000
      *    PROFESSOR REGENTE: O DE MAIS HORAS NA TURMA.                 00591120
           MOVE ZEROS  TO WRK-REG-HORAS.                                00591240
           MOVE SPACES TO WRK-REG-NOME.                                 00591360
           MOVE 1 TO WRK-PRV-IDX.                                       00591480
           PERFORM 3225-PROFESSOR-REGENTE                               00591600
                   UNTIL WRK-PRV-IDX GREATER WRK-PRV-COUNT.             00591720
           MOVE WRK-REG-NOME TO WRK-BL-PROF.                            00591840
                                                                        00592000
           WRITE FD-BOLETIM FROM WRK-BOL-LINHA.                         00593000
           MOVE 1 TO WRK-NDS-IDX.                                       00593250
           PERFORM 3215-BOLETIM-DISCIPLINA                              00593500
                   UNTIL WRK-NDS-IDX GREATER WRK-NDS-COUNT.             00593750
           PERFORM 3230-GRAVAR-SITUACAO.                                00594000
           ADD 1 TO WRK-ALU-IDX.                                        00595000
      *-----------------------------------------------------            00596000
       3210-99-FIM.                                  EXIT.              00597000
      *-----------------------------------------------------            00597040
                                                                        00597080
      *-----------------------------------------------------            00597120
       3215-BOLETIM-DISCIPLINA                    SECTION.              00597160
      *-----------------------------------------------------            00597200
      *    UMA LINHA POR DISCIPLINA DA GRADE, NA ORDEM DO               00597240
      *    NOTADISC, ABAIXO DA LINHA DO ALUNO.                          00597280
           IF WRK-NDS-RM (WRK-NDS-IDX) EQUAL                            00597320
              WRK-ALU-RM (WRK-ALU-IDX)                                  00597360
            MOVE WRK-NDS-DISCIP (WRK-NDS-IDX) TO WRK-BD-DISCIP          00597400
            MOVE WRK-NDS-MEDIA (WRK-NDS-IDX)  TO WRK-BD-MEDIA           00597440
            MOVE WRK-NDS-MINIMA (WRK-NDS-IDX) TO WRK-BD-MINIMA          00597480
            IF WRK-NDS-SIT (WRK-NDS-IDX) EQUAL 'R'                      00597520
             MOVE 'ABAIXO DA MINIMA' TO WRK-BD-SIT                      00597560
            ELSE                                                        00597600
             MOVE SPACES TO WRK-BD-SIT                                  00597640
            END-IF                                                      00597680
            WRITE FD-BOLETIM FROM WRK-BOL-DISC                          00597720
           END-IF.                                                      00597760
           ADD 1 TO WRK-NDS-IDX.                                        00597800
      *-----------------------------------------------------            00597840
       3215-99-FIM.                                  EXIT.              00597880
      *-----------------------------------------------------            00598000
                                                                        00599000
      *-----------------------------------------------------            00600000
           ADD 1 TO WRK-TUR-IDX.                                        00610000
      *-----------------------------------------------------            00611000
       3220-99-FIM.                                  EXIT.              00612000
      *-----------------------------------------------------            00612060
                                                                        00612120
      *-----------------------------------------------------            00612180
       3225-PROFESSOR-REGENTE                     SECTION.              00612240
      *-----------------------------------------------------            00612300
           IF WRK-PRV-TURMA (WRK-PRV-IDX) EQUAL                         00612360
              WRK-ALU-TURMA (WRK-ALU-IDX)                               00612420
              AND WRK-PRV-HORAS (WRK-PRV-IDX) GREATER                   00612480
                  WRK-REG-HORAS                                         00612540
            MOVE WRK-PRV-HORAS (WRK-PRV-IDX) TO WRK-REG-HORAS           00612600
            MOVE WRK-PRV-NOME (WRK-PRV-IDX)  TO WRK-REG-NOME            00612660
           END-IF.                                                      00612720
           ADD 1 TO WRK-PRV-IDX.                                        00612780
      *-----------------------------------------------------            00612840
       3225-99-FIM.                                  EXIT.              00612900
      *-----------------------------------------------------            00613000
                                                                        00614000
      *-----------------------------------------------------            00615000
      *-----------------------------------------------------            00617000
      *    RESULTADO DO PERIODO PARA O MASTER DE HISTORICO              00618000
      *    (ARQ2206): AP APROVADO / RC RECUPERACAO /                    00619000
      *    RF REPROVADO POR FALTA. O 'RC' E RESOLVIDO PELO              00619660
      *    ARQ2210 (AR OU RP) COM A NOTA DA RECUPERACAO.                00620320
           MOVE WRK-ALU-RM (WRK-ALU-IDX)    TO FD-SIT-RM.               00621000
           MOVE WRK-ALU-NOME (WRK-ALU-IDX)  TO FD-SIT-NOME.             00622000
           MOVE WRK-PARM-PERIODO            TO FD-SIT-PERIODO.          00623000
           EVALUATE TRUE                                                00628000
            WHEN WRK-ALU-FREQ (WRK-ALU-IDX) LESS 75                     00629000
             MOVE 'RF' TO FD-SIT-SIT                                    00630000
            WHEN WRK-ALU-ABAIXO (WRK-ALU-IDX) GREATER ZEROS             00630330
             MOVE 'RC' TO FD-SIT-SIT                                    00630660
            WHEN WRK-ALU-MEDIA (WRK-ALU-IDX) NOT LESS 7                 00631000
             MOVE 'AP' TO FD-SIT-SIT                                    00632000
            WHEN OTHER                                                  00633000
      *-----------------------------------------------------            00639000
                                                                        00640000
      *-----------------------------------------------------            00641000
       3300-LISTA-RECUPERACAO                     SECTION.              00641010
      *-----------------------------------------------------            00641020
      *    ALUNOS 'RC' (FREQUENCIA OK E MEDIA ABAIXO DE 7               00641026
      *    OU DISCIPLINA ABAIXO DA MINIMA)                              00641032
      *    AGRUPADOS POR TURMA, PARA A PROVA DE RECUPERACAO.            00641040
      *    AS NOTAS DA PROVA VOLTAM PELO ARQ2210.                       00641050
           WRITE FD-RELRECUP FROM WRK-REC-CABEC.                        00641060
           MOVE 1 TO WRK-TUR-IDX.                                       00641070
           PERFORM 3310-RECUPERACAO-TURMA                               00641080
                   UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT.             00641090
      *-----------------------------------------------------            00641100
       3300-99-FIM.                                  EXIT.              00641110
      *-----------------------------------------------------            00641120
                                                                        00641130
      *-----------------------------------------------------            00641140
       3310-RECUPERACAO-TURMA                     SECTION.              00641150
      *-----------------------------------------------------            00641160
           MOVE ZEROS TO WRK-REC-QTDE.                                  00641170
           MOVE 1 TO WRK-ALU-IDX.                                       00641180
           PERFORM 3320-RECUPERACAO-ALUNO                               00641190
                   UNTIL WRK-ALU-IDX GREATER WRK-ALU-COUNT.             00641200
           ADD 1 TO WRK-TUR-IDX.                                        00641210
      *-----------------------------------------------------            00641220
       3310-99-FIM.                                  EXIT.              00641230
      *-----------------------------------------------------            00641240
                                                                        00641250
      *-----------------------------------------------------            00641260
       3320-RECUPERACAO-ALUNO                     SECTION.              00641270
      *-----------------------------------------------------            00641280
           IF WRK-ALU-TURMA (WRK-ALU-IDX) EQUAL                         00641290
              WRK-TUR-TURMA (WRK-TUR-IDX)                               00641300
              AND WRK-ALU-FREQ (WRK-ALU-IDX) NOT LESS 75                00641310
              AND (WRK-ALU-MEDIA (WRK-ALU-IDX) LESS 7                   00641316
                OR WRK-ALU-ABAIXO (WRK-ALU-IDX) GREATER ZEROS)          00641322
            IF WRK-REC-QTDE EQUAL ZEROS                                 00641330
             MOVE WRK-TUR-TURMA (WRK-TUR-IDX) TO WRK-RT-TURMA           00641340
             WRITE FD-RELRECUP FROM WRK-REC-TURMA                       00641350
            END-IF                                                      00641360
            ADD 1 TO WRK-REC-QTDE                                       00641370
            ADD 1 TO WRK-REC-TOTAL                                      00641380
            MOVE WRK-ALU-RM (WRK-ALU-IDX)    TO WRK-RL-RM               00641390
            MOVE WRK-ALU-NOME (WRK-ALU-IDX)  TO WRK-RL-NOME             00641400
            MOVE WRK-ALU-SERIE (WRK-ALU-IDX) TO WRK-RL-SERIE            00641410
            MOVE WRK-ALU-MEDIA (WRK-ALU-IDX) TO WRK-RL-MEDIA            00641420
            MOVE WRK-ALU-FREQ (WRK-ALU-IDX)  TO WRK-RL-FREQ             00641430
            WRITE FD-RELRECUP FROM WRK-REC-LINHA                        00641440
           END-IF.                                                      00641450
           ADD 1 TO WRK-ALU-IDX.                                        00641460
      *-----------------------------------------------------            00641470
       3320-99-FIM.                                  EXIT.              00641480
      *-----------------------------------------------------            00641490
                                                                        00641500
      *-----------------------------------------------------            00641510
       4000-TESTAR-STATUS                         SECTION.              00642000
      *-----------------------------------------------------            00643000
           PERFORM 4100-TESTASTATUS-ALUNOS.                             00644000
           PERFORM 4400-TESTASTATUS-RELTURMA.                           00647000
           PERFORM 4500-TESTASTATUS-BOLETIM.                            00648000
           PERFORM 4550-TESTASTATUS-SITALUNO.                           00649000
           PERFORM 4560-TESTASTATUS-RELRECUP.                           00649500
      *-----------------------------------------------------            00650000
       4000-99-FIM.                                  EXIT.              00651000
      *-----------------------------------------------------            00652000
      *-----------------------------------------------------            00736000
                                                                        00737000
      *-----------------------------------------------------            00738000
       4560-TESTASTATUS-RELRECUP                  SECTION.              00738060
      *-----------------------------------------------------            00738120
           IF WRK-FS-RELRECUP NOT EQUAL 0                               00738180
             MOVE 'ARQ2205'             TO WRK-PROGRAMA                 00738240
             MOVE '4560'                TO WRK-SECAO                    00738300
             MOVE 'ERRO NO OPEN RELRECUP' TO WRK-MENSAGEM               00738360
             MOVE WRK-FS-RELRECUP       TO WRK-STATUS                   00738420
              PERFORM 9000-ERRO                                         00738480
           END-IF.                                                      00738540
      *-----------------------------------------------------            00738600
       4560-99-FIM.                                  EXIT.              00738660
      *-----------------------------------------------------            00738720
                                                                        00738780
      *-----------------------------------------------------            00738840
       4600-TESTASTATUS-FREQ2205                  SECTION.              00739000
      *-----------------------------------------------------            00740000
           IF WRK-FS-FREQ2205 NOT EQUAL 0                               00741000
       4600-99-FIM.                                  EXIT.              00749000
      *-----------------------------------------------------            00750000
                                                                        00751000
      *-----------------------------------------------------            00751060
       4650-TESTASTATUS-PROFVAL                   SECTION.              00751120
      *-----------------------------------------------------            00751180
           IF WRK-FS-PROFVAL NOT EQUAL 0                                00751240
             MOVE 'ARQ2205'             TO WRK-PROGRAMA                 00751300
             MOVE '4650'                TO WRK-SECAO                    00751360
             MOVE 'ERRO NO OPEN PROFVAL' TO WRK-MENSAGEM                00751420
             MOVE WRK-FS-PROFVAL        TO WRK-STATUS                   00751480
              PERFORM 9000-ERRO                                         00751540
           END-IF.                                                      00751600
      *-----------------------------------------------------            00751660
       4650-99-FIM.                                  EXIT.              00751720
      *-----------------------------------------------------            00751780
                                                                        00751840
      *-----------------------------------------------------            00751850
       4660-TESTASTATUS-NOTADISC                  SECTION.              00751860
      *-----------------------------------------------------            00751870
           IF WRK-FS-NOTADISC NOT EQUAL 0                               00751880
             MOVE 'ARQ2205'              TO WRK-PROGRAMA                00751890
             MOVE '4660'                 TO WRK-SECAO                   00751900
             MOVE 'ERRO NO OPEN NOTADISC' TO WRK-MENSAGEM               00751910
             MOVE WRK-FS-NOTADISC        TO WRK-STATUS                  00751920
              PERFORM 9000-ERRO                                         00751930
           END-IF.                                                      00751940
      *-----------------------------------------------------            00751950
       4660-99-FIM.                                  EXIT.              00751960
      *-----------------------------------------------------            00751970
                                                                        00751980
       7000-GRAVAR-CHECKPOINT                     SECTION.              00752000
      *-----------------------------------------------------            00753000
           MOVE ZEROS      TO WRK-CKP-NUM.                              00754000
