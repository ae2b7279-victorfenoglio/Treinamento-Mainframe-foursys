      *           MOV0106, FAZER A RELACAO(BALANCO) ENTRE *             00010000
      *           AS CHAVES E GRAVAR NO ARQUIVO DE SAIDA  *             00011000
      *           MOV0106A, MOV0106C.                     *             00012000
      *           CONTA INATIVA ('I', DORMENTE) SO ACEITA *             00012160
      *           CREDITO - QUE A REATIVA NA HORA E GERA  *             00012320
      *           A OPERACAO 'R' NO LAYOUT DO MANUCLI     *             00012480
      *           (MANUREAT) PARA O FR22EX07 - E A        *             00012640
      *           TARIFA DE CONTA INATIVA DO FR22EX15.    *             00012800
      *           DEPOSITO EM CHEQUE (TIPO 'Q') CREDITA O *             00012810
      *           SALDO COM O VALOR BLOQUEADO ATE A DATA  *             00012820
      *           DE COMPENSACAO (DIAUTIL, PRAZO EM DIAS  *             00012830
      *           UTEIS NO PARAMETRO) E VAI PARA CHQDEP;  *             00012840
      *           OS CHEQUES AINDA PENDENTES VEM DO       *             00012850
      *           CHQPEND (MASTER DO FR22EX21, QUE RODA   *             00012860
      *           ANTES) E O DEBITO SO USA O SALDO        *             00012870
      *           DISPONIVEL. DEVOLUCAO DE CHEQUE (TIPO   *             00012880
      *           'V', GERADA PELO FR22EX21) DEBITA SEM   *             00012890
      *           TESTE DE LIMITE NEM DE SITUACAO. CONTA  *             00012900
      *           COM BLOQUEIO SAI NO RELBLOQ COM SALDO,  *             00012910
      *           BLOQUEADO E DISPONIVEL.                 *             00012920
      *           O TOTEX04 LEVA OS TOTAIS DE CONCILIACAO *             00012930
      *           COM AS TARIFAS E OS JUROS DE CHEQUE     *             00012940
      *           ESPECIAL APLICADOS SEPARADOS DENTRO DOS *             00012950
      *           DEBITOS, PARA OS LANCAMENTOS CONTABEIS  *             00012960
      *           DO FR22DB75.                            *             00012970
      *---------------------------------------------------*             00013000
      *  ARQUIVOS:                                        *             00014000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00015000
      *  MOV0106C            O             ---------      *             00019000
      *  MOV0106R            O             ---------      *             00020000
      *  SALDOHIS            O             ---------      *             00021000
      *  MANUREAT            O             ---------      *             00021500
      *  CHQPEND             I             ---------      *             00021620
      *  CHQDEP              O             ---------      *             00021740
      *  RELBLOQ             O             ---------      *             00021860
      *===================================================*             00022000
                                                                        00023000
      *====================================================             00024000
           SELECT TOTEX04 ASSIGN TO TOTEX04                             00068000
               FILE STATUS IS WRK-FS-TOTEX04.                           00069000
                                                                        00070000
           SELECT MANUREAT ASSIGN TO MANUREAT                           00070250
               FILE STATUS IS WRK-FS-MANUREAT.                          00070500
                                                                        00070750
           SELECT CHQPEND ASSIGN TO CHQPEND                             00070770
               FILE STATUS IS WRK-FS-CHQPEND.                           00070790
                                                                        00070810
           SELECT CHQDEP ASSIGN TO CHQDEP                               00070830
               FILE STATUS IS WRK-FS-CHQDEP.                            00070850
                                                                        00070870
           SELECT RELBLOQ ASSIGN TO RELBLOQ                             00070890
               FILE STATUS IS WRK-FS-RELBLOQ.                           00070910
                                                                        00070930
      *====================================================             00071000
       DATA                                      DIVISION.              00072000
      *====================================================             00073000
             88 FD-CLIENTES-ATIVA             VALUE 'A'.                00089000
             88 FD-CLIENTES-BLOQUEADA         VALUE 'B'.                00090000
             88 FD-CLIENTES-ENCERRADA         VALUE 'E'.                00091000
             88 FD-CLIENTES-INATIVA           VALUE 'I'.                00091500
                                                                        00092000
       FD MOV0106                                                       00093000
           RECORDING MODE IS F                                          00094000
             10 FD-TRF-ID           PIC 9(06).                          00104000
             10 FD-TRF-LADO         PIC X(01).                          00105000
             10 FILLER              PIC X(23).                          00106000
          05 FD-MOV0106-CHEQUE REDEFINES                                00106200
             FD-MOV0106-MOVIMENTO.                                      00106400
             10 FD-CHQ-NUMERO       PIC 9(06).                          00106600
             10 FILLER              PIC X(24).                          00106800
          05 FD-MOV0106-VALORMOV    PIC 9(08).                          00107000
          05 FD-MOV0106-TIPOMOV     PIC X(01).                          00108000
                                                                        00109000
       FD TOTEX04                                                       00212000
           RECORDING MODE IS F                                          00213000
           BLOCK CONTAINS 0 RECORDS.                                    00214000
      *-----------LRECL 121---------------------------------            00215000
       01 FD-TOTEX04.                                                   00216000
          05 FD-TOT-ABERTURA        PIC 9(10).                          00217000
          05 FD-TOT-CREDITO         PIC 9(10).                          00218000
          05 FD-TOT-GROSS-E         PIC 9(10).                          00225000
          05 FD-TOT-TRF-C           PIC 9(10).                          00226000
          05 FD-TOT-TRF-D           PIC 9(10).                          00227000
          05 FD-TOT-TARIFA          PIC 9(10).                          00227330
          05 FD-TOT-JUROS           PIC 9(10).                          00227660
      *-----------------------------------------------------            00228000
       FD MANUREAT                                                      00228080
           RECORDING MODE IS F                                          00228160
           BLOCK CONTAINS 0 RECORDS.                                    00228240
      *-----------LRECL 55----------------------------------            00228320
       01 FD-MANUREAT.                                                  00228400
          05 FD-REAT-OPERACAO       PIC X(01).                          00228480
          05 FD-REAT-CHAVE          PIC X(08).                          00228560
          05 FD-REAT-NOME           PIC X(30).                          00228640
          05 FD-REAT-SALDO          PIC 9(08).                          00228720
          05 FD-REAT-LIMITE         PIC 9(08).                          00228800
      *-----------------------------------------------------            00228880
       FD CHQPEND                                                       00228883
           RECORDING MODE IS F                                          00228886
           BLOCK CONTAINS 0 RECORDS.                                    00228889
      *-----------LRECL 50----------------------------------            00228892
       01 FD-CHQPEND.                                                   00228895
          05 FD-PEND-CHAVE          PIC X(08).                          00228898
          05 FD-PEND-NUMERO         PIC 9(06).                          00228901
          05 FD-PEND-VALOR          PIC 9(08).                          00228904
          05 FD-PEND-DATA-DEP       PIC 9(08).                          00228907
          05 FD-PEND-DATA-LIB       PIC 9(08).                          00228910
          05 FILLER                 PIC X(12).                          00228913
      *-----------------------------------------------------            00228916
       FD CHQDEP                                                        00228919
           RECORDING MODE IS F                                          00228922
           BLOCK CONTAINS 0 RECORDS.                                    00228925
      *-----------LRECL 50----------------------------------            00228928
       01 FD-CHQDEP.                                                    00228931
          05 FD-DEP-CHAVE           PIC X(08).                          00228934
          05 FD-DEP-NUMERO          PIC 9(06).                          00228937
          05 FD-DEP-VALOR           PIC 9(08).                          00228940
          05 FD-DEP-DATA-DEP        PIC 9(08).                          00228943
          05 FD-DEP-DATA-LIB        PIC 9(08).                          00228946
          05 FILLER                 PIC X(12).                          00228949
      *-----------------------------------------------------            00228952
       FD RELBLOQ                                                       00228955
           RECORDING MODE IS F                                          00228958
           BLOCK CONTAINS 0 RECORDS.                                    00228961
      *-----------LRECL 80----------------------------------            00228964
       01 FD-RELBLOQ                PIC X(80).                          00228967
      *-----------------------------------------------------            00228970
       WORKING-STORAGE                           SECTION.               00229000
      *-----------------------------------------------------            00230000
           COPY '#GLOG'.                                                00231000
           COPY '#RUNCTL'.                                              00232000
           COPY '#DIAUTIL'.                                             00232500
      *-----------------------------------------------------            00233000
       01 FILLER PIC X(48) VALUE                                        00234000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00235000
       77 WRK-FS-MOVORD      PIC 9(02).                                 00246000
       77 WRK-FS-TOTEX04     PIC 9(02).                                 00247000
       77 WRK-FS-SALDOHIS    PIC 9(02).                                 00248000
       77 WRK-FS-MANUREAT    PIC 9(02).                                 00248500
       77 WRK-FS-CHQPEND     PIC 9(02).                                 00248620
       77 WRK-FS-CHQDEP      PIC 9(02).                                 00248740
       77 WRK-FS-RELBLOQ     PIC 9(02).                                 00248860
      *-----------------------------------------------------            00249000
       01 FILLER PIC X(48) VALUE                                        00250000
            '-------VARIAVEIS PARA ACUMULACAO OU OPERACAO-'.            00251000
       77 WRK-REGISREJ         PIC 9(07) VALUE ZEROS.                   00255000
       77 WRK-REGLIMITE        PIC 9(07) VALUE ZEROS.                   00256000
       77 WRK-REGSTATUS        PIC 9(07) VALUE ZEROS.                   00257000
       77 WRK-REGREATIVADAS    PIC 9(07) VALUE ZEROS.                   00257090
      *-----------------------------------------------------            00257180
       01 FILLER PIC X(48) VALUE                                        00257270
            '-------CONTA INATIVA (DORMENTE)--------------'.            00257360
      *-----------------------------------------------------            00257450
      *    A UNICA COBRANCA QUE PASSA NA CONTA INATIVA E A              00257540
      *    TARIFA GERADA PELO FR22EX15 COM ESTA DESCRICAO;              00257580
      *    A DEVOLUCAO DE CHEQUE ('V') PASSA EM QUALQUER                00257620
      *    SITUACAO DA CONTA (MOVIMENTO FORCADO).                       00257660
       77 WRK-DESC-TARIFA-INAT PIC X(30) VALUE                          00257720
           'TARIFA CONTA INATIVA'.                                      00257810
       77 WRK-MOV-FORCADO      PIC X(01) VALUE 'N'.                     00257816
      *-----------------------------------------------------            00257822
       01 FILLER PIC X(48) VALUE                                        00257828
            '-------CHEQUES EM COMPENSACAO (BLOQUEIO)-----'.            00257834
      *-----------------------------------------------------            00257840
       77 WRK-TEM-CHQPEND      PIC X(01) VALUE 'S'.                     00257846
       77 WRK-CTA-BLOQUEADO    PIC 9(09) VALUE ZEROS.                   00257852
       77 WRK-CTA-DISPONIVEL   PIC S9(09) VALUE ZEROS.                  00257858
       77 WRK-TOTAL-BLOQUEADO  PIC 9(10) VALUE ZEROS.                   00257864
       77 WRK-TOTAL-CHEQUES    PIC 9(10) VALUE ZEROS.                   00257870
       77 WRK-TOTAL-DEVOLVIDO  PIC 9(10) VALUE ZEROS.                   00257876
       77 WRK-REGCHEQUES       PIC 9(07) VALUE ZEROS.                   00257882
       77 WRK-REGDEVOLVIDOS    PIC 9(07) VALUE ZEROS.                   00257888
       77 WRK-REGBLOQUEIO      PIC 9(07) VALUE ZEROS.                   00257894
       01 WRK-BLQ-CABEC         PIC X(80) VALUE                         00257900
           'CONTA    NOME                   SALDO    BLOQUEADO  DISPONIV00257906
      -    'EL'.                                                        00257912
       01 WRK-BLQ-LINHA.                                                00257918
          05 WRK-BLQ-CHAVE      PIC X(08).                              00257924
          05 FILLER             PIC X(01) VALUE SPACES.                 00257930
          05 WRK-BLQ-NOME       PIC X(20).                              00257936
          05 FILLER             PIC X(01) VALUE SPACES.                 00257942
          05 WRK-BLQ-SALDO      PIC -ZZ.ZZZ.ZZ9.                        00257948
          05 FILLER             PIC X(01) VALUE SPACES.                 00257954
          05 WRK-BLQ-BLOQUEADO  PIC ZZZ.ZZZ.ZZ9.                        00257960
          05 FILLER             PIC X(01) VALUE SPACES.                 00257966
          05 WRK-BLQ-DISPONIVEL PIC -ZZ.ZZZ.ZZ9.                        00257972
          05 FILLER             PIC X(15) VALUE SPACES.                 00257978
      *-----------------------------------------------------            00258000
       01 FILLER PIC X(48) VALUE                                        00259000
            '-------TOTAIS BRUTOS DO MOV0106 DO DIA-------'.            00260000
       77 WRK-TOTAL-ESTORNO    PIC 9(10) VALUE ZEROS.                   00359000
       77 WRK-TOTAL-FECHAMENTO PIC S9(10) VALUE ZEROS.                  00360000
       77 WRK-TOTAL-CALCULADO  PIC S9(10) VALUE ZEROS.                  00361000
      *    TARIFAS (FR22EX15/FR22EX21) E JUROS DE CHEQUE                00361120
      *    ESPECIAL (FR22EX15) JA DENTRO DO TOTAL DE DEBITOS,           00361240
      *    SEPARADOS PARA OS LANCAMENTOS CONTABEIS (FR22DB75).          00361360
       77 WRK-TOTAL-TARIFA     PIC 9(10) VALUE ZEROS.                   00361480
       77 WRK-TOTAL-JUROS      PIC 9(10) VALUE ZEROS.                   00361600
       77 WRK-DESC-JUROS       PIC X(30) VALUE                          00361720
           'JUROS CHEQUE ESPECIAL'.                                     00361840
      *-----------------------------------------------------            00362000
       01 FILLER PIC X(48) VALUE                                        00363000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00364000
             88 WRK-ORDENA-INTERNO      VALUE 'S'.                      00370000
          05 WRK-PARM-OVERRIDE PIC X(01).                               00371000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00372000
          05 WRK-PARM-PRAZOCHQ PIC 9(01).                               00372500
      *-----------------------------------------------------            00373000
       01 FILLER PIC X(48) VALUE                                        00374000
            '-------VARIAVEIS PARA MENSAGEM---------------'.            00375000
           IF WRK-PARM-DIASESC NOT NUMERIC                              00407000
              OR WRK-PARM-DIASESC EQUAL ZEROS                           00408000
            MOVE 030 TO WRK-PARM-DIASESC                                00409000
           END-IF.                                                      00409160
      *    PRAZO DE COMPENSACAO DO CHEQUE EM DIAS UTEIS.                00409320
           IF WRK-PARM-PRAZOCHQ NOT NUMERIC                             00409480
              OR WRK-PARM-PRAZOCHQ EQUAL ZEROS                          00409640
            MOVE 2 TO WRK-PARM-PRAZOCHQ                                 00409800
           END-IF.                                                      00410000
                                                                        00411000
           MOVE 'I'        TO RUN-FUNCAO.                               00412000
           IF WRK-ORDENA-INTERNO                                        00447000
            OPEN INPUT CLIENTES MOVORD SUSPANT                          00448000
                 OUTPUT MOV0106A MOV0106C MOV0106R RELLIMIT             00449000
                        SUSPNOVO RELSUSP MANUREAT CHQDEP RELBLOQ        00450000
            PERFORM 4900-TESTARSTATUS-MOVORD                            00451000
           ELSE                                                         00452000
            OPEN INPUT CLIENTES MOV0106 SUSPANT                         00453000
                OUTPUT MOV0106A MOV0106C MOV0106R RELLIMIT              00454000
                       SUSPNOVO RELSUSP MANUREAT CHQDEP RELBLOQ         00455000
           END-IF.                                                      00456000
      *    SEM SUSPENSE ANTERIOR (PRIMEIRA EXECUCAO) O                  00457000
      *    ARQUIVO SIMPLESMENTE ENTRA VAZIO.                            00458000
            PERFORM 9000-TRATAERROS                                     00474000
           END-IF.                                                      00475000
             PERFORM 4000-TESTAR-STATUS.                                00476000
                                                                        00476250
           PERFORM 5400-ABRIR-CHQPEND.                                  00476500
           WRITE FD-RELBLOQ FROM WRK-BLQ-CABEC.                         00476750
      *-----------------------------------------------------            00477000
       1000-99-FIM.                                  EXIT.              00478000
      *-----------------------------------------------------            00479000
            MOVE ZEROS TO WRK-CTA-ESTORNOS                              00492000
            COMPUTE WRK-LIMITE-NEG =                                    00493000
                    FD-CLIENTES-LIMITE * -1                             00494000
            PERFORM 5410-SOMAR-BLOQUEIO                                 00494500
           END-IF.                                                      00495000
           PERFORM 5300-LER-MOV-DIA.                                    00496000
           IF WRK-FS-SUSPANT EQUAL 10                                   00497000
            STOP RUN                                                    00652000
           END-IF.                                                      00653000
                                                                        00654000
      *    O LIMITE RESERVADO NAO CONTA O VALOR BLOQUEADO               00654250
      *    DOS CHEQUES AINDA EM COMPENSACAO.                            00654500
           PERFORM 5400-ABRIR-CHQPEND.                                  00654750
           PERFORM 1275-LER-CLI-PRE                                     00655000
                   UNTIL WRK-FS-CLIENTES EQUAL 10.                      00656000
           CLOSE CLIENTES.                                              00657000
           MOVE 00 TO WRK-FS-CLIENTES.                                  00658000
           IF WRK-TEM-CHQPEND EQUAL 'S'                                 00658200
            CLOSE CHQPEND                                               00658400
           END-IF.                                                      00658600
           MOVE 'S' TO WRK-TEM-CHQPEND.                                 00658800
                                                                        00659000
      *    PAR CUJA CONTA DE DEBITO OU DE CREDITO NAO                   00660000
      *    EXISTE NO CADASTRO TAMBEM E REPROVADO.                       00661000
      *-----------------------------------------------------            00671000
           READ CLIENTES.                                               00672000
           IF WRK-FS-CLIENTES NOT EQUAL 10                              00673000
            PERFORM 5410-SOMAR-BLOQUEIO                                 00673500
            COMPUTE WRK-CAPACIDADE =                                    00674000
                    FD-CLIENTES-SALDO + FD-CLIENTES-LIMITE              00675000
                  - WRK-CTA-BLOQUEADO                                   00675500
            MOVE 1 TO WRK-TRF-IDX                                       00676000
            PERFORM 1280-TESTAR-1-PAR                                   00677000
                    UNTIL WRK-TRF-IDX GREATER WRK-TRF-COUNT             00678000
            IF WRK-TRF-CHAVE-C (WRK-TRF-IDX) EQUAL                      00703000
               FD-CLIENTES-CHAVE                                        00704000
             MOVE 'S' TO WRK-TRF-CRE-VISTO (WRK-TRF-IDX)                00705000
      *      A PERNA DE CREDITO REATIVA A CONTA INATIVA.                00705500
             IF NOT FD-CLIENTES-ATIVA                                   00706000
                AND NOT FD-CLIENTES-INATIVA                             00706500
              MOVE 'F' TO WRK-TRF-OK (WRK-TRF-IDX)                      00707000
             END-IF                                                     00708000
            END-IF                                                      00709000
               MOVE ZEROS TO WRK-CTA-ESTORNOS                           00750000
               COMPUTE WRK-LIMITE-NEG =                                 00751000
                       FD-CLIENTES-LIMITE * -1                          00752000
               PERFORM 5410-SOMAR-BLOQUEIO                              00752500
              END-IF                                                    00753000
              ADD 1 TO WRK-REGISLIDO                                    00754000
                                                                        00755000
             PERFORM 5000-PROXIMO-MOVIMENTO                             00758000
                                                                        00759000
            WHEN FD-CLIENTES-CHAVE EQUAL WRK-MOV-CHAVE                  00760000
             MOVE 'N' TO WRK-MOV-FORCADO                                00760200
             IF FD-CLIENTES-INATIVA                                     00760400
              PERFORM 2600-TRATAR-INATIVA                               00760600
             END-IF                                                     00760800
             IF WRK-MOV-TIPOMOV EQUAL 'V'                               00760850
              MOVE 'S' TO WRK-MOV-FORCADO                               00760900
             END-IF                                                     00760950
             IF NOT FD-CLIENTES-ATIVA                                   00761000
                AND WRK-MOV-FORCADO EQUAL 'N'                           00761500
      *       CONTA BLOQUEADA/ENCERRADA: MOVIMENTO VAI PARA             00762000
      *       O RELATORIO DE REJEICAO COM O MOTIVO. PERNA               00763000
      *       DE TRANSFERENCIA NAO: SEGUE PELO FLUXO DO                 00764000
              ELSE                                                      00769000
               ADD 1 TO WRK-REGSTATUS                                   00770000
               MOVE WRK-MOV(1:47) TO FD-LIMIT-REGISTRO                  00771000
               EVALUATE TRUE                                            00771660
                WHEN FD-CLIENTES-BLOQUEADA                              00772320
                 MOVE 'CONTA BLOQUEADA' TO FD-LIMIT-MOTIVO              00772980
                WHEN FD-CLIENTES-INATIVA                                00773640
                 MOVE 'CONTA INATIVA' TO FD-LIMIT-MOTIVO                00774300
                WHEN OTHER                                              00774960
                 MOVE 'CONTA ENCERRADA' TO FD-LIMIT-MOTIVO              00775620
               END-EVALUATE                                             00776280
               WRITE FD-RELLIMIT                                        00777000
              END-IF                                                    00778000
              PERFORM 5000-PROXIMO-MOVIMENTO                            00779000
               ADD WRK-MOV-VALORMOV TO WRK-SALDO-ATUAL                  00792000
               ADD WRK-MOV-VALORMOV TO WRK-TOTAL-ESTORNO                00793000
               ADD WRK-MOV-VALORMOV TO WRK-CTA-ESTORNOS                 00794000
              WHEN 'Q'                                                  00794090
               PERFORM 2900-DEPOSITAR-CHEQUE                            00794180
              WHEN 'V'                                                  00794270
      *        DEVOLUCAO DE CHEQUE: ESTORNA O CREDITO DO                00794360
      *        DEPOSITO MESMO ALEM DO LIMITE.                           00794450
               SUBTRACT WRK-MOV-VALORMOV FROM WRK-SALDO-ATUAL           00794540
               ADD WRK-MOV-VALORMOV TO WRK-TOTAL-DEBITO                 00794630
               ADD WRK-MOV-VALORMOV TO WRK-CTA-DEBITOS                  00794720
               ADD WRK-MOV-VALORMOV TO WRK-TOTAL-DEVOLVIDO              00794810
               ADD 1 TO WRK-REGDEVOLVIDOS                               00794900
              WHEN OTHER                                                00795000
      *        DEBITO HONRADO ATE O LIMITE DO CHEQUE                    00796000
      *        ESPECIAL SOBRE O SALDO DISPONIVEL (SEM O                 00796600
      *        BLOQUEADO); ALEM DELE VAI PARA O RELLIMIT.               00797200
               IF WRK-SALDO-ATUAL - WRK-CTA-BLOQUEADO                   00797800
                  - WRK-MOV-VALORMOV                                    00798400
                  NOT LESS WRK-LIMITE-NEG                               00799000
                 SUBTRACT WRK-MOV-VALORMOV FROM                         00800000
                  WRK-SALDO-ATUAL                                       00801000
                 ADD WRK-MOV-VALORMOV TO WRK-TOTAL-DEBITO               00802000
                 ADD WRK-MOV-VALORMOV TO WRK-CTA-DEBITOS                00803000
                 PERFORM 2950-SEPARAR-COBRANCA                          00803500
               ELSE                                                     00804000
                 ADD 1 TO WRK-REGLIMITE                                 00805000
                 MOVE WRK-MOV(1:47) TO FD-LIMIT-REGISTRO                00806000
           ADD WRK-SALDO-ATUAL TO WRK-TOTAL-FECHAMENTO.                 00850000
                                                                        00851000
           PERFORM 2550-GRAVAR-SALDOHIS.                                00852000
                                                                        00852200
           IF WRK-CTA-BLOQUEADO GREATER ZEROS                           00852400
            PERFORM 2560-GRAVAR-BLOQUEIO                                00852600
           END-IF.                                                      00852800
      *-----------------------------------------------------            00853000
       2500-99-FIM.                                  EXIT.              00854000
      *-----------------------------------------------------            00855000
      *-----------------------------------------------------            00888000
                                                                        00889000
      *-----------------------------------------------------            00890000
       2600-TRATAR-INATIVA                        SECTION.              00890020
      *-----------------------------------------------------            00890040
      *    CREDITO NA CONTA INATIVA REATIVA A CONTA ANTES DE            00890060
      *    APLICAR; A TARIFA DE CONTA INATIVA APLICA COM A              00890080
      *    CONTA AINDA INATIVA. O RESTO E REJEITADO NO 2000             00890100
      *    (A PERNA DE TRANSFERENCIA REATIVA NO 2800).                  00890120
           EVALUATE TRUE                                                00890140
            WHEN WRK-MOV-TIPOMOV EQUAL 'C'                              00890160
                 OR WRK-MOV-TIPOMOV EQUAL 'Q'                           00890170
             PERFORM 2650-REATIVAR-CONTA                                00890180
            WHEN WRK-MOV-TIPOMOV EQUAL 'D'                              00890200
                 AND WRK-MOV-MOVIMENTO EQUAL WRK-DESC-TARIFA-INAT       00890220
             MOVE 'S' TO WRK-MOV-FORCADO                                00890240
            WHEN OTHER                                                  00890260
             CONTINUE                                                   00890280
           END-EVALUATE.                                                00890300
      *-----------------------------------------------------            00890320
       2600-99-FIM.                                  EXIT.              00890340
      *-----------------------------------------------------            00890360
                                                                        00890380
      *-----------------------------------------------------            00890400
       2650-REATIVAR-CONTA                        SECTION.              00890420
      *-----------------------------------------------------            00890440
      *    A CONTA FICA ATIVA NO RESTO DO BALANCO DO DIA E O            00890460
      *    CADASTRO E ACERTADO PELO FR22EX07 COM A OPERACAO             00890480
      *    'R' GRAVADA AQUI (MANUREAT, POR AGENCIA/CONTA).              00890500
           MOVE 'A' TO FD-CLIENTES-STATUS.                              00890520
           MOVE SPACES            TO FD-MANUREAT.                       00890540
           MOVE 'R'               TO FD-REAT-OPERACAO.                  00890560
           MOVE FD-CLIENTES-CHAVE TO FD-REAT-CHAVE.                     00890580
           MOVE FD-CLIENTES-NOME  TO FD-REAT-NOME.                      00890600
           MOVE ZEROS             TO FD-REAT-SALDO.                     00890620
           MOVE FD-CLIENTES-LIMITE TO FD-REAT-LIMITE.                   00890640
           WRITE FD-MANUREAT.                                           00890660
           ADD 1 TO WRK-REGREATIVADAS.                                  00890680
      *-----------------------------------------------------            00890700
       2650-99-FIM.                                  EXIT.              00890720
      *-----------------------------------------------------            00890721
                                                                        00890722
      *-----------------------------------------------------            00890723
       2560-GRAVAR-BLOQUEIO                       SECTION.              00890724
      *-----------------------------------------------------            00890725
      *    SALDO CONTABIL, VALOR BLOQUEADO EM CHEQUES AINDA             00890726
      *    EM COMPENSACAO E SALDO DISPONIVEL DA CONTA.                  00890727
           COMPUTE WRK-CTA-DISPONIVEL =                                 00890728
                   WRK-SALDO-ATUAL - WRK-CTA-BLOQUEADO.                 00890729
           MOVE FD-CLIENTES-CHAVE  TO WRK-BLQ-CHAVE.                    00890730
           MOVE FD-CLIENTES-NOME   TO WRK-BLQ-NOME.                     00890731
           MOVE WRK-SALDO-ATUAL    TO WRK-BLQ-SALDO.                    00890732
           MOVE WRK-CTA-BLOQUEADO  TO WRK-BLQ-BLOQUEADO.                00890733
           MOVE WRK-CTA-DISPONIVEL TO WRK-BLQ-DISPONIVEL.               00890734
           WRITE FD-RELBLOQ FROM WRK-BLQ-LINHA.                         00890735
           ADD WRK-CTA-BLOQUEADO TO WRK-TOTAL-BLOQUEADO.                00890736
           ADD 1 TO WRK-REGBLOQUEIO.                                    00890737
      *-----------------------------------------------------            00890738
       2560-99-FIM.                                  EXIT.              00890739
      *-----------------------------------------------------            00890740
                                                                        00890760
      *-----------------------------------------------------            00890780
       2700-SUSPENDER                             SECTION.              00891000
      *-----------------------------------------------------            00892000
      *    MOVIMENTO SEM CLIENTE: VAI PARA O MOV0106R DO DIA            00893000
           EVALUATE WRK-TRF-VALIDA                                      00943000
            WHEN 'S'                                                    00944000
             IF WRK-TRF-LADO EQUAL 'C'                                  00945000
              IF FD-CLIENTES-INATIVA                                    00945250
               PERFORM 2650-REATIVAR-CONTA                              00945500
              END-IF                                                    00945750
              ADD WRK-MOV-VALORMOV TO WRK-SALDO-ATUAL                   00946000
              ADD WRK-MOV-VALORMOV TO WRK-TOTAL-CREDITO                 00947000
              ADD WRK-MOV-VALORMOV TO WRK-CTA-CREDITOS                  00948000
      *-----------------------------------------------------            01017000
                                                                        01018000
      *-----------------------------------------------------            01019000
       2900-DEPOSITAR-CHEQUE                      SECTION.              01019020
      *-----------------------------------------------------            01019040
      *    O DEPOSITO EM CHEQUE ENTRA NO SALDO MAS FICA                 01019060
      *    BLOQUEADO ATE A DATA DE COMPENSACAO; O FR22EX21              01019080
      *    LIBERA NA DATA OU DEVOLVE PELO MOTIVO.                       01019100
           ADD WRK-MOV-VALORMOV TO WRK-SALDO-ATUAL.                     01019120
           ADD WRK-MOV-VALORMOV TO WRK-TOTAL-CREDITO.                   01019140
           ADD WRK-MOV-VALORMOV TO WRK-CTA-CREDITOS.                    01019160
           ADD WRK-MOV-VALORMOV TO WRK-CTA-BLOQUEADO.                   01019180
           ADD WRK-MOV-VALORMOV TO WRK-TOTAL-CHEQUES.                   01019200
           ADD 1 TO WRK-REGCHEQUES.                                     01019220
                                                                        01019240
           MOVE SPACES            TO FD-CHQDEP.                         01019260
           MOVE WRK-MOV-CHAVE     TO FD-DEP-CHAVE.                      01019280
           MOVE WRK-MOV-MOVIMENTO(1:6) TO FD-DEP-NUMERO.                01019300
           MOVE WRK-MOV-VALORMOV  TO FD-DEP-VALOR.                      01019320
           MOVE RUN-DATA-PROC     TO FD-DEP-DATA-DEP.                   01019340
                                                                        01019360
           MOVE 'N' TO UTI-FUNCAO.                                      01019380
           MOVE RUN-DATA-PROC     TO UTI-DATA.                          01019400
           MOVE WRK-PARM-PRAZOCHQ TO UTI-QTDE.                          01019420
           CALL 'DIAUTIL' USING UTI-DADOS.                              01019440
           IF UTI-OK                                                    01019460
            MOVE UTI-DATA-RESULT TO FD-DEP-DATA-LIB                     01019480
           ELSE                                                         01019500
      *     SEM CALENDARIO CONTA O PRAZO EM DIAS CORRIDOS               01019520
      *     MAIS UM FIM DE SEMANA, PARA NAO LIBERAR ANTES.              01019540
            COMPUTE FD-DEP-DATA-LIB = FUNCTION DATE-OF-INTEGER          01019560
                   (FUNCTION INTEGER-OF-DATE (RUN-DATA-PROC)            01019580
                    + WRK-PARM-PRAZOCHQ + 2)                            01019600
            DISPLAY 'ERRO NA DIAUTIL - LIBERACAO ESTIMADA - '           01019620
                    'CONTA: ' WRK-MOV-CHAVE                             01019640
           END-IF.                                                      01019660
           WRITE FD-CHQDEP.                                             01019680
      *-----------------------------------------------------            01019700
       2900-99-FIM.                                  EXIT.              01019720
      *-----------------------------------------------------            01019740
                                                                        01019760
      *-----------------------------------------------------            01019780
       2950-SEPARAR-COBRANCA                      SECTION.              01019790
      *-----------------------------------------------------            01019800
      *    DEBITO APLICADO QUE E TARIFA OU JUROS DE CHEQUE              01019810
      *    ESPECIAL SAI TAMBEM NO SEU TOTAL PROPRIO; A                  01019820
      *    CONTABILIDADE LANCA ESSAS PARCELAS EM RECEITA.               01019830
           IF WRK-MOV-MOVIMENTO (1:6) EQUAL 'TARIFA'                    01019840
            ADD WRK-MOV-VALORMOV TO WRK-TOTAL-TARIFA                    01019850
           ELSE                                                         01019860
            IF WRK-MOV-MOVIMENTO EQUAL WRK-DESC-JUROS                   01019870
             ADD WRK-MOV-VALORMOV TO WRK-TOTAL-JUROS                    01019880
            END-IF                                                      01019890
           END-IF.                                                      01019900
      *-----------------------------------------------------            01019910
       2950-99-FIM.                                  EXIT.              01019920
      *-----------------------------------------------------            01019930
                                                                        01019940
      *-----------------------------------------------------            01019950
       5000-PROXIMO-MOVIMENTO                     SECTION.              01020000
      *-----------------------------------------------------            01021000
      *    MERGE POR CHAVE ENTRE O MOV0106 DO DIA E A                   01022000
            MOVE FD-MOV0106-CHAVE TO WRK-MOV-CHAVE-ANT                  01109000
            EVALUATE FD-MOV0106-TIPOMOV                                 01110000
             WHEN 'C'                                                   01111000
             WHEN 'Q'                                                   01111500
              ADD FD-MOV0106-VALORMOV TO WRK-GROSS-C                    01112000
             WHEN 'E'                                                   01113000
              ADD FD-MOV0106-VALORMOV TO WRK-GROSS-E                    01114000
      *-----------------------------------------------------            01121000
                                                                        01122000
      *-----------------------------------------------------            01123000
       5400-ABRIR-CHQPEND                         SECTION.              01123010
      *-----------------------------------------------------            01123020
      *    SEM CHEQUES PENDENTES (PRIMEIRA EXECUCAO) NENHUMA            01123030
      *    CONTA TEM BLOQUEIO ANTERIOR.                                 01123040
           OPEN INPUT CHQPEND.                                          01123050
           IF WRK-FS-CHQPEND EQUAL 35                                   01123060
            MOVE 'N' TO WRK-TEM-CHQPEND                                 01123070
           ELSE                                                         01123080
            IF WRK-FS-CHQPEND NOT EQUAL 00                              01123090
             MOVE 'FR22EX04'              TO WRK-PROGRAMA               01123100
             MOVE 'ERRO NO OPEN CHQPEND'  TO WRK-MENSAGEM               01123110
             MOVE '1000'                  TO WRK-SECAO                  01123120
             MOVE WRK-FS-CHQPEND          TO WRK-STATUS                 01123130
             PERFORM 9000-TRATAERROS                                    01123140
            END-IF                                                      01123150
           END-IF.                                                      01123160
           PERFORM 5450-LER-CHQPEND.                                    01123170
      *-----------------------------------------------------            01123180
       5400-99-FIM.                                  EXIT.              01123190
      *-----------------------------------------------------            01123200
                                                                        01123210
      *-----------------------------------------------------            01123220
       5410-SOMAR-BLOQUEIO                        SECTION.              01123230
      *-----------------------------------------------------            01123240
      *    CHQPEND ORDENADO POR AGENCIA/CONTA COMO O                    01123250
      *    CLIENTES: SOMA OS CHEQUES PENDENTES DA CONTA                 01123260
      *    CORRENTE (PENDENTE SEM CONTA E DESPREZADO).                  01123270
           MOVE ZEROS TO WRK-CTA-BLOQUEADO.                             01123280
           PERFORM 5450-LER-CHQPEND                                     01123290
                   UNTIL FD-PEND-CHAVE NOT LESS FD-CLIENTES-CHAVE.      01123300
           PERFORM 5420-ACUMULAR-PENDENTE                               01123310
                   UNTIL FD-PEND-CHAVE NOT EQUAL FD-CLIENTES-CHAVE.     01123320
      *-----------------------------------------------------            01123330
       5410-99-FIM.                                  EXIT.              01123340
      *-----------------------------------------------------            01123350
                                                                        01123360
      *-----------------------------------------------------            01123370
       5420-ACUMULAR-PENDENTE                     SECTION.              01123380
      *-----------------------------------------------------            01123390
           ADD FD-PEND-VALOR TO WRK-CTA-BLOQUEADO.                      01123400
           PERFORM 5450-LER-CHQPEND.                                    01123410
      *-----------------------------------------------------            01123420
       5420-99-FIM.                                  EXIT.              01123430
      *-----------------------------------------------------            01123440
                                                                        01123450
      *-----------------------------------------------------            01123460
       5450-LER-CHQPEND                           SECTION.              01123470
      *-----------------------------------------------------            01123480
           IF WRK-TEM-CHQPEND EQUAL 'N'                                 01123490
            MOVE HIGH-VALUES TO FD-PEND-CHAVE                           01123500
           ELSE                                                         01123510
            READ CHQPEND                                                01123520
            IF WRK-FS-CHQPEND EQUAL 10                                  01123530
             MOVE HIGH-VALUES TO FD-PEND-CHAVE                          01123540
            END-IF                                                      01123550
           END-IF.                                                      01123560
      *-----------------------------------------------------            01123570
       5450-99-FIM.                                  EXIT.              01123580
      *-----------------------------------------------------            01123590
                                                                        01123600
      *-----------------------------------------------------            01123610
       3000-FINALIZAR                             SECTION.              01124000
      *-----------------------------------------------------            01125000
           DISPLAY 'REGISTROS LIDOS:'    WRK-REGISLIDO.                 01126000
           DISPLAY 'MOVIMENTOS REJEITADOS (SEM CLIENTE):' WRK-REGISREJ. 01128000
           DISPLAY 'DEBITOS ACIMA DO LIMITE:            ' WRK-REGLIMITE.01129000
           DISPLAY 'CONTAS BLOQUEADAS/ENCERRADAS:       ' WRK-REGSTATUS.01130000
           DISPLAY 'CONTAS INATIVAS REATIVADAS:         '               01130330
                   WRK-REGREATIVADAS.                                   01130660
           DISPLAY 'CHEQUES DEPOSITADOS:      ' WRK-REGCHEQUES          01130700
                   ' VALOR: ' WRK-TOTAL-CHEQUES.                        01130740
           DISPLAY 'CHEQUES DEVOLVIDOS:       ' WRK-REGDEVOLVIDOS       01130780
                   ' VALOR: ' WRK-TOTAL-DEVOLVIDO.                      01130820
           DISPLAY 'CONTAS COM BLOQUEIO:      ' WRK-REGBLOQUEIO         01130860
                   ' VALOR: ' WRK-TOTAL-BLOQUEADO.                      01130900
           DISPLAY 'SUSPENSE: REAPROVEITADOS: ' WRK-REMATCH.            01131000
           DISPLAY 'SUSPENSE: EM ABERTO:      ' WRK-SUSPENSOS.          01132000
           DISPLAY 'SUSPENSE: ESCALADOS:      ' WRK-ESCALADOS.          01133000
           DISPLAY 'TOTAL DE CREDITOS :  ' WRK-TOTAL-CREDITO.           01148000
           DISPLAY 'TOTAL DE DEBITOS  :  ' WRK-TOTAL-DEBITO.            01149000
           DISPLAY 'TOTAL DE ESTORNOS :  ' WRK-TOTAL-ESTORNO.           01150000
           DISPLAY '  TARIFAS NOS DEBITOS: ' WRK-TOTAL-TARIFA.          01150330
           DISPLAY '  JUROS NOS DEBITOS  : ' WRK-TOTAL-JUROS.           01150660
           DISPLAY 'SALDO DE FECHAMENTO: ' WRK-TOTAL-FECHAMENTO.        01151000
           COMPUTE WRK-TOTAL-CALCULADO = WRK-TOTAL-ABERTURA             01152000
                 + WRK-TOTAL-CREDITO + WRK-TOTAL-ESTORNO                01153000
             END-IF.                                                    01165000
           CLOSE CLIENTES                                               01166000
                 MOV0106A MOV0106C MOV0106R RELLIMIT                    01167000
                 SUSPNOVO RELSUSP SUSPANT SALDOHIS MANUREAT             01167330
                 CHQDEP RELBLOQ.                                        01167660
           IF WRK-TEM-CHQPEND EQUAL 'S'                                 01167990
            CLOSE CHQPEND                                               01168320
           END-IF.                                                      01168650
           IF WRK-ORDENA-INTERNO                                        01169000
            CLOSE MOVORD                                                01170000
           ELSE                                                         01171000
           MOVE WRK-GROSS-E        TO FD-TOT-GROSS-E.                   01191000
           MOVE WRK-TOTAL-TRF-C    TO FD-TOT-TRF-C.                     01192000
           MOVE WRK-TOTAL-TRF-D    TO FD-TOT-TRF-D.                     01193000
           MOVE WRK-TOTAL-TARIFA   TO FD-TOT-TARIFA.                    01193330
           MOVE WRK-TOTAL-JUROS    TO FD-TOT-JUROS.                     01193660
           IF WRK-TOTAL-FECHAMENTO LESS ZEROS                           01194000
            MOVE '-' TO FD-TOT-FECH-SINAL                               01195000
            COMPUTE FD-TOT-FECHAMENTO =                                 01196000
           PERFORM 4650-TESTARSTATUS-SUSPANT.                           01226000
           PERFORM 4700-TESTARSTATUS-SUSPNOVO.                          01227000
           PERFORM 4800-TESTARSTATUS-RELSUSP.                           01228000
           PERFORM 4850-TESTARSTATUS-MANUREAT.                          01228500
           PERFORM 4860-TESTARSTATUS-CHQDEP.                            01228660
           PERFORM 4870-TESTARSTATUS-RELBLOQ.                           01228820
      *-----------------------------------------------------            01229000
       4000-99-FIM.                                  EXIT.              01230000
      *-----------------------------------------------------            01231000
      *-----------------------------------------------------            01360000
                                                                        01361000
      *-----------------------------------------------------            01362000
       4850-TESTARSTATUS-MANUREAT                 SECTION.              01362060
      *-----------------------------------------------------            01362120
           IF WRK-FS-MANUREAT NOT EQUAL 00                              01362180
            MOVE 'FR22EX04'              TO WRK-PROGRAMA                01362240
            MOVE 'ERRO NO OPEN MANUREAT' TO WRK-MENSAGEM                01362300
            MOVE '1000'                  TO WRK-SECAO                   01362360
            MOVE WRK-FS-MANUREAT         TO WRK-STATUS                  01362420
            PERFORM 9000-TRATAERROS                                     01362480
           END-IF.                                                      01362540
      *-----------------------------------------------------            01362600
       4850-99-FIM.                                  EXIT.              01362660
      *-----------------------------------------------------            01362720
                                                                        01362780
      *-----------------------------------------------------            01362840
       4860-TESTARSTATUS-CHQDEP                   SECTION.              01362845
      *-----------------------------------------------------            01362850
           IF WRK-FS-CHQDEP NOT EQUAL 00                                01362855
            MOVE 'FR22EX04'              TO WRK-PROGRAMA                01362860
            MOVE 'ERRO NO OPEN CHQDEP'   TO WRK-MENSAGEM                01362865
            MOVE '1000'                  TO WRK-SECAO                   01362870
            MOVE WRK-FS-CHQDEP           TO WRK-STATUS                  01362875
            PERFORM 9000-TRATAERROS                                     01362880
           END-IF.                                                      01362885
      *-----------------------------------------------------            01362890
       4860-99-FIM.                                  EXIT.              01362895
      *-----------------------------------------------------            01362900
                                                                        01362905
      *-----------------------------------------------------            01362910
       4870-TESTARSTATUS-RELBLOQ                  SECTION.              01362915
      *-----------------------------------------------------            01362920
           IF WRK-FS-RELBLOQ NOT EQUAL 00                               01362925
            MOVE 'FR22EX04'              TO WRK-PROGRAMA                01362930
            MOVE 'ERRO NO OPEN RELBLOQ'  TO WRK-MENSAGEM                01362935
            MOVE '1000'                  TO WRK-SECAO                   01362940
            MOVE WRK-FS-RELBLOQ          TO WRK-STATUS                  01362945
            PERFORM 9000-TRATAERROS                                     01362950
           END-IF.                                                      01362955
      *-----------------------------------------------------            01362960
       4870-99-FIM.                                  EXIT.              01362965
      *-----------------------------------------------------            01362970
                                                                        01362975
      *-----------------------------------------------------            01362980
       4900-TESTARSTATUS-MOVORD                   SECTION.              01363000
      *-----------------------------------------------------            01364000
           IF WRK-FS-MOVORD NOT EQUAL 00                                01365000
