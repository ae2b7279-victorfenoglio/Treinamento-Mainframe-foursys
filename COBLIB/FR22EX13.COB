      *  OBJETIVO: CENTRAL DE PAGAMENTOS: REUNE TODAS AS  *             00008000
      *            OBRIGACOES DO PERIODO - FOLHA          *             00009000
      *            (RELFOPAG DO FR22DB13), VERBAS         *             00010000
      *            RESCISORIAS (RESCPAG DO FR22DB20),     *             00010710
      *            FERIAS (FERPAG DO FR22DB43) E PENSAO   *             00011420
      *            ALIMENTICIA DOS BENEFICIARIOS (PENSPAG *             00012130
      *            DO FR22DB13) - CADA UMA COM SEU TIPO   *             00012840
      *            DE PAGAMENTO (SA/RE/FE/PA), CASA UMA   *             00013550
      *            UNICA VEZ COM O CADASTRO CONTBANC E    *             00014260
      *            GRAVA UMA REMESSA UNICA (REMUNI) COM   *             00014970
      *            HEADER E TRAILER DE QUANTIDADE/HASH,   *             00015680
      *            NOS MOLDES DO FR22EX05. A PENSAO JA    *             00016390
      *            TRAZ A CONTA DO BENEFICIARIO E NAO     *             00017100
      *            PASSA PELO CONTBANC. OBRIGACAO SEM     *             00017810
      *            CONTA VAI PARA REMREJU COM O TIPO E O  *             00018520
      *            MOTIVO. CONTA DA PROPRIA CASA          *             00018600
      *            (AGENCIA/CONTA DO CLIENTES QUE NAO     *             00018680
      *            ESTEJA BLOQUEADA NEM ENCERRADA) NAO    *             00018760
      *            VAI AO BANCO: O PAGAMENTO VIRA CREDITO *             00018840
      *            'C' EM MOVSAL, NO LAYOUT DO MOV0106,   *             00018920
      *            PARA A PROXIMA EXECUCAO DO FR22EX04, E *             00019000
      *            SAI EM RETINT NO LAYOUT DO RETORNO     *             00019080
      *            BANCARIO, JA LIQUIDADO E COM CANAL     *             00019160
      *            INTERNO, PARA O FR22DB15 REGISTRAR EM  *             00019240
      *            IVAN.PAGTO. NAO GERA A REMESSA         *             00019320
      *            ENQUANTO A REVISAO DE VARIACAO DA      *             00019400
      *            FOLHA (FR22DB64) TIVER AVISO SEM       *             00019480
      *            CIENCIA DA OPERACAO EM IVAN.RUNCTL.    *             00019560
      *---------------------------------------------------*             00019730
      *  PARAMETRO (SYSIN): EMPRESA X(02) - SO ENTRAM NA  *             00019780
      *  REMESSA AS OBRIGACOES DOS FUNCIONARIOS DESSA     *             00019830
      *  EMPRESA (UMA REMESSA POR EMPRESA, COM O CODIGO   *             00019880
      *  NO HEADER). EM BRANCO GERA A REMESSA DO GRUPO.   *             00019930
      *  A CONTA DA CASA TEM 4 POSICOES E VEM NO CONTBANC *             00019940
      *  ALINHADA A DIREITA COM ZEROS (0000NNNN). SEM O   *             00019950
      *  CLIENTES TUDO SEGUE PELA REMESSA.                *             00019960
      *---------------------------------------------------*             00020000
      *  ARQUIVOS:                                        *             00021000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00022000
      *  RELFOPAG            I             ---------      *             00023000
      *  RESCPAG             I             ---------      *             00024000
      *  FERPAG              I             ---------      *             00025000
      *  PENSPAG             I             ---------      *             00025500
      *  CONTBANC            I             ---------      *             00026000
      *  CLIENTES            I             ---------      *             00026500
      *  REMUNI              O             ---------      *             00027000
      *  REMREJU             O             ---------      *             00028000
      *  MOVSAL              O             ---------      *             00028330
      *  RETINT              O             ---------      *             00028660
      *===================================================*             00029000
                                                                        00030000
      *====================================================             00031000
                                                                        00045000
           SELECT FERPAG ASSIGN TO FERPAG                               00046000
               FILE STATUS IS WRK-FS-FERPAG.                            00047000
                                                                        00047250
           SELECT PENSPAG ASSIGN TO PENSPAG                             00047500
               FILE STATUS IS WRK-FS-PENSPAG.                           00047750
                                                                        00048000
           SELECT CONTBANC ASSIGN TO CONTBANC                           00049000
               FILE STATUS IS WRK-FS-CONTBANC.                          00050000
                                                                        00054000
           SELECT REMREJU ASSIGN TO REMREJU                             00055000
               FILE STATUS IS WRK-FS-REMREJU.                           00056000
                                                                        00056100
           SELECT CLIENTES ASSIGN TO CLIENTES                           00056200
               FILE STATUS IS WRK-FS-CLIENTES.                          00056300
                                                                        00056400
           SELECT MOVSAL ASSIGN TO MOVSAL                               00056500
               FILE STATUS IS WRK-FS-MOVSAL.                            00056600
                                                                        00056700
           SELECT RETINT ASSIGN TO RETINT                               00056800
               FILE STATUS IS WRK-FS-RETINT.                            00056900
                                                                        00057000
      *====================================================             00058000
       DATA                                      DIVISION.              00059000
       FD RELFOPAG                                                      00064000
           RECORDING MODE IS F                                          00065000
           BLOCK CONTAINS 0 RECORDS.                                    00066000
      *-----------LRECL 101---------------------------------            00067000
       01 FD-RELFOPAG.                                                  00068000
          05 FD-FOPAG-ID        PIC X(05).                              00069000
          05 FD-FOPAG-NOME      PIC X(30).                              00070000
          05 FD-FOPAG-LIQUIDO   PIC 9(10).                              00075000
          05 FD-FOPAG-DESCFALT  PIC 9(10).                              00076000
          05 FD-FOPAG-DESCPLAN  PIC 9(10).                              00077000
          05 FD-FOPAG-EMPRESA   PIC X(02).                              00077500
                                                                        00078000
       FD RESCPAG                                                       00079000
           RECORDING MODE IS F                                          00080000
           BLOCK CONTAINS 0 RECORDS.                                    00081000
      *-----------LRECL 61----------------------------------            00082000
       01 FD-RESCPAG.                                                   00083000
          05 FD-RSC-ID          PIC X(05).                              00084000
          05 FD-RSC-NOME        PIC X(30).                              00085000
          05 FD-RSC-SETOR       PIC X(04).                              00086000
          05 FD-RSC-VALOR       PIC 9(10).                              00087000
          05 FD-RSC-MULTAFGTS   PIC 9(10).                              00087500
          05 FD-RSC-EMPRESA     PIC X(02).                              00087750
                                                                        00088000
       FD FERPAG                                                        00089000
           RECORDING MODE IS F                                          00090000
           BLOCK CONTAINS 0 RECORDS.                                    00091000
      *-----------LRECL 59----------------------------------            00092000
       01 FD-FERPAG.                                                    00093000
          05 FD-FER-ID          PIC X(05).                              00094000
          05 FD-FER-NOME        PIC X(30).                              00095000
          05 FD-FER-SETOR       PIC X(04).                              00096000
          05 FD-FER-VALOR       PIC 9(10).                              00097000
          05 FD-FER-DATAPAGTO   PIC 9(08).                              00098000
          05 FD-FER-EMPRESA     PIC X(02).                              00098500
                                                                        00099000
       FD PENSPAG                                                       00099070
           RECORDING MODE IS F                                          00099140
           BLOCK CONTAINS 0 RECORDS.                                    00099210
      *-----------LRECL 66----------------------------------            00099280
       01 FD-PENSPAG.                                                   00099350
          05 FD-PEN-ID          PIC X(05).                              00099420
          05 FD-PEN-SEQ         PIC X(01).                              00099490
          05 FD-PEN-BENEF       PIC X(30).                              00099560
          05 FD-PEN-AGENCIA     PIC X(04).                              00099630
          05 FD-PEN-CONTA       PIC X(08).                              00099700
          05 FD-PEN-VALOR       PIC 9(10).                              00099770
          05 FD-PEN-COMPET      PIC 9(06).                              00099840
          05 FD-PEN-EMPRESA     PIC X(02).                              00099870
                                                                        00099910
       FD CONTBANC                                                      00100000
           RECORDING MODE IS F                                          00101000
           BLOCK CONTAINS 0 RECORDS.                                    00102000
           BLOCK CONTAINS 0 RECORDS.                                    00117000
      *-----------LRECL 80----------------------------------            00118000
       01 FD-REMREJU            PIC X(80).                              00119000
                                                                        00119020
       FD CLIENTES                                                      00119040
           RECORDING MODE IS F                                          00119060
           BLOCK CONTAINS 0 RECORDS.                                    00119080
      *-----------LRECL 55----------------------------------            00119100
       01 FD-CLIENTES.                                                  00119120
          05 FD-CLIENTES-CHAVE.                                         00119140
             10 FD-CLIENTES-AGENCIA PIC X(04).                          00119160
             10 FD-CLIENTES-CONTA   PIC X(04).                          00119180
          05 FD-CLIENTES-NOME       PIC X(30).                          00119200
          05 FD-CLIENTES-SALDO      PIC 9(08).                          00119220
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00119240
          05 FD-CLIENTES-STATUS     PIC X(01).                          00119260
             88 FD-CLIENTES-ATIVA             VALUE 'A'.                00119280
             88 FD-CLIENTES-BLOQUEADA         VALUE 'B'.                00119300
             88 FD-CLIENTES-ENCERRADA         VALUE 'E'.                00119320
             88 FD-CLIENTES-INATIVA           VALUE 'I'.                00119340
                                                                        00119360
       FD MOVSAL                                                        00119380
           RECORDING MODE IS F                                          00119400
           BLOCK CONTAINS 0 RECORDS.                                    00119420
      *-----------LRECL 47----------------------------------            00119440
       01 FD-MOVSAL.                                                    00119460
          05 FD-MOVSAL-CHAVE.                                           00119480
             10 FD-MOVSAL-AGENCIA   PIC X(04).                          00119500
             10 FD-MOVSAL-CONTA     PIC X(04).                          00119520
          05 FD-MOVSAL-MOVIMENTO    PIC X(30).                          00119540
          05 FD-MOVSAL-VALORMOV     PIC 9(08).                          00119560
          05 FD-MOVSAL-TIPOMOV      PIC X(01).                          00119580
                                                                        00119600
       FD RETINT                                                        00119620
           RECORDING MODE IS F                                          00119640
           BLOCK CONTAINS 0 RECORDS.                                    00119660
      *-----------LRECL 80----------------------------------            00119680
       01 FD-RETINT             PIC X(80).                              00119700
      *-----------------------------------------------------            00120000
       WORKING-STORAGE                           SECTION.               00121000
      *-----------------------------------------------------            00122000
           COPY '#GLOG'.                                                00123000
           COPY '#DIAUTIL'.                                             00124000
           COPY '#RUNCTL'.                                              00124500
      *-----------------------------------------------------            00125000
       01 FILLER PIC X(48) VALUE                                        00126000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00127000
       77 WRK-FS-RELFOPAG      PIC 9(02).                               00129000
       77 WRK-FS-RESCPAG       PIC 9(02).                               00130000
       77 WRK-FS-FERPAG        PIC 9(02).                               00131000
       77 WRK-FS-PENSPAG       PIC 9(02).                               00131500
       77 WRK-FS-CONTBANC      PIC 9(02).                               00132000
       77 WRK-FS-REMUNI        PIC 9(02).                               00133000
       77 WRK-FS-REMREJU       PIC 9(02).                               00134000
       77 WRK-FS-CLIENTES      PIC 9(02).                               00134250
       77 WRK-FS-MOVSAL        PIC 9(02).                               00134500
       77 WRK-FS-RETINT        PIC 9(02).                               00134750
      *-----------------------------------------------------            00135000
       01 FILLER PIC X(48) VALUE                                        00136000
            '-------OBRIGACAO CORRENTE (MERGE)------------'.            00137000
          05 WRK-OBR-NOME       PIC X(30).                              00141000
          05 WRK-OBR-TIPO       PIC X(02).                              00142000
          05 WRK-OBR-VALOR      PIC 9(10).                              00143000
          05 WRK-OBR-AGENCIA    PIC X(04).                              00143330
          05 WRK-OBR-CONTA      PIC X(08).                              00143660
          05 WRK-OBR-CONTA-CASA REDEFINES WRK-OBR-CONTA.                00143740
             10 WRK-OBR-CTA-ZEROS  PIC X(04).                           00143820
             10 WRK-OBR-CTA-NUM    PIC X(04).                           00143900
      *-----------------------------------------------------            00144000
       01 FILLER PIC X(48) VALUE                                        00145000
            '-------REGISTROS DO ARQUIVO DE REMESSA-------'.            00146000
          05 WRK-HDR-EMPRESA    PIC X(20) VALUE 'FOURSYS'.              00151000
          05 WRK-HDR-CONVENIO   PIC X(10) VALUE 'PAGUNI22'.             00152000
          05 WRK-HDR-DATAPAGTO  PIC 9(08).                              00153000
          05 WRK-HDR-CODEMP     PIC X(02) VALUE SPACES.                 00153660
          05 FILLER             PIC X(31) VALUE SPACES.                 00154320
                                                                        00155000
       01 WRK-REM-DETALHE.                                              00156000
          05 WRK-DET-TIPO       PIC X(01) VALUE '1'.                    00157000
       01 FILLER PIC X(48) VALUE                                        00183000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00184000
      *-----------------------------------------------------            00185000
       01 WRK-PARM.                                                     00185330
          05 WRK-PARM-EMPRESA   PIC X(02) VALUE SPACES.                 00185660
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00186000
       77 WRK-REGOUTRAEMP      PIC 9(06) VALUE ZEROS.                   00186500
       77 WRK-REGGRAVADOS      PIC 9(06) VALUE ZEROS.                   00187000
       77 WRK-REGREJEITADOS    PIC 9(06) VALUE ZEROS.                   00188000
       77 WRK-QTDE-FOLHA       PIC 9(06) VALUE ZEROS.                   00189000
       77 WRK-QTDE-RESC        PIC 9(06) VALUE ZEROS.                   00190000
       77 WRK-QTDE-FERIAS      PIC 9(06) VALUE ZEROS.                   00191000
       77 WRK-QTDE-PENSAO      PIC 9(06) VALUE ZEROS.                   00191500
       77 WRK-HASH-VALORES     PIC 9(13) VALUE ZEROS.                   00192000
       77 WRK-QTDE-INTERNO     PIC 9(06) VALUE ZEROS.                   00192330
       77 WRK-HASH-INTERNO     PIC 9(13) VALUE ZEROS.                   00192660
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.                   00193000
      *-----------------------------------------------------            00194000
       01 FILLER PIC X(48) VALUE                                        00195000
          05 WRK-FIM-DIA        PIC 9(02).                              00201000
       01 WRK-FIM-MES-N REDEFINES WRK-FIM-MES PIC 9(08).                00202000
       77 WRK-DIAS-MES         PIC 9(02).                               00203000
      *-----------------------------------------------------            00203020
       01 FILLER PIC X(48) VALUE                                        00203040
            '-------CONTAS DA CASA (CLIENTES)-------------'.            00203060
      *-----------------------------------------------------            00203080
       77 WRK-TEM-CLIENTES     PIC X(01) VALUE 'S'.                     00203100
       77 WRK-CCI-COUNT        PIC 9(04) VALUE ZEROS.                   00203120
       77 WRK-CCI-IDX          PIC 9(04) VALUE ZEROS.                   00203140
       77 WRK-CCI-ACHOU        PIC X(01) VALUE 'N'.                     00203160
       77 WRK-CCI-EXCEDENTE    PIC 9(06) VALUE ZEROS.                   00203180
       01 WRK-CCI-PROCURA.                                              00203200
          05 WRK-CCI-PRC-AGENCIA PIC X(04).                             00203220
          05 WRK-CCI-PRC-CONTA   PIC X(04).                             00203240
       01 WRK-CCI-TAB.                                                  00203260
          05 WRK-CCI-ITEM OCCURS 5000 TIMES.                            00203280
             10 WRK-CCI-CHAVE    PIC X(08).                             00203300
      *-----------------------------------------------------            00203320
       01 FILLER PIC X(48) VALUE                                        00203340
            '-------CREDITO INTERNO (MOVSAL/RETINT)-------'.            00203360
      *-----------------------------------------------------            00203380
      *    RETINT SEGUE O LAYOUT DO RETORNO DO BANCO LIDO               00203400
      *    PELO FR22DB15, COM O CANAL 'I' NO DETALHE.                   00203420
       01 WRK-RTI-HEADER.                                               00203440
          05 WRK-RTI-HDR-TIPO   PIC X(01) VALUE '0'.                    00203460
          05 WRK-RTI-DATAGER    PIC 9(08).                              00203480
          05 WRK-RTI-COMPET     PIC 9(06).                              00203500
          05 FILLER             PIC X(65) VALUE SPACES.                 00203520
                                                                        00203540
       01 WRK-RTI-DETALHE.                                              00203560
          05 WRK-RTI-DET-TIPO   PIC X(01) VALUE '1'.                    00203580
          05 WRK-RTI-ID         PIC X(05).                              00203600
          05 WRK-RTI-AGENCIA    PIC X(04).                              00203620
          05 WRK-RTI-CONTA      PIC X(08).                              00203640
          05 WRK-RTI-VALOR      PIC 9(10).                              00203660
          05 WRK-RTI-OCORR      PIC X(02) VALUE '00'.                   00203680
          05 WRK-RTI-TIPOPAG    PIC X(02).                              00203700
          05 WRK-RTI-CANAL      PIC X(01) VALUE 'I'.                    00203720
          05 FILLER             PIC X(47) VALUE SPACES.                 00203740
                                                                        00203760
       01 WRK-RTI-TRAILER.                                              00203780
          05 WRK-RTI-TRL-TIPO   PIC X(01) VALUE '9'.                    00203800
          05 WRK-RTI-QTDE       PIC 9(06).                              00203820
          05 WRK-RTI-HASH       PIC 9(13).                              00203840
          05 FILLER             PIC X(60) VALUE SPACES.                 00203860
      *====================================================             00204000
       PROCEDURE                                 DIVISION.              00205000
      *====================================================             00206000
      *-----------------------------------------------------            00219000
       1000-INICIALIZAR                           SECTION.              00220000
      *-----------------------------------------------------            00221000
           ACCEPT WRK-PARM FROM SYSIN.                                  00221040
           IF WRK-PARM-EMPRESA EQUAL LOW-VALUES                         00221080
            MOVE SPACES TO WRK-PARM-EMPRESA                             00221120
           END-IF.                                                      00221160
           MOVE WRK-PARM-EMPRESA TO WRK-HDR-CODEMP.                     00221200
                                                                        00221240
           PERFORM 1050-VERIFICAR-REVISAO.                              00221330
                                                                        00221660
           OPEN INPUT RELFOPAG RESCPAG FERPAG PENSPAG CONTBANC          00222000
                OUTPUT REMUNI REMREJU MOVSAL RETINT.                    00223000
             PERFORM 4000-TESTAR-STATUS.                                00224000
                                                                        00224330
           PERFORM 1200-CARREGAR-CLIENTES.                              00224660
                                                                        00225000
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                    00226000
           MOVE WRK-DATA-ATUAL TO WRK-HDR-DATAGER.                      00227000
           PERFORM 1100-DATA-DE-PAGAMENTO.                              00228000
           WRITE FD-REMUNI FROM WRK-REM-HEADER.                         00229000
                                                                        00229200
           MOVE WRK-DATA-ATUAL TO WRK-RTI-DATAGER.                      00229400
           COMPUTE WRK-RTI-COMPET = WRK-FIM-ANO * 100 + WRK-FIM-MM.     00229600
           WRITE FD-RETINT FROM WRK-RTI-HEADER.                         00229800
                                                                        00230000
           PERFORM 5000-LER-RELFOPAG.                                   00231000
           PERFORM 5100-LER-RESCPAG.                                    00232000
           PERFORM 5200-LER-FERPAG.                                     00233000
           PERFORM 5400-LER-PENSPAG.                                    00233500
           PERFORM 5300-LER-CONTBANC.                                   00234000
           PERFORM 5500-PROXIMA-OBRIGACAO.                              00235000
      *-----------------------------------------------------            00236000
       1000-99-FIM.                                  EXIT.              00237000
      *-----------------------------------------------------            00237040
                                                                        00237080
      *-----------------------------------------------------            00237120
       1050-VERIFICAR-REVISAO                     SECTION.              00237160
      *-----------------------------------------------------            00237200
      *    A REMESSA SO SAI DEPOIS DA CIENCIA DA OPERACAO               00237240
      *    NOS AVISOS DA REVISAO DE VARIACAO DA FOLHA                   00237280
      *    (FR22DB64), REGISTRADOS EM IVAN.RUNCTL.                      00237320
           MOVE 'V'                      TO RUN-FUNCAO.                 00237360
           MOVE 'FR22DB64'               TO RUN-PROGRAMA.               00237400
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00237440
           CALL 'GRAVARUN' USING RUN-DADOS.                             00237480
                                                                        00237520
           IF RUN-AVISO-PENDENTE OR RUN-ERRO                            00237560
            DISPLAY 'REMESSA BLOQUEADA - REVISAO DA FOLHA '             00237600
                    '(FR22DB64) COM AVISO SEM CIENCIA'                  00237640
            MOVE 'FR22EX13'              TO WRK-PROGRAMA                00237680
            MOVE 'REVISAO DA FOLHA SEM CIENCIA' TO WRK-MENSAGEM         00237720
            MOVE '1050'                  TO WRK-SECAO                   00237760
            MOVE 04                      TO WRK-STATUS                  00237800
            PERFORM 9000-TRATAERROS                                     00237840
           END-IF.                                                      00237880
      *-----------------------------------------------------            00237920
       1050-99-FIM.                                  EXIT.              00237960
      *-----------------------------------------------------            00238000
                                                                        00239000
      *-----------------------------------------------------            00240000
      *-----------------------------------------------------            00277000
                                                                        00278000
      *-----------------------------------------------------            00279000
       1200-CARREGAR-CLIENTES                     SECTION.              00279020
      *-----------------------------------------------------            00279040
      *    GUARDA AS CONTAS DA CASA QUE PODEM RECEBER CREDITO           00279060
      *    (CONTA INATIVA E REATIVADA PELO CREDITO NO                   00279080
      *    FR22EX04). O CLIENTES VEM ORDENADO POR AGENCIA/              00279100
      *    CONTA, E A TABELA FICA NA MESMA ORDEM.                       00279120
           OPEN INPUT CLIENTES.                                         00279140
           IF WRK-FS-CLIENTES EQUAL 35                                  00279160
            MOVE 'N' TO WRK-TEM-CLIENTES                                00279180
            DISPLAY 'CLIENTES AUSENTE - TODOS OS PAGAMENTOS '           00279200
                    'SEGUEM PELA REMESSA'                               00279220
           ELSE                                                         00279240
            IF WRK-FS-CLIENTES NOT EQUAL 00                             00279260
             MOVE 'FR22EX13'              TO WRK-PROGRAMA               00279280
             MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM               00279300
             MOVE '1200'                  TO WRK-SECAO                  00279320
             MOVE WRK-FS-CLIENTES         TO WRK-STATUS                 00279340
             PERFORM 9000-TRATAERROS                                    00279360
            END-IF                                                      00279380
            PERFORM 5600-LER-CLIENTES                                   00279400
            PERFORM 1210-GUARDAR-CONTA                                  00279420
                    UNTIL WRK-FS-CLIENTES EQUAL 10                      00279440
            CLOSE CLIENTES                                              00279460
           END-IF.                                                      00279480
      *-----------------------------------------------------            00279500
       1200-99-FIM.                                  EXIT.              00279520
      *-----------------------------------------------------            00279540
                                                                        00279560
      *-----------------------------------------------------            00279580
       1210-GUARDAR-CONTA                         SECTION.              00279600
      *-----------------------------------------------------            00279620
           IF NOT FD-CLIENTES-BLOQUEADA                                 00279640
              AND NOT FD-CLIENTES-ENCERRADA                             00279660
            IF WRK-CCI-COUNT LESS 5000                                  00279680
             ADD 1 TO WRK-CCI-COUNT                                     00279700
             MOVE FD-CLIENTES-CHAVE TO WRK-CCI-CHAVE (WRK-CCI-COUNT)    00279720
            ELSE                                                        00279740
             ADD 1 TO WRK-CCI-EXCEDENTE                                 00279760
            END-IF                                                      00279780
           END-IF.                                                      00279800
           PERFORM 5600-LER-CLIENTES.                                   00279820
      *-----------------------------------------------------            00279840
       1210-99-FIM.                                  EXIT.              00279860
      *-----------------------------------------------------            00279880
                                                                        00279900
      *-----------------------------------------------------            00279920
       2000-PROCESSAR                             SECTION.              00280000
      *-----------------------------------------------------            00281000
      *    CASA A OBRIGACAO CORRENTE (MERGE DOS TRES                    00282000
      *    ARQUIVOS, ORDENADOS POR ID) COM O CONTBANC -                 00283000
      *    A CONTA SO AVANCA QUANDO FICA PARA TRAS, PARA                00284000
      *    SERVIR MAIS DE UMA OBRIGACAO DO MESMO ID. A                  00284700
      *    PENSAO (PA) JA VEM COM A CONTA DO BENEFICIARIO.              00285400
           IF WRK-OBR-TIPO EQUAL 'PA'                                   00286100
            IF WRK-OBR-AGENCIA EQUAL SPACES                             00286800
               OR WRK-OBR-CONTA EQUAL SPACES                            00287500
             PERFORM 2300-REJEITAR-SEM-CONTA                            00288200
            ELSE                                                        00288900
             PERFORM 2050-ENCAMINHAR-PAGAMENTO                          00289600
            END-IF                                                      00290300
           ELSE                                                         00291000
            PERFORM 2100-POSICIONAR-CONTA                               00291200
                    UNTIL FD-CONTA-ID NOT LESS WRK-OBR-ID               00291400
            IF FD-CONTA-ID EQUAL WRK-OBR-ID                             00291600
             MOVE FD-CONTA-AGENCIA TO WRK-OBR-AGENCIA                   00291800
             MOVE FD-CONTA-CONTA   TO WRK-OBR-CONTA                     00292000
             PERFORM 2050-ENCAMINHAR-PAGAMENTO                          00292200
            ELSE                                                        00292400
             PERFORM 2300-REJEITAR-SEM-CONTA                            00292600
            END-IF                                                      00292800
           END-IF.                                                      00293000
                                                                        00294000
           PERFORM 5500-PROXIMA-OBRIGACAO.                              00295000
      *-----------------------------------------------------            00296000
       2000-99-FIM.                                  EXIT.              00297000
      *-----------------------------------------------------            00297020
                                                                        00297040
      *-----------------------------------------------------            00297060
       2050-ENCAMINHAR-PAGAMENTO                  SECTION.              00297080
      *-----------------------------------------------------            00297100
      *    CONTA DA CASA (0000 + CONTA DE 4 POSICOES DO                 00297120
      *    CLIENTES) RECEBE O CREDITO DIRETO, SEM TARIFA E              00297140
      *    SEM ESPERAR O RETORNO; AS DEMAIS VAO NA REMESSA.             00297160
      *    VALOR MAIOR QUE O MOVIMENTO DO MOV0106 COMPORTA              00297180
      *    TAMBEM SEGUE PELO BANCO.                                     00297200
           MOVE 'N' TO WRK-CCI-ACHOU.                                   00297220
           IF WRK-OBR-CTA-ZEROS EQUAL '0000'                            00297240
              AND WRK-OBR-VALOR NOT GREATER 99999999                    00297260
            MOVE WRK-OBR-AGENCIA TO WRK-CCI-PRC-AGENCIA                 00297280
            MOVE WRK-OBR-CTA-NUM TO WRK-CCI-PRC-CONTA                   00297300
            MOVE 1               TO WRK-CCI-IDX                         00297320
            PERFORM 2060-PROCURAR-CONTA                                 00297340
                    UNTIL WRK-CCI-IDX GREATER WRK-CCI-COUNT             00297360
                       OR WRK-CCI-ACHOU NOT EQUAL 'N'                   00297380
           END-IF.                                                      00297400
                                                                        00297420
           IF WRK-CCI-ACHOU EQUAL 'S'                                   00297440
            PERFORM 2400-CREDITO-INTERNO                                00297460
           ELSE                                                         00297480
            PERFORM 2200-GRAVAR-DETALHE                                 00297500
           END-IF.                                                      00297520
      *-----------------------------------------------------            00297540
       2050-99-FIM.                                  EXIT.              00297560
      *-----------------------------------------------------            00297580
                                                                        00297600
      *-----------------------------------------------------            00297620
       2060-PROCURAR-CONTA                        SECTION.              00297640
      *-----------------------------------------------------            00297660
      *    TABELA EM ORDEM DE CHAVE: PASSOU DA CONTA                    00297680
      *    PROCURADA ('P'), ELA NAO E DA CASA.                          00297700
           EVALUATE TRUE                                                00297720
            WHEN WRK-CCI-CHAVE (WRK-CCI-IDX) EQUAL WRK-CCI-PROCURA      00297740
             MOVE 'S' TO WRK-CCI-ACHOU                                  00297760
            WHEN WRK-CCI-CHAVE (WRK-CCI-IDX) GREATER WRK-CCI-PROCURA    00297780
             MOVE 'P' TO WRK-CCI-ACHOU                                  00297800
            WHEN OTHER                                                  00297820
             ADD 1 TO WRK-CCI-IDX                                       00297840
           END-EVALUATE.                                                00297860
      *-----------------------------------------------------            00297880
       2060-99-FIM.                                  EXIT.              00297900
      *-----------------------------------------------------            00298000
                                                                        00299000
      *-----------------------------------------------------            00300000
      *-----------------------------------------------------            00310000
           MOVE WRK-OBR-ID       TO WRK-DET-ID.                         00311000
           MOVE WRK-OBR-NOME     TO WRK-DET-NOME.                       00312000
           MOVE WRK-OBR-AGENCIA  TO WRK-DET-AGENCIA.                    00313000
           MOVE WRK-OBR-CONTA    TO WRK-DET-CONTA.                      00314000
           MOVE WRK-OBR-VALOR    TO WRK-DET-VALOR.                      00315000
           MOVE WRK-OBR-TIPO     TO WRK-DET-TIPOPAG.                    00316000
           WRITE FD-REMUNI FROM WRK-REM-DETALHE.                        00317000
      *-----------------------------------------------------            00338000
                                                                        00339000
      *-----------------------------------------------------            00340000
       2400-CREDITO-INTERNO                       SECTION.              00340020
      *-----------------------------------------------------            00340040
      *    CREDITO 'C' PARA O PROXIMO FR22EX04 E O MESMO                00340060
      *    PAGAMENTO JA LIQUIDADO NO RETINT (CANAL INTERNO).            00340080
           MOVE WRK-OBR-AGENCIA  TO FD-MOVSAL-AGENCIA.                  00340100
           MOVE WRK-OBR-CTA-NUM  TO FD-MOVSAL-CONTA.                    00340120
           EVALUATE WRK-OBR-TIPO                                        00340140
            WHEN 'SA'                                                   00340160
             MOVE 'CREDITO DE SALARIO'  TO FD-MOVSAL-MOVIMENTO          00340180
            WHEN 'RE'                                                   00340200
             MOVE 'CREDITO DE RESCISAO' TO FD-MOVSAL-MOVIMENTO          00340220
            WHEN 'FE'                                                   00340240
             MOVE 'CREDITO DE FERIAS'   TO FD-MOVSAL-MOVIMENTO          00340260
            WHEN OTHER                                                  00340280
             MOVE 'CREDITO DE PENSAO ALIMENTICIA'                       00340300
               TO FD-MOVSAL-MOVIMENTO                                   00340320
           END-EVALUATE.                                                00340340
           MOVE WRK-OBR-VALOR    TO FD-MOVSAL-VALORMOV.                 00340360
           MOVE 'C'              TO FD-MOVSAL-TIPOMOV.                  00340380
           WRITE FD-MOVSAL.                                             00340400
                                                                        00340420
           MOVE WRK-OBR-ID       TO WRK-RTI-ID.                         00340440
           MOVE WRK-OBR-AGENCIA  TO WRK-RTI-AGENCIA.                    00340460
           MOVE WRK-OBR-CONTA    TO WRK-RTI-CONTA.                      00340480
           MOVE WRK-OBR-VALOR    TO WRK-RTI-VALOR.                      00340500
           MOVE WRK-OBR-TIPO     TO WRK-RTI-TIPOPAG.                    00340520
           WRITE FD-RETINT FROM WRK-RTI-DETALHE.                        00340540
           ADD 1                 TO WRK-QTDE-INTERNO.                   00340560
           ADD WRK-OBR-VALOR     TO WRK-HASH-INTERNO.                   00340580
      *-----------------------------------------------------            00340600
       2400-99-FIM.                                  EXIT.              00340620
      *-----------------------------------------------------            00340640
                                                                        00340660
      *-----------------------------------------------------            00340680
       3000-FINALIZAR                             SECTION.              00341000
      *-----------------------------------------------------            00342000
           MOVE WRK-REGGRAVADOS  TO WRK-TRL-QTDE.                       00343000
           MOVE WRK-HASH-VALORES TO WRK-TRL-HASH.                       00344000
           WRITE FD-REMUNI FROM WRK-REM-TRAILER.                        00345000
                                                                        00346000
           MOVE WRK-QTDE-INTERNO TO WRK-RTI-QTDE.                       00346200
           MOVE WRK-HASH-INTERNO TO WRK-RTI-HASH.                       00346400
           WRITE FD-RETINT FROM WRK-RTI-TRAILER.                        00346600
                                                                        00346800
           CLOSE RELFOPAG RESCPAG FERPAG PENSPAG CONTBANC               00347000
                 REMUNI REMREJU MOVSAL RETINT.                          00348000
                                                                        00349000
           DISPLAY ' '.                                                 00350000
           DISPLAY 'OBRIGACOES LIDAS:       ' WRK-REGLIDOS.             00351000
           DISPLAY '  FOLHA (SA):           ' WRK-QTDE-FOLHA.           00352000
           DISPLAY '  RESCISOES (RE):       ' WRK-QTDE-RESC.            00353000
           DISPLAY '  FERIAS (FE):          ' WRK-QTDE-FERIAS.          00354000
           DISPLAY '  PENSAO ALIM. (PA):    ' WRK-QTDE-PENSAO.          00354500
           DISPLAY 'PAGAMENTOS NA REMESSA:  ' WRK-REGGRAVADOS.          00355000
           DISPLAY 'CREDITO CONTA DA CASA:  ' WRK-QTDE-INTERNO.         00355500
           DISPLAY 'SEM CONTA (REJEITADOS): ' WRK-REGREJEITADOS.        00356000
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00356200
            DISPLAY 'EMPRESA DO LOTE:        ' WRK-PARM-EMPRESA         00356400
            DISPLAY 'DE OUTRAS EMPRESAS:     ' WRK-REGOUTRAEMP          00356600
           END-IF.                                                      00356800
           DISPLAY 'HASH DOS VALORES:       ' WRK-HASH-VALORES.         00357000
           DISPLAY 'HASH CREDITO INTERNO:   ' WRK-HASH-INTERNO.         00357160
           IF WRK-CCI-EXCEDENTE GREATER ZEROS                           00357320
            DISPLAY 'CONTAS DA CASA FORA DA TABELA: '                   00357480
                    WRK-CCI-EXCEDENTE                                   00357640
           END-IF.                                                      00357800
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00358000
      *-----------------------------------------------------            00359000
       3000-99-FIM.                                  EXIT.              00360000
            MOVE 'ERRO NO OPEN FERPAG'   TO WRK-MENSAGEM                00382000
            MOVE '1000'                  TO WRK-SECAO                   00383000
            MOVE WRK-FS-FERPAG           TO WRK-STATUS                  00384000
            PERFORM 9000-TRATAERROS                                     00384120
           END-IF.                                                      00384240
           IF WRK-FS-PENSPAG NOT EQUAL 00                               00384360
            MOVE 'FR22EX13'              TO WRK-PROGRAMA                00384480
            MOVE 'ERRO NO OPEN PENSPAG'  TO WRK-MENSAGEM                00384600
            MOVE '1000'                  TO WRK-SECAO                   00384720
            MOVE WRK-FS-PENSPAG          TO WRK-STATUS                  00384840
            PERFORM 9000-TRATAERROS                                     00385000
           END-IF.                                                      00386000
           IF WRK-FS-CONTBANC NOT EQUAL 00                              00387000
            MOVE 'ERRO NO OPEN REMREJU'  TO WRK-MENSAGEM                00403000
            MOVE '1000'                  TO WRK-SECAO                   00404000
            MOVE WRK-FS-REMREJU          TO WRK-STATUS                  00405000
            PERFORM 9000-TRATAERROS                                     00405060
           END-IF.                                                      00405120
           IF WRK-FS-MOVSAL NOT EQUAL 00                                00405180
            MOVE 'FR22EX13'              TO WRK-PROGRAMA                00405240
            MOVE 'ERRO NO OPEN MOVSAL'   TO WRK-MENSAGEM                00405300
            MOVE '1000'                  TO WRK-SECAO                   00405360
            MOVE WRK-FS-MOVSAL           TO WRK-STATUS                  00405420
            PERFORM 9000-TRATAERROS                                     00405480
           END-IF.                                                      00405540
           IF WRK-FS-RETINT NOT EQUAL 00                                00405600
            MOVE 'FR22EX13'              TO WRK-PROGRAMA                00405660
            MOVE 'ERRO NO OPEN RETINT'   TO WRK-MENSAGEM                00405720
            MOVE '1000'                  TO WRK-SECAO                   00405780
            MOVE WRK-FS-RETINT           TO WRK-STATUS                  00405840
            PERFORM 9000-TRATAERROS                                     00406000
           END-IF.                                                      00407000
      *-----------------------------------------------------            00408000
      *-----------------------------------------------------            00412000
       5000-LER-RELFOPAG                          SECTION.              00413000
      *-----------------------------------------------------            00414000
      *    COM EMPRESA NO PARM, PULA OS REGISTROS DAS OUTRAS.           00414070
           PERFORM 5010-LER-REG-RELFOPAG.                               00414140
           PERFORM 5010-LER-REG-RELFOPAG                                00414210
             UNTIL WRK-FS-RELFOPAG EQUAL 10                             00414280
                OR WRK-PARM-EMPRESA EQUAL SPACES                        00414350
                OR FD-FOPAG-EMPRESA EQUAL WRK-PARM-EMPRESA.             00414420
      *-----------------------------------------------------            00414490
       5000-99-FIM.                                  EXIT.              00414560
      *-----------------------------------------------------            00414630
                                                                        00414700
      *-----------------------------------------------------            00414770
       5010-LER-REG-RELFOPAG                      SECTION.              00414840
      *-----------------------------------------------------            00414910
           READ RELFOPAG.                                               00415000
           IF WRK-FS-RELFOPAG EQUAL 10                                  00416000
            MOVE HIGH-VALUES TO FD-FOPAG-ID                             00417000
           ELSE                                                         00417140
            IF WRK-PARM-EMPRESA NOT EQUAL SPACES                        00417280
               AND FD-FOPAG-EMPRESA NOT EQUAL WRK-PARM-EMPRESA          00417420
             ADD 1 TO WRK-REGOUTRAEMP                                   00417560
            END-IF                                                      00417840
           END-IF.                                                      00418000
      *-----------------------------------------------------            00419000
       5010-99-FIM.                                  EXIT.              00420000
      *-----------------------------------------------------            00421000
                                                                        00422000
      *-----------------------------------------------------            00423000
       5100-LER-RESCPAG                           SECTION.              00424000
      *-----------------------------------------------------            00424070
      *    COM EMPRESA NO PARM, PULA OS REGISTROS DAS OUTRAS.           00424140
           PERFORM 5110-LER-REG-RESCPAG.                                00424210
           PERFORM 5110-LER-REG-RESCPAG                                 00424280
             UNTIL WRK-FS-RESCPAG EQUAL 10                              00424350
                OR WRK-PARM-EMPRESA EQUAL SPACES                        00424420
                OR FD-RSC-EMPRESA EQUAL WRK-PARM-EMPRESA.               00424490
      *-----------------------------------------------------            00424560
       5100-99-FIM.                                  EXIT.              00424630
      *-----------------------------------------------------            00424700
                                                                        00424770
      *-----------------------------------------------------            00424840
       5110-LER-REG-RESCPAG                       SECTION.              00424910
      *-----------------------------------------------------            00425000
           READ RESCPAG.                                                00426000
           IF WRK-FS-RESCPAG EQUAL 10                                   00427000
            MOVE HIGH-VALUES TO FD-RSC-ID                               00428000
           ELSE                                                         00428140
            IF WRK-PARM-EMPRESA NOT EQUAL SPACES                        00428280
               AND FD-RSC-EMPRESA NOT EQUAL WRK-PARM-EMPRESA            00428420
             ADD 1 TO WRK-REGOUTRAEMP                                   00428560
            END-IF                                                      00428840
           END-IF.                                                      00429000
      *-----------------------------------------------------            00430000
       5110-99-FIM.                                  EXIT.              00431000
      *-----------------------------------------------------            00432000
                                                                        00433000
      *-----------------------------------------------------            00434000
       5200-LER-FERPAG                            SECTION.              00435000
      *-----------------------------------------------------            00435070
      *    COM EMPRESA NO PARM, PULA OS REGISTROS DAS OUTRAS.           00435140
           PERFORM 5210-LER-REG-FERPAG.                                 00435210
           PERFORM 5210-LER-REG-FERPAG                                  00435280
             UNTIL WRK-FS-FERPAG EQUAL 10                               00435350
                OR WRK-PARM-EMPRESA EQUAL SPACES                        00435420
                OR FD-FER-EMPRESA EQUAL WRK-PARM-EMPRESA.               00435490
      *-----------------------------------------------------            00435560
       5200-99-FIM.                                  EXIT.              00435630
      *-----------------------------------------------------            00435700
                                                                        00435770
      *-----------------------------------------------------            00435840
       5210-LER-REG-FERPAG                        SECTION.              00435910
      *-----------------------------------------------------            00436000
           READ FERPAG.                                                 00437000
           IF WRK-FS-FERPAG EQUAL 10                                    00438000
            MOVE HIGH-VALUES TO FD-FER-ID                               00439000
           ELSE                                                         00439140
            IF WRK-PARM-EMPRESA NOT EQUAL SPACES                        00439280
               AND FD-FER-EMPRESA NOT EQUAL WRK-PARM-EMPRESA            00439420
             ADD 1 TO WRK-REGOUTRAEMP                                   00439560
            END-IF                                                      00439840
           END-IF.                                                      00440000
      *-----------------------------------------------------            00441000
       5210-99-FIM.                                  EXIT.              00442000
      *-----------------------------------------------------            00443000
                                                                        00444000
      *-----------------------------------------------------            00445000
      *-----------------------------------------------------            00454000
                                                                        00455000
      *-----------------------------------------------------            00456000
       5400-LER-PENSPAG                           SECTION.              00456080
      *-----------------------------------------------------            00456160
      *    COM EMPRESA NO PARM, PULA OS REGISTROS DAS OUTRAS.           00456165
           PERFORM 5410-LER-REG-PENSPAG.                                00456170
           PERFORM 5410-LER-REG-PENSPAG                                 00456175
             UNTIL WRK-FS-PENSPAG EQUAL 10                              00456180
                OR WRK-PARM-EMPRESA EQUAL SPACES                        00456185
                OR FD-PEN-EMPRESA EQUAL WRK-PARM-EMPRESA.               00456190
      *-----------------------------------------------------            00456195
       5400-99-FIM.                                  EXIT.              00456200
      *-----------------------------------------------------            00456205
                                                                        00456210
      *-----------------------------------------------------            00456215
       5410-LER-REG-PENSPAG                       SECTION.              00456220
      *-----------------------------------------------------            00456225
           READ PENSPAG.                                                00456240
           IF WRK-FS-PENSPAG EQUAL 10                                   00456320
            MOVE HIGH-VALUES TO FD-PEN-ID                               00456400
           ELSE                                                         00456410
            IF WRK-PARM-EMPRESA NOT EQUAL SPACES                        00456420
               AND FD-PEN-EMPRESA NOT EQUAL WRK-PARM-EMPRESA            00456430
             ADD 1 TO WRK-REGOUTRAEMP                                   00456440
            END-IF                                                      00456460
           END-IF.                                                      00456480
      *-----------------------------------------------------            00456560
       5410-99-FIM.                                  EXIT.              00456640
      *-----------------------------------------------------            00456720
                                                                        00456800
      *-----------------------------------------------------            00456880
       5500-PROXIMA-OBRIGACAO                     SECTION.              00457000
      *-----------------------------------------------------            00458000
      *    MERGE POR ID ENTRE FOLHA, RESCISOES, FERIAS E                00459000
      *    PENSOES; EM EMPATE PAGA PRIMEIRO A FOLHA, DEPOIS             00460000
      *    A RESCISAO, AS FERIAS E POR FIM A PENSAO.                    00461000
           EVALUATE TRUE                                                00462000
            WHEN FD-FOPAG-ID EQUAL HIGH-VALUES                          00463000
                 AND FD-RSC-ID EQUAL HIGH-VALUES                        00464000
                 AND FD-FER-ID EQUAL HIGH-VALUES                        00465000
                 AND FD-PEN-ID EQUAL HIGH-VALUES                        00465500
             MOVE HIGH-VALUES TO WRK-OBR-ID                             00466000
                                                                        00467000
            WHEN FD-FOPAG-ID NOT GREATER FD-RSC-ID                      00468000
                 AND FD-FOPAG-ID NOT GREATER FD-FER-ID                  00469000
                 AND FD-FOPAG-ID NOT GREATER FD-PEN-ID                  00469500
             MOVE FD-FOPAG-ID      TO WRK-OBR-ID                        00470000
             MOVE FD-FOPAG-NOME    TO WRK-OBR-NOME                      00471000
             MOVE 'SA'             TO WRK-OBR-TIPO                      00472000
             PERFORM 5000-LER-RELFOPAG                                  00476000
                                                                        00477000
            WHEN FD-RSC-ID NOT GREATER FD-FER-ID                        00478000
                 AND FD-RSC-ID NOT GREATER FD-PEN-ID                    00478500
             MOVE FD-RSC-ID        TO WRK-OBR-ID                        00479000
             MOVE FD-RSC-NOME      TO WRK-OBR-NOME                      00480000
             MOVE 'RE'             TO WRK-OBR-TIPO                      00481000
             ADD 1 TO WRK-QTDE-RESC                                     00484000
             PERFORM 5100-LER-RESCPAG                                   00485000
                                                                        00486000
            WHEN FD-FER-ID NOT GREATER FD-PEN-ID                        00487000
             MOVE FD-FER-ID        TO WRK-OBR-ID                        00488000
             MOVE FD-FER-NOME      TO WRK-OBR-NOME                      00489000
             MOVE 'FE'             TO WRK-OBR-TIPO                      00490000
             ADD 1 TO WRK-REGLIDOS                                      00492000
             ADD 1 TO WRK-QTDE-FERIAS                                   00493000
             PERFORM 5200-LER-FERPAG                                    00494000
                                                                        00494080
            WHEN OTHER                                                  00494160
             MOVE FD-PEN-ID        TO WRK-OBR-ID                        00494240
             MOVE FD-PEN-BENEF     TO WRK-OBR-NOME                      00494320
             MOVE 'PA'             TO WRK-OBR-TIPO                      00494400
             MOVE FD-PEN-VALOR     TO WRK-OBR-VALOR                     00494480
             MOVE FD-PEN-AGENCIA   TO WRK-OBR-AGENCIA                   00494560
             MOVE FD-PEN-CONTA     TO WRK-OBR-CONTA                     00494640
             ADD 1 TO WRK-REGLIDOS                                      00494720
             ADD 1 TO WRK-QTDE-PENSAO                                   00494800
             PERFORM 5400-LER-PENSPAG                                   00494880
           END-EVALUATE.                                                00495000
      *-----------------------------------------------------            00496000
       5500-99-FIM.                                  EXIT.              00497000
      *-----------------------------------------------------            00498000
                                                                        00499000
      *-----------------------------------------------------            00500000
       5600-LER-CLIENTES                          SECTION.              00500110
      *-----------------------------------------------------            00500220
           READ CLIENTES.                                               00500330
      *-----------------------------------------------------            00500440
       5600-99-FIM.                                  EXIT.              00500550
      *-----------------------------------------------------            00500660
                                                                        00500770
      *-----------------------------------------------------            00500880
       9000-TRATAERROS                            SECTION.              00501000
      *-----------------------------------------------------            00502000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00503000
