      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPP.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: CADASTRO DAS ORDENS JUDICIAIS DE       *             00008000
      *            PENSAO ALIMENTICIA (TABELA             *             00009000
      *            IVAN.PENSAO, CHAVE FUNCIONARIO +       *             00010000
      *            ORDEM), NOS MOLDES DO F22CIPO:         *             00011000
      *            CONSULTAR (F5), GRAVAR A BASE DE       *             00012000
      *            CALCULO (PERCENTUAL DO LIQUIDO OU      *             00013000
      *            VALOR FIXO) COM OS DADOS E A CONTA DO  *             00014000
      *            BENEFICIARIO (F6) E ENCERRAR A ORDEM   *             00015000
      *            (F7). O DESCONTO (VERBA PENS) E        *             00016000
      *            CALCULADO PELA FOLHA (FR22DB13) E O    *             00017000
      *            PAGAMENTO AO BENEFICIARIO SAI NA       *             00018000
      *            REMESSA UNICA DO FR22EX13.             *             00019000
      *            USUARIO RESTRITO EM IVAN.USUEMP SO VE  *             00019160
      *            FUNCIONARIOS DAS EMPRESAS LIBERADAS.   *             00019320
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00019480
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00019640
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00019800
      *---------------------------------------------------*             00020000
      *  ARQUIVOS:                                        *             00021000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00022000
      *  F22CIMP             I             ---------      *             00023000
      *---------------------------------------------------*             00024000
      *  BASE  DE DADOS:                                  *             00025000
      *  TABELA             I/O           INCLUDE/BOOK    *             00026000
      *  IVAN.USUEMP         I             ---------      *             00026250
      *  IVAN.USUARIO        I             ---------      *             00026500
      *  IVAN.USUALOG        O             ---------      *             00026750
      *  IVAN.PENSAO        I/O            ---------      *             00027000
      *  IVAN.FUNC           I             ---------      *             00028000
      *===================================================*             00029000
       DATA                                      DIVISION.              00030000
      *====================================================             00031000
      *-----------------------------------------------------            00032000
       WORKING-STORAGE                            SECTION.              00033000
      *-----------------------------------------------------            00034000
            COPY F22CIMP.                                               00035000
             COPY DFHAID.                                               00036000
                                                                        00037000
            EXEC SQL                                                    00038000
               INCLUDE SQLCA                                            00039000
            END-EXEC.                                                   00040000
      *----------------------------------------------------             00041000
       01 FILLER PIC X(48) VALUE                                        00042000
           '--------------VARIAVEIS PARA APOIO-----------'.             00043000
      *----------------------------------------------------             00044000
       77 WRK-SQLCODE     PIC -999.                                     00045000
       77 WRK-TERMINAL    PIC X(04).                                    00045250
       77 WRK-PERFIL      PIC X(01).                                    00045500
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00045750
       77 WRK-FLAG        PIC 9(02).                                    00046000
       77 WRK-ID-AUX      PIC 9(05).                                    00047000
       77 WRK-USUARIO     PIC X(08).                                    00048000
      *----------------------------------------------------             00049000
       01 FILLER PIC X(48) VALUE                                        00050000
           '--------------AREA DA ORDEM JUDICIAL---------'.             00051000
      *----------------------------------------------------             00052000
      *    PERCENTUAL E VALOR SAO DIGITADOS COM DUAS DECIMAIS           00053000
      *    IMPLICITAS (03000 = 30,00%) E LIDOS PELA                     00054000
      *    REDEFINICAO.                                                 00055000
       01 WRK-PEN.                                                      00056000
          05 WRK-PEN-IDFUNC     PIC 9(05).                              00057000
          05 WRK-PEN-SEQ-X      PIC X(01).                              00058000
          05 WRK-PEN-SEQ REDEFINES WRK-PEN-SEQ-X                        00059000
                                PIC 9(01).                              00060000
          05 WRK-PEN-TIPOCALC   PIC X(01).                              00061000
          05 WRK-PEN-PERCENT-X  PIC X(05).                              00062000
          05 WRK-PEN-PERCENT REDEFINES WRK-PEN-PERCENT-X                00063000
                                PIC 9(03)V9(02).                        00064000
          05 WRK-PEN-VALOR-X    PIC X(08).                              00065000
          05 WRK-PEN-VALOR REDEFINES WRK-PEN-VALOR-X                    00066000
                                PIC 9(06)V9(02).                        00067000
          05 WRK-PEN-BENEF      PIC X(30).                              00068000
          05 WRK-PEN-CPF        PIC X(11).                              00069000
          05 WRK-PEN-AGENCIA    PIC X(04).                              00070000
          05 WRK-PEN-CONTA      PIC X(08).                              00071000
          05 WRK-PEN-STATUS     PIC X(01).                              00072000
      *----------------------------------------------------             00072110
       01 FILLER PIC X(48) VALUE                                        00072220
           '--------------EMPRESAS DO USUARIO (IVAN.USUEMP)'.           00072330
      *----------------------------------------------------             00072440
       77 WRK-EMP-IDFUNC    PIC 9(05).                                  00072550
       77 WRK-QTD-USUEMP    PIC S9(04) COMP.                            00072660
       77 WRK-EMP-BLOQUEIO  PIC X(01).                                  00072770
          88 WRK-EMP-BLOQUEADA         VALUE 'S'.                       00072880
      *====================================================             00073000
       PROCEDURE                                 DIVISION.              00074000
      *====================================================             00075000
      *-----------------------------------------------------            00076000
       0000-PRINCIPAL                             SECTION.              00077000
      *-----------------------------------------------------            00078000
            PERFORM 1000-INICIALIZAR.                                   00079000
            PERFORM 2000-PROCESSAR.                                     00080000
            PERFORM 3000-FINALIZAR.                                     00081000
      *-----------------------------------------------------            00082000
       0000-99-FIM.                                  EXIT.              00083000
      *-----------------------------------------------------            00084000
                                                                        00085000
      *-----------------------------------------------------            00086000
       1000-INICIALIZAR                           SECTION.              00087000
      *-----------------------------------------------------            00088000
             PERFORM 1100-VERIFICAR-ACESSO.                             00088330
                                                                        00088660
             EXEC CICS SEND                                             00089000
               MAPSET('F22CIMP')                                        00090000
               MAP('MAPA01')                                            00091000
                ERASE                                                   00092000
               MAPONLY                                                  00093000
             END-EXEC.                                                  00094000
      *-----------------------------------------------------            00095000
       1000-99-FIM.                                  EXIT.              00096000
      *-----------------------------------------------------            00096020
                                                                        00096040
      *-----------------------------------------------------            00096060
       1100-VERIFICAR-ACESSO                      SECTION.              00096080
      *-----------------------------------------------------            00096100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00096120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00096140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00096160
      *      MENU F22CIPL.                                              00096180
             EXEC CICS ASSIGN                                           00096200
               USERID(WRK-USUARIO)                                      00096220
             END-EXEC.                                                  00096240
                                                                        00096260
             EXEC SQL                                                   00096280
              SELECT PERFIL INTO :WRK-PERFIL                            00096300
               FROM IVAN.USUARIO                                        00096320
               WHERE USUARIO = :WRK-USUARIO                             00096340
               FETCH FIRST ROW ONLY                                     00096360
             END-EXEC.                                                  00096380
                                                                        00096400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00096420
              MOVE EIBTRMID TO WRK-TERMINAL                             00096440
              EXEC SQL                                                  00096460
               INSERT INTO IVAN.USUALOG                                 00096480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00096500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00096520
                       'RV',CURRENT TIMESTAMP)                          00096540
              END-EXEC                                                  00096560
              EXEC SQL                                                  00096580
                COMMIT                                                  00096600
              END-EXEC                                                  00096620
              MOVE LOW-VALUES TO MAPA01O                                00096640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00096660
                TO MSGO                                                 00096680
              EXEC CICS SEND                                            00096700
                MAPSET('F22CIMP')                                       00096720
                MAP('MAPA01')                                           00096740
                FROM(MAPA01O)                                           00096760
                ERASE                                                   00096780
              END-EXEC                                                  00096800
              EXEC CICS                                                 00096820
               RETURN                                                   00096840
              END-EXEC                                                  00096860
             END-IF.                                                    00096880
      *-----------------------------------------------------            00096900
       1100-99-FIM.                                  EXIT.              00096920
      *-----------------------------------------------------            00097000
                                                                        00098000
      *-----------------------------------------------------            00099000
       2000-PROCESSAR                             SECTION.              00100000
      *-----------------------------------------------------            00101000
             EXEC CICS RECEIVE                                          00102000
               MAPSET('F22CIMP')                                        00103000
               MAP('MAPA01')                                            00104000
               INTO(MAPA01I)                                            00105000
             END-EXEC.                                                  00106000
                                                                        00107000
            EVALUATE TRUE                                               00108000
             WHEN EIBAID = '"'                                          00109000
              PERFORM 2050-LIMPAR                                       00110000
             WHEN EIBAID = ':'                                          00111000
              PERFORM 2100-SAIR                                         00112000
             WHEN EIBAID = '5'                                          00113000
              PERFORM 2150-CONSULTAR                                    00114000
             WHEN EIBAID = '6'                                          00115000
              PERFORM 2200-GRAVAR                                       00116000
             WHEN EIBAID = '7'                                          00117000
              PERFORM 2250-ENCERRAR                                     00118000
             END-EVALUATE.                                              00119000
                                                                        00120000
             EXEC CICS SEND                                             00121000
               MAPSET('F22CIMP')                                        00122000
               MAP('MAPA01')                                            00123000
               DATAONLY                                                 00124000
               FROM(MAPA01O)                                            00125000
             END-EXEC.                                                  00126000
      *-----------------------------------------------------            00127000
       2000-99-FIM.                                  EXIT.              00128000
      *-----------------------------------------------------            00129000
                                                                        00130000
      *-----------------------------------------------------            00131000
       2050-LIMPAR                                SECTION.              00132000
      *-----------------------------------------------------            00133000
             EXEC CICS                                                  00134000
              RETURN TRANSID ('T22P')                                   00135000
             END-EXEC.                                                  00136000
      *-----------------------------------------------------            00137000
       2050-99-FIM.                                  EXIT.              00138000
      *-----------------------------------------------------            00139000
                                                                        00140000
      *-----------------------------------------------------            00141000
       2100-SAIR                                  SECTION.              00142000
      *-----------------------------------------------------            00143000
             EXEC CICS                                                  00144000
              RETURN TRANSID ('T22M')                                   00145000
             END-EXEC.                                                  00146000
      *-----------------------------------------------------            00147000
       2100-99-FIM.                                  EXIT.              00148000
      *-----------------------------------------------------            00149000
                                                                        00150000
      *-----------------------------------------------------            00151000
       2150-CONSULTAR                             SECTION.              00152000
      *-----------------------------------------------------            00153000
      *     ORDEM EM BRANCO = PRIMEIRA ORDEM DO FUNCIONARIO.            00154000
             MOVE IDFUNCI TO WRK-PEN-IDFUNC.                            00155000
             IF SEQL GREATER 0                                          00156000
              MOVE SEQI   TO WRK-PEN-SEQ-X                              00157000
             ELSE                                                       00158000
              MOVE 1      TO WRK-PEN-SEQ                                00159000
             END-IF.                                                    00160000
             MOVE WRK-PEN-IDFUNC TO WRK-EMP-IDFUNC                      00160120
             PERFORM 2900-VERIFICAR-EMPRESA                             00160240
             IF WRK-EMP-BLOQUEADA                                       00160360
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00160480
              GO TO 2150-99-FIM                                         00160600
             END-IF.                                                    00160720
                                                                        00160840
              EXEC SQL                                                  00161000
               SELECT TIPOCALC,PERCENT,VALOR,BENEFNOME,BENEFCPF,        00162000
                      AGENCIA,CONTA,STATUS                              00163000
               INTO :WRK-PEN-TIPOCALC,                                  00164000
                    :WRK-PEN-PERCENT,                                   00165000
                    :WRK-PEN-VALOR,                                     00166000
                    :WRK-PEN-BENEF,                                     00167000
                    :WRK-PEN-CPF,                                       00168000
                    :WRK-PEN-AGENCIA,                                   00169000
                    :WRK-PEN-CONTA,                                     00170000
                    :WRK-PEN-STATUS                                     00171000
               FROM IVAN.PENSAO                                         00172000
                WHERE IDFUNC = :WRK-PEN-IDFUNC                          00173000
                  AND SEQ    = :WRK-PEN-SEQ                             00174000
              END-EXEC.                                                 00175000
                                                                        00176000
             EVALUATE SQLCODE                                           00177000
              WHEN 0                                                    00178000
               MOVE WRK-PEN-SEQ-X     TO SEQO                           00179000
               MOVE WRK-PEN-TIPOCALC  TO TIPOCALO                       00180000
               MOVE WRK-PEN-PERCENT-X TO PERCENTO                       00181000
               MOVE WRK-PEN-VALOR-X   TO VALORO                         00182000
               MOVE WRK-PEN-BENEF     TO BENEFO                         00183000
               MOVE WRK-PEN-CPF       TO CPFO                           00184000
               MOVE WRK-PEN-AGENCIA   TO AGENCIAO                       00185000
               MOVE WRK-PEN-CONTA     TO CONTAO                         00186000
               MOVE WRK-PEN-STATUS    TO STATUSO                        00187000
               MOVE 'ORDEM ENCONTRADA'          TO MSGO                 00188000
              WHEN 100                                                  00189000
               MOVE 'ORDEM NAO CADASTRADA'      TO MSGO                 00190000
              WHEN OTHER                                                00191000
               MOVE SQLCODE                     TO WRK-SQLCODE          00192000
               MOVE 'ERRO: '                    TO MSGO                 00193000
               MOVE WRK-SQLCODE                 TO MSGO(07:04)          00194000
             END-EVALUATE.                                              00195000
      *-----------------------------------------------------            00196000
       2150-99-FIM.                                  EXIT.              00197000
      *-----------------------------------------------------            00198000
                                                                        00199000
      *-----------------------------------------------------            00200000
       2200-GRAVAR                                SECTION.              00201000
      *-----------------------------------------------------            00202000
             MOVE 0 TO WRK-FLAG.                                        00203000
             PERFORM 2210-VALIDAR-CAMPOS.                               00204000
                                                                        00205000
             EVALUATE WRK-FLAG                                          00206000
              WHEN 1                                                    00207000
               MOVE 'PREENCHA TODOS OS CAMPOS DA ORDEM' TO MSGO         00208000
              WHEN 2                                                    00209000
               MOVE 'CALCULO INVALIDO (P OU V)'         TO MSGO         00210000
              WHEN 3                                                    00211000
               MOVE 'PERCENTUAL/VALOR INVALIDO'         TO MSGO         00212000
              WHEN 4                                                    00213000
               MOVE 'CPF/AGENCIA/CONTA INVALIDOS'       TO MSGO         00214000
              WHEN 5                                                    00215000
               MOVE 'FUNCIONARIO INVALIDO'              TO MSGO         00216000
              WHEN 6                                                    00216330
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA'      TO MSGO         00216660
              WHEN OTHER                                                00217000
               EXEC CICS ASSIGN                                         00218000
                 USERID(WRK-USUARIO)                                    00219000
               END-EXEC                                                 00220000
               EXEC SQL                                                 00221000
                UPDATE IVAN.PENSAO                                      00222000
                   SET TIPOCALC  = :WRK-PEN-TIPOCALC,                   00223000
                       PERCENT   = :WRK-PEN-PERCENT,                    00224000
                       VALOR     = :WRK-PEN-VALOR,                      00225000
                       BENEFNOME = :WRK-PEN-BENEF,                      00226000
                       BENEFCPF  = :WRK-PEN-CPF,                        00227000
                       AGENCIA   = :WRK-PEN-AGENCIA,                    00228000
                       CONTA     = :WRK-PEN-CONTA,                      00229000
                       STATUS    = 'A',                                 00230000
                       USUARIO   = :WRK-USUARIO,                        00231000
                       DATAHORA  = CURRENT TIMESTAMP                    00232000
                 WHERE IDFUNC = :WRK-PEN-IDFUNC                         00233000
                   AND SEQ    = :WRK-PEN-SEQ                            00234000
               END-EXEC                                                 00235000
               IF SQLCODE EQUAL 100                                     00236000
                EXEC SQL                                                00237000
                 INSERT INTO IVAN.PENSAO                                00238000
                       (IDFUNC,SEQ,TIPOCALC,PERCENT,VALOR,              00239000
                        BENEFNOME,BENEFCPF,AGENCIA,CONTA,STATUS,        00240000
                        USUARIO,DATAHORA)                               00241000
                 VALUES (:WRK-PEN-IDFUNC,:WRK-PEN-SEQ,                  00242000
                         :WRK-PEN-TIPOCALC,:WRK-PEN-PERCENT,            00243000
                         :WRK-PEN-VALOR,:WRK-PEN-BENEF,                 00244000
                         :WRK-PEN-CPF,:WRK-PEN-AGENCIA,                 00245000
                         :WRK-PEN-CONTA,'A',:WRK-USUARIO,               00246000
                         CURRENT TIMESTAMP)                             00247000
                END-EXEC                                                00248000
               END-IF                                                   00249000
               EVALUATE SQLCODE                                         00250000
                WHEN 0                                                  00251000
                 EXEC SQL                                               00252000
                   COMMIT                                               00253000
                 END-EXEC                                               00254000
                 MOVE 'A'                           TO STATUSO          00255000
                 MOVE 'ORDEM DE PENSAO GRAVADA'     TO MSGO             00256000
                WHEN OTHER                                              00257000
                 MOVE SQLCODE TO WRK-SQLCODE                            00258000
                 MOVE WRK-SQLCODE TO MSGO                               00259000
               END-EVALUATE                                             00260000
             END-EVALUATE.                                              00261000
      *-----------------------------------------------------            00262000
       2200-99-FIM.                                  EXIT.              00263000
      *-----------------------------------------------------            00264000
                                                                        00265000
      *-----------------------------------------------------            00266000
       2210-VALIDAR-CAMPOS                        SECTION.              00267000
      *-----------------------------------------------------            00268000
             IF IDFUNCL GREATER 0 AND SEQL GREATER 0                    00269000
                AND TIPOCALL GREATER 0 AND BENEFL GREATER 0             00270000
                AND CPFL GREATER 0 AND AGENCIAL GREATER 0               00271000
                AND CONTAL GREATER 0                                    00272000
              MOVE IDFUNCI  TO WRK-PEN-IDFUNC                           00273000
              MOVE SEQI     TO WRK-PEN-SEQ-X                            00274000
              MOVE TIPOCALI TO WRK-PEN-TIPOCALC                         00275000
              MOVE BENEFI   TO WRK-PEN-BENEF                            00276000
              MOVE CPFI     TO WRK-PEN-CPF                              00277000
              MOVE AGENCIAI TO WRK-PEN-AGENCIA                          00278000
              MOVE CONTAI   TO WRK-PEN-CONTA                            00279000
             ELSE                                                       00280000
              MOVE 1 TO WRK-FLAG                                        00281000
             END-IF.                                                    00282000
                                                                        00283000
             IF WRK-FLAG EQUAL 0                                        00284000
              IF WRK-PEN-TIPOCALC NOT EQUAL 'P'                         00285000
                 AND WRK-PEN-TIPOCALC NOT EQUAL 'V'                     00286000
               MOVE 2 TO WRK-FLAG                                       00287000
              END-IF                                                    00288000
             END-IF.                                                    00289000
                                                                        00290000
      *      SO A BASE DO TIPO DE CALCULO E GRAVADA; A OUTRA            00291000
      *      FICA ZERADA.                                               00292000
             IF WRK-FLAG EQUAL 0                                        00293000
              MOVE ZEROS TO WRK-PEN-PERCENT                             00294000
              MOVE ZEROS TO WRK-PEN-VALOR                               00295000
              IF WRK-PEN-TIPOCALC EQUAL 'P'                             00296000
               IF PERCENTL GREATER 0                                    00297000
                MOVE PERCENTI TO WRK-PEN-PERCENT-X                      00298000
               END-IF                                                   00299000
               IF WRK-PEN-PERCENT-X IS NOT NUMERIC                      00300000
                MOVE 3 TO WRK-FLAG                                      00301000
               ELSE                                                     00302000
                IF WRK-PEN-PERCENT EQUAL ZEROS                          00303000
                   OR WRK-PEN-PERCENT GREATER 100                       00304000
                 MOVE 3 TO WRK-FLAG                                     00305000
                END-IF                                                  00306000
               END-IF                                                   00307000
              ELSE                                                      00308000
               IF VALORL GREATER 0                                      00309000
                MOVE VALORI TO WRK-PEN-VALOR-X                          00310000
               END-IF                                                   00311000
               IF WRK-PEN-VALOR-X IS NOT NUMERIC                        00312000
                MOVE 3 TO WRK-FLAG                                      00313000
               ELSE                                                     00314000
                IF WRK-PEN-VALOR EQUAL ZEROS                            00315000
                 MOVE 3 TO WRK-FLAG                                     00316000
                END-IF                                                  00317000
               END-IF                                                   00318000
              END-IF                                                    00319000
             END-IF.                                                    00320000
                                                                        00321000
             IF WRK-FLAG EQUAL 0                                        00322000
              IF WRK-PEN-SEQ-X IS NOT NUMERIC                           00323000
                 OR WRK-PEN-CPF IS NOT NUMERIC                          00324000
                 OR WRK-PEN-AGENCIA IS NOT NUMERIC                      00325000
                 OR WRK-PEN-CONTA IS NOT NUMERIC                        00326000
               MOVE 4 TO WRK-FLAG                                       00327000
              END-IF                                                    00328000
             END-IF.                                                    00329000
                                                                        00330000
             IF WRK-FLAG EQUAL 0                                        00331000
              MOVE WRK-PEN-IDFUNC TO WRK-ID-AUX                         00332000
              EXEC SQL                                                  00333000
               SELECT ID INTO :WRK-ID-AUX                               00334000
                FROM IVAN.FUNC                                          00335000
                WHERE ID = :WRK-ID-AUX AND STATUS = 'A'                 00336000
                FETCH FIRST ROW ONLY                                    00337000
              END-EXEC                                                  00338000
              IF SQLCODE NOT EQUAL 0                                    00339000
               MOVE 5 TO WRK-FLAG                                       00340000
              ELSE                                                      00340140
               MOVE WRK-PEN-IDFUNC TO WRK-EMP-IDFUNC                    00340280
               PERFORM 2900-VERIFICAR-EMPRESA                           00340420
               IF WRK-EMP-BLOQUEADA                                     00340560
                MOVE 6 TO WRK-FLAG                                      00340700
               END-IF                                                   00340840
              END-IF                                                    00341000
             END-IF.                                                    00342000
      *-----------------------------------------------------            00343000
       2210-99-FIM.                                  EXIT.              00344000
      *-----------------------------------------------------            00345000
                                                                        00346000
      *-----------------------------------------------------            00347000
       2250-ENCERRAR                              SECTION.              00348000
      *-----------------------------------------------------            00349000
      *     ENCERRA A ORDEM SEM APAGAR O HISTORICO - A FOLHA            00350000
      *     SO APLICA ORDENS COM STATUS 'A'.                            00351000
            IF CONFIRML GREATER 0 AND CONFIRMI EQUAL 'S'                00352000
               AND IDFUNCL GREATER 0 AND SEQL GREATER 0                 00353000
             MOVE IDFUNCI TO WRK-PEN-IDFUNC                             00354000
             MOVE SEQI    TO WRK-PEN-SEQ-X                              00355000
             MOVE WRK-PEN-IDFUNC TO WRK-EMP-IDFUNC                      00355140
             PERFORM 2900-VERIFICAR-EMPRESA                             00355280
             IF WRK-EMP-BLOQUEADA                                       00355420
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00355560
              GO TO 2250-99-FIM                                         00355700
             END-IF                                                     00355840
             EXEC CICS ASSIGN                                           00356000
               USERID(WRK-USUARIO)                                      00357000
             END-EXEC                                                   00358000
             EXEC SQL                                                   00359000
              UPDATE IVAN.PENSAO                                        00360000
                 SET STATUS   = 'E',                                    00361000
                     USUARIO  = :WRK-USUARIO,                           00362000
                     DATAHORA = CURRENT TIMESTAMP                       00363000
               WHERE IDFUNC = :WRK-PEN-IDFUNC                           00364000
                 AND SEQ    = :WRK-PEN-SEQ                              00365000
                 AND STATUS = 'A'                                       00366000
             END-EXEC                                                   00367000
             EVALUATE SQLCODE                                           00368000
              WHEN 0                                                    00369000
               EXEC SQL                                                 00370000
                 COMMIT                                                 00371000
               END-EXEC                                                 00372000
               MOVE 'E'                           TO STATUSO            00373000
               MOVE 'ORDEM DE PENSAO ENCERRADA'   TO MSGO               00374000
              WHEN 100                                                  00375000
               MOVE 'ORDEM NAO ENCONTRADA/JA ENCERRADA' TO MSGO         00376000
              WHEN OTHER                                                00377000
               MOVE SQLCODE                       TO WRK-SQLCODE        00378000
               MOVE WRK-SQLCODE                   TO MSGO               00379000
             END-EVALUATE                                               00380000
            ELSE                                                        00381000
             MOVE 'CONFIRME O ENCERRAMENTO COM S + F7' TO MSGO          00382000
            END-IF.                                                     00383000
      *-----------------------------------------------------            00384000
       2250-99-FIM.                                  EXIT.              00385000
      *-----------------------------------------------------            00386000
                                                                        00387000
      *-----------------------------------------------------            00388000
       2900-VERIFICAR-EMPRESA                     SECTION.              00388020
      *-----------------------------------------------------            00388040
      *      USUARIO COM LINHA EM IVAN.USUEMP SO ENXERGA E              00388060
      *      MANTEM FUNCIONARIOS DAS EMPRESAS LIBERADAS PARA            00388080
      *      ELE, COMO NO F22CIP1 (SEM LINHA, TODAS). ID QUE            00388100
      *      NAO EXISTE NAO BLOQUEIA: A TELA DA A MENSAGEM              00388120
      *      DELA.                                                      00388140
             MOVE 'N' TO WRK-EMP-BLOQUEIO.                              00388160
             EXEC SQL                                                   00388180
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00388200
               FROM IVAN.USUEMP                                         00388220
               WHERE USUARIO = :WRK-USUARIO                             00388240
             END-EXEC.                                                  00388260
                                                                        00388280
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00388300
              EXEC SQL                                                  00388320
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00388340
                FROM IVAN.FUNC F                                        00388360
                WHERE F.ID = :WRK-EMP-IDFUNC                            00388380
                  AND (F.EMPRESA IS NULL                                00388400
                   OR F.EMPRESA NOT IN                                  00388420
                      (SELECT E.EMPRESA FROM IVAN.USUEMP E              00388440
                        WHERE E.USUARIO = :WRK-USUARIO))                00388460
              END-EXEC                                                  00388480
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP GREATER ZEROS    00388500
               MOVE 'S' TO WRK-EMP-BLOQUEIO                             00388520
              END-IF                                                    00388540
             END-IF.                                                    00388560
      *-----------------------------------------------------            00388580
       2900-99-FIM.                                  EXIT.              00388600
      *-----------------------------------------------------            00388620
                                                                        00388640
      *-----------------------------------------------------            00388660
       3000-FINALIZAR                             SECTION.              00389000
      *-----------------------------------------------------            00390000
            EXEC CICS                                                   00391000
             RETURN TRANSID ('T22P')                                    00392000
            END-EXEC.                                                   00393000
      *-----------------------------------------------------            00394000
       3000-99-FIM.                                  EXIT.              00395000
      *-----------------------------------------------------            00396000
