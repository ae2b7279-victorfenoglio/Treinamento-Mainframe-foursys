      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPO.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: CADASTRO DA OPCAO PELO VALE-TRANSPORTE *             00008000
      *            (TABELA IVAN.VT, UMA LINHA POR         *             00009000
      *            FUNCIONARIO), NOS MOLDES DO F22CIPN:   *             00010000
      *            CONSULTAR (F5), GRAVAR TARIFA POR      *             00011000
      *            VIAGEM, VIAGENS POR DIA E VIGENCIA     *             00012000
      *            (F6) E ENCERRAR A OPCAO (F7). A COMPRA *             00013000
      *            MENSAL E O DESCONTO DE ATE 6% SAO      *             00014000
      *            CALCULADOS PELO FR22DB62 E PELA FOLHA  *             00015000
      *            (FR22DB13).                            *             00016000
      *            USUARIO RESTRITO EM IVAN.USUEMP SO VE  *             00016160
      *            FUNCIONARIOS DAS EMPRESAS LIBERADAS.   *             00016320
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00016480
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00016640
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00016800
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
      *  F22CIMO             I             ---------      *             00020000
      *---------------------------------------------------*             00021000
      *  BASE  DE DADOS:                                  *             00022000
      *  TABELA             I/O           INCLUDE/BOOK    *             00023000
      *  IVAN.USUEMP         I             ---------      *             00023250
      *  IVAN.USUARIO        I             ---------      *             00023500
      *  IVAN.USUALOG        O             ---------      *             00023750
      *  IVAN.VT            I/O            ---------      *             00024000
      *  IVAN.FUNC           I             ---------      *             00025000
      *===================================================*             00026000
       DATA                                      DIVISION.              00027000
      *====================================================             00028000
      *-----------------------------------------------------            00029000
       WORKING-STORAGE                            SECTION.              00030000
      *-----------------------------------------------------            00031000
            COPY F22CIMO.                                               00032000
             COPY DFHAID.                                               00033000
                                                                        00034000
            EXEC SQL                                                    00035000
               INCLUDE SQLCA                                            00036000
            END-EXEC.                                                   00037000
      *----------------------------------------------------             00038000
       01 FILLER PIC X(48) VALUE                                        00039000
           '--------------VARIAVEIS PARA APOIO-----------'.             00040000
      *----------------------------------------------------             00041000
       77 WRK-SQLCODE     PIC -999.                                     00042000
       77 WRK-TERMINAL    PIC X(04).                                    00042250
       77 WRK-PERFIL      PIC X(01).                                    00042500
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00042750
       77 WRK-FLAG        PIC 9(02).                                    00043000
       77 WRK-ID-AUX      PIC 9(05).                                    00044000
       77 WRK-USUARIO     PIC X(08).                                    00045000
      *    CRITICA DE DATA AAAA-MM-DD DIGITADA NA TELA.                 00046000
       01 WRK-DATA-TELA.                                                00047000
          05 WRK-DTT-ANO        PIC X(04).                              00048000
          05 WRK-DTT-TRACO1     PIC X(01).                              00049000
          05 WRK-DTT-MES        PIC X(02).                              00050000
          05 WRK-DTT-MES-N REDEFINES WRK-DTT-MES                        00051000
                                PIC 9(02).                              00052000
          05 WRK-DTT-TRACO2     PIC X(01).                              00053000
          05 WRK-DTT-DIA        PIC X(02).                              00054000
          05 WRK-DTT-DIA-N REDEFINES WRK-DTT-DIA                        00055000
                                PIC 9(02).                              00056000
      *----------------------------------------------------             00057000
       01 FILLER PIC X(48) VALUE                                        00058000
           '--------------AREA DO VALE-TRANSPORTE--------'.             00059000
      *----------------------------------------------------             00060000
      *    A TARIFA E DIGITADA COM DUAS DECIMAIS IMPLICITAS             00061000
      *    (00550 = 5,50) E LIDA PELA REDEFINICAO.                      00062000
       01 WRK-VT.                                                       00063000
          05 WRK-VT-IDFUNC      PIC 9(05).                              00064000
          05 WRK-VT-TARIFA-X    PIC X(05).                              00065000
          05 WRK-VT-TARIFA REDEFINES WRK-VT-TARIFA-X                    00066000
                                PIC 9(03)V9(02).                        00067000
          05 WRK-VT-VIAGENS-X   PIC X(02).                              00068000
          05 WRK-VT-VIAGENS REDEFINES WRK-VT-VIAGENS-X                  00069000
                                PIC 9(02).                              00070000
          05 WRK-VT-DATAINI     PIC X(10).                              00071000
          05 WRK-VT-DATAFIM     PIC X(10).                              00072000
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
               MAPSET('F22CIMO')                                        00090000
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
                MAPSET('F22CIMO')                                       00096720
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
               MAPSET('F22CIMO')                                        00103000
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
               MAPSET('F22CIMO')                                        00122000
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
              RETURN TRANSID ('T22O')                                   00135000
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
             MOVE IDFUNCI TO WRK-VT-IDFUNC.                             00154000
             MOVE WRK-VT-IDFUNC TO WRK-EMP-IDFUNC                       00154120
             PERFORM 2900-VERIFICAR-EMPRESA                             00154240
             IF WRK-EMP-BLOQUEADA                                       00154360
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00154480
              GO TO 2150-99-FIM                                         00154600
             END-IF.                                                    00154720
                                                                        00154840
              EXEC SQL                                                  00155000
               SELECT TARIFA,VIAGENS,DATAINI,DATAFIM                    00156000
               INTO :WRK-VT-TARIFA,                                     00157000
                    :WRK-VT-VIAGENS,                                    00158000
                    :WRK-VT-DATAINI,                                    00159000
                    :WRK-VT-DATAFIM                                     00160000
               FROM IVAN.VT                                             00161000
                WHERE IDFUNC = :WRK-VT-IDFUNC                           00162000
              END-EXEC.                                                 00163000
                                                                        00164000
             EVALUATE SQLCODE                                           00165000
              WHEN 0                                                    00166000
               MOVE WRK-VT-TARIFA-X  TO TARIFAO                         00167000
               MOVE WRK-VT-VIAGENS-X TO VIAGENSO                        00168000
               MOVE WRK-VT-DATAINI   TO DATAINIO                        00169000
               IF WRK-VT-DATAFIM EQUAL '9999-12-31'                     00170000
                MOVE SPACES          TO DATAFIMO                        00171000
               ELSE                                                     00172000
                MOVE WRK-VT-DATAFIM  TO DATAFIMO                        00173000
               END-IF                                                   00174000
               MOVE 'OPCAO ENCONTRADA'          TO MSGO                 00175000
              WHEN 100                                                  00176000
               MOVE 'FUNCIONARIO SEM VALE-TRANSPORTE' TO MSGO           00177000
              WHEN OTHER                                                00178000
               MOVE SQLCODE                     TO WRK-SQLCODE          00179000
               MOVE 'ERRO: '                    TO MSGO                 00180000
               MOVE WRK-SQLCODE                 TO MSGO(07:04)          00181000
             END-EVALUATE.                                              00182000
      *-----------------------------------------------------            00183000
       2150-99-FIM.                                  EXIT.              00184000
      *-----------------------------------------------------            00185000
                                                                        00186000
      *-----------------------------------------------------            00187000
       2200-GRAVAR                                SECTION.              00188000
      *-----------------------------------------------------            00189000
             MOVE 0 TO WRK-FLAG.                                        00190000
             PERFORM 2210-VALIDAR-CAMPOS.                               00191000
                                                                        00192000
             EVALUATE WRK-FLAG                                          00193000
              WHEN 1                                                    00194000
               MOVE 'PREENCHA FUNC, TARIFA, VIAGENS E INICIO'           00195000
                                                       TO MSGO          00196000
              WHEN 2                                                    00197000
               MOVE 'DATA INVALIDA (AAAA-MM-DD)'        TO MSGO         00198000
              WHEN 3                                                    00199000
               MOVE 'TARIFA/VIAGENS INVALIDAS'          TO MSGO         00200000
              WHEN 4                                                    00201000
               MOVE 'FIM ANTERIOR AO INICIO'            TO MSGO         00202000
              WHEN 5                                                    00203000
               MOVE 'FUNCIONARIO INVALIDO'              TO MSGO         00204000
              WHEN 6                                                    00204330
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA'      TO MSGO         00204660
              WHEN OTHER                                                00205000
               EXEC CICS ASSIGN                                         00206000
                 USERID(WRK-USUARIO)                                    00207000
               END-EXEC                                                 00208000
               EXEC SQL                                                 00209000
                UPDATE IVAN.VT                                          00210000
                   SET TARIFA   = :WRK-VT-TARIFA,                       00211000
                       VIAGENS  = :WRK-VT-VIAGENS,                      00212000
                       DATAINI  = :WRK-VT-DATAINI,                      00213000
                       DATAFIM  = :WRK-VT-DATAFIM,                      00214000
                       USUARIO  = :WRK-USUARIO,                         00215000
                       DATAHORA = CURRENT TIMESTAMP                     00216000
                 WHERE IDFUNC = :WRK-VT-IDFUNC                          00217000
               END-EXEC                                                 00218000
               IF SQLCODE EQUAL 100                                     00219000
                EXEC SQL                                                00220000
                 INSERT INTO IVAN.VT                                    00221000
                       (IDFUNC,TARIFA,VIAGENS,DATAINI,DATAFIM,          00222000
                        USUARIO,DATAHORA)                               00223000
                 VALUES (:WRK-VT-IDFUNC,:WRK-VT-TARIFA,                 00224000
                         :WRK-VT-VIAGENS,:WRK-VT-DATAINI,               00225000
                         :WRK-VT-DATAFIM,:WRK-USUARIO,                  00226000
                         CURRENT TIMESTAMP)                             00227000
                END-EXEC                                                00228000
               END-IF                                                   00229000
               EVALUATE SQLCODE                                         00230000
                WHEN 0                                                  00231000
                 EXEC SQL                                               00232000
                   COMMIT                                               00233000
                 END-EXEC                                               00234000
                 MOVE 'VALE-TRANSPORTE GRAVADO'     TO MSGO             00235000
                WHEN OTHER                                              00236000
                 MOVE SQLCODE TO WRK-SQLCODE                            00237000
                 MOVE WRK-SQLCODE TO MSGO                               00238000
               END-EVALUATE                                             00239000
             END-EVALUATE.                                              00240000
      *-----------------------------------------------------            00241000
       2200-99-FIM.                                  EXIT.              00242000
      *-----------------------------------------------------            00243000
                                                                        00244000
      *-----------------------------------------------------            00245000
       2210-VALIDAR-CAMPOS                        SECTION.              00246000
      *-----------------------------------------------------            00247000
             IF IDFUNCL GREATER 0 AND TARIFAL GREATER 0                 00248000
                AND VIAGENSL GREATER 0 AND DATAINIL GREATER 0           00249000
              MOVE IDFUNCI  TO WRK-VT-IDFUNC                            00250000
              MOVE TARIFAI  TO WRK-VT-TARIFA-X                          00251000
              MOVE VIAGENSI TO WRK-VT-VIAGENS-X                         00252000
              MOVE DATAINII TO WRK-VT-DATAINI                           00253000
             ELSE                                                       00254000
              MOVE 1 TO WRK-FLAG                                        00255000
             END-IF.                                                    00256000
                                                                        00257000
      *      FIM EM BRANCO = OPCAO SEM TERMINO PREVISTO.                00258000
             IF WRK-FLAG EQUAL 0                                        00259000
              IF DATAFIML GREATER 0                                     00260000
               MOVE DATAFIMI     TO WRK-VT-DATAFIM                      00261000
              ELSE                                                      00262000
               MOVE '9999-12-31' TO WRK-VT-DATAFIM                      00263000
              END-IF                                                    00264000
              MOVE WRK-VT-DATAINI TO WRK-DATA-TELA                      00265000
              PERFORM 2230-CRITICAR-DATA                                00266000
              MOVE WRK-VT-DATAFIM TO WRK-DATA-TELA                      00267000
              PERFORM 2230-CRITICAR-DATA                                00268000
             END-IF.                                                    00269000
                                                                        00270000
             IF WRK-FLAG EQUAL 0                                        00271000
              IF WRK-VT-TARIFA-X IS NOT NUMERIC                         00272000
                 OR WRK-VT-VIAGENS-X IS NOT NUMERIC                     00273000
               MOVE 3 TO WRK-FLAG                                       00274000
              ELSE                                                      00275000
               IF WRK-VT-TARIFA EQUAL ZEROS                             00276000
                  OR WRK-VT-VIAGENS EQUAL ZEROS                         00277000
                MOVE 3 TO WRK-FLAG                                      00278000
               END-IF                                                   00279000
              END-IF                                                    00280000
             END-IF.                                                    00281000
                                                                        00282000
             IF WRK-FLAG EQUAL 0                                        00283000
              IF WRK-VT-DATAFIM LESS WRK-VT-DATAINI                     00284000
               MOVE 4 TO WRK-FLAG                                       00285000
              END-IF                                                    00286000
             END-IF.                                                    00287000
                                                                        00288000
             IF WRK-FLAG EQUAL 0                                        00289000
              MOVE WRK-VT-IDFUNC TO WRK-ID-AUX                          00290000
              EXEC SQL                                                  00291000
               SELECT ID INTO :WRK-ID-AUX                               00292000
                FROM IVAN.FUNC                                          00293000
                WHERE ID = :WRK-ID-AUX AND STATUS = 'A'                 00294000
                FETCH FIRST ROW ONLY                                    00295000
              END-EXEC                                                  00296000
              IF SQLCODE NOT EQUAL 0                                    00297000
               MOVE 5 TO WRK-FLAG                                       00298000
              ELSE                                                      00298140
               MOVE WRK-VT-IDFUNC TO WRK-EMP-IDFUNC                     00298280
               PERFORM 2900-VERIFICAR-EMPRESA                           00298420
               IF WRK-EMP-BLOQUEADA                                     00298560
                MOVE 6 TO WRK-FLAG                                      00298700
               END-IF                                                   00298840
              END-IF                                                    00299000
             END-IF.                                                    00300000
      *-----------------------------------------------------            00301000
       2210-99-FIM.                                  EXIT.              00302000
      *-----------------------------------------------------            00303000
                                                                        00304000
      *-----------------------------------------------------            00305000
       2230-CRITICAR-DATA                         SECTION.              00306000
      *-----------------------------------------------------            00307000
             IF WRK-DTT-ANO IS NOT NUMERIC                              00308000
                OR WRK-DTT-MES IS NOT NUMERIC                           00309000
                OR WRK-DTT-DIA IS NOT NUMERIC                           00310000
                OR WRK-DTT-TRACO1 NOT EQUAL '-'                         00311000
                OR WRK-DTT-TRACO2 NOT EQUAL '-'                         00312000
              MOVE 2 TO WRK-FLAG                                        00313000
             ELSE                                                       00314000
              IF WRK-DTT-MES-N LESS 01 OR WRK-DTT-MES-N GREATER 12      00315000
                 OR WRK-DTT-DIA-N LESS 01                               00316000
                 OR WRK-DTT-DIA-N GREATER 31                            00317000
               MOVE 2 TO WRK-FLAG                                       00318000
              END-IF                                                    00319000
             END-IF.                                                    00320000
      *-----------------------------------------------------            00321000
       2230-99-FIM.                                  EXIT.              00322000
      *-----------------------------------------------------            00323000
                                                                        00324000
      *-----------------------------------------------------            00325000
       2250-ENCERRAR                              SECTION.              00326000
      *-----------------------------------------------------            00327000
      *     ENCERRA A OPCAO SEM APAGAR O HISTORICO: FIM                 00328000
      *     DIGITADO OU, EM BRANCO, A DATA DE HOJE.                     00329000
            IF CONFIRML GREATER 0 AND CONFIRMI EQUAL 'S'                00330000
               AND IDFUNCL GREATER 0                                    00331000
             MOVE 0       TO WRK-FLAG                                   00332000
             MOVE IDFUNCI TO WRK-VT-IDFUNC                              00333000
             MOVE WRK-VT-IDFUNC TO WRK-EMP-IDFUNC                       00333140
             PERFORM 2900-VERIFICAR-EMPRESA                             00333280
             IF WRK-EMP-BLOQUEADA                                       00333420
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00333560
              GO TO 2250-99-FIM                                         00333700
             END-IF                                                     00333840
             IF DATAFIML GREATER 0                                      00334000
              MOVE DATAFIMI       TO WRK-VT-DATAFIM                     00335000
              MOVE WRK-VT-DATAFIM TO WRK-DATA-TELA                      00336000
              PERFORM 2230-CRITICAR-DATA                                00337000
             ELSE                                                       00338000
              EXEC SQL                                                  00339000
               SET :WRK-VT-DATAFIM = CHAR(CURRENT DATE, ISO)            00340000
              END-EXEC                                                  00341000
             END-IF                                                     00342000
             IF WRK-FLAG NOT EQUAL 0                                    00343000
              MOVE 'DATA INVALIDA (AAAA-MM-DD)'    TO MSGO              00344000
             ELSE                                                       00345000
              EXEC SQL                                                  00346000
               UPDATE IVAN.VT                                           00347000
                  SET DATAFIM  = :WRK-VT-DATAFIM,                       00348000
                      DATAHORA = CURRENT TIMESTAMP                      00349000
                WHERE IDFUNC = :WRK-VT-IDFUNC                           00350000
                  AND DATAINI <= :WRK-VT-DATAFIM                        00351000
              END-EXEC                                                  00352000
              EVALUATE SQLCODE                                          00353000
               WHEN 0                                                   00354000
                EXEC SQL                                                00355000
                  COMMIT                                                00356000
                END-EXEC                                                00357000
                MOVE WRK-VT-DATAFIM                TO DATAFIMO          00358000
                MOVE 'VALE-TRANSPORTE ENCERRADO'   TO MSGO              00359000
               WHEN 100                                                 00360000
                MOVE 'OPCAO NAO ENCONTRADA/FIM < INICIO' TO MSGO        00361000
               WHEN OTHER                                               00362000
                MOVE SQLCODE                       TO WRK-SQLCODE       00363000
                MOVE WRK-SQLCODE                   TO MSGO              00364000
              END-EVALUATE                                              00365000
             END-IF                                                     00366000
            ELSE                                                        00367000
             MOVE 'CONFIRME O ENCERRAMENTO COM S + F7' TO MSGO          00368000
            END-IF.                                                     00369000
      *-----------------------------------------------------            00370000
       2250-99-FIM.                                  EXIT.              00371000
      *-----------------------------------------------------            00372000
                                                                        00373000
      *-----------------------------------------------------            00374000
       2900-VERIFICAR-EMPRESA                     SECTION.              00374020
      *-----------------------------------------------------            00374040
      *      USUARIO COM LINHA EM IVAN.USUEMP SO ENXERGA E              00374060
      *      MANTEM FUNCIONARIOS DAS EMPRESAS LIBERADAS PARA            00374080
      *      ELE, COMO NO F22CIP1 (SEM LINHA, TODAS). ID QUE            00374100
      *      NAO EXISTE NAO BLOQUEIA: A TELA DA A MENSAGEM              00374120
      *      DELA.                                                      00374140
             MOVE 'N' TO WRK-EMP-BLOQUEIO.                              00374160
             EXEC SQL                                                   00374180
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00374200
               FROM IVAN.USUEMP                                         00374220
               WHERE USUARIO = :WRK-USUARIO                             00374240
             END-EXEC.                                                  00374260
                                                                        00374280
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00374300
              EXEC SQL                                                  00374320
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00374340
                FROM IVAN.FUNC F                                        00374360
                WHERE F.ID = :WRK-EMP-IDFUNC                            00374380
                  AND (F.EMPRESA IS NULL                                00374400
                   OR F.EMPRESA NOT IN                                  00374420
                      (SELECT E.EMPRESA FROM IVAN.USUEMP E              00374440
                        WHERE E.USUARIO = :WRK-USUARIO))                00374460
              END-EXEC                                                  00374480
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP GREATER ZEROS    00374500
               MOVE 'S' TO WRK-EMP-BLOQUEIO                             00374520
              END-IF                                                    00374540
             END-IF.                                                    00374560
      *-----------------------------------------------------            00374580
       2900-99-FIM.                                  EXIT.              00374600
      *-----------------------------------------------------            00374620
                                                                        00374640
      *-----------------------------------------------------            00374660
       3000-FINALIZAR                             SECTION.              00375000
      *-----------------------------------------------------            00376000
            EXEC CICS                                                   00377000
             RETURN TRANSID ('T22O')                                    00378000
            END-EXEC.                                                   00379000
      *-----------------------------------------------------            00380000
       3000-99-FIM.                                  EXIT.              00381000
      *-----------------------------------------------------            00382000
