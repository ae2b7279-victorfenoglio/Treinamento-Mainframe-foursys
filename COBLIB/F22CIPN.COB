      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPN.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: LANCAMENTO MENSAL DAS HORAS EXTRAS     *             00008000
      *            (50% E 100%) E HORAS NOTURNAS ENVIADAS *             00009000
      *            PELOS SUPERVISORES, NA TABELA          *             00010000
      *            IVAN.HORAS, NOS MOLDES DO F22CIPD:     *             00011000
      *            REGISTRAR (F6), CONSULTAR (F5) E       *             00012000
      *            CANCELAR (F7) POR FUNCIONARIO E        *             00013000
      *            COMPETENCIA. TODO LANCAMENTO NASCE     *             00014000
      *            PENDENTE ('P') E SO ENTRA NA FOLHA     *             00015000
      *            (FR22DB13) DEPOIS DE VALIDADO ('V')    *             00016000
      *            PELA CRITICA FR22DB61. COMPETENCIA COM *             00017000
      *            FOLHA JA CALCULADA NAO ACEITA MUDANCA. *             00018000
      *            USUARIO RESTRITO EM IVAN.USUEMP SO VE  *             00018160
      *            FUNCIONARIOS DAS EMPRESAS LIBERADAS.   *             00018320
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00018480
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00018640
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00018800
      *---------------------------------------------------*             00019000
      *  ARQUIVOS:                                        *             00020000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00021000
      *  F22CIMN             I             ---------      *             00022000
      *---------------------------------------------------*             00023000
      *  BASE  DE DADOS:                                  *             00024000
      *  TABELA             I/O           INCLUDE/BOOK    *             00025000
      *  IVAN.USUEMP         I             ---------      *             00025250
      *  IVAN.USUARIO        I             ---------      *             00025500
      *  IVAN.USUALOG        O             ---------      *             00025750
      *  IVAN.HORAS         I/O            ---------      *             00026000
      *  IVAN.FUNC           I             ---------      *             00027000
      *  IVAN.FOPAG          I             ---------      *             00028000
      *===================================================*             00029000
       DATA                                      DIVISION.              00030000
      *====================================================             00031000
      *-----------------------------------------------------            00032000
       WORKING-STORAGE                            SECTION.              00033000
      *-----------------------------------------------------            00034000
            COPY F22CIMN.                                               00035000
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
       77 WRK-QTDE-FOPAG  PIC S9(09) COMP.                              00048000
       77 WRK-USUARIO     PIC X(08).                                    00049000
      *----------------------------------------------------             00050000
       01 FILLER PIC X(48) VALUE                                        00051000
           '--------------AREA DAS HORAS-----------------'.             00052000
      *----------------------------------------------------             00053000
      *    AS HORAS SAO DIGITADAS COM DUAS DECIMAIS IMPLICITAS          00054000
      *    (01250 = 12,50 HORAS) E LIDAS PELA REDEFINICAO.              00055000
       01 WRK-HORAS.                                                    00056000
          05 WRK-HOR-IDFUNC     PIC 9(05).                              00057000
          05 WRK-HOR-COMPET     PIC 9(06).                              00058000
          05 WRK-HOR-COMPET-R REDEFINES WRK-HOR-COMPET.                 00059000
             10 WRK-HOR-ANO     PIC 9(04).                              00060000
             10 WRK-HOR-MES     PIC 9(02).                              00061000
          05 WRK-HOR-HE50-X     PIC X(05).                              00062000
          05 WRK-HOR-HE50 REDEFINES WRK-HOR-HE50-X                      00063000
                                PIC 9(03)V9(02).                        00064000
          05 WRK-HOR-HE100-X    PIC X(05).                              00065000
          05 WRK-HOR-HE100 REDEFINES WRK-HOR-HE100-X                    00066000
                                PIC 9(03)V9(02).                        00067000
          05 WRK-HOR-HNOT-X     PIC X(05).                              00068000
          05 WRK-HOR-HNOT REDEFINES WRK-HOR-HNOT-X                      00069000
                                PIC 9(03)V9(02).                        00070000
          05 WRK-HOR-STATUS     PIC X(01).                              00071000
          05 WRK-HOR-MOTIVO     PIC X(30).                              00072000
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
               MAPSET('F22CIMN')                                        00090000
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
                MAPSET('F22CIMN')                                       00096720
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
               MAPSET('F22CIMN')                                        00103000
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
              PERFORM 2200-REGISTRAR                                    00116000
             WHEN EIBAID = '7'                                          00117000
              PERFORM 2250-CANCELAR                                     00118000
             END-EVALUATE.                                              00119000
                                                                        00120000
             EXEC CICS SEND                                             00121000
               MAPSET('F22CIMN')                                        00122000
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
              RETURN TRANSID ('T22N')                                   00135000
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
             MOVE IDFUNCI TO WRK-HOR-IDFUNC.                            00154000
             MOVE COMPETI TO WRK-HOR-COMPET.                            00155000
             MOVE WRK-HOR-IDFUNC TO WRK-EMP-IDFUNC                      00155120
             PERFORM 2900-VERIFICAR-EMPRESA                             00155240
             IF WRK-EMP-BLOQUEADA                                       00155360
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00155480
              GO TO 2150-99-FIM                                         00155600
             END-IF.                                                    00155720
                                                                        00155840
              EXEC SQL                                                  00156000
               SELECT HE50,HE100,HNOT,STATUS,MOTIVO                     00157000
               INTO :WRK-HOR-HE50,                                      00158000
                    :WRK-HOR-HE100,                                     00159000
                    :WRK-HOR-HNOT,                                      00160000
                    :WRK-HOR-STATUS,                                    00161000
                    :WRK-HOR-MOTIVO                                     00162000
               FROM IVAN.HORAS                                          00163000
                WHERE IDFUNC = :WRK-HOR-IDFUNC                          00164000
                  AND COMPETENCIA = :WRK-HOR-COMPET                     00165000
              END-EXEC.                                                 00166000
                                                                        00167000
             EVALUATE SQLCODE                                           00168000
              WHEN 0                                                    00169000
               MOVE WRK-HOR-HE50-X  TO HE50O                            00170000
               MOVE WRK-HOR-HE100-X TO HE100O                           00171000
               MOVE WRK-HOR-HNOT-X  TO HNOTO                            00172000
               MOVE WRK-HOR-STATUS  TO SITUACO                          00173000
               MOVE WRK-HOR-MOTIVO  TO MOTIVOO                          00174000
               MOVE 'LANCAMENTO ENCONTRADO'     TO MSGO                 00175000
              WHEN 100                                                  00176000
               MOVE 'SEM HORAS NA COMPETENCIA'  TO MSGO                 00177000
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
       2200-REGISTRAR                             SECTION.              00188000
      *-----------------------------------------------------            00189000
             MOVE 0 TO WRK-FLAG.                                        00190000
             PERFORM 2210-VALIDAR-CAMPOS.                               00191000
                                                                        00192000
             IF WRK-FLAG EQUAL 0                                        00193000
              PERFORM 2220-TESTAR-FOLHA                                 00194000
             END-IF.                                                    00195000
                                                                        00196000
             EVALUATE WRK-FLAG                                          00197000
              WHEN 1                                                    00198000
               MOVE 'INFORME FUNCIONARIO E COMPETENCIA' TO MSGO         00199000
              WHEN 2                                                    00200000
               MOVE 'COMPETENCIA INVALIDA (AAAAMM)'     TO MSGO         00201000
              WHEN 3                                                    00202000
               MOVE 'HORAS INVALIDAS (5 DIGITOS 999V99)' TO MSGO        00203000
              WHEN 4                                                    00204000
               MOVE 'INFORME AO MENOS UM TIPO DE HORA'  TO MSGO         00205000
              WHEN 5                                                    00206000
               MOVE 'FUNCIONARIO INVALIDO'              TO MSGO         00207000
              WHEN 6                                                    00208000
               MOVE 'FOLHA DA COMPETENCIA JA CALCULADA' TO MSGO         00209000
              WHEN 7                                                    00209330
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA'      TO MSGO         00209660
              WHEN OTHER                                                00210000
               EXEC CICS ASSIGN                                         00211000
                 USERID(WRK-USUARIO)                                    00212000
               END-EXEC                                                 00213000
      *        RELANCAMENTO SUBSTITUI O ANTERIOR E VOLTA A              00214000
      *        FICAR PENDENTE DE CRITICA.                               00215000
               EXEC SQL                                                 00216000
                UPDATE IVAN.HORAS                                       00217000
                   SET HE50     = :WRK-HOR-HE50,                        00218000
                       HE100    = :WRK-HOR-HE100,                       00219000
                       HNOT     = :WRK-HOR-HNOT,                        00220000
                       STATUS   = 'P',                                  00221000
                       MOTIVO   = ' ',                                  00222000
                       USUARIO  = :WRK-USUARIO,                         00223000
                       DATAHORA = CURRENT TIMESTAMP                     00224000
                 WHERE IDFUNC = :WRK-HOR-IDFUNC                         00225000
                   AND COMPETENCIA = :WRK-HOR-COMPET                    00226000
               END-EXEC                                                 00227000
               IF SQLCODE EQUAL 100                                     00228000
                EXEC SQL                                                00229000
                 INSERT INTO IVAN.HORAS                                 00230000
                       (IDFUNC,COMPETENCIA,HE50,HE100,HNOT,             00231000
                        STATUS,MOTIVO,USUARIO,DATAHORA)                 00232000
                 VALUES (:WRK-HOR-IDFUNC,:WRK-HOR-COMPET,               00233000
                         :WRK-HOR-HE50,:WRK-HOR-HE100,                  00234000
                         :WRK-HOR-HNOT,'P',' ',:WRK-USUARIO,            00235000
                         CURRENT TIMESTAMP)                             00236000
                END-EXEC                                                00237000
               END-IF                                                   00238000
               EVALUATE SQLCODE                                         00239000
                WHEN 0                                                  00240000
                 EXEC SQL                                               00241000
                   COMMIT                                               00242000
                 END-EXEC                                               00243000
                 MOVE 'P'              TO SITUACO                       00244000
                 MOVE SPACES           TO MOTIVOO                       00245000
                 MOVE 'HORAS REGISTRADAS - PENDENTE CRITICA'            00246000
                                       TO MSGO                          00247000
                WHEN OTHER                                              00248000
                 MOVE SQLCODE TO WRK-SQLCODE                            00249000
                 MOVE WRK-SQLCODE TO MSGO                               00250000
               END-EVALUATE                                             00251000
             END-EVALUATE.                                              00252000
      *-----------------------------------------------------            00253000
       2200-99-FIM.                                  EXIT.              00254000
      *-----------------------------------------------------            00255000
                                                                        00256000
      *-----------------------------------------------------            00257000
       2210-VALIDAR-CAMPOS                        SECTION.              00258000
      *-----------------------------------------------------            00259000
             IF IDFUNCL GREATER 0 AND COMPETL GREATER 0                 00260000
              MOVE IDFUNCI TO WRK-HOR-IDFUNC                            00261000
              MOVE COMPETI TO WRK-HOR-COMPET                            00262000
             ELSE                                                       00263000
              MOVE 1 TO WRK-FLAG                                        00264000
             END-IF.                                                    00265000
                                                                        00266000
             IF WRK-FLAG EQUAL 0                                        00267000
              IF WRK-HOR-MES LESS 01 OR WRK-HOR-MES GREATER 12          00268000
               MOVE 2 TO WRK-FLAG                                       00269000
              END-IF                                                    00270000
             END-IF.                                                    00271000
                                                                        00272000
      *      CAMPO DE HORAS EM BRANCO VALE ZERO.                        00273000
             MOVE ZEROS TO WRK-HOR-HE50                                 00274000
                           WRK-HOR-HE100                                00275000
                           WRK-HOR-HNOT.                                00276000
             IF WRK-FLAG EQUAL 0                                        00277000
              IF HE50L GREATER 0                                        00278000
               MOVE HE50I TO WRK-HOR-HE50-X                             00279000
              END-IF                                                    00280000
              IF HE100L GREATER 0                                       00281000
               MOVE HE100I TO WRK-HOR-HE100-X                           00282000
              END-IF                                                    00283000
              IF HNOTL GREATER 0                                        00284000
               MOVE HNOTI TO WRK-HOR-HNOT-X                             00285000
              END-IF                                                    00286000
              IF WRK-HOR-HE50-X  IS NOT NUMERIC                         00287000
                 OR WRK-HOR-HE100-X IS NOT NUMERIC                      00288000
                 OR WRK-HOR-HNOT-X  IS NOT NUMERIC                      00289000
               MOVE 3 TO WRK-FLAG                                       00290000
              END-IF                                                    00291000
             END-IF.                                                    00292000
                                                                        00293000
             IF WRK-FLAG EQUAL 0                                        00294000
              IF WRK-HOR-HE50 EQUAL ZEROS                               00295000
                 AND WRK-HOR-HE100 EQUAL ZEROS                          00296000
                 AND WRK-HOR-HNOT EQUAL ZEROS                           00297000
               MOVE 4 TO WRK-FLAG                                       00298000
              END-IF                                                    00299000
             END-IF.                                                    00300000
                                                                        00301000
             IF WRK-FLAG EQUAL 0                                        00302000
              MOVE WRK-HOR-IDFUNC TO WRK-ID-AUX                         00303000
              EXEC SQL                                                  00304000
               SELECT ID INTO :WRK-ID-AUX                               00305000
                FROM IVAN.FUNC                                          00306000
                WHERE ID = :WRK-ID-AUX AND STATUS = 'A'                 00307000
                FETCH FIRST ROW ONLY                                    00308000
              END-EXEC                                                  00309000
              IF SQLCODE NOT EQUAL 0                                    00310000
               MOVE 5 TO WRK-FLAG                                       00311000
              ELSE                                                      00311140
               MOVE WRK-HOR-IDFUNC TO WRK-EMP-IDFUNC                    00311280
               PERFORM 2900-VERIFICAR-EMPRESA                           00311420
               IF WRK-EMP-BLOQUEADA                                     00311560
                MOVE 7 TO WRK-FLAG                                      00311700
               END-IF                                                   00311840
              END-IF                                                    00312000
             END-IF.                                                    00313000
      *-----------------------------------------------------            00314000
       2210-99-FIM.                                  EXIT.              00315000
      *-----------------------------------------------------            00316000
                                                                        00317000
      *-----------------------------------------------------            00318000
       2220-TESTAR-FOLHA                          SECTION.              00319000
      *-----------------------------------------------------            00320000
      *      DEPOIS DO CALCULO DA FOLHA AS HORAS DA                     00321000
      *      COMPETENCIA FICAM CONGELADAS (AJUSTE SO POR                00322000
      *      VERBA AVULSA NA COMPETENCIA SEGUINTE).                     00323000
             MOVE ZEROS TO WRK-QTDE-FOPAG.                              00324000
             EXEC SQL                                                   00325000
              SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                      00326000
               FROM IVAN.FOPAG                                          00327000
               WHERE COMPETENCIA = :WRK-HOR-COMPET                      00328000
                 AND TIPO = 'N'                                         00329000
             END-EXEC.                                                  00330000
             IF WRK-QTDE-FOPAG GREATER ZEROS                            00331000
              MOVE 6 TO WRK-FLAG                                        00332000
             END-IF.                                                    00333000
      *-----------------------------------------------------            00334000
       2220-99-FIM.                                  EXIT.              00335000
      *-----------------------------------------------------            00336000
                                                                        00337000
      *-----------------------------------------------------            00338000
       2250-CANCELAR                              SECTION.              00339000
      *-----------------------------------------------------            00340000
            IF CONFIRML GREATER 0 AND CONFIRMI EQUAL 'S'                00341000
               AND IDFUNCL GREATER 0 AND COMPETL GREATER 0              00342000
             MOVE 0       TO WRK-FLAG                                   00343000
             MOVE IDFUNCI TO WRK-HOR-IDFUNC                             00344000
             MOVE COMPETI TO WRK-HOR-COMPET                             00345000
             MOVE WRK-HOR-IDFUNC TO WRK-EMP-IDFUNC                      00345140
             PERFORM 2900-VERIFICAR-EMPRESA                             00345280
             IF WRK-EMP-BLOQUEADA                                       00345420
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00345560
              GO TO 2250-99-FIM                                         00345700
             END-IF                                                     00345840
             PERFORM 2220-TESTAR-FOLHA                                  00346000
             IF WRK-FLAG NOT EQUAL 0                                    00347000
              MOVE 'FOLHA DA COMPETENCIA JA CALCULADA' TO MSGO          00348000
             ELSE                                                       00349000
              EXEC SQL                                                  00350000
               DELETE FROM IVAN.HORAS                                   00351000
                WHERE IDFUNC = :WRK-HOR-IDFUNC                          00352000
                  AND COMPETENCIA = :WRK-HOR-COMPET                     00353000
              END-EXEC                                                  00354000
              EVALUATE SQLCODE                                          00355000
               WHEN 0                                                   00356000
                EXEC SQL                                                00357000
                  COMMIT                                                00358000
                END-EXEC                                                00359000
                MOVE 'LANCAMENTO CANCELADO'        TO MSGO              00360000
               WHEN 100                                                 00361000
                MOVE 'LANCAMENTO NAO ENCONTRADO'   TO MSGO              00362000
               WHEN OTHER                                               00363000
                MOVE SQLCODE                       TO WRK-SQLCODE       00364000
                MOVE WRK-SQLCODE                   TO MSGO              00365000
              END-EVALUATE                                              00366000
             END-IF                                                     00367000
            ELSE                                                        00368000
             MOVE 'CONFIRME O CANCELAMENTO COM S + F7' TO MSGO          00369000
            END-IF.                                                     00370000
      *-----------------------------------------------------            00371000
       2250-99-FIM.                                  EXIT.              00372000
      *-----------------------------------------------------            00373000
                                                                        00374000
      *-----------------------------------------------------            00375000
       2900-VERIFICAR-EMPRESA                     SECTION.              00375020
      *-----------------------------------------------------            00375040
      *      USUARIO COM LINHA EM IVAN.USUEMP SO ENXERGA E              00375060
      *      MANTEM FUNCIONARIOS DAS EMPRESAS LIBERADAS PARA            00375080
      *      ELE, COMO NO F22CIP1 (SEM LINHA, TODAS). ID QUE            00375100
      *      NAO EXISTE NAO BLOQUEIA: A TELA DA A MENSAGEM              00375120
      *      DELA.                                                      00375140
             MOVE 'N' TO WRK-EMP-BLOQUEIO.                              00375160
             EXEC SQL                                                   00375180
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00375200
               FROM IVAN.USUEMP                                         00375220
               WHERE USUARIO = :WRK-USUARIO                             00375240
             END-EXEC.                                                  00375260
                                                                        00375280
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00375300
              EXEC SQL                                                  00375320
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00375340
                FROM IVAN.FUNC F                                        00375360
                WHERE F.ID = :WRK-EMP-IDFUNC                            00375380
                  AND (F.EMPRESA IS NULL                                00375400
                   OR F.EMPRESA NOT IN                                  00375420
                      (SELECT E.EMPRESA FROM IVAN.USUEMP E              00375440
                        WHERE E.USUARIO = :WRK-USUARIO))                00375460
              END-EXEC                                                  00375480
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP GREATER ZEROS    00375500
               MOVE 'S' TO WRK-EMP-BLOQUEIO                             00375520
              END-IF                                                    00375540
             END-IF.                                                    00375560
      *-----------------------------------------------------            00375580
       2900-99-FIM.                                  EXIT.              00375600
      *-----------------------------------------------------            00375620
                                                                        00375640
      *-----------------------------------------------------            00375660
       3000-FINALIZAR                             SECTION.              00376000
      *-----------------------------------------------------            00377000
            EXEC CICS                                                   00378000
             RETURN TRANSID ('T22N')                                    00379000
            END-EXEC.                                                   00380000
      *-----------------------------------------------------            00381000
       3000-99-FIM.                                  EXIT.              00382000
      *-----------------------------------------------------            00383000
