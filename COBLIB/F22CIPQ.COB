      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPQ.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: CADASTRO DOS AFASTAMENTOS DOS          *             00008000
      *            FUNCIONARIOS (TABELA IVAN.AFAST, CHAVE *             00009000
      *            FUNCIONARIO + SEQUENCIA), NOS MOLDES   *             00010000
      *            DO F22CIPP: CONSULTAR (F5 - SEQUENCIA  *             00011000
      *            EM BRANCO TRAZ O ULTIMO), GRAVAR TIPO, *             00012000
      *            INICIO E RETORNO PREVISTO (F6 -        *             00013000
      *            SEQUENCIA EM BRANCO ABRE UM NOVO) E    *             00014000
      *            REGISTRAR O RETORNO EFETIVO (F7), QUE  *             00015000
      *            E O PRIMEIRO DIA DE VOLTA AO TRABALHO. *             00016000
      *            TIPOS: D DOENCA, A ACIDENTE DE         *             00017000
      *            TRABALHO, M MATERNIDADE E N LICENCA    *             00018000
      *            NAO REMUNERADA. OS EFEITOS SAO         *             00019000
      *            APLICADOS PELA FOLHA (FR22DB13), PELAS *             00020000
      *            FERIAS (AFASUTIL) E PELA FOTO DO       *             00021000
      *            QUADRO (FR22DB51).                     *             00022000
      *            USUARIO RESTRITO EM IVAN.USUEMP SO VE  *             00022160
      *            FUNCIONARIOS DAS EMPRESAS LIBERADAS.   *             00022320
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00022480
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00022640
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00022800
      *---------------------------------------------------*             00023000
      *  ARQUIVOS:                                        *             00024000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00025000
      *  F22CIMQ             I             ---------      *             00026000
      *---------------------------------------------------*             00027000
      *  BASE  DE DADOS:                                  *             00028000
      *  TABELA             I/O           INCLUDE/BOOK    *             00029000
      *  IVAN.USUEMP         I             ---------      *             00029250
      *  IVAN.USUARIO        I             ---------      *             00029500
      *  IVAN.USUALOG        O             ---------      *             00029750
      *  IVAN.AFAST         I/O            ---------      *             00030000
      *  IVAN.FUNC           I             ---------      *             00031000
      *===================================================*             00032000
       DATA                                      DIVISION.              00033000
      *====================================================             00034000
      *-----------------------------------------------------            00035000
       WORKING-STORAGE                            SECTION.              00036000
      *-----------------------------------------------------            00037000
            COPY F22CIMQ.                                               00038000
             COPY DFHAID.                                               00039000
                                                                        00040000
            EXEC SQL                                                    00041000
               INCLUDE SQLCA                                            00042000
            END-EXEC.                                                   00043000
      *----------------------------------------------------             00044000
       01 FILLER PIC X(48) VALUE                                        00045000
           '--------------VARIAVEIS PARA APOIO-----------'.             00046000
      *----------------------------------------------------             00047000
       77 WRK-SQLCODE     PIC -999.                                     00048000
       77 WRK-TERMINAL    PIC X(04).                                    00048250
       77 WRK-PERFIL      PIC X(01).                                    00048500
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00048750
       77 WRK-FLAG        PIC 9(02).                                    00049000
       77 WRK-ID-AUX      PIC 9(05).                                    00050000
       77 WRK-USUARIO     PIC X(08).                                    00051000
       77 WRK-SEQ-ABERTO  PIC 9(02).                                    00052000
       77 WRK-NULL-RETEFET PIC S9(04) COMP.                             00053000
      *    CRITICA DE DATA AAAA-MM-DD DIGITADA NA TELA.                 00054000
       01 WRK-DATA-TELA.                                                00055000
          05 WRK-DTT-ANO        PIC X(04).                              00056000
          05 WRK-DTT-TRACO1     PIC X(01).                              00057000
          05 WRK-DTT-MES        PIC X(02).                              00058000
          05 WRK-DTT-MES-N REDEFINES WRK-DTT-MES                        00059000
                                PIC 9(02).                              00060000
          05 WRK-DTT-TRACO2     PIC X(01).                              00061000
          05 WRK-DTT-DIA        PIC X(02).                              00062000
          05 WRK-DTT-DIA-N REDEFINES WRK-DTT-DIA                        00063000
                                PIC 9(02).                              00064000
      *----------------------------------------------------             00065000
       01 FILLER PIC X(48) VALUE                                        00066000
           '--------------AREA DO AFASTAMENTO------------'.             00067000
      *----------------------------------------------------             00068000
      *    RETORNO EFETIVO = PRIMEIRO DIA DE VOLTA AO                   00069000
      *    TRABALHO; NULO ENQUANTO O FUNCIONARIO ESTA                   00070000
      *    AFASTADO.                                                    00071000
       01 WRK-AFA.                                                      00072000
          05 WRK-AFA-IDFUNC     PIC 9(05).                              00073000
          05 WRK-AFA-SEQ-X      PIC X(02).                              00074000
          05 WRK-AFA-SEQ REDEFINES WRK-AFA-SEQ-X                        00075000
                                PIC 9(02).                              00076000
          05 WRK-AFA-TIPO       PIC X(01).                              00077000
          05 WRK-AFA-DATAINI    PIC X(10).                              00078000
          05 WRK-AFA-RETPREV    PIC X(10).                              00079000
          05 WRK-AFA-RETEFET    PIC X(10).                              00080000
      *----------------------------------------------------             00080110
       01 FILLER PIC X(48) VALUE                                        00080220
           '--------------EMPRESAS DO USUARIO (IVAN.USUEMP)'.           00080330
      *----------------------------------------------------             00080440
       77 WRK-EMP-IDFUNC    PIC 9(05).                                  00080550
       77 WRK-QTD-USUEMP    PIC S9(04) COMP.                            00080660
       77 WRK-EMP-BLOQUEIO  PIC X(01).                                  00080770
          88 WRK-EMP-BLOQUEADA         VALUE 'S'.                       00080880
      *====================================================             00081000
       PROCEDURE                                 DIVISION.              00082000
      *====================================================             00083000
      *-----------------------------------------------------            00084000
       0000-PRINCIPAL                             SECTION.              00085000
      *-----------------------------------------------------            00086000
            PERFORM 1000-INICIALIZAR.                                   00087000
            PERFORM 2000-PROCESSAR.                                     00088000
            PERFORM 3000-FINALIZAR.                                     00089000
      *-----------------------------------------------------            00090000
       0000-99-FIM.                                  EXIT.              00091000
      *-----------------------------------------------------            00092000
                                                                        00093000
      *-----------------------------------------------------            00094000
       1000-INICIALIZAR                           SECTION.              00095000
      *-----------------------------------------------------            00096000
             PERFORM 1100-VERIFICAR-ACESSO.                             00096330
                                                                        00096660
             EXEC CICS SEND                                             00097000
               MAPSET('F22CIMQ')                                        00098000
               MAP('MAPA01')                                            00099000
                ERASE                                                   00100000
               MAPONLY                                                  00101000
             END-EXEC.                                                  00102000
      *-----------------------------------------------------            00103000
       1000-99-FIM.                                  EXIT.              00104000
      *-----------------------------------------------------            00104020
                                                                        00104040
      *-----------------------------------------------------            00104060
       1100-VERIFICAR-ACESSO                      SECTION.              00104080
      *-----------------------------------------------------            00104100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00104120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00104140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00104160
      *      MENU F22CIPL.                                              00104180
             EXEC CICS ASSIGN                                           00104200
               USERID(WRK-USUARIO)                                      00104220
             END-EXEC.                                                  00104240
                                                                        00104260
             EXEC SQL                                                   00104280
              SELECT PERFIL INTO :WRK-PERFIL                            00104300
               FROM IVAN.USUARIO                                        00104320
               WHERE USUARIO = :WRK-USUARIO                             00104340
               FETCH FIRST ROW ONLY                                     00104360
             END-EXEC.                                                  00104380
                                                                        00104400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00104420
              MOVE EIBTRMID TO WRK-TERMINAL                             00104440
              EXEC SQL                                                  00104460
               INSERT INTO IVAN.USUALOG                                 00104480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00104500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00104520
                       'RV',CURRENT TIMESTAMP)                          00104540
              END-EXEC                                                  00104560
              EXEC SQL                                                  00104580
                COMMIT                                                  00104600
              END-EXEC                                                  00104620
              MOVE LOW-VALUES TO MAPA01O                                00104640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00104660
                TO MSGO                                                 00104680
              EXEC CICS SEND                                            00104700
                MAPSET('F22CIMQ')                                       00104720
                MAP('MAPA01')                                           00104740
                FROM(MAPA01O)                                           00104760
                ERASE                                                   00104780
              END-EXEC                                                  00104800
              EXEC CICS                                                 00104820
               RETURN                                                   00104840
              END-EXEC                                                  00104860
             END-IF.                                                    00104880
      *-----------------------------------------------------            00104900
       1100-99-FIM.                                  EXIT.              00104920
      *-----------------------------------------------------            00105000
                                                                        00106000
      *-----------------------------------------------------            00107000
       2000-PROCESSAR                             SECTION.              00108000
      *-----------------------------------------------------            00109000
             EXEC CICS RECEIVE                                          00110000
               MAPSET('F22CIMQ')                                        00111000
               MAP('MAPA01')                                            00112000
               INTO(MAPA01I)                                            00113000
             END-EXEC.                                                  00114000
                                                                        00115000
            EVALUATE TRUE                                               00116000
             WHEN EIBAID = '"'                                          00117000
              PERFORM 2050-LIMPAR                                       00118000
             WHEN EIBAID = ':'                                          00119000
              PERFORM 2100-SAIR                                         00120000
             WHEN EIBAID = '5'                                          00121000
              PERFORM 2150-CONSULTAR                                    00122000
             WHEN EIBAID = '6'                                          00123000
              PERFORM 2200-GRAVAR                                       00124000
             WHEN EIBAID = '7'                                          00125000
              PERFORM 2250-RETORNO                                      00126000
             END-EVALUATE.                                              00127000
                                                                        00128000
             EXEC CICS SEND                                             00129000
               MAPSET('F22CIMQ')                                        00130000
               MAP('MAPA01')                                            00131000
               DATAONLY                                                 00132000
               FROM(MAPA01O)                                            00133000
             END-EXEC.                                                  00134000
      *-----------------------------------------------------            00135000
       2000-99-FIM.                                  EXIT.              00136000
      *-----------------------------------------------------            00137000
                                                                        00138000
      *-----------------------------------------------------            00139000
       2050-LIMPAR                                SECTION.              00140000
      *-----------------------------------------------------            00141000
             EXEC CICS                                                  00142000
              RETURN TRANSID ('T22Q')                                   00143000
             END-EXEC.                                                  00144000
      *-----------------------------------------------------            00145000
       2050-99-FIM.                                  EXIT.              00146000
      *-----------------------------------------------------            00147000
                                                                        00148000
      *-----------------------------------------------------            00149000
       2100-SAIR                                  SECTION.              00150000
      *-----------------------------------------------------            00151000
             EXEC CICS                                                  00152000
              RETURN TRANSID ('T22M')                                   00153000
             END-EXEC.                                                  00154000
      *-----------------------------------------------------            00155000
       2100-99-FIM.                                  EXIT.              00156000
      *-----------------------------------------------------            00157000
                                                                        00158000
      *-----------------------------------------------------            00159000
       2150-CONSULTAR                             SECTION.              00160000
      *-----------------------------------------------------            00161000
      *     SEQUENCIA EM BRANCO = ULTIMO AFASTAMENTO DO                 00162000
      *     FUNCIONARIO.                                                00163000
             MOVE IDFUNCI TO WRK-AFA-IDFUNC.                            00164000
             IF SEQL GREATER 0                                          00165000
              MOVE SEQI   TO WRK-AFA-SEQ-X                              00166000
             ELSE                                                       00167000
              MOVE 99     TO WRK-AFA-SEQ                                00168000
             END-IF.                                                    00169000
             MOVE WRK-AFA-IDFUNC TO WRK-EMP-IDFUNC                      00169120
             PERFORM 2900-VERIFICAR-EMPRESA                             00169240
             IF WRK-EMP-BLOQUEADA                                       00169360
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00169480
              GO TO 2150-99-FIM                                         00169600
             END-IF.                                                    00169720
                                                                        00169840
              EXEC SQL                                                  00170000
               SELECT SEQ,TIPO,CHAR(DATAINI,ISO),CHAR(RETPREV,ISO),     00171000
                      CHAR(RETEFET,ISO)                                 00172000
               INTO :WRK-AFA-SEQ,                                       00173000
                    :WRK-AFA-TIPO,                                      00174000
                    :WRK-AFA-DATAINI,                                   00175000
                    :WRK-AFA-RETPREV,                                   00176000
                    :WRK-AFA-RETEFET :WRK-NULL-RETEFET                  00177000
               FROM IVAN.AFAST                                          00178000
                WHERE IDFUNC = :WRK-AFA-IDFUNC                          00179000
                  AND SEQ   <= :WRK-AFA-SEQ                             00180000
                ORDER BY SEQ DESC                                       00181000
                FETCH FIRST ROW ONLY                                    00182000
              END-EXEC.                                                 00183000
                                                                        00184000
      *     COM A SEQUENCIA INFORMADA SO VALE A PROPRIA.                00185000
             IF SQLCODE EQUAL 0 AND SEQL GREATER 0                      00186000
                AND SEQI NOT EQUAL WRK-AFA-SEQ-X                        00187000
              MOVE 100 TO SQLCODE                                       00188000
             END-IF.                                                    00189000
                                                                        00190000
             EVALUATE SQLCODE                                           00191000
              WHEN 0                                                    00192000
               MOVE WRK-AFA-SEQ-X     TO SEQO                           00193000
               MOVE WRK-AFA-TIPO      TO TIPOO                          00194000
               MOVE WRK-AFA-DATAINI   TO DATAINIO                       00195000
               MOVE WRK-AFA-RETPREV   TO RETPREVO                       00196000
               IF WRK-NULL-RETEFET LESS 0                               00197000
                MOVE SPACES           TO RETEFETO                       00198000
                MOVE 'AFASTADO'       TO SITUACO                        00199000
               ELSE                                                     00200000
                MOVE WRK-AFA-RETEFET  TO RETEFETO                       00201000
                MOVE 'RETORNOU'       TO SITUACO                        00202000
               END-IF                                                   00203000
               MOVE 'AFASTAMENTO ENCONTRADO'    TO MSGO                 00204000
              WHEN 100                                                  00205000
               MOVE 'AFASTAMENTO NAO CADASTRADO' TO MSGO                00206000
              WHEN OTHER                                                00207000
               MOVE SQLCODE                     TO WRK-SQLCODE          00208000
               MOVE 'ERRO: '                    TO MSGO                 00209000
               MOVE WRK-SQLCODE                 TO MSGO(07:04)          00210000
             END-EVALUATE.                                              00211000
      *-----------------------------------------------------            00212000
       2150-99-FIM.                                  EXIT.              00213000
      *-----------------------------------------------------            00214000
                                                                        00215000
      *-----------------------------------------------------            00216000
       2200-GRAVAR                                SECTION.              00217000
      *-----------------------------------------------------            00218000
             MOVE 0 TO WRK-FLAG.                                        00219000
             PERFORM 2210-VALIDAR-CAMPOS.                               00220000
                                                                        00221000
             EVALUATE WRK-FLAG                                          00222000
              WHEN 1                                                    00223000
               MOVE 'INFORME FUNCIONARIO, TIPO E DATAS' TO MSGO         00224000
              WHEN 2                                                    00225000
               MOVE 'TIPO INVALIDO (D, A, M OU N)'      TO MSGO         00226000
              WHEN 3                                                    00227000
               MOVE 'DATA INVALIDA (AAAA-MM-DD)'        TO MSGO         00228000
              WHEN 4                                                    00229000
               MOVE 'RETORNO PREVISTO ANTES DO INICIO'  TO MSGO         00230000
              WHEN 5                                                    00231000
               MOVE 'FUNCIONARIO INVALIDO'              TO MSGO         00232000
              WHEN 6                                                    00233000
               MOVE 'SEQUENCIA INVALIDA'                TO MSGO         00234000
              WHEN 7                                                    00235000
               MOVE 'JA AFASTADO - SEQUENCIA'           TO MSGO         00236000
               MOVE WRK-SEQ-ABERTO                      TO MSGO(25:02)  00237000
              WHEN 8                                                    00237330
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA'      TO MSGO         00237660
              WHEN OTHER                                                00238000
               EXEC CICS ASSIGN                                         00239000
                 USERID(WRK-USUARIO)                                    00240000
               END-EXEC                                                 00241000
               EXEC SQL                                                 00242000
                UPDATE IVAN.AFAST                                       00243000
                   SET TIPO      = :WRK-AFA-TIPO,                       00244000
                       DATAINI   = DATE(:WRK-AFA-DATAINI),              00245000
                       RETPREV   = DATE(:WRK-AFA-RETPREV),              00246000
                       USUARIO   = :WRK-USUARIO,                        00247000
                       DATAHORA  = CURRENT TIMESTAMP                    00248000
                 WHERE IDFUNC = :WRK-AFA-IDFUNC                         00249000
                   AND SEQ    = :WRK-AFA-SEQ                            00250000
               END-EXEC                                                 00251000
               IF SQLCODE EQUAL 100                                     00252000
                EXEC SQL                                                00253000
                 INSERT INTO IVAN.AFAST                                 00254000
                       (IDFUNC,SEQ,TIPO,DATAINI,RETPREV,RETEFET,        00255000
                        USUARIO,DATAHORA)                               00256000
                 VALUES (:WRK-AFA-IDFUNC,:WRK-AFA-SEQ,                  00257000
                         :WRK-AFA-TIPO,DATE(:WRK-AFA-DATAINI),          00258000
                         DATE(:WRK-AFA-RETPREV),NULL,                   00259000
                         :WRK-USUARIO,CURRENT TIMESTAMP)                00260000
                END-EXEC                                                00261000
               END-IF                                                   00262000
               EVALUATE SQLCODE                                         00263000
                WHEN 0                                                  00264000
                 EXEC SQL                                               00265000
                   COMMIT                                               00266000
                 END-EXEC                                               00267000
                 MOVE WRK-AFA-SEQ-X                 TO SEQO             00268000
                 MOVE 'AFASTAMENTO GRAVADO'         TO MSGO             00269000
                WHEN OTHER                                              00270000
                 MOVE SQLCODE TO WRK-SQLCODE                            00271000
                 MOVE WRK-SQLCODE TO MSGO                               00272000
               END-EVALUATE                                             00273000
             END-EVALUATE.                                              00274000
      *-----------------------------------------------------            00275000
       2200-99-FIM.                                  EXIT.              00276000
      *-----------------------------------------------------            00277000
                                                                        00278000
      *-----------------------------------------------------            00279000
       2210-VALIDAR-CAMPOS                        SECTION.              00280000
      *-----------------------------------------------------            00281000
             IF IDFUNCL GREATER 0 AND TIPOL GREATER 0                   00282000
                AND DATAINIL GREATER 0 AND RETPREVL GREATER 0           00283000
              MOVE IDFUNCI  TO WRK-AFA-IDFUNC                           00284000
              MOVE TIPOI    TO WRK-AFA-TIPO                             00285000
              MOVE DATAINII TO WRK-AFA-DATAINI                          00286000
              MOVE RETPREVI TO WRK-AFA-RETPREV                          00287000
             ELSE                                                       00288000
              MOVE 1 TO WRK-FLAG                                        00289000
             END-IF.                                                    00290000
                                                                        00291000
             IF WRK-FLAG EQUAL 0                                        00292000
              IF WRK-AFA-TIPO NOT EQUAL 'D'                             00293000
                 AND WRK-AFA-TIPO NOT EQUAL 'A'                         00294000
                 AND WRK-AFA-TIPO NOT EQUAL 'M'                         00295000
                 AND WRK-AFA-TIPO NOT EQUAL 'N'                         00296000
               MOVE 2 TO WRK-FLAG                                       00297000
              END-IF                                                    00298000
             END-IF.                                                    00299000
                                                                        00300000
             IF WRK-FLAG EQUAL 0                                        00301000
              MOVE WRK-AFA-DATAINI TO WRK-DATA-TELA                     00302000
              PERFORM 2230-CRITICAR-DATA                                00303000
              MOVE WRK-AFA-RETPREV TO WRK-DATA-TELA                     00304000
              PERFORM 2230-CRITICAR-DATA                                00305000
             END-IF.                                                    00306000
                                                                        00307000
             IF WRK-FLAG EQUAL 0                                        00308000
              IF WRK-AFA-RETPREV NOT GREATER WRK-AFA-DATAINI            00309000
               MOVE 4 TO WRK-FLAG                                       00310000
              END-IF                                                    00311000
             END-IF.                                                    00312000
                                                                        00313000
             IF WRK-FLAG EQUAL 0                                        00314000
              MOVE WRK-AFA-IDFUNC TO WRK-ID-AUX                         00315000
              EXEC SQL                                                  00316000
               SELECT ID INTO :WRK-ID-AUX                               00317000
                FROM IVAN.FUNC                                          00318000
                WHERE ID = :WRK-ID-AUX AND STATUS = 'A'                 00319000
                FETCH FIRST ROW ONLY                                    00320000
              END-EXEC                                                  00321000
              IF SQLCODE NOT EQUAL 0                                    00322000
               MOVE 5 TO WRK-FLAG                                       00323000
              ELSE                                                      00323140
               MOVE WRK-AFA-IDFUNC TO WRK-EMP-IDFUNC                    00323280
               PERFORM 2900-VERIFICAR-EMPRESA                           00323420
               IF WRK-EMP-BLOQUEADA                                     00323560
                MOVE 8 TO WRK-FLAG                                      00323700
               END-IF                                                   00323840
              END-IF                                                    00324000
             END-IF.                                                    00325000
                                                                        00326000
      *      SEQUENCIA EM BRANCO ABRE O PROXIMO AFASTAMENTO.            00327000
             IF WRK-FLAG EQUAL 0                                        00328000
              IF SEQL GREATER 0                                         00329000
               MOVE SEQI TO WRK-AFA-SEQ-X                               00330000
               IF WRK-AFA-SEQ-X IS NOT NUMERIC                          00331000
                  OR WRK-AFA-SEQ EQUAL ZEROS                            00332000
                MOVE 6 TO WRK-FLAG                                      00333000
               END-IF                                                   00334000
              ELSE                                                      00335000
               EXEC SQL                                                 00336000
                SELECT COALESCE(MAX(SEQ),0) + 1                         00337000
                 INTO :WRK-AFA-SEQ                                      00338000
                 FROM IVAN.AFAST                                        00339000
                 WHERE IDFUNC = :WRK-AFA-IDFUNC                         00340000
               END-EXEC                                                 00341000
               IF SQLCODE NOT EQUAL 0                                   00342000
                MOVE 6 TO WRK-FLAG                                      00343000
               END-IF                                                   00344000
              END-IF                                                    00345000
             END-IF.                                                    00346000
                                                                        00347000
      *      SO PODE HAVER UM AFASTAMENTO EM ABERTO POR                 00348000
      *      FUNCIONARIO.                                               00349000
             IF WRK-FLAG EQUAL 0                                        00350000
              EXEC SQL                                                  00351000
               SELECT SEQ INTO :WRK-SEQ-ABERTO                          00352000
                FROM IVAN.AFAST                                         00353000
                WHERE IDFUNC  = :WRK-AFA-IDFUNC                         00354000
                  AND SEQ    <> :WRK-AFA-SEQ                            00355000
                  AND RETEFET IS NULL                                   00356000
                FETCH FIRST ROW ONLY                                    00357000
              END-EXEC                                                  00358000
              IF SQLCODE EQUAL 0                                        00359000
               MOVE 7 TO WRK-FLAG                                       00360000
              END-IF                                                    00361000
             END-IF.                                                    00362000
      *-----------------------------------------------------            00363000
       2210-99-FIM.                                  EXIT.              00364000
      *-----------------------------------------------------            00365000
                                                                        00366000
      *-----------------------------------------------------            00367000
       2230-CRITICAR-DATA                         SECTION.              00368000
      *-----------------------------------------------------            00369000
             IF WRK-DTT-ANO IS NOT NUMERIC                              00370000
                OR WRK-DTT-MES IS NOT NUMERIC                           00371000
                OR WRK-DTT-DIA IS NOT NUMERIC                           00372000
                OR WRK-DTT-TRACO1 NOT EQUAL '-'                         00373000
                OR WRK-DTT-TRACO2 NOT EQUAL '-'                         00374000
              MOVE 3 TO WRK-FLAG                                        00375000
             ELSE                                                       00376000
              IF WRK-DTT-MES-N LESS 01 OR WRK-DTT-MES-N GREATER 12      00377000
                 OR WRK-DTT-DIA-N LESS 01                               00378000
                 OR WRK-DTT-DIA-N GREATER 31                            00379000
               MOVE 3 TO WRK-FLAG                                       00380000
              END-IF                                                    00381000
             END-IF.                                                    00382000
      *-----------------------------------------------------            00383000
       2230-99-FIM.                                  EXIT.              00384000
      *-----------------------------------------------------            00385000
                                                                        00386000
      *-----------------------------------------------------            00387000
       2250-RETORNO                               SECTION.              00388000
      *-----------------------------------------------------            00389000
      *     ENCERRA O AFASTAMENTO COM A DATA DO RETORNO                 00390000
      *     EFETIVO, QUE NAO PODE SER ANTERIOR AO INICIO.               00391000
            IF CONFIRML GREATER 0 AND CONFIRMI EQUAL 'S'                00392000
               AND IDFUNCL GREATER 0 AND SEQL GREATER 0                 00393000
               AND RETEFETL GREATER 0                                   00394000
             MOVE IDFUNCI  TO WRK-AFA-IDFUNC                            00395000
             MOVE SEQI     TO WRK-AFA-SEQ-X                             00396000
             MOVE RETEFETI TO WRK-AFA-RETEFET                           00397000
             MOVE WRK-AFA-IDFUNC TO WRK-EMP-IDFUNC                      00397140
             PERFORM 2900-VERIFICAR-EMPRESA                             00397280
             IF WRK-EMP-BLOQUEADA                                       00397420
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00397560
              GO TO 2250-99-FIM                                         00397700
             END-IF                                                     00397840
             MOVE 0        TO WRK-FLAG                                  00398000
             MOVE WRK-AFA-RETEFET TO WRK-DATA-TELA                      00399000
             PERFORM 2230-CRITICAR-DATA                                 00400000
             IF WRK-FLAG NOT EQUAL 0                                    00401000
                OR WRK-AFA-SEQ-X IS NOT NUMERIC                         00402000
              MOVE 'DATA INVALIDA (AAAA-MM-DD)'   TO MSGO               00403000
             ELSE                                                       00404000
              EXEC CICS ASSIGN                                          00405000
                USERID(WRK-USUARIO)                                     00406000
              END-EXEC                                                  00407000
              EXEC SQL                                                  00408000
               UPDATE IVAN.AFAST                                        00409000
                  SET RETEFET  = DATE(:WRK-AFA-RETEFET),                00410000
                      USUARIO  = :WRK-USUARIO,                          00411000
                      DATAHORA = CURRENT TIMESTAMP                      00412000
                WHERE IDFUNC  = :WRK-AFA-IDFUNC                         00413000
                  AND SEQ     = :WRK-AFA-SEQ                            00414000
                  AND RETEFET IS NULL                                   00415000
                  AND DATAINI < DATE(:WRK-AFA-RETEFET)                  00416000
              END-EXEC                                                  00417000
              EVALUATE SQLCODE                                          00418000
               WHEN 0                                                   00419000
                EXEC SQL                                                00420000
                  COMMIT                                                00421000
                END-EXEC                                                00422000
                MOVE 'RETORNOU'                   TO SITUACO            00423000
                MOVE 'RETORNO REGISTRADO'         TO MSGO               00424000
               WHEN 100                                                 00425000
                MOVE 'SEM AFASTAMENTO ABERTO P/ A DATA' TO MSGO         00426000
               WHEN OTHER                                               00427000
                MOVE SQLCODE                      TO WRK-SQLCODE        00428000
                MOVE WRK-SQLCODE                  TO MSGO               00429000
              END-EVALUATE                                              00430000
             END-IF                                                     00431000
            ELSE                                                        00432000
             MOVE 'INFORME O RETORNO E CONFIRME COM S + F7' TO MSGO     00433000
            END-IF.                                                     00434000
      *-----------------------------------------------------            00435000
       2250-99-FIM.                                  EXIT.              00436000
      *-----------------------------------------------------            00437000
                                                                        00438000
      *-----------------------------------------------------            00439000
       2900-VERIFICAR-EMPRESA                     SECTION.              00439020
      *-----------------------------------------------------            00439040
      *      USUARIO COM LINHA EM IVAN.USUEMP SO ENXERGA E              00439060
      *      MANTEM FUNCIONARIOS DAS EMPRESAS LIBERADAS PARA            00439080
      *      ELE, COMO NO F22CIP1 (SEM LINHA, TODAS). ID QUE            00439100
      *      NAO EXISTE NAO BLOQUEIA: A TELA DA A MENSAGEM              00439120
      *      DELA.                                                      00439140
             MOVE 'N' TO WRK-EMP-BLOQUEIO.                              00439160
             EXEC SQL                                                   00439180
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00439200
               FROM IVAN.USUEMP                                         00439220
               WHERE USUARIO = :WRK-USUARIO                             00439240
             END-EXEC.                                                  00439260
                                                                        00439280
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00439300
              EXEC SQL                                                  00439320
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00439340
                FROM IVAN.FUNC F                                        00439360
                WHERE F.ID = :WRK-EMP-IDFUNC                            00439380
                  AND (F.EMPRESA IS NULL                                00439400
                   OR F.EMPRESA NOT IN                                  00439420
                      (SELECT E.EMPRESA FROM IVAN.USUEMP E              00439440
                        WHERE E.USUARIO = :WRK-USUARIO))                00439460
              END-EXEC                                                  00439480
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP GREATER ZEROS    00439500
               MOVE 'S' TO WRK-EMP-BLOQUEIO                             00439520
              END-IF                                                    00439540
             END-IF.                                                    00439560
      *-----------------------------------------------------            00439580
       2900-99-FIM.                                  EXIT.              00439600
      *-----------------------------------------------------            00439620
                                                                        00439640
      *-----------------------------------------------------            00439660
       3000-FINALIZAR                             SECTION.              00440000
      *-----------------------------------------------------            00441000
            EXEC CICS                                                   00442000
             RETURN TRANSID ('T22Q')                                    00443000
            END-EXEC.                                                   00444000
      *-----------------------------------------------------            00445000
       3000-99-FIM.                                  EXIT.              00446000
      *-----------------------------------------------------            00447000
