      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPR.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: CADASTRO DOS EXAMES OCUPACIONAIS (ASO) *             00008000
      *            DOS FUNCIONARIOS (TABELA IVAN.ASO,     *             00009000
      *            CHAVE FUNCIONARIO + SEQUENCIA), NOS    *             00010000
      *            MOLDES DO F22CIPQ: CONSULTAR (F5 -     *             00011000
      *            SEQUENCIA EM BRANCO TRAZ O ULTIMO) E   *             00012000
      *            GRAVAR TIPO, RESULTADO, DATA DE        *             00013000
      *            REALIZACAO E PROXIMO VENCIMENTO (F6 -  *             00014000
      *            SEQUENCIA EM BRANCO ABRE UM NOVO).     *             00015000
      *            TIPOS: A ADMISSIONAL, P PERIODICO, R   *             00016000
      *            RETORNO AO TRABALHO E D DEMISSIONAL.   *             00017000
      *            PROXIMO EM BRANCO VENCE UM ANO APOS A  *             00018000
      *            REALIZACAO; O DEMISSIONAL NAO TEM      *             00019000
      *            PROXIMO. O ADMISSIONAL E GRAVADO ANTES *             00020000
      *            DA ADMISSAO (PENDENTE NO IVAN.FUNCPEND *             00021000
      *            OU NA CARGA DO FR22DB23) E E EXIGIDO   *             00022000
      *            POR ELAS. OS VENCIMENTOS SAO LISTADOS  *             00023000
      *            PELO FR22DB65 E AVISADOS PELO          *             00024000
      *            FR22DB38.                              *             00025000
      *            USUARIO RESTRITO EM IVAN.USUEMP SO VE  *             00025160
      *            FUNCIONARIOS DAS EMPRESAS LIBERADAS.   *             00025320
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00025480
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00025640
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00025800
      *---------------------------------------------------*             00026000
      *  ARQUIVOS:                                        *             00027000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00028000
      *  F22CIMR             I             ---------      *             00029000
      *---------------------------------------------------*             00030000
      *  BASE  DE DADOS:                                  *             00031000
      *  TABELA             I/O           INCLUDE/BOOK    *             00032000
      *  IVAN.USUEMP         I             ---------      *             00032200
      *  IVAN.FUNCPEND       I             ---------      *             00032400
      *  IVAN.USUARIO        I             ---------      *             00032600
      *  IVAN.USUALOG        O             ---------      *             00032800
      *  IVAN.ASO           I/O            ---------      *             00033000
      *  IVAN.FUNC           I             ---------      *             00034000
      *===================================================*             00035000
       DATA                                      DIVISION.              00036000
      *====================================================             00037000
      *-----------------------------------------------------            00038000
       WORKING-STORAGE                            SECTION.              00039000
      *-----------------------------------------------------            00040000
            COPY F22CIMR.                                               00041000
             COPY DFHAID.                                               00042000
                                                                        00043000
            EXEC SQL                                                    00044000
               INCLUDE SQLCA                                            00045000
            END-EXEC.                                                   00046000
      *----------------------------------------------------             00047000
       01 FILLER PIC X(48) VALUE                                        00048000
           '--------------VARIAVEIS PARA APOIO-----------'.             00049000
      *----------------------------------------------------             00050000
       77 WRK-SQLCODE     PIC -999.                                     00051000
       77 WRK-TERMINAL    PIC X(04).                                    00051250
       77 WRK-PERFIL      PIC X(01).                                    00051500
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00051750
       77 WRK-FLAG        PIC 9(02).                                    00052000
       77 WRK-ID-AUX      PIC 9(05).                                    00053000
       77 WRK-USUARIO     PIC X(08).                                    00054000
       77 WRK-NULL-PROXIMO PIC S9(04) COMP.                             00055000
      *    CRITICA DE DATA AAAA-MM-DD DIGITADA NA TELA.                 00056000
       01 WRK-DATA-TELA.                                                00057000
          05 WRK-DTT-ANO        PIC X(04).                              00058000
          05 WRK-DTT-TRACO1     PIC X(01).                              00059000
          05 WRK-DTT-MES        PIC X(02).                              00060000
          05 WRK-DTT-MES-N REDEFINES WRK-DTT-MES                        00061000
                                PIC 9(02).                              00062000
          05 WRK-DTT-TRACO2     PIC X(01).                              00063000
          05 WRK-DTT-DIA        PIC X(02).                              00064000
          05 WRK-DTT-DIA-N REDEFINES WRK-DTT-DIA                        00065000
                                PIC 9(02).                              00066000
      *----------------------------------------------------             00067000
       01 FILLER PIC X(48) VALUE                                        00068000
           '--------------AREA DO EXAME------------------'.             00069000
      *----------------------------------------------------             00070000
      *    PROXIMO = VENCIMENTO DO EXAME; NULO NO                       00071000
      *    DEMISSIONAL, QUE ENCERRA O CONTROLE.                         00072000
       01 WRK-ASO.                                                      00073000
          05 WRK-ASO-IDFUNC     PIC 9(05).                              00074000
          05 WRK-ASO-SEQ-X      PIC X(02).                              00075000
          05 WRK-ASO-SEQ REDEFINES WRK-ASO-SEQ-X                        00076000
                                PIC 9(02).                              00077000
          05 WRK-ASO-TIPO       PIC X(01).                              00078000
          05 WRK-ASO-RESULT     PIC X(01).                              00079000
          05 WRK-ASO-DATAEX     PIC X(10).                              00080000
          05 WRK-ASO-PROXIMO    PIC X(10).                              00081000
      *----------------------------------------------------             00081110
       01 FILLER PIC X(48) VALUE                                        00081220
           '--------------EMPRESAS DO USUARIO (IVAN.USUEMP)'.           00081330
      *----------------------------------------------------             00081440
       77 WRK-EMP-IDFUNC    PIC 9(05).                                  00081550
       77 WRK-QTD-USUEMP    PIC S9(04) COMP.                            00081660
       77 WRK-EMP-BLOQUEIO  PIC X(01).                                  00081770
          88 WRK-EMP-BLOQUEADA         VALUE 'S'.                       00081880
      *====================================================             00082000
       PROCEDURE                                 DIVISION.              00083000
      *====================================================             00084000
      *-----------------------------------------------------            00085000
       0000-PRINCIPAL                             SECTION.              00086000
      *-----------------------------------------------------            00087000
            PERFORM 1000-INICIALIZAR.                                   00088000
            PERFORM 2000-PROCESSAR.                                     00089000
            PERFORM 3000-FINALIZAR.                                     00090000
      *-----------------------------------------------------            00091000
       0000-99-FIM.                                  EXIT.              00092000
      *-----------------------------------------------------            00093000
                                                                        00094000
      *-----------------------------------------------------            00095000
       1000-INICIALIZAR                           SECTION.              00096000
      *-----------------------------------------------------            00097000
             PERFORM 1100-VERIFICAR-ACESSO.                             00097330
                                                                        00097660
             EXEC CICS SEND                                             00098000
               MAPSET('F22CIMR')                                        00099000
               MAP('MAPA01')                                            00100000
                ERASE                                                   00101000
               MAPONLY                                                  00102000
             END-EXEC.                                                  00103000
      *-----------------------------------------------------            00104000
       1000-99-FIM.                                  EXIT.              00105000
      *-----------------------------------------------------            00105020
                                                                        00105040
      *-----------------------------------------------------            00105060
       1100-VERIFICAR-ACESSO                      SECTION.              00105080
      *-----------------------------------------------------            00105100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00105120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00105140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00105160
      *      MENU F22CIPL.                                              00105180
             EXEC CICS ASSIGN                                           00105200
               USERID(WRK-USUARIO)                                      00105220
             END-EXEC.                                                  00105240
                                                                        00105260
             EXEC SQL                                                   00105280
              SELECT PERFIL INTO :WRK-PERFIL                            00105300
               FROM IVAN.USUARIO                                        00105320
               WHERE USUARIO = :WRK-USUARIO                             00105340
               FETCH FIRST ROW ONLY                                     00105360
             END-EXEC.                                                  00105380
                                                                        00105400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00105420
              MOVE EIBTRMID TO WRK-TERMINAL                             00105440
              EXEC SQL                                                  00105460
               INSERT INTO IVAN.USUALOG                                 00105480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00105500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00105520
                       'RV',CURRENT TIMESTAMP)                          00105540
              END-EXEC                                                  00105560
              EXEC SQL                                                  00105580
                COMMIT                                                  00105600
              END-EXEC                                                  00105620
              MOVE LOW-VALUES TO MAPA01O                                00105640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00105660
                TO MSGO                                                 00105680
              EXEC CICS SEND                                            00105700
                MAPSET('F22CIMR')                                       00105720
                MAP('MAPA01')                                           00105740
                FROM(MAPA01O)                                           00105760
                ERASE                                                   00105780
              END-EXEC                                                  00105800
              EXEC CICS                                                 00105820
               RETURN                                                   00105840
              END-EXEC                                                  00105860
             END-IF.                                                    00105880
      *-----------------------------------------------------            00105900
       1100-99-FIM.                                  EXIT.              00105920
      *-----------------------------------------------------            00106000
                                                                        00107000
      *-----------------------------------------------------            00108000
       2000-PROCESSAR                             SECTION.              00109000
      *-----------------------------------------------------            00110000
             EXEC CICS RECEIVE                                          00111000
               MAPSET('F22CIMR')                                        00112000
               MAP('MAPA01')                                            00113000
               INTO(MAPA01I)                                            00114000
             END-EXEC.                                                  00115000
                                                                        00116000
            EVALUATE TRUE                                               00117000
             WHEN EIBAID = '"'                                          00118000
              PERFORM 2050-LIMPAR                                       00119000
             WHEN EIBAID = ':'                                          00120000
              PERFORM 2100-SAIR                                         00121000
             WHEN EIBAID = '5'                                          00122000
              PERFORM 2150-CONSULTAR                                    00123000
             WHEN EIBAID = '6'                                          00124000
              PERFORM 2200-GRAVAR                                       00125000
             END-EVALUATE.                                              00126000
                                                                        00127000
             EXEC CICS SEND                                             00128000
               MAPSET('F22CIMR')                                        00129000
               MAP('MAPA01')                                            00130000
               DATAONLY                                                 00131000
               FROM(MAPA01O)                                            00132000
             END-EXEC.                                                  00133000
      *-----------------------------------------------------            00134000
       2000-99-FIM.                                  EXIT.              00135000
      *-----------------------------------------------------            00136000
                                                                        00137000
      *-----------------------------------------------------            00138000
       2050-LIMPAR                                SECTION.              00139000
      *-----------------------------------------------------            00140000
             EXEC CICS                                                  00141000
              RETURN TRANSID ('T22R')                                   00142000
             END-EXEC.                                                  00143000
      *-----------------------------------------------------            00144000
       2050-99-FIM.                                  EXIT.              00145000
      *-----------------------------------------------------            00146000
                                                                        00147000
      *-----------------------------------------------------            00148000
       2100-SAIR                                  SECTION.              00149000
      *-----------------------------------------------------            00150000
             EXEC CICS                                                  00151000
              RETURN TRANSID ('T22M')                                   00152000
             END-EXEC.                                                  00153000
      *-----------------------------------------------------            00154000
       2100-99-FIM.                                  EXIT.              00155000
      *-----------------------------------------------------            00156000
                                                                        00157000
      *-----------------------------------------------------            00158000
       2150-CONSULTAR                             SECTION.              00159000
      *-----------------------------------------------------            00160000
      *     SEQUENCIA EM BRANCO = ULTIMO EXAME DO                       00161000
      *     FUNCIONARIO.                                                00162000
             MOVE IDFUNCI TO WRK-ASO-IDFUNC.                            00163000
             IF SEQL GREATER 0                                          00164000
              MOVE SEQI   TO WRK-ASO-SEQ-X                              00165000
             ELSE                                                       00166000
              MOVE 99     TO WRK-ASO-SEQ                                00167000
             END-IF.                                                    00167120
                                                                        00167240
             MOVE WRK-ASO-IDFUNC TO WRK-EMP-IDFUNC                      00167360
             PERFORM 2900-VERIFICAR-EMPRESA                             00167480
             IF WRK-EMP-BLOQUEADA                                       00167600
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00167720
              GO TO 2150-99-FIM                                         00167840
             END-IF.                                                    00168000
              EXEC SQL                                                  00169000
               SELECT SEQ,TIPOEXAME,RESULTADO,CHAR(DATAEXAME,ISO),      00170000
                      CHAR(PROXIMO,ISO)                                 00171000
               INTO :WRK-ASO-SEQ,                                       00172000
                    :WRK-ASO-TIPO,                                      00173000
                    :WRK-ASO-RESULT,                                    00174000
                    :WRK-ASO-DATAEX,                                    00175000
                    :WRK-ASO-PROXIMO :WRK-NULL-PROXIMO                  00176000
               FROM IVAN.ASO                                            00177000
                WHERE IDFUNC = :WRK-ASO-IDFUNC                          00178000
                  AND SEQ   <= :WRK-ASO-SEQ                             00179000
                ORDER BY SEQ DESC                                       00180000
                FETCH FIRST ROW ONLY                                    00181000
              END-EXEC.                                                 00182000
                                                                        00183000
      *     COM A SEQUENCIA INFORMADA SO VALE A PROPRIA.                00184000
             IF SQLCODE EQUAL 0 AND SEQL GREATER 0                      00185000
                AND SEQI NOT EQUAL WRK-ASO-SEQ-X                        00186000
              MOVE 100 TO SQLCODE                                       00187000
             END-IF.                                                    00188000
                                                                        00189000
             EVALUATE SQLCODE                                           00190000
              WHEN 0                                                    00191000
               MOVE WRK-ASO-SEQ-X     TO SEQO                           00192000
               MOVE WRK-ASO-TIPO      TO TIPOO                          00193000
               MOVE WRK-ASO-RESULT    TO RESULTO                        00194000
               MOVE WRK-ASO-DATAEX    TO DATAEXO                        00195000
               IF WRK-NULL-PROXIMO LESS 0                               00196000
                MOVE SPACES           TO PROXIMOO                       00197000
               ELSE                                                     00198000
                MOVE WRK-ASO-PROXIMO  TO PROXIMOO                       00199000
               END-IF                                                   00200000
               MOVE 'EXAME ENCONTRADO'          TO MSGO                 00201000
              WHEN 100                                                  00202000
               MOVE 'EXAME NAO CADASTRADO'      TO MSGO                 00203000
              WHEN OTHER                                                00204000
               MOVE SQLCODE                     TO WRK-SQLCODE          00205000
               MOVE 'ERRO: '                    TO MSGO                 00206000
               MOVE WRK-SQLCODE                 TO MSGO(07:04)          00207000
             END-EVALUATE.                                              00208000
      *-----------------------------------------------------            00209000
       2150-99-FIM.                                  EXIT.              00210000
      *-----------------------------------------------------            00211000
                                                                        00212000
      *-----------------------------------------------------            00213000
       2200-GRAVAR                                SECTION.              00214000
      *-----------------------------------------------------            00215000
             MOVE 0 TO WRK-FLAG.                                        00216000
             PERFORM 2210-VALIDAR-CAMPOS.                               00217000
                                                                        00218000
             EVALUATE WRK-FLAG                                          00219000
              WHEN 1                                                    00220000
               MOVE 'INFORME FUNCIONARIO, TIPO E DATA'  TO MSGO         00221000
              WHEN 2                                                    00222000
               MOVE 'TIPO INVALIDO (A, P, R OU D)'      TO MSGO         00223000
              WHEN 3                                                    00224000
               MOVE 'DATA INVALIDA (AAAA-MM-DD)'        TO MSGO         00225000
              WHEN 4                                                    00226000
               MOVE 'PROXIMO DEVE SER APOS A REALIZACAO' TO MSGO        00227000
              WHEN 5                                                    00228000
               MOVE 'FUNCIONARIO INVALIDO'              TO MSGO         00229000
              WHEN 6                                                    00230000
               MOVE 'SEQUENCIA INVALIDA'                TO MSGO         00231000
              WHEN 7                                                    00232000
               MOVE 'RESULTADO INVALIDO (A OU I)'       TO MSGO         00233000
              WHEN 8                                                    00233330
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA'      TO MSGO         00233660
              WHEN OTHER                                                00234000
               EXEC CICS ASSIGN                                         00235000
                 USERID(WRK-USUARIO)                                    00236000
               END-EXEC                                                 00237000
               EXEC SQL                                                 00238000
                UPDATE IVAN.ASO                                         00239000
                   SET TIPOEXAME = :WRK-ASO-TIPO,                       00240000
                       RESULTADO = :WRK-ASO-RESULT,                     00241000
                       DATAEXAME = DATE(:WRK-ASO-DATAEX),               00242000
                       PROXIMO   = DATE(:WRK-ASO-PROXIMO                00243000
                                        :WRK-NULL-PROXIMO),             00244000
                       USUARIO   = :WRK-USUARIO,                        00245000
                       DATAHORA  = CURRENT TIMESTAMP                    00246000
                 WHERE IDFUNC = :WRK-ASO-IDFUNC                         00247000
                   AND SEQ    = :WRK-ASO-SEQ                            00248000
               END-EXEC                                                 00249000
               IF SQLCODE EQUAL 100                                     00250000
                EXEC SQL                                                00251000
                 INSERT INTO IVAN.ASO                                   00252000
                       (IDFUNC,SEQ,TIPOEXAME,RESULTADO,DATAEXAME,       00253000
                        PROXIMO,USUARIO,DATAHORA)                       00254000
                 VALUES (:WRK-ASO-IDFUNC,:WRK-ASO-SEQ,                  00255000
                         :WRK-ASO-TIPO,:WRK-ASO-RESULT,                 00256000
                         DATE(:WRK-ASO-DATAEX),                         00257000
                         DATE(:WRK-ASO-PROXIMO :WRK-NULL-PROXIMO),      00258000
                         :WRK-USUARIO,CURRENT TIMESTAMP)                00259000
                END-EXEC                                                00260000
               END-IF                                                   00261000
               EVALUATE SQLCODE                                         00262000
                WHEN 0                                                  00263000
                 EXEC SQL                                               00264000
                   COMMIT                                               00265000
                 END-EXEC                                               00266000
                 MOVE WRK-ASO-SEQ-X                 TO SEQO             00267000
                 IF WRK-NULL-PROXIMO LESS 0                             00268000
                  MOVE SPACES                       TO PROXIMOO         00269000
                 ELSE                                                   00270000
                  MOVE WRK-ASO-PROXIMO              TO PROXIMOO         00271000
                 END-IF                                                 00272000
                 MOVE 'EXAME GRAVADO'               TO MSGO             00273000
                WHEN OTHER                                              00274000
                 MOVE SQLCODE TO WRK-SQLCODE                            00275000
                 MOVE WRK-SQLCODE TO MSGO                               00276000
               END-EVALUATE                                             00277000
             END-EVALUATE.                                              00278000
      *-----------------------------------------------------            00279000
       2200-99-FIM.                                  EXIT.              00280000
      *-----------------------------------------------------            00281000
                                                                        00282000
      *-----------------------------------------------------            00283000
       2210-VALIDAR-CAMPOS                        SECTION.              00284000
      *-----------------------------------------------------            00285000
             IF IDFUNCL GREATER 0 AND TIPOL GREATER 0                   00286000
                AND RESULTL GREATER 0 AND DATAEXL GREATER 0             00287000
              MOVE IDFUNCI  TO WRK-ASO-IDFUNC                           00288000
              MOVE TIPOI    TO WRK-ASO-TIPO                             00289000
              MOVE RESULTI  TO WRK-ASO-RESULT                           00290000
              MOVE DATAEXI  TO WRK-ASO-DATAEX                           00291000
             ELSE                                                       00292000
              MOVE 1 TO WRK-FLAG                                        00293000
             END-IF.                                                    00294000
                                                                        00295000
             IF WRK-FLAG EQUAL 0                                        00296000
              IF WRK-ASO-TIPO NOT EQUAL 'A'                             00297000
                 AND WRK-ASO-TIPO NOT EQUAL 'P'                         00298000
                 AND WRK-ASO-TIPO NOT EQUAL 'R'                         00299000
                 AND WRK-ASO-TIPO NOT EQUAL 'D'                         00300000
               MOVE 2 TO WRK-FLAG                                       00301000
              END-IF                                                    00302000
             END-IF.                                                    00303000
                                                                        00304000
             IF WRK-FLAG EQUAL 0                                        00305000
              IF WRK-ASO-RESULT NOT EQUAL 'A'                           00306000
                 AND WRK-ASO-RESULT NOT EQUAL 'I'                       00307000
               MOVE 7 TO WRK-FLAG                                       00308000
              END-IF                                                    00309000
             END-IF.                                                    00310000
                                                                        00311000
             IF WRK-FLAG EQUAL 0                                        00312000
              MOVE WRK-ASO-DATAEX TO WRK-DATA-TELA                      00313000
              PERFORM 2230-CRITICAR-DATA                                00314000
             END-IF.                                                    00315000
                                                                        00316000
      *      DEMISSIONAL NAO VENCE. NOS DEMAIS, PROXIMO EM              00317000
      *      BRANCO VENCE UM ANO APOS A REALIZACAO.                     00318000
             MOVE 0 TO WRK-NULL-PROXIMO.                                00319000
             IF WRK-FLAG EQUAL 0                                        00320000
              IF WRK-ASO-TIPO EQUAL 'D'                                 00321000
               MOVE SPACES TO WRK-ASO-PROXIMO                           00322000
               MOVE -1     TO WRK-NULL-PROXIMO                          00323000
              ELSE                                                      00324000
               IF PROXIMOL GREATER 0                                    00325000
                MOVE PROXIMOI TO WRK-ASO-PROXIMO                        00326000
                MOVE WRK-ASO-PROXIMO TO WRK-DATA-TELA                   00327000
                PERFORM 2230-CRITICAR-DATA                              00328000
                IF WRK-FLAG EQUAL 0                                     00329000
                   AND WRK-ASO-PROXIMO NOT GREATER WRK-ASO-DATAEX       00330000
                 MOVE 4 TO WRK-FLAG                                     00331000
                END-IF                                                  00332000
               ELSE                                                     00333000
                EXEC SQL                                                00334000
                 SET :WRK-ASO-PROXIMO =                                 00335000
                     CHAR(DATE(:WRK-ASO-DATAEX) + 1 YEAR, ISO)          00336000
                END-EXEC                                                00337000
                IF SQLCODE NOT EQUAL 0                                  00338000
                 MOVE 3 TO WRK-FLAG                                     00339000
                END-IF                                                  00340000
               END-IF                                                   00341000
              END-IF                                                    00342000
             END-IF.                                                    00343000
                                                                        00344000
      *      O ADMISSIONAL PRECEDE A ADMISSAO (PENDENTE NO              00345000
      *      IVAN.FUNCPEND OU AINDA NA CARGA EM LOTE DO                 00346000
      *      FR22DB23): SO OS DEMAIS EXIGEM FUNCIONARIO ATIVO.          00347000
             IF WRK-FLAG EQUAL 0 AND WRK-ASO-TIPO NOT EQUAL 'A'         00348000
              MOVE WRK-ASO-IDFUNC TO WRK-ID-AUX                         00349000
              EXEC SQL                                                  00350000
               SELECT ID INTO :WRK-ID-AUX                               00351000
                FROM IVAN.FUNC                                          00352000
                WHERE ID = :WRK-ID-AUX AND STATUS = 'A'                 00353000
                FETCH FIRST ROW ONLY                                    00354000
              END-EXEC                                                  00355000
              IF SQLCODE NOT EQUAL 0                                    00356000
               MOVE 5 TO WRK-FLAG                                       00357000
              END-IF                                                    00358000
             END-IF.                                                    00359000
                                                                        00360000
             IF WRK-FLAG EQUAL 0                                        00360110
              MOVE WRK-ASO-IDFUNC TO WRK-EMP-IDFUNC                     00360220
              PERFORM 2900-VERIFICAR-EMPRESA                            00360330
              IF WRK-EMP-BLOQUEADA                                      00360440
               MOVE 8 TO WRK-FLAG                                       00360550
              END-IF                                                    00360660
             END-IF.                                                    00360770
                                                                        00360880
      *      SEQUENCIA EM BRANCO ABRE O PROXIMO EXAME.                  00361000
             IF WRK-FLAG EQUAL 0                                        00362000
              IF SEQL GREATER 0                                         00363000
               MOVE SEQI TO WRK-ASO-SEQ-X                               00364000
               IF WRK-ASO-SEQ-X IS NOT NUMERIC                          00365000
                  OR WRK-ASO-SEQ EQUAL ZEROS                            00366000
                MOVE 6 TO WRK-FLAG                                      00367000
               END-IF                                                   00368000
              ELSE                                                      00369000
               EXEC SQL                                                 00370000
                SELECT COALESCE(MAX(SEQ),0) + 1                         00371000
                 INTO :WRK-ASO-SEQ                                      00372000
                 FROM IVAN.ASO                                          00373000
                 WHERE IDFUNC = :WRK-ASO-IDFUNC                         00374000
               END-EXEC                                                 00375000
               IF SQLCODE NOT EQUAL 0                                   00376000
                MOVE 6 TO WRK-FLAG                                      00377000
               END-IF                                                   00378000
              END-IF                                                    00379000
             END-IF.                                                    00380000
      *-----------------------------------------------------            00381000
       2210-99-FIM.                                  EXIT.              00382000
      *-----------------------------------------------------            00383000
                                                                        00384000
      *-----------------------------------------------------            00385000
       2230-CRITICAR-DATA                         SECTION.              00386000
      *-----------------------------------------------------            00387000
             IF WRK-DTT-ANO IS NOT NUMERIC                              00388000
                OR WRK-DTT-MES IS NOT NUMERIC                           00389000
                OR WRK-DTT-DIA IS NOT NUMERIC                           00390000
                OR WRK-DTT-TRACO1 NOT EQUAL '-'                         00391000
                OR WRK-DTT-TRACO2 NOT EQUAL '-'                         00392000
              MOVE 3 TO WRK-FLAG                                        00393000
             ELSE                                                       00394000
              IF WRK-DTT-MES-N LESS 01 OR WRK-DTT-MES-N GREATER 12      00395000
                 OR WRK-DTT-DIA-N LESS 01                               00396000
                 OR WRK-DTT-DIA-N GREATER 31                            00397000
               MOVE 3 TO WRK-FLAG                                       00398000
              END-IF                                                    00399000
             END-IF.                                                    00400000
      *-----------------------------------------------------            00401000
       2230-99-FIM.                                  EXIT.              00402000
      *-----------------------------------------------------            00403000
                                                                        00404000
      *-----------------------------------------------------            00405000
       2900-VERIFICAR-EMPRESA                     SECTION.              00405020
      *-----------------------------------------------------            00405040
      *      USUARIO COM LINHA EM IVAN.USUEMP SO ENXERGA E              00405060
      *      MANTEM FUNCIONARIOS DAS EMPRESAS LIBERADAS PARA            00405080
      *      ELE, COMO NO F22CIP1 (SEM LINHA, TODAS). ID QUE            00405100
      *      NAO EXISTE NAO BLOQUEIA: A TELA DA A MENSAGEM              00405120
      *      DELA. NO ADMISSIONAL O FUNCIONARIO PODE ESTAR              00405140
      *      SO PENDENTE NO IVAN.FUNCPEND: VALE A EMPRESA DE LA.        00405160
             MOVE 'N' TO WRK-EMP-BLOQUEIO.                              00405180
             EXEC SQL                                                   00405200
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00405220
               FROM IVAN.USUEMP                                         00405240
               WHERE USUARIO = :WRK-USUARIO                             00405260
             END-EXEC.                                                  00405280
                                                                        00405300
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00405320
              EXEC SQL                                                  00405340
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00405360
                FROM IVAN.FUNC F                                        00405380
                WHERE F.ID = :WRK-EMP-IDFUNC                            00405400
                  AND (F.EMPRESA IS NULL                                00405420
                   OR F.EMPRESA NOT IN                                  00405440
                      (SELECT E.EMPRESA FROM IVAN.USUEMP E              00405460
                        WHERE E.USUARIO = :WRK-USUARIO))                00405480
              END-EXEC                                                  00405500
              IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP EQUAL ZEROS         00405520
               EXEC SQL                                                 00405540
                SELECT COUNT(*) INTO :WRK-QTD-USUEMP                    00405560
                 FROM IVAN.FUNCPEND P                                   00405580
                 WHERE P.ID = :WRK-EMP-IDFUNC                           00405600
                   AND P.SITUACAO = 'P'                                 00405620
                   AND NOT EXISTS                                       00405640
                       (SELECT 1 FROM IVAN.FUNC F                       00405660
                         WHERE F.ID = P.ID)                             00405680
                   AND (P.EMPRESA IS NULL                               00405700
                    OR P.EMPRESA NOT IN                                 00405720
                       (SELECT E.EMPRESA FROM IVAN.USUEMP E             00405740
                         WHERE E.USUARIO = :WRK-USUARIO))               00405760
               END-EXEC                                                 00405780
              END-IF                                                    00405800
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP GREATER ZEROS    00405820
               MOVE 'S' TO WRK-EMP-BLOQUEIO                             00405840
              END-IF                                                    00405860
             END-IF.                                                    00405880
      *-----------------------------------------------------            00405900
       2900-99-FIM.                                  EXIT.              00405920
      *-----------------------------------------------------            00405940
                                                                        00405960
      *-----------------------------------------------------            00405980
       3000-FINALIZAR                             SECTION.              00406000
      *-----------------------------------------------------            00407000
            EXEC CICS                                                   00408000
             RETURN TRANSID ('T22R')                                    00409000
            END-EXEC.                                                   00410000
      *-----------------------------------------------------            00411000
       3000-99-FIM.                                  EXIT.              00412000
      *-----------------------------------------------------            00413000
