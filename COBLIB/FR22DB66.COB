      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB66.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CONTROLE DIARIO DO CONTRATO DE         *             00008000
      *            EXPERIENCIA (45 + 45 DIAS A PARTIR DE  *             00009000
      *            DATAADM). PRIMEIRO REGISTRA EM         *             00010000
      *            IVAN.EXPERIENCIA AS DECISOES DOS       *             00011000
      *            GERENTES VINDAS DO ARQUIVO EXPDEC: P   *             00012000
      *            PRORROGA PARA O 2O PERIODO (SO NO 1O   *             00013000
      *            PERIODO E DENTRO DO PRAZO), E EFETIVA  *             00014000
      *            E D DESLIGA COM MOTIVO (DEFAULT 04 -   *             00015000
      *            TERMINO DE CONTRATO). O DESLIGAMENTO   *             00016000
      *            SAI EM EXPDEM, NO LAYOUT DO CARGADEM,  *             00017000
      *            PARA A CARGA DO FR22DB56. DEPOIS LISTA *             00018000
      *            EM RELEXP, POR GERENTE, TODO ATIVO SEM *             00019000
      *            DECISAO FINAL CUJO PERIODO VENCE ATE N *             00020000
      *            DIAS UTEIS A FRENTE (DIAUTIL) OU       *             00021000
      *            VENCEU NOS ULTIMOS 30 DIAS.            *             00022000
      *---------------------------------------------------*             00023000
      *  PARAMETRO (SYSIN): JANELA EM DIAS UTEIS 999      *             00024000
      *  (ZERO = 5).                                      *             00025000
      *---------------------------------------------------*             00026000
      *  ARQUIVOS:                                        *             00027000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00028000
      *  EXPDEC              I             ---------      *             00029000
      *  EXPDEM              O             ---------      *             00030000
      *  RELEXP              O             ---------      *             00031000
      *---------------------------------------------------*             00032000
      *  BASE  DE DADOS:                                  *             00033000
      *  TABELA             I/O           INCLUDE/BOOK    *             00034000
      *  IVAN.FUNC           I               #BKFUNC      *             00035000
      *  IVAN.EXPERIENCIA   I/O            ---------      *             00036000
      *  IVAN.FERIADO        I              #DIAUTIL      *             00037000
      *  (VIA SUBROTINA DIAUTIL)                          *             00038000
      *===================================================*             00039000
                                                                        00040000
      *====================================================             00041000
       ENVIRONMENT                               DIVISION.              00042000
      *====================================================             00043000
       CONFIGURATION                             SECTION.               00044000
       SPECIAL-NAMES.                                                   00045000
           DECIMAL-POINT  IS COMMA.                                     00046000
                                                                        00047000
       INPUT-OUTPUT                              SECTION.               00048000
       FILE-CONTROL.                                                    00049000
           SELECT EXPDEC ASSIGN TO EXPDEC                               00050000
               FILE STATUS IS WRK-FS-EXPDEC.                            00051000
                                                                        00052000
           SELECT EXPDEM ASSIGN TO EXPDEM                               00053000
               FILE STATUS IS WRK-FS-EXPDEM.                            00054000
                                                                        00055000
           SELECT RELEXP ASSIGN TO RELEXP                               00056000
               FILE STATUS IS WRK-FS-RELEXP.                            00057000
                                                                        00058000
      *====================================================             00059000
       DATA                                      DIVISION.              00060000
      *====================================================             00061000
      *-----------------------------------------------------            00062000
       FILE                                      SECTION.               00063000
      *-----------------------------------------------------            00064000
       FD EXPDEC                                                        00065000
           RECORDING MODE IS F                                          00066000
           BLOCK CONTAINS 0 RECORDS.                                    00067000
      *-----------LRECL 26----------------------------------            00068000
       01 FD-EXPDEC.                                                    00069000
          05 FD-DEC-ID        PIC 9(05).                                00070000
          05 FD-DEC-DECISAO   PIC X(01).                                00071000
          05 FD-DEC-MOTIVO    PIC X(02).                                00072000
          05 FD-DEC-DATADEM   PIC X(10).                                00073000
          05 FD-DEC-USUARIO   PIC X(08).                                00074000
                                                                        00075000
      *    MESMO LAYOUT DO CARGADEM DO FR22DB56.                        00076000
       FD EXPDEM                                                        00077000
           RECORDING MODE IS F                                          00078000
           BLOCK CONTAINS 0 RECORDS.                                    00079000
      *-----------LRECL 17----------------------------------            00080000
       01 FD-EXPDEM.                                                    00081000
          05 FD-DEM-ID        PIC 9(05).                                00082000
          05 FD-DEM-DATADEM   PIC X(10).                                00083000
          05 FD-DEM-MOTIVO    PIC X(02).                                00084000
                                                                        00085000
       FD RELEXP                                                        00086000
           RECORDING MODE IS F                                          00087000
           BLOCK CONTAINS 0 RECORDS.                                    00088000
      *-----------LRECL 100---------------------------------            00089000
       01 FD-RELEXP             PIC X(100).                             00090000
      *-----------------------------------------------------            00091000
       WORKING-STORAGE                           SECTION.               00092000
      *-----------------------------------------------------            00093000
           COPY '#GLOG'.                                                00094000
           COPY '#DIAUTIL'.                                             00095000
                                                                        00096000
           EXEC SQL                                                     00097000
              INCLUDE #BKFUNC                                           00098000
           END-EXEC.                                                    00099000
                                                                        00100000
           EXEC SQL                                                     00101000
              INCLUDE SQLCA                                             00102000
           END-EXEC.                                                    00103000
                                                                        00104000
      *    PERIODO ATUAL: 1 (FIM = DATAADM + 44) OU 2 SE JA             00105000
      *    PRORROGADO (FIM = DATAADM + 89). QUEM JA TEM                 00106000
      *    DECISAO FINAL (E/D) SAI DO CONTROLE.                         00107000
           EXEC SQL                                                     00108000
              DECLARE CEXP CURSOR FOR                                   00109000
               SELECT E.ID,E.NOME,E.SETOR,E.GERENTE,E.NOMEGER,          00110000
                      E.DATAADM,E.PERIODO,CHAR(E.FIMEXP,ISO)            00111000
                FROM                                                    00112000
                 (SELECT F.ID,F.NOME,F.SETOR,F.GERENTE,                 00113000
                         G.NOME AS NOMEGER,F.DATAADM,                   00114000
                         CASE WHEN P.IDFUNC IS NULL THEN 1              00115000
                              ELSE 2 END AS PERIODO,                    00116000
                         CASE WHEN P.IDFUNC IS NULL                     00117000
                              THEN F.DATAADM + 44 DAYS                  00118000
                              ELSE F.DATAADM + 89 DAYS                  00119000
                         END AS FIMEXP                                  00120000
                   FROM IVAN.FUNC F                                     00121000
                   LEFT JOIN IVAN.FUNC G ON F.GERENTE = G.ID            00122000
                   LEFT JOIN IVAN.EXPERIENCIA P                         00123000
                     ON P.IDFUNC = F.ID AND P.DECISAO = 'P'             00124000
                   WHERE F.STATUS = 'A'                                 00125000
                     AND NOT EXISTS                                     00126000
                         (SELECT 1 FROM IVAN.EXPERIENCIA X              00127000
                           WHERE X.IDFUNC = F.ID                        00128000
                             AND X.DECISAO IN ('E','D'))) E             00129000
                WHERE E.FIMEXP <= DATE(:WRK-LIMITE-ISO)                 00130000
                  AND E.FIMEXP >= CURRENT DATE - 30 DAYS                00131000
                ORDER BY E.GERENTE, E.FIMEXP, E.ID                      00132000
           END-EXEC.                                                    00133000
                                                                        00134000
       01 WRK-PARM.                                                     00135000
          05 WRK-PARM-DIAS   PIC 9(03).                                 00136000
      *----------------------------------------------------             00137000
       01 FILLER PIC X(48) VALUE                                        00138000
           '--------------VARIAVEIS PARA APOIO-----------'.             00139000
      *----------------------------------------------------             00140000
       77 WRK-SQLCODE      PIC -999.                                    00141000
       77 WRK-FS-EXPDEC    PIC 9(02).                                   00142000
       77 WRK-FS-EXPDEM    PIC 9(02).                                   00143000
       77 WRK-FS-RELEXP    PIC 9(02).                                   00144000
       77 WRK-FLAG         PIC 9(02).                                   00145000
       77 WRK-MOTIVO       PIC X(30).                                   00146000
       77 WRK-NULL-GERENTE PIC S9(04) COMP.                             00147000
       77 WRK-NULL-NOMEGER PIC S9(04) COMP.                             00148000
       77 WRK-NOME-GERENTE PIC X(30).                                   00149000
       77 WRK-QTDE-DEC     PIC S9(09) COMP.                             00150000
       77 WRK-PERIODO      PIC S9(04) COMP.                             00151000
       77 WRK-FIM-ISO      PIC X(10).                                   00152000
       77 WRK-LIMITE-ISO   PIC X(10).                                   00153000
       77 WRK-DEC-MOTIVO   PIC X(02).                                   00154000
       77 WRK-DEC-DATADEM  PIC X(10).                                   00155000
       77 WRK-NULL-DATADEM PIC S9(04) COMP.                             00156000
      *----------------------------------------------------             00157000
       01 FILLER PIC X(48) VALUE                                        00158000
           '--------------DATAS DO CONTROLE--------------'.             00159000
      *----------------------------------------------------             00160000
       01 WRK-DATA-HOJE.                                                00161000
          05 WRK-HOJE-ANO   PIC 9(04).                                  00162000
          05 WRK-HOJE-MES   PIC 9(02).                                  00163000
          05 WRK-HOJE-DIA   PIC 9(02).                                  00164000
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE                       00165000
                           PIC 9(08).                                   00166000
      *    CONVERSAO AAAAMMDD <-> AAAA-MM-DD.                           00167000
       01 WRK-DATA-ISO.                                                 00168000
          05 WRK-ISO-ANO    PIC 9(04).                                  00169000
          05 FILLER         PIC X(01) VALUE '-'.                        00170000
          05 WRK-ISO-MES    PIC 9(02).                                  00171000
          05 FILLER         PIC X(01) VALUE '-'.                        00172000
          05 WRK-ISO-DIA    PIC 9(02).                                  00173000
       01 WRK-DATA-ISO-X REDEFINES WRK-DATA-ISO                         00174000
                            PIC X(10).                                  00175000
       01 WRK-DATA-NUM.                                                 00176000
          05 WRK-NUM-ANO    PIC 9(04).                                  00177000
          05 WRK-NUM-MES    PIC 9(02).                                  00178000
          05 WRK-NUM-DIA    PIC 9(02).                                  00179000
       01 WRK-DATA-NUM-N REDEFINES WRK-DATA-NUM                         00180000
                            PIC 9(08).                                  00181000
       77 WRK-HOJE-ISO     PIC X(10).                                   00182000
       77 WRK-DIAS-UTEIS   PIC 9(03)    VALUE ZEROS.                    00183000
      *----------------------------------------------------             00184000
       01 FILLER PIC X(48) VALUE                                        00185000
           '--------------QUEBRA POR GERENTE-------------'.             00186000
      *----------------------------------------------------             00187000
       77 WRK-GERENTE-ANT  PIC 9(05)    VALUE ZEROS.                    00188000
       77 WRK-PRIMEIRO     PIC X(01)    VALUE 'S'.                      00189000
      *----------------------------------------------------             00190000
       01 FILLER PIC X(48) VALUE                                        00191000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00192000
      *----------------------------------------------------             00193000
       77 WRK-REGDECLIDAS  PIC 9(05)    VALUE ZEROS.                    00194000
       77 WRK-REGPRORROG   PIC 9(05)    VALUE ZEROS.                    00195000
       77 WRK-REGEFETIV    PIC 9(05)    VALUE ZEROS.                    00196000
       77 WRK-REGDESLIG    PIC 9(05)    VALUE ZEROS.                    00197000
       77 WRK-REGDECREJ    PIC 9(05)    VALUE ZEROS.                    00198000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00199000
       77 WRK-REGVENCIDO   PIC 9(05)    VALUE ZEROS.                    00200000
      *----------------------------------------------------             00201000
       01 FILLER PIC X(48) VALUE                                        00202000
           '--------------LINHAS DO RELATORIO------------'.             00203000
      *----------------------------------------------------             00204000
       01 WRK-REL-CABEC.                                                00205000
          05 FILLER           PIC X(36) VALUE                           00206000
             'CONTRATOS DE EXPERIENCIA VENCENDO - '.                    00207000
          05 WRK-REL-HOJE     PIC X(10).                                00208000
          05 FILLER           PIC X(09) VALUE ' JANELA: '.              00209000
          05 WRK-REL-DIAS     PIC 9(03).                                00210000
          05 FILLER           PIC X(12) VALUE ' DIAS UTEIS'.            00211000
          05 FILLER           PIC X(30) VALUE SPACES.                   00212000
       01 WRK-REL-GRUPO.                                                00213000
          05 FILLER           PIC X(09) VALUE 'GERENTE: '.              00214000
          05 WRK-REL-GERENTE  PIC 9(05).                                00215000
          05 FILLER           PIC X(01) VALUE SPACES.                   00216000
          05 WRK-REL-NOMEGER  PIC X(30).                                00217000
          05 FILLER           PIC X(55) VALUE SPACES.                   00218000
       01 WRK-REL-LINHA.                                                00219000
          05 FILLER           PIC X(02) VALUE SPACES.                   00220000
          05 WRK-REL-ID       PIC 9(05).                                00221000
          05 FILLER           PIC X(01) VALUE SPACES.                   00222000
          05 WRK-REL-NOME     PIC X(30).                                00223000
          05 FILLER           PIC X(01) VALUE SPACES.                   00224000
          05 WRK-REL-SETOR    PIC X(04).                                00225000
          05 FILLER           PIC X(05) VALUE ' ADM '.                  00226000
          05 WRK-REL-DATAADM  PIC X(10).                                00227000
          05 FILLER           PIC X(05) VALUE ' PER '.                  00228000
          05 WRK-REL-PERIODO  PIC 9(01).                                00229000
          05 FILLER           PIC X(05) VALUE ' FIM '.                  00230000
          05 WRK-REL-FIM      PIC X(10).                                00231000
          05 FILLER           PIC X(01) VALUE SPACES.                   00232000
          05 WRK-REL-UTEIS    PIC ZZ9.                                  00233000
          05 FILLER           PIC X(03) VALUE ' DU'.                    00234000
          05 FILLER           PIC X(01) VALUE SPACES.                   00235000
          05 WRK-REL-SITUACAO PIC X(13).                                00236000
       01 WRK-REL-TOTAL.                                                00237000
          05 FILLER           PIC X(22) VALUE                           00238000
             'CONTRATOS LISTADOS.: '.                                   00239000
          05 WRK-TOT-LID-V    PIC 9(05).                                00240000
          05 FILLER           PIC X(14) VALUE ' VENCIDOS...: '.         00241000
          05 WRK-TOT-VEN-V    PIC 9(05).                                00242000
          05 FILLER           PIC X(54) VALUE SPACES.                   00243000
       77 WRK-LINHABRANCO     PIC X(100) VALUE SPACES.                  00244000
      *====================================================             00245000
       PROCEDURE                                 DIVISION.              00246000
      *====================================================             00247000
      *-----------------------------------------------------            00248000
       0000-PRINCIPAL                             SECTION.              00249000
      *-----------------------------------------------------            00250000
           PERFORM 1000-INICIALIZAR.                                    00251000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00252000
           PERFORM 3000-FINALIZAR.                                      00253000
           STOP RUN.                                                    00254000
      *-----------------------------------------------------            00255000
       0000-99-FIM.                                  EXIT.              00256000
      *-----------------------------------------------------            00257000
                                                                        00258000
      *-----------------------------------------------------            00259000
       1000-INICIALIZAR                           SECTION.              00260000
      *-----------------------------------------------------            00261000
           ACCEPT WRK-PARM FROM SYSIN.                                  00262000
           IF WRK-PARM-DIAS IS NOT NUMERIC                              00263000
              OR WRK-PARM-DIAS EQUAL ZEROS                              00264000
            MOVE 5 TO WRK-PARM-DIAS                                     00265000
           END-IF.                                                      00266000
           ACCEPT WRK-DATA-HOJE-N FROM DATE YYYYMMDD.                   00267000
           MOVE WRK-DATA-HOJE-N TO WRK-DATA-NUM-N.                      00268000
           PERFORM 1900-NUM-PARA-ISO.                                   00269000
           MOVE WRK-DATA-ISO-X  TO WRK-HOJE-ISO.                        00270000
                                                                        00271000
           OPEN INPUT  EXPDEC                                           00272000
                OUTPUT EXPDEM RELEXP.                                   00273000
           IF WRK-FS-EXPDEC NOT EQUAL 0                                 00274000
            MOVE 'FR22DB66'              TO WRK-PROGRAMA                00275000
            MOVE 'ERRO NO OPEN EXPDEC'   TO WRK-MENSAGEM                00276000
            MOVE '1000'                  TO WRK-SECAO                   00277000
            MOVE WRK-FS-EXPDEC           TO WRK-STATUS                  00278000
            PERFORM 9000-ERRO                                           00279000
           END-IF.                                                      00280000
           IF WRK-FS-EXPDEM NOT EQUAL 0                                 00281000
            MOVE 'FR22DB66'              TO WRK-PROGRAMA                00282000
            MOVE 'ERRO NO OPEN EXPDEM'   TO WRK-MENSAGEM                00283000
            MOVE '1000'                  TO WRK-SECAO                   00284000
            MOVE WRK-FS-EXPDEM           TO WRK-STATUS                  00285000
            PERFORM 9000-ERRO                                           00286000
           END-IF.                                                      00287000
           IF WRK-FS-RELEXP NOT EQUAL 0                                 00288000
            MOVE 'FR22DB66'              TO WRK-PROGRAMA                00289000
            MOVE 'ERRO NO OPEN RELEXP'   TO WRK-MENSAGEM                00290000
            MOVE '1000'                  TO WRK-SECAO                   00291000
            MOVE WRK-FS-RELEXP           TO WRK-STATUS                  00292000
            PERFORM 9000-ERRO                                           00293000
           END-IF.                                                      00294000
                                                                        00295000
      *    DECISOES DOS GERENTES ENTRAM ANTES DA LISTA, PARA            00296000
      *    O QUE FOI DECIDIDO HOJE JA NAO APARECER.                     00297000
           READ EXPDEC.                                                 00298000
           IF WRK-FS-EXPDEC EQUAL 10                                    00299000
            DISPLAY 'SEM DECISOES DE EXPERIENCIA PARA GRAVAR'           00300000
           END-IF.                                                      00301000
           PERFORM 1100-PROCESSAR-DECISAO                               00302000
                   UNTIL WRK-FS-EXPDEC EQUAL 10.                        00303000
           EXEC SQL                                                     00304000
              COMMIT                                                    00305000
           END-EXEC.                                                    00306000
                                                                        00307000
           PERFORM 1300-CALCULAR-LIMITE.                                00308000
                                                                        00309000
           MOVE WRK-HOJE-ISO   TO WRK-REL-HOJE.                         00310000
           MOVE WRK-PARM-DIAS  TO WRK-REL-DIAS.                         00311000
                                                                        00312000
           EXEC SQL                                                     00313000
              OPEN CEXP                                                 00314000
           END-EXEC.                                                    00315000
                                                                        00316000
           EVALUATE SQLCODE                                             00317000
            WHEN 0                                                      00318000
             PERFORM 4000-LER-EXPERIENCIA                               00319000
            WHEN 100                                                    00320000
             DISPLAY 'SEM CONTRATOS DE EXPERIENCIA A VENCER'            00321000
            WHEN OTHER                                                  00322000
             MOVE SQLCODE TO WRK-SQLCODE                                00323000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00324000
             STOP RUN                                                   00325000
           END-EVALUATE.                                                00326000
      *-----------------------------------------------------            00327000
       1000-99-FIM.                                  EXIT.              00328000
      *-----------------------------------------------------            00329000
                                                                        00330000
      *-----------------------------------------------------            00331000
       1100-PROCESSAR-DECISAO                     SECTION.              00332000
      *-----------------------------------------------------            00333000
           ADD 1 TO WRK-REGDECLIDAS.                                    00334000
           MOVE 0 TO WRK-FLAG.                                          00335000
           MOVE SPACES TO WRK-MOTIVO.                                   00336000
                                                                        00337000
           PERFORM 1150-VALIDAR-DECISAO.                                00338000
                                                                        00339000
           IF WRK-FLAG EQUAL 0                                          00340000
            PERFORM 1200-GRAVAR-DECISAO                                 00341000
           ELSE                                                         00342000
            ADD 1 TO WRK-REGDECREJ                                      00343000
            DISPLAY 'DECISAO REJEITADA - ID ' FD-DEC-ID                 00344000
                    ' (' FD-DEC-DECISAO '): ' WRK-MOTIVO                00345000
           END-IF.                                                      00346000
                                                                        00347000
           READ EXPDEC.                                                 00348000
      *-----------------------------------------------------            00349000
       1100-99-FIM.                                  EXIT.              00350000
      *-----------------------------------------------------            00351000
                                                                        00352000
      *-----------------------------------------------------            00353000
       1150-VALIDAR-DECISAO                       SECTION.              00354000
      *-----------------------------------------------------            00355000
           IF FD-DEC-ID NOT NUMERIC OR FD-DEC-ID EQUAL ZEROS            00356000
            MOVE 1 TO WRK-FLAG                                          00357000
            MOVE 'ID INVALIDO' TO WRK-MOTIVO                            00358000
           END-IF.                                                      00359000
                                                                        00360000
           IF WRK-FLAG EQUAL 0                                          00361000
            IF FD-DEC-DECISAO NOT EQUAL 'P'                             00362000
               AND FD-DEC-DECISAO NOT EQUAL 'E'                         00363000
               AND FD-DEC-DECISAO NOT EQUAL 'D'                         00364000
             MOVE 1 TO WRK-FLAG                                         00365000
             MOVE 'DECISAO INVALIDA (P, E OU D)' TO WRK-MOTIVO          00366000
            END-IF                                                      00367000
           END-IF.                                                      00368000
                                                                        00369000
           IF WRK-FLAG EQUAL 0                                          00370000
            MOVE FD-DEC-ID TO DB2-ID                                    00371000
            EXEC SQL                                                    00372000
             SELECT DATAADM INTO :DB2-DATAADM                           00373000
              FROM IVAN.FUNC                                            00374000
              WHERE ID = :DB2-ID AND STATUS = 'A'                       00375000
              FETCH FIRST ROW ONLY                                      00376000
            END-EXEC                                                    00377000
            IF SQLCODE NOT EQUAL 0                                      00378000
             MOVE 1 TO WRK-FLAG                                         00379000
             MOVE 'FUNCIONARIO INEXISTENTE/INATIVO'                     00380000
               TO WRK-MOTIVO                                            00381000
            END-IF                                                      00382000
           END-IF.                                                      00383000
                                                                        00384000
           IF WRK-FLAG EQUAL 0                                          00385000
            EXEC SQL                                                    00386000
             SELECT COUNT(*) INTO :WRK-QTDE-DEC                         00387000
              FROM IVAN.EXPERIENCIA                                     00388000
              WHERE IDFUNC = :DB2-ID                                    00389000
                AND DECISAO IN ('E','D')                                00390000
            END-EXEC                                                    00391000
            IF WRK-QTDE-DEC GREATER ZEROS                               00392000
             MOVE 1 TO WRK-FLAG                                         00393000
             MOVE 'EXPERIENCIA JA ENCERRADA' TO WRK-MOTIVO              00394000
            END-IF                                                      00395000
           END-IF.                                                      00396000
                                                                        00397000
      *    PERIODO ATUAL E SEU FIM.                                     00398000
           IF WRK-FLAG EQUAL 0                                          00399000
            EXEC SQL                                                    00400000
             SELECT COUNT(*) INTO :WRK-QTDE-DEC                         00401000
              FROM IVAN.EXPERIENCIA                                     00402000
              WHERE IDFUNC = :DB2-ID                                    00403000
                AND DECISAO = 'P'                                       00404000
            END-EXEC                                                    00405000
            IF WRK-QTDE-DEC GREATER ZEROS                               00406000
             MOVE 2 TO WRK-PERIODO                                      00407000
             EXEC SQL                                                   00408000
              SET :WRK-FIM-ISO =                                        00409000
                  CHAR(DATE(:DB2-DATAADM) + 89 DAYS, ISO)               00410000
             END-EXEC                                                   00411000
            ELSE                                                        00412000
             MOVE 1 TO WRK-PERIODO                                      00413000
             EXEC SQL                                                   00414000
              SET :WRK-FIM-ISO =                                        00415000
                  CHAR(DATE(:DB2-DATAADM) + 44 DAYS, ISO)               00416000
             END-EXEC                                                   00417000
            END-IF                                                      00418000
           END-IF.                                                      00419000
                                                                        00420000
      *    PRORROGACAO SO NO 1O PERIODO E ATE O SEU ULTIMO              00421000
      *    DIA; DEPOIS DISSO O CONTRATO JA E INDETERMINADO.             00422000
           IF WRK-FLAG EQUAL 0 AND FD-DEC-DECISAO EQUAL 'P'             00423000
            IF WRK-PERIODO EQUAL 2                                      00424000
             MOVE 1 TO WRK-FLAG                                         00425000
             MOVE 'JA PRORROGADO' TO WRK-MOTIVO                         00426000
            ELSE                                                        00427000
             IF WRK-HOJE-ISO GREATER WRK-FIM-ISO                        00428000
              MOVE 1 TO WRK-FLAG                                        00429000
              MOVE 'PRAZO DO 1O PERIODO VENCIDO' TO WRK-MOTIVO          00430000
             END-IF                                                     00431000
            END-IF                                                      00432000
           END-IF.                                                      00433000
                                                                        00434000
      *    DESLIGAMENTO: MOTIVO DEFAULT 04 E DATA DEFAULT               00435000
      *    HOJE; O FR22DB56 NAO ACEITA DATA FUTURA.                     00436000
           MOVE SPACES TO WRK-DEC-MOTIVO.                               00437000
           MOVE SPACES TO WRK-DEC-DATADEM.                              00438000
           MOVE -1     TO WRK-NULL-DATADEM.                             00439000
           IF WRK-FLAG EQUAL 0 AND FD-DEC-DECISAO EQUAL 'D'             00440000
            MOVE 0 TO WRK-NULL-DATADEM                                  00441000
            IF FD-DEC-MOTIVO EQUAL SPACES                               00442000
             MOVE '04' TO WRK-DEC-MOTIVO                                00443000
            ELSE                                                        00444000
             MOVE FD-DEC-MOTIVO TO WRK-DEC-MOTIVO                       00445000
            END-IF                                                      00446000
            IF FD-DEC-DATADEM EQUAL SPACES                              00447000
             MOVE WRK-HOJE-ISO TO WRK-DEC-DATADEM                       00448000
            ELSE                                                        00449000
             MOVE FD-DEC-DATADEM TO WRK-DEC-DATADEM                     00450000
            END-IF                                                      00451000
            IF WRK-DEC-MOTIVO LESS '01'                                 00452000
               OR WRK-DEC-MOTIVO GREATER '05'                           00453000
             MOVE 1 TO WRK-FLAG                                         00454000
             MOVE 'MOTIVO INVALIDO (01 A 05)' TO WRK-MOTIVO             00455000
            END-IF                                                      00456000
            IF WRK-FLAG EQUAL 0                                         00457000
               AND WRK-DEC-DATADEM GREATER WRK-HOJE-ISO                 00458000
             MOVE 1 TO WRK-FLAG                                         00459000
             MOVE 'DATADEM NO FUTURO' TO WRK-MOTIVO                     00460000
            END-IF                                                      00461000
           END-IF.                                                      00462000
      *-----------------------------------------------------            00463000
       1150-99-FIM.                                  EXIT.              00464000
      *-----------------------------------------------------            00465000
                                                                        00466000
      *-----------------------------------------------------            00467000
       1200-GRAVAR-DECISAO                        SECTION.              00468000
      *-----------------------------------------------------            00469000
           EXEC SQL                                                     00470000
            INSERT INTO IVAN.EXPERIENCIA                                00471000
                  (IDFUNC,PERIODO,DECISAO,MOTIVODEM,DATADEM,            00472000
                   USUARIO,DATAHORA)                                    00473000
            VALUES (:DB2-ID,:WRK-PERIODO,:FD-DEC-DECISAO,               00474000
                    :WRK-DEC-MOTIVO,                                    00475000
                    DATE(:WRK-DEC-DATADEM :WRK-NULL-DATADEM),           00476000
                    :FD-DEC-USUARIO,CURRENT TIMESTAMP)                  00477000
           END-EXEC.                                                    00478000
                                                                        00479000
           IF SQLCODE NOT EQUAL 0                                       00480000
            ADD 1 TO WRK-REGDECREJ                                      00481000
            MOVE SQLCODE TO WRK-SQLCODE                                 00482000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR DECISAO - ID '       00483000
                    FD-DEC-ID                                           00484000
            GO TO 1200-99-FIM                                           00485000
           END-IF.                                                      00486000
                                                                        00487000
           EVALUATE FD-DEC-DECISAO                                      00488000
            WHEN 'P'                                                    00489000
             ADD 1 TO WRK-REGPRORROG                                    00490000
             DISPLAY 'ID ' FD-DEC-ID ' PRORROGADO PARA O 2O '           00491000
                     'PERIODO POR ' FD-DEC-USUARIO                      00492000
            WHEN 'E'                                                    00493000
             ADD 1 TO WRK-REGEFETIV                                     00494000
             DISPLAY 'ID ' FD-DEC-ID ' EFETIVADO POR '                  00495000
                     FD-DEC-USUARIO                                     00496000
            WHEN OTHER                                                  00497000
             MOVE FD-DEC-ID       TO FD-DEM-ID                          00498000
             MOVE WRK-DEC-DATADEM TO FD-DEM-DATADEM                     00499000
             MOVE WRK-DEC-MOTIVO  TO FD-DEM-MOTIVO                      00500000
             WRITE FD-EXPDEM                                            00501000
             ADD 1 TO WRK-REGDESLIG                                     00502000
             DISPLAY 'ID ' FD-DEC-ID ' DESLIGAMENTO ' WRK-DEC-MOTIVO    00503000
                     ' ENVIADO AO FR22DB56 POR ' FD-DEC-USUARIO         00504000
           END-EVALUATE.                                                00505000
      *-----------------------------------------------------            00506000
       1200-99-FIM.                                  EXIT.              00507000
      *-----------------------------------------------------            00508000
                                                                        00509000
      *-----------------------------------------------------            00510000
       1300-CALCULAR-LIMITE                       SECTION.              00511000
      *-----------------------------------------------------            00512000
      *    ULTIMO DIA DA JANELA: N-ESIMO DIA UTIL A PARTIR              00513000
      *    DE HOJE (CALENDARIO DA SUBROTINA DIAUTIL).                   00514000
           MOVE 'N'             TO UTI-FUNCAO.                          00515000
           MOVE WRK-DATA-HOJE-N TO UTI-DATA.                            00516000
           MOVE WRK-PARM-DIAS   TO UTI-QTDE.                            00517000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00518000
           IF NOT UTI-OK                                                00519000
            MOVE 'FR22DB66'              TO WRK-PROGRAMA                00520000
            MOVE 'ERRO NA DIAUTIL - JANELA'                             00521000
                                         TO WRK-MENSAGEM                00522000
            MOVE '1300'                  TO WRK-SECAO                   00523000
            MOVE ZEROS                   TO WRK-STATUS                  00524000
            PERFORM 9000-ERRO                                           00525000
           END-IF.                                                      00526000
           MOVE UTI-DATA-RESULT TO WRK-DATA-NUM-N.                      00527000
           PERFORM 1900-NUM-PARA-ISO.                                   00528000
           MOVE WRK-DATA-ISO-X  TO WRK-LIMITE-ISO.                      00529000
           DISPLAY 'JANELA ATE ' WRK-LIMITE-ISO.                        00530000
      *-----------------------------------------------------            00531000
       1300-99-FIM.                                  EXIT.              00532000
      *-----------------------------------------------------            00533000
                                                                        00534000
      *-----------------------------------------------------            00535000
       1900-NUM-PARA-ISO                          SECTION.              00536000
      *-----------------------------------------------------            00537000
           MOVE WRK-NUM-ANO TO WRK-ISO-ANO.                             00538000
           MOVE WRK-NUM-MES TO WRK-ISO-MES.                             00539000
           MOVE WRK-NUM-DIA TO WRK-ISO-DIA.                             00540000
      *-----------------------------------------------------            00541000
       1900-99-FIM.                                  EXIT.              00542000
      *-----------------------------------------------------            00543000
                                                                        00544000
      *-----------------------------------------------------            00545000
       2000-PROCESSAR                             SECTION.              00546000
      *-----------------------------------------------------            00547000
           IF WRK-NULL-GERENTE LESS 0                                   00548000
            MOVE ZEROS TO DB2-GERENTE                                   00549000
           END-IF.                                                      00550000
           IF DB2-GERENTE NOT EQUAL WRK-GERENTE-ANT                     00551000
              OR WRK-PRIMEIRO EQUAL 'S'                                 00552000
            PERFORM 2100-ABRIR-GRUPO                                    00553000
           END-IF.                                                      00554000
                                                                        00555000
           MOVE DB2-ID      TO WRK-REL-ID.                              00556000
           MOVE DB2-NOME    TO WRK-REL-NOME.                            00557000
           MOVE DB2-SETOR   TO WRK-REL-SETOR.                           00558000
           MOVE DB2-DATAADM TO WRK-REL-DATAADM.                         00559000
           MOVE WRK-PERIODO TO WRK-REL-PERIODO.                         00560000
           MOVE WRK-FIM-ISO TO WRK-REL-FIM.                             00561000
                                                                        00562000
           IF WRK-FIM-ISO LESS WRK-HOJE-ISO                             00563000
            MOVE ZEROS         TO WRK-DIAS-UTEIS                        00564000
            MOVE '** VENCIDO'  TO WRK-REL-SITUACAO                      00565000
            ADD 1 TO WRK-REGVENCIDO                                     00566000
           ELSE                                                         00567000
            PERFORM 2200-CONTAR-UTEIS                                   00568000
            IF WRK-FIM-ISO EQUAL WRK-HOJE-ISO                           00569000
             MOVE 'VENCE HOJE'  TO WRK-REL-SITUACAO                     00570000
            ELSE                                                        00571000
             MOVE 'A VENCER'    TO WRK-REL-SITUACAO                     00572000
            END-IF                                                      00573000
           END-IF.                                                      00574000
           MOVE WRK-DIAS-UTEIS TO WRK-REL-UTEIS.                        00575000
           WRITE FD-RELEXP FROM WRK-REL-LINHA.                          00576000
                                                                        00577000
           PERFORM 4000-LER-EXPERIENCIA.                                00578000
      *-----------------------------------------------------            00579000
       2000-99-FIM.                                  EXIT.              00580000
      *-----------------------------------------------------            00581000
                                                                        00582000
      *-----------------------------------------------------            00583000
       2100-ABRIR-GRUPO                           SECTION.              00584000
      *-----------------------------------------------------            00585000
           IF WRK-PRIMEIRO EQUAL 'S'                                    00586000
            WRITE FD-RELEXP FROM WRK-REL-CABEC                          00587000
           END-IF.                                                      00588000
           WRITE FD-RELEXP FROM WRK-LINHABRANCO.                        00589000
           MOVE 'N'         TO WRK-PRIMEIRO.                            00590000
           MOVE DB2-GERENTE TO WRK-GERENTE-ANT.                         00591000
                                                                        00592000
           MOVE DB2-GERENTE TO WRK-REL-GERENTE.                         00593000
           IF WRK-NULL-GERENTE LESS 0                                   00594000
              OR WRK-NULL-NOMEGER LESS 0                                00595000
            MOVE 'SEM GERENTE'    TO WRK-REL-NOMEGER                    00596000
           ELSE                                                         00597000
            MOVE WRK-NOME-GERENTE TO WRK-REL-NOMEGER                    00598000
           END-IF.                                                      00599000
           WRITE FD-RELEXP FROM WRK-REL-GRUPO.                          00600000
      *-----------------------------------------------------            00601000
       2100-99-FIM.                                  EXIT.              00602000
      *-----------------------------------------------------            00603000
                                                                        00604000
      *-----------------------------------------------------            00605000
       2200-CONTAR-UTEIS                          SECTION.              00606000
      *-----------------------------------------------------            00607000
      *    DIAS UTEIS DE HOJE ATE O FIM DO PERIODO, INCLUSIVE.          00608000
           MOVE WRK-FIM-ISO     TO WRK-DATA-ISO-X.                      00609000
           MOVE WRK-ISO-ANO     TO WRK-NUM-ANO.                         00610000
           MOVE WRK-ISO-MES     TO WRK-NUM-MES.                         00611000
           MOVE WRK-ISO-DIA     TO WRK-NUM-DIA.                         00612000
           MOVE 'C'             TO UTI-FUNCAO.                          00613000
           MOVE WRK-DATA-HOJE-N TO UTI-DATA.                            00614000
           MOVE WRK-DATA-NUM-N  TO UTI-DATA-FIM.                        00615000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00616000
           IF UTI-OK                                                    00617000
            MOVE UTI-QTDE-UTEIS TO WRK-DIAS-UTEIS                       00618000
           ELSE                                                         00619000
            MOVE ZEROS          TO WRK-DIAS-UTEIS                       00620000
            DISPLAY 'ERRO NA DIAUTIL AO CONTAR DIAS UTEIS - ID '        00621000
                    DB2-ID                                              00622000
           END-IF.                                                      00623000
      *-----------------------------------------------------            00624000
       2200-99-FIM.                                  EXIT.              00625000
      *-----------------------------------------------------            00626000
                                                                        00627000
      *-----------------------------------------------------            00628000
       3000-FINALIZAR                             SECTION.              00629000
      *-----------------------------------------------------            00630000
           EXEC SQL                                                     00631000
              CLOSE CEXP                                                00632000
           END-EXEC.                                                    00633000
                                                                        00634000
           IF WRK-PRIMEIRO EQUAL 'S'                                    00635000
            WRITE FD-RELEXP FROM WRK-REL-CABEC                          00636000
           END-IF.                                                      00637000
           MOVE WRK-REGLIDOS   TO WRK-TOT-LID-V.                        00638000
           MOVE WRK-REGVENCIDO TO WRK-TOT-VEN-V.                        00639000
           WRITE FD-RELEXP FROM WRK-LINHABRANCO.                        00640000
           WRITE FD-RELEXP FROM WRK-REL-TOTAL.                          00641000
                                                                        00642000
           CLOSE EXPDEC EXPDEM RELEXP.                                  00643000
                                                                        00644000
           DISPLAY ' '.                                                 00645000
           DISPLAY 'DECISOES LIDAS:       ' WRK-REGDECLIDAS.            00646000
           DISPLAY 'PRORROGADOS:          ' WRK-REGPRORROG.             00647000
           DISPLAY 'EFETIVADOS:           ' WRK-REGEFETIV.              00648000
           DISPLAY 'DESLIGAMENTOS (EXPDEM):' WRK-REGDESLIG.             00649000
           DISPLAY 'DECISOES REJEITADAS:  ' WRK-REGDECREJ.              00650000
           DISPLAY 'CONTRATOS LISTADOS:   ' WRK-REGLIDOS.               00651000
           DISPLAY 'VENCIDOS SEM DECISAO: ' WRK-REGVENCIDO.             00652000
      *-----------------------------------------------------            00653000
       3000-99-FIM.                                  EXIT.              00654000
      *-----------------------------------------------------            00655000
                                                                        00656000
      *-----------------------------------------------------            00657000
       4000-LER-EXPERIENCIA                       SECTION.              00658000
      *-----------------------------------------------------            00659000
           EXEC SQL                                                     00660000
             FETCH CEXP                                                 00661000
              INTO :DB2-ID,                                             00662000
                   :DB2-NOME,                                           00663000
                   :DB2-SETOR,                                          00664000
                   :DB2-GERENTE      :WRK-NULL-GERENTE,                 00665000
                   :WRK-NOME-GERENTE :WRK-NULL-NOMEGER,                 00666000
                   :DB2-DATAADM,                                        00667000
                   :WRK-PERIODO,                                        00668000
                   :WRK-FIM-ISO                                         00669000
           END-EXEC.                                                    00670000
                                                                        00671000
           EVALUATE SQLCODE                                             00672000
            WHEN 0                                                      00673000
             ADD 1 TO WRK-REGLIDOS                                      00674000
            WHEN 100                                                    00675000
             DISPLAY 'FINAL DA TABELA'                                  00676000
            WHEN OTHER                                                  00677000
             MOVE SQLCODE TO WRK-SQLCODE                                00678000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00679000
           END-EVALUATE.                                                00680000
      *-----------------------------------------------------            00681000
       4000-99-FIM.                                  EXIT.              00682000
      *-----------------------------------------------------            00683000
                                                                        00684000
      *-----------------------------------------------------            00685000
       9000-ERRO                                  SECTION.              00686000
      *-----------------------------------------------------            00687000
           DISPLAY WRK-MENSAGEM.                                        00688000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00689000
           GOBACK.                                                      00690000
      *-----------------------------------------------------            00691000
       9000-99-FIM.                                  EXIT.              00692000
      *-----------------------------------------------------            00693000
