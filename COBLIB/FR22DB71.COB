      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB71.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RECERTIFICACAO MENSAL DOS ACESSOS DE   *             00008000
      *            IVAN.USUARIO (PEDIDO DA AUDITORIA SOX  *             00009000
      *            APOS O FR22DB57). PRIMEIRO REVOGA      *             00010000
      *            (PERFIL 'B' = SEM ACESSO NO MENU       *             00011000
      *            F22CIPL) QUEM FICOU SEM CONFIRMACAO DO *             00012000
      *            GERENTE ATE O PRAZO DA REVISAO         *             00013000
      *            ANTERIOR, GUARDANDO O PERFIL ANTERIOR  *             00014000
      *            EM IVAN.USUREV. DEPOIS LEVANTA OS      *             00015000
      *            USUARIOS CUJO FUNCIONARIO ESTA         *             00016000
      *            INATIVO, AFASTADO HOJE (IVAN.AFAST),   *             00017000
      *            MUDOU DE SETOR OU GERENTE DESDE A      *             00018000
      *            ULTIMA REVISAO (SETORREV/GERENTEREV DE *             00019000
      *            IVAN.USUARIO) OU NAO TEM ATIVIDADE EM  *             00020000
      *            IVAN.USUALOG HA N DIAS, GRAVA A        *             00021000
      *            REVISAO PENDENTE COM PRAZO E IMPRIME   *             00022000
      *            RELREC COM UMA PAGINA POR GERENTE. A   *             00023000
      *            CONFIRMACAO E FEITA NO F22CIPU.        *             00024000
      *---------------------------------------------------*             00025000
      *  PARAMETRO (SYSIN): DIAS SEM ATIVIDADE 999 (ZERO  *             00026000
      *  = 90) E PRAZO DE CONFIRMACAO EM DIAS 99 (ZERO =  *             00027000
      *  15).                                             *             00028000
      *---------------------------------------------------*             00029000
      *  ARQUIVOS:                                        *             00030000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00031000
      *  RELREC              O             ---------      *             00032000
      *---------------------------------------------------*             00033000
      *  BASE  DE DADOS:                                  *             00034000
      *  TABELA             I/O           INCLUDE/BOOK    *             00035000
      *  IVAN.USUARIO       I/O            ---------      *             00036000
      *  IVAN.USUREV        I/O            ---------      *             00037000
      *  IVAN.USUALOG        I             ---------      *             00038000
      *  IVAN.FUNC           I             ---------      *             00039000
      *  IVAN.AFAST          I             ---------      *             00040000
      *===================================================*             00041000
                                                                        00042000
      *====================================================             00043000
       ENVIRONMENT                               DIVISION.              00044000
      *====================================================             00045000
       CONFIGURATION                             SECTION.               00046000
       SPECIAL-NAMES.                                                   00047000
           DECIMAL-POINT  IS COMMA.                                     00048000
                                                                        00049000
       INPUT-OUTPUT                              SECTION.               00050000
       FILE-CONTROL.                                                    00051000
           SELECT RELREC ASSIGN TO RELREC                               00052000
               FILE STATUS IS WRK-FS-RELREC.                            00053000
                                                                        00054000
      *====================================================             00055000
       DATA                                      DIVISION.              00056000
      *====================================================             00057000
      *-----------------------------------------------------            00058000
       FILE                                      SECTION.               00059000
      *-----------------------------------------------------            00060000
       FD RELREC                                                        00061000
           RECORDING MODE IS F                                          00062000
           BLOCK CONTAINS 0 RECORDS.                                    00063000
      *-----------LRECL 100---------------------------------            00064000
       01 FD-RELREC             PIC X(100).                             00065000
      *-----------------------------------------------------            00066000
       WORKING-STORAGE                           SECTION.               00067000
      *-----------------------------------------------------            00068000
           EXEC SQL                                                     00069000
              INCLUDE SQLCA                                             00070000
           END-EXEC.                                                    00071000
                                                                        00072000
      *    REVISOES VENCIDAS SEM RESPOSTA DO GERENTE.                   00073000
           EXEC SQL                                                     00074000
              DECLARE CVENC CURSOR FOR                                  00075000
               SELECT R.USUARIO, R.GERENTE, R.MOTIVO, U.PERFIL          00076000
                FROM IVAN.USUREV R, IVAN.USUARIO U                      00077000
                WHERE R.SITUACAO = 'P'                                  00078000
                  AND R.PRAZO < CURRENT DATE                            00079000
                  AND U.USUARIO = R.USUARIO                             00080000
                ORDER BY R.GERENTE, R.USUARIO                           00081000
           END-EXEC.                                                    00082000
                                                                        00083000
      *    TODOS OS USUARIOS COM FUNCIONARIO, POR GERENTE               00084000
      *    ATUAL. SEM FOTO ANTERIOR (PRIMEIRA REVISAO) O                00085000
      *    SETOR/GERENTE ATUAL VALE COMO FOTO.                          00086000
           EXEC SQL                                                     00087000
              DECLARE CUSU CURSOR FOR                                   00088000
               SELECT U.USUARIO, F.ID, F.NOME, F.STATUS,                00089000
                      F.SETOR, COALESCE(F.GERENTE, 0),                  00090000
                      COALESCE(G.NOME, ' '),                            00091000
                      COALESCE(U.SETORREV, F.SETOR),                    00092000
                      COALESCE(U.GERENTEREV,                            00093000
                               COALESCE(F.GERENTE, 0)),                 00094000
                      (SELECT COUNT(*) FROM IVAN.AFAST A                00095000
                        WHERE A.IDFUNC = F.ID                           00096000
                          AND A.DATAINI <= CURRENT DATE                 00097000
                          AND (A.RETEFET IS NULL                        00098000
                               OR A.RETEFET > CURRENT DATE)),           00099000
                      (SELECT COUNT(*) FROM IVAN.USUALOG L              00100000
                        WHERE L.USUARIO = U.USUARIO                     00101000
                          AND L.DATAHORA >= CURRENT TIMESTAMP           00102000
                                  - :WRK-PARM-DIAS DAYS),               00103000
                      (SELECT COUNT(*) FROM IVAN.USUREV R               00104000
                        WHERE R.USUARIO = U.USUARIO                     00105000
                          AND R.SITUACAO = 'P')                         00106000
                FROM IVAN.USUARIO U                                     00107000
                INNER JOIN IVAN.FUNC F ON F.ID = U.IDFUNC               00108000
                LEFT JOIN IVAN.FUNC G ON G.ID = F.GERENTE               00109000
                WHERE U.PERFIL <> 'B'                                   00110000
                ORDER BY 6, U.USUARIO                                   00111000
           END-EXEC.                                                    00112000
       01 WRK-PARM.                                                     00113000
          05 WRK-PARM-DIAS   PIC 9(03).                                 00114000
          05 WRK-PARM-PRAZO  PIC 9(02).                                 00115000
      *----------------------------------------------------             00116000
       01 FILLER PIC X(48) VALUE                                        00117000
           '--------------VARIAVEIS PARA APOIO-----------'.             00118000
      *----------------------------------------------------             00119000
       77 WRK-SQLCODE      PIC -999.                                    00120000
       77 WRK-FS-RELREC    PIC 9(02).                                   00121000
       77 WRK-DATA-PRAZO   PIC X(10).                                   00122000
       77 WRK-BATCH        PIC X(08)    VALUE 'FR22DB71'.               00123000
      *----------------------------------------------------             00124000
       01 FILLER PIC X(48) VALUE                                        00125000
           '--------------USUARIO EM REVISAO-------------'.             00126000
      *----------------------------------------------------             00127000
       77 WRK-USU-USUARIO  PIC X(08).                                   00128000
       77 WRK-USU-PERFIL   PIC X(01).                                   00129000
       77 WRK-USU-IDFUNC   PIC 9(05).                                   00130000
       77 WRK-USU-NOME     PIC X(30).                                   00131000
       77 WRK-USU-STATUS   PIC X(01).                                   00132000
       77 WRK-USU-SETOR    PIC X(04).                                   00133000
       77 WRK-USU-GERENTE  PIC 9(05).                                   00134000
       77 WRK-USU-NOMEGER  PIC X(30).                                   00135000
       77 WRK-USU-SETORREV PIC X(04).                                   00136000
       77 WRK-USU-GERREV   PIC 9(05).                                   00137000
       77 WRK-USU-AFAST    PIC S9(04) COMP.                             00138000
       77 WRK-USU-ACESSOS  PIC S9(04) COMP.                             00139000
       77 WRK-USU-PEND     PIC S9(04) COMP.                             00140000
       01 WRK-MOTIVO.                                                   00141000
          05 WRK-MOT-INATIVO  PIC X(06).                                00142000
          05 WRK-MOT-AFAST    PIC X(06).                                00143000
          05 WRK-MOT-SETOR    PIC X(06).                                00144000
          05 WRK-MOT-GERENTE  PIC X(06).                                00145000
          05 WRK-MOT-SEMUSO   PIC X(06).                                00146000
      *----------------------------------------------------             00147000
       01 FILLER PIC X(48) VALUE                                        00148000
           '--------------QUEBRA POR GERENTE-------------'.             00149000
      *----------------------------------------------------             00150000
       77 WRK-GERENTE-ANT  PIC 9(05)    VALUE ZEROS.                    00151000
       77 WRK-PRIMEIRO     PIC X(01)    VALUE 'S'.                      00152000
      *----------------------------------------------------             00153000
       01 FILLER PIC X(48) VALUE                                        00154000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00155000
      *----------------------------------------------------             00156000
       77 WRK-REGREVOGADOS PIC 9(05)    VALUE ZEROS.                    00157000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00158000
       77 WRK-REGLISTADOS  PIC 9(05)    VALUE ZEROS.                    00159000
       77 WRK-REGJAPEND    PIC 9(05)    VALUE ZEROS.                    00160000
      *----------------------------------------------------             00161000
       01 FILLER PIC X(48) VALUE                                        00162000
           '--------------LINHAS DO RELATORIO------------'.             00163000
      *----------------------------------------------------             00164000
       01 WRK-REL-CABEC.                                                00165000
          05 FILLER           PIC X(40) VALUE                           00166000
             'RECERTIFICACAO DE ACESSOS - SEM USO HA '.                 00167000
          05 WRK-REL-DIAS     PIC 9(03).                                00168000
          05 FILLER           PIC X(19) VALUE                           00169000
             ' DIAS - PRAZO ATE '.                                      00170000
          05 WRK-REL-PRAZO    PIC X(10).                                00171000
          05 FILLER           PIC X(28) VALUE SPACES.                   00172000
       01 WRK-REL-LEGENDA     PIC X(100) VALUE                          00173000
           'MOTIVOS: INATIV AFAST SETOR GEREN SEMUSO'.                  00174000
       01 WRK-REL-SECAO1      PIC X(100) VALUE                          00175000
           'REVOGADOS POR FALTA DE CONFIRMACAO NO PRAZO'.               00176000
       01 WRK-REL-GRUPO.                                                00177000
          05 FILLER           PIC X(26) VALUE                           00178000
             'PARA CONFIRMACAO GERENTE: '.                              00179000
          05 WRK-REL-GERENTE  PIC 9(05).                                00180000
          05 FILLER           PIC X(01) VALUE SPACES.                   00181000
          05 WRK-REL-NOMEGER  PIC X(30).                                00182000
          05 FILLER           PIC X(38) VALUE SPACES.                   00183000
       01 WRK-REL-LINHA.                                                00184000
          05 FILLER           PIC X(02) VALUE SPACES.                   00185000
          05 WRK-REL-USUARIO  PIC X(08).                                00186000
          05 FILLER           PIC X(01) VALUE SPACES.                   00187000
          05 WRK-REL-ID       PIC 9(05).                                00188000
          05 FILLER           PIC X(01) VALUE SPACES.                   00189000
          05 WRK-REL-NOME     PIC X(30).                                00190000
          05 FILLER           PIC X(01) VALUE SPACES.                   00191000
          05 WRK-REL-MOTIVO   PIC X(30).                                00192000
          05 FILLER           PIC X(01) VALUE SPACES.                   00193000
          05 WRK-REL-EXTRA    PIC X(21).                                00194000
       01 WRK-REL-TOTAL.                                                00195000
          05 FILLER           PIC X(12) VALUE 'REVOGADOS: '.            00196000
          05 WRK-TOT-REV-V    PIC 9(05).                                00197000
          05 FILLER           PIC X(15) VALUE ' NOVAS REVISOES'.        00198000
          05 FILLER           PIC X(02) VALUE ': '.                     00199000
          05 WRK-TOT-LIS-V    PIC 9(05).                                00200000
          05 FILLER           PIC X(61) VALUE SPACES.                   00201000
       77 WRK-LINHABRANCO     PIC X(100) VALUE SPACES.                  00202000
      *====================================================             00203000
       PROCEDURE                                 DIVISION.              00204000
      *====================================================             00205000
      *-----------------------------------------------------            00206000
       0000-PRINCIPAL                             SECTION.              00207000
      *-----------------------------------------------------            00208000
           PERFORM 1000-INICIALIZAR.                                    00209000
           PERFORM 1500-REVOGAR-VENCIDAS.                               00210000
           PERFORM 1900-ABRIR-LEVANTAMENTO.                             00211000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00212000
           PERFORM 3000-FINALIZAR.                                      00213000
           STOP RUN.                                                    00214000
      *-----------------------------------------------------            00215000
       0000-99-FIM.                                  EXIT.              00216000
      *-----------------------------------------------------            00217000
                                                                        00218000
      *-----------------------------------------------------            00219000
       1000-INICIALIZAR                           SECTION.              00220000
      *-----------------------------------------------------            00221000
           ACCEPT WRK-PARM FROM SYSIN.                                  00222000
           IF WRK-PARM-DIAS IS NOT NUMERIC                              00223000
              OR WRK-PARM-DIAS EQUAL ZEROS                              00224000
            MOVE 90 TO WRK-PARM-DIAS                                    00225000
           END-IF.                                                      00226000
           IF WRK-PARM-PRAZO IS NOT NUMERIC                             00227000
              OR WRK-PARM-PRAZO EQUAL ZEROS                             00228000
            MOVE 15 TO WRK-PARM-PRAZO                                   00229000
           END-IF.                                                      00230000
                                                                        00231000
           EXEC SQL                                                     00232000
            SET :WRK-DATA-PRAZO =                                       00233000
                CHAR(CURRENT DATE + :WRK-PARM-PRAZO DAYS, ISO)          00234000
           END-EXEC.                                                    00235000
           IF SQLCODE NOT EQUAL 0                                       00236000
            MOVE SQLCODE TO WRK-SQLCODE                                 00237000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO CALCULO DO PRAZO'           00238000
            STOP RUN                                                    00239000
           END-IF.                                                      00240000
                                                                        00241000
           OPEN OUTPUT RELREC.                                          00242000
           IF WRK-FS-RELREC NOT EQUAL 0                                 00243000
            DISPLAY 'ERRO NA ABERTURA DO RELREC'                        00244000
            STOP RUN                                                    00245000
           END-IF.                                                      00246000
                                                                        00247000
           MOVE WRK-PARM-DIAS  TO WRK-REL-DIAS.                         00248000
           MOVE WRK-DATA-PRAZO TO WRK-REL-PRAZO.                        00249000
           WRITE FD-RELREC FROM WRK-REL-CABEC.                          00250000
           WRITE FD-RELREC FROM WRK-REL-LEGENDA.                        00251000
           WRITE FD-RELREC FROM WRK-LINHABRANCO.                        00252000
      *-----------------------------------------------------            00253000
       1000-99-FIM.                                  EXIT.              00254000
      *-----------------------------------------------------            00255000
                                                                        00256000
      *-----------------------------------------------------            00257000
       1500-REVOGAR-VENCIDAS                      SECTION.              00258000
      *-----------------------------------------------------            00259000
           WRITE FD-RELREC FROM WRK-REL-SECAO1.                         00260000
           EXEC SQL                                                     00261000
              OPEN CVENC                                                00262000
           END-EXEC.                                                    00263000
           IF SQLCODE NOT EQUAL 0                                       00264000
            MOVE SQLCODE TO WRK-SQLCODE                                 00265000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CVENC'                  00266000
            STOP RUN                                                    00267000
           END-IF.                                                      00268000
           PERFORM 1550-LER-VENCIDA                                     00269000
                   UNTIL SQLCODE EQUAL 100.                             00270000
           EXEC SQL                                                     00271000
              CLOSE CVENC                                               00272000
           END-EXEC.                                                    00273000
           WRITE FD-RELREC FROM WRK-LINHABRANCO.                        00274000
      *-----------------------------------------------------            00275000
       1500-99-FIM.                                  EXIT.              00276000
      *-----------------------------------------------------            00277000
                                                                        00278000
      *-----------------------------------------------------            00279000
       1550-LER-VENCIDA                           SECTION.              00280000
      *-----------------------------------------------------            00281000
           EXEC SQL                                                     00282000
             FETCH CVENC                                                00283000
              INTO :WRK-USU-USUARIO,                                    00284000
                   :WRK-USU-GERENTE,                                    00285000
                   :WRK-MOTIVO,                                         00286000
                   :WRK-USU-PERFIL                                      00287000
           END-EXEC.                                                    00288000
           EVALUATE SQLCODE                                             00289000
            WHEN 0                                                      00290000
             PERFORM 1600-REVOGAR                                       00291000
            WHEN 100                                                    00292000
             CONTINUE                                                   00293000
            WHEN OTHER                                                  00294000
             MOVE SQLCODE TO WRK-SQLCODE                                00295000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CVENC'               00296000
             PERFORM 9000-DESFAZER                                      00297000
           END-EVALUATE.                                                00298000
      *-----------------------------------------------------            00299000
       1550-99-FIM.                                  EXIT.              00300000
      *-----------------------------------------------------            00301000
                                                                        00302000
      *-----------------------------------------------------            00303000
       1600-REVOGAR                               SECTION.              00304000
      *-----------------------------------------------------            00305000
      *    O PERFIL ANTERIOR FICA NA REVISAO (PERFILANT) E O            00306000
      *    DECISOR E O PROPRIO JOB.                                     00307000
           EXEC SQL                                                     00308000
            UPDATE IVAN.USUARIO                                         00309000
               SET PERFIL = 'B'                                         00310000
             WHERE USUARIO = :WRK-USU-USUARIO                           00311000
           END-EXEC.                                                    00312000
           IF SQLCODE EQUAL 0                                           00313000
            EXEC SQL                                                    00314000
             UPDATE IVAN.USUREV                                         00315000
                SET SITUACAO  = 'R',                                    00316000
                    PERFILANT = :WRK-USU-PERFIL,                        00317000
                    DECISOR   = :WRK-BATCH,                             00318000
                    DATADECIS = CURRENT TIMESTAMP                       00319000
              WHERE USUARIO = :WRK-USU-USUARIO                          00320000
                AND SITUACAO = 'P'                                      00321000
            END-EXEC                                                    00322000
           END-IF.                                                      00323000
           IF SQLCODE NOT EQUAL 0                                       00324000
            MOVE SQLCODE TO WRK-SQLCODE                                 00325000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO REVOGAR '                   00326000
                    WRK-USU-USUARIO                                     00327000
            PERFORM 9000-DESFAZER                                       00328000
           END-IF.                                                      00329000
                                                                        00330000
           ADD 1 TO WRK-REGREVOGADOS.                                   00331000
           MOVE WRK-USU-USUARIO   TO WRK-REL-USUARIO.                   00332000
           MOVE WRK-USU-GERENTE   TO WRK-REL-ID.                        00333000
           MOVE 'GERENTE NAO CONFIRMOU' TO WRK-REL-NOME.                00334000
           MOVE WRK-MOTIVO        TO WRK-REL-MOTIVO.                    00335000
           MOVE 'PERFIL ANTERIOR: '  TO WRK-REL-EXTRA.                  00336000
           MOVE WRK-USU-PERFIL    TO WRK-REL-EXTRA(18:1).               00337000
           WRITE FD-RELREC FROM WRK-REL-LINHA.                          00338000
      *-----------------------------------------------------            00339000
       1600-99-FIM.                                  EXIT.              00340000
      *-----------------------------------------------------            00341000
                                                                        00342000
      *-----------------------------------------------------            00343000
       1900-ABRIR-LEVANTAMENTO                    SECTION.              00344000
      *-----------------------------------------------------            00345000
           EXEC SQL                                                     00346000
              OPEN CUSU                                                 00347000
           END-EXEC.                                                    00348000
           EVALUATE SQLCODE                                             00349000
            WHEN 0                                                      00350000
             PERFORM 4000-LER-USUARIO                                   00351000
            WHEN 100                                                    00352000
             DISPLAY 'SEM USUARIOS COM FUNCIONARIO'                     00353000
            WHEN OTHER                                                  00354000
             MOVE SQLCODE TO WRK-SQLCODE                                00355000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00356000
             PERFORM 9000-DESFAZER                                      00357000
           END-EVALUATE.                                                00358000
      *-----------------------------------------------------            00359000
       1900-99-FIM.                                  EXIT.              00360000
      *-----------------------------------------------------            00361000
                                                                        00362000
      *-----------------------------------------------------            00363000
       2000-PROCESSAR                             SECTION.              00364000
      *-----------------------------------------------------            00365000
           MOVE SPACES TO WRK-MOTIVO.                                   00366000
           IF WRK-USU-STATUS NOT EQUAL 'A'                              00367000
            MOVE 'INATIV' TO WRK-MOT-INATIVO                            00368000
           END-IF.                                                      00369000
           IF WRK-USU-AFAST GREATER 0                                   00370000
            MOVE 'AFAST'  TO WRK-MOT-AFAST                              00371000
           END-IF.                                                      00372000
           IF WRK-USU-SETOR NOT EQUAL WRK-USU-SETORREV                  00373000
            MOVE 'SETOR'  TO WRK-MOT-SETOR                              00374000
           END-IF.                                                      00375000
           IF WRK-USU-GERENTE NOT EQUAL WRK-USU-GERREV                  00376000
            MOVE 'GEREN'  TO WRK-MOT-GERENTE                            00377000
           END-IF.                                                      00378000
           IF WRK-USU-ACESSOS EQUAL 0                                   00379000
            MOVE 'SEMUSO' TO WRK-MOT-SEMUSO                             00380000
           END-IF.                                                      00381000
                                                                        00382000
           IF WRK-MOTIVO NOT EQUAL SPACES                               00383000
            IF WRK-USU-PEND GREATER 0                                   00384000
             ADD 1 TO WRK-REGJAPEND                                     00385000
            ELSE                                                        00386000
             PERFORM 2100-GRAVAR-REVISAO                                00387000
            END-IF                                                      00388000
           END-IF.                                                      00389000
                                                                        00390000
           PERFORM 2300-GUARDAR-FOTO.                                   00391000
           PERFORM 4000-LER-USUARIO.                                    00392000
      *-----------------------------------------------------            00393000
       2000-99-FIM.                                  EXIT.              00394000
      *-----------------------------------------------------            00395000
                                                                        00396000
      *-----------------------------------------------------            00397000
       2100-GRAVAR-REVISAO                        SECTION.              00398000
      *-----------------------------------------------------            00399000
           EXEC SQL                                                     00400000
            INSERT INTO IVAN.USUREV                                     00401000
                  (USUARIO,IDFUNC,GERENTE,MOTIVO,DATAREV,               00402000
                   PRAZO,SITUACAO)                                      00403000
            VALUES (:WRK-USU-USUARIO,:WRK-USU-IDFUNC,                   00404000
                    :WRK-USU-GERENTE,:WRK-MOTIVO,                       00405000
                    CURRENT TIMESTAMP,DATE(:WRK-DATA-PRAZO),            00406000
                    'P')                                                00407000
           END-EXEC.                                                    00408000
           IF SQLCODE NOT EQUAL 0                                       00409000
            MOVE SQLCODE TO WRK-SQLCODE                                 00410000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR IVAN.USUREV '        00411000
                    WRK-USU-USUARIO                                     00412000
            PERFORM 9000-DESFAZER                                       00413000
           END-IF.                                                      00414000
                                                                        00415000
           IF WRK-USU-GERENTE NOT EQUAL WRK-GERENTE-ANT                 00416000
              OR WRK-PRIMEIRO EQUAL 'S'                                 00417000
            PERFORM 2200-ABRIR-GERENTE                                  00418000
           END-IF.                                                      00419000
                                                                        00420000
           ADD 1 TO WRK-REGLISTADOS.                                    00421000
           MOVE WRK-USU-USUARIO   TO WRK-REL-USUARIO.                   00422000
           MOVE WRK-USU-IDFUNC    TO WRK-REL-ID.                        00423000
           MOVE WRK-USU-NOME      TO WRK-REL-NOME.                      00424000
           MOVE WRK-MOTIVO        TO WRK-REL-MOTIVO.                    00425000
           MOVE SPACES            TO WRK-REL-EXTRA.                     00426000
           IF WRK-MOT-SETOR NOT EQUAL SPACES                            00427000
            MOVE 'SETOR ANTERIOR: '  TO WRK-REL-EXTRA                   00428000
            MOVE WRK-USU-SETORREV TO WRK-REL-EXTRA(17:4)                00429000
           END-IF.                                                      00430000
           WRITE FD-RELREC FROM WRK-REL-LINHA.                          00431000
      *-----------------------------------------------------            00432000
       2100-99-FIM.                                  EXIT.              00433000
      *-----------------------------------------------------            00434000
                                                                        00435000
      *-----------------------------------------------------            00436000
       2200-ABRIR-GERENTE                         SECTION.              00437000
      *-----------------------------------------------------            00438000
      *    CADA GERENTE RECEBE SUA PROPRIA PAGINA.                      00439000
           WRITE FD-RELREC FROM WRK-REL-CABEC AFTER PAGE.               00440000
           MOVE 'N'             TO WRK-PRIMEIRO.                        00441000
           MOVE WRK-USU-GERENTE TO WRK-GERENTE-ANT.                     00442000
           MOVE WRK-USU-GERENTE TO WRK-REL-GERENTE.                     00443000
           IF WRK-USU-GERENTE EQUAL ZEROS                               00444000
            MOVE 'SEM GERENTE - CONFIRMA O RH' TO WRK-REL-NOMEGER       00445000
           ELSE                                                         00446000
            MOVE WRK-USU-NOMEGER TO WRK-REL-NOMEGER                     00447000
           END-IF.                                                      00448000
           WRITE FD-RELREC FROM WRK-REL-GRUPO.                          00449000
           WRITE FD-RELREC FROM WRK-LINHABRANCO.                        00450000
      *-----------------------------------------------------            00451000
       2200-99-FIM.                                  EXIT.              00452000
      *-----------------------------------------------------            00453000
                                                                        00454000
      *-----------------------------------------------------            00455000
       2300-GUARDAR-FOTO                          SECTION.              00456000
      *-----------------------------------------------------            00457000
      *    SETOR E GERENTE DE HOJE VIRAM A BASE DA PROXIMA              00458000
      *    REVISAO.                                                     00459000
           EXEC SQL                                                     00460000
            UPDATE IVAN.USUARIO                                         00461000
               SET SETORREV   = :WRK-USU-SETOR,                         00462000
                   GERENTEREV = :WRK-USU-GERENTE,                       00463000
                   DATAREV    = CURRENT DATE                            00464000
             WHERE USUARIO = :WRK-USU-USUARIO                           00465000
           END-EXEC.                                                    00466000
           IF SQLCODE NOT EQUAL 0                                       00467000
            MOVE SQLCODE TO WRK-SQLCODE                                 00468000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO ATUALIZAR IVAN.USUARIO '    00469000
                    WRK-USU-USUARIO                                     00470000
            PERFORM 9000-DESFAZER                                       00471000
           END-IF.                                                      00472000
      *-----------------------------------------------------            00473000
       2300-99-FIM.                                  EXIT.              00474000
      *-----------------------------------------------------            00475000
                                                                        00476000
      *-----------------------------------------------------            00477000
       3000-FINALIZAR                             SECTION.              00478000
      *-----------------------------------------------------            00479000
           EXEC SQL                                                     00480000
              CLOSE CUSU                                                00481000
           END-EXEC.                                                    00482000
                                                                        00483000
           MOVE WRK-REGREVOGADOS TO WRK-TOT-REV-V.                      00484000
           MOVE WRK-REGLISTADOS  TO WRK-TOT-LIS-V.                      00485000
           WRITE FD-RELREC FROM WRK-LINHABRANCO.                        00486000
           WRITE FD-RELREC FROM WRK-REL-TOTAL.                          00487000
           CLOSE RELREC.                                                00488000
                                                                        00489000
      *    REVOGACOES, REVISOES E FOTOS FECHAM JUNTAS COM O             00490000
      *    RELATORIO QUE VAI PARA OS GERENTES.                          00491000
           EXEC SQL                                                     00492000
              COMMIT                                                    00493000
           END-EXEC.                                                    00494000
                                                                        00495000
           DISPLAY ' '.                                                 00496000
           DISPLAY 'DIAS SEM ATIVIDADE:    ' WRK-PARM-DIAS.             00497000
           DISPLAY 'PRAZO DA CONFIRMACAO:  ' WRK-DATA-PRAZO.            00498000
           DISPLAY 'REVOGADOS NO PRAZO:    ' WRK-REGREVOGADOS.          00499000
           DISPLAY 'USUARIOS LIDOS:        ' WRK-REGLIDOS.              00500000
           DISPLAY 'NOVAS REVISOES:        ' WRK-REGLISTADOS.           00501000
           DISPLAY 'JA EM REVISAO:         ' WRK-REGJAPEND.             00502000
      *-----------------------------------------------------            00503000
       3000-99-FIM.                                  EXIT.              00504000
      *-----------------------------------------------------            00505000
                                                                        00506000
      *-----------------------------------------------------            00507000
       4000-LER-USUARIO                           SECTION.              00508000
      *-----------------------------------------------------            00509000
           EXEC SQL                                                     00510000
             FETCH CUSU                                                 00511000
              INTO :WRK-USU-USUARIO,                                    00512000
                   :WRK-USU-IDFUNC,                                     00513000
                   :WRK-USU-NOME,                                       00514000
                   :WRK-USU-STATUS,                                     00515000
                   :WRK-USU-SETOR,                                      00516000
                   :WRK-USU-GERENTE,                                    00517000
                   :WRK-USU-NOMEGER,                                    00518000
                   :WRK-USU-SETORREV,                                   00519000
                   :WRK-USU-GERREV,                                     00520000
                   :WRK-USU-AFAST,                                      00521000
                   :WRK-USU-ACESSOS,                                    00522000
                   :WRK-USU-PEND                                        00523000
           END-EXEC.                                                    00524000
           EVALUATE SQLCODE                                             00525000
            WHEN 0                                                      00526000
             ADD 1 TO WRK-REGLIDOS                                      00527000
            WHEN 100                                                    00528000
             DISPLAY 'FINAL DA TABELA'                                  00529000
            WHEN OTHER                                                  00530000
             MOVE SQLCODE TO WRK-SQLCODE                                00531000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00532000
             PERFORM 9000-DESFAZER                                      00533000
           END-EVALUATE.                                                00534000
      *-----------------------------------------------------            00535000
       4000-99-FIM.                                  EXIT.              00536000
      *-----------------------------------------------------            00537000
                                                                        00538000
      *-----------------------------------------------------            00539000
       9000-DESFAZER                              SECTION.              00540000
      *-----------------------------------------------------            00541000
      *    NADA FICA PELA METADE: SEM COMMIT, O RELATORIO               00542000
      *    PARCIAL NAO VALE.                                            00543000
           EXEC SQL                                                     00544000
             ROLLBACK                                                   00545000
           END-EXEC.                                                    00546000
           CLOSE RELREC.                                                00547000
           STOP RUN.                                                    00548000
      *-----------------------------------------------------            00549000
       9000-99-FIM.                                  EXIT.              00550000
      *-----------------------------------------------------            00551000
