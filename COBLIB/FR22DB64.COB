      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB64.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: REVISAO DE VARIACAO DA FOLHA ANTES DO  *             00008000
      *            FECHAMENTO: COMPARA A FOLHA NORMAL     *             00009000
      *            (IVAN.FOPAG TIPO 'N') DA COMPETENCIA   *             00010000
      *            INFORMADA COM A DA COMPETENCIA         *             00011000
      *            ANTERIOR, FUNCIONARIO A FUNCIONARIO E  *             00012000
      *            VERBA A VERBA (IVAN.FOPAGDET), E       *             00013000
      *            IMPRIME EM RELVARIA, POR SETOR, OS     *             00014000
      *            FUNCIONARIOS NOVOS E AUSENTES, O       *             00015000
      *            LIQUIDO QUE VARIOU ACIMA DO LIMITE     *             00016000
      *            PERCENTUAL E AS VERBAS QUE SURGIRAM OU *             00017000
      *            SUMIRAM, COM TOTAIS POR SETOR E GERAL. *             00018000
      *            HAVENDO EXCECAO (NOVO, AUSENTE OU      *             00019000
      *            VARIACAO ACIMA DO LIMITE) O FIM E      *             00020000
      *            REGISTRADO EM IVAN.RUNCTL COM RETCODE  *             00021000
      *            04 (AVISO), QUE BLOQUEIA AS REMESSAS   *             00022000
      *            (FR22EX05/FR22EX13) ATE A CIENCIA DA   *             00023000
      *            OPERACAO, DADA RODANDO ESTE PROGRAMA   *             00024000
      *            NO MODO 'C'.                           *             00025000
      *---------------------------------------------------*             00026000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + LIMITE   *             00027000
      *  PERCENTUAL 9(03) (PADRAO 010) + MODO X(01)       *             00028000
      *  (BRANCO = REVISAO, C = CIENCIA DA OPERACAO NOS   *             00029000
      *  AVISOS PENDENTES) + CARTAO DE OVERRIDE DA        *             00030000
      *  OPERACAO (S = PULA A CHECAGEM DE PREDECESSORES). *             00031000
      *---------------------------------------------------*             00032000
      *  ARQUIVOS:                                        *             00033000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00034000
      *  RELVARIA            O             ---------      *             00035000
      *---------------------------------------------------*             00036000
      *  BASE  DE DADOS:                                  *             00037000
      *  TABELA             I/O           INCLUDE/BOOK    *             00038000
      *  IVAN.FOPAG          I             ---------      *             00039000
      *  IVAN.FOPAGDET       I             ---------      *             00040000
      *  IVAN.FUNC           I               #BKFUNC      *             00041000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00042000
      *===================================================*             00043000
                                                                        00044000
      *====================================================             00045000
       ENVIRONMENT                               DIVISION.              00046000
      *====================================================             00047000
       CONFIGURATION                             SECTION.               00048000
       SPECIAL-NAMES.                                                   00049000
           DECIMAL-POINT  IS COMMA.                                     00050000
                                                                        00051000
       INPUT-OUTPUT                              SECTION.               00052000
       FILE-CONTROL.                                                    00053000
           SELECT RELVARIA ASSIGN TO RELVARIA                           00054000
               FILE STATUS IS WRK-FS-RELVARIA.                          00055000
                                                                        00056000
      *====================================================             00057000
       DATA                                      DIVISION.              00058000
      *====================================================             00059000
      *-----------------------------------------------------            00060000
       FILE                                      SECTION.               00061000
      *-----------------------------------------------------            00062000
       FD RELVARIA                                                      00063000
           RECORDING MODE IS F                                          00064000
           BLOCK CONTAINS 0 RECORDS.                                    00065000
      *-----------LRECL 90----------------------------------            00066000
       01 FD-RELVARIA           PIC X(90).                              00067000
      *-----------------------------------------------------            00068000
       WORKING-STORAGE                           SECTION.               00069000
      *-----------------------------------------------------            00070000
           COPY '#RUNCTL'.                                              00071000
                                                                        00072000
           EXEC SQL                                                     00073000
              INCLUDE #BKFUNC                                           00074000
           END-EXEC.                                                    00075000
                                                                        00076000
           EXEC SQL                                                     00077000
              INCLUDE SQLCA                                             00078000
           END-EXEC.                                                    00079000
                                                                        00080000
      *    AS DUAS COMPETENCIAS LADO A LADO: QUEM SO EXISTE             00081000
      *    EM UMA DELAS E FUNCIONARIO NOVO OU AUSENTE.                  00082000
           EXEC SQL                                                     00083000
              DECLARE CVARIA CURSOR FOR                                 00084000
               SELECT COALESCE(A.IDFUNC, B.IDFUNC),                     00085000
                      COALESCE(F.NOME, ' '),                            00086000
                      COALESCE(F.SETOR, ' '),                           00087000
                      COALESCE(A.LIQUIDO, 0),                           00088000
                      COALESCE(B.LIQUIDO, 0),                           00089000
                      CASE WHEN A.IDFUNC IS NULL                        00090000
                           THEN 'N' ELSE 'S' END,                       00091000
                      CASE WHEN B.IDFUNC IS NULL                        00092000
                           THEN 'N' ELSE 'S' END                        00093000
                FROM (SELECT IDFUNC, LIQUIDO                            00094000
                        FROM IVAN.FOPAG                                 00095000
                       WHERE COMPETENCIA = :WRK-PARM-COMPET             00096000
                         AND TIPO = 'N') A                              00097000
                FULL OUTER JOIN                                         00098000
                     (SELECT IDFUNC, LIQUIDO                            00099000
                        FROM IVAN.FOPAG                                 00100000
                       WHERE COMPETENCIA = :WRK-COMPET-ANT              00101000
                         AND TIPO = 'N') B                              00102000
                  ON A.IDFUNC = B.IDFUNC                                00103000
                LEFT OUTER JOIN IVAN.FUNC F                             00104000
                  ON F.ID = COALESCE(A.IDFUNC, B.IDFUNC)                00105000
                ORDER BY 3, 1                                           00106000
           END-EXEC.                                                    00107000
                                                                        00108000
      *    VERBA A VERBA DO FUNCIONARIO NAS DUAS COMPETENCIAS.          00109000
           EXEC SQL                                                     00110000
              DECLARE CVERBA CURSOR FOR                                 00111000
               SELECT COALESCE(A.CODVERBA, B.CODVERBA),                 00112000
                      COALESCE(A.VALOR, 0),                             00113000
                      COALESCE(B.VALOR, 0),                             00114000
                      CASE WHEN A.CODVERBA IS NULL                      00115000
                           THEN 'N' ELSE 'S' END,                       00116000
                      CASE WHEN B.CODVERBA IS NULL                      00117000
                           THEN 'N' ELSE 'S' END                        00118000
                FROM (SELECT CODVERBA, SUM(VALOR) AS VALOR              00119000
                        FROM IVAN.FOPAGDET                              00120000
                       WHERE COMPETENCIA = :WRK-PARM-COMPET             00121000
                         AND IDFUNC = :DB2-ID                           00122000
                       GROUP BY CODVERBA) A                             00123000
                FULL OUTER JOIN                                         00124000
                     (SELECT CODVERBA, SUM(VALOR) AS VALOR              00125000
                        FROM IVAN.FOPAGDET                              00126000
                       WHERE COMPETENCIA = :WRK-COMPET-ANT              00127000
                         AND IDFUNC = :DB2-ID                           00128000
                       GROUP BY CODVERBA) B                             00129000
                  ON A.CODVERBA = B.CODVERBA                            00130000
                ORDER BY 1                                              00131000
           END-EXEC.                                                    00132000
                                                                        00133000
       77 WRK-LIQ-ATU      PIC 9(10).                                   00134000
       77 WRK-LIQ-ANT      PIC 9(10).                                   00135000
       77 WRK-EXISTE-ATU   PIC X(01).                                   00136000
       77 WRK-EXISTE-ANT   PIC X(01).                                   00137000
       77 WRK-VRB-COD      PIC X(04).                                   00138000
       77 WRK-VRB-ATU      PIC 9(10).                                   00139000
       77 WRK-VRB-ANT      PIC 9(10).                                   00140000
       77 WRK-VRB-EX-ATU   PIC X(01).                                   00141000
       77 WRK-VRB-EX-ANT   PIC X(01).                                   00142000
      *----------------------------------------------------             00143000
       01 FILLER PIC X(48) VALUE                                        00144000
           '--------------VARIAVEIS PARA APOIO-----------'.             00145000
      *----------------------------------------------------             00146000
       77 WRK-SQLCODE      PIC -999.                                    00147000
       77 WRK-SQLCODE-VRB  PIC S9(09) COMP VALUE ZEROS.                 00148000
       77 WRK-FS-RELVARIA  PIC 9(02).                                   00149000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00150000
       77 WRK-QTDE-FOPANT  PIC S9(09) COMP VALUE ZEROS.                 00151000
       77 WRK-SETOR-ANT    PIC X(04)    VALUE LOW-VALUES.               00152000
       77 WRK-OCORRENCIA   PIC X(15)    VALUE SPACES.                   00153000
      *----------------------------------------------------             00154000
       01 FILLER PIC X(48) VALUE                                        00155000
           '--------------CALCULO DA VARIACAO------------'.             00156000
      *----------------------------------------------------             00157000
       77 WRK-CALC-ATU     PIC 9(13)    VALUE ZEROS.                    00158000
       77 WRK-CALC-ANT     PIC 9(13)    VALUE ZEROS.                    00159000
       77 WRK-VAR-PCT      PIC S9(07)V9(01) VALUE ZEROS.                00160000
       77 WRK-VAR-ABS      PIC 9(07)V9(01)  VALUE ZEROS.                00161000
      *----------------------------------------------------             00162000
       01 FILLER PIC X(48) VALUE                                        00163000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00164000
      *----------------------------------------------------             00165000
       77 WRK-REGLIDOS     PIC 9(07)    VALUE ZEROS.                    00166000
       77 WRK-QTDE-NOVOS   PIC 9(05)    VALUE ZEROS.                    00167000
       77 WRK-QTDE-AUSENT  PIC 9(05)    VALUE ZEROS.                    00168000
       77 WRK-QTDE-VARIAC  PIC 9(05)    VALUE ZEROS.                    00169000
       77 WRK-QTDE-VRBNOV  PIC 9(05)    VALUE ZEROS.                    00170000
       77 WRK-QTDE-VRBSUM  PIC 9(05)    VALUE ZEROS.                    00171000
       77 WRK-QTDE-EXCEC   PIC 9(05)    VALUE ZEROS.                    00172000
       77 WRK-SET-ATU      PIC 9(13)    VALUE ZEROS.                    00173000
       77 WRK-SET-ANT      PIC 9(13)    VALUE ZEROS.                    00174000
       77 WRK-SET-EXCEC    PIC 9(05)    VALUE ZEROS.                    00175000
       77 WRK-TOT-ATU      PIC 9(13)    VALUE ZEROS.                    00176000
       77 WRK-TOT-ANT      PIC 9(13)    VALUE ZEROS.                    00177000
      *----------------------------------------------------             00178000
       01 FILLER PIC X(48) VALUE                                        00179000
           '--------------LINHAS DO RELATORIO------------'.             00180000
      *----------------------------------------------------             00181000
       01 WRK-REL-TITULO.                                               00182000
          05 FILLER           PIC X(09) VALUE SPACES.                   00183000
          05 FILLER           PIC X(44) VALUE                           00184000
             'FOURSYS - REVISAO DE VARIACAO DA FOLHA'.                  00185000
          05 FILLER           PIC X(06) VALUE 'SETOR '.                 00186000
          05 WRK-REL-TIT-SET  PIC X(04).                                00187000
          05 FILLER           PIC X(27) VALUE SPACES.                   00188000
       01 WRK-REL-PARM.                                                 00189000
          05 FILLER           PIC X(13) VALUE 'COMPETENCIA: '.          00190000
          05 WRK-REL-COMPET   PIC 9(06).                                00191000
          05 FILLER           PIC X(18) VALUE                           00192000
             '  X  ANTERIOR: '.                                         00193000
          05 WRK-REL-COMPANT  PIC 9(06).                                00194000
          05 FILLER           PIC X(10) VALUE '  LIMITE: '.             00195000
          05 WRK-REL-LIMITE   PIC ZZ9.                                  00196000
          05 FILLER           PIC X(01) VALUE '%'.                      00197000
          05 FILLER           PIC X(33) VALUE SPACES.                   00198000
       01 WRK-REL-TRACO       PIC X(90) VALUE ALL '-'.                  00199000
       01 WRK-REL-CABEC.                                                00200000
          05 FILLER           PIC X(27) VALUE                           00201000
             'ID    NOME'.                                              00202000
          05 FILLER           PIC X(17) VALUE                           00203000
             '  LIQ. ANTERIOR'.                                         00204000
          05 FILLER           PIC X(17) VALUE                           00205000
             '     LIQ. ATUAL'.                                         00206000
          05 FILLER           PIC X(11) VALUE                           00207000
             '       VAR%'.                                             00208000
          05 FILLER           PIC X(18) VALUE                           00209000
             ' OCORRENCIA'.                                             00210000
       01 WRK-REL-FUNC.                                                 00211000
          05 WRK-REL-ID       PIC 9(05).                                00212000
          05 FILLER           PIC X(01) VALUE SPACES.                   00213000
          05 WRK-REL-NOME     PIC X(20).                                00214000
          05 FILLER           PIC X(01) VALUE SPACES.                   00215000
          05 WRK-REL-ANT      PIC Z.ZZZ.ZZZ.ZZ9,99.                     00216000
          05 FILLER           PIC X(01) VALUE SPACES.                   00217000
          05 WRK-REL-ATU      PIC Z.ZZZ.ZZZ.ZZ9,99.                     00218000
          05 FILLER           PIC X(01) VALUE SPACES.                   00219000
          05 WRK-REL-VAR      PIC -ZZZZZZ9,9.                           00220000
          05 FILLER           PIC X(01) VALUE SPACES.                   00221000
          05 WRK-REL-OCORR    PIC X(15).                                00222000
          05 FILLER           PIC X(03) VALUE SPACES.                   00223000
       01 WRK-REL-VERBA.                                                00224000
          05 FILLER           PIC X(06) VALUE SPACES.                   00225000
          05 FILLER           PIC X(06) VALUE 'VERBA '.                 00226000
          05 WRK-REL-VRB-COD  PIC X(04).                                00227000
          05 FILLER           PIC X(11) VALUE SPACES.                   00228000
          05 WRK-REL-VRB-ANT  PIC Z.ZZZ.ZZZ.ZZ9,99.                     00229000
          05 FILLER           PIC X(01) VALUE SPACES.                   00230000
          05 WRK-REL-VRB-ATU  PIC Z.ZZZ.ZZZ.ZZ9,99.                     00231000
          05 FILLER           PIC X(12) VALUE SPACES.                   00232000
          05 WRK-REL-VRB-OCOR PIC X(15).                                00233000
          05 FILLER           PIC X(06) VALUE SPACES.                   00234000
       01 WRK-REL-TOTAL.                                                00235000
          05 WRK-REL-TOT-DESC PIC X(15).                                00236000
          05 WRK-REL-TOT-SET  PIC X(04).                                00237000
          05 FILLER           PIC X(08) VALUE SPACES.                   00238000
          05 WRK-REL-TOT-ANT  PIC Z.ZZZ.ZZZ.ZZ9,99.                     00239000
          05 FILLER           PIC X(01) VALUE SPACES.                   00240000
          05 WRK-REL-TOT-ATU  PIC Z.ZZZ.ZZZ.ZZ9,99.                     00241000
          05 FILLER           PIC X(01) VALUE SPACES.                   00242000
          05 WRK-REL-TOT-VAR  PIC -ZZZZZZ9,9.                           00243000
          05 FILLER           PIC X(11) VALUE ' EXCECOES: '.            00244000
          05 WRK-REL-TOT-EXC  PIC ZZZZ9.                                00245000
          05 FILLER           PIC X(02) VALUE SPACES.                   00246000
       01 WRK-REL-RESUMO.                                               00247000
          05 WRK-REL-RSM-DESC PIC X(40).                                00248000
          05 WRK-REL-RSM-QTDE PIC ZZ.ZZ9.                               00249000
          05 FILLER           PIC X(44) VALUE SPACES.                   00250000
       77 WRK-LINHABRANCO     PIC X(90) VALUE SPACES.                   00251000
       77 WRK-VALOR-CENT      PIC 9(11)V9(02) VALUE ZEROS.              00252000
      *----------------------------------------------------             00253000
       01 FILLER PIC X(48) VALUE                                        00254000
           '--------------PARAMETRO DE ENTRADA-----------'.             00255000
      *----------------------------------------------------             00256000
       01 WRK-PARM.                                                     00257000
          05 WRK-PARM-COMPET.                                           00258000
             10 WRK-COMPET-ANO PIC 9(04).                               00259000
             10 WRK-COMPET-MES PIC 9(02).                               00260000
          05 WRK-PARM-LIMITE   PIC 9(03) VALUE ZEROS.                   00261000
          05 WRK-PARM-MODO     PIC X(01) VALUE SPACES.                  00262000
             88 WRK-MODO-CIENCIA         VALUE 'C'.                     00263000
          05 WRK-PARM-OVERRIDE PIC X(01) VALUE SPACES.                  00264000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00265000
       01 WRK-COMPET-ANT.                                               00266000
          05 WRK-ANT-ANO      PIC 9(04).                                00267000
          05 WRK-ANT-MES      PIC 9(02).                                00268000
      *====================================================             00269000
       PROCEDURE                                 DIVISION.              00270000
      *====================================================             00271000
      *-----------------------------------------------------            00272000
       0000-PRINCIPAL                             SECTION.              00273000
      *-----------------------------------------------------            00274000
           PERFORM 1000-INICIALIZAR.                                    00275000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00276000
           PERFORM 3000-FINALIZAR.                                      00277000
           STOP RUN.                                                    00278000
      *-----------------------------------------------------            00279000
       0000-99-FIM.                                  EXIT.              00280000
      *-----------------------------------------------------            00281000
                                                                        00282000
      *-----------------------------------------------------            00283000
       1000-INICIALIZAR                           SECTION.              00284000
      *-----------------------------------------------------            00285000
           ACCEPT WRK-PARM FROM SYSIN.                                  00286000
                                                                        00287000
           IF WRK-MODO-CIENCIA                                          00288000
            PERFORM 1900-REGISTRAR-CIENCIA                              00289000
            STOP RUN                                                    00290000
           END-IF.                                                      00291000
                                                                        00292000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00293000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00294000
            STOP RUN                                                    00295000
           END-IF.                                                      00296000
           IF WRK-PARM-LIMITE EQUAL ZEROS                               00297000
            MOVE 010 TO WRK-PARM-LIMITE                                 00298000
           END-IF.                                                      00299000
                                                                        00300000
           MOVE WRK-COMPET-ANO TO WRK-ANT-ANO.                          00301000
           MOVE WRK-COMPET-MES TO WRK-ANT-MES.                          00302000
           IF WRK-ANT-MES EQUAL 01                                      00303000
            MOVE 12 TO WRK-ANT-MES                                      00304000
            SUBTRACT 1 FROM WRK-ANT-ANO                                 00305000
           ELSE                                                         00306000
            SUBTRACT 1 FROM WRK-ANT-MES                                 00307000
           END-IF.                                                      00308000
                                                                        00309000
      *    SO COMPETENCIA JA CALCULADA PELO FR22DB13.                   00310000
           EXEC SQL                                                     00311000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00312000
             FROM IVAN.FOPAG                                            00313000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00314000
               AND TIPO = 'N'                                           00315000
           END-EXEC.                                                    00316000
           IF WRK-QTDE-FOPAG EQUAL ZEROS                                00317000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00318000
                    ' SEM FOLHA CALCULADA - REVISAO NAO FEITA'          00319000
            STOP RUN                                                    00320000
           END-IF.                                                      00321000
                                                                        00322000
           EXEC SQL                                                     00323000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPANT                       00324000
             FROM IVAN.FOPAG                                            00325000
             WHERE COMPETENCIA = :WRK-COMPET-ANT                        00326000
               AND TIPO = 'N'                                           00327000
           END-EXEC.                                                    00328000
           IF WRK-QTDE-FOPANT EQUAL ZEROS                               00329000
            DISPLAY 'COMPETENCIA ANTERIOR ' WRK-COMPET-ANT              00330000
                    ' SEM FOLHA - TODOS SAEM COMO NOVOS'                00331000
           END-IF.                                                      00332000
                                                                        00333000
           MOVE 'I'        TO RUN-FUNCAO.                               00334000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00335000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00336000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00337000
           IF WRK-OVERRIDE-LIGADO                                       00338000
            MOVE 'O' TO RUN-FUNCAO                                      00339000
           END-IF.                                                      00340000
           MOVE 'FR22DB64' TO RUN-PROGRAMA.                             00341000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00342000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00343000
           IF RUN-JA-EXECUTADO                                          00344000
            MOVE 'R' TO RUN-FUNCAO                                      00345000
            CALL 'GRAVARUN' USING RUN-DADOS                             00346000
           END-IF.                                                      00347000
                                                                        00348000
           IF RUN-DEP-PENDENTE                                          00349000
            DISPLAY 'FR22DB64 AGUARDANDO PREDECESSOR - '                00350000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00351000
            STOP RUN                                                    00352000
           END-IF.                                                      00353000
                                                                        00354000
           OPEN OUTPUT RELVARIA.                                        00355000
           IF WRK-FS-RELVARIA NOT EQUAL 0                               00356000
            DISPLAY 'ERRO NA ABERTURA DO RELVARIA'                      00357000
            STOP RUN                                                    00358000
           END-IF.                                                      00359000
                                                                        00360000
           MOVE WRK-PARM-COMPET TO WRK-REL-COMPET.                      00361000
           MOVE WRK-COMPET-ANT  TO WRK-REL-COMPANT.                     00362000
           MOVE WRK-PARM-LIMITE TO WRK-REL-LIMITE.                      00363000
                                                                        00364000
           EXEC SQL                                                     00365000
              OPEN CVARIA                                               00366000
           END-EXEC.                                                    00367000
                                                                        00368000
           EVALUATE SQLCODE                                             00369000
            WHEN 0                                                      00370000
             PERFORM 4000-LER-FUNCIONARIO                               00371000
            WHEN 100                                                    00372000
             DISPLAY 'SEM FOLHA GRAVADA PARA A COMPETENCIA'             00373000
            WHEN OTHER                                                  00374000
             MOVE SQLCODE TO WRK-SQLCODE                                00375000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00376000
             STOP RUN                                                   00377000
           END-EVALUATE.                                                00378000
      *-----------------------------------------------------            00379000
       1000-99-FIM.                                  EXIT.              00380000
      *-----------------------------------------------------            00381000
                                                                        00382000
      *-----------------------------------------------------            00383000
       1900-REGISTRAR-CIENCIA                     SECTION.              00384000
      *-----------------------------------------------------            00385000
      *    A OPERACAO REVISOU O RELVARIA E LIBERA AS                    00386000
      *    REMESSAS: OS AVISOS PENDENTES SAO BAIXADOS E A               00387000
      *    CIENCIA FICA LOGADA EM IVAN.RUNOVR PELA GRAVARUN.            00388000
           MOVE 'C'        TO RUN-FUNCAO.                               00389000
           MOVE 'FR22DB64' TO RUN-PROGRAMA.                             00390000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00391000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00392000
                                                                        00393000
           IF RUN-ERRO                                                  00394000
            DISPLAY 'ERRO NO REGISTRO DA CIENCIA - '                    00395000
                    'REMESSAS CONTINUAM BLOQUEADAS'                     00396000
            EXEC SQL                                                    00397000
              ROLLBACK                                                  00398000
            END-EXEC                                                    00399000
           ELSE                                                         00400000
            EXEC SQL                                                    00401000
              COMMIT                                                    00402000
            END-EXEC                                                    00403000
            DISPLAY 'CIENCIA REGISTRADA - REMESSAS LIBERADAS'           00404000
           END-IF.                                                      00405000
      *-----------------------------------------------------            00406000
       1900-99-FIM.                                  EXIT.              00407000
      *-----------------------------------------------------            00408000
                                                                        00409000
      *-----------------------------------------------------            00410000
       2000-PROCESSAR                             SECTION.              00411000
      *-----------------------------------------------------            00412000
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ANT                         00413000
            IF WRK-SETOR-ANT NOT EQUAL LOW-VALUES                       00414000
             PERFORM 2800-FECHAR-SETOR                                  00415000
            END-IF                                                      00416000
            PERFORM 2100-ABRIR-SETOR                                    00417000
           END-IF.                                                      00418000
                                                                        00419000
           MOVE SPACES TO WRK-OCORRENCIA.                               00420000
           MOVE ZEROS  TO WRK-VAR-PCT.                                  00421000
           MOVE WRK-LIQ-ATU TO WRK-CALC-ATU.                            00422000
           MOVE WRK-LIQ-ANT TO WRK-CALC-ANT.                            00423000
                                                                        00424000
           EVALUATE TRUE                                                00425000
            WHEN WRK-EXISTE-ANT EQUAL 'N'                               00426000
             MOVE 'NOVO'      TO WRK-OCORRENCIA                         00427000
             ADD 1            TO WRK-QTDE-NOVOS                         00428000
             ADD 1            TO WRK-SET-EXCEC                          00429000
            WHEN WRK-EXISTE-ATU EQUAL 'N'                               00430000
             MOVE 'AUSENTE'   TO WRK-OCORRENCIA                         00431000
             ADD 1            TO WRK-QTDE-AUSENT                        00432000
             ADD 1            TO WRK-SET-EXCEC                          00433000
            WHEN OTHER                                                  00434000
             PERFORM 2900-CALCULAR-VARIACAO                             00435000
             IF WRK-VAR-ABS GREATER WRK-PARM-LIMITE                     00436000
              MOVE 'VARIACAO LIQ.' TO WRK-OCORRENCIA                    00437000
              ADD 1            TO WRK-QTDE-VARIAC                       00438000
              ADD 1            TO WRK-SET-EXCEC                         00439000
             END-IF                                                     00440000
           END-EVALUATE.                                                00441000
                                                                        00442000
           ADD WRK-LIQ-ATU TO WRK-SET-ATU.                              00443000
           ADD WRK-LIQ-ANT TO WRK-SET-ANT.                              00444000
                                                                        00445000
           MOVE DB2-ID         TO WRK-REL-ID.                           00446000
           MOVE DB2-NOME       TO WRK-REL-NOME.                         00447000
           MOVE WRK-LIQ-ANT    TO WRK-VALOR-CENT.                       00448000
           MOVE WRK-VALOR-CENT TO WRK-REL-ANT.                          00449000
           MOVE WRK-LIQ-ATU    TO WRK-VALOR-CENT.                       00450000
           MOVE WRK-VALOR-CENT TO WRK-REL-ATU.                          00451000
           MOVE WRK-VAR-PCT    TO WRK-REL-VAR.                          00452000
           MOVE WRK-OCORRENCIA TO WRK-REL-OCORR.                        00453000
           WRITE FD-RELVARIA FROM WRK-REL-FUNC.                         00454000
                                                                        00455000
      *    FUNCIONARIO NOVO OU AUSENTE JA ESTA SINALIZADO:              00456000
      *    A COMPARACAO VERBA A VERBA SO VALE PARA QUEM ESTA            00457000
      *    NAS DUAS COMPETENCIAS.                                       00458000
           IF WRK-EXISTE-ATU EQUAL 'S'                                  00459000
              AND WRK-EXISTE-ANT EQUAL 'S'                              00460000
            PERFORM 2300-COMPARAR-VERBAS                                00461000
           END-IF.                                                      00462000
                                                                        00463000
           PERFORM 4000-LER-FUNCIONARIO.                                00464000
      *-----------------------------------------------------            00465000
       2000-99-FIM.                                  EXIT.              00466000
      *-----------------------------------------------------            00467000
                                                                        00468000
      *-----------------------------------------------------            00469000
       2100-ABRIR-SETOR                           SECTION.              00470000
      *-----------------------------------------------------            00471000
      *    UMA PAGINA POR SETOR.                                        00472000
           MOVE DB2-SETOR TO WRK-SETOR-ANT.                             00473000
           MOVE DB2-SETOR TO WRK-REL-TIT-SET.                           00474000
           MOVE ZEROS     TO WRK-SET-ATU.                               00475000
           MOVE ZEROS     TO WRK-SET-ANT.                               00476000
           MOVE ZEROS     TO WRK-SET-EXCEC.                             00477000
                                                                        00478000
           IF WRK-REGLIDOS EQUAL 1                                      00479000
            WRITE FD-RELVARIA FROM WRK-REL-TITULO                       00480000
           ELSE                                                         00481000
            WRITE FD-RELVARIA FROM WRK-REL-TITULO AFTER PAGE            00482000
           END-IF.                                                      00483000
           WRITE FD-RELVARIA FROM WRK-REL-PARM.                         00484000
           WRITE FD-RELVARIA FROM WRK-REL-TRACO.                        00485000
           WRITE FD-RELVARIA FROM WRK-REL-CABEC.                        00486000
           WRITE FD-RELVARIA FROM WRK-REL-TRACO.                        00487000
      *-----------------------------------------------------            00488000
       2100-99-FIM.                                  EXIT.              00489000
      *-----------------------------------------------------            00490000
                                                                        00491000
      *-----------------------------------------------------            00492000
       2300-COMPARAR-VERBAS                       SECTION.              00493000
      *-----------------------------------------------------            00494000
           EXEC SQL                                                     00495000
              OPEN CVERBA                                               00496000
           END-EXEC.                                                    00497000
                                                                        00498000
           IF SQLCODE NOT EQUAL 0                                       00499000
            MOVE SQLCODE TO WRK-SQLCODE                                 00500000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CVERBA'                 00501000
           ELSE                                                         00502000
            PERFORM 2350-LER-VERBA                                      00503000
            PERFORM 2320-IMPRIMIR-VERBA                                 00504000
                    UNTIL WRK-SQLCODE-VRB NOT EQUAL 0                   00505000
            EXEC SQL                                                    00506000
               CLOSE CVERBA                                             00507000
            END-EXEC                                                    00508000
           END-IF.                                                      00509000
      *-----------------------------------------------------            00510000
       2300-99-FIM.                                  EXIT.              00511000
      *-----------------------------------------------------            00512000
                                                                        00513000
      *-----------------------------------------------------            00514000
       2320-IMPRIMIR-VERBA                        SECTION.              00515000
      *-----------------------------------------------------            00516000
      *    SO SAI A VERBA QUE MUDOU DE UMA COMPETENCIA PARA             00517000
      *    A OUTRA; A QUE SURGIU OU SUMIU VEM SINALIZADA.               00518000
           MOVE SPACES TO WRK-REL-VRB-OCOR.                             00519000
           EVALUATE TRUE                                                00520000
            WHEN WRK-VRB-EX-ANT EQUAL 'N'                               00521000
             MOVE 'VERBA NOVA'     TO WRK-REL-VRB-OCOR                  00522000
             ADD 1                 TO WRK-QTDE-VRBNOV                   00523000
            WHEN WRK-VRB-EX-ATU EQUAL 'N'                               00524000
             MOVE 'VERBA SUPRIMIDA' TO WRK-REL-VRB-OCOR                 00525000
             ADD 1                 TO WRK-QTDE-VRBSUM                   00526000
           END-EVALUATE.                                                00527000
                                                                        00528000
           IF WRK-VRB-ATU NOT EQUAL WRK-VRB-ANT                         00529000
              OR WRK-REL-VRB-OCOR NOT EQUAL SPACES                      00530000
            MOVE WRK-VRB-COD    TO WRK-REL-VRB-COD                      00531000
            MOVE WRK-VRB-ANT    TO WRK-VALOR-CENT                       00532000
            MOVE WRK-VALOR-CENT TO WRK-REL-VRB-ANT                      00533000
            MOVE WRK-VRB-ATU    TO WRK-VALOR-CENT                       00534000
            MOVE WRK-VALOR-CENT TO WRK-REL-VRB-ATU                      00535000
            WRITE FD-RELVARIA FROM WRK-REL-VERBA                        00536000
           END-IF.                                                      00537000
                                                                        00538000
           PERFORM 2350-LER-VERBA.                                      00539000
      *-----------------------------------------------------            00540000
       2320-99-FIM.                                  EXIT.              00541000
      *-----------------------------------------------------            00542000
                                                                        00543000
      *-----------------------------------------------------            00544000
       2350-LER-VERBA                             SECTION.              00545000
      *-----------------------------------------------------            00546000
           EXEC SQL                                                     00547000
             FETCH CVERBA                                               00548000
              INTO :WRK-VRB-COD,                                        00549000
                   :WRK-VRB-ATU,                                        00550000
                   :WRK-VRB-ANT,                                        00551000
                   :WRK-VRB-EX-ATU,                                     00552000
                   :WRK-VRB-EX-ANT                                      00553000
           END-EXEC.                                                    00554000
                                                                        00555000
           MOVE SQLCODE TO WRK-SQLCODE-VRB.                             00556000
           EVALUATE SQLCODE                                             00557000
            WHEN 0                                                      00558000
             CONTINUE                                                   00559000
            WHEN 100                                                    00560000
             CONTINUE                                                   00561000
            WHEN OTHER                                                  00562000
             MOVE SQLCODE TO WRK-SQLCODE                                00563000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CVERBA'              00564000
           END-EVALUATE.                                                00565000
      *-----------------------------------------------------            00566000
       2350-99-FIM.                                  EXIT.              00567000
      *-----------------------------------------------------            00568000
                                                                        00569000
      *-----------------------------------------------------            00570000
       2800-FECHAR-SETOR                          SECTION.              00571000
      *-----------------------------------------------------            00572000
           MOVE WRK-SET-ATU TO WRK-CALC-ATU.                            00573000
           MOVE WRK-SET-ANT TO WRK-CALC-ANT.                            00574000
           PERFORM 2900-CALCULAR-VARIACAO.                              00575000
                                                                        00576000
           MOVE 'TOTAL DO SETOR '  TO WRK-REL-TOT-DESC.                 00577000
           MOVE WRK-SETOR-ANT      TO WRK-REL-TOT-SET.                  00578000
           MOVE WRK-SET-ANT        TO WRK-VALOR-CENT.                   00579000
           MOVE WRK-VALOR-CENT     TO WRK-REL-TOT-ANT.                  00580000
           MOVE WRK-SET-ATU        TO WRK-VALOR-CENT.                   00581000
           MOVE WRK-VALOR-CENT     TO WRK-REL-TOT-ATU.                  00582000
           MOVE WRK-VAR-PCT        TO WRK-REL-TOT-VAR.                  00583000
           MOVE WRK-SET-EXCEC      TO WRK-REL-TOT-EXC.                  00584000
           WRITE FD-RELVARIA FROM WRK-REL-TRACO.                        00585000
           WRITE FD-RELVARIA FROM WRK-REL-TOTAL.                        00586000
                                                                        00587000
           ADD WRK-SET-ATU   TO WRK-TOT-ATU.                            00588000
           ADD WRK-SET-ANT   TO WRK-TOT-ANT.                            00589000
           ADD WRK-SET-EXCEC TO WRK-QTDE-EXCEC.                         00590000
      *-----------------------------------------------------            00591000
       2800-99-FIM.                                  EXIT.              00592000
      *-----------------------------------------------------            00593000
                                                                        00594000
      *-----------------------------------------------------            00595000
       2900-CALCULAR-VARIACAO                     SECTION.              00596000
      *-----------------------------------------------------            00597000
      *    VARIACAO PERCENTUAL DO ATUAL SOBRE O ANTERIOR;               00598000
      *    SEM BASE ANTERIOR, QUALQUER VALOR ATUAL CONTA                00599000
      *    COMO VARIACAO TOTAL.                                         00600000
           IF WRK-CALC-ANT EQUAL ZEROS                                  00601000
            IF WRK-CALC-ATU EQUAL ZEROS                                 00602000
             MOVE ZEROS TO WRK-VAR-PCT                                  00603000
            ELSE                                                        00604000
             MOVE 100   TO WRK-VAR-PCT                                  00605000
            END-IF                                                      00606000
           ELSE                                                         00607000
            COMPUTE WRK-VAR-PCT ROUNDED =                               00608000
                    (WRK-CALC-ATU - WRK-CALC-ANT) * 100                 00609000
                    / WRK-CALC-ANT                                      00610000
               ON SIZE ERROR                                            00611000
                MOVE 9999999,9 TO WRK-VAR-PCT                           00612000
            END-COMPUTE                                                 00613000
           END-IF.                                                      00614000
                                                                        00615000
           IF WRK-VAR-PCT LESS ZEROS                                    00616000
            COMPUTE WRK-VAR-ABS = WRK-VAR-PCT * -1                      00617000
           ELSE                                                         00618000
            MOVE WRK-VAR-PCT TO WRK-VAR-ABS                             00619000
           END-IF.                                                      00620000
      *-----------------------------------------------------            00621000
       2900-99-FIM.                                  EXIT.              00622000
      *-----------------------------------------------------            00623000
                                                                        00624000
      *-----------------------------------------------------            00625000
       3000-FINALIZAR                             SECTION.              00626000
      *-----------------------------------------------------            00627000
           EXEC SQL                                                     00628000
              CLOSE CVARIA                                              00629000
           END-EXEC.                                                    00630000
                                                                        00631000
           IF WRK-SETOR-ANT NOT EQUAL LOW-VALUES                        00632000
            PERFORM 2800-FECHAR-SETOR                                   00633000
           END-IF.                                                      00634000
                                                                        00635000
           MOVE WRK-TOT-ATU TO WRK-CALC-ATU.                            00636000
           MOVE WRK-TOT-ANT TO WRK-CALC-ANT.                            00637000
           PERFORM 2900-CALCULAR-VARIACAO.                              00638000
                                                                        00639000
           MOVE 'TOTAL GERAL    '  TO WRK-REL-TOT-DESC.                 00640000
           MOVE SPACES             TO WRK-REL-TOT-SET.                  00641000
           MOVE WRK-TOT-ANT        TO WRK-VALOR-CENT.                   00642000
           MOVE WRK-VALOR-CENT     TO WRK-REL-TOT-ANT.                  00643000
           MOVE WRK-TOT-ATU        TO WRK-VALOR-CENT.                   00644000
           MOVE WRK-VALOR-CENT     TO WRK-REL-TOT-ATU.                  00645000
           MOVE WRK-VAR-PCT        TO WRK-REL-TOT-VAR.                  00646000
           MOVE WRK-QTDE-EXCEC     TO WRK-REL-TOT-EXC.                  00647000
           WRITE FD-RELVARIA FROM WRK-LINHABRANCO.                      00648000
           WRITE FD-RELVARIA FROM WRK-REL-TRACO.                        00649000
           WRITE FD-RELVARIA FROM WRK-REL-TOTAL.                        00650000
           WRITE FD-RELVARIA FROM WRK-REL-TRACO.                        00651000
                                                                        00652000
           MOVE 'FUNCIONARIOS COMPARADOS.................'              00653000
                                   TO WRK-REL-RSM-DESC.                 00654000
           MOVE WRK-REGLIDOS       TO WRK-REL-RSM-QTDE.                 00655000
           WRITE FD-RELVARIA FROM WRK-REL-RESUMO.                       00656000
           MOVE 'FUNCIONARIOS NOVOS......................'              00657000
                                   TO WRK-REL-RSM-DESC.                 00658000
           MOVE WRK-QTDE-NOVOS     TO WRK-REL-RSM-QTDE.                 00659000
           WRITE FD-RELVARIA FROM WRK-REL-RESUMO.                       00660000
           MOVE 'FUNCIONARIOS AUSENTES...................'              00661000
                                   TO WRK-REL-RSM-DESC.                 00662000
           MOVE WRK-QTDE-AUSENT    TO WRK-REL-RSM-QTDE.                 00663000
           WRITE FD-RELVARIA FROM WRK-REL-RESUMO.                       00664000
           MOVE 'LIQUIDO COM VARIACAO ACIMA DO LIMITE....'              00665000
                                   TO WRK-REL-RSM-DESC.                 00666000
           MOVE WRK-QTDE-VARIAC    TO WRK-REL-RSM-QTDE.                 00667000
           WRITE FD-RELVARIA FROM WRK-REL-RESUMO.                       00668000
           MOVE 'VERBAS NOVAS............................'              00669000
                                   TO WRK-REL-RSM-DESC.                 00670000
           MOVE WRK-QTDE-VRBNOV    TO WRK-REL-RSM-QTDE.                 00671000
           WRITE FD-RELVARIA FROM WRK-REL-RESUMO.                       00672000
           MOVE 'VERBAS SUPRIMIDAS.......................'              00673000
                                   TO WRK-REL-RSM-DESC.                 00674000
           MOVE WRK-QTDE-VRBSUM    TO WRK-REL-RSM-QTDE.                 00675000
           WRITE FD-RELVARIA FROM WRK-REL-RESUMO.                       00676000
           CLOSE RELVARIA.                                              00677000
                                                                        00678000
           DISPLAY ' '.                                                 00679000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00680000
           DISPLAY 'COMPETENCIA ANTERIOR: ' WRK-COMPET-ANT.             00681000
           DISPLAY 'FUNCIONARIOS LIDOS:   ' WRK-REGLIDOS.               00682000
           DISPLAY 'EXCECOES:             ' WRK-QTDE-EXCEC.             00683000
                                                                        00684000
      *    EXCECAO SEM CIENCIA SEGURA AS REMESSAS: O FIM SAI            00685000
      *    COM RETCODE 04 E SO A CIENCIA DA OPERACAO (MODO              00686000
      *    'C') LIBERA O FR22EX05/FR22EX13.                             00687000
           MOVE 'F'              TO RUN-FUNCAO.                         00688000
           MOVE WRK-REGLIDOS     TO RUN-LIDOS.                          00689000
           MOVE WRK-REGLIDOS     TO RUN-GRAVADOS.                       00690000
           MOVE WRK-QTDE-EXCEC   TO RUN-REJEITADOS.                     00691000
           IF WRK-QTDE-EXCEC GREATER ZEROS                              00692000
            MOVE 4 TO RUN-RETCODE                                       00693000
            DISPLAY 'AVISO REGISTRADO EM IVAN.RUNCTL - REMESSAS '       00694000
                    'BLOQUEADAS ATE A CIENCIA DA OPERACAO'              00695000
           ELSE                                                         00696000
            MOVE 0 TO RUN-RETCODE                                       00697000
           END-IF.                                                      00698000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00699000
                                                                        00700000
           EXEC SQL                                                     00701000
              COMMIT                                                    00702000
           END-EXEC.                                                    00703000
      *-----------------------------------------------------            00704000
       3000-99-FIM.                                  EXIT.              00705000
      *-----------------------------------------------------            00706000
                                                                        00707000
      *-----------------------------------------------------            00708000
       4000-LER-FUNCIONARIO                       SECTION.              00709000
      *-----------------------------------------------------            00710000
           EXEC SQL                                                     00711000
             FETCH CVARIA                                               00712000
              INTO :DB2-ID,                                             00713000
                   :DB2-NOME,                                           00714000
                   :DB2-SETOR,                                          00715000
                   :WRK-LIQ-ATU,                                        00716000
                   :WRK-LIQ-ANT,                                        00717000
                   :WRK-EXISTE-ATU,                                     00718000
                   :WRK-EXISTE-ANT                                      00719000
           END-EXEC.                                                    00720000
                                                                        00721000
           EVALUATE SQLCODE                                             00722000
            WHEN 0                                                      00723000
             ADD 1 TO WRK-REGLIDOS                                      00724000
            WHEN 100                                                    00725000
             DISPLAY 'FINAL DA TABELA'                                  00726000
            WHEN OTHER                                                  00727000
             MOVE SQLCODE TO WRK-SQLCODE                                00728000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00729000
           END-EVALUATE.                                                00730000
      *-----------------------------------------------------            00731000
       4000-99-FIM.                                  EXIT.              00732000
      *-----------------------------------------------------            00733000
