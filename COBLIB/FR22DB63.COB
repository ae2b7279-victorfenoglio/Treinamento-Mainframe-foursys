      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB63.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: DEPOSITO MENSAL DO FGTS: PARA UMA      *             00008000
      *            COMPETENCIA FECHADA (IVAN.FOPAG TIPO   *             00009000
      *            'N') CALCULA O FGTS DE CADA            *             00010000
      *            FUNCIONARIO SOBRE O BRUTO, COM O       *             00011000
      *            PERCENTUAL DA LINHA 'FGTS' DE          *             00012000
      *            IVAN.ALIQUOTA (F22CIPC), GRAVA O       *             00013000
      *            ARQUIVO DE DEPOSITO PARA O BANCO       *             00014000
      *            (FGTSDEP, HEADER/DETALHE/TRAILER NOS   *             00015000
      *            MOLDES DO FR22EX13) COM VENCIMENTO NO  *             00016000
      *            DIA 20 DO MES SEGUINTE (ANTECIPADO     *             00017000
      *            PARA DIA UTIL VIA DIAUTIL) E LANCA O   *             00018000
      *            DEPOSITO NO RAZAO IVAN.FGTS COM O      *             00019000
      *            SALDO ACUMULADO POR FUNCIONARIO - BASE *             00020000
      *            DA MULTA RESCISORIA DO FR22DB20.       *             00021000
      *            CADA EMPRESA DO GRUPO TEM O SEU        *             00021140
      *            DEPOSITO: COM A EMPRESA NO PARAMETRO   *             00021280
      *            SO ENTRAM OS FUNCIONARIOS DELA E O     *             00021420
      *            HEADER LEVA O CODIGO, A RAZAO E O CNPJ *             00021560
      *            DE IVAN.EMPRESA; O TRAILER TOTALIZA SO *             00021700
      *            A EMPRESA.                             *             00021840
      *---------------------------------------------------*             00022000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + CARTAO   *             00023000
      *  DE OVERRIDE DA OPERACAO (S = PULA A CHECAGEM DE  *             00024000
      *  PREDECESSORES). COMPETENCIA JA LANCADA NO RAZAO  *             00025000
      *  NAO E DEPOSITADA DE NOVO.                        *             00026000
      *  POSICOES 8-9: EMPRESA X(02) DO DEPOSITO (A DA    *             00026250
      *  FOLHA DA COMPETENCIA, OU A DO CADASTRO). EM      *             00026500
      *  BRANCO GERA O DEPOSITO UNICO DO GRUPO.           *             00026750
      *---------------------------------------------------*             00027000
      *  ARQUIVOS:                                        *             00028000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00029000
      *  FGTSDEP             O             ---------      *             00030000
      *---------------------------------------------------*             00031000
      *  BASE  DE DADOS:                                  *             00032000
      *  TABELA             I/O           INCLUDE/BOOK    *             00033000
      *  IVAN.FOPAG          I             ---------      *             00034000
      *  IVAN.FUNC           I               #BKFUNC      *             00035000
      *  IVAN.EMPRESA        I             ---------      *             00035500
      *  IVAN.ALIQUOTA       I             ---------      *             00036000
      *  IVAN.FGTS          I/O            ---------      *             00037000
      *  IVAN.FERIADO        I              #DIAUTIL      *             00038000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00039000
      *===================================================*             00040000
                                                                        00041000
      *====================================================             00042000
       ENVIRONMENT                               DIVISION.              00043000
      *====================================================             00044000
       CONFIGURATION                             SECTION.               00045000
       SPECIAL-NAMES.                                                   00046000
           DECIMAL-POINT  IS COMMA.                                     00047000
                                                                        00048000
       INPUT-OUTPUT                              SECTION.               00049000
       FILE-CONTROL.                                                    00050000
           SELECT FGTSDEP ASSIGN TO FGTSDEP                             00051000
               FILE STATUS IS WRK-FS-FGTSDEP.                           00052000
                                                                        00053000
      *====================================================             00054000
       DATA                                      DIVISION.              00055000
      *====================================================             00056000
      *-----------------------------------------------------            00057000
       FILE                                      SECTION.               00058000
      *-----------------------------------------------------            00059000
       FD FGTSDEP                                                       00060000
           RECORDING MODE IS F                                          00061000
           BLOCK CONTAINS 0 RECORDS.                                    00062000
      *-----------LRECL 80----------------------------------            00063000
       01 FD-FGTSDEP            PIC X(80).                              00064000
      *-----------------------------------------------------            00065000
       WORKING-STORAGE                           SECTION.               00066000
      *-----------------------------------------------------            00067000
           COPY '#RUNCTL'.                                              00068000
                                                                        00069000
           COPY '#DIAUTIL'.                                             00070000
                                                                        00071000
           EXEC SQL                                                     00072000
              INCLUDE #BKFUNC                                           00073000
           END-EXEC.                                                    00074000
                                                                        00075000
           EXEC SQL                                                     00076000
              INCLUDE SQLCA                                             00077000
           END-EXEC.                                                    00078000
                                                                        00079000
      *    O SALDO ANTERIOR DO RAZAO VEM JUNTO COM A FOLHA.             00080000
      *    A EMPRESA GRAVADA NA FOLHA PREVALECE SOBRE A DO              00080330
      *    CADASTRO (TRANSFERENCIA NO MES).                             00080660
           EXEC SQL                                                     00081000
              DECLARE CFGTS CURSOR WITH HOLD FOR                        00082000
               SELECT P.IDFUNC, F.NOME, F.SETOR, P.BRUTO,               00083000
                      COALESCE((SELECT SUM(G.VALOR)                     00084000
                                 FROM IVAN.FGTS G                       00085000
                                WHERE G.IDFUNC = P.IDFUNC), 0)          00086000
                FROM IVAN.FOPAG P, IVAN.FUNC F                          00087000
                WHERE P.IDFUNC = F.ID                                   00088000
                  AND P.COMPETENCIA = :WRK-PARM-COMPET                  00089000
                  AND P.TIPO = 'N'                                      00090000
                  AND (:WRK-PARM-EMPRESA = '  ' OR                      00090250
                       COALESCE(P.EMPRESA,F.EMPRESA,' ')                00090500
                                = :WRK-PARM-EMPRESA)                    00090750
                ORDER BY P.IDFUNC                                       00091000
           END-EXEC.                                                    00092000
                                                                        00093000
       77 WRK-FOP-BRUTO    PIC 9(10).                                   00094000
       77 WRK-SALDO-ANT    PIC 9(10)V9(02).                             00095000
      *----------------------------------------------------             00096000
       01 FILLER PIC X(48) VALUE                                        00097000
           '--------------VARIAVEIS PARA APOIO-----------'.             00098000
      *----------------------------------------------------             00099000
       77 WRK-SQLCODE      PIC -999.                                    00100000
       77 WRK-FS-FGTSDEP   PIC 9(02).                                   00101000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00102000
       77 WRK-QTDE-RAZAO   PIC S9(09) COMP VALUE ZEROS.                 00103000
       77 WRK-DATA-ATUAL   PIC 9(08)    VALUE ZEROS.                    00104000
       77 WRK-EMP-CNPJ     PIC X(14)    VALUE SPACES.                   00104330
       77 WRK-EMP-RAZAO    PIC X(40)    VALUE SPACES.                   00104660
      *----------------------------------------------------             00105000
       01 FILLER PIC X(48) VALUE                                        00106000
           '--------------PERCENTUAL DO FGTS-------------'.             00107000
      *----------------------------------------------------             00108000
       77 WRK-FGTS-PCT     PIC 9V9(03)  VALUE ZEROS.                    00109000
      *----------------------------------------------------             00110000
       01 FILLER PIC X(48) VALUE                                        00111000
           '--------------DATA DE VENCIMENTO-------------'.             00112000
      *----------------------------------------------------             00113000
       01 WRK-VENCIMENTO.                                               00114000
          05 WRK-VCT-ANO    PIC 9(04).                                  00115000
          05 WRK-VCT-MES    PIC 9(02).                                  00116000
          05 WRK-VCT-DIA    PIC 9(02).                                  00117000
       01 WRK-VENCIMENTO-N REDEFINES WRK-VENCIMENTO                     00118000
                           PIC 9(08).                                   00119000
      *----------------------------------------------------             00120000
       01 FILLER PIC X(48) VALUE                                        00121000
           '--------------CALCULO DO DEPOSITO------------'.             00122000
      *----------------------------------------------------             00123000
       77 WRK-FGTS-VALOR   PIC 9(10)V9(02) VALUE ZEROS.                 00124000
       77 WRK-FGTS-SALDO   PIC 9(10)V9(02) VALUE ZEROS.                 00125000
      *----------------------------------------------------             00126000
       01 FILLER PIC X(48) VALUE                                        00127000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00128000
      *----------------------------------------------------             00129000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00130000
       77 WRK-REGGRAVADOS  PIC 9(05)    VALUE ZEROS.                    00131000
       77 WRK-REGZERADOS   PIC 9(05)    VALUE ZEROS.                    00132000
       77 WRK-TOT-BASE     PIC 9(13)    VALUE ZEROS.                    00133000
       77 WRK-TOT-FGTS     PIC 9(11)V9(02) VALUE ZEROS.                 00134000
      *----------------------------------------------------             00135000
       01 FILLER PIC X(48) VALUE                                        00136000
           '--------------REGISTROS DO DEPOSITO----------'.             00137000
      *----------------------------------------------------             00138000
       01 WRK-DEP-HEADER.                                               00139000
          05 WRK-HDR-TIPO       PIC X(01) VALUE '0'.                    00140000
          05 WRK-HDR-DATAGER    PIC 9(08).                              00141000
          05 WRK-HDR-EMPRESA    PIC X(20) VALUE 'FOURSYS'.              00142000
          05 WRK-HDR-CONVENIO   PIC X(10) VALUE 'FGTSDEP22'.            00143000
          05 WRK-HDR-COMPET     PIC 9(06).                              00144000
          05 WRK-HDR-VENCTO     PIC 9(08).                              00145000
          05 WRK-HDR-CODEMP     PIC X(02) VALUE SPACES.                 00145500
          05 WRK-HDR-CNPJ       PIC X(14) VALUE SPACES.                 00146000
          05 FILLER             PIC X(11) VALUE SPACES.                 00146500
                                                                        00147000
       01 WRK-DEP-DETALHE.                                              00148000
          05 WRK-DET-TIPO       PIC X(01) VALUE '1'.                    00149000
          05 WRK-DET-ID         PIC 9(05).                              00150000
          05 WRK-DET-NOME       PIC X(30).                              00151000
          05 WRK-DET-SETOR      PIC X(04).                              00152000
          05 WRK-DET-BASE       PIC 9(10).                              00153000
          05 WRK-DET-VALOR      PIC 9(10)V9(02).                        00154000
          05 FILLER             PIC X(18) VALUE SPACES.                 00155000
                                                                        00156000
       01 WRK-DEP-TRAILER.                                              00157000
          05 WRK-TRL-TIPO       PIC X(01) VALUE '9'.                    00158000
          05 WRK-TRL-QTDE       PIC 9(06).                              00159000
          05 WRK-TRL-TOTAL      PIC 9(11)V9(02).                        00160000
          05 FILLER             PIC X(60) VALUE SPACES.                 00161000
      *----------------------------------------------------             00162000
       01 FILLER PIC X(48) VALUE                                        00163000
           '--------------PARAMETRO DE ENTRADA-----------'.             00164000
      *----------------------------------------------------             00165000
       01 WRK-PARM.                                                     00166000
          05 WRK-PARM-COMPET.                                           00167000
             10 WRK-COMPET-ANO PIC 9(04).                               00168000
             10 WRK-COMPET-MES PIC 9(02).                               00169000
          05 WRK-PARM-OVERRIDE PIC X(01) VALUE SPACES.                  00170000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00171000
          05 WRK-PARM-EMPRESA  PIC X(02) VALUE SPACES.                  00171500
      *====================================================             00172000
       PROCEDURE                                 DIVISION.              00173000
      *====================================================             00174000
      *-----------------------------------------------------            00175000
       0000-PRINCIPAL                             SECTION.              00176000
      *-----------------------------------------------------            00177000
           PERFORM 1000-INICIALIZAR.                                    00178000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00179000
           PERFORM 3000-FINALIZAR.                                      00180000
           STOP RUN.                                                    00181000
      *-----------------------------------------------------            00182000
       0000-99-FIM.                                  EXIT.              00183000
      *-----------------------------------------------------            00184000
                                                                        00185000
      *-----------------------------------------------------            00186000
       1000-INICIALIZAR                           SECTION.              00187000
      *-----------------------------------------------------            00188000
           ACCEPT WRK-PARM FROM SYSIN.                                  00189000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00190000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00191000
            STOP RUN                                                    00192000
           END-IF.                                                      00193000
           IF WRK-PARM-EMPRESA EQUAL LOW-VALUES                         00193140
            MOVE SPACES TO WRK-PARM-EMPRESA                             00193280
           END-IF.                                                      00193420
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00193560
            PERFORM 1050-BUSCAR-EMPRESA                                 00193700
           END-IF.                                                      00193840
                                                                        00194000
      *    SO COMPETENCIA FECHADA E AINDA NAO LANCADA (PARA             00194660
      *    A EMPRESA DO PARAMETRO, QUANDO INFORMADA).                   00195320
           EXEC SQL                                                     00196000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00197000
             FROM IVAN.FOPAG P, IVAN.FUNC F                             00197500
             WHERE P.IDFUNC = F.ID                                      00198000
               AND P.COMPETENCIA = :WRK-PARM-COMPET                     00198500
               AND P.TIPO = 'N'                                         00199000
               AND (:WRK-PARM-EMPRESA = '  ' OR                         00199500
                    COALESCE(P.EMPRESA,F.EMPRESA,' ')                   00200000
                             = :WRK-PARM-EMPRESA)                       00200500
           END-EXEC.                                                    00201000
           IF WRK-QTDE-FOPAG EQUAL ZEROS                                00202000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00203000
                    ' SEM FOLHA CALCULADA - FGTS NAO APURADO'           00204000
            STOP RUN                                                    00205000
           END-IF.                                                      00206000
                                                                        00207000
           EXEC SQL                                                     00208000
            SELECT COUNT(*) INTO :WRK-QTDE-RAZAO                        00209000
             FROM IVAN.FGTS G, IVAN.FOPAG P, IVAN.FUNC F                00209300
             WHERE G.COMPETENCIA = :WRK-PARM-COMPET                     00209600
               AND P.IDFUNC = G.IDFUNC                                  00209900
               AND P.COMPETENCIA = G.COMPETENCIA                        00210200
               AND P.TIPO = 'N'                                         00210500
               AND F.ID = G.IDFUNC                                      00210800
               AND (:WRK-PARM-EMPRESA = '  ' OR                         00211100
                    COALESCE(P.EMPRESA,F.EMPRESA,' ')                   00211400
                             = :WRK-PARM-EMPRESA)                       00211700
           END-EXEC.                                                    00212000
           IF WRK-QTDE-RAZAO GREATER ZEROS                              00213000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00214000
                    ' JA LANCADA NO RAZAO IVAN.FGTS - '                 00215000
                    'EXECUCAO ABORTADA'                                 00216000
            STOP RUN                                                    00217000
           END-IF.                                                      00218000
                                                                        00219000
           PERFORM 1100-BUSCAR-PERCENTUAL.                              00220000
           PERFORM 1200-CALCULAR-VENCIMENTO.                            00221000
                                                                        00222000
           MOVE 'I'        TO RUN-FUNCAO.                               00223000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00224000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00225000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00226000
           IF WRK-OVERRIDE-LIGADO                                       00227000
            MOVE 'O' TO RUN-FUNCAO                                      00228000
           END-IF.                                                      00229000
           MOVE 'FR22DB63' TO RUN-PROGRAMA.                             00230000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00231000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00232000
           IF RUN-JA-EXECUTADO                                          00233000
            MOVE 'R' TO RUN-FUNCAO                                      00234000
            CALL 'GRAVARUN' USING RUN-DADOS                             00235000
           END-IF.                                                      00236000
                                                                        00237000
           IF RUN-DEP-PENDENTE                                          00238000
            DISPLAY 'FR22DB63 AGUARDANDO PREDECESSOR - '                00239000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00240000
            STOP RUN                                                    00241000
           END-IF.                                                      00242000
                                                                        00243000
           OPEN OUTPUT FGTSDEP.                                         00244000
           IF WRK-FS-FGTSDEP NOT EQUAL 0                                00245000
            DISPLAY 'ERRO NA ABERTURA DO FGTSDEP'                       00246000
            STOP RUN                                                    00247000
           END-IF.                                                      00248000
                                                                        00249000
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                    00250000
           MOVE WRK-DATA-ATUAL   TO WRK-HDR-DATAGER.                    00251000
           MOVE WRK-PARM-COMPET  TO WRK-HDR-COMPET.                     00252000
           MOVE WRK-VENCIMENTO-N TO WRK-HDR-VENCTO.                     00253000
           MOVE WRK-PARM-EMPRESA TO WRK-HDR-CODEMP.                     00253160
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00253320
            MOVE WRK-EMP-RAZAO   TO WRK-HDR-EMPRESA                     00253480
            MOVE WRK-EMP-CNPJ    TO WRK-HDR-CNPJ                        00253640
           END-IF.                                                      00253800
           WRITE FD-FGTSDEP FROM WRK-DEP-HEADER.                        00254000
                                                                        00255000
           EXEC SQL                                                     00256000
              OPEN CFGTS                                                00257000
           END-EXEC.                                                    00258000
                                                                        00259000
           EVALUATE SQLCODE                                             00260000
            WHEN 0                                                      00261000
             PERFORM 4000-LER-FOLHA                                     00262000
            WHEN 100                                                    00263000
             DISPLAY 'SEM FOLHA GRAVADA PARA A COMPETENCIA'             00264000
            WHEN OTHER                                                  00265000
             MOVE SQLCODE TO WRK-SQLCODE                                00266000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00267000
             STOP RUN                                                   00268000
           END-EVALUATE.                                                00269000
      *-----------------------------------------------------            00270000
       1000-99-FIM.                                  EXIT.              00271000
      *-----------------------------------------------------            00271040
                                                                        00271080
      *-----------------------------------------------------            00271120
       1050-BUSCAR-EMPRESA                        SECTION.              00271160
      *-----------------------------------------------------            00271200
      *    O DEPOSITO SAI NO CNPJ DO EMPREGADOR: EMPRESA SEM            00271240
      *    CADASTRO NAO GERA ARQUIVO.                                   00271280
           EXEC SQL                                                     00271320
            SELECT CNPJ,RAZAO                                           00271360
             INTO :WRK-EMP-CNPJ,:WRK-EMP-RAZAO                          00271400
             FROM IVAN.EMPRESA                                          00271440
             WHERE CODEMP = :WRK-PARM-EMPRESA                           00271480
           END-EXEC.                                                    00271520
                                                                        00271560
           IF SQLCODE NOT EQUAL 0                                       00271600
            MOVE SQLCODE TO WRK-SQLCODE                                 00271640
            DISPLAY 'EMPRESA ' WRK-PARM-EMPRESA                         00271680
                    ' SEM CADASTRO EM IVAN.EMPRESA - SQLCODE '          00271720
                    WRK-SQLCODE ' - EXECUCAO ABORTADA'                  00271760
            STOP RUN                                                    00271800
           END-IF.                                                      00271840
      *-----------------------------------------------------            00271880
       1050-99-FIM.                                  EXIT.              00271920
      *-----------------------------------------------------            00272000
                                                                        00273000
      *-----------------------------------------------------            00274000
       1100-BUSCAR-PERCENTUAL                     SECTION.              00275000
      *-----------------------------------------------------            00276000
      *    O PERCENTUAL VEM DA LINHA 'FGTS' DA TABELA DE                00277000
      *    ALIQUOTAS PELA VIGENCIA, COMO O PATRONAL DO                  00278000
      *    FR22DB46.                                                    00279000
           EXEC SQL                                                     00280000
            SELECT PCT INTO :WRK-FGTS-PCT                               00281000
             FROM IVAN.ALIQUOTA                                         00282000
             WHERE TIPO = 'FGTS'                                        00283000
               AND VIGINI <= :WRK-PARM-COMPET                           00284000
               AND VIGFIM >= :WRK-PARM-COMPET                           00285000
             FETCH FIRST ROW ONLY                                       00286000
           END-EXEC.                                                    00287000
                                                                        00288000
           IF SQLCODE NOT EQUAL 0                                       00289000
            DISPLAY 'IVAN.ALIQUOTA SEM LINHA FGTS VIGENTE '             00290000
                    'PARA ' WRK-PARM-COMPET                             00291000
            DISPLAY 'CADASTRE O PERCENTUAL NO F22CIPC'                  00292000
            STOP RUN                                                    00293000
           END-IF.                                                      00294000
      *-----------------------------------------------------            00295000
       1100-99-FIM.                                  EXIT.              00296000
      *-----------------------------------------------------            00297000
                                                                        00298000
      *-----------------------------------------------------            00299000
       1200-CALCULAR-VENCIMENTO                   SECTION.              00300000
      *-----------------------------------------------------            00301000
      *    VENCIMENTO NO DIA 20 DO MES SEGUINTE AO DA                   00302000
      *    COMPETENCIA; CAINDO EM DIA NAO UTIL, ANTECIPA                00303000
      *    PARA O DIA UTIL ANTERIOR (DIAUTIL).                          00304000
           MOVE WRK-COMPET-ANO TO WRK-VCT-ANO.                          00305000
           MOVE WRK-COMPET-MES TO WRK-VCT-MES.                          00306000
           IF WRK-VCT-MES EQUAL 12                                      00307000
            MOVE 01 TO WRK-VCT-MES                                      00308000
            ADD 1 TO WRK-VCT-ANO                                        00309000
           ELSE                                                         00310000
            ADD 1 TO WRK-VCT-MES                                        00311000
           END-IF.                                                      00312000
           MOVE 20 TO WRK-VCT-DIA.                                      00313000
                                                                        00314000
           MOVE 'D' TO UTI-FUNCAO.                                      00315000
           MOVE WRK-VENCIMENTO-N TO UTI-DATA.                           00316000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00317000
           IF UTI-DIA-NAOUTIL                                           00318000
            MOVE 'N' TO UTI-FUNCAO                                      00319000
            MOVE -1  TO UTI-QTDE                                        00320000
            CALL 'DIAUTIL' USING UTI-DADOS                              00321000
            MOVE UTI-DATA-RESULT TO WRK-VENCIMENTO-N                    00322000
           END-IF.                                                      00323000
      *-----------------------------------------------------            00324000
       1200-99-FIM.                                  EXIT.              00325000
      *-----------------------------------------------------            00326000
                                                                        00327000
      *-----------------------------------------------------            00328000
       2000-PROCESSAR                             SECTION.              00329000
      *-----------------------------------------------------            00330000
           COMPUTE WRK-FGTS-VALOR ROUNDED =                             00331000
                   WRK-FOP-BRUTO * WRK-FGTS-PCT.                        00332000
                                                                        00333000
           IF WRK-FGTS-VALOR GREATER ZEROS                              00334000
            PERFORM 2500-LANCAR-RAZAO                                   00335000
            PERFORM 2600-GRAVAR-DEPOSITO                                00336000
           ELSE                                                         00337000
            ADD 1 TO WRK-REGZERADOS                                     00338000
            DISPLAY 'FOLHA SEM BASE DE FGTS - ID: ' DB2-ID              00339000
           END-IF.                                                      00340000
                                                                        00341000
           PERFORM 4000-LER-FOLHA.                                      00342000
      *-----------------------------------------------------            00343000
       2000-99-FIM.                                  EXIT.              00344000
      *-----------------------------------------------------            00345000
                                                                        00346000
      *-----------------------------------------------------            00347000
       2500-LANCAR-RAZAO                          SECTION.              00348000
      *-----------------------------------------------------            00349000
      *    UMA LINHA POR FUNCIONARIO E COMPETENCIA, COM O               00350000
      *    SALDO ACUMULADO APOS O DEPOSITO.                             00351000
           COMPUTE WRK-FGTS-SALDO =                                     00352000
                   WRK-SALDO-ANT + WRK-FGTS-VALOR.                      00353000
                                                                        00354000
           EXEC SQL                                                     00355000
            INSERT INTO IVAN.FGTS                                       00356000
                  (IDFUNC,COMPETENCIA,BASE,VALOR,SALDO,                 00357000
                   DATAHORA)                                            00358000
            VALUES (:DB2-ID,:WRK-PARM-COMPET,:WRK-FOP-BRUTO,            00359000
                    :WRK-FGTS-VALOR,:WRK-FGTS-SALDO,                    00360000
                    CURRENT TIMESTAMP)                                  00361000
           END-EXEC.                                                    00362000
                                                                        00363000
           IF SQLCODE NOT EQUAL 0                                       00364000
            MOVE SQLCODE TO WRK-SQLCODE                                 00365000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR IVAN.FGTS'           00366000
                    ' ID: ' DB2-ID                                      00367000
            EXEC SQL                                                    00368000
              ROLLBACK                                                  00369000
            END-EXEC                                                    00370000
            STOP RUN                                                    00371000
           END-IF.                                                      00372000
      *-----------------------------------------------------            00373000
       2500-99-FIM.                                  EXIT.              00374000
      *-----------------------------------------------------            00375000
                                                                        00376000
      *-----------------------------------------------------            00377000
       2600-GRAVAR-DEPOSITO                       SECTION.              00378000
      *-----------------------------------------------------            00379000
           MOVE DB2-ID          TO WRK-DET-ID.                          00380000
           MOVE DB2-NOME        TO WRK-DET-NOME.                        00381000
           MOVE DB2-SETOR       TO WRK-DET-SETOR.                       00382000
           MOVE WRK-FOP-BRUTO   TO WRK-DET-BASE.                        00383000
           MOVE WRK-FGTS-VALOR  TO WRK-DET-VALOR.                       00384000
           WRITE FD-FGTSDEP FROM WRK-DEP-DETALHE.                       00385000
                                                                        00386000
           ADD 1                TO WRK-REGGRAVADOS.                     00387000
           ADD WRK-FOP-BRUTO    TO WRK-TOT-BASE.                        00388000
           ADD WRK-FGTS-VALOR   TO WRK-TOT-FGTS.                        00389000
      *-----------------------------------------------------            00390000
       2600-99-FIM.                                  EXIT.              00391000
      *-----------------------------------------------------            00392000
                                                                        00393000
      *-----------------------------------------------------            00394000
       3000-FINALIZAR                             SECTION.              00395000
      *-----------------------------------------------------            00396000
           EXEC SQL                                                     00397000
              CLOSE CFGTS                                               00398000
           END-EXEC.                                                    00399000
                                                                        00400000
      *    RAZAO E ARQUIVO FECHAM JUNTOS: O COMMIT SO VEM               00401000
      *    DEPOIS DO TRAILER GRAVADO.                                   00402000
           MOVE WRK-REGGRAVADOS TO WRK-TRL-QTDE.                        00403000
           MOVE WRK-TOT-FGTS    TO WRK-TRL-TOTAL.                       00404000
           WRITE FD-FGTSDEP FROM WRK-DEP-TRAILER.                       00405000
           CLOSE FGTSDEP.                                               00406000
                                                                        00407000
           EXEC SQL                                                     00408000
              COMMIT                                                    00409000
           END-EXEC.                                                    00410000
                                                                        00411000
           DISPLAY ' '.                                                 00412000
           DISPLAY 'COMPETENCIA:        ' WRK-PARM-COMPET.              00413000
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00413200
            DISPLAY 'EMPRESA:            ' WRK-PARM-EMPRESA             00413400
                    ' CNPJ ' WRK-EMP-CNPJ                               00413600
           END-IF.                                                      00413800
           DISPLAY 'VENCIMENTO:         ' WRK-VENCIMENTO-N.             00414000
           DISPLAY 'FOLHAS LIDAS:       ' WRK-REGLIDOS.                 00415000
           DISPLAY 'DEPOSITOS GRAVADOS: ' WRK-REGGRAVADOS.              00416000
           DISPLAY 'SEM BASE DE FGTS:   ' WRK-REGZERADOS.               00417000
           DISPLAY 'BASE TOTAL:         ' WRK-TOT-BASE.                 00418000
           DISPLAY 'FGTS A DEPOSITAR:   ' WRK-TOT-FGTS.                 00419000
                                                                        00420000
           MOVE 'F'              TO RUN-FUNCAO.                         00421000
           MOVE WRK-REGLIDOS     TO RUN-LIDOS.                          00422000
           MOVE WRK-REGGRAVADOS  TO RUN-GRAVADOS.                       00423000
           MOVE WRK-REGZERADOS   TO RUN-REJEITADOS.                     00424000
           MOVE 0                TO RUN-RETCODE.                        00425000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00426000
      *-----------------------------------------------------            00427000
       3000-99-FIM.                                  EXIT.              00428000
      *-----------------------------------------------------            00429000
                                                                        00430000
      *-----------------------------------------------------            00431000
       4000-LER-FOLHA                             SECTION.              00432000
      *-----------------------------------------------------            00433000
           EXEC SQL                                                     00434000
             FETCH CFGTS                                                00435000
              INTO :DB2-ID,                                             00436000
                   :DB2-NOME,                                           00437000
                   :DB2-SETOR,                                          00438000
                   :WRK-FOP-BRUTO,                                      00439000
                   :WRK-SALDO-ANT                                       00440000
           END-EXEC.                                                    00441000
                                                                        00442000
           EVALUATE SQLCODE                                             00443000
            WHEN 0                                                      00444000
             ADD 1 TO WRK-REGLIDOS                                      00445000
            WHEN 100                                                    00446000
             DISPLAY 'FINAL DA TABELA'                                  00447000
            WHEN OTHER                                                  00448000
             MOVE SQLCODE TO WRK-SQLCODE                                00449000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CFGTS'               00449150
             EXEC SQL                                                   00449300
               ROLLBACK                                                 00449450
             END-EXEC                                                   00449600
             MOVE 'F'             TO RUN-FUNCAO                         00449750
             MOVE WRK-REGLIDOS    TO RUN-LIDOS                          00449900
             MOVE ZEROS           TO RUN-GRAVADOS                       00450050
             MOVE ZEROS           TO RUN-REJEITADOS                     00450200
             MOVE 12              TO RUN-RETCODE                        00450350
             CALL 'GRAVARUN' USING RUN-DADOS                            00450500
             MOVE 12              TO RETURN-CODE                        00450650
             STOP RUN                                                   00450800
           END-EVALUATE.                                                00451000
      *-----------------------------------------------------            00452000
       4000-99-FIM.                                  EXIT.              00453000
      *-----------------------------------------------------            00454000
