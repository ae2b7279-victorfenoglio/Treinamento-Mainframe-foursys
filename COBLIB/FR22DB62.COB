      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB62.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: COMPRA MENSAL DO VALE-TRANSPORTE: PARA *             00008000
      *            CADA OPCAO VIGENTE EM IVAN.VT (TELA    *             00009000
      *            F22CIPO) DE FUNCIONARIO ATIVO, CONTA   *             00010000
      *            OS DIAS UTEIS DA VIGENCIA NO MES       *             00011000
      *            (SUBROTINA DIAUTIL), TIRA AS FALTAS    *             00012000
      *            (IVAN.FALTAS) E OS DIAS UTEIS DE       *             00013000
      *            FERIAS (IVAN.FERIAS) E MULTIPLICA O    *             00014000
      *            SALDO PELAS VIAGENS POR DIA. GRAVA O   *             00015000
      *            PEDIDO PARA A OPERADORA DO CARTAO EM   *             00016000
      *            COMPRAVT E A COMPRA EM IVAN.VTCOMPRA,  *             00017000
      *            DE ONDE O FR22DB13 TIRA O DESCONTO     *             00018000
      *            'VT' (ATE 6% DO SALARIO BASE).         *             00019000
      *---------------------------------------------------*             00020000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + CARTAO   *             00021000
      *  DE OVERRIDE DA OPERACAO (S = PULA A CHECAGEM DE  *             00022000
      *  PREDECESSORES). REPROCESSAR A COMPETENCIA REFAZ  *             00023000
      *  A COMPRA ENQUANTO A FOLHA NAO FOR CALCULADA.     *             00024000
      *---------------------------------------------------*             00025000
      *  ARQUIVOS:                                        *             00026000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00027000
      *  COMPRAVT            O             ---------      *             00028000
      *---------------------------------------------------*             00029000
      *  BASE  DE DADOS:                                  *             00030000
      *  TABELA             I/O           INCLUDE/BOOK    *             00031000
      *  IVAN.VT             I             ---------      *             00032000
      *  IVAN.VTCOMPRA      I/O            ---------      *             00033000
      *  IVAN.FUNC           I             ---------      *             00034000
      *  IVAN.FALTAS         I             ---------      *             00035000
      *  IVAN.FERIAS         I             ---------      *             00036000
      *  IVAN.FOPAG          I             ---------      *             00037000
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
           SELECT COMPRAVT ASSIGN TO COMPRAVT                           00051000
               FILE STATUS IS WRK-FS-COMPRAVT.                          00052000
                                                                        00053000
      *====================================================             00054000
       DATA                                      DIVISION.              00055000
      *====================================================             00056000
      *-----------------------------------------------------            00057000
       FILE                                      SECTION.               00058000
      *-----------------------------------------------------            00059000
       FD COMPRAVT                                                      00060000
           RECORDING MODE IS F                                          00061000
           BLOCK CONTAINS 0 RECORDS.                                    00062000
      *-----------LRECL 62----------------------------------            00063000
       01 FD-COMPRAVT.                                                  00064000
          05 FD-CVT-COMPET     PIC 9(06).                               00065000
          05 FD-CVT-IDFUNC     PIC 9(05).                               00066000
          05 FD-CVT-NOME       PIC X(30).                               00067000
          05 FD-CVT-DIAS       PIC 9(02).                               00068000
          05 FD-CVT-VIAGENS    PIC 9(02).                               00069000
          05 FD-CVT-QTDE       PIC 9(04).                               00070000
          05 FD-CVT-TARIFA     PIC 9(03)V9(02).                         00071000
          05 FD-CVT-VALOR      PIC 9(06)V9(02).                         00072000
                                                                        00073000
      *-----------------------------------------------------            00074000
       WORKING-STORAGE                           SECTION.               00075000
      *-----------------------------------------------------            00076000
           COPY '#RUNCTL'.                                              00077000
                                                                        00078000
           COPY '#DIAUTIL'.                                             00079000
                                                                        00080000
           EXEC SQL                                                     00081000
              INCLUDE SQLCA                                             00082000
           END-EXEC.                                                    00083000
                                                                        00084000
      *    FALTAS (QUALQUER TIPO) E O PERIODO DE FERIAS QUE             00085000
      *    CRUZA O MES VEM JUNTO COM A OPCAO.                           00086000
           EXEC SQL                                                     00087000
              DECLARE CVT CURSOR WITH HOLD FOR                          00088000
               SELECT V.IDFUNC, F.NOME, V.TARIFA, V.VIAGENS,            00089000
                      V.DATAINI, V.DATAFIM,                             00090000
                      (SELECT COUNT(*) FROM IVAN.FALTAS T               00091000
                        WHERE T.IDFUNC = V.IDFUNC                       00092000
                          AND SUBSTR(T.DATA,1,7)                        00093000
                              = :WRK-MES-COMP),                         00094000
                      COALESCE((SELECT MIN(R.AGENDAINI)                 00095000
                                 FROM IVAN.FERIAS R                     00096000
                                WHERE R.IDFUNC = V.IDFUNC               00097000
                                  AND R.STATUS IN ('G','C')             00098000
                                  AND R.AGENDAINI <= :WRK-MES-FIM       00099000
                                  AND R.AGENDAFIM >= :WRK-MES-INI),     00100000
                               ' '),                                    00101000
                      COALESCE((SELECT MAX(R.AGENDAFIM)                 00102000
                                 FROM IVAN.FERIAS R                     00103000
                                WHERE R.IDFUNC = V.IDFUNC               00104000
                                  AND R.STATUS IN ('G','C')             00105000
                                  AND R.AGENDAINI <= :WRK-MES-FIM       00106000
                                  AND R.AGENDAFIM >= :WRK-MES-INI),     00107000
                               ' ')                                     00108000
                FROM IVAN.VT V, IVAN.FUNC F                             00109000
                WHERE F.ID = V.IDFUNC                                   00110000
                  AND F.STATUS = 'A'                                    00111000
                  AND V.DATAINI <= :WRK-MES-FIM                         00112000
                  AND V.DATAFIM >= :WRK-MES-INI                         00113000
                ORDER BY V.IDFUNC                                       00114000
           END-EXEC.                                                    00115000
                                                                        00116000
       77 WRK-VT-IDFUNC    PIC 9(05).                                   00117000
       77 WRK-VT-NOME      PIC X(30).                                   00118000
       77 WRK-VT-TARIFA    PIC 9(03)V9(02).                             00119000
       77 WRK-VT-VIAGENS   PIC 9(02).                                   00120000
       77 WRK-VT-DATAINI   PIC X(10).                                   00121000
       77 WRK-VT-DATAFIM   PIC X(10).                                   00122000
       77 WRK-VT-FALTAS    PIC S9(09) COMP.                             00123000
       77 WRK-VT-FERINI    PIC X(10).                                   00124000
       77 WRK-VT-FERFIM    PIC X(10).                                   00125000
      *----------------------------------------------------             00126000
       01 FILLER PIC X(48) VALUE                                        00127000
           '--------------VARIAVEIS PARA APOIO-----------'.             00128000
      *----------------------------------------------------             00129000
       77 WRK-SQLCODE      PIC -999.                                    00130000
       77 WRK-FS-COMPRAVT  PIC 9(02).                                   00131000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00132000
      *    DATAS AAAA-MM-DD DA TABELA PARA AAAAMMDD DA                  00133000
      *    DIAUTIL.                                                     00134000
       01 WRK-DATA-ISO.                                                 00135000
          05 WRK-ISO-ANO    PIC 9(04).                                  00136000
          05 FILLER         PIC X(01).                                  00137000
          05 WRK-ISO-MES    PIC 9(02).                                  00138000
          05 FILLER         PIC X(01).                                  00139000
          05 WRK-ISO-DIA    PIC 9(02).                                  00140000
       01 WRK-DATA-NUM.                                                 00141000
          05 WRK-NUM-ANO    PIC 9(04).                                  00142000
          05 WRK-NUM-MES    PIC 9(02).                                  00143000
          05 WRK-NUM-DIA    PIC 9(02).                                  00144000
       01 WRK-DATA-NUM-N REDEFINES WRK-DATA-NUM                         00145000
                           PIC 9(08).                                   00146000
      *----------------------------------------------------             00147000
       01 FILLER PIC X(48) VALUE                                        00148000
           '--------------PERIODO DA COMPETENCIA---------'.             00149000
      *----------------------------------------------------             00150000
       01 WRK-MES-COMP.                                                 00151000
          05 WRK-COMP-ANO   PIC 9(04).                                  00152000
          05 FILLER         PIC X(01) VALUE '-'.                        00153000
          05 WRK-COMP-MES   PIC 9(02).                                  00154000
       01 WRK-MES-INI.                                                  00155000
          05 WRK-MINI-AAAAMM PIC X(07).                                 00156000
          05 FILLER         PIC X(03) VALUE '-01'.                      00157000
       01 WRK-MES-FIM.                                                  00158000
          05 WRK-MFIM-AAAAMM PIC X(07).                                 00159000
          05 FILLER         PIC X(01) VALUE '-'.                        00160000
          05 WRK-MFIM-DIA   PIC 9(02).                                  00161000
       77 WRK-DIAS-MES     PIC 9(02)    VALUE ZEROS.                    00162000
      *    INTERVALO CONTADO (VIGENCIA X MES, FERIAS X                  00163000
      *    VIGENCIA) - SEMPRE EM AAAA-MM-DD.                            00164000
       77 WRK-PER-INI      PIC X(10).                                   00165000
       77 WRK-PER-FIM      PIC X(10).                                   00166000
       77 WRK-FER-INI      PIC X(10).                                   00167000
       77 WRK-FER-FIM      PIC X(10).                                   00168000
      *----------------------------------------------------             00169000
       01 FILLER PIC X(48) VALUE                                        00170000
           '--------------CALCULO DA COMPRA--------------'.             00171000
      *----------------------------------------------------             00172000
       77 WRK-DIAS-VIGENCIA PIC 9(03)   VALUE ZEROS.                    00173000
       77 WRK-DIAS-FERIAS  PIC 9(03)    VALUE ZEROS.                    00174000
       77 WRK-DIAS-COMPRA  PIC S9(03)   VALUE ZEROS.                    00175000
       77 WRK-QTDE-COMPRA  PIC 9(04)    VALUE ZEROS.                    00176000
       77 WRK-VLR-COMPRA   PIC 9(06)V9(02) VALUE ZEROS.                 00177000
      *----------------------------------------------------             00178000
       01 FILLER PIC X(48) VALUE                                        00179000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00180000
      *----------------------------------------------------             00181000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00182000
       77 WRK-REGGRAVADOS  PIC 9(05)    VALUE ZEROS.                    00183000
       77 WRK-REGSEMDIAS   PIC 9(05)    VALUE ZEROS.                    00184000
       77 WRK-TOT-QTDE     PIC 9(07)    VALUE ZEROS.                    00185000
       77 WRK-TOT-VALOR    PIC 9(09)V9(02) VALUE ZEROS.                 00186000
      *----------------------------------------------------             00187000
       01 FILLER PIC X(48) VALUE                                        00188000
           '--------------PARAMETRO DE ENTRADA-----------'.             00189000
      *----------------------------------------------------             00190000
       01 WRK-PARM.                                                     00191000
          05 WRK-PARM-COMPET   PIC 9(06) VALUE ZEROS.                   00192000
          05 WRK-PARM-OVERRIDE PIC X(01) VALUE SPACES.                  00193000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00194000
      *====================================================             00195000
       PROCEDURE                                 DIVISION.              00196000
      *====================================================             00197000
      *-----------------------------------------------------            00198000
       0000-PRINCIPAL                             SECTION.              00199000
      *-----------------------------------------------------            00200000
           PERFORM 1000-INICIALIZAR.                                    00201000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00202000
           PERFORM 3000-FINALIZAR.                                      00203000
           STOP RUN.                                                    00204000
      *-----------------------------------------------------            00205000
       0000-99-FIM.                                  EXIT.              00206000
      *-----------------------------------------------------            00207000
                                                                        00208000
      *-----------------------------------------------------            00209000
       1000-INICIALIZAR                           SECTION.              00210000
      *-----------------------------------------------------            00211000
           ACCEPT WRK-PARM FROM SYSIN.                                  00212000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00213000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00214000
            STOP RUN                                                    00215000
           END-IF.                                                      00216000
                                                                        00217000
           PERFORM 1100-MONTAR-PERIODO.                                 00218000
                                                                        00219000
      *    COM A FOLHA CALCULADA O DESCONTO JA FOI FEITO -              00220000
      *    A COMPRA NAO PODE MAIS MUDAR.                                00221000
           EXEC SQL                                                     00222000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00223000
             FROM IVAN.FOPAG                                            00224000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00225000
               AND TIPO = 'N'                                           00226000
           END-EXEC.                                                    00227000
           IF WRK-QTDE-FOPAG GREATER ZEROS                              00228000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00229000
                    ' JA TEM FOLHA CALCULADA - COMPRA ABORTADA'         00230000
            STOP RUN                                                    00231000
           END-IF.                                                      00232000
                                                                        00233000
           MOVE 'I'        TO RUN-FUNCAO.                               00234000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00235000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00236000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00237000
           IF WRK-OVERRIDE-LIGADO                                       00238000
            MOVE 'O' TO RUN-FUNCAO                                      00239000
           END-IF.                                                      00240000
           MOVE 'FR22DB62' TO RUN-PROGRAMA.                             00241000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00242000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00243000
           IF RUN-JA-EXECUTADO                                          00244000
            MOVE 'R' TO RUN-FUNCAO                                      00245000
            CALL 'GRAVARUN' USING RUN-DADOS                             00246000
           END-IF.                                                      00247000
                                                                        00248000
           IF RUN-DEP-PENDENTE                                          00249000
            DISPLAY 'FR22DB62 AGUARDANDO PREDECESSOR - '                00250000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00251000
            STOP RUN                                                    00252000
           END-IF.                                                      00253000
                                                                        00254000
      *    REPROCESSAMENTO: A COMPRA ANTERIOR DA COMPETENCIA            00255000
      *    E SUBSTITUIDA.                                               00256000
           EXEC SQL                                                     00257000
            DELETE FROM IVAN.VTCOMPRA                                   00258000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00259000
           END-EXEC.                                                    00260000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00261000
            MOVE SQLCODE TO WRK-SQLCODE                                 00262000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO LIMPAR IVAN.VTCOMPRA'       00263000
            STOP RUN                                                    00264000
           END-IF.                                                      00265000
                                                                        00266000
           OPEN OUTPUT COMPRAVT.                                        00267000
           IF WRK-FS-COMPRAVT NOT EQUAL 0                               00268000
            DISPLAY 'ERRO NA ABERTURA DO COMPRAVT'                      00269000
            STOP RUN                                                    00270000
           END-IF.                                                      00271000
                                                                        00272000
           EXEC SQL                                                     00273000
              OPEN CVT                                                  00274000
           END-EXEC.                                                    00275000
                                                                        00276000
           EVALUATE SQLCODE                                             00277000
            WHEN 0                                                      00278000
             PERFORM 4000-LER-OPCAO                                     00279000
            WHEN 100                                                    00280000
             DISPLAY 'SEM OPCOES DE VALE-TRANSPORTE VIGENTES'           00281000
            WHEN OTHER                                                  00282000
             MOVE SQLCODE TO WRK-SQLCODE                                00283000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00284000
             STOP RUN                                                   00285000
           END-EVALUATE.                                                00286000
      *-----------------------------------------------------            00287000
       1000-99-FIM.                                  EXIT.              00288000
      *-----------------------------------------------------            00289000
                                                                        00290000
      *-----------------------------------------------------            00291000
       1100-MONTAR-PERIODO                        SECTION.              00292000
      *-----------------------------------------------------            00293000
           MOVE WRK-PARM-COMPET (1:4) TO WRK-COMP-ANO.                  00294000
           MOVE WRK-PARM-COMPET (5:2) TO WRK-COMP-MES.                  00295000
           IF WRK-COMP-MES LESS 01 OR WRK-COMP-MES GREATER 12           00296000
            DISPLAY 'COMPETENCIA INVALIDA: ' WRK-PARM-COMPET            00297000
            STOP RUN                                                    00298000
           END-IF.                                                      00299000
                                                                        00300000
           EVALUATE WRK-COMP-MES                                        00301000
            WHEN 01 WHEN 03 WHEN 05 WHEN 07                             00302000
            WHEN 08 WHEN 10 WHEN 12                                     00303000
             MOVE 31 TO WRK-DIAS-MES                                    00304000
            WHEN 04 WHEN 06 WHEN 09 WHEN 11                             00305000
             MOVE 30 TO WRK-DIAS-MES                                    00306000
            WHEN OTHER                                                  00307000
             IF FUNCTION MOD(WRK-COMP-ANO, 4) = 0                       00308000
                AND (FUNCTION MOD(WRK-COMP-ANO, 100)                    00309000
                    NOT = 0 OR                                          00310000
                    FUNCTION MOD(WRK-COMP-ANO, 400) = 0)                00311000
              MOVE 29 TO WRK-DIAS-MES                                   00312000
             ELSE                                                       00313000
              MOVE 28 TO WRK-DIAS-MES                                   00314000
             END-IF                                                     00315000
           END-EVALUATE.                                                00316000
                                                                        00317000
           MOVE WRK-MES-COMP TO WRK-MINI-AAAAMM.                        00318000
           MOVE WRK-MES-COMP TO WRK-MFIM-AAAAMM.                        00319000
           MOVE WRK-DIAS-MES TO WRK-MFIM-DIA.                           00320000
      *-----------------------------------------------------            00321000
       1100-99-FIM.                                  EXIT.              00322000
      *-----------------------------------------------------            00323000
                                                                        00324000
      *-----------------------------------------------------            00325000
       2000-PROCESSAR                             SECTION.              00326000
      *-----------------------------------------------------            00327000
      *    VIGENCIA DA OPCAO RECORTADA PELO MES.                        00328000
           MOVE WRK-MES-INI TO WRK-PER-INI.                             00329000
           IF WRK-VT-DATAINI GREATER WRK-PER-INI                        00330000
            MOVE WRK-VT-DATAINI TO WRK-PER-INI                          00331000
           END-IF.                                                      00332000
           MOVE WRK-MES-FIM TO WRK-PER-FIM.                             00333000
           IF WRK-VT-DATAFIM LESS WRK-PER-FIM                           00334000
            MOVE WRK-VT-DATAFIM TO WRK-PER-FIM                          00335000
           END-IF.                                                      00336000
           PERFORM 2100-CONTAR-UTEIS.                                   00337000
           MOVE UTI-QTDE-UTEIS TO WRK-DIAS-VIGENCIA.                    00338000
                                                                        00339000
      *    FERIAS RECORTADAS PELA VIGENCIA.                             00340000
           MOVE ZEROS TO WRK-DIAS-FERIAS.                               00341000
           IF WRK-VT-FERINI NOT EQUAL SPACES                            00342000
            MOVE WRK-VT-FERINI TO WRK-FER-INI                           00343000
            MOVE WRK-VT-FERFIM TO WRK-FER-FIM                           00344000
            IF WRK-FER-INI LESS WRK-PER-INI                             00345000
             MOVE WRK-PER-INI TO WRK-FER-INI                            00346000
            END-IF                                                      00347000
            IF WRK-FER-FIM GREATER WRK-PER-FIM                          00348000
             MOVE WRK-PER-FIM TO WRK-FER-FIM                            00349000
            END-IF                                                      00350000
            IF WRK-FER-INI NOT GREATER WRK-FER-FIM                      00351000
             MOVE WRK-FER-INI TO WRK-PER-INI                            00352000
             MOVE WRK-FER-FIM TO WRK-PER-FIM                            00353000
             PERFORM 2100-CONTAR-UTEIS                                  00354000
             MOVE UTI-QTDE-UTEIS TO WRK-DIAS-FERIAS                     00355000
            END-IF                                                      00356000
           END-IF.                                                      00357000
                                                                        00358000
           COMPUTE WRK-DIAS-COMPRA = WRK-DIAS-VIGENCIA -                00359000
                   WRK-DIAS-FERIAS - WRK-VT-FALTAS.                     00360000
                                                                        00361000
           IF WRK-DIAS-COMPRA GREATER ZEROS                             00362000
            COMPUTE WRK-QTDE-COMPRA =                                   00363000
                    WRK-DIAS-COMPRA * WRK-VT-VIAGENS                    00364000
            COMPUTE WRK-VLR-COMPRA =                                    00365000
                    WRK-QTDE-COMPRA * WRK-VT-TARIFA                     00366000
            PERFORM 2500-GRAVAR-COMPRA                                  00367000
           ELSE                                                         00368000
            ADD 1 TO WRK-REGSEMDIAS                                     00369000
            DISPLAY 'SEM DIAS DE USO NO MES - ID: '                     00370000
                    WRK-VT-IDFUNC                                       00371000
           END-IF.                                                      00372000
                                                                        00373000
           PERFORM 4000-LER-OPCAO.                                      00374000
      *-----------------------------------------------------            00375000
       2000-99-FIM.                                  EXIT.              00376000
      *-----------------------------------------------------            00377000
                                                                        00378000
      *-----------------------------------------------------            00379000
       2100-CONTAR-UTEIS                          SECTION.              00380000
      *-----------------------------------------------------            00381000
      *    DIAS UTEIS DE WRK-PER-INI A WRK-PER-FIM, AS DUAS             00382000
      *    INCLUSIVE (DIAUTIL FUNCAO C).                                00383000
           MOVE 'C'           TO UTI-FUNCAO.                            00384000
           MOVE WRK-PER-INI   TO WRK-DATA-ISO.                          00385000
           MOVE WRK-ISO-ANO   TO WRK-NUM-ANO.                           00386000
           MOVE WRK-ISO-MES   TO WRK-NUM-MES.                           00387000
           MOVE WRK-ISO-DIA   TO WRK-NUM-DIA.                           00388000
           MOVE WRK-DATA-NUM-N TO UTI-DATA.                             00389000
           MOVE WRK-PER-FIM   TO WRK-DATA-ISO.                          00390000
           MOVE WRK-ISO-ANO   TO WRK-NUM-ANO.                           00391000
           MOVE WRK-ISO-MES   TO WRK-NUM-MES.                           00392000
           MOVE WRK-ISO-DIA   TO WRK-NUM-DIA.                           00393000
           MOVE WRK-DATA-NUM-N TO UTI-DATA-FIM.                         00394000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00395000
           IF NOT UTI-OK                                                00396000
            DISPLAY 'ERRO NA DIAUTIL - ID: ' WRK-VT-IDFUNC              00397000
                    ' PERIODO ' WRK-PER-INI ' A ' WRK-PER-FIM           00398000
            MOVE ZEROS TO UTI-QTDE-UTEIS                                00399000
           END-IF.                                                      00400000
      *-----------------------------------------------------            00401000
       2100-99-FIM.                                  EXIT.              00402000
      *-----------------------------------------------------            00403000
                                                                        00404000
      *-----------------------------------------------------            00405000
       2500-GRAVAR-COMPRA                         SECTION.              00406000
      *-----------------------------------------------------            00407000
           EXEC SQL                                                     00408000
            INSERT INTO IVAN.VTCOMPRA                                   00409000
                  (IDFUNC,COMPETENCIA,DIAS,QTDE,VALOR,DATAHORA)         00410000
            VALUES (:WRK-VT-IDFUNC,:WRK-PARM-COMPET,                    00411000
                    :WRK-DIAS-COMPRA,:WRK-QTDE-COMPRA,                  00412000
                    :WRK-VLR-COMPRA,CURRENT TIMESTAMP)                  00413000
           END-EXEC.                                                    00414000
                                                                        00415000
           IF SQLCODE NOT EQUAL 0                                       00416000
            MOVE SQLCODE TO WRK-SQLCODE                                 00417000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR '                    00418000
                    'IVAN.VTCOMPRA - ID: ' WRK-VT-IDFUNC                00419000
            STOP RUN                                                    00420000
           END-IF.                                                      00421000
                                                                        00422000
           MOVE WRK-PARM-COMPET  TO FD-CVT-COMPET.                      00423000
           MOVE WRK-VT-IDFUNC    TO FD-CVT-IDFUNC.                      00424000
           MOVE WRK-VT-NOME      TO FD-CVT-NOME.                        00425000
           MOVE WRK-DIAS-COMPRA  TO FD-CVT-DIAS.                        00426000
           MOVE WRK-VT-VIAGENS   TO FD-CVT-VIAGENS.                     00427000
           MOVE WRK-QTDE-COMPRA  TO FD-CVT-QTDE.                        00428000
           MOVE WRK-VT-TARIFA    TO FD-CVT-TARIFA.                      00429000
           MOVE WRK-VLR-COMPRA   TO FD-CVT-VALOR.                       00430000
           WRITE FD-COMPRAVT.                                           00431000
           IF WRK-FS-COMPRAVT NOT EQUAL 0                               00432000
            DISPLAY 'ERRO NA GRAVACAO DO COMPRAVT: '                    00433000
                    WRK-FS-COMPRAVT                                     00434000
            STOP RUN                                                    00435000
           END-IF.                                                      00436000
                                                                        00437000
           ADD 1               TO WRK-REGGRAVADOS.                      00438000
           ADD WRK-QTDE-COMPRA TO WRK-TOT-QTDE.                         00439000
           ADD WRK-VLR-COMPRA  TO WRK-TOT-VALOR.                        00440000
      *-----------------------------------------------------            00441000
       2500-99-FIM.                                  EXIT.              00442000
      *-----------------------------------------------------            00443000
                                                                        00444000
      *-----------------------------------------------------            00445000
       3000-FINALIZAR                             SECTION.              00446000
      *-----------------------------------------------------            00447000
           EXEC SQL                                                     00448000
              CLOSE CVT                                                 00449000
           END-EXEC.                                                    00450000
                                                                        00451000
           EXEC SQL                                                     00452000
              COMMIT                                                    00453000
           END-EXEC.                                                    00454000
                                                                        00455000
           CLOSE COMPRAVT.                                              00456000
                                                                        00457000
           DISPLAY ' '.                                                 00458000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00459000
           DISPLAY 'OPCOES LIDAS:         ' WRK-REGLIDOS.               00460000
           DISPLAY 'COMPRAS GRAVADAS:     ' WRK-REGGRAVADOS.            00461000
           DISPLAY 'SEM DIAS DE USO:      ' WRK-REGSEMDIAS.             00462000
           DISPLAY 'TOTAL DE VIAGENS:     ' WRK-TOT-QTDE.               00463000
           DISPLAY 'VALOR TOTAL DA COMPRA:' WRK-TOT-VALOR.              00464000
                                                                        00465000
           MOVE 'F'              TO RUN-FUNCAO.                         00466000
           MOVE WRK-REGLIDOS     TO RUN-LIDOS.                          00467000
           MOVE WRK-REGGRAVADOS  TO RUN-GRAVADOS.                       00468000
           MOVE WRK-REGSEMDIAS   TO RUN-REJEITADOS.                     00469000
           MOVE 0                TO RUN-RETCODE.                        00470000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00471000
      *-----------------------------------------------------            00472000
       3000-99-FIM.                                  EXIT.              00473000
      *-----------------------------------------------------            00474000
                                                                        00475000
      *-----------------------------------------------------            00476000
       4000-LER-OPCAO                             SECTION.              00477000
      *-----------------------------------------------------            00478000
           EXEC SQL                                                     00479000
             FETCH CVT                                                  00480000
              INTO :WRK-VT-IDFUNC,                                      00481000
                   :WRK-VT-NOME,                                        00482000
                   :WRK-VT-TARIFA,                                      00483000
                   :WRK-VT-VIAGENS,                                     00484000
                   :WRK-VT-DATAINI,                                     00485000
                   :WRK-VT-DATAFIM,                                     00486000
                   :WRK-VT-FALTAS,                                      00487000
                   :WRK-VT-FERINI,                                      00488000
                   :WRK-VT-FERFIM                                       00489000
           END-EXEC.                                                    00490000
                                                                        00491000
           EVALUATE SQLCODE                                             00492000
            WHEN 0                                                      00493000
             ADD 1 TO WRK-REGLIDOS                                      00494000
            WHEN 100                                                    00495000
             DISPLAY 'FINAL DA TABELA'                                  00496000
            WHEN OTHER                                                  00497000
             MOVE SQLCODE TO WRK-SQLCODE                                00498000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00499000
           END-EVALUATE.                                                00500000
      *-----------------------------------------------------            00501000
       4000-99-FIM.                                  EXIT.              00502000
      *-----------------------------------------------------            00503000
