      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB74.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: PEDIDO MENSAL DO VALE-REFEICAO: PARA   *             00008000
      *            CADA FUNCIONARIO ATIVO CONTA OS DIAS   *             00009000
      *            UTEIS DA COMPETENCIA (SUBROTINA        *             00010000
      *            DIAUTIL) A PARTIR DA ADMISSAO, TIRA OS *             00011000
      *            DIAS UTEIS DE FERIAS AGENDADAS         *             00012000
      *            (IVAN.FERIAS) E DE AFASTAMENTO         *             00013000
      *            (IVAN.AFAST) E MULTIPLICA O SALDO PELO *             00014000
      *            VALOR DIARIO DO SETOR OU, NA FALTA     *             00015000
      *            DELE, DA CONVENCAO (IVAN.VRVALOR,      *             00016000
      *            SETOR '****'). GRAVA O PEDIDO PARA A   *             00017000
      *            EMPRESA DO CARTAO EM PEDIDOVR, O       *             00018000
      *            CREDITO EM IVAN.VRCOMPRA, DE ONDE O    *             00019000
      *            FR22DB13 TIRA O DESCONTO 'VR' (PARTE   *             00020000
      *            DO FUNCIONARIO PELO PERCENTUAL DO      *             00021000
      *            PARAMETRO), E O RESUMO POR SETOR PARA  *             00022000
      *            O FINANCEIRO EM RELVR.                 *             00023000
      *---------------------------------------------------*             00024000
      *  PARAMETRO (SYSIN): COMPETENCIA DO CREDITO AAAAMM *             00025000
      *  (ZERO = MES SEGUINTE) + PERCENTUAL DESCONTADO DO *             00026000
      *  FUNCIONARIO 99V99 (ATE 20,00) + CARTAO DE        *             00027000
      *  OVERRIDE DA OPERACAO (S = PULA A CHECAGEM DE     *             00028000
      *  PREDECESSORES). REPROCESSAR A COMPETENCIA REFAZ  *             00029000
      *  O PEDIDO ENQUANTO A FOLHA NAO FOR CALCULADA.     *             00030000
      *---------------------------------------------------*             00031000
      *  ARQUIVOS:                                        *             00032000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00033000
      *  PEDIDOVR            O             ---------      *             00034000
      *  RELVR               O             ---------      *             00035000
      *---------------------------------------------------*             00036000
      *  BASE  DE DADOS:                                  *             00037000
      *  TABELA             I/O           INCLUDE/BOOK    *             00038000
      *  IVAN.VRVALOR        I             ---------      *             00039000
      *  IVAN.VRCOMPRA      I/O            ---------      *             00040000
      *  IVAN.FUNC           I             ---------      *             00041000
      *  IVAN.FERIAS         I             ---------      *             00042000
      *  IVAN.AFAST          I             ---------      *             00043000
      *  IVAN.FOPAG          I             ---------      *             00044000
      *  IVAN.FERIADO        I              #DIAUTIL      *             00045000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00046000
      *===================================================*             00047000
                                                                        00048000
      *====================================================             00049000
       ENVIRONMENT                               DIVISION.              00050000
      *====================================================             00051000
       CONFIGURATION                             SECTION.               00052000
       SPECIAL-NAMES.                                                   00053000
           DECIMAL-POINT  IS COMMA.                                     00054000
                                                                        00055000
       INPUT-OUTPUT                              SECTION.               00056000
       FILE-CONTROL.                                                    00057000
           SELECT PEDIDOVR ASSIGN TO PEDIDOVR                           00058000
               FILE STATUS IS WRK-FS-PEDIDOVR.                          00059000
                                                                        00060000
           SELECT RELVR ASSIGN TO RELVR                                 00061000
               FILE STATUS IS WRK-FS-RELVR.                             00062000
                                                                        00063000
      *====================================================             00064000
       DATA                                      DIVISION.              00065000
      *====================================================             00066000
      *-----------------------------------------------------            00067000
       FILE                                      SECTION.               00068000
      *-----------------------------------------------------            00069000
       FD PEDIDOVR                                                      00070000
           RECORDING MODE IS F                                          00071000
           BLOCK CONTAINS 0 RECORDS.                                    00072000
      *-----------LRECL 60----------------------------------            00073000
       01 FD-PEDIDOVR.                                                  00074000
          05 FD-PVR-COMPET     PIC 9(06).                               00075000
          05 FD-PVR-IDFUNC     PIC 9(05).                               00076000
          05 FD-PVR-NOME       PIC X(30).                               00077000
          05 FD-PVR-DIAS       PIC 9(02).                               00078000
          05 FD-PVR-VALORDIA   PIC 9(03)V9(02).                         00079000
          05 FD-PVR-VALOR      PIC 9(06)V9(02).                         00080000
          05 FILLER            PIC X(04).                               00081000
                                                                        00082000
       FD RELVR                                                         00083000
           RECORDING MODE IS F                                          00084000
           BLOCK CONTAINS 0 RECORDS.                                    00085000
      *-----------LRECL 80----------------------------------            00086000
       01 FD-RELVR              PIC X(80).                              00087000
      *-----------------------------------------------------            00088000
       WORKING-STORAGE                           SECTION.               00089000
      *-----------------------------------------------------            00090000
           COPY '#RUNCTL'.                                              00091000
                                                                        00092000
           COPY '#DIAUTIL'.                                             00093000
                                                                        00094000
           EXEC SQL                                                     00095000
              INCLUDE SQLCA                                             00096000
           END-EXEC.                                                    00097000
                                                                        00098000
      *    VALOR DIARIO DO SETOR (OU DA CONVENCAO) E OS                 00099000
      *    PERIODOS DE FERIAS E DE AFASTAMENTO QUE CRUZAM O             00100000
      *    MES VEM JUNTO COM O FUNCIONARIO.                             00101000
           EXEC SQL                                                     00102000
              DECLARE CVR CURSOR WITH HOLD FOR                          00103000
               SELECT F.ID, F.NOME, F.SETOR, F.DATAADM,                 00104000
                      COALESCE((SELECT V.VALORDIA                       00105000
                                  FROM IVAN.VRVALOR V                   00106000
                                 WHERE V.SETOR = F.SETOR),              00107000
                               (SELECT V.VALORDIA                       00108000
                                  FROM IVAN.VRVALOR V                   00109000
                                 WHERE V.SETOR = '****'), 0),           00110000
                      COALESCE((SELECT MIN(R.AGENDAINI)                 00111000
                                 FROM IVAN.FERIAS R                     00112000
                                WHERE R.IDFUNC = F.ID                   00113000
                                  AND R.STATUS IN ('G','C')             00114000
                                  AND R.AGENDAINI <= :WRK-MES-FIM       00115000
                                  AND R.AGENDAFIM >= :WRK-MES-INI),     00116000
                               ' '),                                    00117000
                      COALESCE((SELECT MAX(R.AGENDAFIM)                 00118000
                                 FROM IVAN.FERIAS R                     00119000
                                WHERE R.IDFUNC = F.ID                   00120000
                                  AND R.STATUS IN ('G','C')             00121000
                                  AND R.AGENDAINI <= :WRK-MES-FIM       00122000
                                  AND R.AGENDAFIM >= :WRK-MES-INI),     00123000
                               ' '),                                    00124000
      *        AFASTAMENTO: DO INICIO ATE A VESPERA DO RETORNO          00125000
      *        EFETIVO (SEM RETORNO = ATE O FIM DO MES).                00126000
                      COALESCE((SELECT CHAR(MIN(A.DATAINI),ISO)         00127000
                                 FROM IVAN.AFAST A                      00128000
                                WHERE A.IDFUNC = F.ID                   00129000
                                  AND A.DATAINI <= DATE(:WRK-MES-FIM)   00130000
                                  AND (A.RETEFET IS NULL                00131000
                                   OR A.RETEFET > DATE(:WRK-MES-INI))), 00132000
                               ' '),                                    00133000
                      COALESCE((SELECT CHAR(MAX(COALESCE(               00134000
                                        A.RETEFET - 1 DAY,              00135000
                                        DATE(:WRK-MES-FIM))),ISO)       00136000
                                 FROM IVAN.AFAST A                      00137000
                                WHERE A.IDFUNC = F.ID                   00138000
                                  AND A.DATAINI <= DATE(:WRK-MES-FIM)   00139000
                                  AND (A.RETEFET IS NULL                00140000
                                   OR A.RETEFET > DATE(:WRK-MES-INI))), 00141000
                               ' ')                                     00142000
                FROM IVAN.FUNC F                                        00143000
                WHERE F.STATUS = 'A'                                    00144000
                  AND F.DATAADM <= :WRK-MES-FIM                         00145000
                ORDER BY F.SETOR, F.ID                                  00146000
           END-EXEC.                                                    00147000
                                                                        00148000
       77 WRK-VR-IDFUNC    PIC 9(05).                                   00149000
       77 WRK-VR-NOME      PIC X(30).                                   00150000
       77 WRK-VR-SETOR     PIC X(04).                                   00151000
       77 WRK-VR-DATAADM   PIC X(10).                                   00152000
       77 WRK-VR-VALORDIA  PIC 9(03)V9(02).                             00153000
       77 WRK-VR-FERINI    PIC X(10).                                   00154000
       77 WRK-VR-FERFIM    PIC X(10).                                   00155000
       77 WRK-VR-AFAINI    PIC X(10).                                   00156000
       77 WRK-VR-AFAFIM    PIC X(10).                                   00157000
      *----------------------------------------------------             00158000
       01 FILLER PIC X(48) VALUE                                        00159000
           '--------------VARIAVEIS PARA APOIO-----------'.             00160000
      *----------------------------------------------------             00161000
       77 WRK-SQLCODE      PIC -999.                                    00162000
       77 WRK-FS-PEDIDOVR  PIC 9(02).                                   00163000
       77 WRK-FS-RELVR     PIC 9(02).                                   00164000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00165000
      *    DATAS AAAA-MM-DD DA TABELA PARA AAAAMMDD DA                  00166000
      *    DIAUTIL.                                                     00167000
       01 WRK-DATA-ISO.                                                 00168000
          05 WRK-ISO-ANO    PIC 9(04).                                  00169000
          05 FILLER         PIC X(01).                                  00170000
          05 WRK-ISO-MES    PIC 9(02).                                  00171000
          05 FILLER         PIC X(01).                                  00172000
          05 WRK-ISO-DIA    PIC 9(02).                                  00173000
       01 WRK-DATA-NUM.                                                 00174000
          05 WRK-NUM-ANO    PIC 9(04).                                  00175000
          05 WRK-NUM-MES    PIC 9(02).                                  00176000
          05 WRK-NUM-DIA    PIC 9(02).                                  00177000
       01 WRK-DATA-NUM-N REDEFINES WRK-DATA-NUM                         00178000
                           PIC 9(08).                                   00179000
      *----------------------------------------------------             00180000
       01 FILLER PIC X(48) VALUE                                        00181000
           '--------------PERIODO DA COMPETENCIA---------'.             00182000
      *----------------------------------------------------             00183000
       01 WRK-MES-COMP.                                                 00184000
          05 WRK-COMP-ANO   PIC 9(04).                                  00185000
          05 FILLER         PIC X(01) VALUE '-'.                        00186000
          05 WRK-COMP-MES   PIC 9(02).                                  00187000
       01 WRK-MES-INI.                                                  00188000
          05 WRK-MINI-AAAAMM PIC X(07).                                 00189000
          05 FILLER         PIC X(03) VALUE '-01'.                      00190000
       01 WRK-MES-FIM.                                                  00191000
          05 WRK-MFIM-AAAAMM PIC X(07).                                 00192000
          05 FILLER         PIC X(01) VALUE '-'.                        00193000
          05 WRK-MFIM-DIA   PIC 9(02).                                  00194000
       77 WRK-DIAS-MES     PIC 9(02)    VALUE ZEROS.                    00195000
      *    INTERVALO CONTADO (ADMISSAO X MES, FERIAS E                  00196000
      *    AFASTAMENTO X PERIODO) - SEMPRE EM AAAA-MM-DD.               00197000
       77 WRK-PER-INI      PIC X(10).                                   00198000
       77 WRK-PER-FIM      PIC X(10).                                   00199000
       77 WRK-DIREITO-INI  PIC X(10).                                   00200000
       77 WRK-AUS-INI      PIC X(10).                                   00201000
       77 WRK-AUS-FIM      PIC X(10).                                   00202000
      *----------------------------------------------------             00203000
       01 FILLER PIC X(48) VALUE                                        00204000
           '--------------CALCULO DO CREDITO-------------'.             00205000
      *----------------------------------------------------             00206000
       77 WRK-DIAS-PERIODO PIC 9(03)    VALUE ZEROS.                    00207000
       77 WRK-DIAS-FERIAS  PIC 9(03)    VALUE ZEROS.                    00208000
       77 WRK-DIAS-AFAST   PIC 9(03)    VALUE ZEROS.                    00209000
       77 WRK-DIAS-CREDITO PIC S9(03)   VALUE ZEROS.                    00210000
       77 WRK-VLR-CREDITO  PIC 9(06)V9(02) VALUE ZEROS.                 00211000
       77 WRK-VLR-DESCONTO PIC 9(06)V9(02) VALUE ZEROS.                 00212000
      *----------------------------------------------------             00213000
       01 FILLER PIC X(48) VALUE                                        00214000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00215000
      *----------------------------------------------------             00216000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00217000
       77 WRK-REGGRAVADOS  PIC 9(05)    VALUE ZEROS.                    00218000
       77 WRK-REGSEMDIAS   PIC 9(05)    VALUE ZEROS.                    00219000
       77 WRK-REGSEMVALOR  PIC 9(05)    VALUE ZEROS.                    00220000
       77 WRK-SETOR-ANT    PIC X(04)    VALUE HIGH-VALUES.              00221000
       77 WRK-SET-QTDE     PIC 9(05)    VALUE ZEROS.                    00222000
       77 WRK-SET-DIAS     PIC 9(07)    VALUE ZEROS.                    00223000
       77 WRK-SET-VALOR    PIC 9(09)V9(02) VALUE ZEROS.                 00224000
       77 WRK-SET-DESC     PIC 9(09)V9(02) VALUE ZEROS.                 00225000
       77 WRK-TOT-QTDE     PIC 9(05)    VALUE ZEROS.                    00226000
       77 WRK-TOT-DIAS     PIC 9(07)    VALUE ZEROS.                    00227000
       77 WRK-TOT-VALOR    PIC 9(09)V9(02) VALUE ZEROS.                 00228000
       77 WRK-TOT-DESC     PIC 9(09)V9(02) VALUE ZEROS.                 00229000
      *----------------------------------------------------             00230000
       01 FILLER PIC X(48) VALUE                                        00231000
           '--------------LINHAS DO RELATORIO------------'.             00232000
      *----------------------------------------------------             00233000
       01 WRK-REL-CABEC.                                                00234000
          05 FILLER           PIC X(42) VALUE                           00235000
             'VALE-REFEICAO - RESUMO DO PEDIDO - COMPET.'.              00236000
          05 FILLER           PIC X(01) VALUE SPACES.                   00237000
          05 WRK-REL-COMPET   PIC 9(06).                                00238000
          05 FILLER           PIC X(31) VALUE SPACES.                   00239000
       01 WRK-REL-TITULO.                                               00240000
          05 FILLER           PIC X(40) VALUE                           00241000
             'SETOR  FUNCS    DIAS       CREDITO    DE'.                00242000
          05 FILLER           PIC X(40) VALUE                           00243000
             'SC. FUNC  CUSTO EMPRESA'.                                 00244000
       01 WRK-REL-LINHA.                                                00245000
          05 WRK-REL-SETOR    PIC X(05).                                00246000
          05 FILLER           PIC X(01) VALUE SPACES.                   00247000
          05 WRK-REL-QTDE     PIC ZZ.ZZ9.                               00248000
          05 FILLER           PIC X(01) VALUE SPACES.                   00249000
          05 WRK-REL-DIAS     PIC ZZZ.ZZ9.                              00250000
          05 FILLER           PIC X(01) VALUE SPACES.                   00251000
          05 WRK-REL-VALOR    PIC ZZ.ZZZ.ZZ9,99.                        00252000
          05 FILLER           PIC X(01) VALUE SPACES.                   00253000
          05 WRK-REL-DESC     PIC ZZ.ZZZ.ZZ9,99.                        00254000
          05 FILLER           PIC X(01) VALUE SPACES.                   00255000
          05 WRK-REL-CUSTO    PIC ZZ.ZZZ.ZZ9,99.                        00256000
          05 FILLER           PIC X(18) VALUE SPACES.                   00257000
       77 WRK-REL-VLRCUSTO    PIC 9(09)V9(02) VALUE ZEROS.              00258000
       77 WRK-LINHABRANCO     PIC X(80) VALUE SPACES.                   00259000
      *----------------------------------------------------             00260000
       01 FILLER PIC X(48) VALUE                                        00261000
           '--------------PARAMETRO DE ENTRADA-----------'.             00262000
      *----------------------------------------------------             00263000
       01 WRK-PARM.                                                     00264000
          05 WRK-PARM-COMPET   PIC 9(06) VALUE ZEROS.                   00265000
          05 WRK-PARM-PCT      PIC 9(02)V9(02) VALUE ZEROS.             00266000
          05 WRK-PARM-OVERRIDE PIC X(01) VALUE SPACES.                  00267000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00268000
       01 WRK-DATA-HOJE.                                                00269000
          05 WRK-HOJE-ANO   PIC 9(04).                                  00270000
          05 WRK-HOJE-MES   PIC 9(02).                                  00271000
          05 WRK-HOJE-DIA   PIC 9(02).                                  00272000
      *====================================================             00273000
       PROCEDURE                                 DIVISION.              00274000
      *====================================================             00275000
      *-----------------------------------------------------            00276000
       0000-PRINCIPAL                             SECTION.              00277000
      *-----------------------------------------------------            00278000
           PERFORM 1000-INICIALIZAR.                                    00279000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00280000
           PERFORM 3000-FINALIZAR.                                      00281000
           STOP RUN.                                                    00282000
      *-----------------------------------------------------            00283000
       0000-99-FIM.                                  EXIT.              00284000
      *-----------------------------------------------------            00285000
                                                                        00286000
      *-----------------------------------------------------            00287000
       1000-INICIALIZAR                           SECTION.              00288000
      *-----------------------------------------------------            00289000
           ACCEPT WRK-PARM FROM SYSIN.                                  00290000
      *    SEM COMPETENCIA O PEDIDO E DO MES SEGUINTE.                  00291000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00292000
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD                     00293000
            IF WRK-HOJE-MES EQUAL 12                                    00294000
             ADD 1     TO WRK-HOJE-ANO                                  00295000
             MOVE 01   TO WRK-HOJE-MES                                  00296000
            ELSE                                                        00297000
             ADD 1     TO WRK-HOJE-MES                                  00298000
            END-IF                                                      00299000
            MOVE WRK-HOJE-ANO TO WRK-PARM-COMPET (1:4)                  00300000
            MOVE WRK-HOJE-MES TO WRK-PARM-COMPET (5:2)                  00301000
           END-IF.                                                      00302000
           IF WRK-PARM-PCT IS NOT NUMERIC                               00303000
            DISPLAY 'PERCENTUAL DO FUNCIONARIO INVALIDO'                00304000
            STOP RUN                                                    00305000
           END-IF.                                                      00306000
      *    O PAT LIMITA A PARTICIPACAO DO FUNCIONARIO A 20%.            00307000
           IF WRK-PARM-PCT GREATER 20                                   00308000
            DISPLAY 'PERCENTUAL DO FUNCIONARIO ACIMA DE 20%: '          00309000
                    WRK-PARM-PCT                                        00310000
            STOP RUN                                                    00311000
           END-IF.                                                      00312000
                                                                        00313000
           PERFORM 1100-MONTAR-PERIODO.                                 00314000
                                                                        00315000
      *    COM A FOLHA CALCULADA O DESCONTO JA FOI FEITO -              00316000
      *    O PEDIDO NAO PODE MAIS MUDAR.                                00317000
           EXEC SQL                                                     00318000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00319000
             FROM IVAN.FOPAG                                            00320000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00321000
               AND TIPO = 'N'                                           00322000
           END-EXEC.                                                    00323000
           IF WRK-QTDE-FOPAG GREATER ZEROS                              00324000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00325000
                    ' JA TEM FOLHA CALCULADA - PEDIDO ABORTADO'         00326000
            STOP RUN                                                    00327000
           END-IF.                                                      00328000
                                                                        00329000
           MOVE 'I'        TO RUN-FUNCAO.                               00330000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00331000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00332000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00333000
           IF WRK-OVERRIDE-LIGADO                                       00334000
            MOVE 'O' TO RUN-FUNCAO                                      00335000
           END-IF.                                                      00336000
           MOVE 'FR22DB74' TO RUN-PROGRAMA.                             00337000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00338000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00339000
           IF RUN-JA-EXECUTADO                                          00340000
            MOVE 'R' TO RUN-FUNCAO                                      00341000
            CALL 'GRAVARUN' USING RUN-DADOS                             00342000
           END-IF.                                                      00343000
                                                                        00344000
           IF RUN-DEP-PENDENTE                                          00345000
            DISPLAY 'FR22DB74 AGUARDANDO PREDECESSOR - '                00346000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00347000
            STOP RUN                                                    00348000
           END-IF.                                                      00349000
                                                                        00350000
      *    REPROCESSAMENTO: O PEDIDO ANTERIOR DA COMPETENCIA            00351000
      *    E SUBSTITUIDO.                                               00352000
           EXEC SQL                                                     00353000
            DELETE FROM IVAN.VRCOMPRA                                   00354000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00355000
           END-EXEC.                                                    00356000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00357000
            MOVE SQLCODE TO WRK-SQLCODE                                 00358000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO LIMPAR IVAN.VRCOMPRA'       00359000
            STOP RUN                                                    00360000
           END-IF.                                                      00361000
                                                                        00362000
           OPEN OUTPUT PEDIDOVR                                         00363000
                       RELVR.                                           00364000
           IF WRK-FS-PEDIDOVR NOT EQUAL 0                               00365000
            DISPLAY 'ERRO NA ABERTURA DO PEDIDOVR'                      00366000
            STOP RUN                                                    00367000
           END-IF.                                                      00368000
           IF WRK-FS-RELVR NOT EQUAL 0                                  00369000
            DISPLAY 'ERRO NA ABERTURA DO RELVR'                         00370000
            STOP RUN                                                    00371000
           END-IF.                                                      00372000
                                                                        00373000
           MOVE WRK-PARM-COMPET TO WRK-REL-COMPET.                      00374000
           WRITE FD-RELVR FROM WRK-REL-CABEC.                           00375000
           WRITE FD-RELVR FROM WRK-LINHABRANCO.                         00376000
           WRITE FD-RELVR FROM WRK-REL-TITULO.                          00377000
                                                                        00378000
           EXEC SQL                                                     00379000
              OPEN CVR                                                  00380000
           END-EXEC.                                                    00381000
                                                                        00382000
           EVALUATE SQLCODE                                             00383000
            WHEN 0                                                      00384000
             PERFORM 4000-LER-FUNCIONARIO                               00385000
            WHEN 100                                                    00386000
             DISPLAY 'SEM FUNCIONARIOS ATIVOS'                          00387000
            WHEN OTHER                                                  00388000
             MOVE SQLCODE TO WRK-SQLCODE                                00389000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00390000
             STOP RUN                                                   00391000
           END-EVALUATE.                                                00392000
      *-----------------------------------------------------            00393000
       1000-99-FIM.                                  EXIT.              00394000
      *-----------------------------------------------------            00395000
                                                                        00396000
      *-----------------------------------------------------            00397000
       1100-MONTAR-PERIODO                        SECTION.              00398000
      *-----------------------------------------------------            00399000
           MOVE WRK-PARM-COMPET (1:4) TO WRK-COMP-ANO.                  00400000
           MOVE WRK-PARM-COMPET (5:2) TO WRK-COMP-MES.                  00401000
           IF WRK-COMP-MES LESS 01 OR WRK-COMP-MES GREATER 12           00402000
            DISPLAY 'COMPETENCIA INVALIDA: ' WRK-PARM-COMPET            00403000
            STOP RUN                                                    00404000
           END-IF.                                                      00405000
                                                                        00406000
           EVALUATE WRK-COMP-MES                                        00407000
            WHEN 01 WHEN 03 WHEN 05 WHEN 07                             00408000
            WHEN 08 WHEN 10 WHEN 12                                     00409000
             MOVE 31 TO WRK-DIAS-MES                                    00410000
            WHEN 04 WHEN 06 WHEN 09 WHEN 11                             00411000
             MOVE 30 TO WRK-DIAS-MES                                    00412000
            WHEN OTHER                                                  00413000
             IF FUNCTION MOD(WRK-COMP-ANO, 4) = 0                       00414000
                AND (FUNCTION MOD(WRK-COMP-ANO, 100)                    00415000
                    NOT = 0 OR                                          00416000
                    FUNCTION MOD(WRK-COMP-ANO, 400) = 0)                00417000
              MOVE 29 TO WRK-DIAS-MES                                   00418000
             ELSE                                                       00419000
              MOVE 28 TO WRK-DIAS-MES                                   00420000
             END-IF                                                     00421000
           END-EVALUATE.                                                00422000
                                                                        00423000
           MOVE WRK-MES-COMP TO WRK-MINI-AAAAMM.                        00424000
           MOVE WRK-MES-COMP TO WRK-MFIM-AAAAMM.                        00425000
           MOVE WRK-DIAS-MES TO WRK-MFIM-DIA.                           00426000
      *-----------------------------------------------------            00427000
       1100-99-FIM.                                  EXIT.              00428000
      *-----------------------------------------------------            00429000
                                                                        00430000
      *-----------------------------------------------------            00431000
       2000-PROCESSAR                             SECTION.              00432000
      *-----------------------------------------------------            00433000
           IF WRK-VR-SETOR NOT EQUAL WRK-SETOR-ANT                      00434000
            IF WRK-SETOR-ANT NOT EQUAL HIGH-VALUES                      00435000
             PERFORM 2700-QUEBRA-SETOR                                  00436000
            END-IF                                                      00437000
            MOVE WRK-VR-SETOR TO WRK-SETOR-ANT                          00438000
           END-IF.                                                      00439000
                                                                        00440000
           IF WRK-VR-VALORDIA EQUAL ZEROS                               00441000
            ADD 1 TO WRK-REGSEMVALOR                                    00442000
            DISPLAY 'SEM VALOR DIARIO PARA O SETOR ' WRK-VR-SETOR       00443000
                    ' - ID: ' WRK-VR-IDFUNC                             00444000
            PERFORM 4000-LER-FUNCIONARIO                                00445000
            GO TO 2000-99-FIM                                           00446000
           END-IF.                                                      00447000
                                                                        00448000
      *    MES RECORTADO PELA ADMISSAO.                                 00449000
           MOVE WRK-MES-INI TO WRK-DIREITO-INI.                         00450000
           IF WRK-VR-DATAADM GREATER WRK-DIREITO-INI                    00451000
            MOVE WRK-VR-DATAADM TO WRK-DIREITO-INI                      00452000
           END-IF.                                                      00453000
           MOVE WRK-DIREITO-INI TO WRK-PER-INI.                         00454000
           MOVE WRK-MES-FIM     TO WRK-PER-FIM.                         00455000
           PERFORM 2100-CONTAR-UTEIS.                                   00456000
           MOVE UTI-QTDE-UTEIS TO WRK-DIAS-PERIODO.                     00457000
                                                                        00458000
           MOVE ZEROS TO WRK-DIAS-FERIAS.                               00459000
           IF WRK-VR-FERINI NOT EQUAL SPACES                            00460000
            MOVE WRK-VR-FERINI TO WRK-AUS-INI                           00461000
            MOVE WRK-VR-FERFIM TO WRK-AUS-FIM                           00462000
            PERFORM 2200-CONTAR-AUSENCIA                                00463000
            MOVE UTI-QTDE-UTEIS TO WRK-DIAS-FERIAS                      00464000
           END-IF.                                                      00465000
                                                                        00466000
           MOVE ZEROS TO WRK-DIAS-AFAST.                                00467000
           IF WRK-VR-AFAINI NOT EQUAL SPACES                            00468000
            MOVE WRK-VR-AFAINI TO WRK-AUS-INI                           00469000
            MOVE WRK-VR-AFAFIM TO WRK-AUS-FIM                           00470000
            PERFORM 2200-CONTAR-AUSENCIA                                00471000
            MOVE UTI-QTDE-UTEIS TO WRK-DIAS-AFAST                       00472000
           END-IF.                                                      00473000
                                                                        00474000
           COMPUTE WRK-DIAS-CREDITO = WRK-DIAS-PERIODO -                00475000
                   WRK-DIAS-FERIAS - WRK-DIAS-AFAST.                    00476000
                                                                        00477000
           IF WRK-DIAS-CREDITO GREATER ZEROS                            00478000
            COMPUTE WRK-VLR-CREDITO =                                   00479000
                    WRK-DIAS-CREDITO * WRK-VR-VALORDIA                  00480000
            COMPUTE WRK-VLR-DESCONTO ROUNDED =                          00481000
                    WRK-VLR-CREDITO * WRK-PARM-PCT / 100                00482000
            PERFORM 2500-GRAVAR-PEDIDO                                  00483000
           ELSE                                                         00484000
            ADD 1 TO WRK-REGSEMDIAS                                     00485000
            DISPLAY 'SEM DIAS DE CREDITO NO MES - ID: '                 00486000
                    WRK-VR-IDFUNC                                       00487000
           END-IF.                                                      00488000
                                                                        00489000
           PERFORM 4000-LER-FUNCIONARIO.                                00490000
      *-----------------------------------------------------            00491000
       2000-99-FIM.                                  EXIT.              00492000
      *-----------------------------------------------------            00493000
                                                                        00494000
      *-----------------------------------------------------            00495000
       2100-CONTAR-UTEIS                          SECTION.              00496000
      *-----------------------------------------------------            00497000
      *    DIAS UTEIS DE WRK-PER-INI A WRK-PER-FIM, AS DUAS             00498000
      *    INCLUSIVE (DIAUTIL FUNCAO C).                                00499000
           MOVE 'C'           TO UTI-FUNCAO.                            00500000
           MOVE WRK-PER-INI   TO WRK-DATA-ISO.                          00501000
           MOVE WRK-ISO-ANO   TO WRK-NUM-ANO.                           00502000
           MOVE WRK-ISO-MES   TO WRK-NUM-MES.                           00503000
           MOVE WRK-ISO-DIA   TO WRK-NUM-DIA.                           00504000
           MOVE WRK-DATA-NUM-N TO UTI-DATA.                             00505000
           MOVE WRK-PER-FIM   TO WRK-DATA-ISO.                          00506000
           MOVE WRK-ISO-ANO   TO WRK-NUM-ANO.                           00507000
           MOVE WRK-ISO-MES   TO WRK-NUM-MES.                           00508000
           MOVE WRK-ISO-DIA   TO WRK-NUM-DIA.                           00509000
           MOVE WRK-DATA-NUM-N TO UTI-DATA-FIM.                         00510000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00511000
           IF NOT UTI-OK                                                00512000
            DISPLAY 'ERRO NA DIAUTIL - ID: ' WRK-VR-IDFUNC              00513000
                    ' PERIODO ' WRK-PER-INI ' A ' WRK-PER-FIM           00514000
            MOVE ZEROS TO UTI-QTDE-UTEIS                                00515000
           END-IF.                                                      00516000
      *-----------------------------------------------------            00517000
       2100-99-FIM.                                  EXIT.              00518000
      *-----------------------------------------------------            00519000
                                                                        00520000
      *-----------------------------------------------------            00521000
       2200-CONTAR-AUSENCIA                       SECTION.              00522000
      *-----------------------------------------------------            00523000
      *    FERIAS OU AFASTAMENTO RECORTADO PELO PERIODO COM             00524000
      *    DIREITO (ADMISSAO/INICIO DO MES ATE O FIM DO MES).           00525000
           MOVE ZEROS TO UTI-QTDE-UTEIS.                                00526000
           IF WRK-AUS-INI LESS WRK-DIREITO-INI                          00527000
            MOVE WRK-DIREITO-INI TO WRK-AUS-INI                         00528000
           END-IF.                                                      00529000
           IF WRK-AUS-FIM GREATER WRK-MES-FIM                           00530000
            MOVE WRK-MES-FIM TO WRK-AUS-FIM                             00531000
           END-IF.                                                      00532000
           IF WRK-AUS-INI NOT GREATER WRK-AUS-FIM                       00533000
            MOVE WRK-AUS-INI TO WRK-PER-INI                             00534000
            MOVE WRK-AUS-FIM TO WRK-PER-FIM                             00535000
            PERFORM 2100-CONTAR-UTEIS                                   00536000
           END-IF.                                                      00537000
      *-----------------------------------------------------            00538000
       2200-99-FIM.                                  EXIT.              00539000
      *-----------------------------------------------------            00540000
                                                                        00541000
      *-----------------------------------------------------            00542000
       2500-GRAVAR-PEDIDO                         SECTION.              00543000
      *-----------------------------------------------------            00544000
           EXEC SQL                                                     00545000
            INSERT INTO IVAN.VRCOMPRA                                   00546000
                  (IDFUNC,COMPETENCIA,DIAS,VALORDIA,VALOR,              00547000
                   VALORDESC,DATAHORA)                                  00548000
            VALUES (:WRK-VR-IDFUNC,:WRK-PARM-COMPET,                    00549000
                    :WRK-DIAS-CREDITO,:WRK-VR-VALORDIA,                 00550000
                    :WRK-VLR-CREDITO,:WRK-VLR-DESCONTO,                 00551000
                    CURRENT TIMESTAMP)                                  00552000
           END-EXEC.                                                    00553000
                                                                        00554000
           IF SQLCODE NOT EQUAL 0                                       00555000
            MOVE SQLCODE TO WRK-SQLCODE                                 00556000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR '                    00557000
                    'IVAN.VRCOMPRA - ID: ' WRK-VR-IDFUNC                00558000
            STOP RUN                                                    00559000
           END-IF.                                                      00560000
                                                                        00561000
           MOVE WRK-PARM-COMPET  TO FD-PVR-COMPET.                      00562000
           MOVE WRK-VR-IDFUNC    TO FD-PVR-IDFUNC.                      00563000
           MOVE WRK-VR-NOME      TO FD-PVR-NOME.                        00564000
           MOVE WRK-DIAS-CREDITO TO FD-PVR-DIAS.                        00565000
           MOVE WRK-VR-VALORDIA  TO FD-PVR-VALORDIA.                    00566000
           MOVE WRK-VLR-CREDITO  TO FD-PVR-VALOR.                       00567000
           WRITE FD-PEDIDOVR.                                           00568000
           IF WRK-FS-PEDIDOVR NOT EQUAL 0                               00569000
            DISPLAY 'ERRO NA GRAVACAO DO PEDIDOVR: '                    00570000
                    WRK-FS-PEDIDOVR                                     00571000
            STOP RUN                                                    00572000
           END-IF.                                                      00573000
                                                                        00574000
           ADD 1                TO WRK-REGGRAVADOS.                     00575000
           ADD 1                TO WRK-SET-QTDE.                        00576000
           ADD WRK-DIAS-CREDITO TO WRK-SET-DIAS.                        00577000
           ADD WRK-VLR-CREDITO  TO WRK-SET-VALOR.                       00578000
           ADD WRK-VLR-DESCONTO TO WRK-SET-DESC.                        00579000
      *-----------------------------------------------------            00580000
       2500-99-FIM.                                  EXIT.              00581000
      *-----------------------------------------------------            00582000
                                                                        00583000
      *-----------------------------------------------------            00584000
       2700-QUEBRA-SETOR                          SECTION.              00585000
      *-----------------------------------------------------            00586000
           IF WRK-SET-QTDE GREATER ZEROS                                00587000
            MOVE WRK-SETOR-ANT TO WRK-REL-SETOR                         00588000
            MOVE WRK-SET-QTDE  TO WRK-REL-QTDE                          00589000
            MOVE WRK-SET-DIAS  TO WRK-REL-DIAS                          00590000
            MOVE WRK-SET-VALOR TO WRK-REL-VALOR                         00591000
            MOVE WRK-SET-DESC  TO WRK-REL-DESC                          00592000
            COMPUTE WRK-REL-VLRCUSTO = WRK-SET-VALOR - WRK-SET-DESC     00593000
            MOVE WRK-REL-VLRCUSTO TO WRK-REL-CUSTO                      00594000
            WRITE FD-RELVR FROM WRK-REL-LINHA                           00595000
           END-IF.                                                      00596000
           ADD WRK-SET-QTDE  TO WRK-TOT-QTDE.                           00597000
           ADD WRK-SET-DIAS  TO WRK-TOT-DIAS.                           00598000
           ADD WRK-SET-VALOR TO WRK-TOT-VALOR.                          00599000
           ADD WRK-SET-DESC  TO WRK-TOT-DESC.                           00600000
           MOVE ZEROS TO WRK-SET-QTDE WRK-SET-DIAS                      00601000
                         WRK-SET-VALOR WRK-SET-DESC.                    00602000
      *-----------------------------------------------------            00603000
       2700-99-FIM.                                  EXIT.              00604000
      *-----------------------------------------------------            00605000
                                                                        00606000
      *-----------------------------------------------------            00607000
       3000-FINALIZAR                             SECTION.              00608000
      *-----------------------------------------------------            00609000
           EXEC SQL                                                     00610000
              CLOSE CVR                                                 00611000
           END-EXEC.                                                    00612000
                                                                        00613000
           EXEC SQL                                                     00614000
              COMMIT                                                    00615000
           END-EXEC.                                                    00616000
                                                                        00617000
           PERFORM 2700-QUEBRA-SETOR.                                   00618000
           WRITE FD-RELVR FROM WRK-LINHABRANCO.                         00619000
           MOVE 'TOTAL'          TO WRK-REL-SETOR.                      00620000
           MOVE WRK-TOT-QTDE     TO WRK-REL-QTDE.                       00621000
           MOVE WRK-TOT-DIAS     TO WRK-REL-DIAS.                       00622000
           MOVE WRK-TOT-VALOR    TO WRK-REL-VALOR.                      00623000
           MOVE WRK-TOT-DESC     TO WRK-REL-DESC.                       00624000
           COMPUTE WRK-REL-VLRCUSTO = WRK-TOT-VALOR - WRK-TOT-DESC.     00625000
           MOVE WRK-REL-VLRCUSTO TO WRK-REL-CUSTO.                      00626000
           WRITE FD-RELVR FROM WRK-REL-LINHA.                           00627000
                                                                        00628000
           CLOSE PEDIDOVR RELVR.                                        00629000
                                                                        00630000
           DISPLAY ' '.                                                 00631000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00632000
           DISPLAY 'PERCENTUAL FUNC.:     ' WRK-PARM-PCT.               00633000
           DISPLAY 'FUNCIONARIOS LIDOS:   ' WRK-REGLIDOS.               00634000
           DISPLAY 'CREDITOS GRAVADOS:    ' WRK-REGGRAVADOS.            00635000
           DISPLAY 'SEM DIAS DE CREDITO:  ' WRK-REGSEMDIAS.             00636000
           DISPLAY 'SEM VALOR DIARIO:     ' WRK-REGSEMVALOR.            00637000
           DISPLAY 'TOTAL DE DIAS:        ' WRK-TOT-DIAS.               00638000
           DISPLAY 'VALOR TOTAL DO PEDIDO:' WRK-TOT-VALOR.              00639000
           DISPLAY 'DESCONTO FUNCIONARIOS:' WRK-TOT-DESC.               00640000
                                                                        00641000
           COMPUTE WRK-REGSEMDIAS = WRK-REGSEMDIAS + WRK-REGSEMVALOR.   00642000
           MOVE 'F'              TO RUN-FUNCAO.                         00643000
           MOVE WRK-REGLIDOS     TO RUN-LIDOS.                          00644000
           MOVE WRK-REGGRAVADOS  TO RUN-GRAVADOS.                       00645000
           MOVE WRK-REGSEMDIAS   TO RUN-REJEITADOS.                     00646000
           MOVE 0                TO RUN-RETCODE.                        00647000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00648000
      *-----------------------------------------------------            00649000
       3000-99-FIM.                                  EXIT.              00650000
      *-----------------------------------------------------            00651000
                                                                        00652000
      *-----------------------------------------------------            00653000
       4000-LER-FUNCIONARIO                       SECTION.              00654000
      *-----------------------------------------------------            00655000
           EXEC SQL                                                     00656000
             FETCH CVR                                                  00657000
              INTO :WRK-VR-IDFUNC,                                      00658000
                   :WRK-VR-NOME,                                        00659000
                   :WRK-VR-SETOR,                                       00660000
                   :WRK-VR-DATAADM,                                     00661000
                   :WRK-VR-VALORDIA,                                    00662000
                   :WRK-VR-FERINI,                                      00663000
                   :WRK-VR-FERFIM,                                      00664000
                   :WRK-VR-AFAINI,                                      00665000
                   :WRK-VR-AFAFIM                                       00666000
           END-EXEC.                                                    00667000
                                                                        00668000
           EVALUATE SQLCODE                                             00669000
            WHEN 0                                                      00670000
             ADD 1 TO WRK-REGLIDOS                                      00671000
            WHEN 100                                                    00672000
             DISPLAY 'FINAL DA TABELA'                                  00673000
            WHEN OTHER                                                  00674000
             MOVE SQLCODE TO WRK-SQLCODE                                00675000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CVR'                 00676000
             STOP RUN                                                   00677000
           END-EVALUATE.                                                00678000
      *-----------------------------------------------------            00679000
       4000-99-FIM.                                  EXIT.              00680000
      *-----------------------------------------------------            00681000
