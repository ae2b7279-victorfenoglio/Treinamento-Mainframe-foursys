      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB68.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: EXTRATO ANUAL DA DECLARACAO DE         *             00008000
      *            VINCULOS (MOLDES DA RAIS): PARA O ANO  *             00009000
      *            BASE INFORMADO GERA EM RAISARQ, LAYOUT *             00010000
      *            FIXO COM HEADER/DETALHE/TRAILER, UM    *             00011000
      *            REGISTRO POR FUNCIONARIO COM VINCULO   *             00012000
      *            NO ANO (INCLUSIVE OS DESLIGADOS NO     *             00013000
      *            ANO): ADMISSAO, DESLIGAMENTO E         *             00014000
      *            MOTIVODEM, SETOR, O BRUTO MENSAL DE    *             00015000
      *            IVAN.FOPAG NOS 12 MESES (NORMAL MAIS   *             00016000
      *            COMPLEMENTAR), O 13O DO FR22DB42       *             00017000
      *            (TIPO 'D') E OS DIAS DE AFASTAMENTO    *             00018000
      *            NO ANO (IVAN.AFAST). O RELATORIO DE    *             00019000
      *            CONTROLE RELRAIS TRAZ OS TOTAIS DE     *             00020000
      *            VINCULOS E VALORES, COM BRUTO, INSS,   *             00021000
      *            IRRF E LIQUIDO NOS MESMOS CRITERIOS DO *             00022000
      *            INFORME DE RENDIMENTOS (FR22DB40) PARA *             00023000
      *            A CONFERENCIA ENTRE OS DOIS.           *             00024000
      *            A DECLARACAO E POR EMPREGADOR: COM A   *             00024140
      *            EMPRESA NO PARAMETRO SO ENTRAM OS      *             00024280
      *            VINCULOS DELA, O HEADER LEVA O CODIGO, *             00024420
      *            A RAZAO E O CNPJ DE IVAN.EMPRESA E O   *             00024560
      *            TRAILER E O RELRAIS TOTALIZAM SO A     *             00024700
      *            EMPRESA.                               *             00024840
      *---------------------------------------------------*             00025000
      *  PARAMETRO (SYSIN): ANO BASE AAAA.                *             00026000
      *  POSICOES 5-6: EMPRESA X(02) DA DECLARACAO. EM    *             00026330
      *  BRANCO GERA A DECLARACAO UNICA DO GRUPO.         *             00026660
      *---------------------------------------------------*             00027000
      *  ARQUIVOS:                                        *             00028000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00029000
      *  RAISARQ             O             ---------      *             00030000
      *  RELRAIS             O             ---------      *             00031000
      *---------------------------------------------------*             00032000
      *  BASE  DE DADOS:                                  *             00033000
      *  TABELA             I/O           INCLUDE/BOOK    *             00034000
      *  IVAN.FUNC           I               #BKFUNC      *             00035000
      *  IVAN.EMPRESA        I             ---------      *             00035500
      *  IVAN.FOPAG          I             ---------      *             00036000
      *  IVAN.AFAST          I             ---------      *             00037000
      *===================================================*             00038000
                                                                        00039000
      *====================================================             00040000
       ENVIRONMENT                               DIVISION.              00041000
      *====================================================             00042000
       CONFIGURATION                             SECTION.               00043000
       SPECIAL-NAMES.                                                   00044000
           DECIMAL-POINT  IS COMMA.                                     00045000
                                                                        00046000
       INPUT-OUTPUT                              SECTION.               00047000
       FILE-CONTROL.                                                    00048000
           SELECT RAISARQ ASSIGN TO RAISARQ                             00049000
               FILE STATUS IS WRK-FS-RAISARQ.                           00050000
                                                                        00051000
           SELECT RELRAIS ASSIGN TO RELRAIS                             00052000
               FILE STATUS IS WRK-FS-RELRAIS.                           00053000
                                                                        00054000
      *====================================================             00055000
       DATA                                      DIVISION.              00056000
      *====================================================             00057000
      *-----------------------------------------------------            00058000
       FILE                                      SECTION.               00059000
      *-----------------------------------------------------            00060000
       FD RAISARQ                                                       00061000
           RECORDING MODE IS F                                          00062000
           BLOCK CONTAINS 0 RECORDS.                                    00063000
      *-----------LRECL 200---------------------------------            00064000
       01 FD-RAISARQ            PIC X(200).                             00065000
                                                                        00066000
       FD RELRAIS                                                       00067000
           RECORDING MODE IS F                                          00068000
           BLOCK CONTAINS 0 RECORDS.                                    00069000
      *-----------LRECL 80----------------------------------            00070000
       01 FD-RELRAIS            PIC X(80).                              00071000
      *-----------------------------------------------------            00072000
       WORKING-STORAGE                           SECTION.               00073000
      *-----------------------------------------------------            00074000
           EXEC SQL                                                     00075000
              INCLUDE #BKFUNC                                           00076000
           END-EXEC.                                                    00077000
                                                                        00078000
           EXEC SQL                                                     00079000
              INCLUDE SQLCA                                             00080000
           END-EXEC.                                                    00081000
                                                                        00082000
      *    VINCULO NO ANO: ADMITIDO ATE 31/12 E NAO DESLIGADO           00083000
      *    ANTES DE 01/01, OU COM FOLHA GRAVADA NO ANO (O               00084000
      *    MESMO UNIVERSO DO INFORME DO FR22DB40), DA                   00084660
      *    EMPRESA DO PARAMETRO QUANDO INFORMADA.                       00085320
           EXEC SQL                                                     00086000
              DECLARE CRAIS CURSOR FOR                                  00087000
               SELECT F.ID, F.NOME, F.SETOR, F.DATAADM,                 00088000
                      COALESCE(CHAR(F.DATADEM,ISO),' '),                00089000
                      COALESCE(F.MOTIVODEM,' '),                        00090000
      *        DIAS AFASTADO DENTRO DO ANO BASE (QUALQUER               00091000
      *        TIPO), ATE A VESPERA DO RETORNO EFETIVO.                 00092000
                      (SELECT COALESCE(SUM(                             00093000
                        DAYS(CASE WHEN A.RETEFET IS NOT NULL            00094000
                                   AND A.RETEFET - 1 DAY                00095000
                                       < DATE(:WRK-ANO-FIM)             00096000
                                  THEN A.RETEFET - 1 DAY                00097000
                                  ELSE DATE(:WRK-ANO-FIM) END)          00098000
                      - DAYS(CASE WHEN A.DATAINI                        00099000
                                       > DATE(:WRK-ANO-INI)             00100000
                                  THEN A.DATAINI                        00101000
                                  ELSE DATE(:WRK-ANO-INI) END)          00102000
                      + 1), 0)                                          00103000
                        FROM IVAN.AFAST A                               00104000
                        WHERE A.IDFUNC = F.ID                           00105000
                          AND A.DATAINI <= DATE(:WRK-ANO-FIM)           00106000
                          AND (A.RETEFET IS NULL                        00107000
                           OR (A.RETEFET > DATE(:WRK-ANO-INI)           00108000
                          AND  A.RETEFET > A.DATAINI)))                 00109000
                FROM IVAN.FUNC F                                        00110000
                WHERE ((F.DATAADM <= :WRK-ANO-FIM                       00110810
                        AND (F.DATADEM IS NULL                          00111620
                             OR F.DATADEM >= :WRK-ANO-INI))             00112430
                    OR EXISTS (SELECT 1 FROM IVAN.FOPAG P               00113240
                                WHERE P.IDFUNC = F.ID                   00114050
                                  AND P.COMPETENCIA                     00114860
                                      BETWEEN :WRK-COMPET-INI           00115670
                                          AND :WRK-COMPET-FIM))         00116480
                  AND (:WRK-PARM-EMPRESA = '  ' OR                      00117290
                       F.EMPRESA = :WRK-PARM-EMPRESA)                   00118100
                ORDER BY F.ID                                           00119000
           END-EXEC.                                                    00120000
                                                                        00121000
      *    FOLHA DO FUNCIONARIO NO ANO, TODOS OS TIPOS.                 00122000
           EXEC SQL                                                     00123000
              DECLARE CFOLHA CURSOR FOR                                 00124000
               SELECT COMPETENCIA, TIPO,                                00125000
                      BRUTO, DESCINSS, DESCIRRF, LIQUIDO                00126000
                FROM IVAN.FOPAG                                         00127000
                WHERE IDFUNC = :DB2-ID                                  00128000
                  AND COMPETENCIA BETWEEN :WRK-COMPET-INI               00129000
                                      AND :WRK-COMPET-FIM               00130000
                ORDER BY COMPETENCIA, TIPO                              00131000
           END-EXEC.                                                    00132000
                                                                        00133000
       77 WRK-DATADEM-DB2  PIC X(10).                                   00134000
       77 WRK-MOTDEM-DB2   PIC X(02).                                   00135000
       77 WRK-DIAS-AFAST   PIC S9(09) COMP VALUE ZEROS.                 00136000
       77 WRK-COMPET-DB2   PIC 9(06).                                   00137000
       77 WRK-TIPO-DB2     PIC X(01).                                   00138000
       77 WRK-BRUTO-DB2    PIC 9(10).                                   00139000
       77 WRK-INSS-DB2     PIC 9(10).                                   00140000
       77 WRK-IRRF-DB2     PIC 9(10).                                   00141000
       77 WRK-LIQUIDO-DB2  PIC 9(10).                                   00142000
                                                                        00143000
       01 WRK-PARM.                                                     00144000
          05 WRK-PARM-ANO   PIC 9(04)  VALUE ZEROS.                     00145000
          05 WRK-PARM-EMPRESA PIC X(02) VALUE SPACES.                   00145500
       77 WRK-COMPET-INI   PIC 9(06)    VALUE ZEROS.                    00146000
       77 WRK-COMPET-FIM   PIC 9(06)    VALUE ZEROS.                    00147000
       01 WRK-ANO-INI.                                                  00148000
          05 WRK-INI-ANO    PIC 9(04).                                  00149000
          05 FILLER         PIC X(06) VALUE '-01-01'.                   00150000
       01 WRK-ANO-FIM.                                                  00151000
          05 WRK-FIM-ANO    PIC 9(04).                                  00152000
          05 FILLER         PIC X(06) VALUE '-12-31'.                   00153000
      *----------------------------------------------------             00154000
       01 FILLER PIC X(48) VALUE                                        00155000
           '--------------VARIAVEIS PARA APOIO-----------'.             00156000
      *----------------------------------------------------             00157000
       77 WRK-SQLCODE      PIC -999.                                    00158000
       77 WRK-FS-RAISARQ   PIC 9(02).                                   00159000
       77 WRK-FS-RELRAIS   PIC 9(02).                                   00160000
       77 WRK-MES-CORR     PIC 9(02)    VALUE ZEROS.                    00161000
       77 WRK-QTDE-FOLHA   PIC 9(03)    VALUE ZEROS.                    00162000
       77 WRK-EMP-CNPJ     PIC X(14)    VALUE SPACES.                   00162330
       77 WRK-EMP-RAZAO    PIC X(40)    VALUE SPACES.                   00162660
       01 WRK-DATA-HOJE.                                                00163000
          05 WRK-HOJE-ANO   PIC 9(04).                                  00164000
          05 WRK-HOJE-MES   PIC 9(02).                                  00165000
          05 WRK-HOJE-DIA   PIC 9(02).                                  00166000
      *----------------------------------------------------             00167000
       01 FILLER PIC X(48) VALUE                                        00168000
           '--------------REGISTROS DO RAISARQ-----------'.             00169000
      *----------------------------------------------------             00170000
       01 WRK-RAIS-HEADER.                                              00171000
          05 WRK-RSH-TIPO     PIC X(01) VALUE '0'.                      00172000
          05 WRK-RSH-ANO      PIC 9(04).                                00173000
          05 WRK-RSH-EMPRESA  PIC X(30) VALUE 'FOURSYS'.                00174000
          05 WRK-RSH-GERACAO.                                           00175000
             10 WRK-RSH-G-ANO PIC 9(04).                                00176000
             10 FILLER        PIC X(01) VALUE '-'.                      00177000
             10 WRK-RSH-G-MES PIC 9(02).                                00178000
             10 FILLER        PIC X(01) VALUE '-'.                      00179000
             10 WRK-RSH-G-DIA PIC 9(02).                                00180000
          05 WRK-RSH-CODEMP   PIC X(02) VALUE SPACES.                   00180500
          05 WRK-RSH-CNPJ     PIC X(14) VALUE SPACES.                   00181000
          05 FILLER           PIC X(139) VALUE SPACES.                  00181500
       01 WRK-RAIS-DETALHE.                                             00182000
          05 WRK-RSD-TIPO     PIC X(01) VALUE '1'.                      00183000
          05 WRK-RSD-ANO      PIC 9(04).                                00184000
          05 WRK-RSD-ID       PIC 9(05).                                00185000
          05 WRK-RSD-NOME     PIC X(30).                                00186000
          05 WRK-RSD-SETOR    PIC X(04).                                00187000
          05 WRK-RSD-DATAADM  PIC X(10).                                00188000
          05 WRK-RSD-DATADEM  PIC X(10).                                00189000
          05 WRK-RSD-MOTDEM   PIC X(02).                                00190000
          05 WRK-RSD-MESES.                                             00191000
             10 WRK-RSD-BRUTO PIC 9(10) OCCURS 12 TIMES.                00192000
          05 WRK-RSD-BRUTO13  PIC 9(10).                                00193000
          05 WRK-RSD-AFAST    PIC 9(03).                                00194000
          05 FILLER           PIC X(01) VALUE SPACES.                   00195000
       01 WRK-RAIS-TRAILER.                                             00196000
          05 WRK-RST-TIPO     PIC X(01) VALUE '9'.                      00197000
          05 WRK-RST-ANO      PIC 9(04).                                00198000
          05 WRK-RST-QTDE     PIC 9(05).                                00199000
          05 WRK-RST-BRUTO    PIC 9(13).                                00200000
          05 WRK-RST-BRUTO13  PIC 9(13).                                00201000
          05 FILLER           PIC X(164) VALUE SPACES.                  00202000
      *----------------------------------------------------             00203000
       01 FILLER PIC X(48) VALUE                                        00204000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00205000
      *----------------------------------------------------             00206000
       77 WRK-REGLIDOS     PIC 9(07)    VALUE ZEROS.                    00207000
       77 WRK-QTDE-ADMIT   PIC 9(05)    VALUE ZEROS.                    00208000
       77 WRK-QTDE-DESLIG  PIC 9(05)    VALUE ZEROS.                    00209000
       77 WRK-QTDE-ATIVOS  PIC 9(05)    VALUE ZEROS.                    00210000
       77 WRK-QTDE-SEMFOL  PIC 9(05)    VALUE ZEROS.                    00211000
       77 WRK-QTDE-COMFOL  PIC 9(05)    VALUE ZEROS.                    00212000
       77 WRK-TOT-MENSAL   PIC 9(13)    VALUE ZEROS.                    00213000
       77 WRK-TOT-13O      PIC 9(13)    VALUE ZEROS.                    00214000
       77 WRK-TOT-BRUTO    PIC 9(13)    VALUE ZEROS.                    00215000
       77 WRK-TOT-INSS     PIC 9(13)    VALUE ZEROS.                    00216000
       77 WRK-TOT-IRRF     PIC 9(13)    VALUE ZEROS.                    00217000
       77 WRK-TOT-LIQUIDO  PIC 9(13)    VALUE ZEROS.                    00218000
       77 WRK-TOT-AFAST    PIC 9(07)    VALUE ZEROS.                    00219000
      *----------------------------------------------------             00220000
       01 FILLER PIC X(48) VALUE                                        00221000
           '--------------LINHAS DO RELATORIO------------'.             00222000
      *----------------------------------------------------             00223000
       01 WRK-REL-TITULO.                                               00224000
          05 FILLER           PIC X(09) VALUE SPACES.                   00225000
          05 FILLER           PIC X(46) VALUE                           00226000
             'FOURSYS - CONTROLE DA DECLARACAO ANUAL'.                  00227000
          05 FILLER           PIC X(09) VALUE 'ANO BASE '.              00228000
          05 WRK-REL-ANO      PIC 9(04).                                00229000
          05 FILLER           PIC X(12) VALUE SPACES.                   00230000
       01 WRK-REL-EMPRESA.                                              00230110
          05 FILLER           PIC X(09) VALUE 'EMPRESA: '.              00230220
          05 WRK-REL-CODEMP   PIC X(02).                                00230330
          05 FILLER           PIC X(08) VALUE '  CNPJ: '.               00230440
          05 WRK-REL-CNPJ     PIC X(14).                                00230550
          05 FILLER           PIC X(02) VALUE SPACES.                   00230660
          05 WRK-REL-RAZAO    PIC X(40).                                00230770
          05 FILLER           PIC X(05) VALUE SPACES.                   00230880
       01 WRK-REL-TRACO       PIC X(80) VALUE ALL '-'.                  00231000
       01 WRK-REL-QTDE.                                                 00232000
          05 WRK-REL-QTD-DESC PIC X(50).                                00233000
          05 WRK-REL-QTD-V    PIC ZZZ.ZZ9.                              00234000
          05 FILLER           PIC X(23) VALUE SPACES.                   00235000
       01 WRK-REL-VALOR.                                                00236000
          05 WRK-REL-VLR-DESC PIC X(50).                                00237000
          05 WRK-REL-VLR-V    PIC ZZ.ZZZ.ZZZ.ZZ9,99.                    00238000
          05 FILLER           PIC X(13) VALUE SPACES.                   00239000
       01 WRK-REL-SUBTIT      PIC X(80) VALUE                           00240000
          'CONFERENCIA COM O INFORME DE RENDIMENTOS (FR22DB40)'.        00241000
       77 WRK-LINHABRANCO     PIC X(80) VALUE SPACES.                   00242000
       77 WRK-VALOR-CENT      PIC 9(13)V9(02) VALUE ZEROS.              00243000
      *====================================================             00244000
       PROCEDURE                                 DIVISION.              00245000
      *====================================================             00246000
      *-----------------------------------------------------            00247000
       0000-PRINCIPAL                             SECTION.              00248000
      *-----------------------------------------------------            00249000
           PERFORM 1000-INICIALIZAR.                                    00250000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00251000
           PERFORM 3000-FINALIZAR.                                      00252000
           STOP RUN.                                                    00253000
      *-----------------------------------------------------            00254000
       0000-99-FIM.                                  EXIT.              00255000
      *-----------------------------------------------------            00256000
                                                                        00257000
      *-----------------------------------------------------            00258000
       1000-INICIALIZAR                           SECTION.              00259000
      *-----------------------------------------------------            00260000
           ACCEPT WRK-PARM FROM SYSIN.                                  00261000
           IF WRK-PARM-ANO IS NOT NUMERIC                               00262000
              OR WRK-PARM-ANO EQUAL ZEROS                               00263000
            DISPLAY 'ANO BASE (AAAA) NAO INFORMADO'                     00264000
            STOP RUN                                                    00265000
           END-IF.                                                      00266000
           IF WRK-PARM-EMPRESA EQUAL LOW-VALUES                         00266140
            MOVE SPACES TO WRK-PARM-EMPRESA                             00266280
           END-IF.                                                      00266420
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00266560
            PERFORM 1050-BUSCAR-EMPRESA                                 00266700
           END-IF.                                                      00266840
           COMPUTE WRK-COMPET-INI = WRK-PARM-ANO * 100 + 01.            00267000
           COMPUTE WRK-COMPET-FIM = WRK-PARM-ANO * 100 + 12.            00268000
           MOVE WRK-PARM-ANO TO WRK-INI-ANO.                            00269000
           MOVE WRK-PARM-ANO TO WRK-FIM-ANO.                            00270000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00271000
                                                                        00272000
           OPEN OUTPUT RAISARQ RELRAIS.                                 00273000
           IF WRK-FS-RAISARQ NOT EQUAL 0                                00274000
              OR WRK-FS-RELRAIS NOT EQUAL 0                             00275000
            DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'            00276000
            STOP RUN                                                    00277000
           END-IF.                                                      00278000
                                                                        00279000
           MOVE WRK-PARM-ANO  TO WRK-RSH-ANO.                           00280000
           MOVE WRK-HOJE-ANO  TO WRK-RSH-G-ANO.                         00281000
           MOVE WRK-HOJE-MES  TO WRK-RSH-G-MES.                         00282000
           MOVE WRK-HOJE-DIA  TO WRK-RSH-G-DIA.                         00283000
           MOVE WRK-PARM-EMPRESA TO WRK-RSH-CODEMP.                     00283160
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00283320
            MOVE WRK-EMP-RAZAO TO WRK-RSH-EMPRESA                       00283480
            MOVE WRK-EMP-CNPJ  TO WRK-RSH-CNPJ                          00283640
           END-IF.                                                      00283800
           WRITE FD-RAISARQ FROM WRK-RAIS-HEADER.                       00284000
                                                                        00285000
           EXEC SQL                                                     00286000
              OPEN CRAIS                                                00287000
           END-EXEC.                                                    00288000
                                                                        00289000
           EVALUATE SQLCODE                                             00290000
            WHEN 0                                                      00291000
             PERFORM 4000-LER-FUNCIONARIO                               00292000
            WHEN 100                                                    00293000
             DISPLAY 'SEM VINCULOS NO ANO BASE'                         00294000
            WHEN OTHER                                                  00295000
             MOVE SQLCODE TO WRK-SQLCODE                                00296000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00297000
             STOP RUN                                                   00298000
           END-EVALUATE.                                                00299000
      *-----------------------------------------------------            00300000
       1000-99-FIM.                                  EXIT.              00301000
      *-----------------------------------------------------            00301040
                                                                        00301080
      *-----------------------------------------------------            00301120
       1050-BUSCAR-EMPRESA                        SECTION.              00301160
      *-----------------------------------------------------            00301200
      *    A DECLARACAO SAI NO CNPJ DO EMPREGADOR: EMPRESA              00301240
      *    SEM CADASTRO NAO GERA ARQUIVO.                               00301280
           EXEC SQL                                                     00301320
            SELECT CNPJ,RAZAO                                           00301360
             INTO :WRK-EMP-CNPJ,:WRK-EMP-RAZAO                          00301400
             FROM IVAN.EMPRESA                                          00301440
             WHERE CODEMP = :WRK-PARM-EMPRESA                           00301480
           END-EXEC.                                                    00301520
                                                                        00301560
           IF SQLCODE NOT EQUAL 0                                       00301600
            MOVE SQLCODE TO WRK-SQLCODE                                 00301640
            DISPLAY 'EMPRESA ' WRK-PARM-EMPRESA                         00301680
                    ' SEM CADASTRO EM IVAN.EMPRESA - SQLCODE '          00301720
                    WRK-SQLCODE ' - EXECUCAO ABORTADA'                  00301760
            STOP RUN                                                    00301800
           END-IF.                                                      00301840
      *-----------------------------------------------------            00301880
       1050-99-FIM.                                  EXIT.              00301920
      *-----------------------------------------------------            00302000
                                                                        00303000
      *-----------------------------------------------------            00304000
       2000-PROCESSAR                             SECTION.              00305000
      *-----------------------------------------------------            00306000
           MOVE WRK-PARM-ANO    TO WRK-RSD-ANO.                         00307000
           MOVE DB2-ID          TO WRK-RSD-ID.                          00308000
           MOVE DB2-NOME        TO WRK-RSD-NOME.                        00309000
           MOVE DB2-SETOR       TO WRK-RSD-SETOR.                       00310000
           MOVE DB2-DATAADM     TO WRK-RSD-DATAADM.                     00311000
           MOVE WRK-DATADEM-DB2 TO WRK-RSD-DATADEM.                     00312000
           MOVE WRK-MOTDEM-DB2  TO WRK-RSD-MOTDEM.                      00313000
           MOVE ZEROS           TO WRK-RSD-MESES.                       00314000
           MOVE ZEROS           TO WRK-RSD-BRUTO13.                     00315000
           IF WRK-DIAS-AFAST GREATER 366                                00316000
            MOVE 366            TO WRK-DIAS-AFAST                       00317000
           END-IF.                                                      00318000
           MOVE WRK-DIAS-AFAST  TO WRK-RSD-AFAST.                       00319000
           ADD WRK-DIAS-AFAST   TO WRK-TOT-AFAST.                       00320000
                                                                        00321000
           IF DB2-DATAADM NOT LESS WRK-ANO-INI                          00322000
              AND DB2-DATAADM NOT GREATER WRK-ANO-FIM                   00323000
            ADD 1 TO WRK-QTDE-ADMIT                                     00324000
           END-IF.                                                      00325000
           IF WRK-DATADEM-DB2 EQUAL SPACES                              00326000
              OR WRK-DATADEM-DB2 GREATER WRK-ANO-FIM                    00327000
            ADD 1 TO WRK-QTDE-ATIVOS                                    00328000
           ELSE                                                         00329000
            IF WRK-DATADEM-DB2 NOT LESS WRK-ANO-INI                     00330000
             ADD 1 TO WRK-QTDE-DESLIG                                   00331000
            END-IF                                                      00332000
           END-IF.                                                      00333000
                                                                        00334000
           PERFORM 2100-SOMAR-FOLHA.                                    00335000
                                                                        00336000
           WRITE FD-RAISARQ FROM WRK-RAIS-DETALHE.                      00337000
                                                                        00338000
           PERFORM 4000-LER-FUNCIONARIO.                                00339000
      *-----------------------------------------------------            00340000
       2000-99-FIM.                                  EXIT.              00341000
      *-----------------------------------------------------            00342000
                                                                        00343000
      *-----------------------------------------------------            00344000
       2100-SOMAR-FOLHA                           SECTION.              00345000
      *-----------------------------------------------------            00346000
      *    BRUTO DO MES = FOLHA NORMAL MAIS COMPLEMENTAR DA             00347000
      *    COMPETENCIA; AS PARCELAS DO 13O (TIPO 'D') VAO NO            00348000
      *    CAMPO PROPRIO.                                               00349000
           MOVE ZEROS TO WRK-QTDE-FOLHA.                                00350000
                                                                        00351000
           EXEC SQL                                                     00352000
              OPEN CFOLHA                                               00353000
           END-EXEC.                                                    00354000
                                                                        00355000
           IF SQLCODE NOT EQUAL 0                                       00356000
            MOVE SQLCODE TO WRK-SQLCODE                                 00357000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CFOLHA - ID: '          00358000
                    DB2-ID                                              00359000
            STOP RUN                                                    00360000
           END-IF.                                                      00361000
                                                                        00362000
           PERFORM 2150-LER-FOLHA                                       00363000
                   UNTIL SQLCODE EQUAL 100.                             00364000
                                                                        00365000
           EXEC SQL                                                     00366000
              CLOSE CFOLHA                                              00367000
           END-EXEC.                                                    00368000
                                                                        00369000
           IF WRK-QTDE-FOLHA EQUAL ZEROS                                00370000
            ADD 1 TO WRK-QTDE-SEMFOL                                    00371000
           ELSE                                                         00372000
            ADD 1 TO WRK-QTDE-COMFOL                                    00373000
           END-IF.                                                      00374000
      *-----------------------------------------------------            00375000
       2100-99-FIM.                                  EXIT.              00376000
      *-----------------------------------------------------            00377000
                                                                        00378000
      *-----------------------------------------------------            00379000
       2150-LER-FOLHA                             SECTION.              00380000
      *-----------------------------------------------------            00381000
           EXEC SQL                                                     00382000
             FETCH CFOLHA                                               00383000
              INTO :WRK-COMPET-DB2,                                     00384000
                   :WRK-TIPO-DB2,                                       00385000
                   :WRK-BRUTO-DB2,                                      00386000
                   :WRK-INSS-DB2,                                       00387000
                   :WRK-IRRF-DB2,                                       00388000
                   :WRK-LIQUIDO-DB2                                     00389000
           END-EXEC.                                                    00390000
                                                                        00391000
           EVALUATE SQLCODE                                             00392000
            WHEN 0                                                      00393000
             ADD 1 TO WRK-QTDE-FOLHA                                    00394000
             ADD WRK-BRUTO-DB2   TO WRK-TOT-BRUTO                       00395000
             ADD WRK-INSS-DB2    TO WRK-TOT-INSS                        00396000
             ADD WRK-IRRF-DB2    TO WRK-TOT-IRRF                        00397000
             ADD WRK-LIQUIDO-DB2 TO WRK-TOT-LIQUIDO                     00398000
             COMPUTE WRK-MES-CORR =                                     00399000
                     WRK-COMPET-DB2 - (WRK-PARM-ANO * 100)              00400000
             IF WRK-TIPO-DB2 EQUAL 'D'                                  00401000
              ADD WRK-BRUTO-DB2 TO WRK-RSD-BRUTO13                      00402000
              ADD WRK-BRUTO-DB2 TO WRK-TOT-13O                          00403000
             ELSE                                                       00404000
              ADD WRK-BRUTO-DB2 TO WRK-RSD-BRUTO (WRK-MES-CORR)         00405000
              ADD WRK-BRUTO-DB2 TO WRK-TOT-MENSAL                       00406000
             END-IF                                                     00407000
            WHEN 100                                                    00408000
             CONTINUE                                                   00409000
            WHEN OTHER                                                  00410000
             MOVE SQLCODE TO WRK-SQLCODE                                00411000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CFOLHA'              00412000
             MOVE 12 TO RETURN-CODE                                     00412500
             STOP RUN                                                   00413000
           END-EVALUATE.                                                00414000
      *-----------------------------------------------------            00415000
       2150-99-FIM.                                  EXIT.              00416000
      *-----------------------------------------------------            00417000
                                                                        00418000
      *-----------------------------------------------------            00419000
       3000-FINALIZAR                             SECTION.              00420000
      *-----------------------------------------------------            00421000
           EXEC SQL                                                     00422000
              CLOSE CRAIS                                               00423000
           END-EXEC.                                                    00424000
                                                                        00425000
           MOVE WRK-PARM-ANO    TO WRK-RST-ANO.                         00426000
           MOVE WRK-REGLIDOS    TO WRK-RST-QTDE.                        00427000
           MOVE WRK-TOT-MENSAL  TO WRK-RST-BRUTO.                       00428000
           MOVE WRK-TOT-13O     TO WRK-RST-BRUTO13.                     00429000
           WRITE FD-RAISARQ FROM WRK-RAIS-TRAILER.                      00430000
                                                                        00431000
           PERFORM 3100-IMPRIMIR-CONTROLE.                              00432000
                                                                        00433000
           CLOSE RAISARQ RELRAIS.                                       00434000
                                                                        00435000
           DISPLAY ' '.                                                 00436000
           DISPLAY 'ANO BASE:             ' WRK-PARM-ANO.               00437000
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00437200
            DISPLAY 'EMPRESA:              ' WRK-PARM-EMPRESA           00437400
                    ' CNPJ ' WRK-EMP-CNPJ                               00437600
           END-IF.                                                      00437800
           DISPLAY 'VINCULOS DECLARADOS:  ' WRK-REGLIDOS.               00438000
           DISPLAY 'COM FOLHA NO ANO:     ' WRK-QTDE-COMFOL.            00439000
           DISPLAY 'TOTAL RENDIMENTOS:    ' WRK-TOT-BRUTO.              00440000
      *-----------------------------------------------------            00441000
       3000-99-FIM.                                  EXIT.              00442000
      *-----------------------------------------------------            00443000
                                                                        00444000
      *-----------------------------------------------------            00445000
       3100-IMPRIMIR-CONTROLE                     SECTION.              00446000
      *-----------------------------------------------------            00447000
      *    OS QUATRO TOTAIS FINAIS E A QUANTIDADE COM FOLHA             00448000
      *    TEM DE BATER COM OS TOTAIS DO INFORME DE                     00449000
      *    RENDIMENTOS (FR22DB40) DO MESMO ANO.                         00450000
           MOVE WRK-PARM-ANO TO WRK-REL-ANO.                            00451000
           WRITE FD-RELRAIS FROM WRK-REL-TITULO.                        00452000
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00452140
            MOVE WRK-PARM-EMPRESA TO WRK-REL-CODEMP                     00452280
            MOVE WRK-EMP-CNPJ     TO WRK-REL-CNPJ                       00452420
            MOVE WRK-EMP-RAZAO    TO WRK-REL-RAZAO                      00452560
            WRITE FD-RELRAIS FROM WRK-REL-EMPRESA                       00452700
           END-IF.                                                      00452840
           WRITE FD-RELRAIS FROM WRK-REL-TRACO.                         00453000
                                                                        00454000
           MOVE 'VINCULOS DECLARADOS (REGISTROS TIPO 1).......'         00455000
                                  TO WRK-REL-QTD-DESC.                  00456000
           MOVE WRK-REGLIDOS      TO WRK-REL-QTD-V.                     00457000
           WRITE FD-RELRAIS FROM WRK-REL-QTDE.                          00458000
           MOVE 'ADMITIDOS NO ANO.............................'         00459000
                                  TO WRK-REL-QTD-DESC.                  00460000
           MOVE WRK-QTDE-ADMIT    TO WRK-REL-QTD-V.                     00461000
           WRITE FD-RELRAIS FROM WRK-REL-QTDE.                          00462000
           MOVE 'DESLIGADOS NO ANO............................'         00463000
                                  TO WRK-REL-QTD-DESC.                  00464000
           MOVE WRK-QTDE-DESLIG   TO WRK-REL-QTD-V.                     00465000
           WRITE FD-RELRAIS FROM WRK-REL-QTDE.                          00466000
           MOVE 'VINCULOS ATIVOS EM 31/12.....................'         00467000
                                  TO WRK-REL-QTD-DESC.                  00468000
           MOVE WRK-QTDE-ATIVOS   TO WRK-REL-QTD-V.                     00469000
           WRITE FD-RELRAIS FROM WRK-REL-QTDE.                          00470000
           MOVE 'VINCULOS SEM FOLHA NO ANO....................'         00471000
                                  TO WRK-REL-QTD-DESC.                  00472000
           MOVE WRK-QTDE-SEMFOL   TO WRK-REL-QTD-V.                     00473000
           WRITE FD-RELRAIS FROM WRK-REL-QTDE.                          00474000
           MOVE 'DIAS DE AFASTAMENTO NO ANO...................'         00475000
                                  TO WRK-REL-QTD-DESC.                  00476000
           MOVE WRK-TOT-AFAST     TO WRK-REL-QTD-V.                     00477000
           WRITE FD-RELRAIS FROM WRK-REL-QTDE.                          00478000
           WRITE FD-RELRAIS FROM WRK-LINHABRANCO.                       00479000
                                                                        00480000
           MOVE 'BRUTO MENSAL (FOLHA NORMAL + COMPLEMENTAR)...'         00481000
                                  TO WRK-REL-VLR-DESC.                  00482000
           MOVE WRK-TOT-MENSAL    TO WRK-VALOR-CENT.                    00483000
           MOVE WRK-VALOR-CENT    TO WRK-REL-VLR-V.                     00484000
           WRITE FD-RELRAIS FROM WRK-REL-VALOR.                         00485000
           MOVE '13O SALARIO (FR22DB42).......................'         00486000
                                  TO WRK-REL-VLR-DESC.                  00487000
           MOVE WRK-TOT-13O       TO WRK-VALOR-CENT.                    00488000
           MOVE WRK-VALOR-CENT    TO WRK-REL-VLR-V.                     00489000
           WRITE FD-RELRAIS FROM WRK-REL-VALOR.                         00490000
           WRITE FD-RELRAIS FROM WRK-REL-TRACO.                         00491000
                                                                        00492000
           WRITE FD-RELRAIS FROM WRK-REL-SUBTIT.                        00493000
           MOVE 'FUNCIONARIOS COM FOLHA (INFORMES)............'         00494000
                                  TO WRK-REL-QTD-DESC.                  00495000
           MOVE WRK-QTDE-COMFOL   TO WRK-REL-QTD-V.                     00496000
           WRITE FD-RELRAIS FROM WRK-REL-QTDE.                          00497000
           MOVE 'TOTAL RENDIMENTOS (BRUTO)....................'         00498000
                                  TO WRK-REL-VLR-DESC.                  00499000
           MOVE WRK-TOT-BRUTO     TO WRK-VALOR-CENT.                    00500000
           MOVE WRK-VALOR-CENT    TO WRK-REL-VLR-V.                     00501000
           WRITE FD-RELRAIS FROM WRK-REL-VALOR.                         00502000
           MOVE 'TOTAL INSS RETIDO............................'         00503000
                                  TO WRK-REL-VLR-DESC.                  00504000
           MOVE WRK-TOT-INSS      TO WRK-VALOR-CENT.                    00505000
           MOVE WRK-VALOR-CENT    TO WRK-REL-VLR-V.                     00506000
           WRITE FD-RELRAIS FROM WRK-REL-VALOR.                         00507000
           MOVE 'TOTAL IRRF RETIDO............................'         00508000
                                  TO WRK-REL-VLR-DESC.                  00509000
           MOVE WRK-TOT-IRRF      TO WRK-VALOR-CENT.                    00510000
           MOVE WRK-VALOR-CENT    TO WRK-REL-VLR-V.                     00511000
           WRITE FD-RELRAIS FROM WRK-REL-VALOR.                         00512000
           MOVE 'TOTAL LIQUIDO RECEBIDO.......................'         00513000
                                  TO WRK-REL-VLR-DESC.                  00514000
           MOVE WRK-TOT-LIQUIDO   TO WRK-VALOR-CENT.                    00515000
           MOVE WRK-VALOR-CENT    TO WRK-REL-VLR-V.                     00516000
           WRITE FD-RELRAIS FROM WRK-REL-VALOR.                         00517000
      *-----------------------------------------------------            00518000
       3100-99-FIM.                                  EXIT.              00519000
      *-----------------------------------------------------            00520000
                                                                        00521000
      *-----------------------------------------------------            00522000
       4000-LER-FUNCIONARIO                       SECTION.              00523000
      *-----------------------------------------------------            00524000
           EXEC SQL                                                     00525000
             FETCH CRAIS                                                00526000
              INTO :DB2-ID,                                             00527000
                   :DB2-NOME,                                           00528000
                   :DB2-SETOR,                                          00529000
                   :DB2-DATAADM,                                        00530000
                   :WRK-DATADEM-DB2,                                    00531000
                   :WRK-MOTDEM-DB2,                                     00532000
                   :WRK-DIAS-AFAST                                      00533000
           END-EXEC.                                                    00534000
                                                                        00535000
           EVALUATE SQLCODE                                             00536000
            WHEN 0                                                      00537000
             ADD 1 TO WRK-REGLIDOS                                      00538000
            WHEN 100                                                    00539000
             DISPLAY 'FINAL DA TABELA'                                  00540000
            WHEN OTHER                                                  00541000
             MOVE SQLCODE TO WRK-SQLCODE                                00542000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CRAIS'               00542500
             MOVE 12 TO RETURN-CODE                                     00543000
             STOP RUN                                                   00543500
           END-EVALUATE.                                                00544000
      *-----------------------------------------------------            00545000
       4000-99-FIM.                                  EXIT.              00546000
      *-----------------------------------------------------            00547000
