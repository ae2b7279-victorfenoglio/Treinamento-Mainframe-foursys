      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB67.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: AUDITORIA DA FOLHA FECHADA POR         *             00008000
      *            RECALCULO INDEPENDENTE: PARA CADA      *             00009000
      *            FUNCIONARIO DA FOLHA NORMAL DA         *             00010000
      *            COMPETENCIA (IVAN.FOPAG TIPO 'N')      *             00011000
      *            REFAZ DO ZERO O BRUTO, O INSS E O IRRF *             00012000
      *            COM AS REGRAS DO FR22DB13, O SALARIO   *             00013000
      *            VIGENTE NO CALCULO (IVAN.FUNCHIST),    *             00014000
      *            ADICIONAL, FALTAS, HORAS, AFASTAMENTOS *             00015000
      *            E A VERSAO DE IVAN.ALIQUOTA VIGENTE, E *             00016000
      *            CONFERE COM O GRAVADO EM IVAN.FOPAG E  *             00017000
      *            IVAN.FOPAGDET. SAEM EM RELAUDIT AS     *             00018000
      *            DIFERENCAS ACIMA DE UM CENTAVO, A      *             00019000
      *            CONSIGNACAO ACIMA DO CONTRATADO EM     *             00020000
      *            IVAN.CONSIG, A FOPAG CUJO DETALHE NAO  *             00021000
      *            FECHA COM BRUTO/LIQUIDO E O DETALHE    *             00022000
      *            SEM CABECALHO NA FOPAG. SO LEITURA -   *             00023000
      *            NENHUMA TABELA DA FOLHA E ALTERADA.    *             00024000
      *            VERBAS AVULSAS (ARQUIVO AVULSAS) E     *             00025000
      *            PENSAO SAO TOMADAS DO FOPAGDET.        *             00026000
      *---------------------------------------------------*             00027000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM JA FECHADA *             00028000
      *  PELO FR22DB13.                                   *             00029000
      *---------------------------------------------------*             00030000
      *  ARQUIVOS:                                        *             00031000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00032000
      *  RELAUDIT            O             ---------      *             00033000
      *---------------------------------------------------*             00034000
      *  BASE  DE DADOS:                                  *             00035000
      *  TABELA             I/O           INCLUDE/BOOK    *             00036000
      *  IVAN.FUNC           I               #BKFUNC      *             00037000
      *  IVAN.FUNCHIST       I             ---------      *             00038000
      *  IVAN.FOPAG          I             ---------      *             00039000
      *  IVAN.FOPAGDET       I             ---------      *             00040000
      *  IVAN.ALIQUOTA       I             ---------      *             00041000
      *  IVAN.ADICTS         I             ---------      *             00042000
      *  IVAN.FALTAS         I             ---------      *             00043000
      *  IVAN.CONSIG         I             ---------      *             00044000
      *  IVAN.DEPEND         I             ---------      *             00045000
      *  IVAN.HORAS          I             ---------      *             00046000
      *  IVAN.AFAST          I             ---------      *             00047000
      *  IVAN.FERIADO        I               #DIAUTIL     *             00048000
      *  (VIA SUBROTINA DIAUTIL)                          *             00049000
      *===================================================*             00050000
                                                                        00051000
      *====================================================             00052000
       ENVIRONMENT                               DIVISION.              00053000
      *====================================================             00054000
       CONFIGURATION                             SECTION.               00055000
       SPECIAL-NAMES.                                                   00056000
           DECIMAL-POINT  IS COMMA.                                     00057000
                                                                        00058000
       INPUT-OUTPUT                              SECTION.               00059000
       FILE-CONTROL.                                                    00060000
           SELECT RELAUDIT ASSIGN TO RELAUDIT                           00061000
               FILE STATUS IS WRK-FS-RELAUDIT.                          00062000
                                                                        00063000
      *====================================================             00064000
       DATA                                      DIVISION.              00065000
      *====================================================             00066000
      *-----------------------------------------------------            00067000
       FILE                                      SECTION.               00068000
      *-----------------------------------------------------            00069000
       FD RELAUDIT                                                      00070000
           RECORDING MODE IS F                                          00071000
           BLOCK CONTAINS 0 RECORDS.                                    00072000
      *-----------LRECL 100---------------------------------            00073000
       01 FD-RELAUDIT           PIC X(100).                             00074000
      *-----------------------------------------------------            00075000
       WORKING-STORAGE                           SECTION.               00076000
      *-----------------------------------------------------            00077000
           COPY '#DIAUTIL'.                                             00078000
                                                                        00079000
           EXEC SQL                                                     00080000
              INCLUDE #BKFUNC                                           00081000
           END-EXEC.                                                    00082000
                                                                        00083000
           EXEC SQL                                                     00084000
              INCLUDE SQLCA                                             00085000
           END-EXEC.                                                    00086000
                                                                        00087000
      *    FOLHA GRAVADA E INSUMOS DO RECALCULO NUMA SO                 00088000
      *    LEITURA. O SALARIO E O VIGENTE NO MOMENTO DO                 00089000
      *    CALCULO: O SALARIO_ANTES DA PRIMEIRA ALTERACAO               00090000
      *    POSTERIOR EM IVAN.FUNCHIST, OU O ATUAL SE NAO                00091000
      *    HOUVE ALTERACAO DEPOIS DA FOLHA.                             00092000
           EXEC SQL                                                     00093000
              DECLARE CAUDIT CURSOR FOR                                 00094000
               SELECT P.IDFUNC, F.NOME, F.SETOR,                        00095000
                      COALESCE((SELECT H.SALARIO_ANTES                  00096000
                                 FROM IVAN.FUNCHIST H                   00097000
                                WHERE H.ID = P.IDFUNC                   00098000
                                  AND H.DATAHORA =                      00099000
                                      (SELECT MIN(H2.DATAHORA)          00100000
                                        FROM IVAN.FUNCHIST H2           00101000
                                       WHERE H2.ID = P.IDFUNC           00102000
                                         AND H2.DATAHORA                00103000
                                             > P.DATAHORA)),            00104000
                               F.SALARIO),                              00105000
                      P.BRUTO, P.DESCINSS, P.DESCIRRF, P.LIQUIDO,       00106000
                      COALESCE((SELECT MAX(A.PERCENTUAL)                00107000
                                 FROM IVAN.ADICTS A                     00108000
                                WHERE A.IDFUNC = P.IDFUNC), 0),         00109000
                      (SELECT COUNT(*) FROM IVAN.DEPEND D               00110000
                        WHERE D.IDFUNC = P.IDFUNC),                     00111000
                      (SELECT COUNT(*) FROM IVAN.FALTAS T               00112000
                        WHERE T.IDFUNC = P.IDFUNC                       00113000
                          AND T.TIPO = 'I'                              00114000
                          AND SUBSTR(T.DATA,1,7)                        00115000
                              = :WRK-MES-COMP),                         00116000
                      COALESCE((SELECT H.HE50 FROM IVAN.HORAS H         00117000
                                WHERE H.IDFUNC = P.IDFUNC               00118000
                                  AND H.COMPETENCIA                     00119000
                                      = :WRK-PARM-COMPET                00120000
                                  AND H.STATUS = 'V'), 0),              00121000
                      COALESCE((SELECT H.HE100 FROM IVAN.HORAS H        00122000
                                WHERE H.IDFUNC = P.IDFUNC               00123000
                                  AND H.COMPETENCIA                     00124000
                                      = :WRK-PARM-COMPET                00125000
                                  AND H.STATUS = 'V'), 0),              00126000
                      COALESCE((SELECT H.HNOT FROM IVAN.HORAS H         00127000
                                WHERE H.IDFUNC = P.IDFUNC               00128000
                                  AND H.COMPETENCIA                     00129000
                                      = :WRK-PARM-COMPET                00130000
                                  AND H.STATUS = 'V'), 0),              00131000
      *        DIAS NAO PAGOS DO MES - MESMO CRITERIO DO                00132000
      *        CURSOR CFOPAG DO FR22DB13.                               00133000
                      (SELECT COALESCE(SUM(                             00134000
                        DAYS(CASE WHEN A.RETEFET IS NOT NULL            00135000
                                   AND A.RETEFET - 1 DAY                00136000
                                       < DATE(:WRK-COMP-FIM)            00137000
                                  THEN A.RETEFET - 1 DAY                00138000
                                  ELSE DATE(:WRK-COMP-FIM) END)         00139000
                      - DAYS(CASE WHEN A.DATAINI + (CASE A.TIPO         00140000
                                       WHEN 'N' THEN 0 ELSE 15 END)     00141000
                                       DAYS > DATE(:WRK-COMP-INI)       00142000
                                  THEN A.DATAINI + (CASE A.TIPO         00143000
                                       WHEN 'N' THEN 0 ELSE 15 END)     00144000
                                       DAYS                             00145000
                                  ELSE DATE(:WRK-COMP-INI) END)         00146000
                      + 1), 0)                                          00147000
                        FROM IVAN.AFAST A                               00148000
                        WHERE A.IDFUNC = P.IDFUNC                       00149000
                          AND A.TIPO IN ('D','A','N')                   00150000
                          AND A.DATAINI + (CASE A.TIPO                  00151000
                              WHEN 'N' THEN 0 ELSE 15 END) DAYS         00152000
                              <= DATE(:WRK-COMP-FIM)                    00153000
                          AND (A.RETEFET IS NULL                        00154000
                           OR (A.RETEFET > DATE(:WRK-COMP-INI)          00155000
                          AND  A.RETEFET > A.DATAINI + (CASE A.TIPO     00156000
                               WHEN 'N' THEN 0 ELSE 15 END) DAYS))),    00157000
      *        DETALHE GRAVADO PELO FR22DB13 (IVAN.FOPAGDET).           00158000
                      COALESCE((SELECT SUM(D.VALOR)                     00159000
                                 FROM IVAN.FOPAGDET D                   00160000
                                WHERE D.COMPETENCIA = P.COMPETENCIA     00161000
                                  AND D.IDFUNC = P.IDFUNC               00162000
                                  AND D.TIPO = 'P'), 0),                00163000
                      COALESCE((SELECT SUM(D.VALOR)                     00164000
                                 FROM IVAN.FOPAGDET D                   00165000
                                WHERE D.COMPETENCIA = P.COMPETENCIA     00166000
                                  AND D.IDFUNC = P.IDFUNC               00167000
                                  AND D.TIPO = 'D'), 0),                00168000
                      COALESCE((SELECT SUM(D.VALOR)                     00169000
                                 FROM IVAN.FOPAGDET D                   00170000
                                WHERE D.COMPETENCIA = P.COMPETENCIA     00171000
                                  AND D.IDFUNC = P.IDFUNC               00172000
                                  AND D.TIPO = 'P'                      00173000
                                  AND D.CODVERBA NOT IN                 00174000
                                      ('SAL ','ADTS','HE50','H100',     00175000
                                       'ADNT','DSRH')), 0),             00176000
                      COALESCE((SELECT SUM(D.VALOR)                     00177000
                                 FROM IVAN.FOPAGDET D                   00178000
                                WHERE D.COMPETENCIA = P.COMPETENCIA     00179000
                                  AND D.IDFUNC = P.IDFUNC               00180000
                                  AND D.CODVERBA = 'PENS'), 0),         00181000
                      COALESCE((SELECT SUM(D.VALOR)                     00182000
                                 FROM IVAN.FOPAGDET D                   00183000
                                WHERE D.COMPETENCIA = P.COMPETENCIA     00184000
                                  AND D.IDFUNC = P.IDFUNC               00185000
                                  AND D.CODVERBA = 'FALT'), 0),         00186000
                      COALESCE((SELECT SUM(D.VALOR)                     00187000
                                 FROM IVAN.FOPAGDET D                   00188000
                                WHERE D.COMPETENCIA = P.COMPETENCIA     00189000
                                  AND D.IDFUNC = P.IDFUNC               00190000
                                  AND D.CODVERBA = 'CONS'), 0),         00191000
      *        PARCELAS DOS CONTRATOS JA EXISTENTES NO CALCULO          00192000
      *        E COM PELO MENOS UMA PARCELA BAIXADA.                    00193000
                      COALESCE((SELECT SUM(C.VALORPARC)                 00194000
                                 FROM IVAN.CONSIG C                     00195000
                                WHERE C.IDFUNC = P.IDFUNC               00196000
                                  AND C.DATAHORA <= P.DATAHORA          00197000
                                  AND C.PARCRESTANTES                   00198000
                                      < C.PARCELAS), 0)                 00199000
                FROM IVAN.FOPAG P, IVAN.FUNC F                          00200000
                WHERE P.COMPETENCIA = :WRK-PARM-COMPET                  00201000
                  AND P.TIPO = 'N'                                      00202000
                  AND F.ID = P.IDFUNC                                   00203000
                ORDER BY P.IDFUNC                                       00204000
           END-EXEC.                                                    00205000
                                                                        00206000
           EXEC SQL                                                     00207000
              DECLARE CALIQ CURSOR FOR                                  00208000
               SELECT TIPO,FAIXA,LIMITE,PCT                             00209000
                FROM IVAN.ALIQUOTA                                      00210000
                WHERE VIGINI <= :WRK-PARM-COMPET                        00211000
                  AND VIGFIM >= :WRK-PARM-COMPET                        00212000
                  AND TIPO IN ('INSS','IRRF','DEPN')                    00213000
                ORDER BY TIPO,FAIXA                                     00214000
           END-EXEC.                                                    00215000
                                                                        00216000
      *    DETALHE DA COMPETENCIA SEM CABECALHO NORMAL NA               00217000
      *    FOPAG, AGRUPADO POR FUNCIONARIO.                             00218000
           EXEC SQL                                                     00219000
              DECLARE CORFAO CURSOR FOR                                 00220000
               SELECT X.IDFUNC,                                         00221000
                      COALESCE(F.NOME,'FUNCIONARIO NAO CADASTRADO'),    00222000
                      X.QTDE, X.PROV, X.DESCT                           00223000
                FROM (SELECT D.IDFUNC, COUNT(*) AS QTDE,                00224000
                             SUM(CASE WHEN D.TIPO = 'P'                 00225000
                                      THEN D.VALOR ELSE 0 END)          00226000
                                 AS PROV,                               00227000
                             SUM(CASE WHEN D.TIPO = 'D'                 00228000
                                      THEN D.VALOR ELSE 0 END)          00229000
                                 AS DESCT                               00230000
                       FROM IVAN.FOPAGDET D                             00231000
                       WHERE D.COMPETENCIA = :WRK-PARM-COMPET           00232000
                         AND NOT EXISTS                                 00233000
                             (SELECT 1 FROM IVAN.FOPAG P                00234000
                               WHERE P.COMPETENCIA = D.COMPETENCIA      00235000
                                 AND P.IDFUNC = D.IDFUNC                00236000
                                 AND P.TIPO = 'N')                      00237000
                       GROUP BY D.IDFUNC) X                             00238000
                LEFT JOIN IVAN.FUNC F ON F.ID = X.IDFUNC                00239000
                ORDER BY X.IDFUNC                                       00240000
           END-EXEC.                                                    00241000
                                                                        00242000
      *----------------------------------------------------             00243000
       01 FILLER PIC X(48) VALUE                                        00244000
           '--------------VARIAVEIS PARA APOIO-----------'.             00245000
      *----------------------------------------------------             00246000
       77 WRK-FS-RELAUDIT  PIC 9(02).                                   00247000
       77 WRK-SQLCODE      PIC -999.                                    00248000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00249000
      *----------------------------------------------------             00250000
       01 FILLER PIC X(48) VALUE                                        00251000
           '--------------CONTROLE DE COMPETENCIA--------'.             00252000
      *----------------------------------------------------             00253000
       01 WRK-PARM.                                                     00254000
          05 WRK-PARM-COMPET PIC 9(06)  VALUE ZEROS.                    00255000
       01 WRK-MES-COMP.                                                 00256000
          05 WRK-COMP-ANO    PIC 9(04).                                 00257000
          05 FILLER          PIC X(01) VALUE '-'.                       00258000
          05 WRK-COMP-MES    PIC 9(02).                                 00259000
       01 WRK-COMP-INI.                                                 00260000
          05 WRK-CPI-ANO     PIC 9(04).                                 00261000
          05 FILLER          PIC X(01) VALUE '-'.                       00262000
          05 WRK-CPI-MES     PIC 9(02).                                 00263000
          05 FILLER          PIC X(01) VALUE '-'.                       00264000
          05 WRK-CPI-DIA     PIC 9(02).                                 00265000
       01 WRK-COMP-FIM.                                                 00266000
          05 WRK-CPF-ANO     PIC 9(04).                                 00267000
          05 FILLER          PIC X(01) VALUE '-'.                       00268000
          05 WRK-CPF-MES     PIC 9(02).                                 00269000
          05 FILLER          PIC X(01) VALUE '-'.                       00270000
          05 WRK-CPF-DIA     PIC 9(02).                                 00271000
       01 WRK-DATA-INI.                                                 00272000
          05 WRK-INI-ANO    PIC 9(04).                                  00273000
          05 WRK-INI-MES    PIC 9(02).                                  00274000
          05 WRK-INI-DIA    PIC 9(02).                                  00275000
       01 WRK-DATA-INI-N REDEFINES WRK-DATA-INI                         00276000
                           PIC 9(08).                                   00277000
       77 WRK-DIAS-MES     PIC 9(02)    VALUE ZEROS.                    00278000
       77 WRK-DIAS-UTEIS   PIC 9(03)    VALUE ZEROS.                    00279000
       77 WRK-DIAS-DSR     PIC 9(03)    VALUE ZEROS.                    00280000
      *----------------------------------------------------             00281000
       01 FILLER PIC X(48) VALUE                                        00282000
           '--------------ALIQUOTAS VIGENTES-------------'.             00283000
      *----------------------------------------------------             00284000
       77 WRK-INSS-PCT     PIC 9V999    VALUE ZEROS.                    00285000
       77 WRK-IRRF-PCT     PIC 9V999    VALUE ZEROS.                    00286000
       77 WRK-ALQ-TIPO     PIC X(04)    VALUE SPACES.                   00287000
       77 WRK-ALQ-FAIXA    PIC 9(02)    VALUE ZEROS.                    00288000
       77 WRK-ALQ-LIMITE   PIC 9(08)V9(02) VALUE ZEROS.                 00289000
       77 WRK-ALQ-PCT      PIC 9V9(03)  VALUE ZEROS.                    00290000
       77 WRK-INSS-OK      PIC X(01)    VALUE 'N'.                      00291000
       77 WRK-IRRF-COUNT   PIC 9(02)    VALUE ZEROS.                    00292000
       77 WRK-IRRF-IDX     PIC 9(02)    VALUE ZEROS.                    00293000
       77 WRK-IRRF-ACHOU   PIC X(01)    VALUE 'N'.                      00294000
       77 WRK-DEPN-VALOR   PIC 9(08)V9(02) VALUE ZEROS.                 00295000
       01 WRK-IRRF-TAB.                                                 00296000
          05 WRK-IRRF-ITEM OCCURS 10 TIMES.                             00297000
             10 WRK-IRRF-LIMITE PIC 9(08)V9(02).                        00298000
             10 WRK-IRRF-FXPCT  PIC 9V9(03).                            00299000
      *----------------------------------------------------             00300000
       01 FILLER PIC X(48) VALUE                                        00301000
           '--------------FOLHA GRAVADA------------------'.             00302000
      *----------------------------------------------------             00303000
       01 WRK-GRAVADO.                                                  00304000
          05 WRK-GRV-BRUTO    PIC 9(10).                                00305000
          05 WRK-GRV-INSS     PIC 9(10).                                00306000
          05 WRK-GRV-IRRF     PIC 9(10).                                00307000
          05 WRK-GRV-LIQUIDO  PIC 9(10).                                00308000
          05 WRK-GRV-SOMAPROV PIC 9(10).                                00309000
          05 WRK-GRV-SOMADESC PIC 9(10).                                00310000
          05 WRK-GRV-AVULPROV PIC 9(10).                                00311000
          05 WRK-GRV-PENSAO   PIC 9(10).                                00312000
          05 WRK-GRV-FALTAS   PIC 9(10).                                00313000
          05 WRK-GRV-CONSIG   PIC 9(10).                                00314000
       77 WRK-CONSIG-CONTR PIC 9(10)    VALUE ZEROS.                    00315000
      *----------------------------------------------------             00316000
       01 FILLER PIC X(48) VALUE                                        00317000
           '--------------INSUMOS DO RECALCULO-----------'.             00318000
      *----------------------------------------------------             00319000
       77 WRK-ADIC-PCT     PIC 9(03)    VALUE ZEROS.                    00320000
       77 WRK-QTDE-DEPEND  PIC S9(09) COMP VALUE ZEROS.                 00321000
       77 WRK-QTDE-FALTAS  PIC S9(09) COMP VALUE ZEROS.                 00322000
       77 WRK-HOR-HE50     PIC 9(03)V9(02) VALUE ZEROS.                 00323000
       77 WRK-HOR-HE100    PIC 9(03)V9(02) VALUE ZEROS.                 00324000
       77 WRK-HOR-HNOT     PIC 9(03)V9(02) VALUE ZEROS.                 00325000
       77 WRK-DIAS-AFAST   PIC S9(09) COMP VALUE ZEROS.                 00326000
       77 WRK-DESC-AFAST   PIC 9(02)    VALUE ZEROS.                    00327000
       77 WRK-DIAS-PAGOS   PIC 9(02)    VALUE ZEROS.                    00328000
      *----------------------------------------------------             00329000
       01 FILLER PIC X(48) VALUE                                        00330000
           '--------------VALORES RECALCULADOS-----------'.             00331000
      *----------------------------------------------------             00332000
      *    MESMAS PICTURES DO FR22DB13, PARA O RECALCULO                00333000
      *    TRUNCAR E ARREDONDAR NOS MESMOS PONTOS.                      00334000
       77 WRK-REC-SALMES   PIC 9(08)V9(02) VALUE ZEROS.                 00335000
       77 WRK-REC-ADIC     PIC 9(10)    VALUE ZEROS.                    00336000
       77 WRK-REC-HE50     PIC 9(10)    VALUE ZEROS.                    00337000
       77 WRK-REC-HE100    PIC 9(10)    VALUE ZEROS.                    00338000
       77 WRK-REC-NOT      PIC 9(10)    VALUE ZEROS.                    00339000
       77 WRK-REC-DSR      PIC 9(10)    VALUE ZEROS.                    00340000
       77 WRK-REC-HORAS    PIC 9(10)    VALUE ZEROS.                    00341000
       77 WRK-REC-BRUTO    PIC 9(10)    VALUE ZEROS.                    00342000
       77 WRK-REC-INSS     PIC 9(10)    VALUE ZEROS.                    00343000
       77 WRK-REC-BASEIRRF PIC S9(10)   VALUE ZEROS.                    00344000
       77 WRK-REC-IRRF     PIC 9(10)    VALUE ZEROS.                    00345000
       77 WRK-REC-LIQUIDO  PIC 9(10)    VALUE ZEROS.                    00346000
       77 WRK-REC-FALTAS   PIC 9(10)    VALUE ZEROS.                    00347000
      *----------------------------------------------------             00348000
       01 FILLER PIC X(48) VALUE                                        00349000
           '--------------CONFERENCIA--------------------'.             00350000
      *----------------------------------------------------             00351000
       77 WRK-TOLERANCIA   PIC 9V9(02)  VALUE 0,01.                     00352000
       77 WRK-CMP-VERIF    PIC X(20)    VALUE SPACES.                   00353000
       77 WRK-CMP-RECALC   PIC 9(10)    VALUE ZEROS.                    00354000
       77 WRK-CMP-GRAVADO  PIC 9(10)    VALUE ZEROS.                    00355000
       77 WRK-CMP-DIF      PIC S9(11)V9(02) VALUE ZEROS.                00356000
       77 WRK-FUNC-EXCEC   PIC X(01)    VALUE 'N'.                      00357000
       77 WRK-VALOR-CENT   PIC 9(11)V9(02) VALUE ZEROS.                 00358000
       77 WRK-ORF-QTDE     PIC S9(09) COMP VALUE ZEROS.                 00359000
       77 WRK-ORF-PROV     PIC 9(10)    VALUE ZEROS.                    00360000
       77 WRK-ORF-DESC     PIC 9(10)    VALUE ZEROS.                    00361000
      *----------------------------------------------------             00362000
       01 FILLER PIC X(48) VALUE                                        00363000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00364000
      *----------------------------------------------------             00365000
       77 WRK-REGLIDOS     PIC 9(07)    VALUE ZEROS.                    00366000
       77 WRK-REGDIVERG    PIC 9(05)    VALUE ZEROS.                    00367000
       77 WRK-QTDE-EXCEC   PIC 9(05)    VALUE ZEROS.                    00368000
       77 WRK-QTDE-ORFAOS  PIC 9(05)    VALUE ZEROS.                    00369000
      *----------------------------------------------------             00370000
       01 FILLER PIC X(48) VALUE                                        00371000
           '--------------LINHAS DO RELATORIO------------'.             00372000
      *----------------------------------------------------             00373000
       01 WRK-REL-TITULO.                                               00374000
          05 FILLER           PIC X(09) VALUE SPACES.                   00375000
          05 FILLER           PIC X(50) VALUE                           00376000
             'FOURSYS - AUDITORIA DA FOLHA POR RECALCULO'.              00377000
          05 FILLER           PIC X(13) VALUE 'COMPETENCIA: '.          00378000
          05 WRK-REL-COMPET   PIC 9(06).                                00379000
          05 FILLER           PIC X(22) VALUE SPACES.                   00380000
       01 WRK-REL-TRACO       PIC X(100) VALUE ALL '-'.                 00381000
       01 WRK-REL-CABEC.                                                00382000
          05 FILLER           PIC X(27) VALUE                           00383000
             'ID    NOME'.                                              00384000
          05 FILLER           PIC X(21) VALUE                           00385000
             'VERIFICACAO'.                                             00386000
          05 FILLER           PIC X(18) VALUE                           00387000
             '      RECALCULADO'.                                       00388000
          05 FILLER           PIC X(18) VALUE                           00389000
             '          GRAVADO'.                                       00390000
          05 FILLER           PIC X(16) VALUE                           00391000
             '       DIFERENCA'.                                        00392000
       01 WRK-REL-EXCEC.                                                00393000
          05 WRK-REL-ID       PIC 9(05).                                00394000
          05 FILLER           PIC X(01) VALUE SPACES.                   00395000
          05 WRK-REL-NOME     PIC X(20).                                00396000
          05 FILLER           PIC X(01) VALUE SPACES.                   00397000
          05 WRK-REL-VERIF    PIC X(20).                                00398000
          05 FILLER           PIC X(01) VALUE SPACES.                   00399000
          05 WRK-REL-RECALC   PIC Z.ZZZ.ZZZ.ZZ9,99.                     00400000
          05 FILLER           PIC X(01) VALUE SPACES.                   00401000
          05 WRK-REL-GRAVADO  PIC Z.ZZZ.ZZZ.ZZ9,99.                     00402000
          05 FILLER           PIC X(01) VALUE SPACES.                   00403000
          05 WRK-REL-DIF      PIC -ZZZZZZZZ9,99.                        00404000
          05 FILLER           PIC X(03) VALUE SPACES.                   00405000
       01 WRK-REL-ORFAO.                                                00406000
          05 WRK-REL-ORF-ID   PIC 9(05).                                00407000
          05 FILLER           PIC X(01) VALUE SPACES.                   00408000
          05 WRK-REL-ORF-NOME PIC X(20).                                00409000
          05 FILLER           PIC X(01) VALUE SPACES.                   00410000
          05 FILLER           PIC X(15) VALUE 'SEM CABECALHO: '.        00411000
          05 WRK-REL-ORF-QTDE PIC ZZ9.                                  00412000
          05 FILLER           PIC X(08) VALUE ' LINHAS '.               00413000
          05 FILLER           PIC X(05) VALUE 'PROV '.                  00414000
          05 WRK-REL-ORF-PROV PIC Z.ZZZ.ZZZ.ZZ9,99.                     00415000
          05 FILLER           PIC X(06) VALUE ' DESC '.                 00416000
          05 WRK-REL-ORF-DESC PIC Z.ZZZ.ZZZ.ZZ9,99.                     00417000
          05 FILLER           PIC X(02) VALUE SPACES.                   00418000
       01 WRK-REL-SECAO       PIC X(100) VALUE SPACES.                  00419000
       01 WRK-REL-RESUMO.                                               00420000
          05 WRK-REL-RSM-DESC PIC X(40).                                00421000
          05 WRK-REL-RSM-QTDE PIC ZZ.ZZ9.                               00422000
          05 FILLER           PIC X(54) VALUE SPACES.                   00423000
       77 WRK-LINHABRANCO     PIC X(100) VALUE SPACES.                  00424000
      *====================================================             00425000
       PROCEDURE                                 DIVISION.              00426000
      *====================================================             00427000
      *-----------------------------------------------------            00428000
       0000-PRINCIPAL                             SECTION.              00429000
      *-----------------------------------------------------            00430000
           PERFORM 1000-INICIALIZAR.                                    00431000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00432000
           PERFORM 2800-LISTAR-ORFAOS.                                  00433000
           PERFORM 3000-FINALIZAR.                                      00434000
           STOP RUN.                                                    00435000
      *-----------------------------------------------------            00436000
       0000-99-FIM.                                  EXIT.              00437000
      *-----------------------------------------------------            00438000
                                                                        00439000
      *-----------------------------------------------------            00440000
       1000-INICIALIZAR                           SECTION.              00441000
      *-----------------------------------------------------            00442000
           ACCEPT WRK-PARM FROM SYSIN.                                  00443000
           IF WRK-PARM-COMPET IS NOT NUMERIC                            00444000
              OR WRK-PARM-COMPET EQUAL ZEROS                            00445000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00446000
            STOP RUN                                                    00447000
           END-IF.                                                      00448000
                                                                        00449000
      *    SO COMPETENCIA JA FECHADA PELO FR22DB13 E                    00450000
      *    AUDITADA.                                                    00451000
           EXEC SQL                                                     00452000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00453000
             FROM IVAN.FOPAG                                            00454000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00455000
               AND TIPO = 'N'                                           00456000
           END-EXEC.                                                    00457000
           IF WRK-QTDE-FOPAG EQUAL ZEROS                                00458000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00459000
                    ' SEM FOLHA FECHADA - AUDITORIA NAO FEITA'          00460000
            STOP RUN                                                    00461000
           END-IF.                                                      00462000
                                                                        00463000
           PERFORM 1100-CARREGAR-ALIQUOTAS.                             00464000
           MOVE WRK-PARM-COMPET (1:4) TO WRK-COMP-ANO.                  00465000
           MOVE WRK-PARM-COMPET (5:2) TO WRK-COMP-MES.                  00466000
           PERFORM 1300-CONTAR-DIAS-UTEIS.                              00467000
                                                                        00468000
           OPEN OUTPUT RELAUDIT.                                        00469000
           IF WRK-FS-RELAUDIT NOT EQUAL 0                               00470000
            DISPLAY 'ERRO NA ABERTURA DO RELAUDIT'                      00471000
            STOP RUN                                                    00472000
           END-IF.                                                      00473000
                                                                        00474000
           MOVE WRK-PARM-COMPET TO WRK-REL-COMPET.                      00475000
           WRITE FD-RELAUDIT FROM WRK-REL-TITULO.                       00476000
           WRITE FD-RELAUDIT FROM WRK-LINHABRANCO.                      00477000
           WRITE FD-RELAUDIT FROM WRK-REL-CABEC.                        00478000
           WRITE FD-RELAUDIT FROM WRK-REL-TRACO.                        00479000
                                                                        00480000
           EXEC SQL                                                     00481000
              OPEN CAUDIT                                               00482000
           END-EXEC.                                                    00483000
                                                                        00484000
           EVALUATE SQLCODE                                             00485000
            WHEN 0                                                      00486000
             PERFORM 4000-LER-FOLHA                                     00487000
            WHEN 100                                                    00488000
             DISPLAY 'SEM FOLHA NA COMPETENCIA'                         00489000
            WHEN OTHER                                                  00490000
             MOVE SQLCODE TO WRK-SQLCODE                                00491000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00492000
             STOP RUN                                                   00493000
           END-EVALUATE.                                                00494000
      *-----------------------------------------------------            00495000
       1000-99-FIM.                                  EXIT.              00496000
      *-----------------------------------------------------            00497000
                                                                        00498000
      *-----------------------------------------------------            00499000
       1100-CARREGAR-ALIQUOTAS                    SECTION.              00500000
      *-----------------------------------------------------            00501000
      *    A VERSAO DE IVAN.ALIQUOTA VIGENTE NA COMPETENCIA             00502000
      *    AUDITADA, COMO NO FR22DB13.                                  00503000
           EXEC SQL                                                     00504000
              OPEN CALIQ                                                00505000
           END-EXEC.                                                    00506000
                                                                        00507000
           IF SQLCODE NOT EQUAL 0                                       00508000
            MOVE SQLCODE TO WRK-SQLCODE                                 00509000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CALIQ'                  00510000
            STOP RUN                                                    00511000
           END-IF.                                                      00512000
                                                                        00513000
           PERFORM 1150-LER-ALIQUOTA                                    00514000
                   UNTIL SQLCODE EQUAL 100.                             00515000
                                                                        00516000
           EXEC SQL                                                     00517000
              CLOSE CALIQ                                               00518000
           END-EXEC.                                                    00519000
                                                                        00520000
           IF WRK-INSS-OK EQUAL 'N'                                     00521000
              OR WRK-IRRF-COUNT EQUAL ZEROS                             00522000
            DISPLAY 'IVAN.ALIQUOTA SEM VIGENCIA PARA A '                00523000
                    'COMPETENCIA ' WRK-PARM-COMPET                      00524000
            STOP RUN                                                    00525000
           END-IF.                                                      00526000
      *-----------------------------------------------------            00527000
       1100-99-FIM.                                  EXIT.              00528000
      *-----------------------------------------------------            00529000
                                                                        00530000
      *-----------------------------------------------------            00531000
       1150-LER-ALIQUOTA                          SECTION.              00532000
      *-----------------------------------------------------            00533000
           EXEC SQL                                                     00534000
             FETCH CALIQ                                                00535000
              INTO :WRK-ALQ-TIPO,                                       00536000
                   :WRK-ALQ-FAIXA,                                      00537000
                   :WRK-ALQ-LIMITE,                                     00538000
                   :WRK-ALQ-PCT                                         00539000
           END-EXEC.                                                    00540000
                                                                        00541000
           EVALUATE SQLCODE                                             00542000
            WHEN 0                                                      00543000
             IF WRK-ALQ-TIPO EQUAL 'DEPN'                               00544000
              MOVE WRK-ALQ-LIMITE TO WRK-DEPN-VALOR                     00545000
             ELSE                                                       00546000
             IF WRK-ALQ-TIPO EQUAL 'INSS'                               00547000
              MOVE WRK-ALQ-PCT TO WRK-INSS-PCT                          00548000
              MOVE 'S' TO WRK-INSS-OK                                   00549000
             ELSE                                                       00550000
              IF WRK-IRRF-COUNT LESS 10                                 00551000
               ADD 1 TO WRK-IRRF-COUNT                                  00552000
               MOVE WRK-ALQ-LIMITE                                      00553000
                 TO WRK-IRRF-LIMITE (WRK-IRRF-COUNT)                    00554000
               MOVE WRK-ALQ-PCT                                         00555000
                 TO WRK-IRRF-FXPCT (WRK-IRRF-COUNT)                     00556000
              ELSE                                                      00557000
               DISPLAY 'TABELA DE FAIXAS IRRF CHEIA - '                 00558000
                       'FAIXA IGNORADA: ' WRK-ALQ-FAIXA                 00559000
              END-IF                                                    00560000
             END-IF                                                     00561000
             END-IF                                                     00562000
            WHEN 100                                                    00563000
             CONTINUE                                                   00564000
            WHEN OTHER                                                  00565000
             MOVE SQLCODE TO WRK-SQLCODE                                00566000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CALIQ'               00567000
             STOP RUN                                                   00568000
           END-EVALUATE.                                                00569000
      *-----------------------------------------------------            00570000
       1150-99-FIM.                                  EXIT.              00571000
      *-----------------------------------------------------            00572000
                                                                        00573000
      *-----------------------------------------------------            00574000
       1300-CONTAR-DIAS-UTEIS                     SECTION.              00575000
      *-----------------------------------------------------            00576000
      *    LIMITES DO MES PARA OS AFASTAMENTOS E DIAS UTEIS             00577000
      *    PARA O DSR SOBRE AS HORAS (DIAUTIL FUNCAO C).                00578000
           MOVE WRK-COMP-ANO TO WRK-INI-ANO.                            00579000
           MOVE WRK-COMP-MES TO WRK-INI-MES.                            00580000
           MOVE 01           TO WRK-INI-DIA.                            00581000
                                                                        00582000
           EVALUATE WRK-INI-MES                                         00583000
            WHEN 01 WHEN 03 WHEN 05 WHEN 07                             00584000
            WHEN 08 WHEN 10 WHEN 12                                     00585000
             MOVE 31 TO WRK-DIAS-MES                                    00586000
            WHEN 04 WHEN 06 WHEN 09 WHEN 11                             00587000
             MOVE 30 TO WRK-DIAS-MES                                    00588000
            WHEN 02                                                     00589000
             IF FUNCTION MOD(WRK-INI-ANO, 4) = 0                        00590000
                AND (FUNCTION MOD(WRK-INI-ANO, 100)                     00591000
                    NOT = 0 OR                                          00592000
                    FUNCTION MOD(WRK-INI-ANO, 400) = 0)                 00593000
              MOVE 29 TO WRK-DIAS-MES                                   00594000
             ELSE                                                       00595000
              MOVE 28 TO WRK-DIAS-MES                                   00596000
             END-IF                                                     00597000
            WHEN OTHER                                                  00598000
             DISPLAY 'COMPETENCIA INVALIDA: ' WRK-PARM-COMPET           00599000
             STOP RUN                                                   00600000
           END-EVALUATE.                                                00601000
                                                                        00602000
           MOVE WRK-INI-ANO    TO WRK-CPI-ANO WRK-CPF-ANO.              00603000
           MOVE WRK-INI-MES    TO WRK-CPI-MES WRK-CPF-MES.              00604000
           MOVE 01             TO WRK-CPI-DIA.                          00605000
           MOVE WRK-DIAS-MES   TO WRK-CPF-DIA.                          00606000
                                                                        00607000
           MOVE 'C'            TO UTI-FUNCAO.                           00608000
           MOVE WRK-DATA-INI-N TO UTI-DATA.                             00609000
           MOVE WRK-DATA-INI-N TO UTI-DATA-FIM.                         00610000
           MOVE WRK-DIAS-MES   TO UTI-DATA-FIM (7:2).                   00611000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00612000
           IF NOT UTI-OK                                                00613000
            DISPLAY 'ERRO NA DIAUTIL AO CONTAR OS DIAS UTEIS '          00614000
                    'DA COMPETENCIA ' WRK-PARM-COMPET                   00615000
            STOP RUN                                                    00616000
           END-IF.                                                      00617000
           MOVE UTI-QTDE-UTEIS TO WRK-DIAS-UTEIS.                       00618000
           COMPUTE WRK-DIAS-DSR = WRK-DIAS-MES - WRK-DIAS-UTEIS.        00619000
      *-----------------------------------------------------            00620000
       1300-99-FIM.                                  EXIT.              00621000
      *-----------------------------------------------------            00622000
                                                                        00623000
      *-----------------------------------------------------            00624000
       2000-PROCESSAR                             SECTION.              00625000
      *-----------------------------------------------------            00626000
           MOVE 'N' TO WRK-FUNC-EXCEC.                                  00627000
           PERFORM 2100-RECALCULAR-BRUTO.                               00628000
           PERFORM 2200-RECALCULAR-DESCONTOS.                           00629000
                                                                        00630000
           MOVE 'BRUTO'               TO WRK-CMP-VERIF.                 00631000
           MOVE WRK-REC-BRUTO         TO WRK-CMP-RECALC.                00632000
           MOVE WRK-GRV-BRUTO         TO WRK-CMP-GRAVADO.               00633000
           PERFORM 2500-CONFERIR.                                       00634000
                                                                        00635000
           MOVE 'DESCONTO INSS'       TO WRK-CMP-VERIF.                 00636000
           MOVE WRK-REC-INSS          TO WRK-CMP-RECALC.                00637000
           MOVE WRK-GRV-INSS          TO WRK-CMP-GRAVADO.               00638000
           PERFORM 2500-CONFERIR.                                       00639000
                                                                        00640000
           MOVE 'DESCONTO IRRF'       TO WRK-CMP-VERIF.                 00641000
           MOVE WRK-REC-IRRF          TO WRK-CMP-RECALC.                00642000
           MOVE WRK-GRV-IRRF          TO WRK-CMP-GRAVADO.               00643000
           PERFORM 2500-CONFERIR.                                       00644000
                                                                        00645000
           MOVE 'DESCONTO FALTAS'     TO WRK-CMP-VERIF.                 00646000
           MOVE WRK-REC-FALTAS        TO WRK-CMP-RECALC.                00647000
           MOVE WRK-GRV-FALTAS        TO WRK-CMP-GRAVADO.               00648000
           PERFORM 2500-CONFERIR.                                       00649000
                                                                        00650000
      *    O DETALHE TEM DE FECHAR COM O CABECALHO.                     00651000
           MOVE 'PROVENTOS X BRUTO'   TO WRK-CMP-VERIF.                 00652000
           MOVE WRK-GRV-SOMAPROV      TO WRK-CMP-RECALC.                00653000
           MOVE WRK-GRV-BRUTO         TO WRK-CMP-GRAVADO.               00654000
           PERFORM 2500-CONFERIR.                                       00655000
                                                                        00656000
           MOVE 'DESCONTOS X LIQUIDO' TO WRK-CMP-VERIF.                 00657000
           IF WRK-GRV-SOMADESC GREATER WRK-GRV-BRUTO                    00658000
            MOVE ZEROS                TO WRK-CMP-RECALC                 00659000
           ELSE                                                         00660000
            COMPUTE WRK-CMP-RECALC =                                    00661000
                    WRK-GRV-BRUTO - WRK-GRV-SOMADESC                    00662000
           END-IF.                                                      00663000
           MOVE WRK-GRV-LIQUIDO       TO WRK-CMP-GRAVADO.               00664000
           PERFORM 2500-CONFERIR.                                       00665000
                                                                        00666000
      *    A PARCELA DESCONTADA NAO PODE SUPERAR A SOMA DAS             00667000
      *    PARCELAS DOS CONTRATOS EM IVAN.CONSIG.                       00668000
           IF WRK-GRV-CONSIG GREATER WRK-CONSIG-CONTR                   00669000
            MOVE 'CONSIG > CONTRATADO' TO WRK-CMP-VERIF                 00670000
            MOVE WRK-CONSIG-CONTR     TO WRK-CMP-RECALC                 00671000
            MOVE WRK-GRV-CONSIG       TO WRK-CMP-GRAVADO                00672000
            PERFORM 2500-CONFERIR                                       00673000
           END-IF.                                                      00674000
                                                                        00675000
           IF WRK-FUNC-EXCEC EQUAL 'S'                                  00676000
            ADD 1 TO WRK-REGDIVERG                                      00677000
           END-IF.                                                      00678000
                                                                        00679000
           PERFORM 4000-LER-FOLHA.                                      00680000
      *-----------------------------------------------------            00681000
       2000-99-FIM.                                  EXIT.              00682000
      *-----------------------------------------------------            00683000
                                                                        00684000
      *-----------------------------------------------------            00685000
       2100-RECALCULAR-BRUTO                      SECTION.              00686000
      *-----------------------------------------------------            00687000
      *    SALARIO PROPORCIONAL AOS DIAS NAO AFASTADOS SOBRE            00688000
      *    30, ADICIONAL SOBRE O SALARIO DO MES, HORAS SOBRE            00689000
      *    O SALARIO CHEIO / 220 E DSR PELOS DIAS UTEIS.                00690000
           MOVE DB2-SALARIO TO WRK-REC-SALMES.                          00691000
           MOVE ZEROS       TO WRK-DESC-AFAST.                          00692000
           IF WRK-DIAS-AFAST GREATER ZEROS                              00693000
            IF WRK-DIAS-AFAST NOT LESS WRK-DIAS-MES                     00694000
               OR WRK-DIAS-AFAST GREATER 30                             00695000
             MOVE 30             TO WRK-DESC-AFAST                      00696000
            ELSE                                                        00697000
             MOVE WRK-DIAS-AFAST TO WRK-DESC-AFAST                      00698000
            END-IF                                                      00699000
            COMPUTE WRK-DIAS-PAGOS = 30 - WRK-DESC-AFAST                00700000
            COMPUTE WRK-REC-SALMES ROUNDED =                            00701000
                    DB2-SALARIO * WRK-DIAS-PAGOS / 30                   00702000
           END-IF.                                                      00703000
                                                                        00704000
           MOVE ZEROS TO WRK-REC-ADIC.                                  00705000
           IF WRK-ADIC-PCT GREATER ZEROS                                00706000
            COMPUTE WRK-REC-ADIC ROUNDED =                              00707000
                    WRK-REC-SALMES * WRK-ADIC-PCT / 100                 00708000
           END-IF.                                                      00709000
           COMPUTE WRK-REC-BRUTO = WRK-REC-SALMES + WRK-REC-ADIC.       00710000
                                                                        00711000
           MOVE ZEROS TO WRK-REC-HE50 WRK-REC-HE100                     00712000
                         WRK-REC-NOT  WRK-REC-DSR.                      00713000
           IF WRK-HOR-HE50 GREATER ZEROS                                00714000
            COMPUTE WRK-REC-HE50 ROUNDED =                              00715000
                    DB2-SALARIO * WRK-HOR-HE50 * 1,5 / 220              00716000
           END-IF.                                                      00717000
           IF WRK-HOR-HE100 GREATER ZEROS                               00718000
            COMPUTE WRK-REC-HE100 ROUNDED =                             00719000
                    DB2-SALARIO * WRK-HOR-HE100 * 2 / 220               00720000
           END-IF.                                                      00721000
           IF WRK-HOR-HNOT GREATER ZEROS                                00722000
            COMPUTE WRK-REC-NOT ROUNDED =                               00723000
                    DB2-SALARIO * WRK-HOR-HNOT * 0,20 / 220             00724000
           END-IF.                                                      00725000
           COMPUTE WRK-REC-HORAS =                                      00726000
                   WRK-REC-HE50 + WRK-REC-HE100 + WRK-REC-NOT.          00727000
           IF WRK-REC-HORAS GREATER ZEROS                               00728000
              AND WRK-DIAS-UTEIS GREATER ZEROS                          00729000
            COMPUTE WRK-REC-DSR ROUNDED =                               00730000
                    WRK-REC-HORAS * WRK-DIAS-DSR /                      00731000
                    WRK-DIAS-UTEIS                                      00732000
           END-IF.                                                      00733000
                                                                        00734000
      *    PROVENTOS AVULSOS VEM DE ARQUIVO DA COMPETENCIA E            00735000
      *    SO EXISTEM NO DETALHE GRAVADO.                               00736000
           COMPUTE WRK-REC-BRUTO = WRK-REC-BRUTO + WRK-REC-HORAS +      00737000
                                   WRK-REC-DSR + WRK-GRV-AVULPROV.      00738000
      *-----------------------------------------------------            00739000
       2100-99-FIM.                                  EXIT.              00740000
      *-----------------------------------------------------            00741000
                                                                        00742000
      *-----------------------------------------------------            00743000
       2200-RECALCULAR-DESCONTOS                  SECTION.              00744000
      *-----------------------------------------------------            00745000
      *    INSS SOBRE O BRUTO; IRRF SOBRE O BRUTO MENOS A               00746000
      *    PENSAO GRAVADA E A DEDUCAO POR DEPENDENTE, LIMITADO          00747000
      *    AO LIQUIDO; FALTAS A SALARIO/30 POR DIA, LIMITADAS           00748000
      *    AO LIQUIDO RESTANTE.                                         00749000
           COMPUTE WRK-REC-INSS ROUNDED =                               00750000
                   WRK-REC-BRUTO * WRK-INSS-PCT.                        00751000
                                                                        00752000
           IF WRK-QTDE-DEPEND LESS ZEROS                                00753000
            MOVE ZEROS TO WRK-QTDE-DEPEND                               00754000
           END-IF.                                                      00755000
           COMPUTE WRK-REC-BASEIRRF =                                   00756000
                   WRK-REC-BRUTO - WRK-GRV-PENSAO -                     00757000
                   (WRK-QTDE-DEPEND * WRK-DEPN-VALOR).                  00758000
           IF WRK-REC-BASEIRRF LESS ZEROS                               00759000
            MOVE ZEROS TO WRK-REC-BASEIRRF                              00760000
           END-IF.                                                      00761000
           PERFORM 2250-ACHAR-FAIXA-IRRF.                               00762000
           COMPUTE WRK-REC-IRRF ROUNDED =                               00763000
                   WRK-REC-BASEIRRF * WRK-IRRF-PCT.                     00764000
                                                                        00765000
           IF WRK-REC-INSS + WRK-GRV-PENSAO GREATER WRK-REC-BRUTO       00766000
            MOVE ZEROS TO WRK-REC-LIQUIDO                               00767000
           ELSE                                                         00768000
            COMPUTE WRK-REC-LIQUIDO =                                   00769000
                    WRK-REC-BRUTO - WRK-REC-INSS - WRK-GRV-PENSAO       00770000
           END-IF.                                                      00771000
           IF WRK-REC-IRRF GREATER WRK-REC-LIQUIDO                      00772000
            MOVE WRK-REC-LIQUIDO TO WRK-REC-IRRF                        00773000
           END-IF.                                                      00774000
           SUBTRACT WRK-REC-IRRF FROM WRK-REC-LIQUIDO.                  00775000
                                                                        00776000
           MOVE ZEROS TO WRK-REC-FALTAS.                                00777000
           IF WRK-QTDE-FALTAS GREATER ZEROS                             00778000
            COMPUTE WRK-REC-FALTAS ROUNDED =                            00779000
                    DB2-SALARIO * WRK-QTDE-FALTAS / 30                  00780000
            IF WRK-REC-FALTAS GREATER WRK-REC-LIQUIDO                   00781000
             MOVE WRK-REC-LIQUIDO TO WRK-REC-FALTAS                     00782000
            END-IF                                                      00783000
           END-IF.                                                      00784000
      *-----------------------------------------------------            00785000
       2200-99-FIM.                                  EXIT.              00786000
      *-----------------------------------------------------            00787000
                                                                        00788000
      *-----------------------------------------------------            00789000
       2250-ACHAR-FAIXA-IRRF                      SECTION.              00790000
      *-----------------------------------------------------            00791000
           MOVE 'N' TO WRK-IRRF-ACHOU.                                  00792000
           MOVE 1   TO WRK-IRRF-IDX.                                    00793000
           PERFORM 2255-TESTAR-FAIXA                                    00794000
                   UNTIL WRK-IRRF-IDX GREATER WRK-IRRF-COUNT            00795000
                      OR WRK-IRRF-ACHOU EQUAL 'S'.                      00796000
           IF WRK-IRRF-ACHOU EQUAL 'N'                                  00797000
            MOVE WRK-IRRF-FXPCT (WRK-IRRF-COUNT)                        00798000
              TO WRK-IRRF-PCT                                           00799000
           END-IF.                                                      00800000
      *-----------------------------------------------------            00801000
       2250-99-FIM.                                  EXIT.              00802000
      *-----------------------------------------------------            00803000
                                                                        00804000
      *-----------------------------------------------------            00805000
       2255-TESTAR-FAIXA                          SECTION.              00806000
      *-----------------------------------------------------            00807000
           IF WRK-REC-BASEIRRF LESS WRK-IRRF-LIMITE (WRK-IRRF-IDX)      00808000
            MOVE WRK-IRRF-FXPCT (WRK-IRRF-IDX)                          00809000
              TO WRK-IRRF-PCT                                           00810000
            MOVE 'S' TO WRK-IRRF-ACHOU                                  00811000
           ELSE                                                         00812000
            ADD 1 TO WRK-IRRF-IDX                                       00813000
           END-IF.                                                      00814000
      *-----------------------------------------------------            00815000
       2255-99-FIM.                                  EXIT.              00816000
      *-----------------------------------------------------            00817000
                                                                        00818000
      *-----------------------------------------------------            00819000
       2500-CONFERIR                              SECTION.              00820000
      *-----------------------------------------------------            00821000
      *    DIFERENCA ACIMA DE UM CENTAVO, PARA MAIS OU PARA             00822000
      *    MENOS, VAI PARA O RELATORIO DE EXCECOES.                     00823000
           COMPUTE WRK-CMP-DIF = WRK-CMP-RECALC - WRK-CMP-GRAVADO.      00824000
           IF WRK-CMP-DIF GREATER WRK-TOLERANCIA                        00825000
              OR WRK-CMP-DIF LESS (0 - WRK-TOLERANCIA)                  00826000
            MOVE DB2-ID          TO WRK-REL-ID                          00827000
            MOVE DB2-NOME        TO WRK-REL-NOME                        00828000
            MOVE WRK-CMP-VERIF   TO WRK-REL-VERIF                       00829000
            MOVE WRK-CMP-RECALC  TO WRK-VALOR-CENT                      00830000
            MOVE WRK-VALOR-CENT  TO WRK-REL-RECALC                      00831000
            MOVE WRK-CMP-GRAVADO TO WRK-VALOR-CENT                      00832000
            MOVE WRK-VALOR-CENT  TO WRK-REL-GRAVADO                     00833000
            MOVE WRK-CMP-DIF     TO WRK-REL-DIF                         00834000
            WRITE FD-RELAUDIT FROM WRK-REL-EXCEC                        00835000
            ADD 1 TO WRK-QTDE-EXCEC                                     00836000
            MOVE 'S' TO WRK-FUNC-EXCEC                                  00837000
           END-IF.                                                      00838000
      *-----------------------------------------------------            00839000
       2500-99-FIM.                                  EXIT.              00840000
      *-----------------------------------------------------            00841000
                                                                        00842000
      *-----------------------------------------------------            00843000
       2800-LISTAR-ORFAOS                         SECTION.              00844000
      *-----------------------------------------------------            00845000
      *    DETALHE DA COMPETENCIA SEM CABECALHO NA FOPAG.               00846000
           WRITE FD-RELAUDIT FROM WRK-LINHABRANCO.                      00847000
           MOVE 'DETALHE (IVAN.FOPAGDET) SEM CABECALHO EM IVAN.FOPAG'   00848000
             TO WRK-REL-SECAO.                                          00849000
           WRITE FD-RELAUDIT FROM WRK-REL-SECAO.                        00850000
           WRITE FD-RELAUDIT FROM WRK-REL-TRACO.                        00851000
                                                                        00852000
           EXEC SQL                                                     00853000
              OPEN CORFAO                                               00854000
           END-EXEC.                                                    00855000
                                                                        00856000
           IF SQLCODE NOT EQUAL 0                                       00857000
            MOVE SQLCODE TO WRK-SQLCODE                                 00858000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CORFAO'                 00859000
            STOP RUN                                                    00860000
           END-IF.                                                      00861000
                                                                        00862000
           PERFORM 2850-LER-ORFAO                                       00863000
                   UNTIL SQLCODE EQUAL 100.                             00864000
                                                                        00865000
           EXEC SQL                                                     00866000
              CLOSE CORFAO                                              00867000
           END-EXEC.                                                    00868000
      *-----------------------------------------------------            00869000
       2800-99-FIM.                                  EXIT.              00870000
      *-----------------------------------------------------            00871000
                                                                        00872000
      *-----------------------------------------------------            00873000
       2850-LER-ORFAO                             SECTION.              00874000
      *-----------------------------------------------------            00875000
           EXEC SQL                                                     00876000
             FETCH CORFAO                                               00877000
              INTO :DB2-ID,                                             00878000
                   :DB2-NOME,                                           00879000
                   :WRK-ORF-QTDE,                                       00880000
                   :WRK-ORF-PROV,                                       00881000
                   :WRK-ORF-DESC                                        00882000
           END-EXEC.                                                    00883000
                                                                        00884000
           EVALUATE SQLCODE                                             00885000
            WHEN 0                                                      00886000
             ADD 1 TO WRK-QTDE-ORFAOS                                   00887000
             MOVE DB2-ID         TO WRK-REL-ORF-ID                      00888000
             MOVE DB2-NOME       TO WRK-REL-ORF-NOME                    00889000
             MOVE WRK-ORF-QTDE   TO WRK-REL-ORF-QTDE                    00890000
             MOVE WRK-ORF-PROV   TO WRK-VALOR-CENT                      00891000
             MOVE WRK-VALOR-CENT TO WRK-REL-ORF-PROV                    00892000
             MOVE WRK-ORF-DESC   TO WRK-VALOR-CENT                      00893000
             MOVE WRK-VALOR-CENT TO WRK-REL-ORF-DESC                    00894000
             WRITE FD-RELAUDIT FROM WRK-REL-ORFAO                       00895000
            WHEN 100                                                    00896000
             CONTINUE                                                   00897000
            WHEN OTHER                                                  00898000
             MOVE SQLCODE TO WRK-SQLCODE                                00899000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CORFAO'              00900000
             STOP RUN                                                   00901000
           END-EVALUATE.                                                00902000
      *-----------------------------------------------------            00903000
       2850-99-FIM.                                  EXIT.              00904000
      *-----------------------------------------------------            00905000
                                                                        00906000
      *-----------------------------------------------------            00907000
       3000-FINALIZAR                             SECTION.              00908000
      *-----------------------------------------------------            00909000
           EXEC SQL                                                     00910000
              CLOSE CAUDIT                                              00911000
           END-EXEC.                                                    00912000
                                                                        00913000
           WRITE FD-RELAUDIT FROM WRK-LINHABRANCO.                      00914000
           WRITE FD-RELAUDIT FROM WRK-REL-TRACO.                        00915000
           MOVE 'FUNCIONARIOS AUDITADOS..................'              00916000
                                   TO WRK-REL-RSM-DESC.                 00917000
           MOVE WRK-REGLIDOS       TO WRK-REL-RSM-QTDE.                 00918000
           WRITE FD-RELAUDIT FROM WRK-REL-RESUMO.                       00919000
           MOVE 'FUNCIONARIOS COM DIVERGENCIA............'              00920000
                                   TO WRK-REL-RSM-DESC.                 00921000
           MOVE WRK-REGDIVERG      TO WRK-REL-RSM-QTDE.                 00922000
           WRITE FD-RELAUDIT FROM WRK-REL-RESUMO.                       00923000
           MOVE 'EXCECOES DE RECALCULO/FECHAMENTO........'              00924000
                                   TO WRK-REL-RSM-DESC.                 00925000
           MOVE WRK-QTDE-EXCEC     TO WRK-REL-RSM-QTDE.                 00926000
           WRITE FD-RELAUDIT FROM WRK-REL-RESUMO.                       00927000
           MOVE 'FUNCIONARIOS COM DETALHE SEM CABECALHO..'              00928000
                                   TO WRK-REL-RSM-DESC.                 00929000
           MOVE WRK-QTDE-ORFAOS    TO WRK-REL-RSM-QTDE.                 00930000
           WRITE FD-RELAUDIT FROM WRK-REL-RESUMO.                       00931000
           CLOSE RELAUDIT.                                              00932000
                                                                        00933000
           DISPLAY ' '.                                                 00934000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00935000
           DISPLAY 'FUNCIONARIOS LIDOS:   ' WRK-REGLIDOS.               00936000
           DISPLAY 'COM DIVERGENCIA:      ' WRK-REGDIVERG.              00937000
           DISPLAY 'EXCECOES:             ' WRK-QTDE-EXCEC.             00938000
           DISPLAY 'DETALHES SEM CABECALHO:' WRK-QTDE-ORFAOS.           00939000
      *-----------------------------------------------------            00940000
       3000-99-FIM.                                  EXIT.              00941000
      *-----------------------------------------------------            00942000
                                                                        00943000
      *-----------------------------------------------------            00944000
       4000-LER-FOLHA                             SECTION.              00945000
      *-----------------------------------------------------            00946000
           EXEC SQL                                                     00947000
             FETCH CAUDIT                                               00948000
              INTO :DB2-ID,                                             00949000
                   :DB2-NOME,                                           00950000
                   :DB2-SETOR,                                          00951000
                   :DB2-SALARIO,                                        00952000
                   :WRK-GRV-BRUTO,                                      00953000
                   :WRK-GRV-INSS,                                       00954000
                   :WRK-GRV-IRRF,                                       00955000
                   :WRK-GRV-LIQUIDO,                                    00956000
                   :WRK-ADIC-PCT,                                       00957000
                   :WRK-QTDE-DEPEND,                                    00958000
                   :WRK-QTDE-FALTAS,                                    00959000
                   :WRK-HOR-HE50,                                       00960000
                   :WRK-HOR-HE100,                                      00961000
                   :WRK-HOR-HNOT,                                       00962000
                   :WRK-DIAS-AFAST,                                     00963000
                   :WRK-GRV-SOMAPROV,                                   00964000
                   :WRK-GRV-SOMADESC,                                   00965000
                   :WRK-GRV-AVULPROV,                                   00966000
                   :WRK-GRV-PENSAO,                                     00967000
                   :WRK-GRV-FALTAS,                                     00968000
                   :WRK-GRV-CONSIG,                                     00969000
                   :WRK-CONSIG-CONTR                                    00970000
           END-EXEC.                                                    00971000
                                                                        00972000
           EVALUATE SQLCODE                                             00973000
            WHEN 0                                                      00974000
             ADD 1 TO WRK-REGLIDOS                                      00975000
            WHEN 100                                                    00976000
             DISPLAY 'FINAL DA TABELA'                                  00977000
            WHEN OTHER                                                  00978000
             MOVE SQLCODE TO WRK-SQLCODE                                00979000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00980000
           END-EVALUATE.                                                00981000
      *-----------------------------------------------------            00982000
       4000-99-FIM.                                  EXIT.              00983000
      *-----------------------------------------------------            00984000
