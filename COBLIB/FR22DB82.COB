      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB82.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: POSICAO DE UMA TABELA DE PARAMETROS    *             00008000
      *            (SETOR, PLANO, ALIQUOTA, CONTMAP,      *             00009000
      *            FERIADO, FAIXAS OU SETORMETA) EM UMA   *             00010000
      *            DATA, PARA PROVAR O QUE ESTAVA EM      *             00011000
      *            VIGOR QUANDO UMA FOLHA FOI CALCULADA.  *             00012000
      *            PARTE DO CONTEUDO ATUAL DA TABELA E    *             00013000
      *            VOLTA NO TEMPO PELA TRILHA IVAN.PARMLOG*             00014000
      *            (GRAVAPAR): CHAVE SEM ALTERACAO DEPOIS *             00015000
      *            DA DATA SAI COMO ESTA HOJE; CHAVE      *             00016000
      *            ALTERADA OU EXCLUIDA DEPOIS DA DATA    *             00017000
      *            SAI COM A IMAGEM ANTES DA PRIMEIRA     *             00018000
      *            ALTERACAO POSTERIOR; CHAVE INCLUIDA    *             00019000
      *            DEPOIS DA DATA NAO SAI. AS IMAGENS SAO *             00020000
      *            MONTADAS COM AS MESMAS EXPRESSOES DA   *             00021000
      *            GRAVAPAR. DATA ANTERIOR AO INICIO DA   *             00022000
      *            TRILHA DA TABELA GERA AVISO, POIS AS   *             00023000
      *            ALTERACOES DE ANTES NAO SAO CONHECIDAS.*             00024000
      *---------------------------------------------------*             00025000
      *  PARAMETRO (SYSIN): TABELA(10) DATA(10) AAAA-MM-DD*             00026000
      *  (DATA EM BRANCO = HOJE). A POSICAO E A DO FIM DO *             00027000
      *  DIA INFORMADO.                                   *             00028000
      *---------------------------------------------------*             00029000
      *  ARQUIVOS:                                        *             00030000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00031000
      *  RELPOSIC            O             ---------      *             00032000
      *---------------------------------------------------*             00033000
      *  BASE  DE DADOS:                                  *             00034000
      *  TABELA             I/O           INCLUDE/BOOK    *             00035000
      *  IVAN.SETOR          I             ---------      *             00036000
      *  IVAN.PLANO          I             ---------      *             00037000
      *  IVAN.ALIQUOTA       I             ---------      *             00038000
      *  IVAN.CONTMAP        I             ---------      *             00039000
      *  IVAN.FERIADO        I             ---------      *             00040000
      *  IVAN.FAIXAS         I             ---------      *             00041000
      *  IVAN.SETORMETA      I             ---------      *             00042000
      *  IVAN.PARMLOG        I             ---------      *             00043000
      *===================================================*             00044000
                                                                        00045000
      *====================================================             00046000
       ENVIRONMENT                               DIVISION.              00047000
      *====================================================             00048000
       CONFIGURATION                             SECTION.               00049000
       SPECIAL-NAMES.                                                   00050000
           DECIMAL-POINT  IS COMMA.                                     00051000
                                                                        00052000
       INPUT-OUTPUT                              SECTION.               00053000
       FILE-CONTROL.                                                    00054000
           SELECT RELPOSIC ASSIGN TO RELPOSIC                           00055000
               FILE STATUS IS WRK-FS-RELPOSIC.                          00056000
                                                                        00057000
      *====================================================             00058000
       DATA                                      DIVISION.              00059000
      *====================================================             00060000
      *-----------------------------------------------------            00061000
       FILE                                      SECTION.               00062000
      *-----------------------------------------------------            00063000
       FD RELPOSIC                                                      00064000
           RECORDING MODE IS F                                          00065000
           BLOCK CONTAINS 0 RECORDS.                                    00066000
      *-----------LRECL 194---------------------------------            00067000
       01 FD-RELPOSIC           PIC X(194).                             00068000
      *-----------------------------------------------------            00069000
       WORKING-STORAGE                           SECTION.               00070000
      *-----------------------------------------------------            00071000
           COPY '#GLOG'.                                                00072000
           EXEC SQL                                                     00073000
              INCLUDE SQLCA                                             00074000
           END-EXEC.                                                    00075000
      *    1A PARTE: LINHAS ATUAIS SEM ALTERACAO DEPOIS DA DATA.        00076000
      *    2A PARTE: IMAGEM ANTES DA PRIMEIRA ALTERACAO DEPOIS          00077000
      *    DA DATA (INCLUSAO NAO TEM IMAGEM ANTES E NAO ENTRA).         00078000
           EXEC SQL                                                     00079000
              DECLARE CPOSIC CURSOR FOR                                 00080000
               SELECT A.CHAVE, A.IMAGEM, CAST('ATUAL' AS CHAR(6))       00081000
                FROM (                                                  00082000
                 SELECT CAST('SETOR' AS CHAR(10)) AS TABELA,            00083000
                   CAST(RTRIM(COALESCE(CHAR(IDSETOR),'-'))              00084000
                   AS CHAR(30)) AS CHAVE,                               00085000
                   CAST('DESC='                                         00086000
                   || RTRIM(COALESCE(CHAR(DESCSETOR),'-'))              00087000
                   || ' PAI='                                           00088000
                   || RTRIM(COALESCE(CHAR(SETORPAI),'-'))               00089000
                   || ' EMPRESA='                                       00090000
                   || RTRIM(COALESCE(CHAR(EMPRESA),'-'))                00091000
                   AS CHAR(150)) AS IMAGEM                              00092000
                  FROM IVAN.SETOR                                       00093000
                 UNION ALL                                              00094000
                 SELECT CAST('PLANO' AS CHAR(10)) AS TABELA,            00095000
                   CAST(RTRIM(COALESCE(CHAR(IDPLANO),'-'))              00096000
                   AS CHAR(30)) AS CHAVE,                               00097000
                   CAST('DESC='                                         00098000
                   || RTRIM(COALESCE(CHAR(DESCPLANO),'-'))              00099000
                   || ' COTASMAX='                                      00100000
                   || RTRIM(COALESCE(CHAR(COTASMAX),'-'))               00101000
                   || ' VALORTIT='                                      00102000
                   || RTRIM(COALESCE(CHAR(VALORTIT),'-'))               00103000
                   || ' VALORDEP='                                      00104000
                   || RTRIM(COALESCE(CHAR(VALORDEP),'-'))               00105000
                   || ' PCTCOPA='                                       00106000
                   || RTRIM(COALESCE(CHAR(PCTCOPA),'-'))                00107000
                   AS CHAR(150)) AS IMAGEM                              00108000
                  FROM IVAN.PLANO                                       00109000
                 UNION ALL                                              00110000
                 SELECT CAST('ALIQUOTA' AS CHAR(10)) AS TABELA,         00111000
                   CAST(RTRIM(COALESCE(CHAR(TIPO),'-'))                 00112000
                   || '/'                                               00113000
                   || RTRIM(COALESCE(CHAR(FAIXA),'-'))                  00114000
                   || '/'                                               00115000
                   || RTRIM(COALESCE(CHAR(VIGINI),'-'))                 00116000
                   AS CHAR(30)) AS CHAVE,                               00117000
                   CAST('LIMITE='                                       00118000
                   || RTRIM(COALESCE(CHAR(LIMITE),'-'))                 00119000
                   || ' PCT='                                           00120000
                   || RTRIM(COALESCE(CHAR(PCT),'-'))                    00121000
                   || ' VIGFIM='                                        00122000
                   || RTRIM(COALESCE(CHAR(VIGFIM),'-'))                 00123000
                   AS CHAR(150)) AS IMAGEM                              00124000
                  FROM IVAN.ALIQUOTA                                    00125000
                 UNION ALL                                              00126000
                 SELECT CAST('CONTMAP' AS CHAR(10)) AS TABELA,          00127000
                   CAST(RTRIM(COALESCE(CHAR(SETOR),'-'))                00128000
                   || '/'                                               00129000
                   || RTRIM(COALESCE(CHAR(CODVERBA),'-'))               00130000
                   AS CHAR(30)) AS CHAVE,                               00131000
                   CAST('CONTA='                                        00132000
                   || RTRIM(COALESCE(CHAR(CONTA),'-'))                  00133000
                   || ' CCUSTO='                                        00134000
                   || RTRIM(COALESCE(CHAR(CCUSTO),'-'))                 00135000
                   AS CHAR(150)) AS IMAGEM                              00136000
                  FROM IVAN.CONTMAP                                     00137000
                 UNION ALL                                              00138000
                 SELECT CAST('FERIADO' AS CHAR(10)) AS TABELA,          00139000
                   CAST(RTRIM(COALESCE(CHAR(DATA),'-'))                 00140000
                   AS CHAR(30)) AS CHAVE,                               00141000
                   CAST('DESC='                                         00142000
                   || RTRIM(COALESCE(CHAR(DESCRICAO),'-'))              00143000
                   AS CHAR(150)) AS IMAGEM                              00144000
                  FROM IVAN.FERIADO                                     00145000
                 UNION ALL                                              00146000
                 SELECT CAST('FAIXAS' AS CHAR(10)) AS TABELA,           00147000
                   CAST(RTRIM(COALESCE(CHAR(SETOR),'-'))                00148000
                   || '/'                                               00148330
                   || RTRIM(COALESCE(CHAR(SALMIN),'-'))                 00148660
                   AS CHAR(30)) AS CHAVE,                               00149000
                   CAST('SALMIN='                                       00150000
                   || RTRIM(COALESCE(CHAR(SALMIN),'-'))                 00151000
                   || ' SALMAX='                                        00152000
                   || RTRIM(COALESCE(CHAR(SALMAX),'-'))                 00153000
                   AS CHAR(150)) AS IMAGEM                              00154000
                  FROM IVAN.FAIXAS                                      00155000
                 UNION ALL                                              00156000
                 SELECT CAST('SETORMETA' AS CHAR(10)) AS TABELA,        00157000
                   CAST(RTRIM(COALESCE(CHAR(SETOR),'-'))                00158000
                   || '/'                                               00159000
                   || RTRIM(COALESCE(CHAR(VIGINI),'-'))                 00160000
                   AS CHAR(30)) AS CHAVE,                               00161000
                   CAST('METAHEAD='                                     00162000
                   || RTRIM(COALESCE(CHAR(METAHEAD),'-'))               00163000
                   || ' METAMASSA='                                     00164000
                   || RTRIM(COALESCE(CHAR(METAMASSA),'-'))              00165000
                   || ' VIGFIM='                                        00166000
                   || RTRIM(COALESCE(CHAR(VIGFIM),'-'))                 00167000
                   AS CHAR(150)) AS IMAGEM                              00168000
                  FROM IVAN.SETORMETA                                   00169000
                     ) AS A                                             00170000
                WHERE A.TABELA = :WRK-PARM-TABELA                       00171000
                  AND NOT EXISTS                                        00172000
                      (SELECT 1                                         00173000
                        FROM IVAN.PARMLOG L                             00174000
                        WHERE L.TABELA = A.TABELA                       00175000
                          AND L.CHAVE  = A.CHAVE                        00176000
                          AND DATE(L.DATAHORA) > :WRK-PARM-DATA)        00177000
               UNION ALL                                                00178000
               SELECT L.CHAVE, L.IMGANTES, CAST('TRILHA' AS CHAR(6))    00179000
                FROM IVAN.PARMLOG L                                     00180000
                WHERE L.TABELA = :WRK-PARM-TABELA                       00181000
                  AND DATE(L.DATAHORA) > :WRK-PARM-DATA                 00182000
                  AND L.OPERACAO <> 'I'                                 00183000
                  AND L.DATAHORA =                                      00184000
                      (SELECT MIN(M.DATAHORA)                           00185000
                        FROM IVAN.PARMLOG M                             00186000
                        WHERE M.TABELA = L.TABELA                       00187000
                          AND M.CHAVE  = L.CHAVE                        00188000
                          AND DATE(M.DATAHORA) > :WRK-PARM-DATA)        00189000
               ORDER BY 1                                               00190000
           END-EXEC.                                                    00191000
      *----------------------------------------------------             00192000
       01 FILLER PIC X(48) VALUE                                        00193000
           '--------------VARIAVEIS PARA APOIO-----------'.             00194000
      *----------------------------------------------------             00195000
       77 WRK-SQLCODE      PIC -999.                                    00196000
       77 WRK-FS-RELPOSIC  PIC 9(02).                                   00197000
       77 WRK-FIM-POSIC    PIC X(01) VALUE 'N'.                         00198000
       77 WRK-INICIO-LOG   PIC X(10) VALUE SPACES.                      00199000
       01 WRK-PARM.                                                     00200000
          05 WRK-PARM-TABELA  PIC X(10).                                00201000
             88 WRK-TABELA-VALIDA VALUE 'SETOR' 'PLANO' 'ALIQUOTA'      00202000
                                  'CONTMAP' 'FERIADO' 'FAIXAS'          00203000
                                  'SETORMETA'.                          00204000
          05 WRK-PARM-DATA    PIC X(10).                                00205000
       01 WRK-DATA-HOJE.                                                00206000
          05 WRK-HOJ-ANO    PIC 9(04).                                  00207000
          05 WRK-HOJ-MES    PIC 9(02).                                  00208000
          05 WRK-HOJ-DIA    PIC 9(02).                                  00209000
       01 WRK-DATA-ISO.                                                 00210000
          05 WRK-ISO-ANO    PIC 9(04).                                  00211000
          05 FILLER         PIC X(01) VALUE '-'.                        00212000
          05 WRK-ISO-MES    PIC 9(02).                                  00213000
          05 FILLER         PIC X(01) VALUE '-'.                        00214000
          05 WRK-ISO-DIA    PIC 9(02).                                  00215000
      *    AREA PARA CONFERIR A DATA AAAA-MM-DD DO SYSIN.               00216000
       01 WRK-DATA-TESTE.                                               00217000
          05 WRK-TST-ANO    PIC X(04).                                  00218000
          05 WRK-TST-SEP1   PIC X(01).                                  00219000
          05 WRK-TST-MES    PIC X(02).                                  00220000
          05 WRK-TST-SEP2   PIC X(01).                                  00221000
          05 WRK-TST-DIA    PIC X(02).                                  00222000
       77 WRK-DATA-OK      PIC X(01) VALUE 'S'.                         00223000
      *----------------------------------------------------             00224000
       01 FILLER PIC X(48) VALUE                                        00225000
           '--------------VARIAVEIS DO CURSOR------------'.             00226000
      *----------------------------------------------------             00227000
       77 WRK-CUR-CHAVE    PIC X(30).                                   00228000
       77 WRK-CUR-IMAGEM   PIC X(150).                                  00229000
       77 WRK-CUR-ORIGEM   PIC X(06).                                   00230000
      *----------------------------------------------------             00231000
       01 FILLER PIC X(48) VALUE                                        00232000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00233000
      *----------------------------------------------------             00234000
       77 WRK-QTDE-ATUAL   PIC 9(07) VALUE ZEROS.                       00235000
       77 WRK-QTDE-TRILHA  PIC 9(07) VALUE ZEROS.                       00236000
       77 WRK-QTDE-TOTAL   PIC 9(07) VALUE ZEROS.                       00237000
      *----------------------------------------------------             00238000
       01 FILLER PIC X(48) VALUE                                        00239000
           '--------------LINHAS DO RELATORIO------------'.             00240000
      *----------------------------------------------------             00241000
       01 WRK-REL-CABEC1.                                               00242000
          05 FILLER             PIC X(16) VALUE                         00243000
             'POSICAO DE IVAN.'.                                        00244000
          05 WRK-CAB-TABELA     PIC X(10).                              00245000
          05 FILLER             PIC X(16) VALUE                         00246000
             ' EM (FIM DO DIA '.                                        00247000
          05 WRK-CAB-DATA       PIC X(10).                              00248000
          05 FILLER             PIC X(01) VALUE ')'.                    00249000
          05 FILLER             PIC X(13) VALUE '  EMITIDO EM '.        00250000
          05 WRK-CAB-EMISSAO    PIC X(10).                              00251000
          05 FILLER             PIC X(118) VALUE SPACES.                00252000
       01 WRK-REL-AVISO.                                                00253000
          05 FILLER             PIC X(36) VALUE                         00254000
             'ATENCAO: TRILHA DA TABELA INICIA EM '.                    00255000
          05 WRK-AVI-INICIO     PIC X(10).                              00256000
          05 FILLER             PIC X(55) VALUE                         00257000
             ' - ALTERACOES ANTERIORES NAO SAO CONHECIDAS E A POSICAO'. 00258000
          05 FILLER             PIC X(93) VALUE                         00259000
             ' PODE DIFERIR DA REAL'.                                   00260000
       01 WRK-REL-CABEC2.                                               00261000
          05 FILLER             PIC X(04) VALUE SPACES.                 00262000
          05 FILLER             PIC X(32) VALUE 'CHAVE'.                00263000
          05 FILLER             PIC X(08) VALUE 'ORIGEM'.               00264000
          05 FILLER             PIC X(150) VALUE 'CONTEUDO'.            00265000
       01 WRK-REL-DETALHE.                                              00266000
          05 FILLER             PIC X(04) VALUE SPACES.                 00267000
          05 WRK-DET-CHAVE      PIC X(30).                              00268000
          05 FILLER             PIC X(02) VALUE SPACES.                 00269000
          05 WRK-DET-ORIGEM     PIC X(06).                              00270000
          05 FILLER             PIC X(02) VALUE SPACES.                 00271000
          05 WRK-DET-IMAGEM     PIC X(150).                             00272000
       01 WRK-REL-NADA.                                                 00273000
          05 FILLER             PIC X(50) VALUE                         00274000
             '    TABELA SEM LINHAS NA DATA'.                           00275000
          05 FILLER             PIC X(144) VALUE SPACES.                00276000
       01 WRK-REL-TOTAL.                                                00277000
          05 FILLER             PIC X(15) VALUE                         00278000
             'TOTAL DE LINHAS'.                                         00279000
          05 FILLER             PIC X(02) VALUE ': '.                   00280000
          05 WRK-TOT-QTDE       PIC ZZZZZZ9.                            00281000
          05 FILLER             PIC X(11) VALUE                         00282000
             '  (ATUAIS: '.                                             00283000
          05 WRK-TOT-ATUAL      PIC ZZZZZZ9.                            00284000
          05 FILLER             PIC X(27) VALUE                         00285000
             '  RECOMPOSTAS PELA TRILHA: '.                             00286000
          05 WRK-TOT-TRILHA     PIC ZZZZZZ9.                            00287000
          05 FILLER             PIC X(01) VALUE ')'.                    00288000
          05 FILLER             PIC X(117) VALUE SPACES.                00289000
       01 WRK-REL-BRANCO        PIC X(194) VALUE SPACES.                00290000
      *====================================================             00291000
       PROCEDURE                                 DIVISION.              00292000
      *====================================================             00293000
      *-----------------------------------------------------            00294000
       0000-PRINCIPAL                             SECTION.              00295000
      *-----------------------------------------------------            00296000
           PERFORM 1000-INICIALIZAR.                                    00297000
                                                                        00298000
           PERFORM 2000-IMPRIMIR-LINHA                                  00299000
                   UNTIL WRK-FIM-POSIC EQUAL 'S'.                       00300000
                                                                        00301000
           PERFORM 3000-FINALIZAR.                                      00302000
           STOP RUN.                                                    00303000
      *-----------------------------------------------------            00304000
       0000-99-FIM.                                  EXIT.              00305000
      *-----------------------------------------------------            00306000
                                                                        00307000
      *-----------------------------------------------------            00308000
       1000-INICIALIZAR                           SECTION.              00309000
      *-----------------------------------------------------            00310000
           ACCEPT WRK-PARM FROM SYSIN.                                  00311000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00312000
           MOVE WRK-HOJ-ANO TO WRK-ISO-ANO.                             00313000
           MOVE WRK-HOJ-MES TO WRK-ISO-MES.                             00314000
           MOVE WRK-HOJ-DIA TO WRK-ISO-DIA.                             00315000
                                                                        00316000
           IF NOT WRK-TABELA-VALIDA                                     00317000
            DISPLAY 'TABELA INVALIDA NO SYSIN: ' WRK-PARM-TABELA        00318000
                    ' - EXECUCAO ABORTADA'                              00319000
            MOVE 12 TO RETURN-CODE                                      00320000
            STOP RUN                                                    00321000
           END-IF.                                                      00322000
                                                                        00323000
           IF WRK-PARM-DATA EQUAL SPACES                                00324000
            MOVE WRK-DATA-ISO TO WRK-PARM-DATA                          00325000
           END-IF.                                                      00326000
           MOVE WRK-PARM-DATA TO WRK-DATA-TESTE.                        00327000
           PERFORM 1100-CONFERIR-DATA.                                  00328000
           IF WRK-DATA-OK EQUAL 'N'                                     00329000
            DISPLAY 'DATA INVALIDA NO SYSIN: ' WRK-PARM-DATA            00330000
                    ' - EXECUCAO ABORTADA'                              00331000
            MOVE 12 TO RETURN-CODE                                      00332000
            STOP RUN                                                    00333000
           END-IF.                                                      00334000
                                                                        00335000
           OPEN OUTPUT RELPOSIC.                                        00336000
           IF WRK-FS-RELPOSIC NOT EQUAL 0                               00337000
            MOVE 'FR22DB82'              TO WRK-PROGRAMA                00338000
            MOVE 'ERRO NO OPEN RELPOSIC' TO WRK-MENSAGEM                00339000
            MOVE '1000'                  TO WRK-SECAO                   00340000
            MOVE WRK-FS-RELPOSIC         TO WRK-STATUS                  00341000
            PERFORM 9000-ERRO                                           00342000
           END-IF.                                                      00343000
                                                                        00344000
           MOVE WRK-PARM-TABELA TO WRK-CAB-TABELA.                      00345000
           MOVE WRK-PARM-DATA   TO WRK-CAB-DATA.                        00346000
           MOVE WRK-DATA-ISO    TO WRK-CAB-EMISSAO.                     00347000
           WRITE FD-RELPOSIC FROM WRK-REL-CABEC1.                       00348000
                                                                        00349000
           PERFORM 1200-CONFERIR-INICIO-LOG.                            00350000
                                                                        00351000
           WRITE FD-RELPOSIC FROM WRK-REL-BRANCO.                       00352000
           WRITE FD-RELPOSIC FROM WRK-REL-CABEC2.                       00353000
                                                                        00354000
           EXEC SQL                                                     00355000
              OPEN CPOSIC                                               00356000
           END-EXEC.                                                    00357000
           IF SQLCODE NOT EQUAL 0                                       00358000
            MOVE SQLCODE TO WRK-SQLCODE                                 00359000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CPOSIC'                 00360000
            STOP RUN                                                    00361000
           END-IF.                                                      00362000
                                                                        00363000
           PERFORM 4000-LER-POSICAO.                                    00364000
      *-----------------------------------------------------            00365000
       1000-99-FIM.                                  EXIT.              00366000
      *-----------------------------------------------------            00367000
                                                                        00368000
      *-----------------------------------------------------            00369000
       1100-CONFERIR-DATA                         SECTION.              00370000
      *-----------------------------------------------------            00371000
           IF WRK-TST-ANO  NOT NUMERIC                                  00372000
              OR WRK-TST-MES NOT NUMERIC                                00373000
              OR WRK-TST-DIA NOT NUMERIC                                00374000
              OR WRK-TST-SEP1 NOT EQUAL '-'                             00375000
              OR WRK-TST-SEP2 NOT EQUAL '-'                             00376000
            MOVE 'N' TO WRK-DATA-OK                                     00377000
            GO TO 1100-99-FIM                                           00378000
           END-IF.                                                      00379000
           IF WRK-TST-MES LESS '01' OR WRK-TST-MES GREATER '12'         00380000
              OR WRK-TST-DIA LESS '01' OR WRK-TST-DIA GREATER '31'      00381000
            MOVE 'N' TO WRK-DATA-OK                                     00382000
           END-IF.                                                      00383000
      *-----------------------------------------------------            00384000
       1100-99-FIM.                                  EXIT.              00385000
      *-----------------------------------------------------            00386000
                                                                        00387000
      *-----------------------------------------------------            00388000
       1200-CONFERIR-INICIO-LOG                   SECTION.              00389000
      *-----------------------------------------------------            00390000
      *    SEM TRILHA, OU DATA ANTERIOR A PRIMEIRA ALTERACAO            00391000
      *    GRAVADA, A POSICAO PODE NAO SER A REAL: AVISA.               00392000
           EXEC SQL                                                     00393000
            SELECT COALESCE(CHAR(MIN(DATE(DATAHORA)),ISO),' ')          00394000
              INTO :WRK-INICIO-LOG                                      00395000
             FROM IVAN.PARMLOG                                          00396000
             WHERE TABELA = :WRK-PARM-TABELA                            00397000
           END-EXEC.                                                    00398000
           IF SQLCODE NOT EQUAL 0                                       00399000
            MOVE SQLCODE TO WRK-SQLCODE                                 00400000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.PARMLOG'        00401000
            STOP RUN                                                    00402000
           END-IF.                                                      00403000
                                                                        00404000
           IF WRK-INICIO-LOG EQUAL SPACES                               00405000
              OR WRK-PARM-DATA LESS WRK-INICIO-LOG                      00406000
            IF WRK-INICIO-LOG EQUAL SPACES                              00407000
             MOVE 'SEM DADOS' TO WRK-AVI-INICIO                         00408000
            ELSE                                                        00409000
             MOVE WRK-INICIO-LOG TO WRK-AVI-INICIO                      00410000
            END-IF                                                      00411000
            WRITE FD-RELPOSIC FROM WRK-REL-AVISO                        00412000
            DISPLAY 'ATENCAO: TRILHA DE IVAN.' WRK-PARM-TABELA          00413000
                    ' INICIA EM ' WRK-AVI-INICIO                        00414000
            MOVE 4 TO RETURN-CODE                                       00415000
           END-IF.                                                      00416000
      *-----------------------------------------------------            00417000
       1200-99-FIM.                                  EXIT.              00418000
      *-----------------------------------------------------            00419000
                                                                        00420000
      *-----------------------------------------------------            00421000
       2000-IMPRIMIR-LINHA                        SECTION.              00422000
      *-----------------------------------------------------            00423000
           MOVE WRK-CUR-CHAVE  TO WRK-DET-CHAVE.                        00424000
           MOVE WRK-CUR-ORIGEM TO WRK-DET-ORIGEM.                       00425000
           MOVE WRK-CUR-IMAGEM TO WRK-DET-IMAGEM.                       00426000
           WRITE FD-RELPOSIC FROM WRK-REL-DETALHE.                      00427000
                                                                        00428000
           IF WRK-CUR-ORIGEM EQUAL 'ATUAL'                              00429000
            ADD 1 TO WRK-QTDE-ATUAL                                     00430000
           ELSE                                                         00431000
            ADD 1 TO WRK-QTDE-TRILHA                                    00432000
           END-IF.                                                      00433000
           ADD 1 TO WRK-QTDE-TOTAL.                                     00434000
                                                                        00435000
           PERFORM 4000-LER-POSICAO.                                    00436000
      *-----------------------------------------------------            00437000
       2000-99-FIM.                                  EXIT.              00438000
      *-----------------------------------------------------            00439000
                                                                        00440000
      *-----------------------------------------------------            00441000
       3000-FINALIZAR                             SECTION.              00442000
      *-----------------------------------------------------            00443000
           EXEC SQL                                                     00444000
              CLOSE CPOSIC                                              00445000
           END-EXEC.                                                    00446000
                                                                        00447000
           IF WRK-QTDE-TOTAL EQUAL ZEROS                                00448000
            WRITE FD-RELPOSIC FROM WRK-REL-NADA                         00449000
           END-IF.                                                      00450000
           MOVE WRK-QTDE-TOTAL  TO WRK-TOT-QTDE.                        00451000
           MOVE WRK-QTDE-ATUAL  TO WRK-TOT-ATUAL.                       00452000
           MOVE WRK-QTDE-TRILHA TO WRK-TOT-TRILHA.                      00453000
           WRITE FD-RELPOSIC FROM WRK-REL-BRANCO.                       00454000
           WRITE FD-RELPOSIC FROM WRK-REL-TOTAL.                        00455000
                                                                        00456000
           CLOSE RELPOSIC.                                              00457000
                                                                        00458000
           DISPLAY ' '.                                                 00459000
           DISPLAY 'TABELA:                  ' WRK-PARM-TABELA.         00460000
           DISPLAY 'POSICAO EM:              ' WRK-PARM-DATA.           00461000
           DISPLAY 'LINHAS ATUAIS:           ' WRK-QTDE-ATUAL.          00462000
           DISPLAY 'LINHAS PELA TRILHA:      ' WRK-QTDE-TRILHA.         00463000
      *-----------------------------------------------------            00464000
       3000-99-FIM.                                  EXIT.              00465000
      *-----------------------------------------------------            00466000
                                                                        00467000
      *-----------------------------------------------------            00468000
       4000-LER-POSICAO                           SECTION.              00469000
      *-----------------------------------------------------            00470000
           EXEC SQL                                                     00471000
             FETCH CPOSIC                                               00472000
              INTO :WRK-CUR-CHAVE,                                      00473000
                   :WRK-CUR-IMAGEM,                                     00474000
                   :WRK-CUR-ORIGEM                                      00475000
           END-EXEC.                                                    00476000
                                                                        00477000
           EVALUATE SQLCODE                                             00478000
            WHEN 0                                                      00479000
             CONTINUE                                                   00480000
            WHEN 100                                                    00481000
             MOVE 'S' TO WRK-FIM-POSIC                                  00482000
            WHEN OTHER                                                  00483000
             MOVE SQLCODE TO WRK-SQLCODE                                00484000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CPOSIC'              00485000
             MOVE 'S' TO WRK-FIM-POSIC                                  00486000
             MOVE 12  TO RETURN-CODE                                    00487000
           END-EVALUATE.                                                00488000
      *-----------------------------------------------------            00489000
       4000-99-FIM.                                  EXIT.              00490000
      *-----------------------------------------------------            00491000
                                                                        00492000
      *-----------------------------------------------------            00493000
       9000-ERRO                                  SECTION.              00494000
      *-----------------------------------------------------            00495000
           DISPLAY WRK-MENSAGEM.                                        00496000
           CALL 'GRAVALOG' USING WRK-DADOS.                             00497000
           MOVE 12 TO RETURN-CODE.                                      00498000
           GOBACK.                                                      00499000
      *-----------------------------------------------------            00500000
       9000-99-FIM.                                  EXIT.              00501000
      *-----------------------------------------------------            00502000
