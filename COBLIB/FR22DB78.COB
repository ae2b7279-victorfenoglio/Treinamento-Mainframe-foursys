      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB78.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE DAS   *             00008000
      *            TABELAS SATELITES DE IVAN.FUNC (O      *             00009000
      *            FR22DB08 SO CONFERE FUNC X SETOR).     *             00010000
      *            PARA CADA TABELA QUE GUARDA IDFUNC     *             00011000
      *            (BENEF, DEPEND, CONSIG, FERIAS,        *             00012000
      *            FALTAS, ADICTS, PAGTO, FUNCAGND E      *             00013000
      *            USUARIO) LISTA OS IDS SEM CADASTRO EM  *             00014000
      *            IVAN.FUNC (REGRA 'OR') E, ONDE HA      *             00015000
      *            OBRIGACAO VIVA, OS DESLIGADOS (STATUS  *             00016000
      *            'I') QUE AINDA A TEM (REGRA 'IN'):     *             00017000
      *            BENEFICIO INSCRITO, CONSIGNADO EM      *             00018000
      *            ABERTO, FERIAS AGENDADAS QUE AINDA NAO *             00019000
      *            TERMINARAM, AGENDAMENTO PENDENTE E     *             00020000
      *            ACESSO NAO REVOGADO. O RELATORIO UNICO *             00021000
      *            RELINTEG SAI AGRUPADO POR TABELA E     *             00022000
      *            REGRA, COM O TOTAL DE CADA REGRA       *             00023000
      *            CONTRA O DA VARREDURA ANTERIOR,        *             00024000
      *            GUARDADA EM IVAN.INTEGHIST.            *             00025000
      *            REPROCESSAMENTO NA MESMA DATA REGRAVA  *             00026000
      *            A FOTO DO DIA.                         *             00027000
      *---------------------------------------------------*             00028000
      *  ARQUIVOS:                                        *             00029000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00030000
      *  RELINTEG            O             ---------      *             00031000
      *---------------------------------------------------*             00032000
      *  BASE  DE DADOS:                                  *             00033000
      *  TABELA             I/O           INCLUDE/BOOK    *             00034000
      *  IVAN.FUNC           I             ---------      *             00035000
      *  IVAN.BENEF          I             ---------      *             00036000
      *  IVAN.DEPEND         I             ---------      *             00037000
      *  IVAN.CONSIG         I             ---------      *             00038000
      *  IVAN.FERIAS         I             ---------      *             00039000
      *  IVAN.FALTAS         I             ---------      *             00040000
      *  IVAN.ADICTS         I             ---------      *             00041000
      *  IVAN.PAGTO          I             ---------      *             00042000
      *  IVAN.FUNCAGND       I             ---------      *             00043000
      *  IVAN.USUARIO        I             ---------      *             00044000
      *  IVAN.INTEGHIST     I/O            ---------      *             00045000
      *===================================================*             00046000
                                                                        00047000
      *====================================================             00048000
       ENVIRONMENT                               DIVISION.              00049000
      *====================================================             00050000
       CONFIGURATION                             SECTION.               00051000
       SPECIAL-NAMES.                                                   00052000
           DECIMAL-POINT  IS COMMA.                                     00053000
                                                                        00054000
       INPUT-OUTPUT                              SECTION.               00055000
       FILE-CONTROL.                                                    00056000
           SELECT RELINTEG ASSIGN TO RELINTEG                           00057000
               FILE STATUS IS WRK-FS-RELINTEG.                          00058000
                                                                        00059000
      *====================================================             00060000
       DATA                                      DIVISION.              00061000
      *====================================================             00062000
      *-----------------------------------------------------            00063000
       FILE                                      SECTION.               00064000
      *-----------------------------------------------------            00065000
       FD RELINTEG                                                      00066000
           RECORDING MODE IS F                                          00067000
           BLOCK CONTAINS 0 RECORDS.                                    00068000
      *-----------LRECL 80----------------------------------            00069000
       01 FD-RELINTEG           PIC X(80).                              00070000
      *-----------------------------------------------------            00071000
       WORKING-STORAGE                           SECTION.               00072000
      *-----------------------------------------------------            00073000
           EXEC SQL                                                     00074000
              INCLUDE SQLCA                                             00075000
           END-EXEC.                                                    00076000
                                                                        00077000
      *    UMA LINHA POR IDFUNC EM EXCECAO, NA ORDEM DA TABELA          00078000
      *    DE REGRAS ABAIXO (1A COLUNA = POSICAO NA TABELA).            00079000
           EXEC SQL                                                     00080000
              DECLARE CINTEG CURSOR FOR                                 00081000
               SELECT 1, X.IDFUNC, COUNT(*)                             00082000
                FROM IVAN.BENEF X LEFT JOIN IVAN.FUNC F                 00083000
                  ON F.ID = X.IDFUNC                                    00084000
                WHERE F.ID IS NULL                                      00085000
                GROUP BY X.IDFUNC                                       00086000
               UNION ALL                                                00087000
               SELECT 2, X.IDFUNC, COUNT(*)                             00088000
                FROM IVAN.BENEF X, IVAN.FUNC F                          00089000
                WHERE F.ID = X.IDFUNC                                   00090000
                  AND F.STATUS = 'I'                                    00091000
                GROUP BY X.IDFUNC                                       00092000
               UNION ALL                                                00093000
               SELECT 3, X.IDFUNC, COUNT(*)                             00094000
                FROM IVAN.DEPEND X LEFT JOIN IVAN.FUNC F                00095000
                  ON F.ID = X.IDFUNC                                    00096000
                WHERE F.ID IS NULL                                      00097000
                GROUP BY X.IDFUNC                                       00098000
               UNION ALL                                                00099000
               SELECT 4, X.IDFUNC, COUNT(*)                             00100000
                FROM IVAN.CONSIG X LEFT JOIN IVAN.FUNC F                00101000
                  ON F.ID = X.IDFUNC                                    00102000
                WHERE F.ID IS NULL                                      00103000
                GROUP BY X.IDFUNC                                       00104000
               UNION ALL                                                00105000
               SELECT 5, X.IDFUNC, COUNT(*)                             00106000
                FROM IVAN.CONSIG X, IVAN.FUNC F                         00107000
                WHERE F.ID = X.IDFUNC                                   00108000
                  AND F.STATUS = 'I'                                    00109000
                  AND X.STATUS = 'A'                                    00110000
                  AND X.PARCRESTANTES > 0                               00111000
                GROUP BY X.IDFUNC                                       00112000
               UNION ALL                                                00113000
               SELECT 6, X.IDFUNC, COUNT(*)                             00114000
                FROM IVAN.FERIAS X LEFT JOIN IVAN.FUNC F                00115000
                  ON F.ID = X.IDFUNC                                    00116000
                WHERE F.ID IS NULL                                      00117000
                GROUP BY X.IDFUNC                                       00118000
               UNION ALL                                                00119000
               SELECT 7, X.IDFUNC, COUNT(*)                             00120000
                FROM IVAN.FERIAS X, IVAN.FUNC F                         00121000
                WHERE F.ID = X.IDFUNC                                   00122000
                  AND F.STATUS = 'I'                                    00123000
                  AND X.STATUS IN ('G','C')                             00124000
                  AND X.AGENDAFIM >= :WRK-DATA-HOJE-X                   00125000
                GROUP BY X.IDFUNC                                       00126000
               UNION ALL                                                00127000
               SELECT 8, X.IDFUNC, COUNT(*)                             00128000
                FROM IVAN.FALTAS X LEFT JOIN IVAN.FUNC F                00129000
                  ON F.ID = X.IDFUNC                                    00130000
                WHERE F.ID IS NULL                                      00131000
                GROUP BY X.IDFUNC                                       00132000
               UNION ALL                                                00133000
               SELECT 9, X.IDFUNC, COUNT(*)                             00134000
                FROM IVAN.ADICTS X LEFT JOIN IVAN.FUNC F                00135000
                  ON F.ID = X.IDFUNC                                    00136000
                WHERE F.ID IS NULL                                      00137000
                GROUP BY X.IDFUNC                                       00138000
               UNION ALL                                                00139000
               SELECT 10, X.IDFUNC, COUNT(*)                            00140000
                FROM IVAN.PAGTO X LEFT JOIN IVAN.FUNC F                 00141000
                  ON F.ID = X.IDFUNC                                    00142000
                WHERE F.ID IS NULL                                      00143000
                GROUP BY X.IDFUNC                                       00144000
               UNION ALL                                                00145000
               SELECT 11, X.IDFUNC, COUNT(*)                            00146000
                FROM IVAN.FUNCAGND X LEFT JOIN IVAN.FUNC F              00147000
                  ON F.ID = X.IDFUNC                                    00148000
                WHERE F.ID IS NULL                                      00149000
                GROUP BY X.IDFUNC                                       00150000
               UNION ALL                                                00151000
               SELECT 12, X.IDFUNC, COUNT(*)                            00152000
                FROM IVAN.FUNCAGND X, IVAN.FUNC F                       00153000
                WHERE F.ID = X.IDFUNC                                   00154000
                  AND F.STATUS = 'I'                                    00155000
                  AND X.SITUACAO = 'P'                                  00156000
                GROUP BY X.IDFUNC                                       00157000
               UNION ALL                                                00158000
               SELECT 13, X.IDFUNC, COUNT(*)                            00159000
                FROM IVAN.USUARIO X LEFT JOIN IVAN.FUNC F               00160000
                  ON F.ID = X.IDFUNC                                    00161000
                WHERE X.IDFUNC IS NOT NULL                              00162000
                  AND F.ID IS NULL                                      00163000
                GROUP BY X.IDFUNC                                       00164000
               UNION ALL                                                00165000
               SELECT 14, X.IDFUNC, COUNT(*)                            00166000
                FROM IVAN.USUARIO X, IVAN.FUNC F                        00167000
                WHERE F.ID = X.IDFUNC                                   00168000
                  AND F.STATUS = 'I'                                    00169000
                  AND X.PERFIL <> 'B'                                   00170000
                GROUP BY X.IDFUNC                                       00171000
               ORDER BY 1, 2                                            00172000
           END-EXEC.                                                    00173000
                                                                        00174000
           EXEC SQL                                                     00175000
              DECLARE CHIST CURSOR FOR                                  00176000
               SELECT TABELA, REGRA, QTDE                               00177000
                FROM IVAN.INTEGHIST                                     00178000
                WHERE DATAREF = :WRK-DATA-ANT                           00179000
           END-EXEC.                                                    00180000
      *----------------------------------------------------             00181000
       01 FILLER PIC X(48) VALUE                                        00182000
           '--------------VARIAVEIS PARA APOIO-----------'.             00183000
      *----------------------------------------------------             00184000
       77 WRK-SQLCODE      PIC -999.                                    00185000
       77 WRK-FS-RELINTEG  PIC 9(02).                                   00186000
       77 WRK-CUR-ORDEM    PIC S9(04) COMP.                             00187000
       77 WRK-CUR-IDFUNC   PIC 9(05).                                   00188000
       77 WRK-CUR-LINHAS   PIC S9(09) COMP.                             00189000
       77 WRK-FIM-INTEG    PIC X(01) VALUE 'N'.                         00190000
       77 WRK-FIM-HIST     PIC X(01) VALUE 'N'.                         00191000
       77 WRK-HIS-TABELA   PIC X(08).                                   00192000
       77 WRK-HIS-REGRA    PIC X(02).                                   00193000
       77 WRK-HIS-QTDE     PIC S9(09) COMP.                             00194000
       77 WRK-DATA-ANT     PIC 9(08) VALUE ZEROS.                       00195000
       77 WRK-VARIACAO     PIC S9(07) VALUE ZEROS.                      00196000
       01 WRK-DATA-HOJE.                                                00197000
          05 WRK-HOJ-ANO    PIC 9(04).                                  00198000
          05 WRK-HOJ-MES    PIC 9(02).                                  00199000
          05 WRK-HOJ-DIA    PIC 9(02).                                  00200000
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE                       00201000
                           PIC 9(08).                                   00202000
       01 WRK-DATA-HOJE-X.                                              00203000
          05 WRK-HJX-ANO    PIC 9(04).                                  00204000
          05 FILLER         PIC X(01) VALUE '-'.                        00205000
          05 WRK-HJX-MES    PIC 9(02).                                  00206000
          05 FILLER         PIC X(01) VALUE '-'.                        00207000
          05 WRK-HJX-DIA    PIC 9(02).                                  00208000
      *----------------------------------------------------             00209000
       01 FILLER PIC X(48) VALUE                                        00210000
           '--------------TABELA DE REGRAS---------------'.             00211000
      *----------------------------------------------------             00212000
      *    OR = IDFUNC SEM CADASTRO EM IVAN.FUNC                        00213000
      *    IN = OBRIGACAO VIVA DE DESLIGADO (STATUS 'I')                00214000
       01 WRK-REGRAS-VAL.                                               00215000
          05 FILLER PIC X(08) VALUE 'BENEF'.                            00216000
          05 FILLER PIC X(02) VALUE 'OR'.                               00217000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00218000
          05 FILLER PIC X(08) VALUE 'BENEF'.                            00219000
          05 FILLER PIC X(02) VALUE 'IN'.                               00220000
          05 FILLER PIC X(40) VALUE 'BENEFICIO AINDA INSCRITO'.         00221000
          05 FILLER PIC X(08) VALUE 'DEPEND'.                           00222000
          05 FILLER PIC X(02) VALUE 'OR'.                               00223000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00224000
          05 FILLER PIC X(08) VALUE 'CONSIG'.                           00225000
          05 FILLER PIC X(02) VALUE 'OR'.                               00226000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00227000
          05 FILLER PIC X(08) VALUE 'CONSIG'.                           00228000
          05 FILLER PIC X(02) VALUE 'IN'.                               00229000
          05 FILLER PIC X(40) VALUE 'CONSIGNADO EM ABERTO'.             00230000
          05 FILLER PIC X(08) VALUE 'FERIAS'.                           00231000
          05 FILLER PIC X(02) VALUE 'OR'.                               00232000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00233000
          05 FILLER PIC X(08) VALUE 'FERIAS'.                           00234000
          05 FILLER PIC X(02) VALUE 'IN'.                               00235000
          05 FILLER PIC X(40) VALUE 'FERIAS AGENDADAS NAO TERMINADAS'.  00236000
          05 FILLER PIC X(08) VALUE 'FALTAS'.                           00237000
          05 FILLER PIC X(02) VALUE 'OR'.                               00238000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00239000
          05 FILLER PIC X(08) VALUE 'ADICTS'.                           00240000
          05 FILLER PIC X(02) VALUE 'OR'.                               00241000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00242000
          05 FILLER PIC X(08) VALUE 'PAGTO'.                            00243000
          05 FILLER PIC X(02) VALUE 'OR'.                               00244000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00245000
          05 FILLER PIC X(08) VALUE 'FUNCAGND'.                         00246000
          05 FILLER PIC X(02) VALUE 'OR'.                               00247000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00248000
          05 FILLER PIC X(08) VALUE 'FUNCAGND'.                         00249000
          05 FILLER PIC X(02) VALUE 'IN'.                               00250000
          05 FILLER PIC X(40) VALUE 'AGENDAMENTO PENDENTE'.             00251000
          05 FILLER PIC X(08) VALUE 'USUARIO'.                          00252000
          05 FILLER PIC X(02) VALUE 'OR'.                               00253000
          05 FILLER PIC X(40) VALUE 'ID SEM CADASTRO EM IVAN.FUNC'.     00254000
          05 FILLER PIC X(08) VALUE 'USUARIO'.                          00255000
          05 FILLER PIC X(02) VALUE 'IN'.                               00256000
          05 FILLER PIC X(40) VALUE 'ACESSO NAO REVOGADO (PERFIL <> B)'.00257000
       01 WRK-REGRAS REDEFINES WRK-REGRAS-VAL.                          00258000
          05 WRK-REGRA-ITEM OCCURS 14 TIMES.                            00259000
             10 WRK-REG-TABELA  PIC X(08).                              00260000
             10 WRK-REG-REGRA   PIC X(02).                              00261000
             10 WRK-REG-DESC    PIC X(40).                              00262000
       01 WRK-CONTAGENS.                                                00263000
          05 WRK-CONT-ITEM OCCURS 14 TIMES.                             00264000
             10 WRK-CNT-IDS     PIC 9(07).                              00265000
             10 WRK-CNT-LINHAS  PIC 9(07).                              00266000
             10 WRK-CNT-ANT     PIC 9(07).                              00267000
             10 WRK-CNT-TEM-ANT PIC X(01).                              00268000
       77 WRK-QTDE-REGRAS  PIC 9(02) VALUE 14.                          00269000
       77 WRK-REG-IDX      PIC 9(02) VALUE ZEROS.                       00270000
      *----------------------------------------------------             00271000
       01 FILLER PIC X(48) VALUE                                        00272000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00273000
      *----------------------------------------------------             00274000
       77 WRK-TOT-IDS      PIC 9(07)    VALUE ZEROS.                    00275000
       77 WRK-TOT-ANT      PIC 9(07)    VALUE ZEROS.                    00276000
      *----------------------------------------------------             00277000
       01 FILLER PIC X(48) VALUE                                        00278000
           '--------------LINHAS DO RELATORIO------------'.             00279000
      *----------------------------------------------------             00280000
       01 WRK-REL-CABEC1.                                               00281000
          05 FILLER             PIC X(40) VALUE                         00282000
             'VARREDURA DE INTEGRIDADE - SATELITES DE '.                00283000
          05 FILLER             PIC X(17) VALUE                         00284000
             'IVAN.FUNC - DATA '.                                       00285000
          05 WRK-CAB-DATA       PIC 9(08).                              00286000
          05 FILLER             PIC X(15) VALUE SPACES.                 00287000
       01 WRK-REL-CABEC2.                                               00288000
          05 FILLER             PIC X(28) VALUE                         00289000
             'COMPARADA COM A VARREDURA DE'.                            00290000
          05 FILLER             PIC X(01) VALUE SPACES.                 00291000
          05 WRK-CAB-DATA-ANT   PIC X(13).                              00292000
          05 FILLER             PIC X(38) VALUE SPACES.                 00293000
       01 WRK-REL-REGRA.                                                00294000
          05 FILLER             PIC X(08) VALUE 'TABELA: '.             00295000
          05 WRK-RRG-TABELA     PIC X(08).                              00296000
          05 FILLER             PIC X(09) VALUE '  REGRA: '.            00297000
          05 WRK-RRG-REGRA      PIC X(02).                              00298000
          05 FILLER             PIC X(03) VALUE ' - '.                  00299000
          05 WRK-RRG-DESC       PIC X(40).                              00300000
          05 FILLER             PIC X(10) VALUE SPACES.                 00301000
       01 WRK-REL-DETALHE.                                              00302000
          05 FILLER             PIC X(13) VALUE                         00303000
             '    IDFUNC:  '.                                           00304000
          05 WRK-DET-IDFUNC     PIC 9(05).                              00305000
          05 FILLER             PIC X(13) VALUE                         00306000
             '  REGISTROS: '.                                           00307000
          05 WRK-DET-LINHAS     PIC ZZZZZ9.                             00308000
          05 FILLER             PIC X(43) VALUE SPACES.                 00309000
       01 WRK-REL-TOTAL.                                                00310000
          05 FILLER             PIC X(13) VALUE                         00311000
             '    IDS:     '.                                           00312000
          05 WRK-TOT-QTDE       PIC ZZZZZZ9.                            00313000
          05 FILLER             PIC X(12) VALUE                         00314000
             '  ANTERIOR: '.                                            00315000
          05 WRK-TOT-QTDE-ANT   PIC X(07).                              00316000
          05 FILLER             PIC X(12) VALUE                         00317000
             '  VARIACAO: '.                                            00318000
          05 WRK-TOT-VARIACAO   PIC X(08).                              00319000
          05 FILLER             PIC X(21) VALUE SPACES.                 00320000
       01 WRK-REL-RESUMO-CAB.                                           00321000
          05 FILLER             PIC X(40) VALUE                         00322000
             'RESUMO POR TABELA E REGRA'.                               00323000
          05 FILLER             PIC X(40) VALUE SPACES.                 00324000
       01 WRK-REL-RESUMO.                                               00325000
          05 WRK-RES-TABELA     PIC X(08).                              00326000
          05 FILLER             PIC X(01) VALUE SPACES.                 00327000
          05 WRK-RES-REGRA      PIC X(02).                              00328000
          05 FILLER             PIC X(02) VALUE SPACES.                 00329000
          05 WRK-RES-QTDE       PIC ZZZZZZ9.                            00330000
          05 FILLER             PIC X(02) VALUE SPACES.                 00331000
          05 WRK-RES-QTDE-ANT   PIC X(07).                              00332000
          05 FILLER             PIC X(02) VALUE SPACES.                 00333000
          05 WRK-RES-VARIACAO   PIC X(08).                              00334000
          05 FILLER             PIC X(41) VALUE SPACES.                 00335000
       01 WRK-REL-BRANCO        PIC X(80) VALUE SPACES.                 00336000
       01 WRK-ED-QTDE           PIC ZZZZZZ9.                            00337000
       01 WRK-ED-VARIACAO       PIC +ZZZZZZ9.                           00338000
       01 WRK-ED-ANT            PIC X(07).                              00339000
      *====================================================             00340000
       PROCEDURE                                 DIVISION.              00341000
      *====================================================             00342000
      *-----------------------------------------------------            00343000
       0000-PRINCIPAL                             SECTION.              00344000
      *-----------------------------------------------------            00345000
           PERFORM 1000-INICIALIZAR.                                    00346000
                                                                        00347000
           MOVE 1 TO WRK-REG-IDX.                                       00348000
           PERFORM 2000-PROCESSAR-REGRA                                 00349000
                   UNTIL WRK-REG-IDX GREATER WRK-QTDE-REGRAS.           00350000
                                                                        00351000
           PERFORM 3000-FINALIZAR.                                      00352000
           STOP RUN.                                                    00353000
      *-----------------------------------------------------            00354000
       0000-99-FIM.                                  EXIT.              00355000
      *-----------------------------------------------------            00356000
                                                                        00357000
      *-----------------------------------------------------            00358000
       1000-INICIALIZAR                           SECTION.              00359000
      *-----------------------------------------------------            00360000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00361000
           MOVE WRK-HOJ-ANO TO WRK-HJX-ANO.                             00362000
           MOVE WRK-HOJ-MES TO WRK-HJX-MES.                             00363000
           MOVE WRK-HOJ-DIA TO WRK-HJX-DIA.                             00364000
                                                                        00365000
           OPEN OUTPUT RELINTEG.                                        00366000
           IF WRK-FS-RELINTEG NOT EQUAL 0                               00367000
            DISPLAY 'ERRO NA ABERTURA DO RELINTEG'                      00368000
            STOP RUN                                                    00369000
           END-IF.                                                      00370000
                                                                        00371000
           MOVE ZEROS TO WRK-CONTAGENS.                                 00372000
           MOVE 1 TO WRK-REG-IDX.                                       00373000
           PERFORM 1050-LIMPAR-CONTAGEM                                 00374000
                   UNTIL WRK-REG-IDX GREATER WRK-QTDE-REGRAS.           00375000
                                                                        00376000
           PERFORM 1100-CARREGAR-ANTERIOR.                              00377000
                                                                        00378000
           MOVE WRK-DATA-HOJE-N TO WRK-CAB-DATA.                        00379000
           IF WRK-DATA-ANT EQUAL ZEROS                                  00380000
            MOVE 'SEM HISTORICO' TO WRK-CAB-DATA-ANT                    00381000
           ELSE                                                         00382000
            MOVE WRK-DATA-ANT TO WRK-CAB-DATA-ANT                       00383000
           END-IF.                                                      00384000
           WRITE FD-RELINTEG FROM WRK-REL-CABEC1.                       00385000
           WRITE FD-RELINTEG FROM WRK-REL-CABEC2.                       00386000
                                                                        00387000
           EXEC SQL                                                     00388000
              OPEN CINTEG                                               00389000
           END-EXEC.                                                    00390000
           IF SQLCODE NOT EQUAL 0                                       00391000
            MOVE SQLCODE TO WRK-SQLCODE                                 00392000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CINTEG'                 00393000
            STOP RUN                                                    00394000
           END-IF.                                                      00395000
                                                                        00396000
           PERFORM 4000-LER-EXCECAO.                                    00397000
      *-----------------------------------------------------            00398000
       1000-99-FIM.                                  EXIT.              00399000
      *-----------------------------------------------------            00400000
                                                                        00401000
      *-----------------------------------------------------            00402000
       1050-LIMPAR-CONTAGEM                       SECTION.              00403000
      *-----------------------------------------------------            00404000
           MOVE 'N' TO WRK-CNT-TEM-ANT (WRK-REG-IDX).                   00405000
           ADD 1 TO WRK-REG-IDX.                                        00406000
      *-----------------------------------------------------            00407000
       1050-99-FIM.                                  EXIT.              00408000
      *-----------------------------------------------------            00409000
                                                                        00410000
      *-----------------------------------------------------            00411000
       1100-CARREGAR-ANTERIOR                     SECTION.              00412000
      *-----------------------------------------------------            00413000
      *    A VARREDURA ANTERIOR E A ULTIMA FOTO GRAVADA ANTES           00414000
      *    DE HOJE (NORMALMENTE A DA SEMANA PASSADA).                   00415000
           EXEC SQL                                                     00416000
            SELECT COALESCE(MAX(DATAREF),0)                             00417000
              INTO :WRK-DATA-ANT                                        00418000
             FROM IVAN.INTEGHIST                                        00419000
             WHERE DATAREF < :WRK-DATA-HOJE-N                           00420000
           END-EXEC.                                                    00421000
           IF SQLCODE NOT EQUAL 0                                       00422000
            MOVE SQLCODE TO WRK-SQLCODE                                 00423000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.INTEGHIST'      00424000
            STOP RUN                                                    00425000
           END-IF.                                                      00426000
                                                                        00427000
           IF WRK-DATA-ANT NOT EQUAL ZEROS                              00428000
            EXEC SQL                                                    00429000
               OPEN CHIST                                               00430000
            END-EXEC                                                    00431000
            IF SQLCODE NOT EQUAL 0                                      00432000
             MOVE SQLCODE TO WRK-SQLCODE                                00433000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CHIST'                 00434000
             STOP RUN                                                   00435000
            END-IF                                                      00436000
            PERFORM 1150-LER-HISTORICO                                  00437000
                    UNTIL WRK-FIM-HIST EQUAL 'S'                        00438000
            EXEC SQL                                                    00439000
               CLOSE CHIST                                              00440000
            END-EXEC                                                    00441000
           END-IF.                                                      00442000
      *-----------------------------------------------------            00443000
       1100-99-FIM.                                  EXIT.              00444000
      *-----------------------------------------------------            00445000
                                                                        00446000
      *-----------------------------------------------------            00447000
       1150-LER-HISTORICO                         SECTION.              00448000
      *-----------------------------------------------------            00449000
           EXEC SQL                                                     00450000
             FETCH CHIST                                                00451000
              INTO :WRK-HIS-TABELA,                                     00452000
                   :WRK-HIS-REGRA,                                      00453000
                   :WRK-HIS-QTDE                                        00454000
           END-EXEC.                                                    00455000
                                                                        00456000
           EVALUATE SQLCODE                                             00457000
            WHEN 0                                                      00458000
             MOVE 1 TO WRK-REG-IDX                                      00459000
             PERFORM 1160-CASAR-HISTORICO                               00460000
                     UNTIL WRK-REG-IDX GREATER WRK-QTDE-REGRAS          00461000
            WHEN 100                                                    00462000
             MOVE 'S' TO WRK-FIM-HIST                                   00463000
            WHEN OTHER                                                  00464000
             MOVE SQLCODE TO WRK-SQLCODE                                00465000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CHIST'               00466000
             MOVE 'S' TO WRK-FIM-HIST                                   00467000
           END-EVALUATE.                                                00468000
      *-----------------------------------------------------            00469000
       1150-99-FIM.                                  EXIT.              00470000
      *-----------------------------------------------------            00471000
                                                                        00472000
      *-----------------------------------------------------            00473000
       1160-CASAR-HISTORICO                       SECTION.              00474000
      *-----------------------------------------------------            00475000
           IF WRK-REG-TABELA (WRK-REG-IDX) EQUAL WRK-HIS-TABELA         00476000
              AND WRK-REG-REGRA (WRK-REG-IDX) EQUAL WRK-HIS-REGRA       00477000
            MOVE WRK-HIS-QTDE TO WRK-CNT-ANT (WRK-REG-IDX)              00478000
            MOVE 'S'          TO WRK-CNT-TEM-ANT (WRK-REG-IDX)          00479000
            MOVE WRK-QTDE-REGRAS TO WRK-REG-IDX                         00480000
           END-IF.                                                      00481000
           ADD 1 TO WRK-REG-IDX.                                        00482000
      *-----------------------------------------------------            00483000
       1160-99-FIM.                                  EXIT.              00484000
      *-----------------------------------------------------            00485000
                                                                        00486000
      *-----------------------------------------------------            00487000
       2000-PROCESSAR-REGRA                       SECTION.              00488000
      *-----------------------------------------------------            00489000
           MOVE WRK-REG-TABELA (WRK-REG-IDX) TO WRK-RRG-TABELA.         00490000
           MOVE WRK-REG-REGRA (WRK-REG-IDX)  TO WRK-RRG-REGRA.          00491000
           MOVE WRK-REG-DESC (WRK-REG-IDX)   TO WRK-RRG-DESC.           00492000
           WRITE FD-RELINTEG FROM WRK-REL-BRANCO.                       00493000
           WRITE FD-RELINTEG FROM WRK-REL-REGRA.                        00494000
                                                                        00495000
           PERFORM 2100-IMPRIMIR-EXCECAO                                00496000
                   UNTIL WRK-CUR-ORDEM NOT EQUAL WRK-REG-IDX.           00497000
                                                                        00498000
           MOVE WRK-CNT-IDS (WRK-REG-IDX) TO WRK-TOT-QTDE.              00499000
           PERFORM 2200-MONTAR-VARIACAO.                                00500000
           MOVE WRK-ED-ANT TO WRK-TOT-QTDE-ANT.                         00501000
           MOVE WRK-RES-VARIACAO TO WRK-TOT-VARIACAO.                   00502000
           WRITE FD-RELINTEG FROM WRK-REL-TOTAL.                        00503000
                                                                        00504000
           ADD WRK-CNT-IDS (WRK-REG-IDX) TO WRK-TOT-IDS.                00505000
           ADD WRK-CNT-ANT (WRK-REG-IDX) TO WRK-TOT-ANT.                00506000
           ADD 1 TO WRK-REG-IDX.                                        00507000
      *-----------------------------------------------------            00508000
       2000-99-FIM.                                  EXIT.              00509000
      *-----------------------------------------------------            00510000
                                                                        00511000
      *-----------------------------------------------------            00512000
       2100-IMPRIMIR-EXCECAO                      SECTION.              00513000
      *-----------------------------------------------------            00514000
           MOVE WRK-CUR-IDFUNC TO WRK-DET-IDFUNC.                       00515000
           MOVE WRK-CUR-LINHAS TO WRK-DET-LINHAS.                       00516000
           WRITE FD-RELINTEG FROM WRK-REL-DETALHE.                      00517000
                                                                        00518000
           ADD 1              TO WRK-CNT-IDS (WRK-REG-IDX).             00519000
           ADD WRK-CUR-LINHAS TO WRK-CNT-LINHAS (WRK-REG-IDX).          00520000
                                                                        00521000
           PERFORM 4000-LER-EXCECAO.                                    00522000
      *-----------------------------------------------------            00523000
       2100-99-FIM.                                  EXIT.              00524000
      *-----------------------------------------------------            00525000
                                                                        00526000
      *-----------------------------------------------------            00527000
       2200-MONTAR-VARIACAO                       SECTION.              00528000
      *-----------------------------------------------------            00529000
      *    SEM FOTO ANTERIOR DA REGRA NAO HA VARIACAO.                  00530000
           IF WRK-CNT-TEM-ANT (WRK-REG-IDX) EQUAL 'S'                   00531000
            MOVE WRK-CNT-ANT (WRK-REG-IDX) TO WRK-ED-QTDE               00532000
            MOVE WRK-ED-QTDE TO WRK-ED-ANT                              00533000
            COMPUTE WRK-VARIACAO = WRK-CNT-IDS (WRK-REG-IDX)            00534000
                                 - WRK-CNT-ANT (WRK-REG-IDX)            00535000
            MOVE WRK-VARIACAO TO WRK-ED-VARIACAO                        00536000
            MOVE WRK-ED-VARIACAO TO WRK-RES-VARIACAO                    00537000
           ELSE                                                         00538000
            MOVE SPACES TO WRK-ED-ANT                                   00539000
            MOVE '     ---' TO WRK-RES-VARIACAO                         00540000
           END-IF.                                                      00541000
      *-----------------------------------------------------            00542000
       2200-99-FIM.                                  EXIT.              00543000
      *-----------------------------------------------------            00544000
                                                                        00545000
      *-----------------------------------------------------            00546000
       3000-FINALIZAR                             SECTION.              00547000
      *-----------------------------------------------------            00548000
           EXEC SQL                                                     00549000
              CLOSE CINTEG                                              00550000
           END-EXEC.                                                    00551000
                                                                        00552000
           WRITE FD-RELINTEG FROM WRK-REL-BRANCO.                       00553000
           WRITE FD-RELINTEG FROM WRK-REL-RESUMO-CAB.                   00554000
           MOVE 1 TO WRK-REG-IDX.                                       00555000
           PERFORM 3100-IMPRIMIR-RESUMO                                 00556000
                   UNTIL WRK-REG-IDX GREATER WRK-QTDE-REGRAS.           00557000
                                                                        00558000
           PERFORM 3200-GRAVAR-HISTORICO.                               00559000
                                                                        00560000
           CLOSE RELINTEG.                                              00561000
                                                                        00562000
           DISPLAY ' '.                                                 00563000
           DISPLAY 'DATA DA VARREDURA:       ' WRK-DATA-HOJE-N.         00564000
           DISPLAY 'VARREDURA ANTERIOR:      ' WRK-DATA-ANT.            00565000
           DISPLAY 'IDS EM EXCECAO:          ' WRK-TOT-IDS.             00566000
           DISPLAY 'IDS EM EXCECAO ANTERIOR: ' WRK-TOT-ANT.             00567000
      *-----------------------------------------------------            00568000
       3000-99-FIM.                                  EXIT.              00569000
      *-----------------------------------------------------            00570000
                                                                        00571000
      *-----------------------------------------------------            00572000
       3100-IMPRIMIR-RESUMO                       SECTION.              00573000
      *-----------------------------------------------------            00574000
           MOVE WRK-REG-TABELA (WRK-REG-IDX) TO WRK-RES-TABELA.         00575000
           MOVE WRK-REG-REGRA (WRK-REG-IDX)  TO WRK-RES-REGRA.          00576000
           MOVE WRK-CNT-IDS (WRK-REG-IDX)    TO WRK-RES-QTDE.           00577000
           PERFORM 2200-MONTAR-VARIACAO.                                00578000
           MOVE WRK-ED-ANT TO WRK-RES-QTDE-ANT.                         00579000
           WRITE FD-RELINTEG FROM WRK-REL-RESUMO.                       00580000
           ADD 1 TO WRK-REG-IDX.                                        00581000
      *-----------------------------------------------------            00582000
       3100-99-FIM.                                  EXIT.              00583000
      *-----------------------------------------------------            00584000
                                                                        00585000
      *-----------------------------------------------------            00586000
       3200-GRAVAR-HISTORICO                      SECTION.              00587000
      *-----------------------------------------------------            00588000
      *    REPROCESSAMENTO NO MESMO DIA REGRAVA A FOTO.                 00589000
           EXEC SQL                                                     00590000
            DELETE FROM IVAN.INTEGHIST                                  00591000
             WHERE DATAREF = :WRK-DATA-HOJE-N                           00592000
           END-EXEC.                                                    00593000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00594000
            MOVE SQLCODE TO WRK-SQLCODE                                 00595000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO DELETE IVAN.INTEGHIST'      00596000
           END-IF.                                                      00597000
                                                                        00598000
           MOVE 1 TO WRK-REG-IDX.                                       00599000
           PERFORM 3250-INSERIR-FOTO                                    00600000
                   UNTIL WRK-REG-IDX GREATER WRK-QTDE-REGRAS.           00601000
                                                                        00602000
           EXEC SQL                                                     00603000
              COMMIT                                                    00604000
           END-EXEC.                                                    00605000
      *-----------------------------------------------------            00606000
       3200-99-FIM.                                  EXIT.              00607000
      *-----------------------------------------------------            00608000
                                                                        00609000
      *-----------------------------------------------------            00610000
       3250-INSERIR-FOTO                          SECTION.              00611000
      *-----------------------------------------------------            00612000
           MOVE WRK-REG-TABELA (WRK-REG-IDX) TO WRK-HIS-TABELA.         00613000
           MOVE WRK-REG-REGRA (WRK-REG-IDX)  TO WRK-HIS-REGRA.          00614000
           MOVE WRK-CNT-IDS (WRK-REG-IDX)    TO WRK-HIS-QTDE.           00615000
                                                                        00616000
           EXEC SQL                                                     00617000
            INSERT INTO IVAN.INTEGHIST                                  00618000
                  (DATAREF,TABELA,REGRA,QTDE,DATAHORA)                  00619000
            VALUES (:WRK-DATA-HOJE-N,:WRK-HIS-TABELA,                   00620000
                    :WRK-HIS-REGRA,:WRK-HIS-QTDE,                       00621000
                    CURRENT TIMESTAMP)                                  00622000
           END-EXEC.                                                    00623000
           IF SQLCODE NOT EQUAL 0                                       00624000
            MOVE SQLCODE TO WRK-SQLCODE                                 00625000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO INSERT IVAN.INTEGHIST '     00626000
                    WRK-HIS-TABELA ' ' WRK-HIS-REGRA                    00627000
           END-IF.                                                      00628000
                                                                        00629000
           ADD 1 TO WRK-REG-IDX.                                        00630000
      *-----------------------------------------------------            00631000
       3250-99-FIM.                                  EXIT.              00632000
      *-----------------------------------------------------            00633000
                                                                        00634000
      *-----------------------------------------------------            00635000
       4000-LER-EXCECAO                           SECTION.              00636000
      *-----------------------------------------------------            00637000
      *    FIM DO CURSOR VIRA ORDEM 99, QUE NAO CASA COM                00638000
      *    NENHUMA REGRA E FECHA AS QUEBRAS QUE SOBRAREM.               00639000
           EXEC SQL                                                     00640000
             FETCH CINTEG                                               00641000
              INTO :WRK-CUR-ORDEM,                                      00642000
                   :WRK-CUR-IDFUNC,                                     00643000
                   :WRK-CUR-LINHAS                                      00644000
           END-EXEC.                                                    00645000
                                                                        00646000
           EVALUATE SQLCODE                                             00647000
            WHEN 0                                                      00648000
             CONTINUE                                                   00649000
            WHEN 100                                                    00650000
             MOVE 'S' TO WRK-FIM-INTEG                                  00651000
             MOVE 99  TO WRK-CUR-ORDEM                                  00652000
            WHEN OTHER                                                  00653000
             MOVE SQLCODE TO WRK-SQLCODE                                00654000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CINTEG'              00655000
             MOVE 'S' TO WRK-FIM-INTEG                                  00656000
             MOVE 99  TO WRK-CUR-ORDEM                                  00657000
           END-EVALUATE.                                                00658000
      *-----------------------------------------------------            00659000
       4000-99-FIM.                                  EXIT.              00660000
      *-----------------------------------------------------            00661000
