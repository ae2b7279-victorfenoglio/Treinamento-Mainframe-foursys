      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB81.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RELATORIO DA TRILHA DE ALTERACOES DAS  *             00008000
      *            TABELAS DE PARAMETROS (IVAN.PARMLOG,   *             00009000
      *            GRAVADA PELA SUBROTINA GRAVAPAR NAS    *             00010000
      *            TELAS F22CIP6/7/8/B/C/G E NO FR22DB55).*             00011000
      *            LISTA AS ALTERACOES DE UMA TABELA (OU  *             00012000
      *            DE TODAS, TABELA EM BRANCO) NO PERIODO *             00013000
      *            DO SYSIN, EM ORDEM DE TABELA E DE      *             00014000
      *            DATA/HORA: OPERACAO, USUARIO, TERMINAL,*             00015000
      *            PROGRAMA, CHAVE E AS IMAGENS ANTES E   *             00016000
      *            DEPOIS. TOTAL POR TABELA E POR TIPO DE *             00017000
      *            OPERACAO.                              *             00018000
      *---------------------------------------------------*             00019000
      *  PARAMETRO (SYSIN): TABELA(10) DATAINI(10)        *             00020000
      *  DATAFIM(10), DATAS AAAA-MM-DD. DATAINI EM BRANCO *             00021000
      *  = DESDE O INICIO; DATAFIM EM BRANCO = HOJE.      *             00022000
      *---------------------------------------------------*             00023000
      *  ARQUIVOS:                                        *             00024000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00025000
      *  RELPARM             O             ---------      *             00026000
      *---------------------------------------------------*             00027000
      *  BASE  DE DADOS:                                  *             00028000
      *  TABELA             I/O           INCLUDE/BOOK    *             00029000
      *  IVAN.PARMLOG        I             ---------      *             00030000
      *===================================================*             00031000
                                                                        00032000
      *====================================================             00033000
       ENVIRONMENT                               DIVISION.              00034000
      *====================================================             00035000
       CONFIGURATION                             SECTION.               00036000
       SPECIAL-NAMES.                                                   00037000
           DECIMAL-POINT  IS COMMA.                                     00038000
                                                                        00039000
       INPUT-OUTPUT                              SECTION.               00040000
       FILE-CONTROL.                                                    00041000
           SELECT RELPARM ASSIGN TO RELPARM                             00042000
               FILE STATUS IS WRK-FS-RELPARM.                           00043000
                                                                        00044000
      *====================================================             00045000
       DATA                                      DIVISION.              00046000
      *====================================================             00047000
      *-----------------------------------------------------            00048000
       FILE                                      SECTION.               00049000
      *-----------------------------------------------------            00050000
       FD RELPARM                                                       00051000
           RECORDING MODE IS F                                          00052000
           BLOCK CONTAINS 0 RECORDS.                                    00053000
      *-----------LRECL 166---------------------------------            00054000
       01 FD-RELPARM            PIC X(166).                             00055000
      *-----------------------------------------------------            00056000
       WORKING-STORAGE                           SECTION.               00057000
      *-----------------------------------------------------            00058000
           COPY '#GLOG'.                                                00059000
           EXEC SQL                                                     00060000
              INCLUDE SQLCA                                             00061000
           END-EXEC.                                                    00062000
           EXEC SQL                                                     00063000
              DECLARE CPARLOG CURSOR FOR                                00064000
               SELECT TABELA,                                           00065000
                      CHAR(DATAHORA),                                   00066000
                      OPERACAO,                                         00067000
                      USUARIO,                                          00068000
                      TERMINAL,                                         00069000
                      PROGRAMA,                                         00070000
                      CHAVE,                                            00071000
                      IMGANTES,                                         00072000
                      IMGDEPOIS                                         00073000
                FROM IVAN.PARMLOG                                       00074000
                WHERE TABELA LIKE :WRK-FILTRO-TABELA                    00075000
                  AND DATE(DATAHORA) BETWEEN :WRK-PARM-DATAINI          00076000
                                         AND :WRK-PARM-DATAFIM          00077000
                ORDER BY TABELA, DATAHORA                               00078000
           END-EXEC.                                                    00079000
      *----------------------------------------------------             00080000
       01 FILLER PIC X(48) VALUE                                        00081000
           '--------------VARIAVEIS PARA APOIO-----------'.             00082000
      *----------------------------------------------------             00083000
       77 WRK-SQLCODE      PIC -999.                                    00084000
       77 WRK-FS-RELPARM   PIC 9(02).                                   00085000
       77 WRK-FIM-PARLOG   PIC X(01) VALUE 'N'.                         00086000
       77 WRK-FILTRO-TABELA PIC X(10) VALUE SPACES.                     00087000
       77 WRK-TAB-ATUAL    PIC X(10) VALUE SPACES.                      00088000
       01 WRK-PARM.                                                     00089000
          05 WRK-PARM-TABELA  PIC X(10).                                00090000
             88 WRK-TABELA-VALIDA VALUE 'SETOR' 'PLANO' 'ALIQUOTA'      00091000
                                  'CONTMAP' 'FERIADO' 'FAIXAS'          00092000
                                  'SETORMETA' SPACES.                   00093000
          05 WRK-PARM-DATAINI PIC X(10).                                00094000
          05 WRK-PARM-DATAFIM PIC X(10).                                00095000
       01 WRK-DATA-HOJE.                                                00096000
          05 WRK-HOJ-ANO    PIC 9(04).                                  00097000
          05 WRK-HOJ-MES    PIC 9(02).                                  00098000
          05 WRK-HOJ-DIA    PIC 9(02).                                  00099000
       01 WRK-DATA-ISO.                                                 00100000
          05 WRK-ISO-ANO    PIC 9(04).                                  00101000
          05 FILLER         PIC X(01) VALUE '-'.                        00102000
          05 WRK-ISO-MES    PIC 9(02).                                  00103000
          05 FILLER         PIC X(01) VALUE '-'.                        00104000
          05 WRK-ISO-DIA    PIC 9(02).                                  00105000
      *    AREA PARA CONFERIR UMA DATA AAAA-MM-DD DO SYSIN.             00106000
       01 WRK-DATA-TESTE.                                               00107000
          05 WRK-TST-ANO    PIC X(04).                                  00108000
          05 WRK-TST-SEP1   PIC X(01).                                  00109000
          05 WRK-TST-MES    PIC X(02).                                  00110000
          05 WRK-TST-SEP2   PIC X(01).                                  00111000
          05 WRK-TST-DIA    PIC X(02).                                  00112000
       77 WRK-DATA-OK      PIC X(01) VALUE 'S'.                         00113000
      *----------------------------------------------------             00114000
       01 FILLER PIC X(48) VALUE                                        00115000
           '--------------VARIAVEIS DO CURSOR------------'.             00116000
      *----------------------------------------------------             00117000
       01 WRK-LOG.                                                      00118000
          05 WRK-LOG-TABELA    PIC X(10).                               00119000
          05 WRK-LOG-DATAHORA  PIC X(26).                               00120000
          05 WRK-LOG-OPERACAO  PIC X(01).                               00121000
             88 WRK-LOG-INCLUSAO          VALUE 'I'.                    00122000
             88 WRK-LOG-ALTERACAO         VALUE 'A'.                    00123000
             88 WRK-LOG-EXCLUSAO          VALUE 'E'.                    00124000
          05 WRK-LOG-USUARIO   PIC X(08).                               00125000
          05 WRK-LOG-TERMINAL  PIC X(04).                               00126000
          05 WRK-LOG-PROGRAMA  PIC X(08).                               00127000
          05 WRK-LOG-CHAVE     PIC X(30).                               00128000
          05 WRK-LOG-ANTES     PIC X(150).                              00129000
          05 WRK-LOG-DEPOIS    PIC X(150).                              00130000
      *----------------------------------------------------             00131000
       01 FILLER PIC X(48) VALUE                                        00132000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00133000
      *----------------------------------------------------             00134000
       77 WRK-TAB-INCL     PIC 9(07) VALUE ZEROS.                       00135000
       77 WRK-TAB-ALTE     PIC 9(07) VALUE ZEROS.                       00136000
       77 WRK-TAB-EXCL     PIC 9(07) VALUE ZEROS.                       00137000
       77 WRK-TAB-QTDE     PIC 9(07) VALUE ZEROS.                       00138000
       77 WRK-TOT-QTDE     PIC 9(07) VALUE ZEROS.                       00139000
       77 WRK-TOT-TABELAS  PIC 9(02) VALUE ZEROS.                       00140000
      *----------------------------------------------------             00141000
       01 FILLER PIC X(48) VALUE                                        00142000
           '--------------LINHAS DO RELATORIO------------'.             00143000
      *----------------------------------------------------             00144000
       01 WRK-REL-CABEC1.                                               00145000
          05 FILLER             PIC X(48) VALUE                         00146000
             'TRILHA DE ALTERACOES DAS TABELAS DE PARAMETROS'.          00147000
          05 FILLER             PIC X(07) VALUE '  DATA '.              00148000
          05 WRK-CAB-DATA       PIC X(10).                              00149000
          05 FILLER             PIC X(101) VALUE SPACES.                00150000
       01 WRK-REL-CABEC2.                                               00151000
          05 FILLER             PIC X(09) VALUE 'PERIODO: '.            00152000
          05 WRK-CAB-DATAINI    PIC X(10).                              00153000
          05 FILLER             PIC X(03) VALUE ' A '.                  00154000
          05 WRK-CAB-DATAFIM    PIC X(10).                              00155000
          05 FILLER             PIC X(10) VALUE '  TABELA: '.           00156000
          05 WRK-CAB-TABELA     PIC X(10).                              00157000
          05 FILLER             PIC X(114) VALUE SPACES.                00158000
       01 WRK-REL-CABEC3.                                               00159000
          05 FILLER             PIC X(30) VALUE                         00160000
             '    DATA/HORA'.                                           00161000
          05 FILLER             PIC X(11) VALUE 'OPERACAO'.             00162000
          05 FILLER             PIC X(10) VALUE 'USUARIO'.              00163000
          05 FILLER             PIC X(06) VALUE 'TERM'.                 00164000
          05 FILLER             PIC X(10) VALUE 'PROGRAMA'.             00165000
          05 FILLER             PIC X(99) VALUE 'CHAVE'.                00166000
       01 WRK-REL-TABELA.                                               00167000
          05 FILLER             PIC X(09) VALUE '--- IVAN.'.            00168000
          05 WRK-RTB-TABELA     PIC X(10).                              00169000
          05 FILLER             PIC X(147) VALUE SPACES.                00170000
       01 WRK-REL-DETALHE.                                              00171000
          05 FILLER             PIC X(04) VALUE SPACES.                 00172000
          05 WRK-DET-DATAHORA   PIC X(26).                              00173000
          05 WRK-DET-OPERACAO   PIC X(11).                              00174000
          05 WRK-DET-USUARIO    PIC X(10).                              00175000
          05 WRK-DET-TERMINAL   PIC X(06).                              00176000
          05 WRK-DET-PROGRAMA   PIC X(10).                              00177000
          05 WRK-DET-CHAVE      PIC X(30).                              00178000
          05 FILLER             PIC X(69) VALUE SPACES.                 00179000
       01 WRK-REL-IMAGEM.                                               00180000
          05 FILLER             PIC X(08) VALUE SPACES.                 00181000
          05 WRK-IMG-ROTULO     PIC X(08).                              00182000
          05 WRK-IMG-TEXTO      PIC X(150).                             00183000
       01 WRK-REL-TOTTAB.                                               00184000
          05 FILLER             PIC X(12) VALUE                         00185000
             '    TOTAL: '.                                             00186000
          05 WRK-TTB-QTDE       PIC ZZZZZZ9.                            00187000
          05 FILLER             PIC X(14) VALUE                         00188000
             '  INCLUSOES: '.                                           00189000
          05 WRK-TTB-INCL       PIC ZZZZZZ9.                            00190000
          05 FILLER             PIC X(15) VALUE                         00191000
             '  ALTERACOES: '.                                          00192000
          05 WRK-TTB-ALTE       PIC ZZZZZZ9.                            00193000
          05 FILLER             PIC X(14) VALUE                         00194000
             '  EXCLUSOES: '.                                           00195000
          05 WRK-TTB-EXCL       PIC ZZZZZZ9.                            00196000
          05 FILLER             PIC X(83) VALUE SPACES.                 00197000
       01 WRK-REL-NADA.                                                 00198000
          05 FILLER             PIC X(50) VALUE                         00199000
             'NENHUMA ALTERACAO NO PERIODO'.                            00200000
          05 FILLER             PIC X(116) VALUE SPACES.                00201000
       01 WRK-REL-RESUMO.                                               00202000
          05 FILLER             PIC X(22) VALUE                         00203000
             'TOTAL DE ALTERACOES: '.                                   00204000
          05 WRK-RES-QTDE       PIC ZZZZZZ9.                            00205000
          05 FILLER             PIC X(04) VALUE ' EM '.                 00206000
          05 WRK-RES-TABELAS    PIC Z9.                                 00207000
          05 FILLER             PIC X(131) VALUE                        00208000
             ' TABELA(S)'.                                              00209000
       01 WRK-REL-BRANCO        PIC X(166) VALUE SPACES.                00210000
      *====================================================             00211000
       PROCEDURE                                 DIVISION.              00212000
      *====================================================             00213000
      *-----------------------------------------------------            00214000
       0000-PRINCIPAL                             SECTION.              00215000
      *-----------------------------------------------------            00216000
           PERFORM 1000-INICIALIZAR.                                    00217000
                                                                        00218000
           PERFORM 2000-PROCESSAR-TABELA                                00219000
                   UNTIL WRK-FIM-PARLOG EQUAL 'S'.                      00220000
                                                                        00221000
           PERFORM 3000-FINALIZAR.                                      00222000
           STOP RUN.                                                    00223000
      *-----------------------------------------------------            00224000
       0000-99-FIM.                                  EXIT.              00225000
      *-----------------------------------------------------            00226000
                                                                        00227000
      *-----------------------------------------------------            00228000
       1000-INICIALIZAR                           SECTION.              00229000
      *-----------------------------------------------------            00230000
           ACCEPT WRK-PARM FROM SYSIN.                                  00231000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00232000
           MOVE WRK-HOJ-ANO TO WRK-ISO-ANO.                             00233000
           MOVE WRK-HOJ-MES TO WRK-ISO-MES.                             00234000
           MOVE WRK-HOJ-DIA TO WRK-ISO-DIA.                             00235000
                                                                        00236000
           IF NOT WRK-TABELA-VALIDA                                     00237000
            DISPLAY 'TABELA INVALIDA NO SYSIN: ' WRK-PARM-TABELA        00238000
                    ' - EXECUCAO ABORTADA'                              00239000
            MOVE 12 TO RETURN-CODE                                      00240000
            STOP RUN                                                    00241000
           END-IF.                                                      00242000
           IF WRK-PARM-TABELA EQUAL SPACES                              00243000
            MOVE '%'             TO WRK-FILTRO-TABELA                   00244000
           ELSE                                                         00245000
            MOVE WRK-PARM-TABELA TO WRK-FILTRO-TABELA                   00246000
           END-IF.                                                      00247000
                                                                        00248000
           IF WRK-PARM-DATAINI EQUAL SPACES                             00249000
            MOVE '0001-01-01'  TO WRK-PARM-DATAINI                      00250000
           END-IF.                                                      00251000
           IF WRK-PARM-DATAFIM EQUAL SPACES                             00252000
            MOVE WRK-DATA-ISO  TO WRK-PARM-DATAFIM                      00253000
           END-IF.                                                      00254000
                                                                        00255000
           MOVE WRK-PARM-DATAINI TO WRK-DATA-TESTE.                     00256000
           PERFORM 1100-CONFERIR-DATA.                                  00257000
           MOVE WRK-PARM-DATAFIM TO WRK-DATA-TESTE.                     00258000
           PERFORM 1100-CONFERIR-DATA.                                  00259000
           IF WRK-DATA-OK EQUAL 'N'                                     00260000
              OR WRK-PARM-DATAINI GREATER WRK-PARM-DATAFIM              00261000
            DISPLAY 'PERIODO INVALIDO NO SYSIN: ' WRK-PARM-DATAINI      00262000
                    ' A ' WRK-PARM-DATAFIM ' - EXECUCAO ABORTADA'       00263000
            MOVE 12 TO RETURN-CODE                                      00264000
            STOP RUN                                                    00265000
           END-IF.                                                      00266000
                                                                        00267000
           OPEN OUTPUT RELPARM.                                         00268000
           IF WRK-FS-RELPARM NOT EQUAL 0                                00269000
            MOVE 'FR22DB81'              TO WRK-PROGRAMA                00270000
            MOVE 'ERRO NO OPEN RELPARM'  TO WRK-MENSAGEM                00271000
            MOVE '1000'                  TO WRK-SECAO                   00272000
            MOVE WRK-FS-RELPARM          TO WRK-STATUS                  00273000
            PERFORM 9000-ERRO                                           00274000
           END-IF.                                                      00275000
                                                                        00276000
           MOVE WRK-DATA-ISO     TO WRK-CAB-DATA.                       00277000
           MOVE WRK-PARM-DATAINI TO WRK-CAB-DATAINI.                    00278000
           MOVE WRK-PARM-DATAFIM TO WRK-CAB-DATAFIM.                    00279000
           IF WRK-PARM-TABELA EQUAL SPACES                              00280000
            MOVE 'TODAS'         TO WRK-CAB-TABELA                      00281000
           ELSE                                                         00282000
            MOVE WRK-PARM-TABELA TO WRK-CAB-TABELA                      00283000
           END-IF.                                                      00284000
           WRITE FD-RELPARM FROM WRK-REL-CABEC1.                        00285000
           WRITE FD-RELPARM FROM WRK-REL-CABEC2.                        00286000
           WRITE FD-RELPARM FROM WRK-REL-BRANCO.                        00287000
           WRITE FD-RELPARM FROM WRK-REL-CABEC3.                        00288000
                                                                        00289000
           EXEC SQL                                                     00290000
              OPEN CPARLOG                                              00291000
           END-EXEC.                                                    00292000
           IF SQLCODE NOT EQUAL 0                                       00293000
            MOVE SQLCODE TO WRK-SQLCODE                                 00294000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CPARLOG'                00295000
            STOP RUN                                                    00296000
           END-IF.                                                      00297000
                                                                        00298000
           PERFORM 4000-LER-PARMLOG.                                    00299000
      *-----------------------------------------------------            00300000
       1000-99-FIM.                                  EXIT.              00301000
      *-----------------------------------------------------            00302000
                                                                        00303000
      *-----------------------------------------------------            00304000
       1100-CONFERIR-DATA                         SECTION.              00305000
      *-----------------------------------------------------            00306000
           IF WRK-TST-ANO  NOT NUMERIC                                  00307000
              OR WRK-TST-MES NOT NUMERIC                                00308000
              OR WRK-TST-DIA NOT NUMERIC                                00309000
              OR WRK-TST-SEP1 NOT EQUAL '-'                             00310000
              OR WRK-TST-SEP2 NOT EQUAL '-'                             00311000
            MOVE 'N' TO WRK-DATA-OK                                     00312000
            GO TO 1100-99-FIM                                           00313000
           END-IF.                                                      00314000
           IF WRK-TST-MES LESS '01' OR WRK-TST-MES GREATER '12'         00315000
              OR WRK-TST-DIA LESS '01' OR WRK-TST-DIA GREATER '31'      00316000
            MOVE 'N' TO WRK-DATA-OK                                     00317000
           END-IF.                                                      00318000
      *-----------------------------------------------------            00319000
       1100-99-FIM.                                  EXIT.              00320000
      *-----------------------------------------------------            00321000
                                                                        00322000
      *-----------------------------------------------------            00323000
       2000-PROCESSAR-TABELA                      SECTION.              00324000
      *-----------------------------------------------------            00325000
           MOVE WRK-LOG-TABELA TO WRK-TAB-ATUAL                         00326000
                                  WRK-RTB-TABELA.                       00327000
           MOVE ZEROS TO WRK-TAB-INCL WRK-TAB-ALTE                      00328000
                         WRK-TAB-EXCL WRK-TAB-QTDE.                     00329000
           WRITE FD-RELPARM FROM WRK-REL-BRANCO.                        00330000
           WRITE FD-RELPARM FROM WRK-REL-TABELA.                        00331000
                                                                        00332000
           PERFORM 2100-IMPRIMIR-ALTERACAO                              00333000
                   UNTIL WRK-FIM-PARLOG EQUAL 'S'                       00334000
                      OR WRK-LOG-TABELA NOT EQUAL WRK-TAB-ATUAL.        00335000
                                                                        00336000
           MOVE WRK-TAB-QTDE TO WRK-TTB-QTDE.                           00337000
           MOVE WRK-TAB-INCL TO WRK-TTB-INCL.                           00338000
           MOVE WRK-TAB-ALTE TO WRK-TTB-ALTE.                           00339000
           MOVE WRK-TAB-EXCL TO WRK-TTB-EXCL.                           00340000
           WRITE FD-RELPARM FROM WRK-REL-TOTTAB.                        00341000
                                                                        00342000
           ADD WRK-TAB-QTDE TO WRK-TOT-QTDE.                            00343000
           ADD 1            TO WRK-TOT-TABELAS.                         00344000
      *-----------------------------------------------------            00345000
       2000-99-FIM.                                  EXIT.              00346000
      *-----------------------------------------------------            00347000
                                                                        00348000
      *-----------------------------------------------------            00349000
       2100-IMPRIMIR-ALTERACAO                    SECTION.              00350000
      *-----------------------------------------------------            00351000
           MOVE WRK-LOG-DATAHORA TO WRK-DET-DATAHORA.                   00352000
           MOVE WRK-LOG-USUARIO  TO WRK-DET-USUARIO.                    00353000
           MOVE WRK-LOG-TERMINAL TO WRK-DET-TERMINAL.                   00354000
           MOVE WRK-LOG-PROGRAMA TO WRK-DET-PROGRAMA.                   00355000
           MOVE WRK-LOG-CHAVE    TO WRK-DET-CHAVE.                      00356000
           EVALUATE TRUE                                                00357000
            WHEN WRK-LOG-INCLUSAO                                       00358000
             MOVE 'INCLUSAO'  TO WRK-DET-OPERACAO                       00359000
             ADD 1 TO WRK-TAB-INCL                                      00360000
            WHEN WRK-LOG-EXCLUSAO                                       00361000
             MOVE 'EXCLUSAO'  TO WRK-DET-OPERACAO                       00362000
             ADD 1 TO WRK-TAB-EXCL                                      00363000
            WHEN OTHER                                                  00364000
             MOVE 'ALTERACAO' TO WRK-DET-OPERACAO                       00365000
             ADD 1 TO WRK-TAB-ALTE                                      00366000
           END-EVALUATE.                                                00367000
           ADD 1 TO WRK-TAB-QTDE.                                       00368000
           WRITE FD-RELPARM FROM WRK-REL-DETALHE.                       00369000
                                                                        00370000
           IF NOT WRK-LOG-INCLUSAO                                      00371000
            MOVE 'ANTES : '    TO WRK-IMG-ROTULO                        00372000
            MOVE WRK-LOG-ANTES TO WRK-IMG-TEXTO                         00373000
            WRITE FD-RELPARM FROM WRK-REL-IMAGEM                        00374000
           END-IF.                                                      00375000
           IF NOT WRK-LOG-EXCLUSAO                                      00376000
            MOVE 'DEPOIS: '     TO WRK-IMG-ROTULO                       00377000
            MOVE WRK-LOG-DEPOIS TO WRK-IMG-TEXTO                        00378000
            WRITE FD-RELPARM FROM WRK-REL-IMAGEM                        00379000
           END-IF.                                                      00380000
                                                                        00381000
           PERFORM 4000-LER-PARMLOG.                                    00382000
      *-----------------------------------------------------            00383000
       2100-99-FIM.                                  EXIT.              00384000
      *-----------------------------------------------------            00385000
                                                                        00386000
      *-----------------------------------------------------            00387000
       3000-FINALIZAR                             SECTION.              00388000
      *-----------------------------------------------------            00389000
           EXEC SQL                                                     00390000
              CLOSE CPARLOG                                             00391000
           END-EXEC.                                                    00392000
                                                                        00393000
           WRITE FD-RELPARM FROM WRK-REL-BRANCO.                        00394000
           IF WRK-TOT-QTDE EQUAL ZEROS                                  00395000
            WRITE FD-RELPARM FROM WRK-REL-NADA                          00396000
           ELSE                                                         00397000
            MOVE WRK-TOT-QTDE    TO WRK-RES-QTDE                        00398000
            MOVE WRK-TOT-TABELAS TO WRK-RES-TABELAS                     00399000
            WRITE FD-RELPARM FROM WRK-REL-RESUMO                        00400000
           END-IF.                                                      00401000
                                                                        00402000
           CLOSE RELPARM.                                               00403000
                                                                        00404000
           DISPLAY ' '.                                                 00405000
           DISPLAY 'PERIODO:                 ' WRK-PARM-DATAINI         00406000
                   ' A ' WRK-PARM-DATAFIM.                              00407000
           DISPLAY 'TABELAS COM ALTERACAO:   ' WRK-TOT-TABELAS.         00408000
           DISPLAY 'ALTERACOES LISTADAS:     ' WRK-TOT-QTDE.            00409000
      *-----------------------------------------------------            00410000
       3000-99-FIM.                                  EXIT.              00411000
      *-----------------------------------------------------            00412000
                                                                        00413000
      *-----------------------------------------------------            00414000
       4000-LER-PARMLOG                           SECTION.              00415000
      *-----------------------------------------------------            00416000
           EXEC SQL                                                     00417000
             FETCH CPARLOG                                              00418000
              INTO :WRK-LOG-TABELA,                                     00419000
                   :WRK-LOG-DATAHORA,                                   00420000
                   :WRK-LOG-OPERACAO,                                   00421000
                   :WRK-LOG-USUARIO,                                    00422000
                   :WRK-LOG-TERMINAL,                                   00423000
                   :WRK-LOG-PROGRAMA,                                   00424000
                   :WRK-LOG-CHAVE,                                      00425000
                   :WRK-LOG-ANTES,                                      00426000
                   :WRK-LOG-DEPOIS                                      00427000
           END-EXEC.                                                    00428000
                                                                        00429000
           EVALUATE SQLCODE                                             00430000
            WHEN 0                                                      00431000
             CONTINUE                                                   00432000
            WHEN 100                                                    00433000
             MOVE 'S' TO WRK-FIM-PARLOG                                 00434000
            WHEN OTHER                                                  00435000
             MOVE SQLCODE TO WRK-SQLCODE                                00436000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CPARLOG'             00437000
             MOVE 'S' TO WRK-FIM-PARLOG                                 00438000
             MOVE 12  TO RETURN-CODE                                    00439000
           END-EVALUATE.                                                00440000
      *-----------------------------------------------------            00441000
       4000-99-FIM.                                  EXIT.              00442000
      *-----------------------------------------------------            00443000
                                                                        00444000
      *-----------------------------------------------------            00445000
       9000-ERRO                                  SECTION.              00446000
      *-----------------------------------------------------            00447000
           DISPLAY WRK-MENSAGEM.                                        00448000
           CALL 'GRAVALOG' USING WRK-DADOS.                             00449000
           MOVE 12 TO RETURN-CODE.                                      00450000
           GOBACK.                                                      00451000
      *-----------------------------------------------------            00452000
       9000-99-FIM.                                  EXIT.              00453000
      *-----------------------------------------------------            00454000
