      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB65.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RELATORIO MENSAL DOS EXAMES            *             00008000
      *            OCUPACIONAIS (ASO) A VENCER E          *             00009000
      *            VENCIDOS, POR SETOR E GERENTE. PARA    *             00010000
      *            CADA FUNCIONARIO ATIVO VALE O ULTIMO   *             00011000
      *            EXAME CADASTRADO NO F22CIPR            *             00012000
      *            (IVAN.ASO): LISTA QUEM VENCE ATE A     *             00013000
      *            DATA DE REFERENCIA MAIS A JANELA DE    *             00014000
      *            DIAS, QUEM JA VENCEU E QUEM NAO TEM    *             00015000
      *            EXAME VALIDO (NENHUM EXAME OU ULTIMO   *             00016000
      *            EXAME DEMISSIONAL). OS AVISOS POR      *             00017000
      *            E-MAIL DOS MESMOS CASOS SAO GERADOS    *             00018000
      *            PELO FR22DB38 (TIPO E).                *             00019000
      *---------------------------------------------------*             00020000
      *  PARAMETRO (SYSIN): DATA DE REFERENCIA AAAA-MM-DD *             00021000
      *  (BRANCO = HOJE) E JANELA EM DIAS 999 (ZERO = 30).*             00022000
      *---------------------------------------------------*             00023000
      *  ARQUIVOS:                                        *             00024000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00025000
      *  RELASO              O             ---------      *             00026000
      *---------------------------------------------------*             00027000
      *  BASE  DE DADOS:                                  *             00028000
      *  TABELA             I/O           INCLUDE/BOOK    *             00029000
      *  IVAN.FUNC           I               #BKFUNC      *             00030000
      *  IVAN.ASO            I             ---------      *             00031000
      *===================================================*             00032000
                                                                        00033000
      *====================================================             00034000
       ENVIRONMENT                               DIVISION.              00035000
      *====================================================             00036000
       CONFIGURATION                             SECTION.               00037000
       SPECIAL-NAMES.                                                   00038000
           DECIMAL-POINT  IS COMMA.                                     00039000
                                                                        00040000
       INPUT-OUTPUT                              SECTION.               00041000
       FILE-CONTROL.                                                    00042000
           SELECT RELASO ASSIGN TO RELASO                               00043000
               FILE STATUS IS WRK-FS-RELASO.                            00044000
                                                                        00045000
      *====================================================             00046000
       DATA                                      DIVISION.              00047000
      *====================================================             00048000
      *-----------------------------------------------------            00049000
       FILE                                      SECTION.               00050000
      *-----------------------------------------------------            00051000
       FD RELASO                                                        00052000
           RECORDING MODE IS F                                          00053000
           BLOCK CONTAINS 0 RECORDS.                                    00054000
      *-----------LRECL 100---------------------------------            00055000
       01 FD-RELASO             PIC X(100).                             00056000
      *-----------------------------------------------------            00057000
       WORKING-STORAGE                           SECTION.               00058000
      *-----------------------------------------------------            00059000
           EXEC SQL                                                     00060000
              INCLUDE #BKFUNC                                           00061000
           END-EXEC.                                                    00062000
                                                                        00063000
           EXEC SQL                                                     00064000
              INCLUDE SQLCA                                             00065000
           END-EXEC.                                                    00066000
                                                                        00067000
      *    ULTIMO EXAME DE CADA FUNCIONARIO (MAIOR SEQUENCIA).          00068000
      *    SEM EXAME OU SEM PROXIMO (DEMISSIONAL) ENTRA                 00069000
      *    SEMPRE NA LISTA.                                             00070000
           EXEC SQL                                                     00071000
              DECLARE CASO CURSOR FOR                                   00072000
               SELECT F.ID,F.NOME,F.SETOR,F.GERENTE,G.NOME,             00073000
                      U.TIPOEXAME,CHAR(U.PROXIMO,ISO)                   00074000
                FROM IVAN.FUNC F                                        00075000
                LEFT JOIN IVAN.FUNC G ON F.GERENTE = G.ID               00076000
                LEFT JOIN                                               00077000
                 (SELECT A.IDFUNC,A.TIPOEXAME,A.PROXIMO                 00078000
                   FROM IVAN.ASO A                                      00079000
                   WHERE A.SEQ = (SELECT MAX(S.SEQ)                     00080000
                                   FROM IVAN.ASO S                      00081000
                                   WHERE S.IDFUNC = A.IDFUNC)) U        00082000
                 ON U.IDFUNC = F.ID                                     00083000
                WHERE F.STATUS = 'A'                                    00084000
                  AND (U.PROXIMO IS NULL                                00085000
                       OR U.PROXIMO <= DATE(:WRK-DATA-LIMITE))          00086000
                ORDER BY F.SETOR, F.GERENTE, F.ID                       00087000
           END-EXEC.                                                    00088000
                                                                        00089000
       01 WRK-PARM.                                                     00090000
          05 WRK-PARM-DATA   PIC X(10).                                 00091000
          05 WRK-PARM-DIAS   PIC 9(03).                                 00092000
      *----------------------------------------------------             00093000
       01 FILLER PIC X(48) VALUE                                        00094000
           '--------------VARIAVEIS PARA APOIO-----------'.             00095000
      *----------------------------------------------------             00096000
       77 WRK-SQLCODE      PIC -999.                                    00097000
       77 WRK-FS-RELASO    PIC 9(02).                                   00098000
       77 WRK-NULL-GERENTE PIC S9(04) COMP.                             00099000
       77 WRK-NULL-NOMEGER PIC S9(04) COMP.                             00100000
       77 WRK-NULL-TIPO    PIC S9(04) COMP.                             00101000
       77 WRK-NULL-PROXIMO PIC S9(04) COMP.                             00102000
       77 WRK-NOME-GERENTE PIC X(30).                                   00103000
       77 WRK-ASO-TIPO     PIC X(01).                                   00104000
       77 WRK-ASO-PROXIMO  PIC X(10).                                   00105000
       77 WRK-DATA-LIMITE  PIC X(10).                                   00106000
       01 WRK-DATA-HOJE.                                                00107000
          05 WRK-HOJE-ANO   PIC 9(04).                                  00108000
          05 WRK-HOJE-MES   PIC 9(02).                                  00109000
          05 WRK-HOJE-DIA   PIC 9(02).                                  00110000
       01 WRK-DATA-REF.                                                 00111000
          05 WRK-REF-ANO    PIC 9(04).                                  00112000
          05 FILLER         PIC X(01) VALUE '-'.                        00113000
          05 WRK-REF-MES    PIC 9(02).                                  00114000
          05 FILLER         PIC X(01) VALUE '-'.                        00115000
          05 WRK-REF-DIA    PIC 9(02).                                  00116000
       01 WRK-DATA-REF-X REDEFINES WRK-DATA-REF                         00117000
                            PIC X(10).                                  00118000
      *----------------------------------------------------             00119000
       01 FILLER PIC X(48) VALUE                                        00120000
           '--------------QUEBRA SETOR/GERENTE-----------'.             00121000
      *----------------------------------------------------             00122000
       77 WRK-SETOR-ANT    PIC X(04)    VALUE SPACES.                   00123000
       77 WRK-GERENTE-ANT  PIC 9(05)    VALUE ZEROS.                    00124000
       77 WRK-PRIMEIRO     PIC X(01)    VALUE 'S'.                      00125000
      *----------------------------------------------------             00126000
       01 FILLER PIC X(48) VALUE                                        00127000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00128000
      *----------------------------------------------------             00129000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00130000
       77 WRK-REGAVENCER   PIC 9(05)    VALUE ZEROS.                    00131000
       77 WRK-REGVENCIDO   PIC 9(05)    VALUE ZEROS.                    00132000
       77 WRK-REGSEMEXAME  PIC 9(05)    VALUE ZEROS.                    00133000
      *----------------------------------------------------             00134000
       01 FILLER PIC X(48) VALUE                                        00135000
           '--------------LINHAS DO RELATORIO------------'.             00136000
      *----------------------------------------------------             00137000
       01 WRK-REL-CABEC.                                                00138000
          05 FILLER           PIC X(40) VALUE                           00139000
             'EXAMES OCUPACIONAIS (ASO) - REFERENCIA: '.                00140000
          05 WRK-REL-DATAREF  PIC X(10).                                00141000
          05 FILLER           PIC X(09) VALUE ' JANELA: '.              00142000
          05 WRK-REL-DIAS     PIC 9(03).                                00143000
          05 FILLER           PIC X(05) VALUE ' DIAS'.                  00144000
          05 FILLER           PIC X(33) VALUE SPACES.                   00145000
       01 WRK-REL-GRUPO.                                                00146000
          05 FILLER           PIC X(07) VALUE 'SETOR: '.                00147000
          05 WRK-REL-SETOR    PIC X(04).                                00148000
          05 FILLER           PIC X(11) VALUE ' GERENTE: '.             00149000
          05 WRK-REL-GERENTE  PIC 9(05).                                00150000
          05 FILLER           PIC X(01) VALUE SPACES.                   00151000
          05 WRK-REL-NOMEGER  PIC X(30).                                00152000
          05 FILLER           PIC X(42) VALUE SPACES.                   00153000
       01 WRK-REL-LINHA.                                                00154000
          05 FILLER           PIC X(02) VALUE SPACES.                   00155000
          05 WRK-REL-ID       PIC 9(05).                                00156000
          05 FILLER           PIC X(01) VALUE SPACES.                   00157000
          05 WRK-REL-NOME     PIC X(30).                                00158000
          05 FILLER           PIC X(12) VALUE ' ULT.EXAME: '.           00159000
          05 WRK-REL-TIPO     PIC X(01).                                00160000
          05 FILLER           PIC X(10) VALUE ' PROXIMO: '.             00161000
          05 WRK-REL-PROXIMO  PIC X(10).                                00162000
          05 FILLER           PIC X(01) VALUE SPACES.                   00163000
          05 WRK-REL-SITUACAO PIC X(20).                                00164000
          05 FILLER           PIC X(08) VALUE SPACES.                   00165000
       01 WRK-REL-TOTAL.                                                00166000
          05 FILLER           PIC X(11) VALUE 'A VENCER.: '.            00167000
          05 WRK-TOT-AVE-V    PIC 9(05).                                00168000
          05 FILLER           PIC X(12) VALUE ' VENCIDOS.: '.           00169000
          05 WRK-TOT-VEN-V    PIC 9(05).                                00170000
          05 FILLER           PIC X(20) VALUE                           00171000
             ' SEM EXAME VALIDO.: '.                                    00172000
          05 WRK-TOT-SEM-V    PIC 9(05).                                00173000
          05 FILLER           PIC X(42) VALUE SPACES.                   00174000
       77 WRK-LINHABRANCO     PIC X(100) VALUE SPACES.                  00175000
      *====================================================             00176000
       PROCEDURE                                 DIVISION.              00177000
      *====================================================             00178000
      *-----------------------------------------------------            00179000
       0000-PRINCIPAL                             SECTION.              00180000
      *-----------------------------------------------------            00181000
           PERFORM 1000-INICIALIZAR.                                    00182000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00183000
           PERFORM 3000-FINALIZAR.                                      00184000
           STOP RUN.                                                    00185000
      *-----------------------------------------------------            00186000
       0000-99-FIM.                                  EXIT.              00187000
      *-----------------------------------------------------            00188000
                                                                        00189000
      *-----------------------------------------------------            00190000
       1000-INICIALIZAR                           SECTION.              00191000
      *-----------------------------------------------------            00192000
           ACCEPT WRK-PARM FROM SYSIN.                                  00193000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00194000
                                                                        00195000
           IF WRK-PARM-DATA EQUAL SPACES                                00196000
            MOVE WRK-HOJE-ANO TO WRK-REF-ANO                            00197000
            MOVE WRK-HOJE-MES TO WRK-REF-MES                            00198000
            MOVE WRK-HOJE-DIA TO WRK-REF-DIA                            00199000
           ELSE                                                         00200000
            MOVE WRK-PARM-DATA TO WRK-DATA-REF-X                        00201000
           END-IF.                                                      00202000
           IF WRK-PARM-DIAS IS NOT NUMERIC                              00203000
              OR WRK-PARM-DIAS EQUAL ZEROS                              00204000
            MOVE 30 TO WRK-PARM-DIAS                                    00205000
           END-IF.                                                      00206000
                                                                        00207000
           EXEC SQL                                                     00208000
            SET :WRK-DATA-LIMITE =                                      00209000
                CHAR(DATE(:WRK-DATA-REF-X) + :WRK-PARM-DIAS DAYS,       00210000
                     ISO)                                               00211000
           END-EXEC.                                                    00212000
           IF SQLCODE NOT EQUAL 0                                       00213000
            MOVE SQLCODE TO WRK-SQLCODE                                 00214000
            DISPLAY 'DATA DE REFERENCIA INVALIDA: ' WRK-DATA-REF-X      00215000
                    ' SQLCODE ' WRK-SQLCODE                             00216000
            STOP RUN                                                    00217000
           END-IF.                                                      00218000
                                                                        00219000
           OPEN OUTPUT RELASO.                                          00220000
           IF WRK-FS-RELASO NOT EQUAL 0                                 00221000
            DISPLAY 'ERRO NA ABERTURA DO RELASO'                        00222000
            STOP RUN                                                    00223000
           END-IF.                                                      00224000
                                                                        00225000
           MOVE WRK-DATA-REF-X TO WRK-REL-DATAREF.                      00226000
           MOVE WRK-PARM-DIAS  TO WRK-REL-DIAS.                         00227000
                                                                        00228000
           EXEC SQL                                                     00229000
              OPEN CASO                                                 00230000
           END-EXEC.                                                    00231000
                                                                        00232000
           EVALUATE SQLCODE                                             00233000
            WHEN 0                                                      00234000
             PERFORM 4000-LER-FUNCIONARIO                               00235000
            WHEN 100                                                    00236000
             DISPLAY 'SEM FUNCIONARIOS NA SELECAO'                      00237000
            WHEN OTHER                                                  00238000
             MOVE SQLCODE TO WRK-SQLCODE                                00239000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00240000
             STOP RUN                                                   00241000
           END-EVALUATE.                                                00242000
      *-----------------------------------------------------            00243000
       1000-99-FIM.                                  EXIT.              00244000
      *-----------------------------------------------------            00245000
                                                                        00246000
      *-----------------------------------------------------            00247000
       2000-PROCESSAR                             SECTION.              00248000
      *-----------------------------------------------------            00249000
           IF WRK-NULL-GERENTE LESS 0                                   00250000
            MOVE ZEROS TO DB2-GERENTE                                   00251000
           END-IF.                                                      00252000
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ANT                         00253000
              OR DB2-GERENTE NOT EQUAL WRK-GERENTE-ANT                  00254000
              OR WRK-PRIMEIRO EQUAL 'S'                                 00255000
            PERFORM 2100-ABRIR-GRUPO                                    00256000
           END-IF.                                                      00257000
                                                                        00258000
           MOVE DB2-ID    TO WRK-REL-ID.                                00259000
           MOVE DB2-NOME  TO WRK-REL-NOME.                              00260000
           EVALUATE TRUE                                                00261000
            WHEN WRK-NULL-TIPO LESS 0                                   00262000
             MOVE SPACES             TO WRK-REL-TIPO                    00263000
             MOVE SPACES             TO WRK-REL-PROXIMO                 00264000
             MOVE '** SEM EXAME'     TO WRK-REL-SITUACAO                00265000
             ADD 1 TO WRK-REGSEMEXAME                                   00266000
            WHEN WRK-NULL-PROXIMO LESS 0                                00267000
             MOVE WRK-ASO-TIPO       TO WRK-REL-TIPO                    00268000
             MOVE SPACES             TO WRK-REL-PROXIMO                 00269000
             MOVE '** SEM EXAME VALIDO' TO WRK-REL-SITUACAO             00270000
             ADD 1 TO WRK-REGSEMEXAME                                   00271000
            WHEN WRK-ASO-PROXIMO LESS WRK-DATA-REF-X                    00272000
             MOVE WRK-ASO-TIPO       TO WRK-REL-TIPO                    00273000
             MOVE WRK-ASO-PROXIMO    TO WRK-REL-PROXIMO                 00274000
             MOVE '** VENCIDO'       TO WRK-REL-SITUACAO                00275000
             ADD 1 TO WRK-REGVENCIDO                                    00276000
            WHEN OTHER                                                  00277000
             MOVE WRK-ASO-TIPO       TO WRK-REL-TIPO                    00278000
             MOVE WRK-ASO-PROXIMO    TO WRK-REL-PROXIMO                 00279000
             MOVE 'A VENCER'         TO WRK-REL-SITUACAO                00280000
             ADD 1 TO WRK-REGAVENCER                                    00281000
           END-EVALUATE.                                                00282000
           WRITE FD-RELASO FROM WRK-REL-LINHA.                          00283000
                                                                        00284000
           PERFORM 4000-LER-FUNCIONARIO.                                00285000
      *-----------------------------------------------------            00286000
       2000-99-FIM.                                  EXIT.              00287000
      *-----------------------------------------------------            00288000
                                                                        00289000
      *-----------------------------------------------------            00290000
       2100-ABRIR-GRUPO                           SECTION.              00291000
      *-----------------------------------------------------            00292000
      *    CADA SETOR COMECA EM NOVA PAGINA; CADA GERENTE               00293000
      *    DENTRO DO SETOR GANHA SUA LINHA DE GRUPO.                    00294000
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ANT                         00295000
              OR WRK-PRIMEIRO EQUAL 'S'                                 00296000
            IF WRK-PRIMEIRO EQUAL 'S'                                   00297000
             WRITE FD-RELASO FROM WRK-REL-CABEC                         00298000
            ELSE                                                        00299000
             WRITE FD-RELASO FROM WRK-REL-CABEC AFTER PAGE              00300000
            END-IF                                                      00301000
            WRITE FD-RELASO FROM WRK-LINHABRANCO                        00302000
           ELSE                                                         00303000
            WRITE FD-RELASO FROM WRK-LINHABRANCO                        00304000
           END-IF.                                                      00305000
           MOVE 'N'         TO WRK-PRIMEIRO.                            00306000
           MOVE DB2-SETOR   TO WRK-SETOR-ANT.                           00307000
           MOVE DB2-GERENTE TO WRK-GERENTE-ANT.                         00308000
                                                                        00309000
           MOVE DB2-SETOR   TO WRK-REL-SETOR.                           00310000
           MOVE DB2-GERENTE TO WRK-REL-GERENTE.                         00311000
           IF WRK-NULL-GERENTE LESS 0                                   00312000
              OR WRK-NULL-NOMEGER LESS 0                                00313000
            MOVE 'SEM GERENTE'    TO WRK-REL-NOMEGER                    00314000
           ELSE                                                         00315000
            MOVE WRK-NOME-GERENTE TO WRK-REL-NOMEGER                    00316000
           END-IF.                                                      00317000
           WRITE FD-RELASO FROM WRK-REL-GRUPO.                          00318000
      *-----------------------------------------------------            00319000
       2100-99-FIM.                                  EXIT.              00320000
      *-----------------------------------------------------            00321000
                                                                        00322000
      *-----------------------------------------------------            00323000
       3000-FINALIZAR                             SECTION.              00324000
      *-----------------------------------------------------            00325000
           EXEC SQL                                                     00326000
              CLOSE CASO                                                00327000
           END-EXEC.                                                    00328000
                                                                        00329000
           IF WRK-PRIMEIRO EQUAL 'S'                                    00330000
            WRITE FD-RELASO FROM WRK-REL-CABEC                          00331000
           END-IF.                                                      00332000
           MOVE WRK-REGAVENCER  TO WRK-TOT-AVE-V.                       00333000
           MOVE WRK-REGVENCIDO  TO WRK-TOT-VEN-V.                       00334000
           MOVE WRK-REGSEMEXAME TO WRK-TOT-SEM-V.                       00335000
           WRITE FD-RELASO FROM WRK-LINHABRANCO.                        00336000
           WRITE FD-RELASO FROM WRK-REL-TOTAL.                          00337000
                                                                        00338000
           CLOSE RELASO.                                                00339000
                                                                        00340000
           DISPLAY ' '.                                                 00341000
           DISPLAY 'REFERENCIA:         ' WRK-DATA-REF-X.               00342000
           DISPLAY 'LIMITE:             ' WRK-DATA-LIMITE.              00343000
           DISPLAY 'FUNCIONARIOS LISTADOS: ' WRK-REGLIDOS.              00344000
           DISPLAY 'A VENCER:           ' WRK-REGAVENCER.               00345000
           DISPLAY 'VENCIDOS:           ' WRK-REGVENCIDO.               00346000
           DISPLAY 'SEM EXAME VALIDO:   ' WRK-REGSEMEXAME.              00347000
      *-----------------------------------------------------            00348000
       3000-99-FIM.                                  EXIT.              00349000
      *-----------------------------------------------------            00350000
                                                                        00351000
      *-----------------------------------------------------            00352000
       4000-LER-FUNCIONARIO                       SECTION.              00353000
      *-----------------------------------------------------            00354000
           EXEC SQL                                                     00355000
             FETCH CASO                                                 00356000
              INTO :DB2-ID,                                             00357000
                   :DB2-NOME,                                           00358000
                   :DB2-SETOR,                                          00359000
                   :DB2-GERENTE      :WRK-NULL-GERENTE,                 00360000
                   :WRK-NOME-GERENTE :WRK-NULL-NOMEGER,                 00361000
                   :WRK-ASO-TIPO     :WRK-NULL-TIPO,                    00362000
                   :WRK-ASO-PROXIMO  :WRK-NULL-PROXIMO                  00363000
           END-EXEC.                                                    00364000
                                                                        00365000
           EVALUATE SQLCODE                                             00366000
            WHEN 0                                                      00367000
             ADD 1 TO WRK-REGLIDOS                                      00368000
            WHEN 100                                                    00369000
             DISPLAY 'FINAL DA TABELA'                                  00370000
            WHEN OTHER                                                  00371000
             MOVE SQLCODE TO WRK-SQLCODE                                00372000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00373000
           END-EVALUATE.                                                00374000
      *-----------------------------------------------------            00375000
       4000-99-FIM.                                  EXIT.              00376000
      *-----------------------------------------------------            00377000
