      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. ARQ2210.                                             00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RESULTADO DA RECUPERACAO: APLICA AS    *             00008000
      *            NOTAS DA PROVA DE RECUPERACAO          *             00009000
      *            (RECNOTAS) AOS ALUNOS 'RC' DO SITALUNO *             00010000
      *            GERADO PELO ARQ2205 E GRAVA O SITFINAL *             00011000
      *            NO MESMO LAYOUT, LIDO PELO ARQ2206 NO  *             00012000
      *            LUGAR DO SITALUNO. A MEDIA FINAL SEGUE *             00013000
      *            A REGRA DA ESCOLA (PARAMETRO): '1' = A *             00014000
      *            MAIOR ENTRE A MEDIA ORIGINAL E A MEDIA *             00015000
      *            DA ORIGINAL COM A RECUPERACAO; '2' = A *             00016000
      *            MAIOR ENTRE A MEDIA ORIGINAL E A NOTA  *             00017000
      *            DA RECUPERACAO. MEDIA FINAL NA MINIMA  *             00018000
      *            OU ACIMA PASSA A 'AR' (APROVADO NA     *             00019000
      *            RECUPERACAO); ABAIXO, OU SEM NOTA DE   *             00020000
      *            RECUPERACAO, A 'RP' (REPROVADO). AS    *             00021000
      *            DEMAIS SITUACOES PASSAM SEM ALTERACAO. *             00022000
      *            NO FIM DO RELTURMA DO ARQ2205 SAI A    *             00023000
      *            TAXA DE APROVACAO DE CADA TURMA ANTES  *             00024000
      *            E DEPOIS DA RECUPERACAO, COM O         *             00025000
      *            RESULTADO DE CADA ALUNO.               *             00026000
      *---------------------------------------------------*             00027000
      *  PARAMETRO (SYSIN): REGRA X(01) (DEFAULT '1') E   *             00028000
      *  MEDIA MINIMA 99V99 (DEFAULT 07,00).              *             00029000
      *---------------------------------------------------*             00030000
      *  ARQUIVOS:                                        *             00031000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00032000
      *  BOOKLIB             I               #GLOG        *             00033000
      *  SITALUNO            I             ---------      *             00034000
      *  RECNOTAS            I             ---------      *             00035000
      *  SITFINAL            O             ---------      *             00036000
      *  RELTURMA            O (EXTEND)    ---------      *             00037000
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
           SELECT SITALUNO ASSIGN TO SITALUNO                           00049000
               FILE STATUS IS WRK-FS-SITALUNO.                          00050000
                                                                        00051000
           SELECT RECNOTAS ASSIGN TO RECNOTAS                           00052000
               FILE STATUS IS WRK-FS-RECNOTAS.                          00053000
                                                                        00054000
           SELECT SITFINAL ASSIGN TO SITFINAL                           00055000
               FILE STATUS IS WRK-FS-SITFINAL.                          00056000
                                                                        00057000
           SELECT RELTURMA ASSIGN TO RELTURMA                           00058000
               FILE STATUS IS WRK-FS-RELTURMA.                          00059000
                                                                        00060000
      *====================================================             00061000
       DATA                                      DIVISION.              00062000
      *====================================================             00063000
      *-----------------------------------------------------            00064000
       FILE                                      SECTION.               00065000
      *-----------------------------------------------------            00066000
       FD SITALUNO                                                      00067000
           RECORDING MODE IS F                                          00068000
           BLOCK CONTAINS 0 RECORDS.                                    00069000
      *-----------LRECL 46----------------------------------            00070000
       01 FD-SITALUNO.                                                  00071000
          05 FD-SIT-RM       PIC X(05).                                 00072000
          05 FD-SIT-NOME     PIC X(20).                                 00073000
          05 FD-SIT-PERIODO  PIC 9(06).                                 00074000
          05 FD-SIT-SERIE    PIC X(03).                                 00075000
          05 FD-SIT-TURMA    PIC X(03).                                 00076000
          05 FD-SIT-MEDIA    PIC 9(02)V9(02).                           00077000
          05 FD-SIT-FREQ     PIC 9(03).                                 00078000
          05 FD-SIT-SIT      PIC X(02).                                 00079000
                                                                        00080000
       FD RECNOTAS                                                      00081000
           RECORDING MODE IS F                                          00082000
           BLOCK CONTAINS 0 RECORDS.                                    00083000
      *-----------LRECL 20----------------------------------            00084000
      *    NOTA DA PROVA DE RECUPERACAO (00,00 A 10,00).                00085000
       01 FD-RECNOTAS.                                                  00086000
          05 FD-RCN-RM       PIC X(05).                                 00087000
          05 FD-RCN-TURMA    PIC X(03).                                 00088000
          05 FD-RCN-NOTA     PIC 9(02)V9(02).                           00089000
          05 FILLER          PIC X(08).                                 00090000
                                                                        00091000
       FD SITFINAL                                                      00092000
           RECORDING MODE IS F                                          00093000
           BLOCK CONTAINS 0 RECORDS.                                    00094000
      *-----------LRECL 46----------------------------------            00095000
       01 FD-SITFINAL        PIC X(46).                                 00096000
                                                                        00097000
       FD RELTURMA                                                      00098000
           RECORDING MODE IS F.                                         00099000
                                                                        00100000
       01 FD-RELTURMA        PIC X(86).                                 00101000
      *-----------------------------------------------------            00102000
       WORKING-STORAGE                           SECTION.               00103000
      *-----------------------------------------------------            00104000
           COPY '#GLOG'.                                                00105000
      *-----------------------------------------------------            00106000
       01 FILLER PIC X(48) VALUE                                        00107000
           '--------------VARIAVEIS PARA FILE STATUS-----'.             00108000
      *-----------------------------------------------------            00109000
       77 WRK-FS-SITALUNO    PIC 9(02).                                 00110000
       77 WRK-FS-RECNOTAS    PIC 9(02).                                 00111000
       77 WRK-FS-SITFINAL    PIC 9(02).                                 00112000
       77 WRK-FS-RELTURMA    PIC 9(02).                                 00113000
      *-----------------------------------------------------            00114000
       01 FILLER PIC X(48) VALUE                                        00115000
           '--------------PARAMETRO DE ENTRADA-----------'.             00116000
      *-----------------------------------------------------            00117000
       01 WRK-PARM.                                                     00118000
          05 WRK-PARM-REGRA   PIC X(01).                                00119000
          05 WRK-PARM-MINIMA  PIC 9(02)V9(02).                          00120000
      *-----------------------------------------------------            00121000
       01 FILLER PIC X(48) VALUE                                        00122000
           '--------------NOTAS DE RECUPERACAO-----------'.             00123000
      *-----------------------------------------------------            00124000
       77 WRK-RCN-COUNT      PIC 9(03)    VALUE 0.                      00125000
       77 WRK-RCN-IDX        PIC 9(03)    VALUE 0.                      00126000
       77 WRK-RCN-ACHOU      PIC X(01)    VALUE 'N'.                    00127000
       01 WRK-RCN-TAB.                                                  00128000
          05 WRK-RCN-ITEM OCCURS 500 TIMES.                             00129000
             10 WRK-RCN-RM       PIC X(05).                             00130000
             10 WRK-RCN-NOTA     PIC 9(02)V9(02).                       00131000
      *-----------------------------------------------------            00132000
       01 FILLER PIC X(48) VALUE                                        00133000
           '--------------CALCULO DA MEDIA FINAL---------'.             00134000
      *-----------------------------------------------------            00135000
       77 WRK-NOTA-REC       PIC 9(02)V9(02) VALUE ZEROS.               00136000
       77 WRK-MEDIA-REC      PIC 9(02)V9(02) VALUE ZEROS.               00137000
       77 WRK-MEDIA-ORIG     PIC 9(02)V9(02) VALUE ZEROS.               00138000
      *-----------------------------------------------------            00139000
       01 FILLER PIC X(48) VALUE                                        00140000
           '--------------APROVACAO POR TURMA------------'.             00141000
      *-----------------------------------------------------            00142000
       77 WRK-TUR-COUNT      PIC 9(02)    VALUE 0.                      00143000
       77 WRK-TUR-IDX        PIC 9(02)    VALUE 0.                      00144000
       77 WRK-TUR-ACHOU      PIC X(01)    VALUE 'N'.                    00145000
       77 WRK-TAXA-ANTES     PIC 9(03)    VALUE ZEROS.                  00146000
       77 WRK-TAXA-DEPOIS    PIC 9(03)    VALUE ZEROS.                  00147000
       01 WRK-TUR-TAB.                                                  00148000
          05 WRK-TUR-ITEM OCCURS 20 TIMES.                              00149000
             10 WRK-TUR-TURMA    PIC X(03).                             00150000
             10 WRK-TUR-QTDE     PIC 9(03).                             00151000
             10 WRK-TUR-APROV-ANT PIC 9(03).                            00152000
             10 WRK-TUR-APROV-DEP PIC 9(03).                            00153000
             10 WRK-TUR-RECUP    PIC 9(03).                             00154000
      *-----------------------------------------------------            00155000
       01 FILLER PIC X(48) VALUE                                        00156000
           '--------------RESULTADO POR ALUNO------------'.             00157000
      *-----------------------------------------------------            00158000
       77 WRK-RES-COUNT      PIC 9(03)    VALUE 0.                      00159000
       77 WRK-RES-IDX        PIC 9(03)    VALUE 0.                      00160000
       01 WRK-RES-TAB.                                                  00161000
          05 WRK-RES-ITEM OCCURS 500 TIMES.                             00162000
             10 WRK-RES-TURMA    PIC X(03).                             00163000
             10 WRK-RES-RM       PIC X(05).                             00164000
             10 WRK-RES-NOME     PIC X(20).                             00165000
             10 WRK-RES-ORIG     PIC 9(02)V9(02).                       00166000
             10 WRK-RES-NOTA     PIC 9(02)V9(02).                       00167000
             10 WRK-RES-FINAL    PIC 9(02)V9(02).                       00168000
             10 WRK-RES-SIT      PIC X(02).                             00169000
             10 WRK-RES-SEMNOTA  PIC X(01).                             00170000
      *-----------------------------------------------------            00171000
       01 FILLER PIC X(48) VALUE                                        00172000
           '--------------VARIAVEIS ACUMULAR/CONTROLE----'.             00173000
      *-----------------------------------------------------            00174000
       77 WRK-REGLIDOS       PIC 9(06)    VALUE ZEROS.                  00175000
       77 WRK-REGRECUP       PIC 9(06)    VALUE ZEROS.                  00176000
       77 WRK-REGAPROV       PIC 9(06)    VALUE ZEROS.                  00177000
       77 WRK-REGREPROV      PIC 9(06)    VALUE ZEROS.                  00178000
       77 WRK-REGSEMNOTA     PIC 9(06)    VALUE ZEROS.                  00179000
       77 WRK-REGNOTAINV     PIC 9(06)    VALUE ZEROS.                  00180000
      *-----------------------------------------------------            00181000
       01 FILLER PIC X(48) VALUE                                        00182000
           '--------------LINHAS DO RELATORIO------------'.             00183000
      *-----------------------------------------------------            00184000
       01 WRK-RTU-CABEC      PIC X(86) VALUE                            00185000
           'RESULTADO DA RECUPERACAO POR TURMA'.                        00186000
       01 WRK-RTU-LINHA.                                                00187000
          05 FILLER           PIC X(07) VALUE 'TURMA: '.                00188000
          05 WRK-RTL-TURMA    PIC X(03).                                00189000
          05 FILLER           PIC X(08) VALUE ' ALUNOS:'.               00190000
          05 WRK-RTL-QTDE     PIC ZZ9.                                  00191000
          05 FILLER           PIC X(07) VALUE ' RECUP:'.                00192000
          05 WRK-RTL-RECUP    PIC ZZ9.                                  00193000
          05 FILLER           PIC X(14) VALUE ' APROV. ANTES:'.         00194000
          05 WRK-RTL-ANTES    PIC ZZ9.                                  00195000
          05 FILLER           PIC X(09) VALUE '% DEPOIS:'.              00196000
          05 WRK-RTL-DEPOIS   PIC ZZ9.                                  00197000
          05 FILLER           PIC X(01) VALUE '%'.                      00198000
          05 FILLER           PIC X(25) VALUE SPACES.                   00199000
       01 WRK-RTU-ALUNO.                                                00200000
          05 FILLER           PIC X(06) VALUE SPACES.                   00201000
          05 FILLER           PIC X(04) VALUE 'RM: '.                   00202000
          05 WRK-RTA-RM       PIC X(05).                                00203000
          05 FILLER           PIC X(01) VALUE SPACES.                   00204000
          05 WRK-RTA-NOME     PIC X(20).                                00205000
          05 FILLER           PIC X(07) VALUE ' MEDIA:'.                00206000
          05 WRK-RTA-ORIG     PIC 9(02),9(02).                          00207000
          05 FILLER           PIC X(05) VALUE ' REC:'.                  00208000
          05 WRK-RTA-NOTA     PIC X(05).                                00209000
          05 FILLER           PIC X(07) VALUE ' FINAL:'.                00210000
          05 WRK-RTA-FINAL    PIC 9(02),9(02).                          00211000
          05 FILLER           PIC X(01) VALUE SPACES.                   00212000
          05 WRK-RTA-SIT      PIC X(15).                                00213000
       01 WRK-NOTA-ED        PIC 9(02),9(02).                           00214000
       77 WRK-LINHABRANCO     PIC X(86) VALUE SPACES.                   00215000
      *====================================================             00216000
       PROCEDURE                                 DIVISION.              00217000
      *====================================================             00218000
      *-----------------------------------------------------            00219000
       0000-PRINCIPAL                             SECTION.              00220000
      *-----------------------------------------------------            00221000
           PERFORM 1000-INICIALIZAR.                                    00222000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-SITALUNO                 00223000
                   EQUAL 10.                                            00224000
           PERFORM 3000-FINALIZAR.                                      00225000
           STOP RUN.                                                    00226000
      *-----------------------------------------------------            00227000
       0000-99-FIM.                                  EXIT.              00228000
      *-----------------------------------------------------            00229000
                                                                        00230000
      *-----------------------------------------------------            00231000
       1000-INICIALIZAR                           SECTION.              00232000
      *-----------------------------------------------------            00233000
           ACCEPT WRK-PARM FROM SYSIN.                                  00234000
           IF WRK-PARM-REGRA NOT EQUAL '1'                              00235000
              AND WRK-PARM-REGRA NOT EQUAL '2'                          00236000
            MOVE '1' TO WRK-PARM-REGRA                                  00237000
           END-IF.                                                      00238000
           IF WRK-PARM-MINIMA NOT NUMERIC                               00239000
              OR WRK-PARM-MINIMA EQUAL ZEROS                            00240000
            MOVE 7 TO WRK-PARM-MINIMA                                   00241000
           END-IF.                                                      00242000
                                                                        00243000
      *    O RELTURMA E O DO ARQ2205 DO MESMO PERIODO: O                00244000
      *    RESULTADO DA RECUPERACAO ENTRA NO FIM DELE.                  00245000
           OPEN INPUT SITALUNO RECNOTAS                                 00246000
                OUTPUT SITFINAL.                                        00247000
           OPEN EXTEND RELTURMA.                                        00248000
           IF WRK-FS-RELTURMA EQUAL 35                                  00249000
            OPEN OUTPUT RELTURMA                                        00250000
           END-IF.                                                      00251000
             PERFORM 4000-TESTAR-STATUS.                                00252000
                                                                        00253000
           PERFORM 1100-CARREGAR-NOTAS                                  00254000
                   UNTIL WRK-FS-RECNOTAS EQUAL 10.                      00255000
           CLOSE RECNOTAS.                                              00256000
                                                                        00257000
           READ SITALUNO.                                               00258000
           IF WRK-FS-SITALUNO EQUAL 10                                  00259000
            DISPLAY 'SITALUNO VAZIO'                                    00260000
           END-IF.                                                      00261000
      *-----------------------------------------------------            00262000
       1000-99-FIM.                                  EXIT.              00263000
      *-----------------------------------------------------            00264000
                                                                        00265000
      *-----------------------------------------------------            00266000
       1100-CARREGAR-NOTAS                        SECTION.              00267000
      *-----------------------------------------------------            00268000
           READ RECNOTAS.                                               00269000
           IF WRK-FS-RECNOTAS NOT EQUAL 10                              00270000
            IF FD-RCN-NOTA NOT NUMERIC                                  00271000
               OR FD-RCN-NOTA GREATER 10                                00272000
             ADD 1 TO WRK-REGNOTAINV                                    00273000
             DISPLAY 'NOTA DE RECUPERACAO INVALIDA - RM: '              00274000
                     FD-RCN-RM                                          00275000
            ELSE                                                        00276000
             IF WRK-RCN-COUNT LESS 500                                  00277000
              ADD 1 TO WRK-RCN-COUNT                                    00278000
              MOVE FD-RCN-RM   TO WRK-RCN-RM (WRK-RCN-COUNT)            00279000
              MOVE FD-RCN-NOTA TO WRK-RCN-NOTA (WRK-RCN-COUNT)          00280000
             ELSE                                                       00281000
              DISPLAY 'TABELA DE NOTAS DE RECUPERACAO CHEIA'            00282000
             END-IF                                                     00283000
            END-IF                                                      00284000
           END-IF.                                                      00285000
      *-----------------------------------------------------            00286000
       1100-99-FIM.                                  EXIT.              00287000
      *-----------------------------------------------------            00288000
                                                                        00289000
      *-----------------------------------------------------            00290000
       2000-PROCESSAR                             SECTION.              00291000
      *-----------------------------------------------------            00292000
           ADD 1 TO WRK-REGLIDOS.                                       00293000
           PERFORM 2600-ACHAR-TURMA.                                    00294000
           IF WRK-TUR-IDX GREATER ZEROS                                 00295000
            ADD 1 TO WRK-TUR-QTDE (WRK-TUR-IDX)                         00296000
            IF FD-SIT-SIT EQUAL 'AP'                                    00297000
             ADD 1 TO WRK-TUR-APROV-ANT (WRK-TUR-IDX)                   00298000
            END-IF                                                      00299000
           END-IF.                                                      00300000
                                                                        00301000
           IF FD-SIT-SIT EQUAL 'RC'                                     00302000
            PERFORM 2100-APLICAR-RECUPERACAO                            00303000
           END-IF.                                                      00304000
                                                                        00305000
           IF WRK-TUR-IDX GREATER ZEROS                                 00306000
              AND (FD-SIT-SIT EQUAL 'AP' OR FD-SIT-SIT EQUAL 'AR')      00307000
            ADD 1 TO WRK-TUR-APROV-DEP (WRK-TUR-IDX)                    00308000
           END-IF.                                                      00309000
                                                                        00310000
           WRITE FD-SITFINAL FROM FD-SITALUNO.                          00311000
           READ SITALUNO.                                               00312000
      *-----------------------------------------------------            00313000
       2000-99-FIM.                                  EXIT.              00314000
      *-----------------------------------------------------            00315000
                                                                        00316000
      *-----------------------------------------------------            00317000
       2100-APLICAR-RECUPERACAO                   SECTION.              00318000
      *-----------------------------------------------------            00319000
           ADD 1 TO WRK-REGRECUP.                                       00320000
           IF WRK-TUR-IDX GREATER ZEROS                                 00321000
            ADD 1 TO WRK-TUR-RECUP (WRK-TUR-IDX)                        00322000
           END-IF.                                                      00323000
           MOVE FD-SIT-MEDIA TO WRK-MEDIA-ORIG.                         00324000
                                                                        00325000
           MOVE 'N' TO WRK-RCN-ACHOU.                                   00326000
           MOVE 1   TO WRK-RCN-IDX.                                     00327000
           PERFORM 2110-PROCURA-NOTA                                    00328000
                   UNTIL WRK-RCN-IDX GREATER WRK-RCN-COUNT              00329000
                      OR WRK-RCN-ACHOU EQUAL 'S'.                       00330000
                                                                        00331000
      *    SEM NOTA (FALTOU A PROVA) FICA COM A MEDIA                   00332000
      *    ORIGINAL E REPROVA.                                          00333000
           IF WRK-RCN-ACHOU EQUAL 'N'                                   00334000
            ADD 1 TO WRK-REGSEMNOTA                                     00335000
            MOVE ZEROS TO WRK-NOTA-REC                                  00336000
           ELSE                                                         00337000
            MOVE WRK-RCN-NOTA (WRK-RCN-IDX) TO WRK-NOTA-REC             00338000
            IF WRK-PARM-REGRA EQUAL '2'                                 00339000
             MOVE WRK-NOTA-REC TO WRK-MEDIA-REC                         00340000
            ELSE                                                        00341000
             COMPUTE WRK-MEDIA-REC ROUNDED =                            00342000
                     (WRK-MEDIA-ORIG + WRK-NOTA-REC) / 2                00343000
            END-IF                                                      00344000
            IF WRK-MEDIA-REC GREATER FD-SIT-MEDIA                       00345000
             MOVE WRK-MEDIA-REC TO FD-SIT-MEDIA                         00346000
            END-IF                                                      00347000
           END-IF.                                                      00348000
                                                                        00349000
           IF WRK-RCN-ACHOU EQUAL 'S'                                   00350000
              AND FD-SIT-MEDIA NOT LESS WRK-PARM-MINIMA                 00351000
            MOVE 'AR' TO FD-SIT-SIT                                     00352000
            ADD 1 TO WRK-REGAPROV                                       00353000
           ELSE                                                         00354000
            MOVE 'RP' TO FD-SIT-SIT                                     00355000
            ADD 1 TO WRK-REGREPROV                                      00356000
           END-IF.                                                      00357000
                                                                        00358000
           IF WRK-RES-COUNT LESS 500                                    00359000
            ADD 1 TO WRK-RES-COUNT                                      00360000
            MOVE FD-SIT-TURMA   TO WRK-RES-TURMA (WRK-RES-COUNT)        00361000
            MOVE FD-SIT-RM      TO WRK-RES-RM (WRK-RES-COUNT)           00362000
            MOVE FD-SIT-NOME    TO WRK-RES-NOME (WRK-RES-COUNT)         00363000
            MOVE WRK-MEDIA-ORIG TO WRK-RES-ORIG (WRK-RES-COUNT)         00364000
            MOVE WRK-NOTA-REC   TO WRK-RES-NOTA (WRK-RES-COUNT)         00365000
            MOVE FD-SIT-MEDIA   TO WRK-RES-FINAL (WRK-RES-COUNT)        00366000
            MOVE FD-SIT-SIT     TO WRK-RES-SIT (WRK-RES-COUNT)          00367000
            MOVE 'N'            TO WRK-RES-SEMNOTA (WRK-RES-COUNT)      00368000
            IF WRK-RCN-ACHOU EQUAL 'N'                                  00369000
             MOVE 'S' TO WRK-RES-SEMNOTA (WRK-RES-COUNT)                00370000
            END-IF                                                      00371000
           ELSE                                                         00372000
            DISPLAY 'TABELA DE RESULTADOS CHEIA - RELTURMA '            00373000
                    'INCOMPLETO'                                        00374000
           END-IF.                                                      00375000
      *-----------------------------------------------------            00376000
       2100-99-FIM.                                  EXIT.              00377000
      *-----------------------------------------------------            00378000
                                                                        00379000
      *-----------------------------------------------------            00380000
       2110-PROCURA-NOTA                          SECTION.              00381000
      *-----------------------------------------------------            00382000
           IF FD-SIT-RM EQUAL WRK-RCN-RM (WRK-RCN-IDX)                  00383000
            MOVE 'S' TO WRK-RCN-ACHOU                                   00384000
           ELSE                                                         00385000
            ADD 1 TO WRK-RCN-IDX                                        00386000
           END-IF.                                                      00387000
      *-----------------------------------------------------            00388000
       2110-99-FIM.                                  EXIT.              00389000
      *-----------------------------------------------------            00390000
                                                                        00391000
      *-----------------------------------------------------            00392000
       2600-ACHAR-TURMA                           SECTION.              00393000
      *-----------------------------------------------------            00394000
           MOVE 'N' TO WRK-TUR-ACHOU.                                   00395000
           MOVE 1   TO WRK-TUR-IDX.                                     00396000
           PERFORM 2610-PROCURA-TURMA                                   00397000
                   UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT              00398000
                      OR WRK-TUR-ACHOU EQUAL 'S'.                       00399000
           IF WRK-TUR-ACHOU EQUAL 'N'                                   00400000
            IF WRK-TUR-COUNT LESS 20                                    00401000
             ADD 1 TO WRK-TUR-COUNT                                     00402000
             MOVE WRK-TUR-COUNT TO WRK-TUR-IDX                          00403000
             MOVE FD-SIT-TURMA TO WRK-TUR-TURMA (WRK-TUR-IDX)           00404000
             MOVE ZEROS TO WRK-TUR-QTDE (WRK-TUR-IDX)                   00405000
             MOVE ZEROS TO WRK-TUR-APROV-ANT (WRK-TUR-IDX)              00406000
             MOVE ZEROS TO WRK-TUR-APROV-DEP (WRK-TUR-IDX)              00407000
             MOVE ZEROS TO WRK-TUR-RECUP (WRK-TUR-IDX)                  00408000
            ELSE                                                        00409000
             DISPLAY 'TABELA DE TURMAS CHEIA'                           00410000
             MOVE ZEROS TO WRK-TUR-IDX                                  00411000
            END-IF                                                      00412000
           END-IF.                                                      00413000
      *-----------------------------------------------------            00414000
       2600-99-FIM.                                  EXIT.              00415000
      *-----------------------------------------------------            00416000
                                                                        00417000
      *-----------------------------------------------------            00418000
       2610-PROCURA-TURMA                         SECTION.              00419000
      *-----------------------------------------------------            00420000
           IF FD-SIT-TURMA EQUAL WRK-TUR-TURMA (WRK-TUR-IDX)            00421000
            MOVE 'S' TO WRK-TUR-ACHOU                                   00422000
           ELSE                                                         00423000
            ADD 1 TO WRK-TUR-IDX                                        00424000
           END-IF.                                                      00425000
      *-----------------------------------------------------            00426000
       2610-99-FIM.                                  EXIT.              00427000
      *-----------------------------------------------------            00428000
                                                                        00429000
      *-----------------------------------------------------            00430000
       3000-FINALIZAR                             SECTION.              00431000
      *-----------------------------------------------------            00432000
           WRITE FD-RELTURMA FROM WRK-LINHABRANCO.                      00433000
           WRITE FD-RELTURMA FROM WRK-RTU-CABEC.                        00434000
           MOVE 1 TO WRK-TUR-IDX.                                       00435000
           PERFORM 3100-IMPRIME-1-TURMA                                 00436000
                   UNTIL WRK-TUR-IDX GREATER WRK-TUR-COUNT.             00437000
                                                                        00438000
           CLOSE SITALUNO SITFINAL RELTURMA.                            00439000
                                                                        00440000
           DISPLAY ' '.                                                 00441000
           DISPLAY 'ALUNOS LIDOS:          ' WRK-REGLIDOS.              00442000
           DISPLAY 'ALUNOS EM RECUPERACAO: ' WRK-REGRECUP.              00443000
           DISPLAY 'APROVADOS NA RECUP.:   ' WRK-REGAPROV.              00444000
           DISPLAY 'REPROVADOS NA RECUP.:  ' WRK-REGREPROV.             00445000
           DISPLAY 'SEM NOTA DE RECUP.:    ' WRK-REGSEMNOTA.            00446000
           DISPLAY 'NOTAS INVALIDAS:       ' WRK-REGNOTAINV.            00447000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00448000
      *-----------------------------------------------------            00449000
       3000-99-FIM.                                  EXIT.              00450000
      *-----------------------------------------------------            00451000
                                                                        00452000
      *-----------------------------------------------------            00453000
       3100-IMPRIME-1-TURMA                       SECTION.              00454000
      *-----------------------------------------------------            00455000
           MOVE ZEROS TO WRK-TAXA-ANTES.                                00456000
           MOVE ZEROS TO WRK-TAXA-DEPOIS.                               00457000
           IF WRK-TUR-QTDE (WRK-TUR-IDX) GREATER ZEROS                  00458000
            COMPUTE WRK-TAXA-ANTES ROUNDED =                            00459000
                    WRK-TUR-APROV-ANT (WRK-TUR-IDX) * 100               00460000
                    / WRK-TUR-QTDE (WRK-TUR-IDX)                        00461000
            COMPUTE WRK-TAXA-DEPOIS ROUNDED =                           00462000
                    WRK-TUR-APROV-DEP (WRK-TUR-IDX) * 100               00463000
                    / WRK-TUR-QTDE (WRK-TUR-IDX)                        00464000
           END-IF.                                                      00465000
           MOVE WRK-TUR-TURMA (WRK-TUR-IDX) TO WRK-RTL-TURMA.           00466000
           MOVE WRK-TUR-QTDE (WRK-TUR-IDX)  TO WRK-RTL-QTDE.            00467000
           MOVE WRK-TUR-RECUP (WRK-TUR-IDX) TO WRK-RTL-RECUP.           00468000
           MOVE WRK-TAXA-ANTES              TO WRK-RTL-ANTES.           00469000
           MOVE WRK-TAXA-DEPOIS             TO WRK-RTL-DEPOIS.          00470000
           WRITE FD-RELTURMA FROM WRK-RTU-LINHA.                        00471000
                                                                        00472000
           MOVE 1 TO WRK-RES-IDX.                                       00473000
           PERFORM 3110-IMPRIME-RESULTADO                               00474000
                   UNTIL WRK-RES-IDX GREATER WRK-RES-COUNT.             00475000
           ADD 1 TO WRK-TUR-IDX.                                        00476000
      *-----------------------------------------------------            00477000
       3100-99-FIM.                                  EXIT.              00478000
      *-----------------------------------------------------            00479000
                                                                        00480000
      *-----------------------------------------------------            00481000
       3110-IMPRIME-RESULTADO                     SECTION.              00482000
      *-----------------------------------------------------            00483000
           IF WRK-RES-TURMA (WRK-RES-IDX) EQUAL                         00484000
              WRK-TUR-TURMA (WRK-TUR-IDX)                               00485000
            MOVE WRK-RES-RM (WRK-RES-IDX)    TO WRK-RTA-RM              00486000
            MOVE WRK-RES-NOME (WRK-RES-IDX)  TO WRK-RTA-NOME            00487000
            MOVE WRK-RES-ORIG (WRK-RES-IDX)  TO WRK-RTA-ORIG            00488000
            MOVE WRK-RES-FINAL (WRK-RES-IDX) TO WRK-RTA-FINAL           00489000
            IF WRK-RES-SEMNOTA (WRK-RES-IDX) EQUAL 'S'                  00490000
             MOVE '  -  ' TO WRK-RTA-NOTA                               00491000
             MOVE 'SEM NOTA - REPR' TO WRK-RTA-SIT                      00492000
            ELSE                                                        00493000
             MOVE WRK-RES-NOTA (WRK-RES-IDX) TO WRK-NOTA-ED             00494000
             MOVE WRK-NOTA-ED TO WRK-RTA-NOTA                           00495000
             IF WRK-RES-SIT (WRK-RES-IDX) EQUAL 'AR'                    00496000
              MOVE 'APROVADO'  TO WRK-RTA-SIT                           00497000
             ELSE                                                       00498000
              MOVE 'REPROVADO' TO WRK-RTA-SIT                           00499000
             END-IF                                                     00500000
            END-IF                                                      00501000
            WRITE FD-RELTURMA FROM WRK-RTU-ALUNO                        00502000
           END-IF.                                                      00503000
           ADD 1 TO WRK-RES-IDX.                                        00504000
      *-----------------------------------------------------            00505000
       3110-99-FIM.                                  EXIT.              00506000
      *-----------------------------------------------------            00507000
                                                                        00508000
      *-----------------------------------------------------            00509000
       4000-TESTAR-STATUS                         SECTION.              00510000
      *-----------------------------------------------------            00511000
           IF WRK-FS-SITALUNO NOT EQUAL 00                              00512000
            MOVE 'ARQ2210'              TO WRK-PROGRAMA                 00513000
            MOVE 'ERRO NO OPEN SITALUNO' TO WRK-MENSAGEM                00514000
            MOVE '1000'                 TO WRK-SECAO                    00515000
            MOVE WRK-FS-SITALUNO        TO WRK-STATUS                   00516000
            PERFORM 9000-ERRO                                           00517000
           END-IF.                                                      00518000
           IF WRK-FS-RECNOTAS NOT EQUAL 00                              00519000
            MOVE 'ARQ2210'              TO WRK-PROGRAMA                 00520000
            MOVE 'ERRO NO OPEN RECNOTAS' TO WRK-MENSAGEM                00521000
            MOVE '1000'                 TO WRK-SECAO                    00522000
            MOVE WRK-FS-RECNOTAS        TO WRK-STATUS                   00523000
            PERFORM 9000-ERRO                                           00524000
           END-IF.                                                      00525000
           IF WRK-FS-SITFINAL NOT EQUAL 00                              00526000
            MOVE 'ARQ2210'              TO WRK-PROGRAMA                 00527000
            MOVE 'ERRO NO OPEN SITFINAL' TO WRK-MENSAGEM                00528000
            MOVE '1000'                 TO WRK-SECAO                    00529000
            MOVE WRK-FS-SITFINAL        TO WRK-STATUS                   00530000
            PERFORM 9000-ERRO                                           00531000
           END-IF.                                                      00532000
           IF WRK-FS-RELTURMA NOT EQUAL 00                              00533000
            MOVE 'ARQ2210'              TO WRK-PROGRAMA                 00534000
            MOVE 'ERRO NO OPEN RELTURMA' TO WRK-MENSAGEM                00535000
            MOVE '1000'                 TO WRK-SECAO                    00536000
            MOVE WRK-FS-RELTURMA        TO WRK-STATUS                   00537000
            PERFORM 9000-ERRO                                           00538000
           END-IF.                                                      00539000
      *-----------------------------------------------------            00540000
       4000-99-FIM.                                  EXIT.              00541000
      *-----------------------------------------------------            00542000
                                                                        00543000
      *-----------------------------------------------------            00544000
       9000-ERRO                                  SECTION.              00545000
      *-----------------------------------------------------            00546000
           DISPLAY WRK-MENSAGEM.                                        00547000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00548000
           GOBACK.                                                      00549000
      *-----------------------------------------------------            00550000
       9000-99-FIM.                                  EXIT.              00551000
      *-----------------------------------------------------            00552000
