      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB70.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: GERAR AS OPERACOES MANUCON DAS TROCAS  *             00008000
      *            DE CONTA BANCARIA APROVADAS PELO RH NO *             00009000
      *            F22CIPT (IVAN.FUNCALT SITUACAO 'A' COM *             00010000
      *            AGENCIA/CONTA E AINDA SEM DATAMANU).   *             00011000
      *            CONFRONTA COM O CONTBANC ATUAL (AMBOS  *             00012000
      *            POR ID): ID SEM CONTA VIRA 'I', ID COM *             00013000
      *            CONTA VIRA 'A'. SE O FUNCIONARIO TEM   *             00014000
      *            MAIS DE UMA TROCA APROVADA, VALE A     *             00015000
      *            ULTIMA DECIDIDA. GRAVA MANUATU NO      *             00016000
      *            LAYOUT DO MANUCON E MARCA DATAMANU     *             00017000
      *            PARA A TROCA NAO SAIR DUAS VEZES.      *             00018000
      *---------------------------------------------------*             00019000
      *  O MANUATU ENTRA NO FR22EX14 JUNTO COM O MANUCON  *             00020000
      *  DIGITADO PELO RH (CONCATENAR E ORDENAR POR ID).  *             00021000
      *---------------------------------------------------*             00022000
      *  ARQUIVOS:                                        *             00023000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00024000
      *  CONTBANC            I             ---------      *             00025000
      *  MANUATU             O             ---------      *             00026000
      *---------------------------------------------------*             00027000
      *  BASE  DE DADOS:                                  *             00028000
      *  TABELA             I/O           INCLUDE/BOOK    *             00029000
      *  IVAN.FUNCALT       I/O            ---------      *             00030000
      *===================================================*             00031000
      *====================================================             00032000
       ENVIRONMENT                               DIVISION.              00033000
      *====================================================             00034000
       CONFIGURATION                             SECTION.               00035000
       SPECIAL-NAMES.                                                   00036000
           DECIMAL-POINT  IS COMMA.                                     00037000
       INPUT-OUTPUT                              SECTION.               00038000
       FILE-CONTROL.                                                    00039000
           SELECT CONTBANC ASSIGN TO CONTBANC                           00040000
               FILE STATUS IS WRK-FS-CONTBANC.                          00041000
                                                                        00042000
           SELECT MANUATU ASSIGN TO MANUATU                             00043000
               FILE STATUS IS WRK-FS-MANUATU.                           00044000
                                                                        00045000
      *====================================================             00046000
       DATA                                      DIVISION.              00047000
      *====================================================             00048000
      *-----------------------------------------------------            00049000
       FILE                                      SECTION.               00050000
      *-----------------------------------------------------            00051000
       FD CONTBANC                                                      00052000
           RECORDING MODE IS F                                          00053000
           BLOCK CONTAINS 0 RECORDS.                                    00054000
      *-----------LRECL 17----------------------------------            00055000
       01 FD-CONTBANC.                                                  00056000
          05 FD-CONTA-ID        PIC X(05).                              00057000
          05 FD-CONTA-AGENCIA   PIC X(04).                              00058000
          05 FD-CONTA-CONTA     PIC X(08).                              00059000
                                                                        00060000
       FD MANUATU                                                       00061000
           RECORDING MODE IS F                                          00062000
           BLOCK CONTAINS 0 RECORDS.                                    00063000
      *-----------LRECL 18----------------------------------            00064000
       01 FD-MANUATU.                                                   00065000
          05 FD-MANU-OPERACAO   PIC X(01).                              00066000
          05 FD-MANU-ID         PIC X(05).                              00067000
          05 FD-MANU-AGENCIA    PIC X(04).                              00068000
          05 FD-MANU-CONTA      PIC X(08).                              00069000
      *-----------------------------------------------------            00070000
       WORKING-STORAGE                           SECTION.               00071000
      *-----------------------------------------------------            00072000
           EXEC SQL                                                     00073000
              INCLUDE SQLCA                                             00074000
           END-EXEC.                                                    00075000
                                                                        00076000
      *    A TROCA MAIS RECENTE DE CADA ID VEM PRIMEIRO.                00077000
           EXEC SQL                                                     00078000
              DECLARE CBANCO CURSOR FOR                                 00079000
               SELECT IDFUNC, AGENCIA, CONTA                            00080000
                FROM IVAN.FUNCALT                                       00081000
                WHERE SITUACAO = 'A'                                    00082000
                  AND AGENCIA <> ' '                                    00083000
                  AND DATAMANU IS NULL                                  00084000
                ORDER BY IDFUNC, DATADECIS DESC                         00085000
           END-EXEC.                                                    00086000
      *-----------------------------------------------------            00087000
       01 FILLER PIC X(48) VALUE                                        00088000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00089000
      *-----------------------------------------------------            00090000
       77 WRK-FS-CONTBANC      PIC 9(02).                               00091000
       77 WRK-FS-MANUATU       PIC 9(02).                               00092000
      *-----------------------------------------------------            00093000
       01 FILLER PIC X(48) VALUE                                        00094000
            '-------VARIAVEIS PARA APOIO------------------'.            00095000
      *-----------------------------------------------------            00096000
       77 WRK-SQLCODE          PIC -999.                                00097000
       77 WRK-ALT-IDFUNC       PIC 9(05)    VALUE ZEROS.                00098000
       77 WRK-ALT-AGENCIA      PIC X(04)    VALUE SPACES.               00099000
       77 WRK-ALT-CONTA        PIC X(08)    VALUE SPACES.               00100000
       77 WRK-ID-ANT           PIC 9(05)    VALUE ZEROS.                00101000
       77 WRK-CHAVE-ALT        PIC X(05)    VALUE SPACES.               00102000
      *-----------------------------------------------------            00103000
       01 FILLER PIC X(48) VALUE                                        00104000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00105000
      *-----------------------------------------------------            00106000
       77 WRK-REGLIDOS         PIC 9(06)    VALUE ZEROS.                00107000
       77 WRK-REGCONTAS        PIC 9(06)    VALUE ZEROS.                00108000
       77 WRK-REGINCLUIR       PIC 9(06)    VALUE ZEROS.                00109000
       77 WRK-REGALTERAR       PIC 9(06)    VALUE ZEROS.                00110000
       77 WRK-REGSUPERADAS     PIC 9(06)    VALUE ZEROS.                00111000
      *====================================================             00112000
       PROCEDURE                                 DIVISION.              00113000
      *====================================================             00114000
      *-----------------------------------------------------            00115000
       0000-PRINCIPAL                             SECTION.              00116000
      *-----------------------------------------------------            00117000
           PERFORM 1000-INICIALIZAR.                                    00118000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00119000
           PERFORM 3000-FINALIZAR.                                      00120000
           STOP RUN.                                                    00121000
      *-----------------------------------------------------            00122000
       0000-99-FIM.                                  EXIT.              00123000
      *-----------------------------------------------------            00124000
                                                                        00125000
      *-----------------------------------------------------            00126000
       1000-INICIALIZAR                           SECTION.              00127000
      *-----------------------------------------------------            00128000
           OPEN INPUT  CONTBANC                                         00129000
                OUTPUT MANUATU.                                         00130000
           IF WRK-FS-CONTBANC NOT EQUAL 0                               00131000
              OR WRK-FS-MANUATU NOT EQUAL 0                             00132000
            DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS'                     00133000
            STOP RUN                                                    00134000
           END-IF.                                                      00135000
                                                                        00136000
           PERFORM 5000-LER-CONTA.                                      00137000
                                                                        00138000
           EXEC SQL                                                     00139000
              OPEN CBANCO                                               00140000
           END-EXEC.                                                    00141000
                                                                        00142000
           EVALUATE SQLCODE                                             00143000
            WHEN 0                                                      00144000
             PERFORM 4000-LER-ALTERACAO                                 00145000
            WHEN 100                                                    00146000
             DISPLAY 'SEM TROCAS DE CONTA APROVADAS'                    00147000
            WHEN OTHER                                                  00148000
             MOVE SQLCODE TO WRK-SQLCODE                                00149000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00150000
             STOP RUN                                                   00151000
           END-EVALUATE.                                                00152000
      *-----------------------------------------------------            00153000
       1000-99-FIM.                                  EXIT.              00154000
      *-----------------------------------------------------            00155000
                                                                        00156000
      *-----------------------------------------------------            00157000
       2000-PROCESSAR                             SECTION.              00158000
      *-----------------------------------------------------            00159000
      *    SO A PRIMEIRA LINHA DE CADA ID (A MAIS RECENTE)              00160000
      *    VIRA OPERACAO; AS ANTERIORES SO SAO MARCADAS.                00161000
           IF WRK-ALT-IDFUNC EQUAL WRK-ID-ANT                           00162000
            ADD 1 TO WRK-REGSUPERADAS                                   00163000
           ELSE                                                         00164000
            MOVE WRK-ALT-IDFUNC TO WRK-ID-ANT                           00165000
            PERFORM 2100-GERAR-OPERACAO                                 00166000
            PERFORM 2200-MARCAR-ENVIADAS                                00167000
           END-IF.                                                      00168000
                                                                        00169000
           PERFORM 4000-LER-ALTERACAO.                                  00170000
      *-----------------------------------------------------            00171000
       2000-99-FIM.                                  EXIT.              00172000
      *-----------------------------------------------------            00173000
                                                                        00174000
      *-----------------------------------------------------            00175000
       2100-GERAR-OPERACAO                        SECTION.              00176000
      *-----------------------------------------------------            00177000
      *    BALANCO COM O CONTBANC, AMBOS POR ID.                        00178000
           MOVE WRK-ALT-IDFUNC TO WRK-CHAVE-ALT.                        00179000
                                                                        00180000
           PERFORM 5000-LER-CONTA                                       00181000
                   UNTIL FD-CONTA-ID NOT LESS WRK-CHAVE-ALT.            00182000
                                                                        00183000
           MOVE SPACES          TO FD-MANUATU.                          00184000
           IF FD-CONTA-ID EQUAL WRK-CHAVE-ALT                           00185000
            MOVE 'A'            TO FD-MANU-OPERACAO                     00186000
            ADD 1 TO WRK-REGALTERAR                                     00187000
           ELSE                                                         00188000
            MOVE 'I'            TO FD-MANU-OPERACAO                     00189000
            ADD 1 TO WRK-REGINCLUIR                                     00190000
           END-IF.                                                      00191000
           MOVE WRK-CHAVE-ALT   TO FD-MANU-ID.                          00192000
           MOVE WRK-ALT-AGENCIA TO FD-MANU-AGENCIA.                     00193000
           MOVE WRK-ALT-CONTA   TO FD-MANU-CONTA.                       00194000
           WRITE FD-MANUATU.                                            00195000
                                                                        00196000
           IF WRK-FS-MANUATU NOT EQUAL 0                                00197000
            DISPLAY 'ERRO NA GRAVACAO DO MANUATU - ID: '                00198000
                    WRK-CHAVE-ALT                                       00199000
            EXEC SQL                                                    00200000
              ROLLBACK                                                  00201000
            END-EXEC                                                    00202000
            STOP RUN                                                    00203000
           END-IF.                                                      00204000
      *-----------------------------------------------------            00205000
       2100-99-FIM.                                  EXIT.              00206000
      *-----------------------------------------------------            00207000
                                                                        00208000
      *-----------------------------------------------------            00209000
       2200-MARCAR-ENVIADAS                       SECTION.              00210000
      *-----------------------------------------------------            00211000
           EXEC SQL                                                     00212000
            UPDATE IVAN.FUNCALT                                         00213000
               SET DATAMANU = CURRENT TIMESTAMP                         00214000
             WHERE IDFUNC = :WRK-ALT-IDFUNC                             00215000
               AND SITUACAO = 'A'                                       00216000
               AND AGENCIA <> ' '                                       00217000
               AND DATAMANU IS NULL                                     00218000
           END-EXEC.                                                    00219000
                                                                        00220000
           IF SQLCODE NOT EQUAL 0                                       00221000
            MOVE SQLCODE TO WRK-SQLCODE                                 00222000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO MARCAR IVAN.FUNCALT'        00223000
                    ' ID: ' WRK-ALT-IDFUNC                              00224000
            EXEC SQL                                                    00225000
              ROLLBACK                                                  00226000
            END-EXEC                                                    00227000
            STOP RUN                                                    00228000
           END-IF.                                                      00229000
      *-----------------------------------------------------            00230000
       2200-99-FIM.                                  EXIT.              00231000
      *-----------------------------------------------------            00232000
                                                                        00233000
      *-----------------------------------------------------            00234000
       3000-FINALIZAR                             SECTION.              00235000
      *-----------------------------------------------------            00236000
           EXEC SQL                                                     00237000
              CLOSE CBANCO                                              00238000
           END-EXEC.                                                    00239000
                                                                        00240000
      *    MARCACAO E ARQUIVO FECHAM JUNTOS: O COMMIT SO VEM            00241000
      *    DEPOIS DO MANUATU FECHADO.                                   00242000
           CLOSE CONTBANC MANUATU.                                      00243000
                                                                        00244000
           EXEC SQL                                                     00245000
              COMMIT                                                    00246000
           END-EXEC.                                                    00247000
                                                                        00248000
           DISPLAY ' '.                                                 00249000
           DISPLAY 'TROCAS APROVADAS LIDAS: ' WRK-REGLIDOS.             00250000
           DISPLAY 'SUPERADAS (MESMO ID):   ' WRK-REGSUPERADAS.         00251000
           DISPLAY 'CONTBANC LIDOS:         ' WRK-REGCONTAS.            00252000
           DISPLAY 'OPERACOES I GERADAS:    ' WRK-REGINCLUIR.           00253000
           DISPLAY 'OPERACOES A GERADAS:    ' WRK-REGALTERAR.           00254000
      *-----------------------------------------------------            00255000
       3000-99-FIM.                                  EXIT.              00256000
      *-----------------------------------------------------            00257000
                                                                        00258000
      *-----------------------------------------------------            00259000
       4000-LER-ALTERACAO                         SECTION.              00260000
      *-----------------------------------------------------            00261000
           EXEC SQL                                                     00262000
             FETCH CBANCO                                               00263000
              INTO :WRK-ALT-IDFUNC,                                     00264000
                   :WRK-ALT-AGENCIA,                                    00265000
                   :WRK-ALT-CONTA                                       00266000
           END-EXEC.                                                    00267000
                                                                        00268000
           EVALUATE SQLCODE                                             00269000
            WHEN 0                                                      00270000
             ADD 1 TO WRK-REGLIDOS                                      00271000
            WHEN 100                                                    00272000
             DISPLAY 'FINAL DA TABELA'                                  00273000
            WHEN OTHER                                                  00274000
             MOVE SQLCODE TO WRK-SQLCODE                                00275000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH'                     00276000
             EXEC SQL                                                   00277000
               ROLLBACK                                                 00278000
             END-EXEC                                                   00279000
             STOP RUN                                                   00280000
           END-EVALUATE.                                                00281000
      *-----------------------------------------------------            00282000
       4000-99-FIM.                                  EXIT.              00283000
      *-----------------------------------------------------            00284000
                                                                        00285000
      *-----------------------------------------------------            00286000
       5000-LER-CONTA                             SECTION.              00287000
      *-----------------------------------------------------            00288000
           READ CONTBANC.                                               00289000
           IF WRK-FS-CONTBANC EQUAL 10                                  00290000
            MOVE HIGH-VALUES TO FD-CONTA-ID                             00291000
           ELSE                                                         00292000
            ADD 1 TO WRK-REGCONTAS                                      00293000
           END-IF.                                                      00294000
      *-----------------------------------------------------            00295000
       5000-99-FIM.                                  EXIT.              00296000
      *-----------------------------------------------------            00297000
