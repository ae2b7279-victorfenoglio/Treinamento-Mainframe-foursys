      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPU.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: RECERTIFICACAO DE ACESSOS PELO GERENTE *             00008000
      *            (IDENTIFICADO PELO USUARIO CICS VIA    *             00009000
      *            IVAN.USUARIO.IDFUNC, COMO NO F22CIPI): *             00010000
      *            F5 LISTA OS USUARIOS DA EQUIPE         *             00011000
      *            LEVANTADOS PELO FR22DB71 E AINDA SEM   *             00012000
      *            RESPOSTA EM IVAN.USUREV, F6 CONFIRMA O *             00013000
      *            ACESSO E F7 REVOGA NA HORA (PERFIL 'B' *             00014000
      *            EM IVAN.USUARIO, PERFIL ANTERIOR       *             00015000
      *            GUARDADO NA REVISAO). O GERENTE NAO    *             00016000
      *            RESPONDE PELO PROPRIO USUARIO; OS      *             00017000
      *            SEM GERENTE FICAM COM O PERFIL 'A'.    *             00018000
      *            O QUE NAO FOR CONFIRMADO ATE O PRAZO E *             00019000
      *            REVOGADO PELO FR22DB71.                *             00020000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00020250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00020500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00020750
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
      *  F22CIMU             I             ---------      *             00024000
      *---------------------------------------------------*             00025000
      *  BASE  DE DADOS:                                  *             00026000
      *  TABELA             I/O           INCLUDE/BOOK    *             00027000
      *  IVAN.USUALOG        O             ---------      *             00027500
      *  IVAN.USUARIO       I/O            ---------      *             00028000
      *  IVAN.USUREV        I/O            ---------      *             00029000
      *  IVAN.FUNC           I             ---------      *             00030000
      *===================================================*             00031000
       DATA                                      DIVISION.              00032000
      *====================================================             00033000
      *-----------------------------------------------------            00034000
       WORKING-STORAGE                            SECTION.              00035000
      *-----------------------------------------------------            00036000
            COPY F22CIMU.                                               00037000
             COPY DFHAID.                                               00038000
                                                                        00039000
            EXEC SQL                                                    00040000
               INCLUDE SQLCA                                            00041000
            END-EXEC.                                                   00042000
                                                                        00043000
            EXEC SQL                                                    00044000
               DECLARE CREV CURSOR FOR                                  00045000
                SELECT R.USUARIO, F.NOME, R.MOTIVO,                     00046000
                       CHAR(R.PRAZO,ISO)                                00047000
                 FROM IVAN.USUREV R, IVAN.FUNC F                        00048000
                 WHERE R.SITUACAO = 'P'                                 00049000
                   AND (R.GERENTE = :WRK-GER-ID                         00050000
                        OR (R.GERENTE = 0                               00051000
                            AND :WRK-PERFIL = 'A'))                     00052000
                   AND R.IDFUNC = F.ID                                  00053000
                 ORDER BY R.PRAZO, R.USUARIO                            00054000
            END-EXEC.                                                   00055000
      *----------------------------------------------------             00056000
       01 FILLER PIC X(48) VALUE                                        00057000
           '--------------VARIAVEIS PARA APOIO-----------'.             00058000
      *----------------------------------------------------             00059000
       77 WRK-SQLCODE     PIC -999.                                     00060000
       77 WRK-TERMINAL    PIC X(04).                                    00060500
       77 WRK-USUARIO     PIC X(08).                                    00061000
       77 WRK-GER-ID      PIC 9(05).                                    00062000
       77 WRK-NULL-IDFUNC PIC S9(04) COMP.                              00063000
       77 WRK-IDX         PIC 9(02).                                    00064000
       77 WRK-PERFIL      PIC X(01).                                    00065000
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00066000
      *----------------------------------------------------             00067000
       01 FILLER PIC X(48) VALUE                                        00068000
           '--------------AREA DA REVISAO----------------'.             00069000
      *----------------------------------------------------             00070000
       77 WRK-REV-USUARIO  PIC X(08).                                   00071000
       77 WRK-REV-NOME     PIC X(30).                                   00072000
       77 WRK-REV-MOTIVO   PIC X(30).                                   00073000
       77 WRK-REV-PRAZO    PIC X(10).                                   00074000
       77 WRK-REV-PERFIL   PIC X(01).                                   00075000
       01 WRK-REV-LINHA.                                                00076000
          05 WRK-LIN-USUARIO  PIC X(08).                                00077000
          05 FILLER           PIC X(01) VALUE SPACES.                   00078000
          05 WRK-LIN-NOME     PIC X(19).                                00079000
          05 FILLER           PIC X(01) VALUE SPACES.                   00080000
          05 WRK-LIN-MOTIVO   PIC X(30).                                00081000
          05 FILLER           PIC X(01) VALUE SPACES.                   00082000
          05 WRK-LIN-PRAZO    PIC X(10).                                00083000
      *====================================================             00084000
       PROCEDURE                                 DIVISION.              00085000
      *====================================================             00086000
      *-----------------------------------------------------            00087000
       0000-PRINCIPAL                             SECTION.              00088000
      *-----------------------------------------------------            00089000
            PERFORM 1000-INICIALIZAR.                                   00090000
            PERFORM 2000-PROCESSAR.                                     00091000
            PERFORM 3000-FINALIZAR.                                     00092000
      *-----------------------------------------------------            00093000
       0000-99-FIM.                                  EXIT.              00094000
      *-----------------------------------------------------            00095000
                                                                        00096000
      *-----------------------------------------------------            00097000
       1000-INICIALIZAR                           SECTION.              00098000
      *-----------------------------------------------------            00099000
             PERFORM 1100-VERIFICAR-ACESSO.                             00099330
                                                                        00099660
             EXEC CICS SEND                                             00100000
               MAPSET('F22CIMU')                                        00101000
               MAP('MAPA01')                                            00102000
                ERASE                                                   00103000
               MAPONLY                                                  00104000
             END-EXEC.                                                  00105000
      *-----------------------------------------------------            00106000
       1000-99-FIM.                                  EXIT.              00107000
      *-----------------------------------------------------            00107020
                                                                        00107040
      *-----------------------------------------------------            00107060
       1100-VERIFICAR-ACESSO                      SECTION.              00107080
      *-----------------------------------------------------            00107100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00107120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00107140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00107160
      *      MENU F22CIPL.                                              00107180
             EXEC CICS ASSIGN                                           00107200
               USERID(WRK-USUARIO)                                      00107220
             END-EXEC.                                                  00107240
                                                                        00107260
             EXEC SQL                                                   00107280
              SELECT PERFIL INTO :WRK-PERFIL                            00107300
               FROM IVAN.USUARIO                                        00107320
               WHERE USUARIO = :WRK-USUARIO                             00107340
               FETCH FIRST ROW ONLY                                     00107360
             END-EXEC.                                                  00107380
                                                                        00107400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00107420
              MOVE EIBTRMID TO WRK-TERMINAL                             00107440
              EXEC SQL                                                  00107460
               INSERT INTO IVAN.USUALOG                                 00107480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00107500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00107520
                       'RV',CURRENT TIMESTAMP)                          00107540
              END-EXEC                                                  00107560
              EXEC SQL                                                  00107580
                COMMIT                                                  00107600
              END-EXEC                                                  00107620
              MOVE LOW-VALUES TO MAPA01O                                00107640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00107660
                TO MSGO                                                 00107680
              EXEC CICS SEND                                            00107700
                MAPSET('F22CIMU')                                       00107720
                MAP('MAPA01')                                           00107740
                FROM(MAPA01O)                                           00107760
                ERASE                                                   00107780
              END-EXEC                                                  00107800
              EXEC CICS                                                 00107820
               RETURN                                                   00107840
              END-EXEC                                                  00107860
             END-IF.                                                    00107880
      *-----------------------------------------------------            00107900
       1100-99-FIM.                                  EXIT.              00107920
      *-----------------------------------------------------            00108000
                                                                        00109000
      *-----------------------------------------------------            00110000
       2000-PROCESSAR                             SECTION.              00111000
      *-----------------------------------------------------            00112000
             EXEC CICS RECEIVE                                          00113000
               MAPSET('F22CIMU')                                        00114000
               MAP('MAPA01')                                            00115000
               INTO(MAPA01I)                                            00116000
             END-EXEC.                                                  00117000
                                                                        00118000
            EVALUATE TRUE                                               00119000
             WHEN EIBAID = '"'                                          00120000
              PERFORM 2050-LIMPAR                                       00121000
             WHEN EIBAID = ':'                                          00122000
              PERFORM 2100-SAIR                                         00123000
             WHEN EIBAID = '5'                                          00124000
              PERFORM 2150-LISTAR                                       00125000
             WHEN EIBAID = '6'                                          00126000
              PERFORM 2200-CONFIRMAR                                    00127000
             WHEN EIBAID = '7'                                          00128000
              PERFORM 2300-REVOGAR                                      00129000
             END-EVALUATE.                                              00130000
                                                                        00131000
             EXEC CICS SEND                                             00132000
               MAPSET('F22CIMU')                                        00133000
               MAP('MAPA01')                                            00134000
               DATAONLY                                                 00135000
               FROM(MAPA01O)                                            00136000
             END-EXEC.                                                  00137000
      *-----------------------------------------------------            00138000
       2000-99-FIM.                                  EXIT.              00139000
      *-----------------------------------------------------            00140000
                                                                        00141000
      *-----------------------------------------------------            00142000
       2050-LIMPAR                                SECTION.              00143000
      *-----------------------------------------------------            00144000
             EXEC CICS                                                  00145000
              RETURN TRANSID ('T22U')                                   00146000
             END-EXEC.                                                  00147000
      *-----------------------------------------------------            00148000
       2050-99-FIM.                                  EXIT.              00149000
      *-----------------------------------------------------            00150000
                                                                        00151000
      *-----------------------------------------------------            00152000
       2100-SAIR                                  SECTION.              00153000
      *-----------------------------------------------------            00154000
             EXEC CICS                                                  00155000
              RETURN TRANSID ('T22M')                                   00156000
             END-EXEC.                                                  00157000
      *-----------------------------------------------------            00158000
       2100-99-FIM.                                  EXIT.              00159000
      *-----------------------------------------------------            00160000
                                                                        00161000
      *-----------------------------------------------------            00162000
       2120-IDENTIFICAR                           SECTION.              00163000
      *-----------------------------------------------------            00164000
      *      GERENTE = FUNCIONARIO DO USUARIO ASSINADO. USUARIO         00165000
      *      JA REVOGADO NAO RESPONDE POR NINGUEM.                      00166000
             EXEC CICS ASSIGN                                           00167000
               USERID(WRK-USUARIO)                                      00168000
             END-EXEC.                                                  00169000
                                                                        00170000
             MOVE ZEROS TO WRK-GER-ID.                                  00171000
             EXEC SQL                                                   00172000
              SELECT IDFUNC, PERFIL                                     00173000
               INTO :WRK-GER-ID :WRK-NULL-IDFUNC,                       00174000
                    :WRK-PERFIL                                         00175000
               FROM IVAN.USUARIO                                        00176000
               WHERE USUARIO = :WRK-USUARIO                             00177000
               FETCH FIRST ROW ONLY                                     00178000
             END-EXEC.                                                  00179000
                                                                        00180000
             IF SQLCODE NOT EQUAL 0                                     00181000
                OR WRK-NULL-IDFUNC NOT EQUAL 0                          00182000
                OR WRK-PERFIL-REVOGADO                                  00183000
              MOVE ZEROS TO WRK-GER-ID                                  00184000
             END-IF.                                                    00185000
      *-----------------------------------------------------            00186000
       2120-99-FIM.                                  EXIT.              00187000
      *-----------------------------------------------------            00188000
                                                                        00189000
      *-----------------------------------------------------            00190000
       2150-LISTAR                                SECTION.              00191000
      *-----------------------------------------------------            00192000
             PERFORM 2120-IDENTIFICAR.                                  00193000
             IF WRK-GER-ID EQUAL ZEROS                                  00194000
              MOVE 'USUARIO SEM FUNCIONARIO VINCULADO'                  00195000
                TO MSGO                                                 00196000
             ELSE                                                       00197000
              MOVE SPACES TO PED1O PED2O PED3O PED4O                    00198000
                             PED5O PED6O PED7O PED8O                    00199000
              EXEC SQL                                                  00200000
               OPEN CREV                                                00201000
              END-EXEC                                                  00202000
              IF SQLCODE NOT EQUAL 0                                    00203000
               MOVE SQLCODE TO WRK-SQLCODE                              00204000
               MOVE WRK-SQLCODE TO MSGO                                 00205000
              ELSE                                                      00206000
               MOVE ZEROS TO WRK-IDX                                    00207000
               PERFORM 2160-CARREGAR-LINHA                              00208000
                       UNTIL WRK-IDX NOT LESS 8                         00209000
                          OR SQLCODE NOT EQUAL 0                        00210000
               EXEC SQL                                                 00211000
                CLOSE CREV                                              00212000
               END-EXEC                                                 00213000
               IF WRK-IDX EQUAL ZEROS                                   00214000
                MOVE 'SEM ACESSOS PENDENTES NA EQUIPE'                  00215000
                  TO MSGO                                               00216000
               ELSE                                                     00217000
                MOVE 'CONFIRME (F6) OU REVOGUE (F7) O USUARIO'          00218000
                  TO MSGO                                               00219000
               END-IF                                                   00220000
              END-IF                                                    00221000
             END-IF.                                                    00222000
      *-----------------------------------------------------            00223000
       2150-99-FIM.                                  EXIT.              00224000
      *-----------------------------------------------------            00225000
                                                                        00226000
      *-----------------------------------------------------            00227000
       2160-CARREGAR-LINHA                        SECTION.              00228000
      *-----------------------------------------------------            00229000
             EXEC SQL                                                   00230000
              FETCH CREV                                                00231000
               INTO :WRK-REV-USUARIO,                                   00232000
                    :WRK-REV-NOME,                                      00233000
                    :WRK-REV-MOTIVO,                                    00234000
                    :WRK-REV-PRAZO                                      00235000
             END-EXEC.                                                  00236000
             IF SQLCODE EQUAL 0                                         00237000
              ADD 1 TO WRK-IDX                                          00238000
              MOVE WRK-REV-USUARIO  TO WRK-LIN-USUARIO                  00239000
              MOVE WRK-REV-NOME     TO WRK-LIN-NOME                     00240000
              MOVE WRK-REV-MOTIVO   TO WRK-LIN-MOTIVO                   00241000
              MOVE WRK-REV-PRAZO    TO WRK-LIN-PRAZO                    00242000
              EVALUATE WRK-IDX                                          00243000
               WHEN 1                                                   00244000
                MOVE WRK-REV-LINHA TO PED1O                             00245000
               WHEN 2                                                   00246000
                MOVE WRK-REV-LINHA TO PED2O                             00247000
               WHEN 3                                                   00248000
                MOVE WRK-REV-LINHA TO PED3O                             00249000
               WHEN 4                                                   00250000
                MOVE WRK-REV-LINHA TO PED4O                             00251000
               WHEN 5                                                   00252000
                MOVE WRK-REV-LINHA TO PED5O                             00253000
               WHEN 6                                                   00254000
                MOVE WRK-REV-LINHA TO PED6O                             00255000
               WHEN 7                                                   00256000
                MOVE WRK-REV-LINHA TO PED7O                             00257000
               WHEN 8                                                   00258000
                MOVE WRK-REV-LINHA TO PED8O                             00259000
              END-EVALUATE                                              00260000
             END-IF.                                                    00261000
      *-----------------------------------------------------            00262000
       2160-99-FIM.                                  EXIT.              00263000
      *-----------------------------------------------------            00264000
                                                                        00265000
      *-----------------------------------------------------            00266000
       2180-VALIDAR-USUARIO                       SECTION.              00267000
      *-----------------------------------------------------            00268000
             EVALUATE TRUE                                              00269000
              WHEN WRK-GER-ID EQUAL ZEROS                               00270000
               MOVE 'USUARIO SEM FUNCIONARIO VINCULADO'                 00271000
                 TO MSGO                                                00272000
              WHEN USUARIOL EQUAL 0                                     00273000
               MOVE 'INFORME O USUARIO' TO MSGO                         00274000
              WHEN USUARIOI EQUAL WRK-USUARIO                           00275000
               MOVE 'NAO RESPONDA PELO PROPRIO ACESSO' TO MSGO          00276000
              WHEN OTHER                                                00277000
               MOVE USUARIOI TO WRK-REV-USUARIO                         00278000
               MOVE SPACES   TO MSGO                                    00279000
             END-EVALUATE.                                              00280000
      *-----------------------------------------------------            00281000
       2180-99-FIM.                                  EXIT.              00282000
      *-----------------------------------------------------            00283000
                                                                        00284000
      *-----------------------------------------------------            00285000
       2200-CONFIRMAR                             SECTION.              00286000
      *-----------------------------------------------------            00287000
             PERFORM 2120-IDENTIFICAR.                                  00288000
             PERFORM 2180-VALIDAR-USUARIO.                              00289000
             IF MSGO EQUAL SPACES                                       00290000
              EXEC SQL                                                  00291000
               UPDATE IVAN.USUREV                                       00292000
                  SET SITUACAO  = 'C',                                  00293000
                      DECISOR   = :WRK-USUARIO,                         00294000
                      DATADECIS = CURRENT TIMESTAMP                     00295000
                WHERE USUARIO = :WRK-REV-USUARIO                        00296000
                  AND SITUACAO = 'P'                                    00297000
                  AND (GERENTE = :WRK-GER-ID                            00298000
                       OR (GERENTE = 0 AND :WRK-PERFIL = 'A'))          00299000
              END-EXEC                                                  00300000
              EVALUATE SQLCODE                                          00301000
               WHEN 0                                                   00302000
                EXEC SQL                                                00303000
                  COMMIT                                                00304000
                END-EXEC                                                00305000
                MOVE 'ACESSO CONFIRMADO' TO MSGO                        00306000
               WHEN 100                                                 00307000
                MOVE 'REVISAO PENDENTE NAO ENCONTRADA' TO MSGO          00308000
               WHEN OTHER                                               00309000
                MOVE SQLCODE TO WRK-SQLCODE                             00310000
                MOVE WRK-SQLCODE TO MSGO                                00311000
              END-EVALUATE                                              00312000
             END-IF.                                                    00313000
      *-----------------------------------------------------            00314000
       2200-99-FIM.                                  EXIT.              00315000
      *-----------------------------------------------------            00316000
                                                                        00317000
      *-----------------------------------------------------            00318000
       2300-REVOGAR                               SECTION.              00319000
      *-----------------------------------------------------            00320000
      *      O PERFIL ANTERIOR FICA NA REVISAO PARA O RH                00321000
      *      PODER DEVOLVER O ACESSO SE FOR O CASO.                     00322000
             PERFORM 2120-IDENTIFICAR.                                  00323000
             PERFORM 2180-VALIDAR-USUARIO.                              00324000
             IF MSGO EQUAL SPACES                                       00325000
              EXEC SQL                                                  00326000
               SELECT U.PERFIL INTO :WRK-REV-PERFIL                     00327000
                FROM IVAN.USUARIO U, IVAN.USUREV R                      00328000
                WHERE U.USUARIO = :WRK-REV-USUARIO                      00329000
                  AND R.USUARIO = U.USUARIO                             00330000
                  AND R.SITUACAO = 'P'                                  00331000
                  AND (R.GERENTE = :WRK-GER-ID                          00332000
                       OR (R.GERENTE = 0 AND :WRK-PERFIL = 'A'))        00333000
                FETCH FIRST ROW ONLY                                    00334000
              END-EXEC                                                  00335000
              IF SQLCODE NOT EQUAL 0                                    00336000
               MOVE 'REVISAO PENDENTE NAO ENCONTRADA' TO MSGO           00337000
              ELSE                                                      00338000
               PERFORM 2350-GRAVAR-REVOGACAO                            00339000
              END-IF                                                    00340000
             END-IF.                                                    00341000
      *-----------------------------------------------------            00342000
       2300-99-FIM.                                  EXIT.              00343000
      *-----------------------------------------------------            00344000
                                                                        00345000
      *-----------------------------------------------------            00346000
       2350-GRAVAR-REVOGACAO                      SECTION.              00347000
      *-----------------------------------------------------            00348000
             EXEC SQL                                                   00349000
              UPDATE IVAN.USUARIO                                       00350000
                 SET PERFIL = 'B'                                       00351000
               WHERE USUARIO = :WRK-REV-USUARIO                         00352000
             END-EXEC.                                                  00353000
                                                                        00354000
             IF SQLCODE EQUAL 0                                         00355000
              EXEC SQL                                                  00356000
               UPDATE IVAN.USUREV                                       00357000
                  SET SITUACAO  = 'R',                                  00358000
                      PERFILANT = :WRK-REV-PERFIL,                      00359000
                      DECISOR   = :WRK-USUARIO,                         00360000
                      DATADECIS = CURRENT TIMESTAMP                     00361000
                WHERE USUARIO = :WRK-REV-USUARIO                        00362000
                  AND SITUACAO = 'P'                                    00363000
              END-EXEC                                                  00364000
             END-IF.                                                    00365000
                                                                        00366000
             IF SQLCODE NOT EQUAL 0                                     00367000
              MOVE SQLCODE TO WRK-SQLCODE                               00368000
              EXEC SQL                                                  00369000
                ROLLBACK                                                00370000
              END-EXEC                                                  00371000
              MOVE 'ERRO: '    TO MSGO                                  00372000
              MOVE WRK-SQLCODE TO MSGO(07:04)                           00373000
             ELSE                                                       00374000
              EXEC SQL                                                  00375000
                COMMIT                                                  00376000
              END-EXEC                                                  00377000
              MOVE 'ACESSO REVOGADO' TO MSGO                            00378000
             END-IF.                                                    00379000
      *-----------------------------------------------------            00380000
       2350-99-FIM.                                  EXIT.              00381000
      *-----------------------------------------------------            00382000
                                                                        00383000
      *-----------------------------------------------------            00384000
       3000-FINALIZAR                             SECTION.              00385000
      *-----------------------------------------------------            00386000
            EXEC CICS                                                   00387000
             RETURN TRANSID ('T22U')                                    00388000
            END-EXEC.                                                   00389000
      *-----------------------------------------------------            00390000
       3000-99-FIM.                                  EXIT.              00391000
      *-----------------------------------------------------            00392000
