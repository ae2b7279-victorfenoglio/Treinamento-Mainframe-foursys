      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. SETUTIL.                                             00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: SUBROTINA (NOS MOLDES DA DIAUTIL) QUE  *             00008000
      *            MONTA EM MEMORIA A ARVORE DE SETORES   *             00009000
      *            (DIRETORIA / GERENCIA / SETOR) PELO    *             00010000
      *            SETORPAI DE IVAN.SETOR E ACUMULA OS    *             00011000
      *            VALORES DE CADA SETOR NELE E EM TODOS  *             00012000
      *            OS SEUS ANCESTRAIS, PARA QUE OS        *             00013000
      *            RELATORIOS DE HEADCOUNT, MASSA E CUSTO *             00014000
      *            (FR22DB07, FR22DB28, FR22DB51,         *             00015000
      *            FR22DB52 E REL2205) IMPRIMAM OS        *             00016000
      *            SUBTOTAIS RECUADOS POR NIVEL COM A     *             00017000
      *            MESMA REGRA. NAO ACESSA O DB2: O       *             00018000
      *            CHAMADOR LE OS SETORES (TABELA OU      *             00019000
      *            ARQUIVO SETARV DO FR22DB36) E ENTREGA  *             00020000
      *            UM A UM. PAI INEXISTENTE DEIXA O SETOR *             00021000
      *            COMO RAIZ DO QUE SOBROU DA CADEIA;     *             00022000
      *            CICLO OU MAIS DE 10 NIVEIS (QUE O      *             00023000
      *            F22CIP7 JA BLOQUEIA) DEIXA O SETOR     *             00024000
      *            SOZINHO NO NIVEL 1, COMO NA CHECAGEM   *             00025000
      *            DE GERENTE DO FR22DB27.                *             00026000
      *---------------------------------------------------*             00027000
      *  AREA DE COMUNICACAO:              #SETUTIL       *             00028000
      *===================================================*             00029000
                                                                        00030000
      *====================================================             00031000
       ENVIRONMENT                               DIVISION.              00032000
      *====================================================             00033000
       CONFIGURATION                             SECTION.               00034000
       SPECIAL-NAMES.                                                   00035000
           DECIMAL-POINT  IS COMMA.                                     00036000
                                                                        00037000
      *====================================================             00038000
       DATA                                      DIVISION.              00039000
      *====================================================             00040000
      *-----------------------------------------------------            00041000
       WORKING-STORAGE                           SECTION.               00042000
      *-----------------------------------------------------            00043000
      *----------------------------------------------------             00044000
       01 FILLER PIC X(48) VALUE                                        00045000
           '--------------VARIAVEIS PARA APOIO-----------'.             00046000
      *----------------------------------------------------             00047000
       77 WRK-I            PIC 9(04)    VALUE ZEROS.                    00048000
       77 WRK-J            PIC 9(04)    VALUE ZEROS.                    00049000
       77 WRK-K            PIC 9(04)    VALUE ZEROS.                    00050000
       77 WRK-V            PIC 9(04)    VALUE ZEROS.                    00051000
       77 WRK-ACU          PIC 9(04)    VALUE ZEROS.                    00052000
       77 WRK-DESLOC       PIC 9(04)    VALUE ZEROS.                    00053000
       77 WRK-ACHOU        PIC X(01)    VALUE 'N'.                      00054000
       77 WRK-PARAR        PIC X(01)    VALUE 'N'.                      00055000
       77 WRK-PROCURA      PIC X(04)    VALUE SPACES.                   00056000
       77 WRK-PASSO-PAI    PIC X(04)    VALUE SPACES.                   00057000
      *----------------------------------------------------             00058000
       01 FILLER PIC X(48) VALUE                                        00059000
           '--------------CADEIA DO SETOR CORRENTE-------'.             00060000
      *----------------------------------------------------             00061000
      *    POSICAO 1 = O PROPRIO SETOR, ULTIMA = A RAIZ.                00062000
       77 WRK-CAD-QTDE     PIC 9(04)    VALUE ZEROS.                    00063000
       01 WRK-CAD-TAB.                                                  00064000
          05 WRK-CAD-SETOR PIC X(04) OCCURS 10 TIMES.                   00065000
      *----------------------------------------------------             00066000
       01 FILLER PIC X(48) VALUE                                        00067000
           '--------------ARVORE DE SETORES--------------'.             00068000
      *----------------------------------------------------             00069000
      *    O CAMINHO GUARDA OS SETORES DA RAIZ ATE O PROPRIO;           00070000
      *    ORDENAR PELO CAMINHO DEIXA CADA PAI SEGUIDO DOS              00071000
      *    SEUS FILHOS.                                                 00072000
       77 WRK-ARV-QTDE     PIC 9(04)    VALUE ZEROS.                    00073000
       01 WRK-ARV-TAB.                                                  00074000
          05 WRK-ARV-ITEM OCCURS 300 TIMES.                             00075000
             10 WRK-ARV-SETOR     PIC X(04).                            00076000
             10 WRK-ARV-PAI       PIC X(04).                            00077000
             10 WRK-ARV-DESC      PIC X(40).                            00078000
             10 WRK-ARV-NIVEL     PIC 9(02).                            00079000
             10 WRK-ARV-CAMINHO.                                        00080000
                15 WRK-ARV-CAM-SETOR PIC X(04) OCCURS 10 TIMES.         00081000
             10 WRK-ARV-USADO     PIC X(01).                            00082000
             10 WRK-ARV-VALORES.                                        00083000
                15 WRK-ARV-VALOR  PIC S9(13)V9(02) OCCURS 6 TIMES.      00084000
       01 WRK-ARV-TEMP            PIC X(181).                           00085000
      *-----------------------------------------------------            00086000
       LINKAGE                                   SECTION.               00087000
      *-----------------------------------------------------            00088000
           COPY '#SETUTIL'.                                             00089000
      *====================================================             00090000
       PROCEDURE                                 DIVISION               00091000
           USING STU-DADOS.                                             00092000
      *====================================================             00093000
      *-----------------------------------------------------            00094000
       0000-PRINCIPAL                             SECTION.              00095000
      *-----------------------------------------------------            00096000
           MOVE '0' TO STU-RETORNO.                                     00097000
                                                                        00098000
           EVALUATE TRUE                                                00099000
            WHEN STU-FC-INICIO                                          00100000
             PERFORM 1000-INICIAR                                       00101000
            WHEN STU-FC-NO                                              00102000
             PERFORM 2000-GUARDAR-NO                                    00103000
            WHEN STU-FC-MONTAR                                          00104000
             PERFORM 3000-MONTAR                                        00105000
            WHEN STU-FC-ACUMULAR                                        00106000
             PERFORM 4000-ACUMULAR                                      00107000
            WHEN STU-FC-LER                                             00108000
             PERFORM 5000-LER                                           00109000
            WHEN OTHER                                                  00110000
             MOVE 'E' TO STU-RETORNO                                    00111000
           END-EVALUATE.                                                00112000
                                                                        00113000
           GOBACK.                                                      00114000
      *-----------------------------------------------------            00115000
       0000-99-FIM.                                  EXIT.              00116000
      *-----------------------------------------------------            00117000
                                                                        00118000
      *-----------------------------------------------------            00119000
       1000-INICIAR                               SECTION.              00120000
      *-----------------------------------------------------            00121000
           MOVE ZEROS TO WRK-ARV-QTDE.                                  00122000
           MOVE ZEROS TO STU-QTDE-SETORES.                              00123000
           MOVE ZEROS TO STU-QTDE-ORFAOS.                               00124000
           MOVE ZEROS TO STU-QTDE-CICLOS.                               00125000
      *-----------------------------------------------------            00126000
       1000-99-FIM.                                  EXIT.              00127000
      *-----------------------------------------------------            00128000
                                                                        00129000
      *-----------------------------------------------------            00130000
       2000-GUARDAR-NO                            SECTION.              00131000
      *-----------------------------------------------------            00132000
           IF WRK-ARV-QTDE NOT LESS 300                                 00133000
            DISPLAY 'SETUTIL: ARVORE CHEIA - SETOR ' STU-SETOR          00134000
                    ' IGNORADO'                                         00135000
            MOVE 'E' TO STU-RETORNO                                     00136000
            GO TO 2000-99-FIM                                           00137000
           END-IF.                                                      00138000
                                                                        00139000
           ADD 1 TO WRK-ARV-QTDE.                                       00140000
           INITIALIZE WRK-ARV-ITEM (WRK-ARV-QTDE).                      00141000
           MOVE STU-SETOR    TO WRK-ARV-SETOR (WRK-ARV-QTDE).           00142000
           MOVE STU-SETORPAI TO WRK-ARV-PAI (WRK-ARV-QTDE).             00143000
           MOVE STU-DESC     TO WRK-ARV-DESC (WRK-ARV-QTDE).            00144000
           MOVE 1            TO WRK-ARV-NIVEL (WRK-ARV-QTDE).           00145000
           MOVE STU-SETOR                                               00146000
             TO WRK-ARV-CAM-SETOR (WRK-ARV-QTDE, 1).                    00147000
           MOVE 'N'          TO WRK-ARV-USADO (WRK-ARV-QTDE).           00148000
           MOVE WRK-ARV-QTDE TO STU-QTDE-SETORES.                       00149000
      *-----------------------------------------------------            00150000
       2000-99-FIM.                                  EXIT.              00151000
      *-----------------------------------------------------            00152000
                                                                        00153000
      *-----------------------------------------------------            00154000
       3000-MONTAR                                SECTION.              00155000
      *-----------------------------------------------------            00156000
           MOVE ZEROS TO STU-QTDE-ORFAOS.                               00157000
           MOVE ZEROS TO STU-QTDE-CICLOS.                               00158000
                                                                        00159000
           MOVE 1 TO WRK-I.                                             00160000
           PERFORM 3100-MONTAR-CAMINHO                                  00161000
                   UNTIL WRK-I GREATER WRK-ARV-QTDE.                    00162000
                                                                        00163000
           MOVE 2 TO WRK-I.                                             00164000
           PERFORM 3500-ORDENAR-UM                                      00165000
                   UNTIL WRK-I GREATER WRK-ARV-QTDE.                    00166000
                                                                        00167000
           MOVE WRK-ARV-QTDE TO STU-QTDE-SETORES.                       00168000
      *-----------------------------------------------------            00169000
       3000-99-FIM.                                  EXIT.              00170000
      *-----------------------------------------------------            00171000
                                                                        00172000
      *-----------------------------------------------------            00173000
       3100-MONTAR-CAMINHO                        SECTION.              00174000
      *-----------------------------------------------------            00175000
      *    SOBE PELO SETORPAI UM PASSO POR VEZ (COMO O                  00176000
      *    2660-UM-PASSO DO FR22DB27) E DEPOIS GRAVA A                  00177000
      *    CADEIA INVERTIDA, DA RAIZ PARA O SETOR.                      00178000
           MOVE SPACES TO WRK-CAD-TAB.                                  00179000
           MOVE 1 TO WRK-CAD-QTDE.                                      00180000
           MOVE WRK-ARV-SETOR (WRK-I) TO WRK-CAD-SETOR (1).             00181000
           MOVE WRK-ARV-PAI (WRK-I)   TO WRK-PASSO-PAI.                 00182000
           MOVE 'N' TO WRK-PARAR.                                       00183000
           PERFORM 3200-UM-PASSO                                        00184000
                   UNTIL WRK-PARAR EQUAL 'S'.                           00185000
                                                                        00186000
           MOVE WRK-CAD-QTDE TO WRK-ARV-NIVEL (WRK-I).                  00187000
           MOVE SPACES TO WRK-ARV-CAMINHO (WRK-I).                      00188000
           MOVE WRK-CAD-QTDE TO WRK-J.                                  00189000
           MOVE 1 TO WRK-K.                                             00190000
           PERFORM 3300-COMPOR-CAMINHO                                  00191000
                   UNTIL WRK-J LESS 1.                                  00192000
                                                                        00193000
           ADD 1 TO WRK-I.                                              00194000
      *-----------------------------------------------------            00195000
       3100-99-FIM.                                  EXIT.              00196000
      *-----------------------------------------------------            00197000
                                                                        00198000
      *-----------------------------------------------------            00199000
       3200-UM-PASSO                              SECTION.              00200000
      *-----------------------------------------------------            00201000
           MOVE 'S' TO WRK-PARAR.                                       00202000
                                                                        00203000
           IF WRK-PASSO-PAI EQUAL SPACES                                00204000
              OR WRK-PASSO-PAI EQUAL LOW-VALUES                         00205000
            GO TO 3200-99-FIM                                           00206000
           END-IF.                                                      00207000
                                                                        00208000
      *    PAI JA VISTO NA CADEIA = CICLO; PASSOU DE 10                 00209000
      *    NIVEIS = PROFUNDIDADE INVALIDA. NOS DOIS CASOS O             00210000
      *    SETOR FICA SOZINHO NO NIVEL 1.                               00211000
           MOVE 'N' TO WRK-ACHOU.                                       00212000
           MOVE 1   TO WRK-K.                                           00213000
           PERFORM 3250-PROCURA-CADEIA                                  00214000
                   UNTIL WRK-K GREATER WRK-CAD-QTDE                     00215000
                      OR WRK-ACHOU EQUAL 'S'.                           00216000
           IF WRK-ACHOU EQUAL 'S'                                       00217000
              OR WRK-CAD-QTDE NOT LESS 10                               00218000
            DISPLAY 'SETUTIL: CICLO OU MAIS DE 10 NIVEIS '              00219000
                    'ACIMA DO SETOR ' WRK-ARV-SETOR (WRK-I)             00220000
            ADD 1 TO STU-QTDE-CICLOS                                    00221000
            MOVE 1 TO WRK-CAD-QTDE                                      00222000
            GO TO 3200-99-FIM                                           00223000
           END-IF.                                                      00224000
                                                                        00225000
           MOVE WRK-PASSO-PAI TO WRK-PROCURA.                           00226000
           PERFORM 3260-LOCALIZAR-SETOR.                                00227000
           IF WRK-ACHOU NOT EQUAL 'S'                                   00228000
            IF WRK-CAD-QTDE EQUAL 1                                     00229000
             DISPLAY 'SETUTIL: SETOR PAI ' WRK-PASSO-PAI                00230000
                     ' INEXISTENTE - SETOR ' WRK-ARV-SETOR (WRK-I)      00231000
             ADD 1 TO STU-QTDE-ORFAOS                                   00232000
            END-IF                                                      00233000
            GO TO 3200-99-FIM                                           00234000
           END-IF.                                                      00235000
                                                                        00236000
           ADD 1 TO WRK-CAD-QTDE.                                       00237000
           MOVE WRK-PASSO-PAI TO WRK-CAD-SETOR (WRK-CAD-QTDE).          00238000
           MOVE WRK-ARV-PAI (WRK-J) TO WRK-PASSO-PAI.                   00239000
           MOVE 'N' TO WRK-PARAR.                                       00240000
      *-----------------------------------------------------            00241000
       3200-99-FIM.                                  EXIT.              00242000
      *-----------------------------------------------------            00243000
                                                                        00244000
      *-----------------------------------------------------            00245000
       3250-PROCURA-CADEIA                        SECTION.              00246000
      *-----------------------------------------------------            00247000
           IF WRK-CAD-SETOR (WRK-K) EQUAL WRK-PASSO-PAI                 00248000
            MOVE 'S' TO WRK-ACHOU                                       00249000
           ELSE                                                         00250000
            ADD 1 TO WRK-K                                              00251000
           END-IF.                                                      00252000
      *-----------------------------------------------------            00253000
       3250-99-FIM.                                  EXIT.              00254000
      *-----------------------------------------------------            00255000
                                                                        00256000
      *-----------------------------------------------------            00257000
       3260-LOCALIZAR-SETOR                       SECTION.              00258000
      *-----------------------------------------------------            00259000
      *    DEVOLVE EM WRK-J A POSICAO DE WRK-PROCURA.                   00260000
           MOVE 'N' TO WRK-ACHOU.                                       00261000
           MOVE 1   TO WRK-J.                                           00262000
           PERFORM 3270-PROCURA-SETOR                                   00263000
                   UNTIL WRK-J GREATER WRK-ARV-QTDE                     00264000
                      OR WRK-ACHOU EQUAL 'S'.                           00265000
      *-----------------------------------------------------            00266000
       3260-99-FIM.                                  EXIT.              00267000
      *-----------------------------------------------------            00268000
                                                                        00269000
      *-----------------------------------------------------            00270000
       3270-PROCURA-SETOR                         SECTION.              00271000
      *-----------------------------------------------------            00272000
           IF WRK-ARV-SETOR (WRK-J) EQUAL WRK-PROCURA                   00273000
            MOVE 'S' TO WRK-ACHOU                                       00274000
           ELSE                                                         00275000
            ADD 1 TO WRK-J                                              00276000
           END-IF.                                                      00277000
      *-----------------------------------------------------            00278000
       3270-99-FIM.                                  EXIT.              00279000
      *-----------------------------------------------------            00280000
                                                                        00281000
      *-----------------------------------------------------            00282000
       3300-COMPOR-CAMINHO                        SECTION.              00283000
      *-----------------------------------------------------            00284000
           MOVE WRK-CAD-SETOR (WRK-J)                                   00285000
             TO WRK-ARV-CAM-SETOR (WRK-I, WRK-K).                       00286000
           ADD 1 TO WRK-K.                                              00287000
           SUBTRACT 1 FROM WRK-J.                                       00288000
      *-----------------------------------------------------            00289000
       3300-99-FIM.                                  EXIT.              00290000
      *-----------------------------------------------------            00291000
                                                                        00292000
      *-----------------------------------------------------            00293000
       3500-ORDENAR-UM                            SECTION.              00294000
      *-----------------------------------------------------            00295000
      *    INSERCAO: O ITEM WRK-I DESCE ATE FICAR DEPOIS DE             00296000
      *    UM CAMINHO MENOR (COMO O TOP 10 DO REL2205).                 00297000
           MOVE WRK-I TO WRK-J.                                         00298000
           PERFORM 3510-TROCAR                                          00299000
                   UNTIL WRK-J EQUAL 1                                  00300000
                   OR WRK-ARV-CAMINHO (WRK-J)                           00301000
                      NOT LESS WRK-ARV-CAMINHO (WRK-J - 1).             00302000
           ADD 1 TO WRK-I.                                              00303000
      *-----------------------------------------------------            00304000
       3500-99-FIM.                                  EXIT.              00305000
      *-----------------------------------------------------            00306000
                                                                        00307000
      *-----------------------------------------------------            00308000
       3510-TROCAR                                SECTION.              00309000
      *-----------------------------------------------------            00310000
           MOVE WRK-ARV-ITEM (WRK-J)     TO WRK-ARV-TEMP.               00311000
           MOVE WRK-ARV-ITEM (WRK-J - 1)                                00312000
             TO WRK-ARV-ITEM (WRK-J).                                   00313000
           MOVE WRK-ARV-TEMP                                            00314000
             TO WRK-ARV-ITEM (WRK-J - 1).                               00315000
           SUBTRACT 1 FROM WRK-J.                                       00316000
      *-----------------------------------------------------            00317000
       3510-99-FIM.                                  EXIT.              00318000
      *-----------------------------------------------------            00319000
                                                                        00320000
      *-----------------------------------------------------            00321000
       4000-ACUMULAR                              SECTION.              00322000
      *-----------------------------------------------------            00323000
           MOVE STU-SETOR TO WRK-PROCURA.                               00324000
           PERFORM 3260-LOCALIZAR-SETOR.                                00325000
                                                                        00326000
      *    SETOR SEM CADASTRO ENTRA COMO RAIZ, NA SUA ORDEM.            00327000
           IF WRK-ACHOU NOT EQUAL 'S'                                   00328000
            MOVE SPACES TO STU-SETORPAI                                 00329000
            MOVE 'SETOR NAO CADASTRADO' TO STU-DESC                     00330000
            PERFORM 2000-GUARDAR-NO                                     00331000
            IF STU-RETORNO EQUAL 'E'                                    00332000
             GO TO 4000-99-FIM                                          00333000
            END-IF                                                      00334000
            MOVE WRK-ARV-QTDE TO WRK-I                                  00335000
            PERFORM 3500-ORDENAR-UM                                     00336000
            PERFORM 3260-LOCALIZAR-SETOR                                00337000
           END-IF.                                                      00338000
                                                                        00339000
           MOVE WRK-J TO WRK-ACU.                                       00340000
           MOVE 1 TO WRK-K.                                             00341000
           PERFORM 4100-SOMAR-NIVEL                                     00342000
                   UNTIL WRK-K GREATER WRK-ARV-NIVEL (WRK-ACU).         00343000
      *-----------------------------------------------------            00344000
       4000-99-FIM.                                  EXIT.              00345000
      *-----------------------------------------------------            00346000
                                                                        00347000
      *-----------------------------------------------------            00348000
       4100-SOMAR-NIVEL                           SECTION.              00349000
      *-----------------------------------------------------            00350000
           MOVE WRK-ARV-CAM-SETOR (WRK-ACU, WRK-K) TO WRK-PROCURA.      00351000
           PERFORM 3260-LOCALIZAR-SETOR.                                00352000
           IF WRK-ACHOU EQUAL 'S'                                       00353000
            MOVE 'S' TO WRK-ARV-USADO (WRK-J)                           00354000
            MOVE 1 TO WRK-V                                             00355000
            PERFORM 4200-SOMAR-VALOR                                    00356000
                    UNTIL WRK-V GREATER 6                               00357000
           END-IF.                                                      00358000
           ADD 1 TO WRK-K.                                              00359000
      *-----------------------------------------------------            00360000
       4100-99-FIM.                                  EXIT.              00361000
      *-----------------------------------------------------            00362000
                                                                        00363000
      *-----------------------------------------------------            00364000
       4200-SOMAR-VALOR                           SECTION.              00365000
      *-----------------------------------------------------            00366000
           ADD STU-VALOR (WRK-V) TO WRK-ARV-VALOR (WRK-J, WRK-V).       00367000
           ADD 1 TO WRK-V.                                              00368000
      *-----------------------------------------------------            00369000
       4200-99-FIM.                                  EXIT.              00370000
      *-----------------------------------------------------            00371000
                                                                        00372000
      *-----------------------------------------------------            00373000
       5000-LER                                   SECTION.              00374000
      *-----------------------------------------------------            00375000
           MOVE 'N' TO WRK-ACHOU.                                       00376000
           ADD 1 TO STU-POSICAO.                                        00377000
           PERFORM 5100-TESTAR-NO                                       00378000
                   UNTIL STU-POSICAO GREATER WRK-ARV-QTDE               00379000
                      OR WRK-ACHOU EQUAL 'S'.                           00380000
                                                                        00381000
           IF WRK-ACHOU NOT EQUAL 'S'                                   00382000
            MOVE 'F' TO STU-RETORNO                                     00383000
            GO TO 5000-99-FIM                                           00384000
           END-IF.                                                      00385000
                                                                        00386000
           MOVE WRK-ARV-SETOR (STU-POSICAO)   TO STU-SETOR.             00387000
           MOVE WRK-ARV-PAI (STU-POSICAO)     TO STU-SETORPAI.          00388000
           MOVE WRK-ARV-DESC (STU-POSICAO)    TO STU-DESC.              00389000
           MOVE WRK-ARV-NIVEL (STU-POSICAO)   TO STU-NIVEL.             00390000
           MOVE WRK-ARV-VALORES (STU-POSICAO) TO STU-VALORES.           00391000
                                                                        00392000
           MOVE SPACES TO STU-ROTULO.                                   00393000
           COMPUTE WRK-DESLOC = (STU-NIVEL - 1) * 2 + 1.                00394000
           STRING WRK-ARV-SETOR (STU-POSICAO) ' '                       00395000
                  WRK-ARV-DESC (STU-POSICAO)                            00396000
                  DELIMITED BY SIZE                                     00397000
             INTO STU-ROTULO                                            00398000
             WITH POINTER WRK-DESLOC.                                   00399000
      *-----------------------------------------------------            00400000
       5000-99-FIM.                                  EXIT.              00401000
      *-----------------------------------------------------            00402000
                                                                        00403000
      *-----------------------------------------------------            00404000
       5100-TESTAR-NO                             SECTION.              00405000
      *-----------------------------------------------------            00406000
           IF WRK-ARV-USADO (STU-POSICAO) EQUAL 'S'                     00407000
              AND (STU-NIVEL-MAX EQUAL ZEROS                            00408000
               OR WRK-ARV-NIVEL (STU-POSICAO)                           00409000
                  NOT GREATER STU-NIVEL-MAX)                            00410000
            MOVE 'S' TO WRK-ACHOU                                       00411000
           ELSE                                                         00412000
            ADD 1 TO STU-POSICAO                                        00413000
           END-IF.                                                      00414000
      *-----------------------------------------------------            00415000
       5100-99-FIM.                                  EXIT.              00416000
      *-----------------------------------------------------            00417000
