      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPS.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: ATUALIZACAO CADASTRAL PELO PROPRIO     *             00008000
      *            FUNCIONARIO (IDENTIFICADO PELO USUARIO *             00009000
      *            CICS VIA IVAN.USUARIO.IDFUNC, COMO NO  *             00010000
      *            F22CIPH): F6 REGISTRA EM IVAN.FUNCALT  *             00011000
      *            A TROCA DE EMAIL (MESMA CRITICA DO     *             00012000
      *            F22CIP1), ENDERECO E/OU AGENCIA E      *             00013000
      *            CONTA (DIGITOS VERIFICADORES DO        *             00014000
      *            CONTBANC, COMO NO FR22EX14) COM        *             00015000
      *            SITUACAO 'P'; F5 MOSTRA OS DADOS       *             00016000
      *            ATUAIS E O PEDIDO MAIS RECENTE COM A   *             00017000
      *            RESPOSTA. SO UM PEDIDO PENDENTE POR    *             00018000
      *            FUNCIONARIO. A APROVACAO E DO RH NO    *             00019000
      *            F22CIPT.                               *             00020000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00020250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00020500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00020750
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
      *  F22CIMS             I             ---------      *             00024000
      *---------------------------------------------------*             00025000
      *  BASE  DE DADOS:                                  *             00026000
      *  TABELA             I/O           INCLUDE/BOOK    *             00027000
      *  IVAN.USUALOG        O             ---------      *             00027500
      *  IVAN.USUARIO        I             ---------      *             00028000
      *  IVAN.FUNC           I             ---------      *             00029000
      *  IVAN.FUNCALT       I/O            ---------      *             00030000
      *===================================================*             00031000
       DATA                                      DIVISION.              00032000
      *====================================================             00033000
      *-----------------------------------------------------            00034000
       WORKING-STORAGE                            SECTION.              00035000
      *-----------------------------------------------------            00036000
            COPY F22CIMS.                                               00037000
             COPY DFHAID.                                               00038000
                                                                        00039000
            EXEC SQL                                                    00040000
               INCLUDE SQLCA                                            00041000
            END-EXEC.                                                   00042000
      *----------------------------------------------------             00043000
       01 FILLER PIC X(48) VALUE                                        00044000
           '--------------VARIAVEIS PARA APOIO-----------'.             00045000
      *----------------------------------------------------             00046000
       77 WRK-SQLCODE     PIC -999.                                     00047000
       77 WRK-TERMINAL    PIC X(04).                                    00047250
       77 WRK-PERFIL      PIC X(01).                                    00047500
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00047750
       77 WRK-USUARIO     PIC X(08).                                    00048000
       77 WRK-IDFUNC      PIC 9(05).                                    00049000
       77 WRK-NULL-IDFUNC PIC S9(04) COMP.                              00050000
       77 WRK-QTD-PEND    PIC S9(04) COMP.                              00051000
       77 WRK-MENSAGEM    PIC X(40).                                    00052000
       77 WRK-AT-COUNT    PIC 9(02).                                    00053000
       77 WRK-DOT-COUNT   PIC 9(02).                                    00054000
       77 WRK-EMAIL-USER  PIC X(40).                                    00055000
       77 WRK-EMAIL-DOMIN PIC X(40).                                    00056000
      *----------------------------------------------------             00057000
       01 FILLER PIC X(48) VALUE                                        00058000
           '--------------DADOS ATUAIS (IVAN.FUNC)-------'.             00059000
      *----------------------------------------------------             00060000
       77 WRK-ATU-EMAIL   PIC X(40).                                    00061000
       77 WRK-NULL-EMAIL  PIC S9(04) COMP.                              00062000
       77 WRK-ATU-ENDER   PIC X(50).                                    00063000
       77 WRK-NULL-ENDER  PIC S9(04) COMP.                              00064000
      *----------------------------------------------------             00065000
       01 FILLER PIC X(48) VALUE                                        00066000
           '--------------AREA DO PEDIDO-----------------'.             00067000
      *----------------------------------------------------             00068000
       01 WRK-ALTERACAO.                                                00069000
          05 WRK-ALT-EMAIL      PIC X(40).                              00070000
          05 WRK-ALT-ENDER      PIC X(50).                              00071000
          05 WRK-ALT-AGENCIA    PIC X(04).                              00072000
          05 WRK-ALT-CONTA      PIC X(08).                              00073000
          05 WRK-ALT-SITUACAO   PIC X(01).                              00074000
          05 WRK-ALT-DATAHORA   PIC X(26).                              00075000
          05 WRK-ALT-MOTIVO     PIC X(30).                              00076000
       77 WRK-NULL-MOTIVO PIC S9(04) COMP.                              00077000
      *----------------------------------------------------             00078000
       01 FILLER PIC X(48) VALUE                                        00079000
           '--------------DIGITOS VERIFICADORES----------'.             00080000
      *----------------------------------------------------             00081000
       01 WRK-AGENCIA-R.                                                00082000
          05 WRK-AGE-DIG      OCCURS 4 TIMES PIC 9(01).                 00083000
       01 WRK-CONTA-R.                                                  00084000
          05 WRK-CTA-DIG      OCCURS 8 TIMES PIC 9(01).                 00085000
       77 WRK-DV-SOMA          PIC 9(04) VALUE ZEROS.                   00086000
       77 WRK-DV-RESTO         PIC 9(02) VALUE ZEROS.                   00087000
       77 WRK-DV-CALC          PIC 9(02) VALUE ZEROS.                   00088000
       77 WRK-DV-IDX           PIC 9(02) VALUE ZEROS.                   00089000
       77 WRK-DV-PESO          PIC 9(02) VALUE ZEROS.                   00090000
      *====================================================             00091000
       PROCEDURE                                 DIVISION.              00092000
      *====================================================             00093000
      *-----------------------------------------------------            00094000
       0000-PRINCIPAL                             SECTION.              00095000
      *-----------------------------------------------------            00096000
            PERFORM 1000-INICIALIZAR.                                   00097000
            PERFORM 2000-PROCESSAR.                                     00098000
            PERFORM 3000-FINALIZAR.                                     00099000
      *-----------------------------------------------------            00100000
       0000-99-FIM.                                  EXIT.              00101000
      *-----------------------------------------------------            00102000
                                                                        00103000
      *-----------------------------------------------------            00104000
       1000-INICIALIZAR                           SECTION.              00105000
      *-----------------------------------------------------            00106000
             PERFORM 1100-VERIFICAR-ACESSO.                             00106330
                                                                        00106660
             EXEC CICS SEND                                             00107000
               MAPSET('F22CIMS')                                        00108000
               MAP('MAPA01')                                            00109000
                ERASE                                                   00110000
               MAPONLY                                                  00111000
             END-EXEC.                                                  00112000
      *-----------------------------------------------------            00113000
       1000-99-FIM.                                  EXIT.              00114000
      *-----------------------------------------------------            00114020
                                                                        00114040
      *-----------------------------------------------------            00114060
       1100-VERIFICAR-ACESSO                      SECTION.              00114080
      *-----------------------------------------------------            00114100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00114120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00114140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00114160
      *      MENU F22CIPL.                                              00114180
             EXEC CICS ASSIGN                                           00114200
               USERID(WRK-USUARIO)                                      00114220
             END-EXEC.                                                  00114240
                                                                        00114260
             EXEC SQL                                                   00114280
              SELECT PERFIL INTO :WRK-PERFIL                            00114300
               FROM IVAN.USUARIO                                        00114320
               WHERE USUARIO = :WRK-USUARIO                             00114340
               FETCH FIRST ROW ONLY                                     00114360
             END-EXEC.                                                  00114380
                                                                        00114400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00114420
              MOVE EIBTRMID TO WRK-TERMINAL                             00114440
              EXEC SQL                                                  00114460
               INSERT INTO IVAN.USUALOG                                 00114480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00114500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00114520
                       'RV',CURRENT TIMESTAMP)                          00114540
              END-EXEC                                                  00114560
              EXEC SQL                                                  00114580
                COMMIT                                                  00114600
              END-EXEC                                                  00114620
              MOVE LOW-VALUES TO MAPA01O                                00114640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00114660
                TO MSGO                                                 00114680
              EXEC CICS SEND                                            00114700
                MAPSET('F22CIMS')                                       00114720
                MAP('MAPA01')                                           00114740
                FROM(MAPA01O)                                           00114760
                ERASE                                                   00114780
              END-EXEC                                                  00114800
              EXEC CICS                                                 00114820
               RETURN                                                   00114840
              END-EXEC                                                  00114860
             END-IF.                                                    00114880
      *-----------------------------------------------------            00114900
       1100-99-FIM.                                  EXIT.              00114920
      *-----------------------------------------------------            00115000
                                                                        00116000
      *-----------------------------------------------------            00117000
       2000-PROCESSAR                             SECTION.              00118000
      *-----------------------------------------------------            00119000
             EXEC CICS RECEIVE                                          00120000
               MAPSET('F22CIMS')                                        00121000
               MAP('MAPA01')                                            00122000
               INTO(MAPA01I)                                            00123000
             END-EXEC.                                                  00124000
                                                                        00125000
            EVALUATE TRUE                                               00126000
             WHEN EIBAID = '"'                                          00127000
              PERFORM 2050-LIMPAR                                       00128000
             WHEN EIBAID = ':'                                          00129000
              PERFORM 2100-SAIR                                         00130000
             WHEN EIBAID = '5'                                          00131000
              PERFORM 2150-CONSULTAR                                    00132000
             WHEN EIBAID = '6'                                          00133000
              PERFORM 2200-SOLICITAR                                    00134000
             END-EVALUATE.                                              00135000
                                                                        00136000
             EXEC CICS SEND                                             00137000
               MAPSET('F22CIMS')                                        00138000
               MAP('MAPA01')                                            00139000
               DATAONLY                                                 00140000
               FROM(MAPA01O)                                            00141000
             END-EXEC.                                                  00142000
      *-----------------------------------------------------            00143000
       2000-99-FIM.                                  EXIT.              00144000
      *-----------------------------------------------------            00145000
                                                                        00146000
      *-----------------------------------------------------            00147000
       2050-LIMPAR                                SECTION.              00148000
      *-----------------------------------------------------            00149000
             EXEC CICS                                                  00150000
              RETURN TRANSID ('T22S')                                   00151000
             END-EXEC.                                                  00152000
      *-----------------------------------------------------            00153000
       2050-99-FIM.                                  EXIT.              00154000
      *-----------------------------------------------------            00155000
                                                                        00156000
      *-----------------------------------------------------            00157000
       2100-SAIR                                  SECTION.              00158000
      *-----------------------------------------------------            00159000
             EXEC CICS                                                  00160000
              RETURN TRANSID ('T22M')                                   00161000
             END-EXEC.                                                  00162000
      *-----------------------------------------------------            00163000
       2100-99-FIM.                                  EXIT.              00164000
      *-----------------------------------------------------            00165000
                                                                        00166000
      *-----------------------------------------------------            00167000
       2120-IDENTIFICAR                           SECTION.              00168000
      *-----------------------------------------------------            00169000
      *      O FUNCIONARIO NUNCA VEM DA TELA: E O USUARIO               00170000
      *      ASSINADO, VIA CADASTRO IVAN.USUARIO. SO                    00171000
      *      FUNCIONARIO ATIVO ATUALIZA O CADASTRO.                     00172000
             EXEC CICS ASSIGN                                           00173000
               USERID(WRK-USUARIO)                                      00174000
             END-EXEC.                                                  00175000
                                                                        00176000
             MOVE ZEROS TO WRK-IDFUNC.                                  00177000
             EXEC SQL                                                   00178000
              SELECT IDFUNC INTO :WRK-IDFUNC :WRK-NULL-IDFUNC           00179000
               FROM IVAN.USUARIO                                        00180000
               WHERE USUARIO = :WRK-USUARIO                             00181000
               FETCH FIRST ROW ONLY                                     00182000
             END-EXEC.                                                  00183000
                                                                        00184000
             IF SQLCODE NOT EQUAL 0                                     00185000
                OR WRK-NULL-IDFUNC NOT EQUAL 0                          00186000
              MOVE ZEROS TO WRK-IDFUNC                                  00187000
             ELSE                                                       00188000
              MOVE SPACES TO WRK-ATU-EMAIL WRK-ATU-ENDER                00189000
              EXEC SQL                                                  00190000
               SELECT EMAIL, ENDERECO                                   00191000
               INTO :WRK-ATU-EMAIL :WRK-NULL-EMAIL,                     00192000
                    :WRK-ATU-ENDER :WRK-NULL-ENDER                      00193000
               FROM IVAN.FUNC                                           00194000
                WHERE ID = :WRK-IDFUNC AND STATUS = 'A'                 00195000
                FETCH FIRST ROW ONLY                                    00196000
              END-EXEC                                                  00197000
              IF SQLCODE NOT EQUAL 0                                    00198000
               MOVE ZEROS TO WRK-IDFUNC                                 00199000
              END-IF                                                    00200000
              IF WRK-NULL-EMAIL NOT EQUAL 0                             00201000
               MOVE SPACES TO WRK-ATU-EMAIL                             00202000
              END-IF                                                    00203000
              IF WRK-NULL-ENDER NOT EQUAL 0                             00204000
               MOVE SPACES TO WRK-ATU-ENDER                             00205000
              END-IF                                                    00206000
             END-IF.                                                    00207000
      *-----------------------------------------------------            00208000
       2120-99-FIM.                                  EXIT.              00209000
      *-----------------------------------------------------            00210000
                                                                        00211000
      *-----------------------------------------------------            00212000
       2150-CONSULTAR                             SECTION.              00213000
      *-----------------------------------------------------            00214000
             PERFORM 2120-IDENTIFICAR.                                  00215000
             IF WRK-IDFUNC EQUAL ZEROS                                  00216000
              MOVE 'USUARIO SEM FUNCIONARIO ATIVO VINCULADO'            00217000
                TO MSGO                                                 00218000
             ELSE                                                       00219000
              MOVE WRK-ATU-EMAIL TO EMAILO                              00220000
              MOVE WRK-ATU-ENDER TO ENDERO                              00221000
              EXEC SQL                                                  00222000
               SELECT AGENCIA,CONTA,SITUACAO,DATAHORA,MOTIVO            00223000
               INTO :WRK-ALT-AGENCIA,                                   00224000
                    :WRK-ALT-CONTA,                                     00225000
                    :WRK-ALT-SITUACAO,                                  00226000
                    :WRK-ALT-DATAHORA,                                  00227000
                    :WRK-ALT-MOTIVO :WRK-NULL-MOTIVO                    00228000
               FROM IVAN.FUNCALT                                        00229000
                WHERE IDFUNC = :WRK-IDFUNC                              00230000
                ORDER BY DATAHORA DESC                                  00231000
                FETCH FIRST ROW ONLY                                    00232000
              END-EXEC                                                  00233000
                                                                        00234000
              EVALUATE SQLCODE                                          00235000
               WHEN 0                                                   00236000
                MOVE WRK-ALT-SITUACAO       TO SITUO                    00237000
                MOVE WRK-ALT-DATAHORA(1:10) TO DATAPEDO                 00238000
                IF WRK-ALT-SITUACAO EQUAL 'P'                           00239000
                 MOVE WRK-ALT-AGENCIA TO AGENCIAO                       00240000
                 MOVE WRK-ALT-CONTA   TO CONTAO                         00241000
                END-IF                                                  00242000
                IF WRK-NULL-MOTIVO EQUAL 0                              00243000
                 MOVE WRK-ALT-MOTIVO  TO MOTIVOO                        00244000
                END-IF                                                  00245000
                MOVE 'PEDIDO MAIS RECENTE EXIBIDO' TO MSGO              00246000
               WHEN 100                                                 00247000
                MOVE 'DADOS ATUAIS EXIBIDOS - SEM PEDIDOS'              00248000
                  TO MSGO                                               00249000
               WHEN OTHER                                               00250000
                MOVE SQLCODE                   TO WRK-SQLCODE           00251000
                MOVE 'ERRO: '                  TO MSGO                  00252000
                MOVE WRK-SQLCODE               TO MSGO(07:04)           00253000
              END-EVALUATE                                              00254000
             END-IF.                                                    00255000
      *-----------------------------------------------------            00256000
       2150-99-FIM.                                  EXIT.              00257000
      *-----------------------------------------------------            00258000
                                                                        00259000
      *-----------------------------------------------------            00260000
       2200-SOLICITAR                             SECTION.              00261000
      *-----------------------------------------------------            00262000
             PERFORM 2120-IDENTIFICAR.                                  00263000
             IF WRK-IDFUNC NOT EQUAL ZEROS                              00264000
              PERFORM 2210-CONTAR-PENDENTES                             00265000
             END-IF.                                                    00266000
                                                                        00267000
             EVALUATE TRUE                                              00268000
              WHEN WRK-IDFUNC EQUAL ZEROS                               00269000
               MOVE 'USUARIO SEM FUNCIONARIO ATIVO VINCULADO'           00270000
                 TO MSGO                                                00271000
              WHEN WRK-QTD-PEND GREATER 0                               00272000
               MOVE 'JA EXISTE ALTERACAO PENDENTE NO RH'                00273000
                 TO MSGO                                                00274000
              WHEN OTHER                                                00275000
               PERFORM 2220-VALIDAR-ALTERACAO                           00276000
               IF WRK-MENSAGEM NOT EQUAL SPACES                         00277000
                MOVE WRK-MENSAGEM TO MSGO                               00278000
               ELSE                                                     00279000
                PERFORM 2300-GRAVAR-PEDIDO                              00280000
               END-IF                                                   00281000
             END-EVALUATE.                                              00282000
      *-----------------------------------------------------            00283000
       2200-99-FIM.                                  EXIT.              00284000
      *-----------------------------------------------------            00285000
                                                                        00286000
      *-----------------------------------------------------            00287000
       2210-CONTAR-PENDENTES                      SECTION.              00288000
      *-----------------------------------------------------            00289000
             MOVE ZEROS TO WRK-QTD-PEND.                                00290000
             EXEC SQL                                                   00291000
              SELECT COUNT(*) INTO :WRK-QTD-PEND                        00292000
               FROM IVAN.FUNCALT                                        00293000
               WHERE IDFUNC = :WRK-IDFUNC AND SITUACAO = 'P'            00294000
             END-EXEC.                                                  00295000
                                                                        00296000
             IF SQLCODE NOT EQUAL 0                                     00297000
              MOVE ZEROS TO WRK-QTD-PEND                                00298000
             END-IF.                                                    00299000
      *-----------------------------------------------------            00300000
       2210-99-FIM.                                  EXIT.              00301000
      *-----------------------------------------------------            00302000
                                                                        00303000
      *-----------------------------------------------------            00304000
       2220-VALIDAR-ALTERACAO                     SECTION.              00305000
      *-----------------------------------------------------            00306000
      *      SO VAI PARA O PEDIDO O QUE DIFERE DO CADASTRO;             00307000
      *      CAMPO EM BRANCO NO PEDIDO = SEM ALTERACAO.                 00308000
             MOVE SPACES TO WRK-MENSAGEM WRK-ALTERACAO.                 00309000
                                                                        00310000
             IF EMAILL GREATER 0                                        00311000
                AND EMAILI NOT EQUAL WRK-ATU-EMAIL                      00312000
              MOVE EMAILI TO WRK-ALT-EMAIL                              00313000
              PERFORM 2230-VALIDAR-EMAIL                                00314000
             END-IF.                                                    00315000
                                                                        00316000
             IF ENDERL GREATER 0                                        00317000
                AND ENDERI NOT EQUAL WRK-ATU-ENDER                      00318000
              MOVE ENDERI TO WRK-ALT-ENDER                              00319000
             END-IF.                                                    00320000
                                                                        00321000
             IF WRK-MENSAGEM EQUAL SPACES                               00322000
              IF AGENCIAL GREATER 0 OR CONTAL GREATER 0                 00323000
               PERFORM 2240-VALIDAR-CONTA                               00324000
              END-IF                                                    00325000
             END-IF.                                                    00326000
                                                                        00327000
             IF WRK-MENSAGEM EQUAL SPACES                               00328000
                AND WRK-ALT-EMAIL   EQUAL SPACES                        00329000
                AND WRK-ALT-ENDER   EQUAL SPACES                        00330000
                AND WRK-ALT-AGENCIA EQUAL SPACES                        00331000
              MOVE 'NENHUMA ALTERACAO INFORMADA' TO WRK-MENSAGEM        00332000
             END-IF.                                                    00333000
      *-----------------------------------------------------            00334000
       2220-99-FIM.                                  EXIT.              00335000
      *-----------------------------------------------------            00336000
                                                                        00337000
      *-----------------------------------------------------            00338000
       2230-VALIDAR-EMAIL                         SECTION.              00339000
      *-----------------------------------------------------            00340000
             MOVE 0 TO WRK-AT-COUNT.                                    00341000
             MOVE 0 TO WRK-DOT-COUNT.                                   00342000
             INSPECT WRK-ALT-EMAIL TALLYING WRK-AT-COUNT                00343000
              FOR ALL '@'.                                              00344000
             IF WRK-AT-COUNT NOT EQUAL 1                                00345000
              MOVE 'EMAIL INVALIDO' TO WRK-MENSAGEM                     00346000
             ELSE                                                       00347000
              UNSTRING WRK-ALT-EMAIL DELIMITED BY '@'                   00348000
               INTO WRK-EMAIL-USER WRK-EMAIL-DOMIN                      00349000
              IF WRK-EMAIL-USER EQUAL SPACES OR                         00350000
                 WRK-EMAIL-DOMIN EQUAL SPACES                           00351000
               MOVE 'EMAIL INVALIDO' TO WRK-MENSAGEM                    00352000
              ELSE                                                      00353000
               INSPECT WRK-EMAIL-DOMIN TALLYING WRK-DOT-COUNT           00354000
                FOR ALL '.'                                             00355000
               IF WRK-DOT-COUNT EQUAL 0                                 00356000
                MOVE 'EMAIL INVALIDO' TO WRK-MENSAGEM                   00357000
               END-IF                                                   00358000
              END-IF                                                    00359000
             END-IF.                                                    00360000
      *-----------------------------------------------------            00361000
       2230-99-FIM.                                  EXIT.              00362000
      *-----------------------------------------------------            00363000
                                                                        00364000
      *-----------------------------------------------------            00365000
       2240-VALIDAR-CONTA                         SECTION.              00366000
      *-----------------------------------------------------            00367000
      *      AGENCIA E CONTA ANDAM JUNTAS E PASSAM PELAS                00368000
      *      MESMAS CRITICAS DO FR22EX14, PARA A OPERACAO               00369000
      *      GERADA NO MANUCON NAO SER REJEITADA LA.                    00370000
             IF AGENCIAL EQUAL 0 OR CONTAL EQUAL 0                      00371000
              MOVE 'INFORME AGENCIA E CONTA' TO WRK-MENSAGEM            00372000
             ELSE                                                       00373000
              MOVE AGENCIAI TO WRK-ALT-AGENCIA                          00374000
              MOVE CONTAI   TO WRK-ALT-CONTA                            00375000
              EVALUATE TRUE                                             00376000
               WHEN WRK-ALT-AGENCIA NOT NUMERIC                         00377000
                 OR WRK-ALT-AGENCIA EQUAL '0000'                        00378000
                MOVE 'AGENCIA MAL FORMADA' TO WRK-MENSAGEM              00379000
               WHEN WRK-ALT-CONTA NOT NUMERIC                           00380000
                 OR WRK-ALT-CONTA EQUAL '00000000'                      00381000
                MOVE 'CONTA MAL FORMADA' TO WRK-MENSAGEM                00382000
               WHEN OTHER                                               00383000
                PERFORM 2400-DV-AGENCIA                                 00384000
                IF WRK-DV-CALC NOT EQUAL WRK-AGE-DIG (4)                00385000
                 MOVE 'DV DA AGENCIA INVALIDO' TO WRK-MENSAGEM          00386000
                ELSE                                                    00387000
                 PERFORM 2500-DV-CONTA                                  00388000
                 IF WRK-DV-CALC NOT EQUAL WRK-CTA-DIG (8)               00389000
                  MOVE 'DV DA CONTA INVALIDO' TO WRK-MENSAGEM           00390000
                 END-IF                                                 00391000
                END-IF                                                  00392000
              END-EVALUATE                                              00393000
             END-IF.                                                    00394000
      *-----------------------------------------------------            00395000
       2240-99-FIM.                                  EXIT.              00396000
      *-----------------------------------------------------            00397000
                                                                        00398000
      *-----------------------------------------------------            00399000
       2300-GRAVAR-PEDIDO                         SECTION.              00400000
      *-----------------------------------------------------            00401000
             EXEC SQL                                                   00402000
              INSERT INTO IVAN.FUNCALT                                  00403000
                    (IDFUNC,EMAIL,ENDERECO,AGENCIA,CONTA,               00404000
                     SITUACAO,SOLICITANTE,DATAHORA)                     00405000
              VALUES (:WRK-IDFUNC,:WRK-ALT-EMAIL,                       00406000
                      :WRK-ALT-ENDER,:WRK-ALT-AGENCIA,                  00407000
                      :WRK-ALT-CONTA,'P',:WRK-USUARIO,                  00408000
                      CURRENT TIMESTAMP)                                00409000
             END-EXEC.                                                  00410000
                                                                        00411000
             EVALUATE SQLCODE                                           00412000
              WHEN 0                                                    00413000
               EXEC SQL                                                 00414000
                 COMMIT                                                 00415000
               END-EXEC                                                 00416000
               MOVE 'P' TO SITUO                                        00417000
               MOVE 'PEDIDO ENVIADO AO RH' TO MSGO                      00418000
              WHEN OTHER                                                00419000
               MOVE SQLCODE TO WRK-SQLCODE                              00420000
               MOVE WRK-SQLCODE TO MSGO                                 00421000
             END-EVALUATE.                                              00422000
      *-----------------------------------------------------            00423000
       2300-99-FIM.                                  EXIT.              00424000
      *-----------------------------------------------------            00425000
                                                                        00426000
      *-----------------------------------------------------            00427000
       2400-DV-AGENCIA                            SECTION.              00428000
      *-----------------------------------------------------            00429000
      *    MODULO 10: SOMA DOS 3 PRIMEIROS DIGITOS COM                  00430000
      *    PESOS 2, 3 E 4; DV = 10 - RESTO (10 VIRA 0).                 00431000
           MOVE WRK-ALT-AGENCIA TO WRK-AGENCIA-R.                       00432000
           MOVE ZEROS TO WRK-DV-SOMA.                                   00433000
           MOVE 1     TO WRK-DV-IDX.                                    00434000
           MOVE 2     TO WRK-DV-PESO.                                   00435000
           PERFORM 2410-SOMAR-AGENCIA                                   00436000
                   UNTIL WRK-DV-IDX GREATER 3.                          00437000
           COMPUTE WRK-DV-RESTO =                                       00438000
                   FUNCTION MOD(WRK-DV-SOMA, 10).                       00439000
           COMPUTE WRK-DV-CALC = 10 - WRK-DV-RESTO.                     00440000
           IF WRK-DV-CALC EQUAL 10                                      00441000
            MOVE ZEROS TO WRK-DV-CALC                                   00442000
           END-IF.                                                      00443000
      *-----------------------------------------------------            00444000
       2400-99-FIM.                                  EXIT.              00445000
      *-----------------------------------------------------            00446000
                                                                        00447000
      *-----------------------------------------------------            00448000
       2410-SOMAR-AGENCIA                         SECTION.              00449000
      *-----------------------------------------------------            00450000
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA                            00451000
                   + (WRK-AGE-DIG (WRK-DV-IDX)                          00452000
                      * WRK-DV-PESO).                                   00453000
           ADD 1 TO WRK-DV-IDX.                                         00454000
           ADD 1 TO WRK-DV-PESO.                                        00455000
      *-----------------------------------------------------            00456000
       2410-99-FIM.                                  EXIT.              00457000
      *-----------------------------------------------------            00458000
                                                                        00459000
      *-----------------------------------------------------            00460000
       2500-DV-CONTA                              SECTION.              00461000
      *-----------------------------------------------------            00462000
      *    MODULO 11: SOMA DOS 7 PRIMEIROS DIGITOS COM                  00463000
      *    PESOS 2 A 8; DV = 11 - RESTO (10 E 11 VIRAM 0).              00464000
           MOVE WRK-ALT-CONTA TO WRK-CONTA-R.                           00465000
           MOVE ZEROS TO WRK-DV-SOMA.                                   00466000
           MOVE 1     TO WRK-DV-IDX.                                    00467000
           MOVE 2     TO WRK-DV-PESO.                                   00468000
           PERFORM 2510-SOMAR-CONTA                                     00469000
                   UNTIL WRK-DV-IDX GREATER 7.                          00470000
           COMPUTE WRK-DV-RESTO =                                       00471000
                   FUNCTION MOD(WRK-DV-SOMA, 11).                       00472000
           COMPUTE WRK-DV-CALC = 11 - WRK-DV-RESTO.                     00473000
           IF WRK-DV-CALC GREATER 9                                     00474000
            MOVE ZEROS TO WRK-DV-CALC                                   00475000
           END-IF.                                                      00476000
      *-----------------------------------------------------            00477000
       2500-99-FIM.                                  EXIT.              00478000
      *-----------------------------------------------------            00479000
                                                                        00480000
      *-----------------------------------------------------            00481000
       2510-SOMAR-CONTA                           SECTION.              00482000
      *-----------------------------------------------------            00483000
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA                            00484000
                   + (WRK-CTA-DIG (WRK-DV-IDX)                          00485000
                      * WRK-DV-PESO).                                   00486000
           ADD 1 TO WRK-DV-IDX.                                         00487000
           ADD 1 TO WRK-DV-PESO.                                        00488000
      *-----------------------------------------------------            00489000
       2510-99-FIM.                                  EXIT.              00490000
      *-----------------------------------------------------            00491000
                                                                        00492000
      *-----------------------------------------------------            00493000
       3000-FINALIZAR                             SECTION.              00494000
      *-----------------------------------------------------            00495000
            EXEC CICS                                                   00496000
             RETURN TRANSID ('T22S')                                    00497000
            END-EXEC.                                                   00498000
      *-----------------------------------------------------            00499000
       3000-99-FIM.                                  EXIT.              00500000
      *-----------------------------------------------------            00501000
