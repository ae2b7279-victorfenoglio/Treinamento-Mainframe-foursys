      *            FUNCIONARIO ATIVO APONTANDO PARA ELE   *             00012000
      *            (A CONTAGEM DE ORFAOS DO FR22DB08 E    *             00013000
      *            MOSTRADA NA CONFIRMACAO).              *             00014000
      *            MANTEM TAMBEM A EMPRESA DO SETOR E O   *             00014100
      *            SETOR PAI DA HIERARQUIA (DIRETORIA /   *             00014200
      *            GERENCIA / SETOR): O PAI TEM DE EXISTIR*             00014300
      *            E SER DA MESMA EMPRESA, E A SUBIDA     *             00014400
      *            PELOS PAIS (UM PASSO POR VEZ, COMO A   *             00014500
      *            CHECAGEM DE GERENTE DO FR22DB27) NAO   *             00014600
      *            PODE VOLTAR AO PROPRIO SETOR NEM PASSAR*             00014700
      *            DE 10 NIVEIS. SETOR COM FILHOS NAO E   *             00014800
      *            EXCLUIDO.                              *             00014900
      *            TODA INCLUSAO, ALTERACAO E EXCLUSAO E  *             00014920
      *            REGISTRADA EM IVAN.PARMLOG (IMAGEM     *             00014940
      *            ANTES/DEPOIS, USUARIO, TERMINAL) PELA  *             00014960
      *            SUBROTINA GRAVAPAR, NO MESMO COMMIT.   *             00014980
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00014985
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00014990
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00014995
      *---------------------------------------------------*             00015000
      *  ARQUIVOS:                                        *             00016000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00017000
      *---------------------------------------------------*             00019000
      *  BASE  DE DADOS:                                  *             00020000
      *  TABELA             I/O           INCLUDE/BOOK    *             00021000
      *  IVAN.USUARIO        I             ---------      *             00021330
      *  IVAN.USUALOG        O             ---------      *             00021660
      *  IVAN.SETOR         I/O            ---------      *             00022000
      *  IVAN.FUNC           I             ---------      *             00023000
      *  IVAN.EMPRESA        I             ---------      *             00023500
      *  IVAN.PARMLOG        O             #PARLOG        *             00023750
      *===================================================*             00024000
       DATA                                      DIVISION.              00025000
      *====================================================             00026000
            EXEC SQL                                                    00033000
               INCLUDE SQLCA                                            00034000
            END-EXEC.                                                   00035000
                                                                        00035330
           COPY '#PARLOG'.                                              00035660
      *----------------------------------------------------             00036000
       01 FILLER PIC X(48) VALUE                                        00037000
           '--------------VARIAVEIS PARA APOIO-----------'.             00038000
      *----------------------------------------------------             00039000
       77 WRK-SQLCODE     PIC -999.                                     00040000
       77 WRK-USUARIO     PIC X(08).                                    00040200
       77 WRK-TERMINAL    PIC X(04).                                    00040400
       77 WRK-PERFIL      PIC X(01).                                    00040600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00040800
       77 WRK-FLAG        PIC 9(02).                                    00041000
       77 WRK-QTDE-ATIVOS PIC S9(09) COMP.                              00042000
       77 WRK-QTDE-FILHOS PIC S9(09) COMP.                              00042070
      *----------------------------------------------------             00042140
       01 FILLER PIC X(48) VALUE                                        00042210
           '--------------HIERARQUIA DE SETORES----------'.             00042280
      *----------------------------------------------------             00042350
       77 WRK-PASSO       PIC X(04).                                    00042420
       77 WRK-PASSO-PAI   PIC X(04).                                    00042490
       77 WRK-NIVEL       PIC 9(02).                                    00042560
       77 WRK-CICLO       PIC X(01).                                    00042630
       77 WRK-PAI-EMPRESA PIC X(02).                                    00042700
       77 WRK-EMP-ATUAL   PIC X(02).                                    00042770
       77 WRK-CODEMP      PIC X(02).                                    00042840
      *----------------------------------------------------             00043000
       01 FILLER PIC X(48) VALUE                                        00044000
           '--------------AREA DO SETOR------------------'.             00045000
       01 WRK-SETOR-REG.                                                00047000
          05 WRK-SET-ID         PIC X(04).                              00048000
          05 WRK-SET-DESC       PIC X(40).                              00049000
          05 WRK-SET-PAI        PIC X(04).                              00049330
          05 WRK-SET-EMPRESA    PIC X(02).                              00049660
      *====================================================             00050000
       PROCEDURE                                 DIVISION.              00051000
      *====================================================             00052000
      *-----------------------------------------------------            00063000
       1000-INICIALIZAR                           SECTION.              00064000
      *-----------------------------------------------------            00065000
             PERFORM 1100-VERIFICAR-ACESSO.                             00065330
                                                                        00065660
             EXEC CICS SEND                                             00066000
               MAPSET('F22CIM7')                                        00067000
               MAP('MAPA01')                                            00068000
             END-EXEC.                                                  00071000
      *-----------------------------------------------------            00072000
       1000-99-FIM.                                  EXIT.              00073000
      *-----------------------------------------------------            00073020
                                                                        00073040
      *-----------------------------------------------------            00073060
       1100-VERIFICAR-ACESSO                      SECTION.              00073080
      *-----------------------------------------------------            00073100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00073120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00073140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00073160
      *      MENU F22CIPL.                                              00073180
             EXEC CICS ASSIGN                                           00073200
               USERID(WRK-USUARIO)                                      00073220
             END-EXEC.                                                  00073240
                                                                        00073260
             EXEC SQL                                                   00073280
              SELECT PERFIL INTO :WRK-PERFIL                            00073300
               FROM IVAN.USUARIO                                        00073320
               WHERE USUARIO = :WRK-USUARIO                             00073340
               FETCH FIRST ROW ONLY                                     00073360
             END-EXEC.                                                  00073380
                                                                        00073400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00073420
              MOVE EIBTRMID TO WRK-TERMINAL                             00073440
              EXEC SQL                                                  00073460
               INSERT INTO IVAN.USUALOG                                 00073480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00073500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00073520
                       'RV',CURRENT TIMESTAMP)                          00073540
              END-EXEC                                                  00073560
              EXEC SQL                                                  00073580
                COMMIT                                                  00073600
              END-EXEC                                                  00073620
              MOVE LOW-VALUES TO MAPA01O                                00073640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00073660
                TO MSGO                                                 00073680
              EXEC CICS SEND                                            00073700
                MAPSET('F22CIM7')                                       00073720
                MAP('MAPA01')                                           00073740
                FROM(MAPA01O)                                           00073760
                ERASE                                                   00073780
              END-EXEC                                                  00073800
              EXEC CICS                                                 00073820
               RETURN                                                   00073840
              END-EXEC                                                  00073860
             END-IF.                                                    00073880
      *-----------------------------------------------------            00073900
       1100-99-FIM.                                  EXIT.              00073920
      *-----------------------------------------------------            00074000
                                                                        00075000
      *-----------------------------------------------------            00076000
      *-----------------------------------------------------            00132000
             MOVE IDSETORI TO WRK-SET-ID.                               00133000
              EXEC SQL                                                  00134000
               SELECT DESCSETOR,COALESCE(SETORPAI,' '),                 00134750
                      COALESCE(EMPRESA,' ')                             00135500
               INTO :WRK-SET-DESC,:WRK-SET-PAI,:WRK-SET-EMPRESA         00136250
               FROM IVAN.SETOR                                          00137000
                WHERE IDSETOR = :WRK-SET-ID                             00138000
                FETCH FIRST ROW ONLY                                    00139000
             EVALUATE SQLCODE                                           00142000
              WHEN 0                                                    00143000
               MOVE WRK-SET-DESC TO DESCSETO                            00144000
               MOVE WRK-SET-PAI  TO SETPAIO                             00144330
               MOVE WRK-SET-EMPRESA TO EMPRESAO                         00144660
               PERFORM 2160-CONTAR-ATIVOS                               00145000
               MOVE WRK-QTDE-ATIVOS TO QTDEFUNCO                        00146000
               PERFORM 2170-MOSTRAR-PAI                                 00146500
               MOVE 'SETOR ENCONTRADO'         TO MSGO                  00147000
              WHEN 100                                                  00148000
               MOVE 'SETOR NAO ENCONTRADO'     TO MSGO                  00149000
      *-----------------------------------------------------            00170000
                                                                        00171000
      *-----------------------------------------------------            00172000
       2170-MOSTRAR-PAI                           SECTION.              00172030
      *-----------------------------------------------------            00172060
      *      DESCRICAO DO PAI E NIVEL DO SETOR NA ARVORE                00172090
      *      (1 = DIRETORIA, SEM PAI).                                  00172120
             MOVE SPACES TO DESCPAIO.                                   00172150
             IF WRK-SET-PAI NOT EQUAL SPACES                            00172180
              EXEC SQL                                                  00172210
               SELECT DESCSETOR                                         00172240
               INTO :WRK-SET-DESC                                       00172270
               FROM IVAN.SETOR                                          00172300
                WHERE IDSETOR = :WRK-SET-PAI                            00172330
              END-EXEC                                                  00172360
              IF SQLCODE EQUAL 0                                        00172390
               MOVE WRK-SET-DESC TO DESCPAIO                            00172420
              ELSE                                                      00172450
               MOVE 'SETOR PAI NAO CADASTRADO' TO DESCPAIO              00172480
              END-IF                                                    00172510
             END-IF.                                                    00172540
                                                                        00172570
             PERFORM 2270-SUBIR-HIERARQUIA.                             00172600
             ADD 1 TO WRK-NIVEL.                                        00172630
             MOVE WRK-NIVEL TO NIVELO.                                  00172660
      *-----------------------------------------------------            00172690
       2170-99-FIM.                                  EXIT.              00172720
      *-----------------------------------------------------            00172750
                                                                        00172780
      *-----------------------------------------------------            00172810
       2200-INCLUIR                               SECTION.              00173000
      *-----------------------------------------------------            00174000
             MOVE 0 TO WRK-FLAG.                                        00175000
             IF IDSETORL GREATER 0 AND DESCSETL GREATER 0               00177000
              MOVE IDSETORI TO WRK-SET-ID                               00178000
              MOVE DESCSETI TO WRK-SET-DESC                             00179000
              MOVE SPACES   TO WRK-SET-PAI                              00179100
              MOVE SPACES   TO WRK-SET-EMPRESA                          00179200
              IF SETPAIL GREATER 0                                      00179300
               MOVE SETPAII TO WRK-SET-PAI                              00179400
              END-IF                                                    00179500
              IF EMPRESAL GREATER 0                                     00179600
               MOVE EMPRESAI TO WRK-SET-EMPRESA                         00179700
              END-IF                                                    00179800
              PERFORM 2260-VALIDAR-HIERARQUIA                           00179900
             ELSE                                                       00180000
              MOVE 1 TO WRK-FLAG                                        00181000
             END-IF.                                                    00182000
             EVALUATE WRK-FLAG                                          00184000
              WHEN 1                                                    00185000
               MOVE 'PREENCHA TODOS OS CAMPOS' TO MSGO                  00186000
              WHEN 2 THRU 9                                             00186330
               PERFORM 2290-MENSAGEM-HIERARQUIA                         00186660
              WHEN OTHER                                                00187000
               PERFORM 2800-LOG-ANTES                                   00187500
               EXEC SQL                                                 00188000
                INSERT INTO IVAN.SETOR(IDSETOR,DESCSETOR,SETORPAI,      00188600
                                       EMPRESA)                         00189200
                VALUES (:WRK-SET-ID,:WRK-SET-DESC,:WRK-SET-PAI,         00189800
                        :WRK-SET-EMPRESA)                               00190400
               END-EXEC                                                 00191000
               EVALUATE SQLCODE                                         00192000
                WHEN 0                                                  00193000
                 PERFORM 2810-LOG-GRAVAR                                00193380
                 IF PAR-ERRO                                            00193760
                  EXEC SQL                                              00194140
                    ROLLBACK                                            00194520
                  END-EXEC                                              00194900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00195280
                 ELSE                                                   00195660
                  EXEC SQL                                              00196040
                    COMMIT                                              00196420
                  END-EXEC                                              00196800
                  MOVE 'SETOR INCLUIDO' TO MSGO                         00197180
                 END-IF                                                 00197560
                WHEN -803                                               00198000
                 MOVE 'SETOR JA CADASTRADO' TO MSGO                     00199000
                WHEN OTHER                                              00200000
            MOVE IDSETORI TO WRK-SET-ID.                                00212000
            PERFORM 2160-CONTAR-ATIVOS.                                 00213000
                                                                        00214000
            EXEC SQL                                                    00214140
             SELECT COUNT(*) INTO :WRK-QTDE-FILHOS                      00214280
              FROM IVAN.SETOR                                           00214420
              WHERE SETORPAI = :WRK-SET-ID                              00214560
            END-EXEC.                                                   00214700
                                                                        00214840
            IF WRK-QTDE-ATIVOS GREATER ZEROS                            00215000
             MOVE WRK-QTDE-ATIVOS TO QTDEFUNCO                          00216000
             MOVE 'NAO EXCLUIDO - SETOR TEM FUNC. ATIVOS'               00217000
               TO MSGO                                                  00218000
            ELSE                                                        00219000
             IF WRK-QTDE-FILHOS GREATER ZEROS                           00219200
              MOVE 'NAO EXCLUIDO - SETOR TEM SETORES FILHOS'            00219400
                TO MSGO                                                 00219600
             ELSE                                                       00219800
             IF CONFIRML GREATER 0 AND CONFIRMI EQUAL 'S'               00220000
              PERFORM 2800-LOG-ANTES                                    00220500
              EXEC SQL                                                  00221000
               DELETE FROM IVAN.SETOR                                   00222000
                WHERE IDSETOR = :WRK-SET-ID                             00223000
              END-EXEC                                                  00224000
              EVALUATE SQLCODE                                          00225000
               WHEN 0                                                   00226000
                PERFORM 2810-LOG-GRAVAR                                 00226380
                IF PAR-ERRO                                             00226760
                 EXEC SQL                                               00227140
                   ROLLBACK                                             00227520
                 END-EXEC                                               00227900
                 MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO        00228280
                ELSE                                                    00228660
                 EXEC SQL                                               00229040
                   COMMIT                                               00229420
                 END-EXEC                                               00229800
                 MOVE 'SETOR EXCLUIDO'       TO MSGO                    00230180
                END-IF                                                  00230560
               WHEN 100                                                 00231000
                MOVE 'SETOR NAO ENCONTRADO' TO MSGO                     00232000
               WHEN OTHER                                               00233000
              MOVE 'SEM FUNC. ATIVOS - CONFIRME S + F7'                 00239000
                TO MSGO                                                 00240000
             END-IF                                                     00241000
             END-IF                                                     00241500
            END-IF.                                                     00242000
      *-----------------------------------------------------            00243000
       2250-99-FIM.                                  EXIT.              00244000
      *-----------------------------------------------------            00244008
                                                                        00244016
      *-----------------------------------------------------            00244024
       2260-VALIDAR-HIERARQUIA                    SECTION.              00244032
      *-----------------------------------------------------            00244040
      *      WRK-FLAG: 2 = PAI NAO CADASTRADO, 3 = PAI DE OUTRA         00244048
      *      EMPRESA, 4 = CICLO, 5 = MAIS DE 10 NIVEIS,                 00244056
      *      6 = EMPRESA NAO CADASTRADA.                                00244064
             IF WRK-SET-PAI EQUAL LOW-VALUES                            00244072
              MOVE SPACES TO WRK-SET-PAI                                00244080
             END-IF.                                                    00244088
             IF WRK-SET-EMPRESA EQUAL LOW-VALUES                        00244096
              MOVE SPACES TO WRK-SET-EMPRESA                            00244104
             END-IF.                                                    00244112
                                                                        00244120
             IF WRK-SET-PAI NOT EQUAL SPACES                            00244128
              EXEC SQL                                                  00244136
               SELECT COALESCE(EMPRESA,' ')                             00244144
               INTO :WRK-PAI-EMPRESA                                    00244152
               FROM IVAN.SETOR                                          00244160
                WHERE IDSETOR = :WRK-SET-PAI                            00244168
              END-EXEC                                                  00244176
              IF SQLCODE NOT EQUAL 0                                    00244184
               MOVE 2 TO WRK-FLAG                                       00244192
               GO TO 2260-99-FIM                                        00244200
              END-IF                                                    00244208
      *      SEM EMPRESA INFORMADA O SETOR HERDA A DO PAI.              00244216
              IF WRK-SET-EMPRESA EQUAL SPACES                           00244224
               MOVE WRK-PAI-EMPRESA TO WRK-SET-EMPRESA                  00244232
              END-IF                                                    00244240
              IF WRK-PAI-EMPRESA NOT EQUAL WRK-SET-EMPRESA              00244248
               MOVE 3 TO WRK-FLAG                                       00244256
               GO TO 2260-99-FIM                                        00244264
              END-IF                                                    00244272
              PERFORM 2270-SUBIR-HIERARQUIA                             00244280
              IF WRK-CICLO EQUAL 'S'                                    00244288
               MOVE 4 TO WRK-FLAG                                       00244296
               GO TO 2260-99-FIM                                        00244304
              END-IF                                                    00244312
              IF WRK-NIVEL NOT LESS 10                                  00244320
               MOVE 5 TO WRK-FLAG                                       00244328
               GO TO 2260-99-FIM                                        00244336
              END-IF                                                    00244344
             END-IF.                                                    00244352
                                                                        00244360
             IF WRK-SET-EMPRESA NOT EQUAL SPACES                        00244368
              EXEC SQL                                                  00244376
               SELECT CODEMP                                            00244384
               INTO :WRK-CODEMP                                         00244392
               FROM IVAN.EMPRESA                                        00244400
                WHERE CODEMP = :WRK-SET-EMPRESA                         00244408
              END-EXEC                                                  00244416
              IF SQLCODE NOT EQUAL 0                                    00244424
               MOVE 6 TO WRK-FLAG                                       00244432
              END-IF                                                    00244440
             END-IF.                                                    00244448
      *-----------------------------------------------------            00244456
       2260-99-FIM.                                  EXIT.              00244464
      *-----------------------------------------------------            00244472
                                                                        00244480
      *-----------------------------------------------------            00244488
       2270-SUBIR-HIERARQUIA                      SECTION.              00244496
      *-----------------------------------------------------            00244504
      *      CONTA EM WRK-NIVEL OS ANCESTRAIS A PARTIR DE               00244512
      *      WRK-SET-PAI. CHEGAR DE NOVO AO PROPRIO SETOR E             00244520
      *      CICLO; O LIMITE DE 10 PASSOS SEGURA UM CICLO JA            00244528
      *      EXISTENTE MAIS ACIMA.                                      00244536
             MOVE ZEROS       TO WRK-NIVEL.                             00244544
             MOVE 'N'         TO WRK-CICLO.                             00244552
             MOVE WRK-SET-PAI TO WRK-PASSO.                             00244560
             PERFORM 2280-UM-PASSO                                      00244568
                     UNTIL WRK-PASSO EQUAL SPACES                       00244576
                        OR WRK-CICLO EQUAL 'S'                          00244584
                        OR WRK-NIVEL NOT LESS 10.                       00244592
      *-----------------------------------------------------            00244600
       2270-99-FIM.                                  EXIT.              00244608
      *-----------------------------------------------------            00244616
                                                                        00244624
      *-----------------------------------------------------            00244632
       2280-UM-PASSO                              SECTION.              00244640
      *-----------------------------------------------------            00244648
             ADD 1 TO WRK-NIVEL.                                        00244656
             IF WRK-PASSO EQUAL WRK-SET-ID                              00244664
              MOVE 'S' TO WRK-CICLO                                     00244672
             ELSE                                                       00244680
              EXEC SQL                                                  00244688
               SELECT COALESCE(SETORPAI,' ')                            00244696
               INTO :WRK-PASSO-PAI                                      00244704
               FROM IVAN.SETOR                                          00244712
                WHERE IDSETOR = :WRK-PASSO                              00244720
              END-EXEC                                                  00244728
              IF SQLCODE EQUAL 0                                        00244736
               MOVE WRK-PASSO-PAI TO WRK-PASSO                          00244744
              ELSE                                                      00244752
               MOVE SPACES TO WRK-PASSO                                 00244760
              END-IF                                                    00244768
             END-IF.                                                    00244776
      *-----------------------------------------------------            00244784
       2280-99-FIM.                                  EXIT.              00244792
      *-----------------------------------------------------            00244800
                                                                        00244808
      *-----------------------------------------------------            00244816
       2290-MENSAGEM-HIERARQUIA                   SECTION.              00244824
      *-----------------------------------------------------            00244832
             EVALUATE WRK-FLAG                                          00244840
              WHEN 2                                                    00244848
               MOVE 'SETOR PAI NAO CADASTRADO'        TO MSGO           00244856
              WHEN 3                                                    00244864
               MOVE 'SETOR PAI DE OUTRA EMPRESA'      TO MSGO           00244872
              WHEN 4                                                    00244880
               MOVE 'CICLO - SETOR E ANCESTRAL DO PAI' TO MSGO          00244888
              WHEN 5                                                    00244896
               MOVE 'HIERARQUIA PASSA DE 10 NIVEIS'   TO MSGO           00244904
              WHEN 6                                                    00244912
               MOVE 'EMPRESA NAO CADASTRADA'          TO MSGO           00244920
              WHEN 7                                                    00244928
               MOVE 'EMPRESA NAO MUDA - HA FUNC. ATIVOS'                00244936
                 TO MSGO                                                00244944
             END-EVALUATE.                                              00244952
      *-----------------------------------------------------            00244960
       2290-99-FIM.                                  EXIT.              00244968
      *-----------------------------------------------------            00245000
                                                                        00246000
      *-----------------------------------------------------            00247000
             IF IDSETORL GREATER 0 AND DESCSETL GREATER 0               00252000
              MOVE IDSETORI TO WRK-SET-ID                               00253000
              MOVE DESCSETI TO WRK-SET-DESC                             00254000
              PERFORM 2310-LER-ATUAL                                    00254500
             ELSE                                                       00255000
              MOVE 1 TO WRK-FLAG                                        00256000
             END-IF.                                                    00257000
             EVALUATE WRK-FLAG                                          00259000
              WHEN 1                                                    00260000
               MOVE 'PREENCHA TODOS OS CAMPOS' TO MSGO                  00261000
              WHEN 2 THRU 9                                             00261200
               PERFORM 2290-MENSAGEM-HIERARQUIA                         00261400
              WHEN 10                                                   00261600
               MOVE 'SETOR NAO ENCONTRADO' TO MSGO                      00261800
              WHEN OTHER                                                00262000
               PERFORM 2800-LOG-ANTES                                   00262500
               EXEC SQL                                                 00263000
                UPDATE IVAN.SETOR                                       00264000
                   SET DESCSETOR = :WRK-SET-DESC,                       00264500
                       SETORPAI  = :WRK-SET-PAI,                        00265000
                       EMPRESA   = :WRK-SET-EMPRESA                     00265500
                 WHERE IDSETOR = :WRK-SET-ID                            00266000
               END-EXEC                                                 00267000
               EVALUATE SQLCODE                                         00268000
                WHEN 0                                                  00269000
                 PERFORM 2810-LOG-GRAVAR                                00269380
                 IF PAR-ERRO                                            00269760
                  EXEC SQL                                              00270140
                    ROLLBACK                                            00270520
                  END-EXEC                                              00270900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00271280
                 ELSE                                                   00271660
                  EXEC SQL                                              00272040
                    COMMIT                                              00272420
                  END-EXEC                                              00272800
                  MOVE 'SETOR ALTERADO'       TO MSGO                   00273180
                 END-IF                                                 00273560
                WHEN 100                                                00274000
                 MOVE 'SETOR NAO ENCONTRADO' TO MSGO                    00275000
                WHEN OTHER                                              00276000
      *-----------------------------------------------------            00283000
                                                                        00284000
      *-----------------------------------------------------            00285000
       2310-LER-ATUAL                             SECTION.              00285020
      *-----------------------------------------------------            00285040
      *      PAI E EMPRESA NAO DIGITADOS FICAM COMO ESTAO. A            00285060
      *      EMPRESA NAO MUDA COM FUNCIONARIO ATIVO NO SETOR,           00285080
      *      POIS A EMPRESA DO FUNCIONARIO VEM DELA.                    00285100
             EXEC SQL                                                   00285120
              SELECT COALESCE(SETORPAI,' '),COALESCE(EMPRESA,' ')       00285140
              INTO :WRK-SET-PAI,:WRK-EMP-ATUAL                          00285160
              FROM IVAN.SETOR                                           00285180
               WHERE IDSETOR = :WRK-SET-ID                              00285200
             END-EXEC.                                                  00285220
             IF SQLCODE NOT EQUAL 0                                     00285240
              MOVE 10 TO WRK-FLAG                                       00285260
              GO TO 2310-99-FIM                                         00285280
             END-IF.                                                    00285300
                                                                        00285320
             MOVE WRK-EMP-ATUAL TO WRK-SET-EMPRESA.                     00285340
             IF SETPAIL GREATER 0                                       00285360
              MOVE SETPAII TO WRK-SET-PAI                               00285380
             END-IF.                                                    00285400
             IF EMPRESAL GREATER 0                                      00285420
              MOVE EMPRESAI TO WRK-SET-EMPRESA                          00285440
             END-IF.                                                    00285460
                                                                        00285480
             PERFORM 2260-VALIDAR-HIERARQUIA.                           00285500
                                                                        00285520
             IF WRK-FLAG EQUAL 0                                        00285540
                AND WRK-SET-EMPRESA NOT EQUAL WRK-EMP-ATUAL             00285560
              PERFORM 2160-CONTAR-ATIVOS                                00285580
              IF WRK-QTDE-ATIVOS GREATER ZEROS                          00285600
               MOVE 7 TO WRK-FLAG                                       00285620
              END-IF                                                    00285640
             END-IF.                                                    00285660
      *-----------------------------------------------------            00285680
       2310-99-FIM.                                  EXIT.              00285700
      *-----------------------------------------------------            00285720
                                                                        00285740
      *-----------------------------------------------------            00285760
       2800-LOG-ANTES                             SECTION.              00285767
      *-----------------------------------------------------            00285774
      *      IMAGEM DO SETOR ANTES DO COMANDO, PARA A TRILHA DE         00285781
      *      ALTERACOES DE IVAN.PARMLOG.                                00285788
             EXEC CICS ASSIGN                                           00285795
               USERID(PAR-USUARIO)                                      00285802
             END-EXEC.                                                  00285809
             MOVE EIBTRMID   TO PAR-TERMINAL.                           00285816
             MOVE 'F22CIP7'  TO PAR-PROGRAMA.                           00285823
             MOVE 'SETOR'    TO PAR-TABELA.                             00285830
             MOVE SPACES     TO PAR-CHAVE.                              00285837
             MOVE WRK-SET-ID TO PAR-CHV-IDSETOR.                        00285844
             MOVE 'A'        TO PAR-FUNCAO.                             00285851
             CALL 'GRAVAPAR' USING PAR-DADOS.                           00285858
      *-----------------------------------------------------            00285865
       2800-99-FIM.                                  EXIT.              00285872
      *-----------------------------------------------------            00285879
                                                                        00285886
      *-----------------------------------------------------            00285893
       2810-LOG-GRAVAR                            SECTION.              00285900
      *-----------------------------------------------------            00285907
      *      GRAVA A TRILHA ANTES DO COMMIT; SE A IMAGEM ANTES          00285914
      *      NAO PODE SER LIDA, O RESULTADO FICA EM ERRO E A            00285921
      *      ALTERACAO E DESFEITA.                                      00285928
             IF PAR-OK                                                  00285935
              MOVE 'G' TO PAR-FUNCAO                                    00285942
              CALL 'GRAVAPAR' USING PAR-DADOS                           00285949
             END-IF.                                                    00285956
      *-----------------------------------------------------            00285963
       2810-99-FIM.                                  EXIT.              00285970
      *-----------------------------------------------------            00285977
                                                                        00285984
      *-----------------------------------------------------            00285991
       3000-FINALIZAR                             SECTION.              00286000
      *-----------------------------------------------------            00287000
            EXEC CICS                                                   00288000
