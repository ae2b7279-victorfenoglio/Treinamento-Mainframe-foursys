      *            CONSULTAR O PERIODO AQUISITIVO,        *             00010000
      *            AGENDAR FERIAS (F6) E CONFIRMAR O      *             00011000
      *            GOZO (F7), GRAVANDO OS DIAS GOZADOS.   *             00012000
      *            NO AGENDAMENTO OS AFASTAMENTOS DO      *             00012140
      *            FUNCIONARIO SAO CONSULTADOS NA         *             00012280
      *            SUBROTINA AFASUTIL: PERIODO PERDIDO    *             00012420
      *            POR MAIS DE 180 DIAS DE INSS E         *             00012560
      *            RECUSADO E A LICENCA NAO REMUNERADA    *             00012700
      *            PRORROGA O FIM DO AQUISITIVO.          *             00012840
      *            USUARIO RESTRITO EM IVAN.USUEMP SO VE  *             00012860
      *            FUNCIONARIOS DAS EMPRESAS LIBERADAS.   *             00012880
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00012900
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00012920
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00012940
      *---------------------------------------------------*             00013000
      *  ARQUIVOS:                                        *             00014000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00015000
      *---------------------------------------------------*             00017000
      *  BASE  DE DADOS:                                  *             00018000
      *  TABELA             I/O           INCLUDE/BOOK    *             00019000
      *  IVAN.USUEMP         I             ---------      *             00019250
      *  IVAN.USUARIO        I             ---------      *             00019500
      *  IVAN.USUALOG        O             ---------      *             00019750
      *  IVAN.FERIAS        I/O            ---------      *             00020000
      *  IVAN.FUNC           I             #BKFUNC        *             00021000
      *  IVAN.AFAST          I             #AFASUTIL      *             00021330
      *  (VIA SUBROTINA AFASUTIL)                         *             00021660
      *===================================================*             00022000
       DATA                                      DIVISION.              00023000
      *====================================================             00024000
      *-----------------------------------------------------            00027000
            COPY F22CIM4.                                               00028000
             COPY DFHAID.                                               00029000
                                                                        00029330
           COPY '#AFASUTIL'.                                            00029660
                                                                        00030000
            EXEC SQL                                                    00031000
               INCLUDE #BKFUNC                                          00032000
           '--------------VARIAVEIS PARA APOIO-----------'.             00040000
      *----------------------------------------------------             00041000
       77 WRK-SQLCODE     PIC -999.                                     00042000
       77 WRK-USUARIO     PIC X(08).                                    00042200
       77 WRK-TERMINAL    PIC X(04).                                    00042400
       77 WRK-PERFIL      PIC X(01).                                    00042600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00042800
       77 WRK-FLAG        PIC 9(02).                                    00043000
      *----------------------------------------------------             00044000
       01 FILLER PIC X(48) VALUE                                        00045000
          05 WRK-FER-AGENDFIM   PIC X(10).                              00053000
          05 WRK-FER-DIASGOZ    PIC 9(02).                              00054000
          05 WRK-FER-STATUS     PIC X(01).                              00055000
      *----------------------------------------------------             00055110
       01 FILLER PIC X(48) VALUE                                        00055220
           '--------------EMPRESAS DO USUARIO (IVAN.USUEMP)'.           00055330
      *----------------------------------------------------             00055440
       77 WRK-EMP-IDFUNC    PIC 9(05).                                  00055550
       77 WRK-QTD-USUEMP    PIC S9(04) COMP.                            00055660
       77 WRK-EMP-BLOQUEIO  PIC X(01).                                  00055770
          88 WRK-EMP-BLOQUEADA         VALUE 'S'.                       00055880
      *====================================================             00056000
       PROCEDURE                                 DIVISION.              00057000
      *====================================================             00058000
      *-----------------------------------------------------            00069000
       1000-INICIALIZAR                           SECTION.              00070000
      *-----------------------------------------------------            00071000
             PERFORM 1100-VERIFICAR-ACESSO.                             00071330
                                                                        00071660
             EXEC CICS SEND                                             00072000
               MAPSET('F22CIM4')                                        00073000
               MAP('MAPA01')                                            00074000
             END-EXEC.                                                  00077000
      *-----------------------------------------------------            00078000
       1000-99-FIM.                                  EXIT.              00079000
      *-----------------------------------------------------            00079020
                                                                        00079040
      *-----------------------------------------------------            00079060
       1100-VERIFICAR-ACESSO                      SECTION.              00079080
      *-----------------------------------------------------            00079100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00079120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00079140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00079160
      *      MENU F22CIPL.                                              00079180
             EXEC CICS ASSIGN                                           00079200
               USERID(WRK-USUARIO)                                      00079220
             END-EXEC.                                                  00079240
                                                                        00079260
             EXEC SQL                                                   00079280
              SELECT PERFIL INTO :WRK-PERFIL                            00079300
               FROM IVAN.USUARIO                                        00079320
               WHERE USUARIO = :WRK-USUARIO                             00079340
               FETCH FIRST ROW ONLY                                     00079360
             END-EXEC.                                                  00079380
                                                                        00079400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00079420
              MOVE EIBTRMID TO WRK-TERMINAL                             00079440
              EXEC SQL                                                  00079460
               INSERT INTO IVAN.USUALOG                                 00079480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00079500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00079520
                       'RV',CURRENT TIMESTAMP)                          00079540
              END-EXEC                                                  00079560
              EXEC SQL                                                  00079580
                COMMIT                                                  00079600
              END-EXEC                                                  00079620
              MOVE LOW-VALUES TO MAPA01O                                00079640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00079660
                TO MSGO                                                 00079680
              EXEC CICS SEND                                            00079700
                MAPSET('F22CIM4')                                       00079720
                MAP('MAPA01')                                           00079740
                FROM(MAPA01O)                                           00079760
                ERASE                                                   00079780
              END-EXEC                                                  00079800
              EXEC CICS                                                 00079820
               RETURN                                                   00079840
              END-EXEC                                                  00079860
             END-IF.                                                    00079880
      *-----------------------------------------------------            00079900
       1100-99-FIM.                                  EXIT.              00079920
      *-----------------------------------------------------            00080000
                                                                        00081000
      *-----------------------------------------------------            00082000
       2150-CONSULTAR                             SECTION.              00135000
      *-----------------------------------------------------            00136000
             MOVE IDFUNCI TO WRK-FER-IDFUNC.                            00137000
             MOVE WRK-FER-IDFUNC TO WRK-EMP-IDFUNC                      00137120
             PERFORM 2900-VERIFICAR-EMPRESA                             00137240
             IF WRK-EMP-BLOQUEADA                                       00137360
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00137480
              GO TO 2150-99-FIM                                         00137600
             END-IF.                                                    00137720
                                                                        00137840
              EXEC SQL                                                  00138000
               SELECT AQUISINI,AQUISFIM,AGENDAINI,AGENDAFIM,            00139000
                      DIASGOZADOS                                       00140000
              END-EXEC                                                  00184000
              IF SQLCODE NOT EQUAL 0                                    00185000
               MOVE 2 TO WRK-FLAG                                       00186000
              ELSE                                                      00186140
               MOVE WRK-FER-IDFUNC TO WRK-EMP-IDFUNC                    00186280
               PERFORM 2900-VERIFICAR-EMPRESA                           00186420
               IF WRK-EMP-BLOQUEADA                                     00186560
                MOVE 5 TO WRK-FLAG                                      00186700
               END-IF                                                   00186840
              END-IF                                                    00187000
             ELSE                                                       00188000
              MOVE 1 TO WRK-FLAG                                        00189000
              MOVE 1 TO WRK-FLAG                                        00199000
             END-IF.                                                    00200000
                                                                        00201000
      *      AFASTAMENTOS NO PERIODO: PERDA DO DIREITO OU               00201040
      *      PRORROGACAO DO FIM (A PARTIR DO FIM NORMAL,                00201080
      *      INICIO + 1 ANO).                                           00201120
             IF WRK-FLAG EQUAL 0                                        00201160
              MOVE 'P'              TO AFU-FUNCAO                       00201200
              MOVE WRK-FER-IDFUNC   TO AFU-IDFUNC                       00201240
              MOVE WRK-FER-AQUISINI TO AFU-AQUISINI                     00201280
              MOVE SPACES           TO AFU-AQUISFIM                     00201320
              CALL 'AFASUTIL' USING AFU-DADOS                           00201360
              IF AFU-ERRO                                               00201400
               MOVE 3 TO WRK-FLAG                                       00201440
              ELSE                                                      00201480
               IF AFU-PERIODO-PERDIDO                                   00201520
                MOVE 4 TO WRK-FLAG                                      00201560
               ELSE                                                     00201600
                IF AFU-DIAS-SUSP GREATER ZEROS                          00201640
                 MOVE AFU-AQUISFIM-AJUST TO WRK-FER-AQUISFIM            00201680
                 MOVE AFU-AQUISFIM-AJUST TO AQUISFIMO                   00201720
                END-IF                                                  00201760
               END-IF                                                   00201800
              END-IF                                                    00201840
             END-IF.                                                    00201880
                                                                        00201920
             EVALUATE WRK-FLAG                                          00202000
              WHEN 1                                                    00203000
               MOVE 'PREENCHA TODOS OS CAMPOS' TO MSGO                  00204000
              WHEN 2                                                    00205000
               MOVE 'FUNCIONARIO INVALIDO'     TO MSGO                  00206000
              WHEN 3                                                    00206200
               MOVE 'ERRO NA CONSULTA DOS AFASTAMENTOS' TO MSGO         00206400
              WHEN 4                                                    00206600
               MOVE 'PERIODO PERDIDO - AFASTAMENTO INSS' TO MSGO        00206800
              WHEN 5                                                    00206860
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO              00206920
              WHEN OTHER                                                00207000
               EXEC SQL                                                 00208000
                INSERT INTO IVAN.FERIAS                                 00209000
                   COMMIT                                               00220000
                 END-EXEC                                               00221000
                 MOVE 'FERIAS AGENDADAS' TO MSGO                        00222000
                 IF AFU-DIAS-SUSP GREATER ZEROS                         00222200
                  MOVE 'FERIAS AGENDADAS - AQUISITIVO PRORROG.'         00222400
                                         TO MSGO                        00222600
                 END-IF                                                 00222800
                WHEN OTHER                                              00223000
                 MOVE SQLCODE TO WRK-SQLCODE                            00224000
                 MOVE WRK-SQLCODE TO MSGO                               00225000
               AND DIASGOZL GREATER 0                                   00236000
             MOVE IDFUNCI  TO WRK-FER-IDFUNC                            00237000
             MOVE DIASGOZI TO WRK-FER-DIASGOZ                           00238000
             MOVE WRK-FER-IDFUNC TO WRK-EMP-IDFUNC                      00238140
             PERFORM 2900-VERIFICAR-EMPRESA                             00238280
             IF WRK-EMP-BLOQUEADA                                       00238420
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00238560
              GO TO 2250-99-FIM                                         00238700
             END-IF                                                     00238840
             EXEC SQL                                                   00239000
              UPDATE IVAN.FERIAS                                        00240000
                 SET DIASGOZADOS = :WRK-FER-DIASGOZ,                    00241000
      *-----------------------------------------------------            00263000
                                                                        00264000
      *-----------------------------------------------------            00265000
       2900-VERIFICAR-EMPRESA                     SECTION.              00265020
      *-----------------------------------------------------            00265040
      *      USUARIO COM LINHA EM IVAN.USUEMP SO ENXERGA E              00265060
      *      MANTEM FUNCIONARIOS DAS EMPRESAS LIBERADAS PARA            00265080
      *      ELE, COMO NO F22CIP1 (SEM LINHA, TODAS). ID QUE            00265100
      *      NAO EXISTE NAO BLOQUEIA: A TELA DA A MENSAGEM              00265120
      *      DELA.                                                      00265140
             MOVE 'N' TO WRK-EMP-BLOQUEIO.                              00265160
             EXEC SQL                                                   00265180
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00265200
               FROM IVAN.USUEMP                                         00265220
               WHERE USUARIO = :WRK-USUARIO                             00265240
             END-EXEC.                                                  00265260
                                                                        00265280
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00265300
              EXEC SQL                                                  00265320
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00265340
                FROM IVAN.FUNC F                                        00265360
                WHERE F.ID = :WRK-EMP-IDFUNC                            00265380
                  AND (F.EMPRESA IS NULL                                00265400
                   OR F.EMPRESA NOT IN                                  00265420
                      (SELECT E.EMPRESA FROM IVAN.USUEMP E              00265440
                        WHERE E.USUARIO = :WRK-USUARIO))                00265460
              END-EXEC                                                  00265480
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP GREATER ZEROS    00265500
               MOVE 'S' TO WRK-EMP-BLOQUEIO                             00265520
              END-IF                                                    00265540
             END-IF.                                                    00265560
      *-----------------------------------------------------            00265580
       2900-99-FIM.                                  EXIT.              00265600
      *-----------------------------------------------------            00265620
                                                                        00265640
      *-----------------------------------------------------            00265660
       3000-FINALIZAR                             SECTION.              00266000
      *-----------------------------------------------------            00267000
            EXEC CICS                                                   00268000
