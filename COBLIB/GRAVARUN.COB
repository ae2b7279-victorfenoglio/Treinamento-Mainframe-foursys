      *            RECUSADO (RESULTADO 'D'). A FUNCAO 'O' *             00020000
      *            E O OVERRIDE DA OPERACAO, QUE PULA A   *             00021000
      *            CHECAGEM MAS FICA LOGADO EM            *             00022000
      *            IVAN.RUNOVR. A FUNCAO 'V' INFORMA SE O *             00022140
      *            PROGRAMA TEM FIM COM RETCODE 04        *             00022280
      *            (AVISO) AINDA SEM CIENCIA DA OPERACAO  *             00022420
      *            (RESULTADO 'A'); A FUNCAO 'C' REGISTRA *             00022560
      *            A CIENCIA, BAIXANDO O RETCODE DOS      *             00022700
      *            AVISOS PARA 00 E LOGANDO EM            *             00022840
      *            IVAN.RUNOVR.                           *             00023000
      *---------------------------------------------------*             00024000
      *  BASE  DE DADOS:                                  *             00025000
       77 WRK-QTDE-PRED    PIC S9(09) COMP.                             00062000
       77 WRK-PREDECESSOR  PIC X(08).                                   00063000
       77 WRK-DEP-OK       PIC X(01).                                   00064000
       77 WRK-QTDE-AVISO   PIC S9(09) COMP.                             00064500
      *-----------------------------------------------------            00065000
       LINKAGE                                   SECTION.               00066000
      *-----------------------------------------------------            00067000
             PERFORM 1500-REGISTRAR-REINICIO                            00084000
            WHEN RUN-FC-FIM                                             00085000
             PERFORM 2000-REGISTRAR-FIM                                 00086000
            WHEN RUN-FC-VERIFICA                                        00086200
             PERFORM 3000-VERIFICAR-AVISO                               00086400
            WHEN RUN-FC-CIENCIA                                         00086600
             PERFORM 3100-REGISTRAR-CIENCIA                             00086800
            WHEN OTHER                                                  00087000
             MOVE 'E' TO RUN-RESULTADO                                  00088000
           END-EVALUATE.                                                00089000
       2000-99-FIM.                                  EXIT.              00298000
      *-----------------------------------------------------            00299000
                                                                        00300000
      *-----------------------------------------------------            00301000
       3000-VERIFICAR-AVISO                       SECTION.              00302000
      *-----------------------------------------------------            00303000
      *    FIM COM RETCODE 04 E AVISO QUE A OPERACAO AINDA              00304000
      *    NAO DEU CIENCIA: O CHAMADOR NAO DEVE PROSSEGUIR.             00305000
           EXEC SQL                                                     00306000
            SELECT COUNT(*) INTO :WRK-QTDE-AVISO                        00307000
             FROM IVAN.RUNCTL                                           00308000
             WHERE PROGRAMA = :RUN-PROGRAMA                             00309000
               AND RETCODE  = 4                                         00310000
               AND FIM IS NOT NULL                                      00311000
           END-EXEC.                                                    00312000
                                                                        00313000
           IF SQLCODE NOT EQUAL 0                                       00314000
            MOVE SQLCODE TO WRK-SQLCODE                                 00315000
            DISPLAY 'GRAVARUN: ERRO' WRK-SQLCODE                        00316000
                    ' NA CONSULTA DE AVISO EM IVAN.RUNCTL'              00317000
            MOVE 'E' TO RUN-RESULTADO                                   00318000
           ELSE                                                         00319000
            IF WRK-QTDE-AVISO GREATER ZEROS                             00320000
             MOVE 'A' TO RUN-RESULTADO                                  00321000
             DISPLAY 'GRAVARUN: ' RUN-PROGRAMA                          00322000
                     ' COM AVISO SEM CIENCIA DA OPERACAO'               00323000
            END-IF                                                      00324000
           END-IF.                                                      00325000
      *-----------------------------------------------------            00326000
       3000-99-FIM.                                  EXIT.              00327000
      *-----------------------------------------------------            00328000
                                                                        00329000
      *-----------------------------------------------------            00330000
       3100-REGISTRAR-CIENCIA                     SECTION.              00331000
      *-----------------------------------------------------            00332000
      *    A OPERACAO REVISOU OS AVISOS: O RETCODE VOLTA A              00333000
      *    00 E A CIENCIA FICA REGISTRADA PARA A AUDITORIA.             00334000
           EXEC SQL                                                     00335000
            UPDATE IVAN.RUNCTL                                          00336000
               SET RETCODE  = 0                                         00337000
             WHERE PROGRAMA = :RUN-PROGRAMA                             00338000
               AND RETCODE  = 4                                         00339000
               AND FIM IS NOT NULL                                      00340000
           END-EXEC.                                                    00341000
                                                                        00342000
           EVALUATE SQLCODE                                             00343000
            WHEN 0                                                      00344000
             EXEC SQL                                                   00345000
              INSERT INTO IVAN.RUNOVR                                   00346000
                    (PROGRAMA,DATAPROC,DATAHORA)                        00347000
              VALUES (:RUN-PROGRAMA,:RUN-DATA-PROC,                     00348000
                      CURRENT TIMESTAMP)                                00349000
             END-EXEC                                                   00350000
             IF SQLCODE NOT EQUAL 0                                     00351000
              MOVE SQLCODE TO WRK-SQLCODE                               00352000
              DISPLAY 'GRAVARUN: ERRO' WRK-SQLCODE                      00353000
                      ' NO INSERT DE IVAN.RUNOVR'                       00354000
              MOVE 'E' TO RUN-RESULTADO                                 00355000
             ELSE                                                       00356000
              DISPLAY 'GRAVARUN: CIENCIA DOS AVISOS DE '                00357000
                      RUN-PROGRAMA ' EM ' RUN-DATA-PROC                 00358000
             END-IF                                                     00359000
            WHEN 100                                                    00360000
             DISPLAY 'GRAVARUN: ' RUN-PROGRAMA                          00361000
                     ' SEM AVISO PENDENTE DE CIENCIA'                   00362000
            WHEN OTHER                                                  00363000
             MOVE SQLCODE TO WRK-SQLCODE                                00364000
             DISPLAY 'GRAVARUN: ERRO' WRK-SQLCODE                       00365000
                     ' NO UPDATE DE IVAN.RUNCTL'                        00366000
             MOVE 'E' TO RUN-RESULTADO                                  00367000
           END-EVALUATE.                                                00368000
      *-----------------------------------------------------            00369000
       3100-99-FIM.                                  EXIT.              00370000
      *-----------------------------------------------------            00371000
                                                                        00372000
