      *            (FR22DB16) E OS PAGAMENTOS CONFIRMADOS *             00010000
      *            EM IVAN.PAGTO (FR22DB15): COMPARA O    *             00011000
      *            TOTAL CREDITADO COM A SOMA DOS 'L' DA  *             00012000
      *            COMPETENCIA (OS 'I', CREDITADOS PELO   *             00012460
      *            CANAL INTERNO EM CONTA DA CASA, VALEM  *             00012920
      *            COMO CONFIRMADOS PELO BANCO), LISTA    *             00013380
      *            FUNCIONARIO A FUNCIONARIO QUEM FOI     *             00013840
      *            POSTADO E NAO PAGO E QUEM FOI PAGO SEM *             00014300
      *            POSTAGEM, E DEIXA EM RELCPAG O TERMO   *             00014760
      *            DE CONCILIACAO PARA OS AUDITORES. CADA *             00015220
      *            EXECUCAO FICA NO LIVRO IVAN.RUNCTL     *             00015680
      *            (VIA GRAVARUN) PARA O CHECKLIST DE     *             00016140
      *            FECHAMENTO DA FOLHA (F22CIPV);         *             00016600
      *            DIFERENCA NA CONCILIACAO TERMINA COM   *             00017060
      *            AVISO (RETCODE 04).                    *             00017520
      *---------------------------------------------------*             00018000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00019000
      *---------------------------------------------------*             00020000
      *  IVAN.FOPAG          I             ---------      *             00028000
      *  IVAN.PAGTO          I             ---------      *             00029000
      *  IVAN.FUNC           I               #BKFUNC      *             00030000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00030330
      *                       (VIA SUBROTINA GRAVARUN)    *             00030660
      *===================================================*             00031000
                                                                        00032000
      *====================================================             00033000
       WORKING-STORAGE                           SECTION.               00072000
      *-----------------------------------------------------            00073000
           COPY '#GLOG'.                                                00074000
                                                                        00074330
           COPY '#RUNCTL'.                                              00074660
                                                                        00075000
           EXEC SQL                                                     00076000
              INCLUDE #BKFUNC                                           00077000
                FROM IVAN.PAGTO G                                       00106000
                WHERE G.COMPETENCIA = :WRK-PARM-COMPET                  00107000
                  AND G.TIPOPAG = 'SA'                                  00108000
                  AND G.STATUS IN ('L','I')                             00109000
                  AND NOT EXISTS                                        00110000
                      (SELECT 1 FROM IVAN.FOPAG P                       00111000
                        WHERE P.IDFUNC = G.IDFUNC                       00112000
       77 WRK-SOMA-PAGOS   PIC 9(13)    VALUE ZEROS.                    00140000
       77 WRK-QTDE-POSTADOS PIC 9(06)   VALUE ZEROS.                    00141000
       77 WRK-QTDE-PAGOS   PIC 9(06)    VALUE ZEROS.                    00142000
       77 WRK-QTDE-INTERNOS PIC 9(06)   VALUE ZEROS.                    00142500
       77 WRK-QTDE-NAOPAGOS PIC 9(06)   VALUE ZEROS.                    00143000
       77 WRK-QTDE-SEMPOST PIC 9(06)    VALUE ZEROS.                    00144000
       77 WRK-DIFERENCA    PIC S9(13)   VALUE ZEROS.                    00145000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00204000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00205000
            STOP RUN                                                    00206000
           END-IF.                                                      00206100
                                                                        00206200
           MOVE 'I'        TO RUN-FUNCAO.                               00206300
           MOVE 'FR22DB50' TO RUN-PROGRAMA.                             00206400
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00206500
           CALL 'GRAVARUN' USING RUN-DADOS.                             00206600
           IF RUN-JA-EXECUTADO                                          00206700
            MOVE 'R' TO RUN-FUNCAO                                      00206800
            CALL 'GRAVARUN' USING RUN-DADOS                             00206900
           END-IF.                                                      00207000
                                                                        00208000
           OPEN INPUT LANCCONT                                          00209000
               TO WRK-REL-MOTIVO                                        00274000
             WRITE FD-RELCPAG FROM WRK-REL-LINHA                        00275000
            WHEN WRK-PAG-STATUS EQUAL 'L'                               00276000
              OR WRK-PAG-STATUS EQUAL 'I'                               00276500
             ADD 1 TO WRK-QTDE-PAGOS                                    00277000
             IF WRK-PAG-STATUS EQUAL 'I'                                00277250
              ADD 1 TO WRK-QTDE-INTERNOS                                00277500
             END-IF                                                     00277750
             ADD WRK-PAG-VALOR TO WRK-SOMA-PAGOS                        00278000
             IF WRK-PAG-VALOR NOT EQUAL WRK-POS-LIQUIDO                 00279000
              MOVE WRK-POS-ID      TO WRK-REL-ID                        00280000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00367000
           DISPLAY 'POSTADOS:             ' WRK-QTDE-POSTADOS.          00368000
           DISPLAY 'PAGOS CONFIRMADOS:    ' WRK-QTDE-PAGOS.             00369000
           DISPLAY '  CANAL INTERNO:      ' WRK-QTDE-INTERNOS.          00369500
           DISPLAY 'POSTADOS SEM PAGTO:   ' WRK-QTDE-NAOPAGOS.          00370000
           DISPLAY 'PAGOS SEM POSTAGEM:   ' WRK-QTDE-SEMPOST.           00371000
           DISPLAY 'CREDITO CONTABIL:     ' WRK-CRED-SALARIOS.          00372000
           DISPLAY 'SOMA DOS PAGAMENTOS:  ' WRK-SOMA-PAGOS.             00373000
           DISPLAY 'DIFERENCA:            ' WRK-DIFERENCA.              00374000
                                                                        00374070
           MOVE 'F'               TO RUN-FUNCAO.                        00374140
           MOVE WRK-QTDE-POSTADOS TO RUN-LIDOS.                         00374210
           MOVE WRK-QTDE-PAGOS    TO RUN-GRAVADOS.                      00374280
           COMPUTE RUN-REJEITADOS =                                     00374350
                   WRK-QTDE-NAOPAGOS + WRK-QTDE-SEMPOST.                00374420
           IF WRK-DIFERENCA EQUAL ZEROS                                 00374490
              AND RUN-REJEITADOS EQUAL ZEROS                            00374560
            MOVE 0 TO RUN-RETCODE                                       00374630
           ELSE                                                         00374700
            MOVE 4 TO RUN-RETCODE                                       00374770
           END-IF.                                                      00374840
           CALL 'GRAVARUN' USING RUN-DADOS.                             00374910
      *-----------------------------------------------------            00375000
       3000-99-FIM.                                  EXIT.              00376000
      *-----------------------------------------------------            00377000
