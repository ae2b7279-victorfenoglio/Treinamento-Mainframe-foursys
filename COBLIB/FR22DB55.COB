      *            NAO EXISTIR EM IVAN.SETOR. IMPRIME EM  *             00017000
      *            RELREORG O ANTES/DEPOIS DOS DOIS       *             00018000
      *            SETORES.                               *             00019000
      *            CADA META ENCERRADA E CADA FAIXA       *             00019160
      *            REMOVIDA VAO PARA A TRILHA             *             00019320
      *            IVAN.PARMLOG (IMAGEM ANTES/DEPOIS)     *             00019480
      *            PELA SUBROTINA GRAVAPAR, NO MESMO      *             00019640
      *            COMMIT DA REORGANIZACAO.               *             00019800
      *---------------------------------------------------*             00020000
      *  PARAMETRO (SYSIN): SETOR ORIGEM(4) + DESTINO(4). *             00021000
      *---------------------------------------------------*             00022000
      *  IVAN.FAIXAS        I/O            ---------      *             00032000
      *  IVAN.FUNCLOG        O             ---------      *             00033000
      *  IVAN.FUNCHIST       O             ---------      *             00034000
      *  IVAN.PARMLOG        O             #PARLOG        *             00034500
      *===================================================*             00035000
                                                                        00036000
      *====================================================             00037000
                ORDER BY ID                                             00077000
           END-EXEC.                                                    00078000
                                                                        00079000
      *    METAS DO SETOR DE ORIGEM QUE SERAO ENCERRADAS, UMA           00079070
      *    A UMA, PARA A TRILHA TER A IMAGEM DE CADA LINHA.             00079140
           EXEC SQL                                                     00079210
              DECLARE CMETA CURSOR FOR                                  00079280
               SELECT VIGINI                                            00079350
                FROM IVAN.SETORMETA                                     00079420
                WHERE SETOR = :WRK-PARM-ORIGEM                          00079490
                  AND VIGFIM > :WRK-COMPET-ATUAL                        00079560
                ORDER BY VIGINI                                         00079630
           END-EXEC.                                                    00079700
                                                                        00079770
      *    FAIXAS SALARIAIS DO SETOR DE ORIGEM, REMOVIDAS UMA A         00079776
      *    UMA PELO MESMO MOTIVO.                                       00079782
           EXEC SQL                                                     00079788
              DECLARE CFAIXA CURSOR FOR                                 00079794
               SELECT SALMIN                                            00079800
                FROM IVAN.FAIXAS                                        00079806
                WHERE SETOR = :WRK-PARM-ORIGEM                          00079812
                ORDER BY SALMIN                                         00079818
           END-EXEC.                                                    00079824
                                                                        00079830
           COPY '#PARLOG'.                                              00079840
                                                                        00079910
       01 WRK-PARM.                                                     00080000
          05 WRK-PARM-ORIGEM  PIC X(04).                                00081000
          05 WRK-PARM-DESTINO PIC X(04).                                00082000
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE                       00096000
                           PIC 9(08).                                   00097000
       77 WRK-COMPET-ATUAL PIC 9(06)    VALUE ZEROS.                    00098000
       77 WRK-META-VIGINI  PIC 9(06)    VALUE ZEROS.                    00098250
       77 WRK-FIM-META     PIC X(01)    VALUE 'N'.                      00098500
       77 WRK-METAS-ENCERR PIC 9(05)    VALUE ZEROS.                    00098750
       77 WRK-FAIXA-SALMIN PIC 9(08)V9(02) VALUE ZEROS.                 00098810
       77 WRK-FIM-FAIXA    PIC X(01)    VALUE 'N'.                      00098870
       77 WRK-FAIXAS-REMOV PIC 9(05)    VALUE ZEROS.                    00098930
      *----------------------------------------------------             00099000
       01 FILLER PIC X(48) VALUE                                        00100000
           '--------------ANTES E DEPOIS DOS SETORES-----'.             00101000
           END-EXEC.                                                    00269000
                                                                        00270000
      *    METAS DO SETOR EXTINTO ENCERRAM NA COMPETENCIA               00271000
      *    ATUAL; AS FAIXAS SALARIAIS SAEM DO CADASTRO. AS              00271280
      *    DUAS ALTERACOES VAO PARA A TRILHA IVAN.PARMLOG.              00271560
           MOVE 'BATCH'       TO PAR-USUARIO.                           00271840
           MOVE WRK-TERMINAL  TO PAR-TERMINAL.                          00272120
           MOVE 'FR22DB55'    TO PAR-PROGRAMA.                          00272400
                                                                        00272680
           EXEC SQL                                                     00273000
              OPEN CMETA                                                00273380
           END-EXEC.                                                    00273760
           IF SQLCODE NOT EQUAL 0                                       00274140
            MOVE SQLCODE TO WRK-SQLCODE                                 00274520
            DISPLAY 'ERRO' WRK-SQLCODE ' NO OPEN CMETA'                 00274900
            PERFORM 3900-DESFAZER                                       00275280
           END-IF.                                                      00275660
           PERFORM 3150-LER-META.                                       00276040
           PERFORM 3100-ENCERRAR-META                                   00276420
                   UNTIL WRK-FIM-META EQUAL 'S'.                        00276800
           EXEC SQL                                                     00277180
              CLOSE CMETA                                               00277560
           END-EXEC.                                                    00278000
                                                                        00279000
           EXEC SQL                                                     00280000
              OPEN CFAIXA                                               00281500
           END-EXEC.                                                    00283000
           IF SQLCODE NOT EQUAL 0                                       00283080
            MOVE SQLCODE TO WRK-SQLCODE                                 00283160
            DISPLAY 'ERRO' WRK-SQLCODE ' NO OPEN CFAIXA'                00283240
            PERFORM 3900-DESFAZER                                       00283320
           END-IF.                                                      00283400
           PERFORM 3250-LER-FAIXA.                                      00283480
           PERFORM 3200-REMOVER-FAIXA                                   00283560
                   UNTIL WRK-FIM-FAIXA EQUAL 'S'.                       00283640
           EXEC SQL                                                     00283720
              CLOSE CFAIXA                                              00283800
           END-EXEC.                                                    00283880
                                                                        00284000
           EXEC SQL                                                     00285000
              COMMIT                                                    00286000
           DISPLAY 'DESTINO:            ' WRK-PARM-DESTINO.             00327000
           DISPLAY 'FUNCIONARIOS LIDOS: ' WRK-REGLIDOS.                 00328000
           DISPLAY 'FUNCIONARIOS MOVIDOS:' WRK-REGMOVIDOS.              00329000
           DISPLAY 'METAS ENCERRADAS:   ' WRK-METAS-ENCERR.             00329500
           DISPLAY 'FAIXAS REMOVIDAS:   ' WRK-FAIXAS-REMOV.             00329750
      *-----------------------------------------------------            00330000
       3000-99-FIM.                                  EXIT.              00331000
      *-----------------------------------------------------            00331010
                                                                        00331020
      *-----------------------------------------------------            00331030
       3100-ENCERRAR-META                         SECTION.              00331040
      *-----------------------------------------------------            00331050
           MOVE 'SETORMETA'     TO PAR-TABELA.                          00331060
           MOVE SPACES          TO PAR-CHAVE.                           00331070
           MOVE WRK-PARM-ORIGEM TO PAR-CHV-MET-SETOR.                   00331080
           MOVE WRK-META-VIGINI TO PAR-CHV-MET-VIGINI.                  00331090
           PERFORM 3800-LOG-ANTES.                                      00331100
                                                                        00331110
           EXEC SQL                                                     00331120
            UPDATE IVAN.SETORMETA                                       00331130
               SET VIGFIM = :WRK-COMPET-ATUAL                           00331140
             WHERE SETOR  = :WRK-PARM-ORIGEM                            00331150
               AND VIGINI = :WRK-META-VIGINI                            00331160
           END-EXEC.                                                    00331170
           IF SQLCODE NOT EQUAL 0                                       00331180
            MOVE SQLCODE TO WRK-SQLCODE                                 00331190
            DISPLAY 'ERRO' WRK-SQLCODE ' AO ENCERRAR META '             00331200
                    WRK-PARM-ORIGEM ' ' WRK-META-VIGINI                 00331210
            PERFORM 3900-DESFAZER                                       00331220
           END-IF.                                                      00331230
                                                                        00331240
           PERFORM 3810-LOG-GRAVAR.                                     00331250
           ADD 1 TO WRK-METAS-ENCERR.                                   00331260
                                                                        00331270
           PERFORM 3150-LER-META.                                       00331280
      *-----------------------------------------------------            00331290
       3100-99-FIM.                                  EXIT.              00331300
      *-----------------------------------------------------            00331310
                                                                        00331320
      *-----------------------------------------------------            00331330
       3150-LER-META                              SECTION.              00331340
      *-----------------------------------------------------            00331350
           EXEC SQL                                                     00331360
             FETCH CMETA                                                00331370
              INTO :WRK-META-VIGINI                                     00331380
           END-EXEC.                                                    00331390
                                                                        00331400
           EVALUATE SQLCODE                                             00331410
            WHEN 0                                                      00331420
             CONTINUE                                                   00331430
            WHEN 100                                                    00331440
             MOVE 'S' TO WRK-FIM-META                                   00331450
            WHEN OTHER                                                  00331460
             MOVE SQLCODE TO WRK-SQLCODE                                00331470
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CMETA'               00331480
             PERFORM 3900-DESFAZER                                      00331490
           END-EVALUATE.                                                00331500
      *-----------------------------------------------------            00331510
       3150-99-FIM.                                  EXIT.              00331520
      *-----------------------------------------------------            00331521
                                                                        00331522
      *-----------------------------------------------------            00331523
       3200-REMOVER-FAIXA                         SECTION.              00331524
      *-----------------------------------------------------            00331525
           MOVE 'FAIXAS'         TO PAR-TABELA.                         00331526
           MOVE SPACES           TO PAR-CHAVE.                          00331527
           MOVE WRK-PARM-ORIGEM  TO PAR-CHV-FAI-SETOR.                  00331528
           MOVE WRK-FAIXA-SALMIN TO PAR-CHV-FAI-SALMIN.                 00331529
           PERFORM 3800-LOG-ANTES.                                      00331530
                                                                        00331531
           EXEC SQL                                                     00331532
            DELETE FROM IVAN.FAIXAS                                     00331533
             WHERE SETOR  = :WRK-PARM-ORIGEM                            00331534
               AND SALMIN = :WRK-FAIXA-SALMIN                           00331535
           END-EXEC.                                                    00331536
           IF SQLCODE NOT EQUAL 0                                       00331537
            MOVE SQLCODE TO WRK-SQLCODE                                 00331538
            DISPLAY 'ERRO' WRK-SQLCODE ' AO REMOVER FAIXA '             00331539
                    WRK-PARM-ORIGEM ' ' WRK-FAIXA-SALMIN                00331540
            PERFORM 3900-DESFAZER                                       00331541
           END-IF.                                                      00331542
                                                                        00331543
           PERFORM 3810-LOG-GRAVAR.                                     00331544
           ADD 1 TO WRK-FAIXAS-REMOV.                                   00331545
                                                                        00331546
           PERFORM 3250-LER-FAIXA.                                      00331547
      *-----------------------------------------------------            00331548
       3200-99-FIM.                                  EXIT.              00331549
      *-----------------------------------------------------            00331550
                                                                        00331551
      *-----------------------------------------------------            00331552
       3250-LER-FAIXA                             SECTION.              00331553
      *-----------------------------------------------------            00331554
           EXEC SQL                                                     00331555
             FETCH CFAIXA                                               00331556
              INTO :WRK-FAIXA-SALMIN                                    00331557
           END-EXEC.                                                    00331558
                                                                        00331559
           EVALUATE SQLCODE                                             00331560
            WHEN 0                                                      00331561
             CONTINUE                                                   00331562
            WHEN 100                                                    00331563
             MOVE 'S' TO WRK-FIM-FAIXA                                  00331564
            WHEN OTHER                                                  00331565
             MOVE SQLCODE TO WRK-SQLCODE                                00331566
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CFAIXA'              00331567
             PERFORM 3900-DESFAZER                                      00331568
           END-EVALUATE.                                                00331569
      *-----------------------------------------------------            00331570
       3250-99-FIM.                                  EXIT.              00331571
      *-----------------------------------------------------            00331572
                                                                        00331573
      *-----------------------------------------------------            00331574
       3800-LOG-ANTES                             SECTION.              00331575
      *-----------------------------------------------------            00331576
           MOVE 'A' TO PAR-FUNCAO.                                      00331580
           CALL 'GRAVAPAR' USING PAR-DADOS.                             00331590
           IF PAR-ERRO                                                  00331600
            PERFORM 3900-DESFAZER                                       00331610
           END-IF.                                                      00331620
      *-----------------------------------------------------            00331630
       3800-99-FIM.                                  EXIT.              00331640
      *-----------------------------------------------------            00331650
                                                                        00331660
      *-----------------------------------------------------            00331670
       3810-LOG-GRAVAR                            SECTION.              00331680
      *-----------------------------------------------------            00331690
           MOVE 'G' TO PAR-FUNCAO.                                      00331700
           CALL 'GRAVAPAR' USING PAR-DADOS.                             00331710
           IF PAR-ERRO                                                  00331720
            PERFORM 3900-DESFAZER                                       00331730
           END-IF.                                                      00331740
      *-----------------------------------------------------            00331750
       3810-99-FIM.                                  EXIT.              00331760
      *-----------------------------------------------------            00331770
                                                                        00331780
      *-----------------------------------------------------            00331790
       3900-DESFAZER                              SECTION.              00331800
      *-----------------------------------------------------            00331810
      *    SEM TRILHA NAO HA REORGANIZACAO: DESFAZ TUDO,                00331820
      *    INCLUSIVE A MOVIMENTACAO DOS FUNCIONARIOS.                   00331830
           EXEC SQL                                                     00331840
              ROLLBACK                                                  00331850
           END-EXEC.                                                    00331860
           DISPLAY 'REORGANIZACAO DESFEITA - NADA FOI ALTERADO'.        00331870
           MOVE 12 TO RETURN-CODE.                                      00331880
           STOP RUN.                                                    00331890
      *-----------------------------------------------------            00331900
       3900-99-FIM.                                  EXIT.              00331910
      *-----------------------------------------------------            00332000
                                                                        00333000
      *-----------------------------------------------------            00334000
