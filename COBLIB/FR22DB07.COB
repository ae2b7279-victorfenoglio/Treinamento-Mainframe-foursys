      *            DE ESTATISTICAS (LIDOS, CASADOS,       *             00016000
      *            ORFAOS, TEMPO DECORRIDO) MOSTRA A      *             00017000
      *            FOLGA DA JANELA BATCH.                 *             00018000
      *            NO FIM SAI O RESUMO PELA HIERARQUIA DE *             00018120
      *            SETORES (SETORPAI, SUBROTINA SETUTIL): *             00018240
      *            QTDE, MASSA E MEDIA SOMADAS EM CADA    *             00018360
      *            NIVEL, RECUADAS, ATE O NIVEL PEDIDO.   *             00018480
      *---------------------------------------------------*             00018600
      *  PARAMETRO (SYSIN): NIVEL MAXIMO DO RESUMO (99,   *             00018720
      *  OPCIONAL, ZEROS = TODOS OS NIVEIS).              *             00018840
      *---------------------------------------------------*             00019000
      *  BASE  DE DADOS:                                  *             00020000
      *  TABELA             I/O           INCLUDE/BOOK    *             00021000
      *  IVAN.FUNC           I               #BKFUNC      *             00022000
      *  IVAN.SETOR          I               #BKSETOR     *             00023000
      *  (ARVORE VIA SUBROTINA SETUTIL)      #SETUTIL     *             00023500
      *---------------------------------------------------*             00024000
      *  ARQUIVOS:                                         *            00025000
      *  DDNAME             I/O           INCLUDE/BOOK     *            00026000
                ORDER BY IDSETOR                                        00080000
           END-EXEC.                                                    00081000
                                                                        00082000
           EXEC SQL                                                     00082110
              DECLARE CARVORE CURSOR FOR                                00082220
               SELECT IDSETOR,COALESCE(SETORPAI,' '),DESCSETOR          00082330
                FROM IVAN.SETOR                                         00082440
           END-EXEC.                                                    00082550
                                                                        00082660
           COPY '#SETUTIL'.                                             00082770
                                                                        00082880
       01 WRK-REG.                                                      00083000
          05 WRK-ID        PIC 99999.                                   00084000
          05 WRK-NOME      PIC X(30).                                   00085000
       77 WRK-DESC-CORR   PIC X(40) VALUE SPACES.                       00101000
       77 WRK-IDSETOR-DB2 PIC X(04).                                    00102000
       77 WRK-DESCSET-DB2 PIC X(40).                                    00103000
       77 WRK-SETORPAI-DB2 PIC X(04).                                   00103160
       77 WRK-FIM-ARVORE  PIC X(01) VALUE 'N'.                          00103320
                                                                        00103480
       01 WRK-PARM.                                                     00103640
          05 WRK-PARM-NIVEL PIC 9(02) VALUE ZEROS.                      00103800
      *----------------------------------------------------             00104000
       01 FILLER PIC X(48) VALUE                                        00105000
           '--------------RESUMO DO SETOR CORRENTE-------'.             00106000
       77 WRK-SETQ-SALACUM PIC 9(10)V99 VALUE ZEROS.                    00109000
       77 WRK-SETQ-MEDIA   PIC 9(08)V99 VALUE ZEROS.                    00110000
       77 WRK-SETOR-IMPR   PIC X(04)    VALUE LOW-VALUES.               00111000
      *----------------------------------------------------             00111120
       01 FILLER PIC X(48) VALUE                                        00111240
           '--------------RESUMO PELA HIERARQUIA---------'.             00111360
      *----------------------------------------------------             00111480
       77 WRK-HIE-QTDE     PIC 9(05)    VALUE ZEROS.                    00111600
       77 WRK-HIE-MASSA    PIC 9(12)V99 VALUE ZEROS.                    00111720
       77 WRK-HIE-MEDIA    PIC 9(08)V99 VALUE ZEROS.                    00111840
      *----------------------------------------------------             00112000
       01 FILLER PIC X(48) VALUE                                        00113000
           '--------------ESTATISTICAS DA EXECUCAO-------'.             00114000
      *-----------------------------------------------------            00148000
           ACCEPT WRK-HORA-INI FROM TIME.                               00149000
                                                                        00150000
           ACCEPT WRK-PARM FROM SYSIN.                                  00150160
           IF WRK-PARM-NIVEL NOT NUMERIC                                00150320
            MOVE ZEROS TO WRK-PARM-NIVEL                                00150480
           END-IF.                                                      00150640
                                                                        00150800
           OPEN OUTPUT RELJOIN.                                         00151000
           IF WRK-FS-RELJOIN NOT EQUAL 0                                00152000
            DISPLAY 'ERRO NA ABERTURA DO RELJOIN'                       00153000
            STOP RUN                                                    00172000
           END-IF.                                                      00173000
                                                                        00174000
           PERFORM 1100-CARREGAR-ARVORE.                                00174330
                                                                        00174660
           PERFORM 4000-LER-FUNCIONARIO.                                00175000
           PERFORM 4100-LER-SETOR.                                      00176000
      *-----------------------------------------------------            00177000
       1000-99-FIM.                                  EXIT.              00178000
      *-----------------------------------------------------            00178030
                                                                        00178060
      *-----------------------------------------------------            00178090
       1100-CARREGAR-ARVORE                       SECTION.              00178120
      *-----------------------------------------------------            00178150
      *    A ARVORE PRECISA ESTAR COMPLETA ANTES DO PRIMEIRO            00178180
      *    FECHAMENTO DE SETOR, POR ISSO E CARREGADA A PARTE            00178210
      *    DO BALANCE LINE.                                             00178240
           MOVE 'I' TO STU-FUNCAO.                                      00178270
           CALL 'SETUTIL' USING STU-DADOS.                              00178300
                                                                        00178330
           EXEC SQL                                                     00178360
              OPEN CARVORE                                              00178390
           END-EXEC.                                                    00178420
           IF SQLCODE NOT EQUAL 0                                       00178450
            MOVE SQLCODE TO WRK-SQLCODE                                 00178480
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CARVORE'                00178510
            STOP RUN                                                    00178540
           END-IF.                                                      00178570
                                                                        00178600
           PERFORM 4200-LER-ARVORE UNTIL WRK-FIM-ARVORE EQUAL 'S'.      00178630
                                                                        00178660
           EXEC SQL                                                     00178690
              CLOSE CARVORE                                             00178720
           END-EXEC.                                                    00178750
                                                                        00178780
           MOVE 'M' TO STU-FUNCAO.                                      00178810
           CALL 'SETUTIL' USING STU-DADOS.                              00178840
      *-----------------------------------------------------            00178870
       1100-99-FIM.                                  EXIT.              00178900
      *-----------------------------------------------------            00179000
                                                                        00180000
      *-----------------------------------------------------            00181000
            DISPLAY 'SETOR: ' WRK-SETOR-IMPR                            00238000
                    ' QTDE: ' WRK-SETQ-QTDE                             00239000
                    ' MEDIA SALARIAL: ' WRK-SETQ-MEDIA                  00240000
            MOVE 'A'              TO STU-FUNCAO                         00240140
            MOVE WRK-SETOR-IMPR   TO STU-SETOR                          00240280
            MOVE ZEROS            TO STU-VALORES                        00240420
            MOVE WRK-SETQ-QTDE    TO STU-VALOR (1)                      00240560
            MOVE WRK-SETQ-SALACUM TO STU-VALOR (2)                      00240700
            CALL 'SETUTIL' USING STU-DADOS                              00240840
           END-IF.                                                      00241000
           MOVE ZEROS TO WRK-SETQ-QTDE.                                 00242000
           MOVE ZEROS TO WRK-SETQ-SALACUM.                              00243000
           DISPLAY 'SOMA DOS SALARIOS:  ' WRK-SALACUM.                  00287000
           DISPLAY 'MEDIA DOS SALARIOS: ' WRK-MEDIA.                    00288000
           DISPLAY 'TEMPO DECORRIDO (SEG): ' WRK-SEG-DECORR.            00289000
                                                                        00289330
           PERFORM 3100-RESUMO-HIERARQUIA.                              00289660
      *-----------------------------------------------------            00290000
       3000-99-FIM.                                  EXIT.              00291000
      *-----------------------------------------------------            00291020
                                                                        00291040
      *-----------------------------------------------------            00291060
       3100-RESUMO-HIERARQUIA                     SECTION.              00291080
      *-----------------------------------------------------            00291100
           DISPLAY ' '.                                                 00291120
           DISPLAY '-------RESUMO PELA HIERARQUIA DE SETORES-------'.   00291140
           IF STU-QTDE-ORFAOS GREATER ZEROS                             00291160
              OR STU-QTDE-CICLOS GREATER ZEROS                          00291180
            DISPLAY 'SETORPAI INEXISTENTE: ' STU-QTDE-ORFAOS            00291200
                    ' CICLOS: ' STU-QTDE-CICLOS                         00291220
           END-IF.                                                      00291240
                                                                        00291260
           MOVE 'L'            TO STU-FUNCAO.                           00291280
           MOVE ZEROS          TO STU-POSICAO.                          00291300
           MOVE WRK-PARM-NIVEL TO STU-NIVEL-MAX.                        00291320
           CALL 'SETUTIL' USING STU-DADOS.                              00291340
           PERFORM 3110-IMPRIMIR-NIVEL UNTIL STU-RETORNO NOT EQUAL '0'. 00291360
      *-----------------------------------------------------            00291380
       3100-99-FIM.                                  EXIT.              00291400
      *-----------------------------------------------------            00291420
                                                                        00291440
      *-----------------------------------------------------            00291460
       3110-IMPRIMIR-NIVEL                        SECTION.              00291480
      *-----------------------------------------------------            00291500
           MOVE STU-VALOR (1) TO WRK-HIE-QTDE.                          00291520
           MOVE STU-VALOR (2) TO WRK-HIE-MASSA.                         00291540
           MOVE ZEROS TO WRK-HIE-MEDIA.                                 00291560
           IF WRK-HIE-QTDE GREATER ZEROS                                00291580
            COMPUTE WRK-HIE-MEDIA ROUNDED =                             00291600
                    WRK-HIE-MASSA / WRK-HIE-QTDE                        00291620
           END-IF.                                                      00291640
           DISPLAY STU-ROTULO (1:30)                                    00291660
                   ' QTDE: '  WRK-HIE-QTDE                              00291680
                   ' MASSA: ' WRK-HIE-MASSA                             00291700
                   ' MEDIA: ' WRK-HIE-MEDIA.                            00291720
                                                                        00291740
           CALL 'SETUTIL' USING STU-DADOS.                              00291760
      *-----------------------------------------------------            00291780
       3110-99-FIM.                                  EXIT.              00291800
      *-----------------------------------------------------            00292000
                                                                        00293000
      *-----------------------------------------------------            00294000
      *-----------------------------------------------------            00344000
       4100-99-FIM.                                  EXIT.              00345000
      *-----------------------------------------------------            00346000
                                                                        00347000
      *-----------------------------------------------------            00348000
       4200-LER-ARVORE                            SECTION.              00349000
      *-----------------------------------------------------            00350000
           EXEC SQL                                                     00351000
             FETCH CARVORE                                              00352000
              INTO :WRK-IDSETOR-DB2,                                    00353000
                   :WRK-SETORPAI-DB2,                                   00354000
                   :WRK-DESCSET-DB2                                     00355000
           END-EXEC.                                                    00356000
                                                                        00357000
           EVALUATE SQLCODE                                             00358000
            WHEN 0                                                      00359000
             MOVE 'N'              TO STU-FUNCAO                        00360000
             MOVE WRK-IDSETOR-DB2  TO STU-SETOR                         00361000
             MOVE WRK-SETORPAI-DB2 TO STU-SETORPAI                      00362000
             MOVE WRK-DESCSET-DB2  TO STU-DESC                          00363000
             CALL 'SETUTIL' USING STU-DADOS                             00364000
            WHEN 100                                                    00365000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00366000
            WHEN OTHER                                                  00367000
             MOVE SQLCODE TO WRK-SQLCODE                                00368000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00369000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00370000
           END-EVALUATE.                                                00371000
      *-----------------------------------------------------            00372000
       4200-99-FIM.                                  EXIT.              00373000
      *-----------------------------------------------------            00374000
