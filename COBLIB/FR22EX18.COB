      *            EM RELCOMPL COM A CONTA E O TITULAR    *             00016000
      *            (CLIENTES) E HA TOTAIS POR AGENCIA     *             00017000
      *            PARA O OFICIAL DE COMPLIANCE.          *             00018000
      *            CADA OCORRENCIA SAI TAMBEM NO ARQUIVO  *             00018200
      *            ALERTCMP (DATA, CONTA, TIPO E VALOR),  *             00018400
      *            ACUMULADO NO MES PARA O RATING DE      *             00018600
      *            RISCO DO FR22EX25.                     *             00018800
      *---------------------------------------------------*             00019000
      *  PARAMETRO (SYSIN): LIMITE MOVIMENTO(9(08)) +     *             00020000
      *  LIMITE ACUMULADO DIARIO(9(08)) + DATA DO         *             00020660
      *  MOVIMENTO (AAAAMMDD; VAZIA = DATA DO DIA).       *             00021320
      *---------------------------------------------------*             00022000
      *  ARQUIVOS:                                        *             00023000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00024000
      *  MOV0106             I             ---------      *             00025000
      *  CLIENTES            I             ---------      *             00026000
      *  RELCOMPL            O             ---------      *             00027000
      *  ALERTCMP            O             ---------      *             00027500
      *===================================================*             00028000
                                                                        00029000
      *====================================================             00030000
                                                                        00044000
           SELECT RELCOMPL ASSIGN TO RELCOMPL                           00045000
               FILE STATUS IS WRK-FS-RELCOMPL.                          00046000
                                                                        00046250
           SELECT ALERTCMP ASSIGN TO ALERTCMP                           00046500
               FILE STATUS IS WRK-FS-ALERTCMP.                          00046750
                                                                        00047000
      *====================================================             00048000
       DATA                                      DIVISION.              00049000
           BLOCK CONTAINS 0 RECORDS.                                    00079000
      *-----------LRECL 100---------------------------------            00080000
       01 FD-RELCOMPL            PIC X(100).                            00081000
                                                                        00081060
       FD ALERTCMP                                                      00081120
           RECORDING MODE IS F                                          00081180
           BLOCK CONTAINS 0 RECORDS.                                    00081240
      *-----------LRECL 40----------------------------------            00081300
       01 FD-ALERTCMP.                                                  00081360
          05 FD-ALE-DATA            PIC 9(08).                          00081420
          05 FD-ALE-CHAVE           PIC X(08).                          00081480
          05 FD-ALE-TIPO            PIC X(01).                          00081540
             88 FD-ALE-MOVIMENTO              VALUE 'V'.                00081600
             88 FD-ALE-ACUMULADO              VALUE 'A'.                00081660
             88 FD-ALE-FRACIONADO             VALUE 'F'.                00081720
          05 FD-ALE-VALOR           PIC 9(10).                          00081780
          05 FILLER                 PIC X(13).                          00081840
      *-----------------------------------------------------            00082000
       WORKING-STORAGE                           SECTION.               00083000
      *-----------------------------------------------------            00084000
       77 WRK-FS-MOV0106       PIC 9(02).                               00090000
       77 WRK-FS-CLIENTES      PIC 9(02).                               00091000
       77 WRK-FS-RELCOMPL      PIC 9(02).                               00092000
       77 WRK-FS-ALERTCMP      PIC 9(02).                               00092500
      *-----------------------------------------------------            00093000
       01 FILLER PIC X(48) VALUE                                        00094000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00095000
       01 WRK-PARM.                                                     00097000
          05 WRK-PARM-LIMITE1 PIC 9(08).                                00098000
          05 WRK-PARM-LIMITE2 PIC 9(08).                                00099000
          05 WRK-PARM-DATAREF PIC 9(08).                                00099500
       77 WRK-LIMITE-80       PIC 9(08) VALUE ZEROS.                    00100000
      *-----------------------------------------------------            00101000
       01 FILLER PIC X(48) VALUE                                        00102000
       77 WRK-NOME-TITULAR    PIC X(30) VALUE SPACES.                   00106000
       77 WRK-CTA-TOTAL       PIC 9(10) VALUE ZEROS.                    00107000
       77 WRK-CTA-QTDE80      PIC 9(03) VALUE ZEROS.                    00108000
       77 WRK-ALE-TIPO        PIC X(01) VALUE SPACES.                   00108330
       77 WRK-ALE-VALOR       PIC 9(10) VALUE ZEROS.                    00108660
      *-----------------------------------------------------            00109000
       01 FILLER PIC X(48) VALUE                                        00110000
            '-------ACUMULADORES POR AGENCIA--------------'.            00111000
              OR WRK-PARM-LIMITE2 EQUAL ZEROS                           00163000
            MOVE 00200000 TO WRK-PARM-LIMITE2                           00164000
           END-IF.                                                      00165000
           IF WRK-PARM-DATAREF NOT NUMERIC                              00165200
              OR WRK-PARM-DATAREF EQUAL ZEROS                           00165400
            ACCEPT WRK-PARM-DATAREF FROM DATE YYYYMMDD                  00165600
           END-IF.                                                      00165800
           COMPUTE WRK-LIMITE-80 ROUNDED =                              00166000
                   WRK-PARM-LIMITE1 * 0,8.                              00167000
                                                                        00168000
           OPEN INPUT MOV0106 CLIENTES                                  00169000
                OUTPUT RELCOMPL ALERTCMP.                               00170000
             PERFORM 4000-TESTAR-STATUS.                                00171000
                                                                        00172000
           WRITE FD-RELCOMPL FROM WRK-REL-CABEC.                        00173000
           MOVE 'MOVIMENTO ACIMA DO LIMITE'                             00230000
             TO WRK-REL-MOTIVO.                                         00231000
           WRITE FD-RELCOMPL FROM WRK-REL-LINHA.                        00232000
           MOVE 'V'                  TO WRK-ALE-TIPO.                   00232250
           MOVE FD-MOV0106-VALORMOV  TO WRK-ALE-VALOR.                  00232500
           PERFORM 2700-GRAVAR-ALERTA.                                  00232750
      *-----------------------------------------------------            00233000
       2100-99-FIM.                                  EXIT.              00234000
      *-----------------------------------------------------            00235000
            MOVE 'ACUMULADO DIARIO ACIMA LIMITE'                        00275000
              TO WRK-REL-MOTIVO                                         00276000
            WRITE FD-RELCOMPL FROM WRK-REL-LINHA                        00277000
            MOVE 'A'              TO WRK-ALE-TIPO                       00277250
            MOVE WRK-CTA-TOTAL    TO WRK-ALE-VALOR                      00277500
            PERFORM 2700-GRAVAR-ALERTA                                  00277750
           END-IF.                                                      00278000
                                                                        00279000
           IF WRK-CTA-QTDE80 NOT LESS 3                                 00280000
            MOVE 'POSSIVEL FRACIONAMENTO'                               00286000
              TO WRK-REL-MOTIVO                                         00287000
            WRITE FD-RELCOMPL FROM WRK-REL-LINHA                        00288000
            MOVE 'F'              TO WRK-ALE-TIPO                       00288250
            MOVE WRK-CTA-TOTAL    TO WRK-ALE-VALOR                      00288500
            PERFORM 2700-GRAVAR-ALERTA                                  00288750
           END-IF.                                                      00289000
                                                                        00290000
           MOVE ZEROS TO WRK-CTA-TOTAL.                                 00291000
      *-----------------------------------------------------            00307000
                                                                        00308000
      *-----------------------------------------------------            00309000
       2700-GRAVAR-ALERTA                         SECTION.              00309060
      *-----------------------------------------------------            00309120
      *    COPIA EM ARQUIVO DE CADA OCORRENCIA DO RELCOMPL,             00309180
      *    ACUMULADA NO MES PARA O RATING DE RISCO (FR22EX25).          00309240
           MOVE SPACES           TO FD-ALERTCMP.                        00309300
           MOVE WRK-PARM-DATAREF TO FD-ALE-DATA.                        00309360
           MOVE WRK-CHAVE-ANT    TO FD-ALE-CHAVE.                       00309420
           MOVE WRK-ALE-TIPO     TO FD-ALE-TIPO.                        00309480
           MOVE WRK-ALE-VALOR    TO FD-ALE-VALOR.                       00309540
           WRITE FD-ALERTCMP.                                           00309600
      *-----------------------------------------------------            00309660
       2700-99-FIM.                                  EXIT.              00309720
      *-----------------------------------------------------            00309780
                                                                        00309840
      *-----------------------------------------------------            00309900
       3000-FINALIZAR                             SECTION.              00310000
      *-----------------------------------------------------            00311000
           IF WRK-CHAVE-ANT NOT EQUAL LOW-VALUES                        00312000
            PERFORM 2600-FECHAR-AGENCIA                                 00314000
           END-IF.                                                      00315000
                                                                        00316000
           CLOSE MOV0106 CLIENTES RELCOMPL ALERTCMP.                    00317000
                                                                        00318000
           DISPLAY ' '.                                                 00319000
           DISPLAY 'MOVIMENTOS LIDOS:   ' WRK-REGLIDOS.                 00320000
            MOVE WRK-FS-RELCOMPL         TO WRK-STATUS                  00348000
            PERFORM 9000-TRATAERROS                                     00349000
           END-IF.                                                      00350000
           IF WRK-FS-ALERTCMP NOT EQUAL 00                              00350120
            MOVE 'FR22EX18'              TO WRK-PROGRAMA                00350240
            MOVE 'ERRO NO OPEN ALERTCMP' TO WRK-MENSAGEM                00350360
            MOVE '1000'                  TO WRK-SECAO                   00350480
            MOVE WRK-FS-ALERTCMP         TO WRK-STATUS                  00350600
            PERFORM 9000-TRATAERROS                                     00350720
           END-IF.                                                      00350840
      *-----------------------------------------------------            00351000
       4000-99-FIM.                                  EXIT.              00352000
      *-----------------------------------------------------            00353000
