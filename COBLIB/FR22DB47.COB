      *            PARA A SEGUNDA TENTATIVA FICAR         *             00017000
      *            DISTINTA DA PRIMEIRA NO RETORNO DO     *             00018000
      *            FR22DB15. SEM CONTA CONTINUA 'R' E SAI *             00019000
      *            EM REJREM2. COM A EMPRESA NO PARAMETRO *             00019330
      *            SO ENTRAM OS FUNCIONARIOS DELA E O     *             00019660
      *            HEADER LEVA O CODIGO, A RAZAO E O CNPJ *             00019990
      *            DE IVAN.EMPRESA (UMA RE-REMESSA POR    *             00020320
      *            EMPRESA, COMO NO FR22EX05).            *             00020650
      *---------------------------------------------------*             00021000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00022000
      *  POSICOES 7-8: EMPRESA X(02) DO LOTE. EM BRANCO   *             00022330
      *  GERA A RE-REMESSA UNICA DO GRUPO.                *             00022660
      *---------------------------------------------------*             00023000
      *  ARQUIVOS:                                        *             00024000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00025000
      *  TABELA             I/O           INCLUDE/BOOK    *             00031000
      *  IVAN.PAGTO         I/O            ---------      *             00032000
      *  IVAN.FUNC           I               #BKFUNC      *             00033000
      *  IVAN.EMPRESA        I             ---------      *             00033500
      *  IVAN.FERIADO        I              #DIAUTIL      *             00034000
      *===================================================*             00035000
                                                                        00036000
                WHERE P.IDFUNC = F.ID                                   00099000
                  AND P.COMPETENCIA = :WRK-PARM-COMPET                  00100000
                  AND P.STATUS = 'R'                                    00101000
                  AND (:WRK-PARM-EMPRESA = '  ' OR                      00101330
                       F.EMPRESA = :WRK-PARM-EMPRESA)                   00101660
                ORDER BY P.IDFUNC                                       00102000
           END-EXEC.                                                    00103000
                                                                        00104000
                                                                        00109000
       01 WRK-PARM.                                                     00110000
          05 WRK-PARM-COMPET PIC 9(06)  VALUE ZEROS.                    00111000
          05 WRK-PARM-EMPRESA PIC X(02) VALUE SPACES.                   00111500
      *----------------------------------------------------             00112000
       01 FILLER PIC X(48) VALUE                                        00113000
           '--------------VARIAVEIS PARA APOIO-----------'.             00114000
       77 WRK-FS-REJREM2   PIC 9(02).                                   00119000
       77 WRK-PAG-ID       PIC X(05)    VALUE SPACES.                   00120000
       77 WRK-DATA-ATUAL   PIC 9(08)    VALUE ZEROS.                    00121000
       77 WRK-EMP-CNPJ     PIC X(14)    VALUE SPACES.                   00121330
       77 WRK-EMP-RAZAO    PIC X(40)    VALUE SPACES.                   00121660
      *-----------------------------------------------------            00122000
       01 FILLER PIC X(48) VALUE                                        00123000
            '-------REGISTROS DO ARQUIVO DE REMESSA-------'.            00124000
          05 WRK-HDR-EMPRESA    PIC X(20) VALUE 'FOURSYS'.              00129000
          05 WRK-HDR-CONVENIO   PIC X(10) VALUE 'REENVIO22'.            00130000
          05 WRK-HDR-DATAPAGTO  PIC 9(08).                              00131000
          05 WRK-HDR-CODEMP     PIC X(02) VALUE SPACES.                 00131500
          05 WRK-HDR-CNPJ       PIC X(14) VALUE SPACES.                 00132000
          05 FILLER             PIC X(17) VALUE SPACES.                 00132500
                                                                        00133000
       01 WRK-REM-DETALHE.                                              00134000
          05 WRK-DET-TIPO       PIC X(01) VALUE '1'.                    00135000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00187000
            STOP RUN                                                    00188000
           END-IF.                                                      00189000
           IF WRK-PARM-EMPRESA EQUAL LOW-VALUES                         00189100
            MOVE SPACES TO WRK-PARM-EMPRESA                             00189200
           END-IF.                                                      00189300
           MOVE WRK-PARM-EMPRESA TO WRK-HDR-CODEMP.                     00189400
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00189500
            PERFORM 1050-BUSCAR-EMPRESA                                 00189600
            MOVE WRK-EMP-RAZAO TO WRK-HDR-EMPRESA                       00189700
            MOVE WRK-EMP-CNPJ  TO WRK-HDR-CNPJ                          00189800
           END-IF.                                                      00189900
                                                                        00190000
           OPEN INPUT CONTBANC                                          00191000
                OUTPUT REMESSA2 REJREM2.                                00192000
           END-EVALUATE.                                                00232000
      *-----------------------------------------------------            00233000
       1000-99-FIM.                                  EXIT.              00234000
      *-----------------------------------------------------            00234040
                                                                        00234080
      *-----------------------------------------------------            00234120
       1050-BUSCAR-EMPRESA                        SECTION.              00234160
      *-----------------------------------------------------            00234200
      *    O LOTE SAI NO CNPJ DA EMPRESA PAGADORA: EMPRESA              00234240
      *    SEM CADASTRO NAO GERA REMESSA.                               00234280
           EXEC SQL                                                     00234320
            SELECT CNPJ,RAZAO                                           00234360
             INTO :WRK-EMP-CNPJ,:WRK-EMP-RAZAO                          00234400
             FROM IVAN.EMPRESA                                          00234440
             WHERE CODEMP = :WRK-PARM-EMPRESA                           00234480
           END-EXEC.                                                    00234520
                                                                        00234560
           IF SQLCODE NOT EQUAL 0                                       00234600
            MOVE SQLCODE TO WRK-SQLCODE                                 00234640
            DISPLAY 'EMPRESA ' WRK-PARM-EMPRESA                         00234680
                    ' SEM CADASTRO EM IVAN.EMPRESA - SQLCODE '          00234720
                    WRK-SQLCODE ' - EXECUCAO ABORTADA'                  00234760
            STOP RUN                                                    00234800
           END-IF.                                                      00234840
      *-----------------------------------------------------            00234880
       1050-99-FIM.                                  EXIT.              00234920
      *-----------------------------------------------------            00235000
                                                                        00236000
      *-----------------------------------------------------            00237000
                                                                        00319000
           DISPLAY ' '.                                                 00320000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00321000
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00321200
            DISPLAY 'EMPRESA DO LOTE:      ' WRK-PARM-EMPRESA           00321400
                    ' CNPJ ' WRK-EMP-CNPJ                               00321600
           END-IF.                                                      00321800
           DISPLAY 'REJEITADOS LIDOS:     ' WRK-REGLIDOS.               00322000
           DISPLAY 'REENVIADOS (2A VIA):  ' WRK-REGREENVIADOS.          00323000
           DISPLAY 'AINDA SEM CONTA:      ' WRK-REGPENDENTES.           00324000
             DISPLAY 'FINAL DA TABELA'                                  00347000
            WHEN OTHER                                                  00348000
             MOVE SQLCODE TO WRK-SQLCODE                                00349000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CREJ'                00349280
             EXEC SQL                                                   00349560
               ROLLBACK                                                 00349840
             END-EXEC                                                   00350120
             MOVE 12 TO RETURN-CODE                                     00350400
             STOP RUN                                                   00350680
           END-EVALUATE.                                                00351000
      *-----------------------------------------------------            00352000
       4000-99-FIM.                                  EXIT.              00353000
