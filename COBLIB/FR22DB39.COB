      *            QUE O RETORNO DO ORGAO (FR22DB53)      *             00020000
      *            LIQUIDA; REJEITADOS SAO REGERADOS PELO *             00021000
      *            FR22DB54.                              *             00022000
      *            CADA EVENTO LEVA A EMPRESA EMPREGADORA *             00022250
      *            (DO SETOR DO EVENTO) E OS TOTAIS DE    *             00022500
      *            CONTROLE SAEM TAMBEM POR EMPRESA.      *             00022750
      *---------------------------------------------------*             00023000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00024000
      *---------------------------------------------------*             00025000
      *  TABELA             I/O           INCLUDE/BOOK    *             00032000
      *  IVAN.FUNCLOG        I             --------       *             00033000
      *  IVAN.FUNCHIST       I             --------       *             00034000
      *  IVAN.FUNC           I             --------       *             00034330
      *  IVAN.SETOR          I             --------       *             00034660
      *  IVAN.ESOCPROT      I/O            --------       *             00035000
      *===================================================*             00036000
                                                                        00037000
          05 FD-ESO-SETOR     PIC X(04).                                00068000
          05 FD-ESO-SALARIO   PIC 9(10).                                00069000
          05 FD-ESO-DATA      PIC X(10).                                00070000
          05 FD-ESO-EMPRESA   PIC X(02).                                00070660
          05 FILLER           PIC X(09).                                00071320
                                                                        00072000
       FD REJESOC                                                       00073000
           RECORDING MODE IS F                                          00074000
           EXEC SQL                                                     00087000
              DECLARE CLOG CURSOR FOR                                   00088000
               SELECT ID, OPERACAO, NOME, SETOR, SALARIO,               00089000
                      SUBSTR(CHAR(DATAHORA),1,10),                      00089500
                      COALESCE((SELECT S.EMPRESA                        00090000
                                 FROM IVAN.SETOR S                      00090500
                                WHERE S.IDSETOR = L.SETOR),' ')         00091000
                FROM IVAN.FUNCLOG L                                     00091500
                WHERE OPERACAO IN ('I','D')                             00092000
                  AND SUBSTR(CHAR(DATAHORA),1,7)                        00093000
                      = :WRK-MES-COMP                                   00094000
              DECLARE CHIST CURSOR FOR                                  00099000
               SELECT H.ID, F.NOME, F.SETOR,                            00100000
                      H.SALARIO_DEPOIS,                                 00101000
                      SUBSTR(CHAR(H.DATAHORA),1,10),                    00101660
                      COALESCE(F.EMPRESA,' ')                           00102320
                FROM IVAN.FUNCHIST H, IVAN.FUNC F                       00103000
                WHERE H.ID = F.ID                                       00104000
                  AND H.SALARIO_ANTES <> H.SALARIO_DEPOIS               00105000
       77 WRK-SETOR-DB2    PIC X(04).                                   00114000
       77 WRK-SALARIO-DB2  PIC 9(08)V9(02).                             00115000
       77 WRK-DATA-DB2     PIC X(10).                                   00116000
       77 WRK-EMPRESA-DB2  PIC X(02).                                   00116500
                                                                        00117000
       01 WRK-PARM.                                                     00118000
          05 WRK-PARM-COMPET.                                           00119000
       77 WRK-QTDE-S206    PIC 9(05)    VALUE ZEROS.                    00139000
       77 WRK-QTDE-REJ     PIC 9(05)    VALUE ZEROS.                    00140000
       77 WRK-ID-PROT      PIC 9(05)    VALUE ZEROS.                    00141000
      *----------------------------------------------------             00141060
       01 FILLER PIC X(48) VALUE                                        00141120
           '--------------TOTAIS POR EMPRESA-------------'.             00141180
      *----------------------------------------------------             00141240
       77 WRK-EMP-COUNT    PIC 9(02)    VALUE ZEROS.                    00141300
       77 WRK-EMP-IDX      PIC 9(02)    VALUE ZEROS.                    00141360
       77 WRK-EMP-ACHOU    PIC X(01)    VALUE 'N'.                      00141420
       01 WRK-EMP-TAB.                                                  00141480
          05 WRK-EMP-ITEM OCCURS 20 TIMES.                              00141540
             10 WRK-EMP-COD      PIC X(02).                             00141600
             10 WRK-EMP-S200     PIC 9(05).                             00141660
             10 WRK-EMP-S299     PIC 9(05).                             00141720
             10 WRK-EMP-S206     PIC 9(05).                             00141780
             10 WRK-EMP-REJ      PIC 9(05).                             00141840
      *====================================================             00142000
       PROCEDURE                                 DIVISION.              00143000
      *====================================================             00144000
           MOVE WRK-SETOR-DB2   TO FD-ESO-SETOR.                        00251000
           MOVE WRK-SALARIO-DB2 TO FD-ESO-SALARIO.                      00252000
           MOVE WRK-DATA-DB2    TO FD-ESO-DATA.                         00253000
           MOVE WRK-EMPRESA-DB2 TO FD-ESO-EMPRESA.                      00253330
           PERFORM 2920-ACHAR-EMPRESA.                                  00253660
                                                                        00254000
           IF WRK-NOME-DB2 EQUAL SPACES                                 00255000
              OR WRK-SETOR-DB2 EQUAL SPACES                             00256000
              OR WRK-ID-DB2 EQUAL ZEROS                                 00257000
            ADD 1 TO WRK-QTDE-REJ                                       00258000
            ADD 1 TO WRK-EMP-REJ (WRK-EMP-IDX)                          00258500
            MOVE FD-ESOCIAL TO FD-REJ-REGISTRO                          00259000
            MOVE 'DADO OBRIGATORIO FALTANTE' TO FD-REJ-MOTIVO           00260000
            WRITE FD-REJESOC                                            00261000
            EVALUATE FD-ESO-EVENTO                                      00265000
             WHEN 'S200'                                                00266000
              ADD 1 TO WRK-QTDE-S200                                    00267000
              ADD 1 TO WRK-EMP-S200 (WRK-EMP-IDX)                       00267500
             WHEN 'S299'                                                00268000
              ADD 1 TO WRK-QTDE-S299                                    00269000
              ADD 1 TO WRK-EMP-S299 (WRK-EMP-IDX)                       00269500
             WHEN OTHER                                                 00270000
              ADD 1 TO WRK-QTDE-S206                                    00271000
              ADD 1 TO WRK-EMP-S206 (WRK-EMP-IDX)                       00271500
            END-EVALUATE                                                00272000
           END-IF.                                                      00273000
      *-----------------------------------------------------            00274000
       2900-99-FIM.                                  EXIT.              00275000
      *-----------------------------------------------------            00275020
                                                                        00275040
      *-----------------------------------------------------            00275060
       2920-ACHAR-EMPRESA                         SECTION.              00275080
      *-----------------------------------------------------            00275100
      *    POSICIONA WRK-EMP-IDX NA LINHA DA EMPRESA DO                 00275120
      *    EVENTO; EMPRESA ALEM DA 20A SOMA NA ULTIMA LINHA.            00275140
           MOVE 'N' TO WRK-EMP-ACHOU.                                   00275160
           MOVE 1   TO WRK-EMP-IDX.                                     00275180
           PERFORM 2925-PROCURAR-EMPRESA                                00275200
                   UNTIL WRK-EMP-IDX GREATER WRK-EMP-COUNT              00275220
                      OR WRK-EMP-ACHOU EQUAL 'S'.                       00275240
                                                                        00275260
           IF WRK-EMP-ACHOU EQUAL 'N'                                   00275280
            IF WRK-EMP-COUNT LESS 20                                    00275300
             ADD 1 TO WRK-EMP-COUNT                                     00275320
             MOVE WRK-EMP-COUNT   TO WRK-EMP-IDX                        00275340
             MOVE WRK-EMPRESA-DB2 TO WRK-EMP-COD (WRK-EMP-IDX)          00275360
             MOVE ZEROS TO WRK-EMP-S200 (WRK-EMP-IDX)                   00275380
                           WRK-EMP-S299 (WRK-EMP-IDX)                   00275400
                           WRK-EMP-S206 (WRK-EMP-IDX)                   00275420
                           WRK-EMP-REJ (WRK-EMP-IDX)                    00275440
            ELSE                                                        00275460
             MOVE 20 TO WRK-EMP-IDX                                     00275480
             DISPLAY 'TABELA DE EMPRESAS CHEIA - EMPRESA '              00275500
                     WRK-EMPRESA-DB2 ' SOMADA NA LINHA '                00275520
                     WRK-EMP-COD (WRK-EMP-IDX)                          00275540
            END-IF                                                      00275560
           END-IF.                                                      00275580
      *-----------------------------------------------------            00275600
       2920-99-FIM.                                  EXIT.              00275620
      *-----------------------------------------------------            00275640
                                                                        00275660
      *-----------------------------------------------------            00275680
       2925-PROCURAR-EMPRESA                      SECTION.              00275700
      *-----------------------------------------------------            00275720
           IF WRK-EMP-COD (WRK-EMP-IDX) EQUAL WRK-EMPRESA-DB2           00275740
            MOVE 'S' TO WRK-EMP-ACHOU                                   00275760
           ELSE                                                         00275780
            ADD 1 TO WRK-EMP-IDX                                        00275800
           END-IF.                                                      00275820
      *-----------------------------------------------------            00275840
       2925-99-FIM.                                  EXIT.              00275860
      *-----------------------------------------------------            00276000
                                                                        00277000
      *-----------------------------------------------------            00278000
           DISPLAY 'DESLIGAMENTOS (S299):  ' WRK-QTDE-S299.             00330000
           DISPLAY 'ALT. SALARIAIS (S206): ' WRK-QTDE-S206.             00331000
           DISPLAY 'EVENTOS REJEITADOS:    ' WRK-QTDE-REJ.              00332000
           MOVE 1 TO WRK-EMP-IDX.                                       00332250
           PERFORM 3100-TOTAIS-EMPRESA                                  00332500
                   UNTIL WRK-EMP-IDX GREATER WRK-EMP-COUNT.             00332750
      *-----------------------------------------------------            00333000
       3000-99-FIM.                                  EXIT.              00334000
      *-----------------------------------------------------            00334070
                                                                        00334140
      *-----------------------------------------------------            00334210
       3100-TOTAIS-EMPRESA                        SECTION.              00334280
      *-----------------------------------------------------            00334350
           DISPLAY 'EMPRESA ' WRK-EMP-COD (WRK-EMP-IDX)                 00334420
                   ' S200: ' WRK-EMP-S200 (WRK-EMP-IDX)                 00334490
                   ' S299: ' WRK-EMP-S299 (WRK-EMP-IDX)                 00334560
                   ' S206: ' WRK-EMP-S206 (WRK-EMP-IDX)                 00334630
                   ' REJ: '  WRK-EMP-REJ (WRK-EMP-IDX).                 00334700
           ADD 1 TO WRK-EMP-IDX.                                        00334770
      *-----------------------------------------------------            00334840
       3100-99-FIM.                                  EXIT.              00334910
      *-----------------------------------------------------            00335000
                                                                        00336000
      *-----------------------------------------------------            00337000
                   :WRK-NOME-DB2,                                       00344000
                   :WRK-SETOR-DB2,                                      00345000
                   :WRK-SALARIO-DB2,                                    00346000
                   :WRK-DATA-DB2,                                       00346660
                   :WRK-EMPRESA-DB2                                     00347320
           END-EXEC.                                                    00348000
                                                                        00349000
           EVALUATE SQLCODE                                             00350000
                   :WRK-NOME-DB2,                                       00369000
                   :WRK-SETOR-DB2,                                      00370000
                   :WRK-SALARIO-DB2,                                    00371000
                   :WRK-DATA-DB2,                                       00371660
                   :WRK-EMPRESA-DB2                                     00372320
           END-EXEC.                                                    00373000
                                                                        00374000
           EVALUATE SQLCODE                                             00375000
