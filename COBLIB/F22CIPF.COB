      *            PAGAMENTO EM IVAN.PAGTO. CADA CONSULTA *             00015000
      *            E REGISTRADA EM IVAN.USUALOG (FUNCAO   *             00016000
      *            'CC'), COMO AS DEMAIS CONSULTAS.       *             00017000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00017250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00017500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00017750
      *---------------------------------------------------*             00018000
      *  ARQUIVOS:                                        *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00020000
           '--------------VARIAVEIS PARA APOIO-----------'.             00064000
      *----------------------------------------------------             00065000
       77 WRK-SQLCODE     PIC -999.                                     00066000
       77 WRK-PERFIL      PIC X(01).                                    00066330
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00066660
       77 WRK-USUARIO     PIC X(08).                                    00067000
       77 WRK-TERMINAL    PIC X(04).                                    00068000
       77 WRK-IDFUNC      PIC 9(05).                                    00069000
      *-----------------------------------------------------            00110000
       1000-INICIALIZAR                           SECTION.              00111000
      *-----------------------------------------------------            00112000
             PERFORM 1100-VERIFICAR-ACESSO.                             00112330
                                                                        00112660
             EXEC CICS SEND                                             00113000
               MAPSET('F22CIMF')                                        00114000
               MAP('MAPA01')                                            00115000
             END-EXEC.                                                  00118000
      *-----------------------------------------------------            00119000
       1000-99-FIM.                                  EXIT.              00120000
      *-----------------------------------------------------            00120020
                                                                        00120040
      *-----------------------------------------------------            00120060
       1100-VERIFICAR-ACESSO                      SECTION.              00120080
      *-----------------------------------------------------            00120100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00120120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00120140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00120160
      *      MENU F22CIPL.                                              00120180
             EXEC CICS ASSIGN                                           00120200
               USERID(WRK-USUARIO)                                      00120220
             END-EXEC.                                                  00120240
                                                                        00120260
             EXEC SQL                                                   00120280
              SELECT PERFIL INTO :WRK-PERFIL                            00120300
               FROM IVAN.USUARIO                                        00120320
               WHERE USUARIO = :WRK-USUARIO                             00120340
               FETCH FIRST ROW ONLY                                     00120360
             END-EXEC.                                                  00120380
                                                                        00120400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00120420
              MOVE EIBTRMID TO WRK-TERMINAL                             00120440
              EXEC SQL                                                  00120460
               INSERT INTO IVAN.USUALOG                                 00120480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00120500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00120520
                       'RV',CURRENT TIMESTAMP)                          00120540
              END-EXEC                                                  00120560
              EXEC SQL                                                  00120580
                COMMIT                                                  00120600
              END-EXEC                                                  00120620
              MOVE LOW-VALUES TO MAPA01O                                00120640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00120660
                TO MSGO                                                 00120680
              EXEC CICS SEND                                            00120700
                MAPSET('F22CIMF')                                       00120720
                MAP('MAPA01')                                           00120740
                FROM(MAPA01O)                                           00120760
                ERASE                                                   00120780
              END-EXEC                                                  00120800
              EXEC CICS                                                 00120820
               RETURN                                                   00120840
              END-EXEC                                                  00120860
             END-IF.                                                    00120880
      *-----------------------------------------------------            00120900
       1100-99-FIM.                                  EXIT.              00120920
      *-----------------------------------------------------            00121000
                                                                        00122000
      *-----------------------------------------------------            00123000
               MOVE 'STATUS INDISPONIVEL' TO WRK-STATPAG                00331000
              WHEN WRK-PAG-STATUS EQUAL 'L'                             00332000
               MOVE 'CREDITADO EM CONTA'  TO WRK-STATPAG                00333000
              WHEN WRK-PAG-STATUS EQUAL 'I'                             00333250
               MOVE 'CREDITADO NA CONTA DA CASA'                        00333500
                 TO WRK-STATPAG                                         00333750
              WHEN WRK-PAG-STATUS EQUAL 'S'                             00334000
               MOVE 'REENVIADO AO BANCO'  TO WRK-STATPAG                00335000
              WHEN OTHER                                                00336000
