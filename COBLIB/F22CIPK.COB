      *            CHECKPOINT VENCIDO), COM A ACAO        *             00015000
      *            REGISTRADA EM IVAN.USUALOG. ENTER      *             00016000
      *            ATUALIZA A TELA, F10 SAI.              *             00017000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00017250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00017500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00017750
      *---------------------------------------------------*             00018000
      *  ARQUIVOS:                                        *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00020000
      *---------------------------------------------------*             00022000
      *  BASE  DE DADOS:                                  *             00023000
      *  TABELA             I/O           INCLUDE/BOOK    *             00024000
      *  IVAN.USUARIO        I             ---------      *             00024500
      *  IVAN.CHECKP        I/O            #CHECKP       *              00025000
      *                        (VIA SUBROTINA GRAVACKP)   *             00026000
      *  IVAN.USUALOG        O             ---------      *             00027000
      *----------------------------------------------------             00056000
       77 WRK-IDX        PIC 9(02).                                     00057000
       77 WRK-SQLCODE    PIC -999.                                      00058000
       77 WRK-PERFIL      PIC X(01).                                    00058330
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00058660
       77 WRK-USUARIO    PIC X(08).                                     00059000
       77 WRK-TERMINAL   PIC X(04).                                     00060000
      *----------------------------------------------------             00061000
      *-----------------------------------------------------            00098000
       1000-INICIALIZAR                           SECTION.              00099000
      *-----------------------------------------------------            00100000
             PERFORM 1100-VERIFICAR-ACESSO.                             00100330
                                                                        00100660
             EXEC CICS SEND                                             00101000
               MAPSET('F22CIMK')                                        00102000
               MAP('MAPA01')                                            00103000
             END-EXEC.                                                  00106000
      *-----------------------------------------------------            00107000
       1000-99-FIM.                                  EXIT.              00108000
      *-----------------------------------------------------            00108020
                                                                        00108040
      *-----------------------------------------------------            00108060
       1100-VERIFICAR-ACESSO                      SECTION.              00108080
      *-----------------------------------------------------            00108100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00108120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00108140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00108160
      *      MENU F22CIPL.                                              00108180
             EXEC CICS ASSIGN                                           00108200
               USERID(WRK-USUARIO)                                      00108220
             END-EXEC.                                                  00108240
                                                                        00108260
             EXEC SQL                                                   00108280
              SELECT PERFIL INTO :WRK-PERFIL                            00108300
               FROM IVAN.USUARIO                                        00108320
               WHERE USUARIO = :WRK-USUARIO                             00108340
               FETCH FIRST ROW ONLY                                     00108360
             END-EXEC.                                                  00108380
                                                                        00108400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00108420
              MOVE EIBTRMID TO WRK-TERMINAL                             00108440
              EXEC SQL                                                  00108460
               INSERT INTO IVAN.USUALOG                                 00108480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00108500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00108520
                       'RV',CURRENT TIMESTAMP)                          00108540
              END-EXEC                                                  00108560
              EXEC SQL                                                  00108580
                COMMIT                                                  00108600
              END-EXEC                                                  00108620
              MOVE LOW-VALUES TO MAPA01O                                00108640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00108660
                TO MSGO                                                 00108680
              EXEC CICS SEND                                            00108700
                MAPSET('F22CIMK')                                       00108720
                MAP('MAPA01')                                           00108740
                FROM(MAPA01O)                                           00108760
                ERASE                                                   00108780
              END-EXEC                                                  00108800
              EXEC CICS                                                 00108820
               RETURN                                                   00108840
              END-EXEC                                                  00108860
             END-IF.                                                    00108880
      *-----------------------------------------------------            00108900
       1100-99-FIM.                                  EXIT.              00108920
      *-----------------------------------------------------            00109000
                                                                        00110000
      *-----------------------------------------------------            00111000
