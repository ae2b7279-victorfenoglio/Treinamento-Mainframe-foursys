      *            (F7). O BATCH DIARIO FR22DB44 APLICA   *             00014000
      *            AS PENDENCIAS VENCIDAS COM AS          *             00015000
      *            VALIDACOES DO CAMINHO ONLINE.          *             00016000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00016250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00016500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00016750
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
      *---------------------------------------------------*             00021000
      *  BASE  DE DADOS:                                  *             00022000
      *  TABELA             I/O           INCLUDE/BOOK    *             00023000
      *  IVAN.USUARIO        I             ---------      *             00023330
      *  IVAN.USUALOG        O             ---------      *             00023660
      *  IVAN.FUNCAGND      I/O            ---------      *             00024000
      *  IVAN.FUNC           I             ---------      *             00025000
      *===================================================*             00026000
           '--------------VARIAVEIS PARA APOIO-----------'.             00040000
      *----------------------------------------------------             00041000
       77 WRK-SQLCODE     PIC -999.                                     00042000
       77 WRK-USUARIO     PIC X(08).                                    00042250
       77 WRK-PERFIL      PIC X(01).                                    00042500
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00042750
       77 WRK-FLAG        PIC 9(02).                                    00043000
       77 WRK-ID-AUX      PIC 9(05).                                    00044000
       77 WRK-TERMINAL    PIC X(04).                                    00045000
      *-----------------------------------------------------            00073000
       1000-INICIALIZAR                           SECTION.              00074000
      *-----------------------------------------------------            00075000
             PERFORM 1100-VERIFICAR-ACESSO.                             00075330
                                                                        00075660
             EXEC CICS SEND                                             00076000
               MAPSET('F22CIME')                                        00077000
               MAP('MAPA01')                                            00078000
             END-EXEC.                                                  00081000
      *-----------------------------------------------------            00082000
       1000-99-FIM.                                  EXIT.              00083000
      *-----------------------------------------------------            00083020
                                                                        00083040
      *-----------------------------------------------------            00083060
       1100-VERIFICAR-ACESSO                      SECTION.              00083080
      *-----------------------------------------------------            00083100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00083120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00083140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00083160
      *      MENU F22CIPL.                                              00083180
             EXEC CICS ASSIGN                                           00083200
               USERID(WRK-USUARIO)                                      00083220
             END-EXEC.                                                  00083240
                                                                        00083260
             EXEC SQL                                                   00083280
              SELECT PERFIL INTO :WRK-PERFIL                            00083300
               FROM IVAN.USUARIO                                        00083320
               WHERE USUARIO = :WRK-USUARIO                             00083340
               FETCH FIRST ROW ONLY                                     00083360
             END-EXEC.                                                  00083380
                                                                        00083400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00083420
              MOVE EIBTRMID TO WRK-TERMINAL                             00083440
              EXEC SQL                                                  00083460
               INSERT INTO IVAN.USUALOG                                 00083480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00083500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00083520
                       'RV',CURRENT TIMESTAMP)                          00083540
              END-EXEC                                                  00083560
              EXEC SQL                                                  00083580
                COMMIT                                                  00083600
              END-EXEC                                                  00083620
              MOVE LOW-VALUES TO MAPA01O                                00083640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00083660
                TO MSGO                                                 00083680
              EXEC CICS SEND                                            00083700
                MAPSET('F22CIME')                                       00083720
                MAP('MAPA01')                                           00083740
                FROM(MAPA01O)                                           00083760
                ERASE                                                   00083780
              END-EXEC                                                  00083800
              EXEC CICS                                                 00083820
               RETURN                                                   00083840
              END-EXEC                                                  00083860
             END-IF.                                                    00083880
      *-----------------------------------------------------            00083900
       1100-99-FIM.                                  EXIT.              00083920
      *-----------------------------------------------------            00084000
                                                                        00085000
      *-----------------------------------------------------            00086000
