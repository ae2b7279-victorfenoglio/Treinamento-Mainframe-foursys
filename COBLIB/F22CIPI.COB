      *            COM MOTIVO. A TRILHA COMPLETA FICA EM  *             00016000
      *            IVAN.FERPED PARA OS AUDITORES          *             00017000
      *            TRABALHISTAS.                          *             00018000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00018250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00018500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00018750
      *---------------------------------------------------*             00019000
      *  ARQUIVOS:                                        *             00020000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00021000
      *---------------------------------------------------*             00023000
      *  BASE  DE DADOS:                                  *             00024000
      *  TABELA             I/O           INCLUDE/BOOK    *             00025000
      *  IVAN.USUALOG        O             ---------      *             00025500
      *  IVAN.USUARIO        I             ---------      *             00026000
      *  IVAN.FUNC           I             ---------      *             00027000
      *  IVAN.FERPED        I/O            ---------      *             00028000
           '--------------VARIAVEIS PARA APOIO-----------'.             00055000
      *----------------------------------------------------             00056000
       77 WRK-SQLCODE     PIC -999.                                     00057000
       77 WRK-TERMINAL    PIC X(04).                                    00057250
       77 WRK-PERFIL      PIC X(01).                                    00057500
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00057750
       77 WRK-USUARIO     PIC X(08).                                    00058000
       77 WRK-GER-ID      PIC 9(05).                                    00059000
       77 WRK-NULL-IDFUNC PIC S9(04) COMP.                              00060000
      *-----------------------------------------------------            00123000
       1000-INICIALIZAR                           SECTION.              00124000
      *-----------------------------------------------------            00125000
             PERFORM 1100-VERIFICAR-ACESSO.                             00125330
                                                                        00125660
             EXEC CICS SEND                                             00126000
               MAPSET('F22CIMI')                                        00127000
               MAP('MAPA01')                                            00128000
             END-EXEC.                                                  00131000
      *-----------------------------------------------------            00132000
       1000-99-FIM.                                  EXIT.              00133000
      *-----------------------------------------------------            00133020
                                                                        00133040
      *-----------------------------------------------------            00133060
       1100-VERIFICAR-ACESSO                      SECTION.              00133080
      *-----------------------------------------------------            00133100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00133120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00133140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00133160
      *      MENU F22CIPL.                                              00133180
             EXEC CICS ASSIGN                                           00133200
               USERID(WRK-USUARIO)                                      00133220
             END-EXEC.                                                  00133240
                                                                        00133260
             EXEC SQL                                                   00133280
              SELECT PERFIL INTO :WRK-PERFIL                            00133300
               FROM IVAN.USUARIO                                        00133320
               WHERE USUARIO = :WRK-USUARIO                             00133340
               FETCH FIRST ROW ONLY                                     00133360
             END-EXEC.                                                  00133380
                                                                        00133400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00133420
              MOVE EIBTRMID TO WRK-TERMINAL                             00133440
              EXEC SQL                                                  00133460
               INSERT INTO IVAN.USUALOG                                 00133480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00133500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00133520
                       'RV',CURRENT TIMESTAMP)                          00133540
              END-EXEC                                                  00133560
              EXEC SQL                                                  00133580
                COMMIT                                                  00133600
              END-EXEC                                                  00133620
              MOVE LOW-VALUES TO MAPA01O                                00133640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00133660
                TO MSGO                                                 00133680
              EXEC CICS SEND                                            00133700
                MAPSET('F22CIMI')                                       00133720
                MAP('MAPA01')                                           00133740
                FROM(MAPA01O)                                           00133760
                ERASE                                                   00133780
              END-EXEC                                                  00133800
              EXEC CICS                                                 00133820
               RETURN                                                   00133840
              END-EXEC                                                  00133860
             END-IF.                                                    00133880
      *-----------------------------------------------------            00133900
       1100-99-FIM.                                  EXIT.              00133920
      *-----------------------------------------------------            00134000
                                                                        00135000
      *-----------------------------------------------------            00136000
