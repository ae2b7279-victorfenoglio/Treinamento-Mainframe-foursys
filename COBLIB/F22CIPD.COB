      *            INJUSTIFICADAS SAO DESCONTADAS NA      *             00014000
      *            FOLHA PELO FR22DB13 (SALARIO/30 POR    *             00015000
      *            DIA).                                  *             00016000
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
      *  IVAN.FALTAS        I/O            ---------      *             00024000
      *  IVAN.FUNC           I             ---------      *             00025000
      *===================================================*             00026000
           '--------------VARIAVEIS PARA APOIO-----------'.             00040000
      *----------------------------------------------------             00041000
       77 WRK-SQLCODE     PIC -999.                                     00042000
       77 WRK-USUARIO     PIC X(08).                                    00042200
       77 WRK-TERMINAL    PIC X(04).                                    00042400
       77 WRK-PERFIL      PIC X(01).                                    00042600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00042800
       77 WRK-FLAG        PIC 9(02).                                    00043000
       77 WRK-ID-AUX      PIC 9(05).                                    00044000
       77 WRK-QTDE-MES    PIC S9(09) COMP.                              00045000
      *-----------------------------------------------------            00068000
       1000-INICIALIZAR                           SECTION.              00069000
      *-----------------------------------------------------            00070000
             PERFORM 1100-VERIFICAR-ACESSO.                             00070330
                                                                        00070660
             EXEC CICS SEND                                             00071000
               MAPSET('F22CIMD')                                        00072000
               MAP('MAPA01')                                            00073000
             END-EXEC.                                                  00076000
      *-----------------------------------------------------            00077000
       1000-99-FIM.                                  EXIT.              00078000
      *-----------------------------------------------------            00078020
                                                                        00078040
      *-----------------------------------------------------            00078060
       1100-VERIFICAR-ACESSO                      SECTION.              00078080
      *-----------------------------------------------------            00078100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00078120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00078140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00078160
      *      MENU F22CIPL.                                              00078180
             EXEC CICS ASSIGN                                           00078200
               USERID(WRK-USUARIO)                                      00078220
             END-EXEC.                                                  00078240
                                                                        00078260
             EXEC SQL                                                   00078280
              SELECT PERFIL INTO :WRK-PERFIL                            00078300
               FROM IVAN.USUARIO                                        00078320
               WHERE USUARIO = :WRK-USUARIO                             00078340
               FETCH FIRST ROW ONLY                                     00078360
             END-EXEC.                                                  00078380
                                                                        00078400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00078420
              MOVE EIBTRMID TO WRK-TERMINAL                             00078440
              EXEC SQL                                                  00078460
               INSERT INTO IVAN.USUALOG                                 00078480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00078500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00078520
                       'RV',CURRENT TIMESTAMP)                          00078540
              END-EXEC                                                  00078560
              EXEC SQL                                                  00078580
                COMMIT                                                  00078600
              END-EXEC                                                  00078620
              MOVE LOW-VALUES TO MAPA01O                                00078640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00078660
                TO MSGO                                                 00078680
              EXEC CICS SEND                                            00078700
                MAPSET('F22CIMD')                                       00078720
                MAP('MAPA01')                                           00078740
                FROM(MAPA01O)                                           00078760
                ERASE                                                   00078780
              END-EXEC                                                  00078800
              EXEC CICS                                                 00078820
               RETURN                                                   00078840
              END-EXEC                                                  00078860
             END-IF.                                                    00078880
      *-----------------------------------------------------            00078900
       1100-99-FIM.                                  EXIT.              00078920
      *-----------------------------------------------------            00079000
                                                                        00080000
      *-----------------------------------------------------            00081000
