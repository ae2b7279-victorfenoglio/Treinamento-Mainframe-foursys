      *            F22CIP1: REGISTRAR, CONSULTAR E        *             00011000
      *            CANCELAR. O FR22DB13 APLICA A PARCELA  *             00012000
      *            COMO DESCONTO E BAIXA AS RESTANTES.    *             00013000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00013250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00013500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00013750
      *---------------------------------------------------*             00014000
      *  ARQUIVOS:                                        *             00015000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00016000
      *---------------------------------------------------*             00018000
      *  BASE  DE DADOS:                                  *             00019000
      *  TABELA             I/O           INCLUDE/BOOK    *             00020000
      *  IVAN.USUARIO        I             ---------      *             00020330
      *  IVAN.USUALOG        O             ---------      *             00020660
      *  IVAN.CONSIG        I/O            ---------      *             00021000
      *  IVAN.FUNC           I             #BKFUNC        *             00022000
      *===================================================*             00023000
           '--------------VARIAVEIS PARA APOIO-----------'.             00041000
      *----------------------------------------------------             00042000
       77 WRK-SQLCODE     PIC -999.                                     00043000
       77 WRK-USUARIO     PIC X(08).                                    00043200
       77 WRK-TERMINAL    PIC X(04).                                    00043400
       77 WRK-PERFIL      PIC X(01).                                    00043600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00043800
       77 WRK-FLAG        PIC 9(02).                                    00044000
      *----------------------------------------------------             00045000
       01 FILLER PIC X(48) VALUE                                        00046000
      *-----------------------------------------------------            00070000
       1000-INICIALIZAR                           SECTION.              00071000
      *-----------------------------------------------------            00072000
             PERFORM 1100-VERIFICAR-ACESSO.                             00072330
                                                                        00072660
             EXEC CICS SEND                                             00073000
               MAPSET('F22CIM3')                                        00074000
               MAP('MAPA01')                                            00075000
             END-EXEC.                                                  00078000
      *-----------------------------------------------------            00079000
       1000-99-FIM.                                  EXIT.              00080000
      *-----------------------------------------------------            00080020
                                                                        00080040
      *-----------------------------------------------------            00080060
       1100-VERIFICAR-ACESSO                      SECTION.              00080080
      *-----------------------------------------------------            00080100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00080120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00080140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00080160
      *      MENU F22CIPL.                                              00080180
             EXEC CICS ASSIGN                                           00080200
               USERID(WRK-USUARIO)                                      00080220
             END-EXEC.                                                  00080240
                                                                        00080260
             EXEC SQL                                                   00080280
              SELECT PERFIL INTO :WRK-PERFIL                            00080300
               FROM IVAN.USUARIO                                        00080320
               WHERE USUARIO = :WRK-USUARIO                             00080340
               FETCH FIRST ROW ONLY                                     00080360
             END-EXEC.                                                  00080380
                                                                        00080400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00080420
              MOVE EIBTRMID TO WRK-TERMINAL                             00080440
              EXEC SQL                                                  00080460
               INSERT INTO IVAN.USUALOG                                 00080480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00080500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00080520
                       'RV',CURRENT TIMESTAMP)                          00080540
              END-EXEC                                                  00080560
              EXEC SQL                                                  00080580
                COMMIT                                                  00080600
              END-EXEC                                                  00080620
              MOVE LOW-VALUES TO MAPA01O                                00080640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00080660
                TO MSGO                                                 00080680
              EXEC CICS SEND                                            00080700
                MAPSET('F22CIM3')                                       00080720
                MAP('MAPA01')                                           00080740
                FROM(MAPA01O)                                           00080760
                ERASE                                                   00080780
              END-EXEC                                                  00080800
              EXEC CICS                                                 00080820
               RETURN                                                   00080840
              END-EXEC                                                  00080860
             END-IF.                                                    00080880
      *-----------------------------------------------------            00080900
       1100-99-FIM.                                  EXIT.              00080920
      *-----------------------------------------------------            00081000
                                                                        00082000
      *-----------------------------------------------------            00083000
