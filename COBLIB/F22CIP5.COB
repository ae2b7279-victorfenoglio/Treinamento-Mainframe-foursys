      *            OU EXCLUSAO O NUMDEPEND DE IVAN.BENEF  *             00011000
      *            E SINCRONIZADO COM A CONTAGEM REAL DE  *             00012000
      *            LINHAS EM IVAN.DEPEND.                 *             00013000
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
      *  IVAN.DEPEND        I/O            ---------      *             00021000
      *  IVAN.BENEF         I/O            ---------      *             00022000
      *  IVAN.FUNC           I             #BKFUNC        *             00023000
           '--------------VARIAVEIS PARA APOIO-----------'.             00042000
      *----------------------------------------------------             00043000
       77 WRK-SQLCODE     PIC -999.                                     00044000
       77 WRK-USUARIO     PIC X(08).                                    00044200
       77 WRK-TERMINAL    PIC X(04).                                    00044400
       77 WRK-PERFIL      PIC X(01).                                    00044600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00044800
       77 WRK-FLAG        PIC 9(02).                                    00045000
       77 WRK-QTDE-DEP    PIC S9(04) COMP.                              00046000
      *----------------------------------------------------             00047000
      *-----------------------------------------------------            00069000
       1000-INICIALIZAR                           SECTION.              00070000
      *-----------------------------------------------------            00071000
             PERFORM 1100-VERIFICAR-ACESSO.                             00071330
                                                                        00071660
             EXEC CICS SEND                                             00072000
               MAPSET('F22CIM5')                                        00073000
               MAP('MAPA01')                                            00074000
             END-EXEC.                                                  00077000
      *-----------------------------------------------------            00078000
       1000-99-FIM.                                  EXIT.              00079000
      *-----------------------------------------------------            00079020
                                                                        00079040
      *-----------------------------------------------------            00079060
       1100-VERIFICAR-ACESSO                      SECTION.              00079080
      *-----------------------------------------------------            00079100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00079120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00079140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00079160
      *      MENU F22CIPL.                                              00079180
             EXEC CICS ASSIGN                                           00079200
               USERID(WRK-USUARIO)                                      00079220
             END-EXEC.                                                  00079240
                                                                        00079260
             EXEC SQL                                                   00079280
              SELECT PERFIL INTO :WRK-PERFIL                            00079300
               FROM IVAN.USUARIO                                        00079320
               WHERE USUARIO = :WRK-USUARIO                             00079340
               FETCH FIRST ROW ONLY                                     00079360
             END-EXEC.                                                  00079380
                                                                        00079400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00079420
              MOVE EIBTRMID TO WRK-TERMINAL                             00079440
              EXEC SQL                                                  00079460
               INSERT INTO IVAN.USUALOG                                 00079480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00079500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00079520
                       'RV',CURRENT TIMESTAMP)                          00079540
              END-EXEC                                                  00079560
              EXEC SQL                                                  00079580
                COMMIT                                                  00079600
              END-EXEC                                                  00079620
              MOVE LOW-VALUES TO MAPA01O                                00079640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00079660
                TO MSGO                                                 00079680
              EXEC CICS SEND                                            00079700
                MAPSET('F22CIM5')                                       00079720
                MAP('MAPA01')                                           00079740
                FROM(MAPA01O)                                           00079760
                ERASE                                                   00079780
              END-EXEC                                                  00079800
              EXEC CICS                                                 00079820
               RETURN                                                   00079840
              END-EXEC                                                  00079860
             END-IF.                                                    00079880
      *-----------------------------------------------------            00079900
       1100-99-FIM.                                  EXIT.              00079920
      *-----------------------------------------------------            00080000
                                                                        00081000
      *-----------------------------------------------------            00082000
