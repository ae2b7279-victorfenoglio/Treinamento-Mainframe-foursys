      *            DO CATALOGO IVAN.PLANO, NOS MOLDES DO  *             00011000
      *            F22CIP1. AS COTAS SAO VALIDADAS ONLINE *             00012000
      *            CONTRA PLANO.COTASMAX - A MESMA REGRA  *             00013000
      *            QUE O FR22JOIN APLICA NO BATCH. O      *             00013330
      *            PERCENTUAL DE COPARTICIPACAO DO PLANO  *             00013660
      *            (PCTCOPA, 0 A 100) E APLICADO PELO     *             00013990
      *            FR22DB72 SOBRE A UTILIZACAO COBRADA    *             00014320
      *            PELA OPERADORA.                        *             00014650
      *            TODA GRAVACAO NO CATALOGO IVAN.PLANO E *             00014720
      *            REGISTRADA EM IVAN.PARMLOG (IMAGEM     *             00014790
      *            ANTES/DEPOIS, USUARIO, TERMINAL) PELA  *             00014860
      *            SUBROTINA GRAVAPAR, NO MESMO COMMIT.   *             00014930
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00014940
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00014950
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00014960
      *---------------------------------------------------*             00015000
      *  ARQUIVOS:                                        *             00016000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00017000
      *---------------------------------------------------*             00019000
      *  BASE  DE DADOS:                                  *             00020000
      *  TABELA             I/O           INCLUDE/BOOK    *             00021000
      *  IVAN.USUARIO        I             ---------      *             00021330
      *  IVAN.USUALOG        O             ---------      *             00021660
      *  IVAN.BENEF         I/O            ---------      *             00022000
      *  IVAN.PLANO         I/O            ---------      *             00023000
      *  IVAN.FUNC           I             ---------      *             00024000
      *  IVAN.PARMLOG        O             #PARLOG        *             00024500
      *===================================================*             00025000
       DATA                                      DIVISION.              00026000
      *====================================================             00027000
            EXEC SQL                                                    00034000
               INCLUDE SQLCA                                            00035000
            END-EXEC.                                                   00036000
                                                                        00036330
           COPY '#PARLOG'.                                              00036660
      *----------------------------------------------------             00037000
       01 FILLER PIC X(48) VALUE                                        00038000
           '--------------VARIAVEIS PARA APOIO-----------'.             00039000
      *----------------------------------------------------             00040000
       77 WRK-SQLCODE     PIC -999.                                     00041000
       77 WRK-USUARIO     PIC X(08).                                    00041200
       77 WRK-TERMINAL    PIC X(04).                                    00041400
       77 WRK-PERFIL      PIC X(01).                                    00041600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00041800
       77 WRK-FLAG        PIC 9(02).                                    00042000
       77 WRK-ID-AUX      PIC 9(05).                                    00043000
      *----------------------------------------------------             00044000
          05 WRK-PLA-COTASMAX   PIC 9(03).                              00061000
          05 WRK-PLA-VALORTIT   PIC 9(08)V9(02).                        00062000
          05 WRK-PLA-VALORDEP   PIC 9(08)V9(02).                        00063000
          05 WRK-PLA-PCTCOPA    PIC 9(03).                              00063500
      *====================================================             00064000
       PROCEDURE                                 DIVISION.              00065000
      *====================================================             00066000
      *-----------------------------------------------------            00077000
       1000-INICIALIZAR                           SECTION.              00078000
      *-----------------------------------------------------            00079000
             PERFORM 1100-VERIFICAR-ACESSO.                             00079330
                                                                        00079660
             EXEC CICS SEND                                             00080000
               MAPSET('F22CIM8')                                        00081000
               MAP('MAPA01')                                            00082000
             END-EXEC.                                                  00085000
      *-----------------------------------------------------            00086000
       1000-99-FIM.                                  EXIT.              00087000
      *-----------------------------------------------------            00087020
                                                                        00087040
      *-----------------------------------------------------            00087060
       1100-VERIFICAR-ACESSO                      SECTION.              00087080
      *-----------------------------------------------------            00087100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00087120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00087140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00087160
      *      MENU F22CIPL.                                              00087180
             EXEC CICS ASSIGN                                           00087200
               USERID(WRK-USUARIO)                                      00087220
             END-EXEC.                                                  00087240
                                                                        00087260
             EXEC SQL                                                   00087280
              SELECT PERFIL INTO :WRK-PERFIL                            00087300
               FROM IVAN.USUARIO                                        00087320
               WHERE USUARIO = :WRK-USUARIO                             00087340
               FETCH FIRST ROW ONLY                                     00087360
             END-EXEC.                                                  00087380
                                                                        00087400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00087420
              MOVE EIBTRMID TO WRK-TERMINAL                             00087440
              EXEC SQL                                                  00087460
               INSERT INTO IVAN.USUALOG                                 00087480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00087500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00087520
                       'RV',CURRENT TIMESTAMP)                          00087540
              END-EXEC                                                  00087560
              EXEC SQL                                                  00087580
                COMMIT                                                  00087600
              END-EXEC                                                  00087620
              MOVE LOW-VALUES TO MAPA01O                                00087640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00087660
                TO MSGO                                                 00087680
              EXEC CICS SEND                                            00087700
                MAPSET('F22CIM8')                                       00087720
                MAP('MAPA01')                                           00087740
                FROM(MAPA01O)                                           00087760
                ERASE                                                   00087780
              END-EXEC                                                  00087800
              EXEC CICS                                                 00087820
               RETURN                                                   00087840
              END-EXEC                                                  00087860
             END-IF.                                                    00087880
      *-----------------------------------------------------            00087900
       1100-99-FIM.                                  EXIT.              00087920
      *-----------------------------------------------------            00088000
                                                                        00089000
      *-----------------------------------------------------            00090000
              ELSE                                                      00360000
               MOVE ZEROS     TO WRK-PLA-VALORDEP                       00361000
              END-IF                                                    00362000
      *       PERCENTUAL DA UTILIZACAO (CONSULTAS/EXAMES) QUE           00364570
      *       O FUNCIONARIO PAGA - FR22DB72.                            00367140
              IF PCTCOPAL GREATER 0                                     00369710
               MOVE PCTCOPAI  TO WRK-PLA-PCTCOPA                        00372280
              ELSE                                                      00374850
               MOVE ZEROS     TO WRK-PLA-PCTCOPA                        00377420
              END-IF                                                    00380000
              IF WRK-PLA-PCTCOPA GREATER 100                            00381830
               MOVE 'PCT COPARTICIPACAO ACIMA DE 100' TO MSGO           00383660
              ELSE                                                      00385490
               PERFORM 2450-ATUALIZAR-PLANO                             00387320
              END-IF                                                    00389150
             ELSE                                                       00391000
              MOVE 'PREENCHA OS CAMPOS DO PLANO' TO MSGO                00392000
             END-IF.                                                    00393000
      *-----------------------------------------------------            00394000
       2400-99-FIM.                                  EXIT.              00395000
      *-----------------------------------------------------            00395020
                                                                        00395040
      *-----------------------------------------------------            00395060
       2450-ATUALIZAR-PLANO                       SECTION.              00395080
      *-----------------------------------------------------            00395100
             PERFORM 2800-LOG-ANTES.                                    00395110
             EXEC SQL                                                   00395120
              UPDATE IVAN.PLANO                                         00395140
                 SET DESCPLANO = :WRK-PLA-DESC,                         00395160
                     COTASMAX  = :WRK-PLA-COTASMAX,                     00395180
                     VALORTIT  = :WRK-PLA-VALORTIT,                     00395200
                     VALORDEP  = :WRK-PLA-VALORDEP,                     00395220
                     PCTCOPA   = :WRK-PLA-PCTCOPA                       00395240
               WHERE IDPLANO = :WRK-PLA-ID                              00395260
             END-EXEC.                                                  00395280
             IF SQLCODE EQUAL 100                                       00395300
              EXEC SQL                                                  00395320
               INSERT INTO IVAN.PLANO                                   00395340
                     (IDPLANO,DESCPLANO,COTASMAX,                       00395360
                      VALORTIT,VALORDEP,PCTCOPA)                        00395380
               VALUES (:WRK-PLA-ID,:WRK-PLA-DESC,                       00395400
                       :WRK-PLA-COTASMAX,                               00395420
                       :WRK-PLA-VALORTIT,:WRK-PLA-VALORDEP,             00395440
                       :WRK-PLA-PCTCOPA)                                00395460
              END-EXEC                                                  00395480
             END-IF.                                                    00395500
             EVALUATE SQLCODE                                           00395520
              WHEN 0                                                    00395540
               PERFORM 2810-LOG-GRAVAR                                  00395547
               IF PAR-ERRO                                              00395554
                EXEC SQL                                                00395561
                  ROLLBACK                                              00395568
                END-EXEC                                                00395575
                MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO         00395582
               ELSE                                                     00395589
                EXEC SQL                                                00395596
                  COMMIT                                                00395603
                END-EXEC                                                00395610
                MOVE 'PLANO GRAVADO' TO MSGO                            00395617
               END-IF                                                   00395624
              WHEN OTHER                                                00395640
               MOVE SQLCODE TO WRK-SQLCODE                              00395660
               MOVE WRK-SQLCODE TO MSGO                                 00395680
             END-EVALUATE.                                              00395700
      *-----------------------------------------------------            00395720
       2450-99-FIM.                                  EXIT.              00395740
      *-----------------------------------------------------            00395747
                                                                        00395754
      *-----------------------------------------------------            00395761
       2800-LOG-ANTES                             SECTION.              00395768
      *-----------------------------------------------------            00395775
      *      IMAGEM DO PLANO ANTES DO COMANDO, PARA A TRILHA DE         00395782
      *      ALTERACOES DE IVAN.PARMLOG.                                00395789
             EXEC CICS ASSIGN                                           00395796
               USERID(PAR-USUARIO)                                      00395803
             END-EXEC.                                                  00395810
             MOVE EIBTRMID   TO PAR-TERMINAL.                           00395817
             MOVE 'F22CIP8'  TO PAR-PROGRAMA.                           00395824
             MOVE 'PLANO'    TO PAR-TABELA.                             00395831
             MOVE SPACES     TO PAR-CHAVE.                              00395838
             MOVE WRK-PLA-ID TO PAR-CHV-IDPLANO.                        00395845
             MOVE 'A'        TO PAR-FUNCAO.                             00395852
             CALL 'GRAVAPAR' USING PAR-DADOS.                           00395859
      *-----------------------------------------------------            00395866
       2800-99-FIM.                                  EXIT.              00395873
      *-----------------------------------------------------            00395880
                                                                        00395887
      *-----------------------------------------------------            00395894
       2810-LOG-GRAVAR                            SECTION.              00395901
      *-----------------------------------------------------            00395908
      *      GRAVA A TRILHA ANTES DO COMMIT; SE A IMAGEM ANTES          00395915
      *      NAO PODE SER LIDA, O RESULTADO FICA EM ERRO E A            00395922
      *      ALTERACAO E DESFEITA.                                      00395929
             IF PAR-OK                                                  00395936
              MOVE 'G' TO PAR-FUNCAO                                    00395943
              CALL 'GRAVAPAR' USING PAR-DADOS                           00395950
             END-IF.                                                    00395957
      *-----------------------------------------------------            00395964
       2810-99-FIM.                                  EXIT.              00395971
      *-----------------------------------------------------            00396000
                                                                        00397000
      *-----------------------------------------------------            00398000
