      *            F22CIP1, PARA O PLANEJAMENTO. O BATCH  *             00011000
      *            FR22DB28 CONFRONTA AS METAS COM O      *             00012000
      *            REALIZADO DE IVAN.FUNC.                *             00013000
      *            TODA INCLUSAO, ALTERACAO E EXCLUSAO E  *             00013200
      *            REGISTRADA EM IVAN.PARMLOG (IMAGEM     *             00013400
      *            ANTES/DEPOIS, USUARIO, TERMINAL) PELA  *             00013600
      *            SUBROTINA GRAVAPAR, NO MESMO COMMIT.   *             00013800
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00013850
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00013900
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00013950
      *---------------------------------------------------*             00014000
      *  ARQUIVOS:                                        *             00015000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00016000
      *---------------------------------------------------*             00018000
      *  BASE  DE DADOS:                                  *             00019000
      *  TABELA             I/O           INCLUDE/BOOK    *             00020000
      *  IVAN.USUARIO        I             ---------      *             00020330
      *  IVAN.USUALOG        O             ---------      *             00020660
      *  IVAN.SETORMETA     I/O            ---------      *             00021000
      *  IVAN.SETOR          I             ---------      *             00022000
      *  IVAN.PARMLOG        O             #PARLOG        *             00022500
      *===================================================*             00023000
       DATA                                      DIVISION.              00024000
      *====================================================             00025000
            EXEC SQL                                                    00032000
               INCLUDE SQLCA                                            00033000
            END-EXEC.                                                   00034000
                                                                        00034330
           COPY '#PARLOG'.                                              00034660
      *----------------------------------------------------             00035000
       01 FILLER PIC X(48) VALUE                                        00036000
           '--------------VARIAVEIS PARA APOIO-----------'.             00037000
      *----------------------------------------------------             00038000
       77 WRK-SQLCODE     PIC -999.                                     00039000
       77 WRK-USUARIO     PIC X(08).                                    00039200
       77 WRK-TERMINAL    PIC X(04).                                    00039400
       77 WRK-PERFIL      PIC X(01).                                    00039600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00039800
       77 WRK-FLAG        PIC 9(02).                                    00040000
      *----------------------------------------------------             00041000
       01 FILLER PIC X(48) VALUE                                        00042000
      *-----------------------------------------------------            00064000
       1000-INICIALIZAR                           SECTION.              00065000
      *-----------------------------------------------------            00066000
             PERFORM 1100-VERIFICAR-ACESSO.                             00066330
                                                                        00066660
             EXEC CICS SEND                                             00067000
               MAPSET('F22CIM6')                                        00068000
               MAP('MAPA01')                                            00069000
             END-EXEC.                                                  00072000
      *-----------------------------------------------------            00073000
       1000-99-FIM.                                  EXIT.              00074000
      *-----------------------------------------------------            00074020
                                                                        00074040
      *-----------------------------------------------------            00074060
       1100-VERIFICAR-ACESSO                      SECTION.              00074080
      *-----------------------------------------------------            00074100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00074120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00074140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00074160
      *      MENU F22CIPL.                                              00074180
             EXEC CICS ASSIGN                                           00074200
               USERID(WRK-USUARIO)                                      00074220
             END-EXEC.                                                  00074240
                                                                        00074260
             EXEC SQL                                                   00074280
              SELECT PERFIL INTO :WRK-PERFIL                            00074300
               FROM IVAN.USUARIO                                        00074320
               WHERE USUARIO = :WRK-USUARIO                             00074340
               FETCH FIRST ROW ONLY                                     00074360
             END-EXEC.                                                  00074380
                                                                        00074400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00074420
              MOVE EIBTRMID TO WRK-TERMINAL                             00074440
              EXEC SQL                                                  00074460
               INSERT INTO IVAN.USUALOG                                 00074480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00074500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00074520
                       'RV',CURRENT TIMESTAMP)                          00074540
              END-EXEC                                                  00074560
              EXEC SQL                                                  00074580
                COMMIT                                                  00074600
              END-EXEC                                                  00074620
              MOVE LOW-VALUES TO MAPA01O                                00074640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00074660
                TO MSGO                                                 00074680
              EXEC CICS SEND                                            00074700
                MAPSET('F22CIM6')                                       00074720
                MAP('MAPA01')                                           00074740
                FROM(MAPA01O)                                           00074760
                ERASE                                                   00074780
              END-EXEC                                                  00074800
              EXEC CICS                                                 00074820
               RETURN                                                   00074840
              END-EXEC                                                  00074860
             END-IF.                                                    00074880
      *-----------------------------------------------------            00074900
       1100-99-FIM.                                  EXIT.              00074920
      *-----------------------------------------------------            00075000
                                                                        00076000
      *-----------------------------------------------------            00077000
              WHEN 3                                                    00176000
               MOVE 'VIGENCIA INVALIDA'        TO MSGO                  00177000
              WHEN OTHER                                                00178000
               PERFORM 2800-LOG-ANTES                                   00178500
               EXEC SQL                                                 00179000
                INSERT INTO IVAN.SETORMETA                              00180000
                      (SETOR,METAHEAD,METAMASSA,                        00181000
               END-EXEC                                                 00186000
               EVALUATE SQLCODE                                         00187000
                WHEN 0                                                  00188000
                 PERFORM 2810-LOG-GRAVAR                                00188380
                 IF PAR-ERRO                                            00188760
                  EXEC SQL                                              00189140
                    ROLLBACK                                            00189520
                  END-EXEC                                              00189900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00190280
                 ELSE                                                   00190660
                  EXEC SQL                                              00191040
                    COMMIT                                              00191420
                  END-EXEC                                              00191800
                  MOVE 'META INCLUIDA' TO MSGO                          00192180
                 END-IF                                                 00192560
                WHEN OTHER                                              00193000
                 MOVE SQLCODE TO WRK-SQLCODE                            00194000
                 MOVE WRK-SQLCODE TO MSGO                               00195000
               AND VIGINIL GREATER 0                                    00240000
             MOVE SETORI  TO WRK-META-SETOR                             00241000
             MOVE VIGINII TO WRK-META-VIGINI                            00242000
             PERFORM 2800-LOG-ANTES                                     00242500
             EXEC SQL                                                   00243000
              DELETE FROM IVAN.SETORMETA                                00244000
               WHERE SETOR  = :WRK-META-SETOR                           00245000
             END-EXEC                                                   00247000
             EVALUATE SQLCODE                                           00248000
              WHEN 0                                                    00249000
               PERFORM 2810-LOG-GRAVAR                                  00249380
               IF PAR-ERRO                                              00249760
                EXEC SQL                                                00250140
                  ROLLBACK                                              00250520
                END-EXEC                                                00250900
                MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO         00251280
               ELSE                                                     00251660
                EXEC SQL                                                00252040
                  COMMIT                                                00252420
                END-EXEC                                                00252800
                MOVE 'META EXCLUIDA'        TO MSGO                     00253180
               END-IF                                                   00253560
              WHEN 100                                                  00254000
               MOVE 'META NAO ENCONTRADA'  TO MSGO                      00255000
              WHEN OTHER                                                00256000
              WHEN 3                                                    00279000
               MOVE 'VIGENCIA INVALIDA'        TO MSGO                  00280000
              WHEN OTHER                                                00281000
               PERFORM 2800-LOG-ANTES                                   00281500
               EXEC SQL                                                 00282000
                UPDATE IVAN.SETORMETA                                   00283000
                   SET METAHEAD  = :WRK-META-HEADCOUNT,                 00284000
               END-EXEC                                                 00290000
               EVALUATE SQLCODE                                         00291000
                WHEN 0                                                  00292000
                 PERFORM 2810-LOG-GRAVAR                                00292380
                 IF PAR-ERRO                                            00292760
                  EXEC SQL                                              00293140
                    ROLLBACK                                            00293520
                  END-EXEC                                              00293900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00294280
                 ELSE                                                   00294660
                  EXEC SQL                                              00295040
                    COMMIT                                              00295420
                  END-EXEC                                              00295800
                  MOVE 'META ALTERADA'       TO MSGO                    00296180
                 END-IF                                                 00296560
                WHEN 100                                                00297000
                 MOVE 'META NAO ENCONTRADA' TO MSGO                     00298000
                WHEN OTHER                                              00299000
      *-----------------------------------------------------            00306000
                                                                        00307000
      *-----------------------------------------------------            00308000
       2800-LOG-ANTES                             SECTION.              00308020
      *-----------------------------------------------------            00308040
      *      IMAGEM DA META ANTES DO COMANDO, PARA A TRILHA             00308060
      *      DE ALTERACOES DE IVAN.PARMLOG.                             00308080
             EXEC CICS ASSIGN                                           00308100
               USERID(PAR-USUARIO)                                      00308120
             END-EXEC.                                                  00308140
             MOVE EIBTRMID       TO PAR-TERMINAL.                       00308160
             MOVE 'F22CIP6'      TO PAR-PROGRAMA.                       00308180
             MOVE 'SETORMETA'    TO PAR-TABELA.                         00308200
             MOVE SPACES         TO PAR-CHAVE.                          00308220
             MOVE WRK-META-SETOR TO PAR-CHV-MET-SETOR.                  00308240
             MOVE WRK-META-VIGINI TO PAR-CHV-MET-VIGINI.                00308260
             MOVE 'A'            TO PAR-FUNCAO.                         00308280
             CALL 'GRAVAPAR' USING PAR-DADOS.                           00308300
      *-----------------------------------------------------            00308320
       2800-99-FIM.                                  EXIT.              00308340
      *-----------------------------------------------------            00308360
                                                                        00308380
      *-----------------------------------------------------            00308400
       2810-LOG-GRAVAR                            SECTION.              00308420
      *-----------------------------------------------------            00308440
      *      GRAVA A TRILHA ANTES DO COMMIT; SE A IMAGEM ANTES          00308460
      *      NAO PODE SER LIDA, O RESULTADO FICA EM ERRO E A            00308480
      *      ALTERACAO E DESFEITA.                                      00308500
             IF PAR-OK                                                  00308520
              MOVE 'G' TO PAR-FUNCAO                                    00308540
              CALL 'GRAVAPAR' USING PAR-DADOS                           00308560
             END-IF.                                                    00308580
      *-----------------------------------------------------            00308600
       2810-99-FIM.                                  EXIT.              00308620
      *-----------------------------------------------------            00308640
                                                                        00308660
      *-----------------------------------------------------            00308680
       3000-FINALIZAR                             SECTION.              00309000
      *-----------------------------------------------------            00310000
            EXEC CICS                                                   00311000
