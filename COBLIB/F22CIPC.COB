      *            VALIDA DA COMPETENCIA PROCESSADA SEM   *             00014000
      *            ALTERACAO DE PROGRAMA. CHAVE: TIPO +   *             00015000
      *            FAIXA + VIGENCIA INICIAL.              *             00016000
      *            TODA INCLUSAO, ALTERACAO E EXCLUSAO E  *             00016200
      *            REGISTRADA EM IVAN.PARMLOG (IMAGEM     *             00016400
      *            ANTES/DEPOIS, USUARIO, TERMINAL) PELA  *             00016600
      *            SUBROTINA GRAVAPAR, NO MESMO COMMIT.   *             00016800
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00016850
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00016900
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00016950
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
      *---------------------------------------------------*             00021000
      *  BASE  DE DADOS:                                  *             00022000
      *  TABELA             I/O           INCLUDE/BOOK    *             00023000
      *  IVAN.USUARIO        I             ---------      *             00023330
      *  IVAN.USUALOG        O             ---------      *             00023660
      *  IVAN.ALIQUOTA      I/O            ---------      *             00024000
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
      *----------------------------------------------------             00043000
       01 FILLER PIC X(48) VALUE                                        00044000
      *-----------------------------------------------------            00067000
       1000-INICIALIZAR                           SECTION.              00068000
      *-----------------------------------------------------            00069000
             PERFORM 1100-VERIFICAR-ACESSO.                             00069330
                                                                        00069660
             EXEC CICS SEND                                             00070000
               MAPSET('F22CIMC')                                        00071000
               MAP('MAPA01')                                            00072000
             END-EXEC.                                                  00075000
      *-----------------------------------------------------            00076000
       1000-99-FIM.                                  EXIT.              00077000
      *-----------------------------------------------------            00077020
                                                                        00077040
      *-----------------------------------------------------            00077060
       1100-VERIFICAR-ACESSO                      SECTION.              00077080
      *-----------------------------------------------------            00077100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00077120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00077140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00077160
      *      MENU F22CIPL.                                              00077180
             EXEC CICS ASSIGN                                           00077200
               USERID(WRK-USUARIO)                                      00077220
             END-EXEC.                                                  00077240
                                                                        00077260
             EXEC SQL                                                   00077280
              SELECT PERFIL INTO :WRK-PERFIL                            00077300
               FROM IVAN.USUARIO                                        00077320
               WHERE USUARIO = :WRK-USUARIO                             00077340
               FETCH FIRST ROW ONLY                                     00077360
             END-EXEC.                                                  00077380
                                                                        00077400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00077420
              MOVE EIBTRMID TO WRK-TERMINAL                             00077440
              EXEC SQL                                                  00077460
               INSERT INTO IVAN.USUALOG                                 00077480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00077500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00077520
                       'RV',CURRENT TIMESTAMP)                          00077540
              END-EXEC                                                  00077560
              EXEC SQL                                                  00077580
                COMMIT                                                  00077600
              END-EXEC                                                  00077620
              MOVE LOW-VALUES TO MAPA01O                                00077640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00077660
                TO MSGO                                                 00077680
              EXEC CICS SEND                                            00077700
                MAPSET('F22CIMC')                                       00077720
                MAP('MAPA01')                                           00077740
                FROM(MAPA01O)                                           00077760
                ERASE                                                   00077780
              END-EXEC                                                  00077800
              EXEC CICS                                                 00077820
               RETURN                                                   00077840
              END-EXEC                                                  00077860
             END-IF.                                                    00077880
      *-----------------------------------------------------            00077900
       1100-99-FIM.                                  EXIT.              00077920
      *-----------------------------------------------------            00078000
                                                                        00079000
      *-----------------------------------------------------            00080000
              WHEN 3                                                    00180000
               MOVE 'VIGENCIA FINAL MENOR QUE INICIAL' TO MSGO          00181000
              WHEN OTHER                                                00182000
               PERFORM 2800-LOG-ANTES                                   00182500
               EXEC SQL                                                 00183000
                INSERT INTO IVAN.ALIQUOTA                               00184000
                      (TIPO,FAIXA,LIMITE,PCT,VIGINI,VIGFIM)             00185000
               END-EXEC                                                 00189000
               EVALUATE SQLCODE                                         00190000
                WHEN 0                                                  00191000
                 PERFORM 2810-LOG-GRAVAR                                00191380
                 IF PAR-ERRO                                            00191760
                  EXEC SQL                                              00192140
                    ROLLBACK                                            00192520
                  END-EXEC                                              00192900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00193280
                 ELSE                                                   00193660
                  EXEC SQL                                              00194040
                    COMMIT                                              00194420
                  END-EXEC                                              00194800
                  MOVE 'ALIQUOTA INCLUIDA' TO MSGO                      00195180
                 END-IF                                                 00195560
                WHEN -803                                               00196000
                 MOVE 'ALIQUOTA JA CADASTRADA' TO MSGO                  00197000
                WHEN OTHER                                              00198000
                 AND WRK-ALQ-TIPO NOT EQUAL 'IRRF'                      00225000
                 AND WRK-ALQ-TIPO NOT EQUAL 'PATR'                      00226000
                 AND WRK-ALQ-TIPO NOT EQUAL 'DEPN'                      00227000
                 AND WRK-ALQ-TIPO NOT EQUAL 'FGTS'                      00227500
               MOVE 2 TO WRK-FLAG                                       00228000
              END-IF                                                    00229000
             END-IF.                                                    00230000
             MOVE TIPOI   TO WRK-ALQ-TIPO                               00245000
             MOVE FAIXAI  TO WRK-ALQ-FAIXA                              00246000
             MOVE VIGINII TO WRK-ALQ-VIGINI                             00247000
             PERFORM 2800-LOG-ANTES                                     00247500
             EXEC SQL                                                   00248000
              DELETE FROM IVAN.ALIQUOTA                                 00249000
               WHERE TIPO = :WRK-ALQ-TIPO                               00250000
             END-EXEC                                                   00253000
             EVALUATE SQLCODE                                           00254000
              WHEN 0                                                    00255000
               PERFORM 2810-LOG-GRAVAR                                  00255380
               IF PAR-ERRO                                              00255760
                EXEC SQL                                                00256140
                  ROLLBACK                                              00256520
                END-EXEC                                                00256900
                MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO         00257280
               ELSE                                                     00257660
                EXEC SQL                                                00258040
                  COMMIT                                                00258420
                END-EXEC                                                00258800
                MOVE 'ALIQUOTA EXCLUIDA'       TO MSGO                  00259180
               END-IF                                                   00259560
              WHEN 100                                                  00260000
               MOVE 'ALIQUOTA NAO ENCONTRADA' TO MSGO                   00261000
              WHEN OTHER                                                00262000
              WHEN 3                                                    00284000
               MOVE 'VIGENCIA FINAL MENOR QUE INICIAL' TO MSGO          00285000
              WHEN OTHER                                                00286000
               PERFORM 2800-LOG-ANTES                                   00286500
               EXEC SQL                                                 00287000
                UPDATE IVAN.ALIQUOTA                                    00288000
                   SET LIMITE = :WRK-ALQ-LIMITE,                        00289000
               END-EXEC                                                 00295000
               EVALUATE SQLCODE                                         00296000
                WHEN 0                                                  00297000
                 PERFORM 2810-LOG-GRAVAR                                00297380
                 IF PAR-ERRO                                            00297760
                  EXEC SQL                                              00298140
                    ROLLBACK                                            00298520
                  END-EXEC                                              00298900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00299280
                 ELSE                                                   00299660
                  EXEC SQL                                              00300040
                    COMMIT                                              00300420
                  END-EXEC                                              00300800
                  MOVE 'ALIQUOTA ALTERADA'       TO MSGO                00301180
                 END-IF                                                 00301560
                WHEN 100                                                00302000
                 MOVE 'ALIQUOTA NAO ENCONTRADA' TO MSGO                 00303000
                WHEN OTHER                                              00304000
      *-----------------------------------------------------            00311000
                                                                        00312000
      *-----------------------------------------------------            00313000
       2800-LOG-ANTES                             SECTION.              00313020
      *-----------------------------------------------------            00313040
      *      IMAGEM DA ALIQUOTA ANTES DO COMANDO, PARA A TRILHA         00313060
      *      DE ALTERACOES DE IVAN.PARMLOG.                             00313080
             EXEC CICS ASSIGN                                           00313100
               USERID(PAR-USUARIO)                                      00313120
             END-EXEC.                                                  00313140
             MOVE EIBTRMID       TO PAR-TERMINAL.                       00313160
             MOVE 'F22CIPC'      TO PAR-PROGRAMA.                       00313180
             MOVE 'ALIQUOTA'     TO PAR-TABELA.                         00313200
             MOVE SPACES         TO PAR-CHAVE.                          00313220
             MOVE WRK-ALQ-TIPO   TO PAR-CHV-ALQ-TIPO.                   00313240
             MOVE WRK-ALQ-FAIXA  TO PAR-CHV-ALQ-FAIXA.                  00313260
             MOVE WRK-ALQ-VIGINI TO PAR-CHV-ALQ-VIGINI.                 00313280
             MOVE 'A'            TO PAR-FUNCAO.                         00313300
             CALL 'GRAVAPAR' USING PAR-DADOS.                           00313320
      *-----------------------------------------------------            00313340
       2800-99-FIM.                                  EXIT.              00313360
      *-----------------------------------------------------            00313380
                                                                        00313400
      *-----------------------------------------------------            00313420
       2810-LOG-GRAVAR                            SECTION.              00313440
      *-----------------------------------------------------            00313460
      *      GRAVA A TRILHA ANTES DO COMMIT; SE A IMAGEM ANTES          00313480
      *      NAO PODE SER LIDA, O RESULTADO FICA EM ERRO E A            00313500
      *      ALTERACAO E DESFEITA.                                      00313520
             IF PAR-OK                                                  00313540
              MOVE 'G' TO PAR-FUNCAO                                    00313560
              CALL 'GRAVAPAR' USING PAR-DADOS                           00313580
             END-IF.                                                    00313600
      *-----------------------------------------------------            00313620
       2810-99-FIM.                                  EXIT.              00313640
      *-----------------------------------------------------            00313660
                                                                        00313680
      *-----------------------------------------------------            00313700
       3000-FINALIZAR                             SECTION.              00314000
      *-----------------------------------------------------            00315000
            EXEC CICS                                                   00316000
