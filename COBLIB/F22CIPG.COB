      *            (CREDITOS); VERBA 'BRUT' E A DESPESA   *             00015000
      *            DO SETOR E 'APAG' O FECHO DE SALARIOS  *             00016000
      *            A PAGAR.                               *             00017000
      *            O SETOR 'BANC' GUARDA AS CONTAS DOS    *             00017250
      *            LANCAMENTOS DO MOVIMENTO BANCARIO      *             00017500
      *            DIARIO (FR22DB75).                     *             00017750
      *            TODA INCLUSAO, ALTERACAO E EXCLUSAO E  *             00017800
      *            REGISTRADA EM IVAN.PARMLOG (IMAGEM     *             00017850
      *            ANTES/DEPOIS, USUARIO, TERMINAL) PELA  *             00017900
      *            SUBROTINA GRAVAPAR, NO MESMO COMMIT.   *             00017950
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00017960
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00017970
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00017980
      *---------------------------------------------------*             00018000
      *  ARQUIVOS:                                        *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00020000
      *---------------------------------------------------*             00022000
      *  BASE  DE DADOS:                                  *             00023000
      *  TABELA             I/O           INCLUDE/BOOK    *             00024000
      *  IVAN.USUARIO        I             ---------      *             00024330
      *  IVAN.USUALOG        O             ---------      *             00024660
      *  IVAN.CONTMAP       I/O            ---------      *             00025000
      *  IVAN.PARMLOG        O             #PARLOG        *             00025500
      *===================================================*             00026000
       DATA                                      DIVISION.              00027000
      *====================================================             00028000
            EXEC SQL                                                    00035000
               INCLUDE SQLCA                                            00036000
            END-EXEC.                                                   00037000
                                                                        00037330
           COPY '#PARLOG'.                                              00037660
      *----------------------------------------------------             00038000
       01 FILLER PIC X(48) VALUE                                        00039000
           '--------------VARIAVEIS PARA APOIO-----------'.             00040000
      *----------------------------------------------------             00041000
       77 WRK-SQLCODE     PIC -999.                                     00042000
       77 WRK-USUARIO     PIC X(08).                                    00042200
       77 WRK-TERMINAL    PIC X(04).                                    00042400
       77 WRK-PERFIL      PIC X(01).                                    00042600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00042800
       77 WRK-FLAG        PIC 9(02).                                    00043000
      *----------------------------------------------------             00044000
       01 FILLER PIC X(48) VALUE                                        00045000
      *-----------------------------------------------------            00066000
       1000-INICIALIZAR                           SECTION.              00067000
      *-----------------------------------------------------            00068000
             PERFORM 1100-VERIFICAR-ACESSO.                             00068330
                                                                        00068660
             EXEC CICS SEND                                             00069000
               MAPSET('F22CIMG')                                        00070000
               MAP('MAPA01')                                            00071000
             END-EXEC.                                                  00074000
      *-----------------------------------------------------            00075000
       1000-99-FIM.                                  EXIT.              00076000
      *-----------------------------------------------------            00076020
                                                                        00076040
      *-----------------------------------------------------            00076060
       1100-VERIFICAR-ACESSO                      SECTION.              00076080
      *-----------------------------------------------------            00076100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00076120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00076140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00076160
      *      MENU F22CIPL.                                              00076180
             EXEC CICS ASSIGN                                           00076200
               USERID(WRK-USUARIO)                                      00076220
             END-EXEC.                                                  00076240
                                                                        00076260
             EXEC SQL                                                   00076280
              SELECT PERFIL INTO :WRK-PERFIL                            00076300
               FROM IVAN.USUARIO                                        00076320
               WHERE USUARIO = :WRK-USUARIO                             00076340
               FETCH FIRST ROW ONLY                                     00076360
             END-EXEC.                                                  00076380
                                                                        00076400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00076420
              MOVE EIBTRMID TO WRK-TERMINAL                             00076440
              EXEC SQL                                                  00076460
               INSERT INTO IVAN.USUALOG                                 00076480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00076500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00076520
                       'RV',CURRENT TIMESTAMP)                          00076540
              END-EXEC                                                  00076560
              EXEC SQL                                                  00076580
                COMMIT                                                  00076600
              END-EXEC                                                  00076620
              MOVE LOW-VALUES TO MAPA01O                                00076640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00076660
                TO MSGO                                                 00076680
              EXEC CICS SEND                                            00076700
                MAPSET('F22CIMG')                                       00076720
                MAP('MAPA01')                                           00076740
                FROM(MAPA01O)                                           00076760
                ERASE                                                   00076780
              END-EXEC                                                  00076800
              EXEC CICS                                                 00076820
               RETURN                                                   00076840
              END-EXEC                                                  00076860
             END-IF.                                                    00076880
      *-----------------------------------------------------            00076900
       1100-99-FIM.                                  EXIT.              00076920
      *-----------------------------------------------------            00077000
                                                                        00078000
      *-----------------------------------------------------            00079000
              WHEN 1                                                    00171000
               MOVE 'INFORME VERBA E CONTA' TO MSGO                     00172000
              WHEN OTHER                                                00173000
               PERFORM 2800-LOG-ANTES                                   00173500
               EXEC SQL                                                 00174000
                INSERT INTO IVAN.CONTMAP                                00175000
                      (SETOR,CODVERBA,CONTA,CCUSTO)                     00176000
               END-EXEC                                                 00179000
               EVALUATE SQLCODE                                         00180000
                WHEN 0                                                  00181000
                 PERFORM 2810-LOG-GRAVAR                                00181380
                 IF PAR-ERRO                                            00181760
                  EXEC SQL                                              00182140
                    ROLLBACK                                            00182520
                  END-EXEC                                              00182900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00183280
                 ELSE                                                   00183660
                  EXEC SQL                                              00184040
                    COMMIT                                              00184420
                  END-EXEC                                              00184800
                  MOVE 'MAPEAMENTO INCLUIDO' TO MSGO                    00185180
                 END-IF                                                 00185560
                WHEN -803                                               00186000
                 MOVE 'MAPEAMENTO JA CADASTRADO' TO MSGO                00187000
                WHEN OTHER                                              00188000
            IF CONFIRML GREATER 0 AND CONFIRMI EQUAL 'S'                00227000
             MOVE SETORI   TO WRK-MAP-SETOR                             00228000
             MOVE CODVERBI TO WRK-MAP-VERBA                             00229000
             PERFORM 2800-LOG-ANTES                                     00229500
             EXEC SQL                                                   00230000
              DELETE FROM IVAN.CONTMAP                                  00231000
               WHERE SETOR = :WRK-MAP-SETOR                             00232000
             END-EXEC                                                   00234000
             EVALUATE SQLCODE                                           00235000
              WHEN 0                                                    00236000
               PERFORM 2810-LOG-GRAVAR                                  00236380
               IF PAR-ERRO                                              00236760
                EXEC SQL                                                00237140
                  ROLLBACK                                              00237520
                END-EXEC                                                00237900
                MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO         00238280
               ELSE                                                     00238660
                EXEC SQL                                                00239040
                  COMMIT                                                00239420
                END-EXEC                                                00239800
                MOVE 'MAPEAMENTO EXCLUIDO'       TO MSGO                00240180
               END-IF                                                   00240560
              WHEN 100                                                  00241000
               MOVE 'MAPEAMENTO NAO ENCONTRADO' TO MSGO                 00242000
              WHEN OTHER                                                00243000
              WHEN 1                                                    00261000
               MOVE 'INFORME VERBA E CONTA' TO MSGO                     00262000
              WHEN OTHER                                                00263000
               PERFORM 2800-LOG-ANTES                                   00263500
               EXEC SQL                                                 00264000
                UPDATE IVAN.CONTMAP                                     00265000
                   SET CONTA  = :WRK-MAP-CONTA,                         00266000
               END-EXEC                                                 00270000
               EVALUATE SQLCODE                                         00271000
                WHEN 0                                                  00272000
                 PERFORM 2810-LOG-GRAVAR                                00272380
                 IF PAR-ERRO                                            00272760
                  EXEC SQL                                              00273140
                    ROLLBACK                                            00273520
                  END-EXEC                                              00273900
                  MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO       00274280
                 ELSE                                                   00274660
                  EXEC SQL                                              00275040
                    COMMIT                                              00275420
                  END-EXEC                                              00275800
                  MOVE 'MAPEAMENTO ALTERADO'       TO MSGO              00276180
                 END-IF                                                 00276560
                WHEN 100                                                00277000
                 MOVE 'MAPEAMENTO NAO ENCONTRADO' TO MSGO               00278000
                WHEN OTHER                                              00279000
      *-----------------------------------------------------            00286000
                                                                        00287000
      *-----------------------------------------------------            00288000
       2800-LOG-ANTES                             SECTION.              00288020
      *-----------------------------------------------------            00288040
      *      IMAGEM DO MAPEAMENTO ANTES DO COMANDO, PARA A TRILHA       00288060
      *      DE ALTERACOES DE IVAN.PARMLOG.                             00288080
             EXEC CICS ASSIGN                                           00288100
               USERID(PAR-USUARIO)                                      00288120
             END-EXEC.                                                  00288140
             MOVE EIBTRMID       TO PAR-TERMINAL.                       00288160
             MOVE 'F22CIPG'      TO PAR-PROGRAMA.                       00288180
             MOVE 'CONTMAP'      TO PAR-TABELA.                         00288200
             MOVE SPACES         TO PAR-CHAVE.                          00288220
             MOVE WRK-MAP-SETOR  TO PAR-CHV-MAP-SETOR.                  00288240
             MOVE WRK-MAP-VERBA  TO PAR-CHV-MAP-VERBA.                  00288260
             MOVE 'A'            TO PAR-FUNCAO.                         00288280
             CALL 'GRAVAPAR' USING PAR-DADOS.                           00288300
      *-----------------------------------------------------            00288320
       2800-99-FIM.                                  EXIT.              00288340
      *-----------------------------------------------------            00288360
                                                                        00288380
      *-----------------------------------------------------            00288400
       2810-LOG-GRAVAR                            SECTION.              00288420
      *-----------------------------------------------------            00288440
      *      GRAVA A TRILHA ANTES DO COMMIT; SE A IMAGEM ANTES          00288460
      *      NAO PODE SER LIDA, O RESULTADO FICA EM ERRO E A            00288480
      *      ALTERACAO E DESFEITA.                                      00288500
             IF PAR-OK                                                  00288520
              MOVE 'G' TO PAR-FUNCAO                                    00288540
              CALL 'GRAVAPAR' USING PAR-DADOS                           00288560
             END-IF.                                                    00288580
      *-----------------------------------------------------            00288600
       2810-99-FIM.                                  EXIT.              00288620
      *-----------------------------------------------------            00288640
                                                                        00288660
      *-----------------------------------------------------            00288680
       3000-FINALIZAR                             SECTION.              00289000
      *-----------------------------------------------------            00290000
            EXEC CICS                                                   00291000
