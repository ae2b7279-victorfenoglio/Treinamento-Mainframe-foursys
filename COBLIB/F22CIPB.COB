      *            IVAN.FERIADO, NOS MOLDES DO F22CIP1,   *             00009000
      *            USADO PELA SUBROTINA DIAUTIL NA FOLHA  *             00010000
      *            E NOS JOBS BANCARIOS.                  *             00011000
      *            TODA INCLUSAO E EXCLUSAO E REGISTRADA  *             00011200
      *            EM IVAN.PARMLOG (IMAGEM                *             00011400
      *            ANTES/DEPOIS, USUARIO, TERMINAL) PELA  *             00011600
      *            SUBROTINA GRAVAPAR, NO MESMO COMMIT.   *             00011800
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00011850
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00011900
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00011950
      *---------------------------------------------------*             00012000
      *  ARQUIVOS:                                        *             00013000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00014000
      *---------------------------------------------------*             00016000
      *  BASE  DE DADOS:                                  *             00017000
      *  TABELA             I/O           INCLUDE/BOOK    *             00018000
      *  IVAN.USUARIO        I             ---------      *             00018330
      *  IVAN.USUALOG        O             ---------      *             00018660
      *  IVAN.FERIADO       I/O            ---------      *             00019000
      *  IVAN.PARMLOG        O             #PARLOG        *             00019500
      *===================================================*             00020000
       DATA                                      DIVISION.              00021000
      *====================================================             00022000
            EXEC SQL                                                    00029000
               INCLUDE SQLCA                                            00030000
            END-EXEC.                                                   00031000
                                                                        00031330
           COPY '#PARLOG'.                                              00031660
      *----------------------------------------------------             00032000
       01 FILLER PIC X(48) VALUE                                        00033000
           '--------------VARIAVEIS PARA APOIO-----------'.             00034000
      *----------------------------------------------------             00035000
       77 WRK-SQLCODE     PIC -999.                                     00036000
       77 WRK-USUARIO     PIC X(08).                                    00036200
       77 WRK-TERMINAL    PIC X(04).                                    00036400
       77 WRK-PERFIL      PIC X(01).                                    00036600
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00036800
      *----------------------------------------------------             00037000
       01 FILLER PIC X(48) VALUE                                        00038000
           '--------------AREA DO FERIADO----------------'.             00039000
      *-----------------------------------------------------            00057000
       1000-INICIALIZAR                           SECTION.              00058000
      *-----------------------------------------------------            00059000
             PERFORM 1100-VERIFICAR-ACESSO.                             00059330
                                                                        00059660
             EXEC CICS SEND                                             00060000
               MAPSET('F22CIMB')                                        00061000
               MAP('MAPA01')                                            00062000
             END-EXEC.                                                  00065000
      *-----------------------------------------------------            00066000
       1000-99-FIM.                                  EXIT.              00067000
      *-----------------------------------------------------            00067020
                                                                        00067040
      *-----------------------------------------------------            00067060
       1100-VERIFICAR-ACESSO                      SECTION.              00067080
      *-----------------------------------------------------            00067100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00067120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00067140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00067160
      *      MENU F22CIPL.                                              00067180
             EXEC CICS ASSIGN                                           00067200
               USERID(WRK-USUARIO)                                      00067220
             END-EXEC.                                                  00067240
                                                                        00067260
             EXEC SQL                                                   00067280
              SELECT PERFIL INTO :WRK-PERFIL                            00067300
               FROM IVAN.USUARIO                                        00067320
               WHERE USUARIO = :WRK-USUARIO                             00067340
               FETCH FIRST ROW ONLY                                     00067360
             END-EXEC.                                                  00067380
                                                                        00067400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00067420
              MOVE EIBTRMID TO WRK-TERMINAL                             00067440
              EXEC SQL                                                  00067460
               INSERT INTO IVAN.USUALOG                                 00067480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00067500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00067520
                       'RV',CURRENT TIMESTAMP)                          00067540
              END-EXEC                                                  00067560
              EXEC SQL                                                  00067580
                COMMIT                                                  00067600
              END-EXEC                                                  00067620
              MOVE LOW-VALUES TO MAPA01O                                00067640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00067660
                TO MSGO                                                 00067680
              EXEC CICS SEND                                            00067700
                MAPSET('F22CIMB')                                       00067720
                MAP('MAPA01')                                           00067740
                FROM(MAPA01O)                                           00067760
                ERASE                                                   00067780
              END-EXEC                                                  00067800
              EXEC CICS                                                 00067820
               RETURN                                                   00067840
              END-EXEC                                                  00067860
             END-IF.                                                    00067880
      *-----------------------------------------------------            00067900
       1100-99-FIM.                                  EXIT.              00067920
      *-----------------------------------------------------            00068000
                                                                        00069000
      *-----------------------------------------------------            00070000
             IF DATAL GREATER 0 AND DESCFERL GREATER 0                  00152000
              MOVE DATAI    TO WRK-FER-DATA                             00153000
              MOVE DESCFERI TO WRK-FER-DESC                             00154000
              PERFORM 2800-LOG-ANTES                                    00154500
              EXEC SQL                                                  00155000
               INSERT INTO IVAN.FERIADO(DATA,DESCRICAO)                 00156000
               VALUES (:WRK-FER-DATA,:WRK-FER-DESC)                     00157000
              END-EXEC                                                  00158000
              EVALUATE SQLCODE                                          00159000
               WHEN 0                                                   00160000
                PERFORM 2810-LOG-GRAVAR                                 00160380
                IF PAR-ERRO                                             00160760
                 EXEC SQL                                               00161140
                   ROLLBACK                                             00161520
                 END-EXEC                                               00161900
                 MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO        00162280
                ELSE                                                    00162660
                 EXEC SQL                                               00163040
                   COMMIT                                               00163420
                 END-EXEC                                               00163800
                 MOVE 'FERIADO INCLUIDO' TO MSGO                        00164180
                END-IF                                                  00164560
               WHEN -803                                                00165000
                MOVE 'FERIADO JA CADASTRADO' TO MSGO                    00166000
               WHEN OTHER                                               00167000
      *-----------------------------------------------------            00180000
            IF CONFIRML GREATER 0 AND CONFIRMI EQUAL 'S'                00181000
             MOVE DATAI TO WRK-FER-DATA                                 00182000
             PERFORM 2800-LOG-ANTES                                     00182500
             EXEC SQL                                                   00183000
              DELETE FROM IVAN.FERIADO                                  00184000
               WHERE DATA = :WRK-FER-DATA                               00185000
             END-EXEC                                                   00186000
             EVALUATE SQLCODE                                           00187000
              WHEN 0                                                    00188000
               PERFORM 2810-LOG-GRAVAR                                  00188380
               IF PAR-ERRO                                              00188760
                EXEC SQL                                                00189140
                  ROLLBACK                                              00189520
                END-EXEC                                                00189900
                MOVE 'ERRO NA GRAVACAO DE IVAN.PARMLOG' TO MSGO         00190280
               ELSE                                                     00190660
                EXEC SQL                                                00191040
                  COMMIT                                                00191420
                END-EXEC                                                00191800
                MOVE 'FERIADO EXCLUIDO'       TO MSGO                   00192180
               END-IF                                                   00192560
              WHEN 100                                                  00193000
               MOVE 'DATA SEM FERIADO'       TO MSGO                    00194000
              WHEN OTHER                                                00195000
      *-----------------------------------------------------            00204000
                                                                        00205000
      *-----------------------------------------------------            00206000
       2800-LOG-ANTES                             SECTION.              00206020
      *-----------------------------------------------------            00206040
      *      IMAGEM DO FERIADO ANTES DO COMANDO, PARA A TRILHA          00206060
      *      DE ALTERACOES DE IVAN.PARMLOG.                             00206080
             EXEC CICS ASSIGN                                           00206100
               USERID(PAR-USUARIO)                                      00206120
             END-EXEC.                                                  00206140
             MOVE EIBTRMID       TO PAR-TERMINAL.                       00206160
             MOVE 'F22CIPB'      TO PAR-PROGRAMA.                       00206180
             MOVE 'FERIADO'      TO PAR-TABELA.                         00206200
             MOVE SPACES         TO PAR-CHAVE.                          00206220
             MOVE WRK-FER-DATA   TO PAR-CHV-FER-DATA.                   00206240
             MOVE 'A'            TO PAR-FUNCAO.                         00206260
             CALL 'GRAVAPAR' USING PAR-DADOS.                           00206280
      *-----------------------------------------------------            00206300
       2800-99-FIM.                                  EXIT.              00206320
      *-----------------------------------------------------            00206340
                                                                        00206360
      *-----------------------------------------------------            00206380
       2810-LOG-GRAVAR                            SECTION.              00206400
      *-----------------------------------------------------            00206420
      *      GRAVA A TRILHA ANTES DO COMMIT; SE A IMAGEM ANTES          00206440
      *      NAO PODE SER LIDA, O RESULTADO FICA EM ERRO E A            00206460
      *      ALTERACAO E DESFEITA.                                      00206480
             IF PAR-OK                                                  00206500
              MOVE 'G' TO PAR-FUNCAO                                    00206520
              CALL 'GRAVAPAR' USING PAR-DADOS                           00206540
             END-IF.                                                    00206560
      *-----------------------------------------------------            00206580
       2810-99-FIM.                                  EXIT.              00206600
      *-----------------------------------------------------            00206620
                                                                        00206640
      *-----------------------------------------------------            00206660
       3000-FINALIZAR                             SECTION.              00207000
      *-----------------------------------------------------            00208000
            EXEC CICS                                                   00209000
