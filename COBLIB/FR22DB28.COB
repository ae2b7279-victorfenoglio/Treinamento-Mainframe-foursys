      *            SALARIAL DOS ATIVOS, COMO NO FR22DB07),*             00012000
      *            IMPRIMINDO EM RELMETA A VARIACAO POR   *             00013000
      *            SETOR COM OS ESTOURADOS SINALIZADOS.   *             00014000
      *            EM SEGUIDA IMPRIME O CONSOLIDADO PELA  *             00014110
      *            HIERARQUIA DE SETORES (SETORPAI, VIA   *             00014220
      *            SUBROTINA SETUTIL): ORCADO E REALIZADO *             00014330
      *            SOMADOS EM CADA NIVEL, RECUADOS, ATE O *             00014440
      *            NIVEL PEDIDO.                          *             00014550
      *---------------------------------------------------*             00014660
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + NIVEL    *             00014770
      *  MAXIMO DO CONSOLIDADO (99, ZEROS = TODOS).       *             00014880
      *---------------------------------------------------*             00015000
      *  ARQUIVOS:                                        *             00016000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00017000
      *  TABELA             I/O           INCLUDE/BOOK    *             00021000
      *  IVAN.SETORMETA      I             ---------      *             00022000
      *  IVAN.FUNC           I             #BKFUNC        *             00023000
      *  IVAN.SETOR          I             #SETUTIL       *             00023330
      *  (ARVORE VIA SUBROTINA SETUTIL)                   *             00023660
      *===================================================*             00024000
                                                                        00025000
      *====================================================             00026000
                ORDER BY M.SETOR                                        00069000
           END-EXEC.                                                    00070000
                                                                        00071000
           EXEC SQL                                                     00071110
              DECLARE CARVORE CURSOR FOR                                00071220
               SELECT IDSETOR,COALESCE(SETORPAI,' '),DESCSETOR          00071330
                FROM IVAN.SETOR                                         00071440
           END-EXEC.                                                    00071550
                                                                        00071660
           COPY '#SETUTIL'.                                             00071770
                                                                        00071880
       77 WRK-SETOR-DB2    PIC X(04).                                   00072000
       77 WRK-METAHEAD     PIC 9(05).                                   00073000
       77 WRK-METAMASSA    PIC 9(12).                                   00074000
                                                                        00077000
       01 WRK-PARM.                                                     00078000
          05 WRK-PARM-COMPET PIC 9(06)  VALUE ZEROS.                    00079000
          05 WRK-PARM-NIVEL  PIC 9(02)  VALUE ZEROS.                    00079500
      *----------------------------------------------------             00080000
       01 FILLER PIC X(48) VALUE                                        00081000
           '--------------VARIAVEIS PARA APOIO-----------'.             00082000
       77 WRK-FS-RELMETA   PIC 9(02).                                   00085000
       77 WRK-DIF-HEAD     PIC S9(06)   VALUE ZEROS.                    00086000
       77 WRK-DIF-MASSA    PIC S9(13)   VALUE ZEROS.                    00087000
       77 WRK-IDSETOR-DB2  PIC X(04).                                   00087200
       77 WRK-SETORPAI-DB2 PIC X(04).                                   00087400
       77 WRK-DESCSET-DB2  PIC X(40).                                   00087600
       77 WRK-FIM-ARVORE   PIC X(01)    VALUE 'N'.                      00087800
      *----------------------------------------------------             00088000
       01 FILLER PIC X(48) VALUE                                        00089000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00090000
          05 FILLER           PIC X(03) VALUE SPACES.                   00122000
          05 WRK-REL-SITU     PIC X(14).                                00123000
          05 FILLER           PIC X(19) VALUE SPACES.                   00124000
       01 WRK-HIE-CABEC1      PIC X(90) VALUE                           00124040
           'CONSOLIDADO PELA HIERARQUIA DE SETORES'.                    00124080
       01 WRK-HIE-CABEC2.                                               00124120
          05 FILLER PIC X(30) VALUE 'NIVEL / SETOR'.                    00124160
          05 FILLER PIC X(07) VALUE ' HC ORC'.                          00124200
          05 FILLER PIC X(07) VALUE ' HC REA'.                          00124240
          05 FILLER PIC X(13) VALUE '  MASSA ORC.'.                     00124280
          05 FILLER PIC X(13) VALUE '  MASSA REAL'.                     00124320
          05 FILLER PIC X(20) VALUE ' SITUACAO'.                        00124360
       01 WRK-HIE-LINHA.                                                00124400
          05 WRK-HIE-ROTULO   PIC X(30).                                00124440
          05 FILLER           PIC X(01) VALUE SPACES.                   00124480
          05 WRK-HIE-METAHC   PIC ZZZZ9.                                00124520
          05 FILLER           PIC X(02) VALUE SPACES.                   00124560
          05 WRK-HIE-REALHC   PIC ZZZZ9.                                00124600
          05 FILLER           PIC X(01) VALUE SPACES.                   00124640
          05 WRK-HIE-METAMS   PIC Z(11)9.                               00124680
          05 FILLER           PIC X(01) VALUE SPACES.                   00124720
          05 WRK-HIE-REALMS   PIC Z(11)9.                               00124760
          05 FILLER           PIC X(01) VALUE SPACES.                   00124800
          05 WRK-HIE-SITU     PIC X(14).                                00124840
          05 FILLER           PIC X(06) VALUE SPACES.                   00124880
       77 WRK-LINHABRANCO     PIC X(90) VALUE SPACES.                   00124920
      *====================================================             00125000
       PROCEDURE                                 DIVISION.              00126000
      *====================================================             00127000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00144000
            STOP RUN                                                    00145000
           END-IF.                                                      00146000
           IF WRK-PARM-NIVEL NOT NUMERIC                                00146250
            MOVE ZEROS TO WRK-PARM-NIVEL                                00146500
           END-IF.                                                      00146750
                                                                        00147000
           OPEN OUTPUT RELMETA.                                         00148000
           IF WRK-FS-RELMETA NOT EQUAL 0                                00149000
            DISPLAY 'ERRO NA ABERTURA DO RELMETA'                       00150000
            STOP RUN                                                    00151000
           END-IF.                                                      00152000
                                                                        00152330
           PERFORM 1100-CARREGAR-ARVORE.                                00152660
                                                                        00153000
           MOVE WRK-PARM-COMPET TO WRK-REL-COMPET.                      00154000
           WRITE FD-RELMETA FROM WRK-REL-CABEC1.                        00155000
           END-EVALUATE.                                                00171000
      *-----------------------------------------------------            00172000
       1000-99-FIM.                                  EXIT.              00173000
      *-----------------------------------------------------            00173030
                                                                        00173060
      *-----------------------------------------------------            00173090
       1100-CARREGAR-ARVORE                       SECTION.              00173120
      *-----------------------------------------------------            00173150
           MOVE 'I' TO STU-FUNCAO.                                      00173180
           CALL 'SETUTIL' USING STU-DADOS.                              00173210
                                                                        00173240
           EXEC SQL                                                     00173270
              OPEN CARVORE                                              00173300
           END-EXEC.                                                    00173330
           IF SQLCODE NOT EQUAL 0                                       00173360
            MOVE SQLCODE TO WRK-SQLCODE                                 00173390
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CARVORE'                00173420
            STOP RUN                                                    00173450
           END-IF.                                                      00173480
                                                                        00173510
           PERFORM 4100-LER-ARVORE UNTIL WRK-FIM-ARVORE EQUAL 'S'.      00173540
                                                                        00173570
           EXEC SQL                                                     00173600
              CLOSE CARVORE                                             00173630
           END-EXEC.                                                    00173660
                                                                        00173690
           MOVE 'M' TO STU-FUNCAO.                                      00173720
           CALL 'SETUTIL' USING STU-DADOS.                              00173750
      *-----------------------------------------------------            00173780
       1100-99-FIM.                                  EXIT.              00173810
      *-----------------------------------------------------            00174000
                                                                        00175000
      *-----------------------------------------------------            00176000
                                                                        00197000
           WRITE FD-RELMETA FROM WRK-REL-LINHA.                         00198000
                                                                        00199000
           MOVE 'A'           TO STU-FUNCAO.                            00199100
           MOVE WRK-SETOR-DB2 TO STU-SETOR.                             00199200
           MOVE ZEROS         TO STU-VALORES.                           00199300
           MOVE WRK-METAHEAD  TO STU-VALOR (1).                         00199400
           MOVE WRK-REALHEAD  TO STU-VALOR (2).                         00199500
           MOVE WRK-METAMASSA TO STU-VALOR (3).                         00199600
           MOVE WRK-REALMASSA TO STU-VALOR (4).                         00199700
           CALL 'SETUTIL' USING STU-DADOS.                              00199800
                                                                        00199900
           PERFORM 4000-LER-META.                                       00200000
      *-----------------------------------------------------            00201000
       2000-99-FIM.                                  EXIT.              00202000
              CLOSE CMETA                                               00209000
           END-EXEC.                                                    00210000
                                                                        00211000
           PERFORM 3100-CONSOLIDAR-HIERARQUIA.                          00211330
                                                                        00211660
           CLOSE RELMETA.                                               00212000
                                                                        00213000
           DISPLAY ' '.                                                 00214000
           DISPLAY 'SETORES AVALIADOS:  ' WRK-REGLIDOS.                 00215000
           DISPLAY 'SETORES ESTOURADOS: ' WRK-REGESTOURO.               00216000
           DISPLAY 'SETORPAI INEXISTENTE: ' STU-QTDE-ORFAOS.            00216330
           DISPLAY 'CICLOS NA HIERARQUIA: ' STU-QTDE-CICLOS.            00216660
      *-----------------------------------------------------            00217000
       3000-99-FIM.                                  EXIT.              00218000
      *-----------------------------------------------------            00218020
                                                                        00218040
      *-----------------------------------------------------            00218060
       3100-CONSOLIDAR-HIERARQUIA                 SECTION.              00218080
      *-----------------------------------------------------            00218100
      *    CADA NIVEL SOMA AS METAS E O REALIZADO DOS SETORES           00218120
      *    ABAIXO DELE; O ESTOURO E AVALIADO NO TOTAL DO NIVEL.         00218140
           WRITE FD-RELMETA FROM WRK-LINHABRANCO.                       00218160
           WRITE FD-RELMETA FROM WRK-HIE-CABEC1.                        00218180
           WRITE FD-RELMETA FROM WRK-HIE-CABEC2.                        00218200
                                                                        00218220
           MOVE 'L'            TO STU-FUNCAO.                           00218240
           MOVE ZEROS          TO STU-POSICAO.                          00218260
           MOVE WRK-PARM-NIVEL TO STU-NIVEL-MAX.                        00218280
           CALL 'SETUTIL' USING STU-DADOS.                              00218300
           PERFORM 3110-IMPRIMIR-NIVEL UNTIL STU-RETORNO NOT EQUAL '0'. 00218320
      *-----------------------------------------------------            00218340
       3100-99-FIM.                                  EXIT.              00218360
      *-----------------------------------------------------            00218380
                                                                        00218400
      *-----------------------------------------------------            00218420
       3110-IMPRIMIR-NIVEL                        SECTION.              00218440
      *-----------------------------------------------------            00218460
           MOVE STU-ROTULO    TO WRK-HIE-ROTULO.                        00218480
           MOVE STU-VALOR (1) TO WRK-HIE-METAHC.                        00218500
           MOVE STU-VALOR (2) TO WRK-HIE-REALHC.                        00218520
           MOVE STU-VALOR (3) TO WRK-HIE-METAMS.                        00218540
           MOVE STU-VALOR (4) TO WRK-HIE-REALMS.                        00218560
                                                                        00218580
           IF STU-VALOR (2) GREATER STU-VALOR (1)                       00218600
              OR STU-VALOR (4) GREATER STU-VALOR (3)                    00218620
            MOVE '** ESTOURADO' TO WRK-HIE-SITU                         00218640
           ELSE                                                         00218660
            MOVE 'DENTRO DA META' TO WRK-HIE-SITU                       00218680
           END-IF.                                                      00218700
                                                                        00218720
           WRITE FD-RELMETA FROM WRK-HIE-LINHA.                         00218740
                                                                        00218760
           CALL 'SETUTIL' USING STU-DADOS.                              00218780
      *-----------------------------------------------------            00218800
       3110-99-FIM.                                  EXIT.              00218820
      *-----------------------------------------------------            00219000
                                                                        00220000
      *-----------------------------------------------------            00221000
      *-----------------------------------------------------            00242000
       4000-99-FIM.                                  EXIT.              00243000
      *-----------------------------------------------------            00244000
                                                                        00245000
      *-----------------------------------------------------            00246000
       4100-LER-ARVORE                            SECTION.              00247000
      *-----------------------------------------------------            00248000
           EXEC SQL                                                     00249000
             FETCH CARVORE                                              00250000
              INTO :WRK-IDSETOR-DB2,                                    00251000
                   :WRK-SETORPAI-DB2,                                   00252000
                   :WRK-DESCSET-DB2                                     00253000
           END-EXEC.                                                    00254000
                                                                        00255000
           EVALUATE SQLCODE                                             00256000
            WHEN 0                                                      00257000
             MOVE 'N'              TO STU-FUNCAO                        00258000
             MOVE WRK-IDSETOR-DB2  TO STU-SETOR                         00259000
             MOVE WRK-SETORPAI-DB2 TO STU-SETORPAI                      00260000
             MOVE WRK-DESCSET-DB2  TO STU-DESC                          00261000
             CALL 'SETUTIL' USING STU-DADOS                             00262000
            WHEN 100                                                    00263000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00264000
            WHEN OTHER                                                  00265000
             MOVE SQLCODE TO WRK-SQLCODE                                00266000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00267000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00268000
           END-EVALUATE.                                                00269000
      *-----------------------------------------------------            00270000
       4100-99-FIM.                                  EXIT.              00271000
      *-----------------------------------------------------            00272000
