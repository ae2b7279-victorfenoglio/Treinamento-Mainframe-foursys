      *            OS VALIDOS EM IVAN.FUNC COM REGISTRO   *             00014000
      *            EM IVAN.FUNCLOG E GRAVANDO OS DEMAIS   *             00015000
      *            EM CARGAREJ COM O MOTIVO DA REJEICAO.  *             00016000
      *            A ADMISSAO SO E CARREGADA COM O EXAME  *             00016250
      *            ADMISSIONAL (ASO TIPO A) JA GRAVADO NO *             00016500
      *            F22CIPR (IVAN.ASO).                    *             00016750
      *            A EMPRESA DO REGISTRO, QUANDO VIER     *             00016800
      *            PREENCHIDA, TEM DE SER A DO SETOR      *             00016850
      *            (IVAN.SETOR); EM BRANCO ASSUME A DO    *             00016900
      *            SETOR.                                 *             00016950
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
      *  IVAN.FUNC          I/O             #BKFUNC       *             00025000
      *  IVAN.SETOR          I              --------      *             00026000
      *  IVAN.FUNCLOG        O              --------      *             00027000
      *  IVAN.ASO            I              --------      *             00027500
      *===================================================*             00028000
                                                                        00029000
      *====================================================             00030000
       FD CARGAFUN                                                      00051000
           RECORDING MODE IS F                                          00052000
           BLOCK CONTAINS 0 RECORDS.                                    00053000
      *-----------LRECL 116---------------------------------            00054000
       01 FD-CARGAFUN.                                                  00055000
          05 FD-CGA-ID        PIC 9(05).                                00056000
          05 FD-CGA-NOME      PIC X(30).                                00057000
          05 FD-CGA-DATANASC  PIC X(10).                                00061000
          05 FD-CGA-EMAIL     PIC X(40).                                00062000
          05 FD-CGA-GERENTE   PIC 9(05).                                00063000
          05 FD-CGA-EMPRESA   PIC X(02).                                00063500
                                                                        00064000
       FD CARGAREJ                                                      00065000
           RECORDING MODE IS F                                          00066000
           BLOCK CONTAINS 0 RECORDS.                                    00067000
      *-----------LRECL 146---------------------------------            00068000
       01 FD-CARGAREJ.                                                  00069000
          05 FD-REJ-REGISTRO  PIC X(116).                               00070000
          05 FD-REJ-MOTIVO    PIC X(30).                                00071000
      *-----------------------------------------------------            00072000
       WORKING-STORAGE                           SECTION.               00073000
       77 WRK-FLAG         PIC 9(02).                                   00091000
       77 WRK-MOTIVO       PIC X(30).                                   00092000
       77 WRK-TERMINAL     PIC X(04) VALUE 'BTCH'.                      00093000
       77 WRK-QTDE-ASO     PIC S9(09) COMP.                             00093500
       77 WRK-EMPRESA      PIC X(02).                                   00093750
      *----------------------------------------------------             00094000
       01 FILLER PIC X(48) VALUE                                        00095000
           '--------------VALIDACAO DE EMAIL-------------'.             00096000
           IF WRK-FLAG EQUAL 0                                          00206000
            MOVE FD-CGA-SETOR TO DB2-SETOR                              00207000
            EXEC SQL                                                    00208000
             SELECT IDSETOR,EMPRESA                                     00208660
              INTO :DB2-SETOR,:WRK-EMPRESA                              00209320
              FROM IVAN.SETOR                                           00210000
              WHERE IDSETOR = :DB2-SETOR                                00211000
              FETCH FIRST ROW ONLY                                      00212000
            IF SQLCODE NOT EQUAL 0                                      00214000
             MOVE 1 TO WRK-FLAG                                         00215000
             MOVE 'SETOR INVALIDO' TO WRK-MOTIVO                        00216000
            ELSE                                                        00216140
             IF FD-CGA-EMPRESA NOT EQUAL SPACES                         00216280
                AND FD-CGA-EMPRESA NOT EQUAL WRK-EMPRESA                00216420
              MOVE 1 TO WRK-FLAG                                        00216560
              MOVE 'SETOR DE OUTRA EMPRESA' TO WRK-MOTIVO               00216700
             END-IF                                                     00216840
            END-IF                                                      00217000
           END-IF.                                                      00218000
                                                                        00219000
             MOVE 'ID JA CADASTRADO' TO WRK-MOTIVO                      00266000
            END-IF                                                      00267000
           END-IF.                                                      00268000
                                                                        00268070
           IF WRK-FLAG EQUAL 0                                          00268140
            EXEC SQL                                                    00268210
             SELECT COUNT(*) INTO :WRK-QTDE-ASO                         00268280
              FROM IVAN.ASO                                             00268350
              WHERE IDFUNC    = :DB2-ID                                 00268420
                AND TIPOEXAME = 'A'                                     00268490
            END-EXEC                                                    00268560
            IF SQLCODE NOT EQUAL 0 OR WRK-QTDE-ASO EQUAL ZEROS          00268630
             MOVE 1 TO WRK-FLAG                                         00268700
             MOVE 'SEM EXAME ADMISSIONAL (ASO)' TO WRK-MOTIVO           00268770
            END-IF                                                      00268840
           END-IF.                                                      00268910
      *-----------------------------------------------------            00269000
       2100-99-FIM.                                  EXIT.              00270000
      *-----------------------------------------------------            00271000
           EXEC SQL                                                     00353000
            INSERT INTO IVAN.FUNC(ID,NOME,SETOR,SALARIO,                00354000
                                  DATAADM,EMAIL,GERENTE,                00355000
                                  DATANASC,EMPRESA,STATUS)              00356000
            VALUES (:DB2-ID,                                            00357000
                    :DB2-NOME,                                          00358000
                    :DB2-SETOR,                                         00359000
                    :DB2-SALARIO,                                       00360000
                    :DB2-DATAADM,                                       00361000
                    :DB2-EMAIL,:DB2-GERENTE,:DB2-DATANASC,              00361660
                    :WRK-EMPRESA,'A')                                   00362320
           END-EXEC.                                                    00363000
                                                                        00364000
           IF SQLCODE EQUAL 0                                           00365000
