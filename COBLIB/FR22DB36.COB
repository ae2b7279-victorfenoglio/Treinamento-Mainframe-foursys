      *            OS RELATORIOS VALIDAM NO FIM DO        *             00014000
      *            ARQUIVO. SUBSTITUI O UNLOAD AD-HOC     *             00015000
      *            CUJO LAYOUT JA DERIVOU UMA VEZ.        *             00016000
      *            DESCARREGA TAMBEM A ARVORE DE SETORES  *             00016200
      *            (IDSETOR, SETORPAI, DESCRICAO) EM      *             00016400
      *            SETARV, PARA O CONSOLIDADO POR NIVEL   *             00016600
      *            DO REL2205.                            *             00016800
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
      *  FUNC                O             ---------      *             00020000
      *  SETARV              O             ---------      *             00020500
      *---------------------------------------------------*             00021000
      *  BASE  DE DADOS:                                  *             00022000
      *  TABELA             I/O           INCLUDE/BOOK    *             00023000
      *  IVAN.FUNC           I             #BKFUNC        *             00024000
      *  IVAN.SETOR          I             ---------      *             00024500
      *===================================================*             00025000
                                                                        00026000
      *====================================================             00027000
       FILE-CONTROL.                                                    00035000
           SELECT FUNC ASSIGN TO FUNC                                   00036000
               FILE STATUS IS WRK-FS-FUNC.                              00037000
                                                                        00037250
           SELECT SETARV ASSIGN TO SETARV                               00037500
               FILE STATUS IS WRK-FS-SETARV.                            00037750
                                                                        00038000
      *====================================================             00039000
       DATA                                      DIVISION.              00040000
          05 FD-TRL-QTDE   PIC 9(06).                                   00057000
          05 FD-TRL-HASH   PIC 9(10).                                   00058000
          05 FILLER        PIC X(17).                                   00059000
                                                                        00059100
       FD SETARV                                                        00059200
           RECORDING MODE IS F                                          00059300
           BLOCK CONTAINS 0 RECORDS.                                    00059400
      *-----------LRECL 48----------------------------------            00059500
       01 FD-SETARV.                                                    00059600
          05 FD-ARV-SETOR    PIC X(04).                                 00059700
          05 FD-ARV-SETORPAI PIC X(04).                                 00059800
          05 FD-ARV-DESC     PIC X(40).                                 00059900
      *-----------------------------------------------------            00060000
       WORKING-STORAGE                           SECTION.               00061000
      *-----------------------------------------------------            00062000
                WHERE STATUS = 'A'                                      00075000
                ORDER BY SETOR, ID                                      00076000
           END-EXEC.                                                    00077000
                                                                        00077120
           EXEC SQL                                                     00077240
              DECLARE CARVORE CURSOR FOR                                00077360
               SELECT IDSETOR,COALESCE(SETORPAI,' '),DESCSETOR          00077480
                FROM IVAN.SETOR                                         00077600
                ORDER BY IDSETOR                                        00077720
           END-EXEC.                                                    00077840
      *----------------------------------------------------             00078000
       01 FILLER PIC X(48) VALUE                                        00079000
           '--------------VARIAVEIS PARA APOIO-----------'.             00080000
      *----------------------------------------------------             00081000
       77 WRK-FS-FUNC      PIC 9(02).                                   00082000
       77 WRK-SQLCODE      PIC -999.                                    00083000
       77 WRK-FS-SETARV    PIC 9(02).                                   00083160
       77 WRK-FIM-ARVORE   PIC X(01)    VALUE 'N'.                      00083320
       77 WRK-IDSETOR-DB2  PIC X(04).                                   00083480
       77 WRK-SETORPAI-DB2 PIC X(04).                                   00083640
       77 WRK-DESCSET-DB2  PIC X(40).                                   00083800
      *----------------------------------------------------             00084000
       01 FILLER PIC X(48) VALUE                                        00085000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00086000
      *----------------------------------------------------             00087000
       77 WRK-REGGRAVADOS  PIC 9(06)    VALUE ZEROS.                    00088000
       77 WRK-HASH-SAL     PIC 9(10)    VALUE ZEROS.                    00089000
       77 WRK-SETGRAVADOS  PIC 9(06)    VALUE ZEROS.                    00089500
      *====================================================             00090000
       PROCEDURE                                 DIVISION.              00091000
      *====================================================             00092000
                                                                        00161000
           CLOSE FUNC.                                                  00162000
                                                                        00163000
           PERFORM 3100-DESCARREGAR-ARVORE.                             00163330
                                                                        00163660
           DISPLAY ' '.                                                 00164000
           DISPLAY 'REGISTROS GRAVADOS: ' WRK-REGGRAVADOS.              00165000
           DISPLAY 'HASH DOS SALARIOS:  ' WRK-HASH-SAL.                 00166000
           DISPLAY 'SETORES NO SETARV:  ' WRK-SETGRAVADOS.              00166500
      *-----------------------------------------------------            00167000
       3000-99-FIM.                                  EXIT.              00168000
      *-----------------------------------------------------            00168030
                                                                        00168060
      *-----------------------------------------------------            00168090
       3100-DESCARREGAR-ARVORE                    SECTION.              00168120
      *-----------------------------------------------------            00168150
           OPEN OUTPUT SETARV.                                          00168180
           IF WRK-FS-SETARV NOT EQUAL 0                                 00168210
            DISPLAY 'ERRO NA ABERTURA DO SETARV'                        00168240
            STOP RUN                                                    00168270
           END-IF.                                                      00168300
                                                                        00168330
           EXEC SQL                                                     00168360
              OPEN CARVORE                                              00168390
           END-EXEC.                                                    00168420
           IF SQLCODE NOT EQUAL 0                                       00168450
            MOVE SQLCODE TO WRK-SQLCODE                                 00168480
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CARVORE'                00168510
            STOP RUN                                                    00168540
           END-IF.                                                      00168570
                                                                        00168600
           PERFORM 4100-LER-ARVORE UNTIL WRK-FIM-ARVORE EQUAL 'S'.      00168630
                                                                        00168660
           EXEC SQL                                                     00168690
              CLOSE CARVORE                                             00168720
           END-EXEC.                                                    00168750
                                                                        00168780
           CLOSE SETARV.                                                00168810
      *-----------------------------------------------------            00168840
       3100-99-FIM.                                  EXIT.              00168870
      *-----------------------------------------------------            00169000
                                                                        00170000
      *-----------------------------------------------------            00171000
      *-----------------------------------------------------            00191000
       4000-99-FIM.                                  EXIT.              00192000
      *-----------------------------------------------------            00193000
                                                                        00194000
      *-----------------------------------------------------            00195000
       4100-LER-ARVORE                            SECTION.              00196000
      *-----------------------------------------------------            00197000
           EXEC SQL                                                     00198000
             FETCH CARVORE                                              00199000
              INTO :WRK-IDSETOR-DB2,                                    00200000
                   :WRK-SETORPAI-DB2,                                   00201000
                   :WRK-DESCSET-DB2                                     00202000
           END-EXEC.                                                    00203000
                                                                        00204000
           EVALUATE SQLCODE                                             00205000
            WHEN 0                                                      00206000
             MOVE WRK-IDSETOR-DB2  TO FD-ARV-SETOR                      00207000
             MOVE WRK-SETORPAI-DB2 TO FD-ARV-SETORPAI                   00208000
             MOVE WRK-DESCSET-DB2  TO FD-ARV-DESC                       00209000
             WRITE FD-SETARV                                            00210000
             ADD 1 TO WRK-SETGRAVADOS                                   00211000
            WHEN 100                                                    00212000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00213000
            WHEN OTHER                                                  00214000
             MOVE SQLCODE TO WRK-SQLCODE                                00215000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00216000
             MOVE 'S' TO WRK-FIM-ARVORE                                 00217000
           END-EVALUATE.                                                00218000
      *-----------------------------------------------------            00219000
       4100-99-FIM.                                  EXIT.              00220000
      *-----------------------------------------------------            00221000
