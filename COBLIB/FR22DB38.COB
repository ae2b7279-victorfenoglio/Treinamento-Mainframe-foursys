      *            IVAN.NOTIF REGISTRA O QUE JA FOI       *             00015000
      *            GERADO POR FUNCIONARIO E REFERENCIA,   *             00016000
      *            PARA REEXECUCAO NAO MANDAR EM DOBRO.   *             00017000
      *            TAMBEM AVISA O EXAME OCUPACIONAL (ASO) *             00017200
      *            VENCIDO OU A VENCER EM 30 DIAS, COM O  *             00017400
      *            MESMO CRITERIO DO FR22DB65 (ULTIMO     *             00017600
      *            EXAME EM IVAN.ASO), UMA VEZ POR MES.   *             00017800
      *---------------------------------------------------*             00018000
      *  PARAMETRO (SYSIN): TIPO (A=ANIVERSARIO COM MES   *             00019000
      *  99, C=CONTRACHEQUE COM COMPETENCIA AAAAMM,       *             00019660
      *  E=EXAME OCUPACIONAL, SEM COMPLEMENTO).           *             00020320
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
      *  IVAN.FUNC           I             #BKFUNC        *             00028000
      *  IVAN.FOPAG          I             --------       *             00029000
      *  IVAN.NOTIF         I/O            --------       *             00030000
      *  IVAN.ASO            I             --------       *             00030500
      *===================================================*             00031000
                                                                        00032000
      *====================================================             00033000
                ORDER BY F.ID                                           00090000
           END-EXEC.                                                    00091000
                                                                        00092000
      *    ULTIMO EXAME DE CADA FUNCIONARIO; SEM EXAME OU SEM           00092040
      *    PROXIMO (DEMISSIONAL) CONTA COMO VENCIDO.                    00092080
           EXEC SQL                                                     00092120
              DECLARE CEXAME CURSOR FOR                                 00092160
               SELECT F.ID,F.NOME,F.EMAIL,                              00092200
                      CASE WHEN U.PROXIMO IS NULL                       00092240
                             OR U.PROXIMO < CURRENT DATE                00092280
                           THEN 'V' ELSE 'A' END                        00092320
                FROM IVAN.FUNC F                                        00092360
                LEFT JOIN                                               00092400
                 (SELECT A.IDFUNC,A.PROXIMO                             00092440
                   FROM IVAN.ASO A                                      00092480
                   WHERE A.SEQ = (SELECT MAX(S.SEQ)                     00092520
                                   FROM IVAN.ASO S                      00092560
                                   WHERE S.IDFUNC = A.IDFUNC)) U        00092600
                 ON U.IDFUNC = F.ID                                     00092640
                WHERE F.STATUS = 'A'                                    00092680
                  AND F.EMAIL IS NOT NULL                               00092720
                  AND (U.PROXIMO IS NULL                                00092760
                       OR U.PROXIMO <= CURRENT DATE + 30 DAYS)          00092800
                ORDER BY F.ID                                           00092840
           END-EXEC.                                                    00092880
                                                                        00092920
       01 WRK-PARM.                                                     00093000
          05 WRK-PARM-TIPO   PIC X(01).                                 00094000
             88 WRK-TIPO-ANIVERSARIO    VALUE 'A'.                      00095000
             88 WRK-TIPO-CONTRACHEQUE   VALUE 'C'.                      00096000
             88 WRK-TIPO-EXAME          VALUE 'E'.                      00096500
          05 WRK-PARM-MES    PIC 9(02).                                 00097000
          05 WRK-PARM-COMPET PIC 9(06).                                 00098000
      *----------------------------------------------------             00099000
       77 WRK-FS-NOTIF     PIC 9(02).                                   00104000
       77 WRK-REFERENCIA   PIC 9(08)    VALUE ZEROS.                    00105000
       77 WRK-QTDE-JA      PIC S9(09) COMP.                             00106000
       77 WRK-ASO-SITUACAO PIC X(01).                                   00106500
       01 WRK-DATA-HOJE.                                                00107000
          05 WRK-HOJE-ANO   PIC 9(04).                                  00108000
          05 WRK-HOJE-MES   PIC 9(02).                                  00109000
              STOP RUN                                                  00148000
             END-IF                                                     00149000
             MOVE WRK-PARM-COMPET TO WRK-REFERENCIA                     00150000
            WHEN WRK-TIPO-EXAME                                         00150250
             COMPUTE WRK-REFERENCIA =                                   00150500
                     WRK-HOJE-ANO * 100 + WRK-HOJE-MES                  00150750
            WHEN OTHER                                                  00151000
             DISPLAY 'TIPO INVALIDO (USE A, C OU E)'                    00152000
             STOP RUN                                                   00153000
           END-EVALUATE.                                                00154000
                                                                        00155000
            STOP RUN                                                    00159000
           END-IF.                                                      00160000
                                                                        00161000
           EVALUATE TRUE                                                00161660
            WHEN WRK-TIPO-ANIVERSARIO                                   00162320
             EXEC SQL                                                   00162980
                OPEN CANIV                                              00163640
             END-EXEC                                                   00164300
            WHEN WRK-TIPO-CONTRACHEQUE                                  00164960
             EXEC SQL                                                   00165620
                OPEN CCONTRA                                            00166280
             END-EXEC                                                   00166940
            WHEN OTHER                                                  00167600
             EXEC SQL                                                   00168260
                OPEN CEXAME                                             00168920
             END-EXEC                                                   00169580
           END-EVALUATE.                                                00170240
                                                                        00171000
           EVALUATE SQLCODE                                             00172000
            WHEN 0                                                      00173000
           MOVE DB2-ID        TO FD-NOT-ID.                             00212000
           MOVE DB2-NOME      TO FD-NOT-NOME.                           00213000
           MOVE DB2-EMAIL     TO FD-NOT-EMAIL.                          00214000
           EVALUATE TRUE                                                00214500
            WHEN WRK-TIPO-ANIVERSARIO                                   00215000
             MOVE 'FELIZ ANIVERSARIO!' TO FD-NOT-ASSUNTO                00215500
            WHEN WRK-TIPO-CONTRACHEQUE                                  00216000
             MOVE 'SEU CONTRACHEQUE ESTA DISPONIVEL'                    00216500
               TO FD-NOT-ASSUNTO                                        00217000
            WHEN WRK-ASO-SITUACAO EQUAL 'V'                             00217500
             MOVE 'EXAME OCUPACIONAL (ASO) VENCIDO'                     00218000
               TO FD-NOT-ASSUNTO                                        00218500
            WHEN OTHER                                                  00219000
             MOVE 'EXAME OCUPACIONAL (ASO) A VENCER'                    00219500
               TO FD-NOT-ASSUNTO                                        00220000
           END-EVALUATE.                                                00220500
           WRITE FD-NOTIF.                                              00221000
                                                                        00222000
           EXEC SQL                                                     00223000
      *-----------------------------------------------------            00241000
       3000-FINALIZAR                             SECTION.              00242000
      *-----------------------------------------------------            00243000
           EVALUATE TRUE                                                00243660
            WHEN WRK-TIPO-ANIVERSARIO                                   00244320
             EXEC SQL                                                   00244980
                CLOSE CANIV                                             00245640
             END-EXEC                                                   00246300
            WHEN WRK-TIPO-CONTRACHEQUE                                  00246960
             EXEC SQL                                                   00247620
                CLOSE CCONTRA                                           00248280
             END-EXEC                                                   00248940
            WHEN OTHER                                                  00249600
             EXEC SQL                                                   00250260
                CLOSE CEXAME                                            00250920
             END-EXEC                                                   00251580
           END-EVALUATE.                                                00252240
                                                                        00253000
           EXEC SQL                                                     00254000
              COMMIT                                                    00255000
      *-----------------------------------------------------            00270000
       4000-LER-FUNCIONARIO                       SECTION.              00271000
      *-----------------------------------------------------            00272000
           EVALUATE TRUE                                                00272640
            WHEN WRK-TIPO-ANIVERSARIO                                   00273280
             EXEC SQL                                                   00273920
               FETCH CANIV                                              00274560
                INTO :DB2-ID,                                           00275200
                     :DB2-NOME,                                         00275840
                     :DB2-EMAIL                                         00276480
             END-EXEC                                                   00277120
            WHEN WRK-TIPO-CONTRACHEQUE                                  00277760
             EXEC SQL                                                   00278400
               FETCH CCONTRA                                            00279040
                INTO :DB2-ID,                                           00279680
                     :DB2-NOME,                                         00280320
                     :DB2-EMAIL                                         00280960
             END-EXEC                                                   00281600
            WHEN OTHER                                                  00282240
             EXEC SQL                                                   00282880
               FETCH CEXAME                                             00283520
                INTO :DB2-ID,                                           00284160
                     :DB2-NOME,                                         00284800
                     :DB2-EMAIL,                                        00285440
                     :WRK-ASO-SITUACAO                                  00286080
             END-EXEC                                                   00286720
           END-EVALUATE.                                                00287360
                                                                        00288000
           EVALUATE SQLCODE                                             00289000
            WHEN 0                                                      00290000
