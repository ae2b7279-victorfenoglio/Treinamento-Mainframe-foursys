      *            COMPLEMENTAR (TIPO 'C'), COM SAIDA NO  *             00017000
      *            LAYOUT DO RELFOPAG (RELFOPGC) PARA O   *             00018000
      *            FR22EX05 GERAR O PAGAMENTO.            *             00019000
      *            A EMPRESA DO FUNCIONARIO VAI PARA      *             00019330
      *            IVAN.FOPAG E RELFOPGC.                 *             00019660
      *---------------------------------------------------*             00020000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM (FECHADA). *             00021000
      *---------------------------------------------------*             00022000
       FD RELFOPGC                                                      00054000
           RECORDING MODE IS F                                          00055000
           BLOCK CONTAINS 0 RECORDS.                                    00056000
      *-----------LRECL 101---------------------------------            00057000
       01 FD-RELFOPGC.                                                  00058000
          05 FD-ID          PIC 99999.                                  00059000
          05 FD-NOME        PIC X(30).                                  00060000
          05 FD-LIQUIDO     PIC 9(10).                                  00065000
          05 FD-DESCFALT    PIC 9(10).                                  00066000
          05 FD-DESCPLAN    PIC 9(10).                                  00067000
          05 FD-EMPRESA     PIC X(02).                                  00067500
      *-----------------------------------------------------            00068000
       WORKING-STORAGE                           SECTION.               00069000
      *-----------------------------------------------------            00070000
                                                                        00078000
           EXEC SQL                                                     00079000
              DECLARE CCOMPL CURSOR FOR                                 00080000
               SELECT F.ID,F.NOME,F.SETOR,F.SALARIO,F.EMPRESA,          00081000
                      P.BRUTO,P.DESCINSS,P.DESCIRRF                     00082000
                FROM IVAN.FUNC F, IVAN.FOPAG P                          00083000
                WHERE P.IDFUNC = F.ID                                   00084000
      *----------------------------------------------------             00151000
       77 WRK-FS-RELFOPGC  PIC 9(02).                                   00152000
       77 WRK-SQLCODE      PIC -999.                                    00153000
       77 WRK-EMPRESA      PIC X(02)    VALUE SPACES.                   00153500
      *----------------------------------------------------             00154000
       01 FILLER PIC X(48) VALUE                                        00155000
           '--------------VARIAVEIS PARA ACUMULAR--------'.             00156000
           EXEC SQL                                                     00423000
            INSERT INTO IVAN.FOPAG                                      00424000
                  (COMPETENCIA,IDFUNC,BRUTO,DESCINSS,                   00425000
                   DESCIRRF,LIQUIDO,TIPO,DATAHORA,EMPRESA)              00426000
            VALUES (:WRK-PARM-COMPET,:DB2-ID,:WRK-DIF-BRUTO,            00427000
                    :WRK-DIF-INSS,:WRK-DIF-IRRF,                        00428000
                    :WRK-DIF-LIQUIDO,'C',CURRENT TIMESTAMP,             00428660
                    :WRK-EMPRESA)                                       00429320
           END-EXEC.                                                    00430000
                                                                        00431000
      *    REPROCESSAMENTO: A COMPLEMENTAR DA COMPETENCIA E             00432000
                    DESCINSS = :WRK-DIF-INSS,                           00438000
                    DESCIRRF = :WRK-DIF-IRRF,                           00439000
                    LIQUIDO  = :WRK-DIF-LIQUIDO,                        00440000
                    EMPRESA  = :WRK-EMPRESA,                            00440500
                    DATAHORA = CURRENT TIMESTAMP                        00441000
              WHERE COMPETENCIA = :WRK-PARM-COMPET                      00442000
                AND IDFUNC = :DB2-ID                                    00443000
            MOVE WRK-DIF-LIQUIDO TO FD-LIQUIDO                          00463000
            MOVE ZEROS           TO FD-DESCFALT                         00464000
            MOVE ZEROS           TO FD-DESCPLAN                         00465000
            MOVE WRK-EMPRESA     TO FD-EMPRESA                          00465500
            WRITE FD-RELFOPGC                                           00466000
                                                                        00467000
            DISPLAY '---------------------------------------'           00468000
                   :DB2-NOME,                                           00509000
                   :DB2-SETOR,                                          00510000
                   :DB2-SALARIO,                                        00511000
                   :WRK-EMPRESA,                                        00511500
                   :WRK-PAGO-BRUTO,                                     00512000
                   :WRK-PAGO-INSS,                                      00513000
                   :WRK-PAGO-IRRF                                       00514000
