      *            PARA O FR22EX05 E GRAVA EM PROVREV O   *             00020000
      *            ESTORNO DA PROVISAO POR SETOR PARA     *             00021000
      *            ZERAR O SALDO ACUMULADO PELO FR22DB17. *             00022000
      *            A EMPRESA DO FUNCIONARIO VAI PARA      *             00022330
      *            IVAN.FOPAG E REL13PAG.                 *             00022660
      *---------------------------------------------------*             00023000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM (MES 11 =  *             00024000
      *  PRIMEIRA PARCELA, MES 12 = SEGUNDA PARCELA).     *             00025000
       FD REL13PAG                                                      00061000
           RECORDING MODE IS F                                          00062000
           BLOCK CONTAINS 0 RECORDS.                                    00063000
      *-----------LRECL 101---------------------------------            00064000
       01 FD-REL13PAG.                                                  00065000
          05 FD-ID          PIC 99999.                                  00066000
          05 FD-NOME        PIC X(30).                                  00067000
          05 FD-LIQUIDO     PIC 9(10).                                  00072000
          05 FD-DESCFALT    PIC 9(10).                                  00073000
          05 FD-DESCPLAN    PIC 9(10).                                  00074000
          05 FD-EMPRESA     PIC X(02).                                  00074500
                                                                        00075000
       FD PROVREV                                                       00076000
           RECORDING MODE IS F                                          00077000
                                                                        00091000
           EXEC SQL                                                     00092000
              DECLARE C13SAL CURSOR FOR                                 00093000
               SELECT ID,NOME,SETOR,SALARIO,EMPRESA,DATAADM             00094000
                FROM IVAN.FUNC                                          00095000
                WHERE STATUS = 'A'                                      00096000
                ORDER BY SETOR, ID                                      00097000
           '--------------VARIAVEIS PARA APOIO-----------'.             00117000
      *----------------------------------------------------             00118000
       77 WRK-SQLCODE      PIC -999.                                    00119000
       77 WRK-EMPRESA      PIC X(02)    VALUE SPACES.                   00119500
       77 WRK-FS-REL13PAG  PIC 9(02).                                   00120000
       77 WRK-FS-PROVREV   PIC 9(02).                                   00121000
       01 WRK-DATAADM-R.                                                00122000
           EXEC SQL                                                     00458000
            INSERT INTO IVAN.FOPAG                                      00459000
                  (COMPETENCIA,IDFUNC,BRUTO,DESCINSS,                   00460000
                   DESCIRRF,LIQUIDO,TIPO,DATAHORA,EMPRESA)              00461000
            VALUES (:WRK-PARM-COMPET,:DB2-ID,                           00462000
                    :WRK-BRUTO-PARC,:WRK-DESCINSS,                      00463000
                    :WRK-DESCIRRF,:WRK-LIQUIDO,'D',                     00464000
                    CURRENT TIMESTAMP,:WRK-EMPRESA)                     00465000
           END-EXEC.                                                    00466000
                                                                        00467000
      *    REPROCESSAMENTO DA PARCELA: REGRAVA OS VALORES.              00468000
                    DESCINSS = :WRK-DESCINSS,                           00473000
                    DESCIRRF = :WRK-DESCIRRF,                           00474000
                    LIQUIDO  = :WRK-LIQUIDO,                            00475000
                    EMPRESA  = :WRK-EMPRESA,                            00475500
                    DATAHORA = CURRENT TIMESTAMP                        00476000
              WHERE COMPETENCIA = :WRK-PARM-COMPET                      00477000
                AND IDFUNC = :DB2-ID                                    00478000
            MOVE WRK-LIQUIDO   TO FD-LIQUIDO                            00500000
            MOVE ZEROS         TO FD-DESCFALT                           00501000
            MOVE ZEROS         TO FD-DESCPLAN                           00502000
            MOVE WRK-EMPRESA   TO FD-EMPRESA                            00502500
            WRITE FD-REL13PAG                                           00503000
           END-IF.                                                      00504000
      *-----------------------------------------------------            00505000
                   :DB2-NOME,                                           00558000
                   :DB2-SETOR,                                          00559000
                   :DB2-SALARIO,                                        00560000
                   :WRK-EMPRESA,                                        00560500
                   :DB2-DATAADM                                         00561000
           END-EXEC.                                                    00562000
                                                                        00563000
