      *            IVAN.FERIADO). GRAVA OS REGISTROS DE   *             00017000
      *            PAGAMENTO EM FERPAG E O DEMONSTRATIVO  *             00018000
      *            POR FUNCIONARIO EM DEMFERIA.           *             00019000
      *            O FERPAG LEVA A EMPRESA DO             *             00019330
      *            FUNCIONARIO PARA A REMESSA.            *             00019660
      *---------------------------------------------------*             00020000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00021000
      *---------------------------------------------------*             00022000
       FD FERPAG                                                        00057000
           RECORDING MODE IS F                                          00058000
           BLOCK CONTAINS 0 RECORDS.                                    00059000
      *-----------LRECL 59----------------------------------            00060000
       01 FD-FERPAG.                                                    00061000
          05 FD-FER-ID        PIC 9(05).                                00062000
          05 FD-FER-NOME      PIC X(30).                                00063000
          05 FD-FER-SETOR     PIC X(04).                                00064000
          05 FD-FER-VALOR     PIC 9(10).                                00065000
          05 FD-FER-DATAPAGTO PIC 9(08).                                00066000
          05 FD-FER-EMPRESA   PIC X(02).                                00066500
                                                                        00067000
       FD DEMFERIA                                                      00068000
           RECORDING MODE IS F                                          00069000
                                                                        00085000
           EXEC SQL                                                     00086000
              DECLARE CFERPAG CURSOR FOR                                00087000
               SELECT F.ID,F.NOME,F.SETOR,F.SALARIO,F.EMPRESA,          00088000
                      R.AGENDAINI,R.AGENDAFIM,R.DIASGOZADOS             00089000
                FROM IVAN.FERIAS R, IVAN.FUNC F                         00090000
                WHERE R.IDFUNC = F.ID                                   00091000
           '--------------VARIAVEIS PARA APOIO-----------'.             00121000
      *----------------------------------------------------             00122000
       77 WRK-SQLCODE      PIC -999.                                    00123000
       77 WRK-EMPRESA      PIC X(02)    VALUE SPACES.                   00123500
       77 WRK-FS-FERPAG    PIC 9(02).                                   00124000
       77 WRK-FS-DEMFERIA  PIC 9(02).                                   00125000
       01 WRK-AGENDINI-R.                                               00126000
           MOVE DB2-SETOR      TO FD-FER-SETOR.                         00449000
           MOVE WRK-LIQUIDO    TO FD-FER-VALOR.                         00450000
           MOVE WRK-DATA-PAGTO TO FD-FER-DATAPAGTO.                     00451000
           MOVE WRK-EMPRESA    TO FD-FER-EMPRESA.                       00451500
           WRITE FD-FERPAG.                                             00452000
           ADD 1            TO WRK-REGPAGOS.                            00453000
           ADD WRK-LIQUIDO  TO WRK-TOT-LIQUIDO.                         00454000
                   :DB2-NOME,                                           00522000
                   :DB2-SETOR,                                          00523000
                   :DB2-SALARIO,                                        00524000
                   :WRK-EMPRESA,                                        00524500
                   :WRK-AGENDINI-DB2,                                   00525000
                   :WRK-AGENDFIM-DB2,                                   00526000
                   :WRK-DIAS-DB2                                        00527000
