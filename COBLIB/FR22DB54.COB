      *            PARA O ARQUIVO ESOCIAL2. O PROTOCOLO   *             00015000
      *            VOLTA PARA 'P' AGUARDANDO NOVO         *             00016000
      *            RETORNO.                               *             00017000
      *            O EVENTO LEVA A EMPRESA EMPREGADORA    *             00017330
      *            COMO NO FR22DB39.                      *             00017660
      *---------------------------------------------------*             00018000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00019000
      *---------------------------------------------------*             00020000
      *  IVAN.FUNCLOG        I             ---------      *             00028000
      *  IVAN.FUNCHIST       I             ---------      *             00029000
      *  IVAN.FUNC           I             ---------      *             00030000
      *  IVAN.SETOR          I             ---------      *             00030500
      *===================================================*             00031000
                                                                        00032000
      *====================================================             00033000
          05 FD-ESO-SETOR     PIC X(04).                                00060000
          05 FD-ESO-SALARIO   PIC 9(10).                                00061000
          05 FD-ESO-DATA      PIC X(10).                                00062000
          05 FD-ESO-EMPRESA   PIC X(02).                                00062660
          05 FILLER           PIC X(09).                                00063320
      *-----------------------------------------------------            00064000
       WORKING-STORAGE                           SECTION.               00065000
      *-----------------------------------------------------            00066000
       77 WRK-SETOR-DB2    PIC X(04).                                   00084000
       77 WRK-SALARIO-DB2  PIC 9(08)V9(02).                             00085000
       77 WRK-DATA-DB2     PIC X(10).                                   00086000
       77 WRK-EMPRESA-DB2  PIC X(02).                                   00086500
                                                                        00087000
       01 WRK-PARM.                                                     00088000
          05 WRK-PARM-COMPET.                                           00089000
      *-----------------------------------------------------            00192000
           EXEC SQL                                                     00193000
            SELECT NOME, SETOR, SALARIO,                                00194000
                   SUBSTR(CHAR(DATAHORA),1,10),                         00194400
                   COALESCE((SELECT S.EMPRESA                           00194800
                              FROM IVAN.SETOR S                         00195200
                             WHERE S.IDSETOR = L.SETOR),' ')            00195600
             INTO :WRK-NOME-DB2,                                        00196000
                  :WRK-SETOR-DB2,                                       00197000
                  :WRK-SALARIO-DB2,                                     00198000
                  :WRK-DATA-DB2,                                        00198750
                  :WRK-EMPRESA-DB2                                      00199500
             FROM IVAN.FUNCLOG L                                        00200250
             WHERE ID = :WRK-PRT-ID                                     00201000
               AND OPERACAO = :WRK-OPER-LOG                             00202000
               AND SUBSTR(CHAR(DATAHORA),1,7)                           00203000
      *-----------------------------------------------------            00218000
           EXEC SQL                                                     00219000
            SELECT F.NOME, F.SETOR, H.SALARIO_DEPOIS,                   00220000
                   SUBSTR(CHAR(H.DATAHORA),1,10),                       00220660
                   COALESCE(F.EMPRESA,' ')                              00221320
             INTO :WRK-NOME-DB2,                                        00222000
                  :WRK-SETOR-DB2,                                       00223000
                  :WRK-SALARIO-DB2,                                     00224000
                  :WRK-DATA-DB2,                                        00224660
                  :WRK-EMPRESA-DB2                                      00225320
             FROM IVAN.FUNCHIST H, IVAN.FUNC F                          00226000
             WHERE H.ID = :WRK-PRT-ID                                   00227000
               AND H.ID = F.ID                                          00228000
           MOVE WRK-SETOR-DB2   TO FD-ESO-SETOR.                        00251000
           MOVE WRK-SALARIO-DB2 TO FD-ESO-SALARIO.                      00252000
           MOVE WRK-DATA-DB2    TO FD-ESO-DATA.                         00253000
           MOVE WRK-EMPRESA-DB2 TO FD-ESO-EMPRESA.                      00253500
           WRITE FD-ESOCIAL2.                                           00254000
           ADD 1 TO WRK-REGGERADOS.                                     00255000
                                                                        00256000
