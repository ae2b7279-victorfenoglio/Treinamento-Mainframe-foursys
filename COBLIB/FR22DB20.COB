      *            IVAN.BENEF SAO APONTADAS PARA           *            00024000
      *            CANCELAMENTO - TUDO ITEMIZADO NO        *            00025000
      *            RELRESC.                                *            00026000
      *            NA DISPENSA SEM JUSTA CAUSA APURA A     *            00026140
      *            MULTA DE 40% SOBRE O SALDO DE FGTS DO   *            00026280
      *            RAZAO IVAN.FGTS (FR22DB63), IMPRESSA NO *            00026420
      *            RELRESC E LEVADA AO RESCPAG PARA O      *            00026560
      *            DEPOSITO - NAO SOMA AO TOTAL PAGO AO    *            00026700
      *            FUNCIONARIO.                            *            00026840
      *            O DESLIGADO SEM EXAME DEMISSIONAL (ASO  *            00026880
      *            TIPO D EM IVAN.ASO) E SINALIZADO NO     *            00026920
      *            RELRESC E NO RESUMO DA EXECUCAO.        *            00026960
      *            O RESCPAG LEVA A EMPRESA DO            *             00026970
      *            FUNCIONARIO PARA A REMESSA.            *             00026980
      *---------------------------------------------------*             00027000
      *  ARQUIVOS:                                        *             00028000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00029000
      *  IVAN.CONSIG        I/O              --------      *            00036000
      *  IVAN.FERIAS         I               --------      *            00037000
      *  IVAN.BENEF          I               --------      *            00038000
      *  IVAN.FGTS           I               --------      *            00038500
      *  IVAN.ASO            I               --------      *            00038750
      *===================================================*             00039000
                                                                        00040000
      *====================================================             00041000
       FD RESCPAG                                                       00068000
           RECORDING MODE IS F                                          00069000
           BLOCK CONTAINS 0 RECORDS.                                    00070000
      *-----------LRECL 61----------------------------------            00071000
       01 FD-RESCPAG.                                                   00072000
          05 FD-RSC-ID        PIC 9(05).                                00073000
          05 FD-RSC-NOME      PIC X(30).                                00074000
          05 FD-RSC-SETOR     PIC X(04).                                00075000
          05 FD-RSC-VALOR     PIC 9(10).                                00076000
          05 FD-RSC-MULTAFGTS PIC 9(10).                                00076500
          05 FD-RSC-EMPRESA   PIC X(02).                                00076750
      *-----------------------------------------------------            00077000
       WORKING-STORAGE                           SECTION.               00078000
      *-----------------------------------------------------            00079000
           EXEC SQL                                                     00088000
              DECLARE CRESC CURSOR FOR                                  00089000
               SELECT ID,NOME,SETOR,SALARIO,DATAADM,                    00090000
                      DATADEM,MOTIVODEM,EMPRESA                         00091000
                FROM IVAN.FUNC                                          00092000
                WHERE STATUS = 'I'                                      00093000
                  AND SUBSTR(DATADEM,1,7) = :WRK-DEM-PREFIX             00094000
           '--------------VARIAVEIS PARA APOIO-----------'.             00111000
      *----------------------------------------------------             00112000
       77 WRK-SQLCODE      PIC -999.                                    00113000
       77 WRK-EMPRESA      PIC X(02)    VALUE SPACES.                   00113500
       77 WRK-FS-RELRESC   PIC 9(02).                                   00114000
       77 WRK-FS-RESCPAG   PIC 9(02).                                   00115000
       01 WRK-DATAADM-R.                                                00116000
       77 WRK-BEN-PLANDENT PIC X(10)    VALUE SPACES.                   00152000
       77 WRK-NULL-DENT    PIC S9(04) COMP.                             00153000
       77 WRK-TEM-BENEF    PIC X(01)    VALUE 'N'.                      00154000
       77 WRK-FGTS-SALDO   PIC 9(10)V9(02) VALUE ZEROS.                 00154250
       77 WRK-NULL-FGTS    PIC S9(04) COMP.                             00154500
       77 WRK-MULTA-FGTS   PIC 9(09)V9(02) VALUE ZEROS.                 00154750
       77 WRK-QTDE-ASO     PIC S9(09) COMP.                             00154830
       77 WRK-REGSEMASO    PIC 9(05)    VALUE ZEROS.                    00154910
      *----------------------------------------------------             00155000
       01 FILLER PIC X(48) VALUE                                        00156000
           '--------------LINHAS DO DEMONSTRATIVO--------'.             00157000
          05 FILLER           PIC X(28) VALUE                           00203000
             'RESIDUO CONSIG. A COBRAR....'.                            00204000
          05 WRK-RES-RSD-V    PIC ZZ.ZZZ.ZZ9,99.                        00205000
          05 FILLER           PIC X(19) VALUE SPACES.                   00205160
       01 WRK-RES-MULTA.                                                00205320
          05 FILLER           PIC X(28) VALUE                           00205480
             'MULTA 40% FGTS (DEPOSITO)...'.                            00205640
          05 WRK-RES-MLT-V    PIC ZZ.ZZZ.ZZ9,99.                        00205800
          05 FILLER           PIC X(19) VALUE SPACES.                   00206000
       01 WRK-RES-PLANOS.                                               00207000
          05 FILLER           PIC X(19) VALUE                           00208000
             'TOTAL DAS VERBAS............'.                            00216000
          05 WRK-RES-TOT-V    PIC ZZZ.ZZZ.ZZ9,99.                       00217000
          05 FILLER           PIC X(18) VALUE SPACES.                   00218000
       01 WRK-RES-ASO.                                                  00218200
          05 FILLER           PIC X(44) VALUE                           00218400
             'ATENCAO: SEM EXAME DEMISSIONAL (ASO) GRAVADO'.            00218600
          05 FILLER           PIC X(16) VALUE SPACES.                   00218800
       77 WRK-LINHABRANCO     PIC X(60) VALUE SPACES.                   00219000
      *====================================================             00220000
       PROCEDURE                                 DIVISION.              00221000
                                                                        00275000
           PERFORM 2100-CALCULAR-VERBAS.                                00276000
           PERFORM 2150-APURAR-PENDENCIAS.                              00277000
           PERFORM 2170-APURAR-MULTA-FGTS.                              00277500
           PERFORM 2180-VERIFICAR-ASO.                                  00277750
           PERFORM 2200-IMPRIMIR-DEMONSTRATIVO.                         00278000
           PERFORM 2300-GRAVAR-PAGAMENTO.                               00279000
                                                                        00280000
      *-----------------------------------------------------            00421000
                                                                        00422000
      *-----------------------------------------------------            00423000
       2170-APURAR-MULTA-FGTS                     SECTION.              00423020
      *-----------------------------------------------------            00423040
      *    SO A DISPENSA SEM JUSTA CAUSA (02) GERA MULTA:               00423060
      *    40% SOBRE O TOTAL DEPOSITADO NO RAZAO IVAN.FGTS.             00423080
      *    PEDIDO, JUSTA CAUSA, TERMINO DE CONTRATO E                   00423100
      *    APOSENTADORIA NAO TEM MULTA.                                 00423120
           MOVE ZEROS TO WRK-FGTS-SALDO.                                00423140
           MOVE ZEROS TO WRK-MULTA-FGTS.                                00423160
           IF WRK-MOTDEM-DB2 NOT EQUAL '02'                             00423180
            GO TO 2170-99-FIM                                           00423200
           END-IF.                                                      00423220
                                                                        00423240
           EXEC SQL                                                     00423260
            SELECT COALESCE(SUM(VALOR),0)                               00423280
             INTO :WRK-FGTS-SALDO :WRK-NULL-FGTS                        00423300
             FROM IVAN.FGTS                                             00423320
             WHERE IDFUNC = :DB2-ID                                     00423340
           END-EXEC.                                                    00423360
           IF SQLCODE NOT EQUAL 0                                       00423380
              OR WRK-NULL-FGTS NOT EQUAL 0                              00423400
            MOVE ZEROS TO WRK-FGTS-SALDO                                00423420
           END-IF.                                                      00423440
                                                                        00423460
           IF WRK-FGTS-SALDO EQUAL ZEROS                                00423480
            DISPLAY 'SEM DEPOSITO DE FGTS NO RAZAO - '                  00423500
                    'MULTA NAO APURADA - ID: ' DB2-ID                   00423520
           ELSE                                                         00423540
            COMPUTE WRK-MULTA-FGTS ROUNDED =                            00423560
                    WRK-FGTS-SALDO * 0,40                               00423580
           END-IF.                                                      00423600
      *-----------------------------------------------------            00423620
       2170-99-FIM.                                  EXIT.              00423640
      *-----------------------------------------------------            00423660
                                                                        00423680
      *-----------------------------------------------------            00423700
       2180-VERIFICAR-ASO                         SECTION.              00423710
      *-----------------------------------------------------            00423720
      *    TODO DESLIGAMENTO PRECISA DO EXAME DEMISSIONAL               00423730
      *    REGISTRADO NO F22CIPR; A FALTA SO E SINALIZADA.              00423740
           EXEC SQL                                                     00423750
            SELECT COUNT(*) INTO :WRK-QTDE-ASO                          00423760
             FROM IVAN.ASO                                              00423770
             WHERE IDFUNC    = :DB2-ID                                  00423780
               AND TIPOEXAME = 'D'                                      00423790
           END-EXEC.                                                    00423800
           IF SQLCODE NOT EQUAL 0                                       00423810
            MOVE ZEROS TO WRK-QTDE-ASO                                  00423820
           END-IF.                                                      00423830
                                                                        00423840
           IF WRK-QTDE-ASO EQUAL ZEROS                                  00423850
            ADD 1 TO WRK-REGSEMASO                                      00423860
            DISPLAY 'SEM EXAME DEMISSIONAL (ASO) - ID: ' DB2-ID         00423870
           END-IF.                                                      00423880
      *-----------------------------------------------------            00423890
       2180-99-FIM.                                  EXIT.              00423900
      *-----------------------------------------------------            00423910
                                                                        00423920
      *-----------------------------------------------------            00423930
       2200-IMPRIMIR-DEMONSTRATIVO                SECTION.              00424000
      *-----------------------------------------------------            00425000
           MOVE DB2-ID          TO WRK-RES-ID.                          00426000
           END-IF.                                                      00473000
           WRITE FD-RELRESC FROM WRK-RES-TRACO.                         00474000
           WRITE FD-RELRESC FROM WRK-RES-TOTAL.                         00475000
           IF WRK-MULTA-FGTS GREATER ZEROS                              00475200
            MOVE WRK-MULTA-FGTS TO WRK-RES-MLT-V                        00475400
            WRITE FD-RELRESC FROM WRK-RES-MULTA                         00475600
           END-IF.                                                      00475800
           IF WRK-TEM-BENEF EQUAL 'S'                                   00476000
            MOVE WRK-BEN-PLANMED  TO WRK-RES-PLA-MED                    00477000
            MOVE WRK-BEN-PLANDENT TO WRK-RES-PLA-DEN                    00478000
            WRITE FD-RELRESC FROM WRK-RES-PLANOS                        00479000
           END-IF.                                                      00480000
           IF WRK-QTDE-ASO EQUAL ZEROS                                  00480250
            WRITE FD-RELRESC FROM WRK-RES-ASO                           00480500
           END-IF.                                                      00480750
           WRITE FD-RELRESC FROM WRK-LINHABRANCO.                       00481000
      *-----------------------------------------------------            00482000
       2200-99-FIM.                                  EXIT.              00483000
           MOVE DB2-NOME       TO FD-RSC-NOME.                          00492000
           MOVE DB2-SETOR      TO FD-RSC-SETOR.                         00493000
           MOVE WRK-TOT-VERBAS TO FD-RSC-VALOR.                         00494000
           MOVE WRK-MULTA-FGTS TO FD-RSC-MULTAFGTS.                     00494500
           MOVE WRK-EMPRESA    TO FD-RSC-EMPRESA.                       00494750
           WRITE FD-RESCPAG.                                            00495000
      *-----------------------------------------------------            00496000
       2300-99-FIM.                                  EXIT.              00497000
           DISPLAY ' '.                                                 00513000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00514000
           DISPLAY 'RESCISOES IMPRESSAS:  ' WRK-REGLIDOS.               00515000
           DISPLAY 'SEM EXAME DEMISSIONAL:' WRK-REGSEMASO.              00515500
      *-----------------------------------------------------            00516000
       3000-99-FIM.                                  EXIT.              00517000
      *-----------------------------------------------------            00518000
                   :DB2-SALARIO,                                        00528000
                   :DB2-DATAADM,                                        00529000
                   :WRK-DATADEM-DB2,                                    00530000
                   :WRK-MOTDEM-DB2,                                     00530660
                   :WRK-EMPRESA                                         00531320
           END-EXEC.                                                    00532000
                                                                        00533000
           EVALUATE SQLCODE                                             00534000
