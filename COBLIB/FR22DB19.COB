      *            RELFERVC OS FUNCIONARIOS COM PERIODO   *             00013000
      *            PRESTES A VENCER (LIMITE CONCESSIVO DE *             00014000
      *            11 MESES) COM DIAS NAO GOZADOS.        *             00015000
      *            OS AFASTAMENTOS (SUBROTINA AFASUTIL)   *             00015160
      *            PRORROGAM O LIMITE PELOS DIAS DE       *             00015320
      *            LICENCA NAO REMUNERADA E TIRAM DO      *             00015480
      *            RELATORIO O PERIODO PERDIDO POR MAIS   *             00015640
      *            DE 180 DIAS DE BENEFICIO DO INSS.      *             00015800
      *---------------------------------------------------*             00016000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + MESES DE *             00017000
      *  ANTECEDENCIA PARA O ALERTA (99, DEFAULT 03).     *             00018000
      *  TABELA             I/O           INCLUDE/BOOK    *             00025000
      *  IVAN.FUNC           I               #BKFUNC      *             00026000
      *  IVAN.FERIAS         I               --------     *             00027000
      *  IVAN.AFAST          I               #AFASUTIL    *             00027330
      *  (VIA SUBROTINA AFASUTIL)                         *             00027660
      *===================================================*             00028000
                                                                        00029000
      *====================================================             00030000
      *-----------------------------------------------------            00053000
       WORKING-STORAGE                           SECTION.               00054000
      *-----------------------------------------------------            00055000
           COPY '#AFASUTIL'.                                            00055330
                                                                        00055660
           EXEC SQL                                                     00056000
              INCLUDE #BKFUNC                                           00057000
           END-EXEC.                                                    00058000
      *----------------------------------------------------             00104000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00105000
       77 WRK-REGALERTAS   PIC 9(05)    VALUE ZEROS.                    00106000
       77 WRK-REGPERDIDOS  PIC 9(05)    VALUE ZEROS.                    00106330
       77 WRK-MESES-SUSP   PIC 9(03)    VALUE ZEROS.                    00106660
      *----------------------------------------------------             00107000
       01 FILLER PIC X(48) VALUE                                        00108000
           '--------------LINHAS DO RELATORIO------------'.             00109000
                                                                        00184000
           IF WRK-ANOS-COMPLETOS GREATER ZEROS                          00185000
            PERFORM 2200-SOMAR-DIAS-GOZADOS                             00186000
            PERFORM 2250-APLICAR-AFASTAMENTOS                           00186220
            IF AFU-PERIODO-PERDIDO                                      00186440
             ADD 1 TO WRK-REGPERDIDOS                                   00186660
             DISPLAY 'PERIODO ' WRK-AQUISINI ' PERDIDO POR '            00186880
                     'AFASTAMENTO - ID: ' DB2-ID                        00187100
            ELSE                                                        00187320
             PERFORM 2300-TESTAR-VENCIMENTO                             00187540
            END-IF                                                      00187760
           END-IF.                                                      00188000
                                                                        00189000
           PERFORM 4000-LER-FUNCIONARIO.                                00190000
      *-----------------------------------------------------            00238000
                                                                        00239000
      *-----------------------------------------------------            00240000
       2250-APLICAR-AFASTAMENTOS                  SECTION.              00240040
      *-----------------------------------------------------            00240080
      *    LICENCA NAO REMUNERADA EMPURRA O FIM DO PERIODO              00240120
      *    (E O LIMITE CONCESSIVO) EM MESES CHEIOS; MAIS DE             00240160
      *    180 DIAS DE INSS NO PERIODO = DIREITO PERDIDO.               00240200
           MOVE 'P'            TO AFU-FUNCAO.                           00240240
           MOVE DB2-ID         TO AFU-IDFUNC.                           00240280
           MOVE WRK-AQUISINI   TO AFU-AQUISINI.                         00240320
           MOVE SPACES         TO AFU-AQUISFIM.                         00240360
           CALL 'AFASUTIL' USING AFU-DADOS.                             00240400
                                                                        00240440
           IF AFU-ERRO                                                  00240480
            DISPLAY 'ERRO NA AFASUTIL - PERIODO SEM AJUSTE - ID: '      00240520
                    DB2-ID                                              00240560
            MOVE ZEROS TO AFU-DIAS-SUSP                                 00240600
            MOVE 'N'   TO AFU-PERDA                                     00240640
           END-IF.                                                      00240680
                                                                        00240720
           COMPUTE WRK-MESES-SUSP = AFU-DIAS-SUSP / 30.                 00240760
      *-----------------------------------------------------            00240800
       2250-99-FIM.                                  EXIT.              00240840
      *-----------------------------------------------------            00240880
                                                                        00240920
      *-----------------------------------------------------            00240960
       2300-TESTAR-VENCIMENTO                     SECTION.              00241000
      *-----------------------------------------------------            00242000
      *    LIMITE CONCESSIVO = FIM DO PERIODO AQUISITIVO                00243000
      *    (AQUISINI + 12 MESES) + 11 MESES, MAIS A                     00243660
      *    SUSPENSAO POR AFASTAMENTO.                                   00244320
           COMPUTE WRK-MES-ABS-LIM =                                    00245000
                   (WRK-AQUI-ANO * 12 + WRK-AQUI-MES) + 23              00245660
                   + WRK-MESES-SUSP.                                    00246320
           COMPUTE WRK-MESES-FALTAM =                                   00247000
                   WRK-MES-ABS-LIM - WRK-MES-ABS-COMP.                  00248000
                                                                        00249000
           DISPLAY 'COMPETENCIA:        ' WRK-PARM-COMPET.              00274000
           DISPLAY 'REGISTROS LIDOS:    ' WRK-REGLIDOS.                 00275000
           DISPLAY 'FERIAS VENCENDO:    ' WRK-REGALERTAS.               00276000
           DISPLAY 'PERIODOS PERDIDOS:  ' WRK-REGPERDIDOS.              00276500
      *-----------------------------------------------------            00277000
       3000-99-FIM.                                  EXIT.              00278000
      *-----------------------------------------------------            00279000
