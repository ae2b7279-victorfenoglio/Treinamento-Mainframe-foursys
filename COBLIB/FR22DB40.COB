      *            FR22DB20. FUNCIONARIOS COM MENOS DE 12 *             00015000
      *            COMPETENCIAS NO ANO SAEM EM RELINCOM   *             00016000
      *            COM A RELACAO DOS MESES FALTANTES.     *             00017000
      *            OS TOTAIS GERAIS DE BRUTO, INSS, IRRF  *             00017200
      *            E LIQUIDO SAEM NO SYSOUT PARA          *             00017400
      *            CONFERENCIA COM O CONTROLE DO EXTRATO  *             00017600
      *            ANUAL (FR22DB68).                      *             00017800
      *---------------------------------------------------*             00018000
      *  PARAMETRO (SYSIN): ANO AAAA.                     *             00019000
      *---------------------------------------------------*             00020000
       77 WRK-REGLIDOS     PIC 9(07)    VALUE ZEROS.                    00126000
       77 WRK-INFORMES     PIC 9(05)    VALUE ZEROS.                    00127000
       77 WRK-INCOMPLETOS  PIC 9(05)    VALUE ZEROS.                    00128000
       77 WRK-TOT-BRUTO    PIC 9(13)    VALUE ZEROS.                    00128200
       77 WRK-TOT-INSS     PIC 9(13)    VALUE ZEROS.                    00128400
       77 WRK-TOT-IRRF     PIC 9(13)    VALUE ZEROS.                    00128600
       77 WRK-TOT-LIQUIDO  PIC 9(13)    VALUE ZEROS.                    00128800
      *----------------------------------------------------             00129000
       01 FILLER PIC X(48) VALUE                                        00130000
           '--------------LINHAS DO INFORME--------------'.             00131000
       2500-FECHAR-FUNCIONARIO                    SECTION.              00296000
      *-----------------------------------------------------            00297000
           ADD 1 TO WRK-INFORMES.                                       00298000
           ADD WRK-ANO-BRUTO   TO WRK-TOT-BRUTO.                        00298200
           ADD WRK-ANO-INSS    TO WRK-TOT-INSS.                         00298400
           ADD WRK-ANO-IRRF    TO WRK-TOT-IRRF.                         00298600
           ADD WRK-ANO-LIQUIDO TO WRK-TOT-LIQUIDO.                      00298800
           MOVE WRK-ID-ANT    TO WRK-INF-ID.                            00299000
           MOVE WRK-NOME-ANT  TO WRK-INF-NOME.                          00300000
           MOVE WRK-SETOR-ANT TO WRK-INF-SETOR-V.                       00301000
           DISPLAY 'REGISTROS LIDOS:      ' WRK-REGLIDOS.               00381000
           DISPLAY 'INFORMES IMPRESSOS:   ' WRK-INFORMES.               00382000
           DISPLAY 'COM ANO INCOMPLETO:   ' WRK-INCOMPLETOS.            00383000
           DISPLAY 'TOTAL BRUTO:          ' WRK-TOT-BRUTO.              00383200
           DISPLAY 'TOTAL INSS:           ' WRK-TOT-INSS.               00383400
           DISPLAY 'TOTAL IRRF:           ' WRK-TOT-IRRF.               00383600
           DISPLAY 'TOTAL LIQUIDO:        ' WRK-TOT-LIQUIDO.            00383800
      *-----------------------------------------------------            00384000
       3000-99-FIM.                                  EXIT.              00385000
      *-----------------------------------------------------            00386000
