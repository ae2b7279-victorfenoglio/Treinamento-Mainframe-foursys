      *            E IMPRIME A GUIA EM GUIAREC COM A      *             00016000
      *            ABERTURA POR SETOR PEDIDA PELA         *             00017000
      *            CONTABILIDADE.                         *             00018000
      *            SAI UMA GUIA POR EMPRESA DO GRUPO      *             00018160
      *            (IVAN.EMPRESA, COM CNPJ E RAZAO        *             00018320
      *            SOCIAL), CADA UMA COM SEUS SETORES E   *             00018480
      *            SEUS TOTAIS; O SYSOUT TRAZ OS TOTAIS   *             00018640
      *            POR EMPRESA E DO GRUPO.                *             00018800
      *            CADA EXECUCAO FICA NO LIVRO            *             00018840
      *            IVAN.RUNCTL (VIA GRAVARUN) PARA O      *             00018880
      *            CHECKLIST DE FECHAMENTO DA FOLHA       *             00018920
      *            (F22CIPV).                             *             00018960
      *---------------------------------------------------*             00019000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00020000
      *---------------------------------------------------*             00021000
      *  IVAN.FOPAG          I             ---------      *             00028000
      *  IVAN.FUNC           I               #BKFUNC      *             00029000
      *  IVAN.ALIQUOTA       I             ---------      *             00030000
      *  IVAN.EMPRESA        I             ---------      *             00030500
      *  IVAN.FERIADO        I              #DIAUTIL      *             00031000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00031330
      *                       (VIA SUBROTINA GRAVARUN)    *             00031660
      *===================================================*             00032000
                                                                        00033000
      *====================================================             00034000
      *-----------------------------------------------------            00057000
       WORKING-STORAGE                           SECTION.               00058000
      *-----------------------------------------------------            00059000
           COPY '#RUNCTL'.                                              00059330
                                                                        00059660
           COPY '#DIAUTIL'.                                             00060000
                                                                        00061000
           EXEC SQL                                                     00062000
                                                                        00069000
           EXEC SQL                                                     00070000
              DECLARE CGUIA CURSOR FOR                                  00071000
      *        A EMPRESA GRAVADA NA FOLHA PREVALECE SOBRE A             00071400
      *        ATUAL DO CADASTRO (TRANSFERENCIA NO MES).                00071800
               SELECT COALESCE(P.EMPRESA,F.EMPRESA,' '),                00072200
                      F.SETOR,                                          00072600
                      SUM(P.BRUTO),                                     00073000
                      SUM(P.DESCINSS),                                  00074000
                      SUM(P.DESCIRRF)                                   00075000
                FROM IVAN.FOPAG P, IVAN.FUNC F                          00076000
                WHERE P.IDFUNC = F.ID                                   00077000
                  AND P.COMPETENCIA = :WRK-PARM-COMPET                  00078000
                GROUP BY COALESCE(P.EMPRESA,F.EMPRESA,' '),             00078750
                         F.SETOR                                        00079500
                ORDER BY 1, 2                                           00080250
           END-EXEC.                                                    00081000
                                                                        00082000
       77 WRK-SETOR-BRUTO  PIC 9(13).                                   00083000
       77 WRK-SETOR-INSS   PIC 9(13).                                   00084000
       77 WRK-SETOR-IRRF   PIC 9(13).                                   00085000
       77 WRK-EMPRESA      PIC X(02).                                   00085500
                                                                        00086000
       01 WRK-PARM.                                                     00087000
          05 WRK-PARM-COMPET.                                           00088000
       77 WRK-SETOR-PATR   PIC 9(13)    VALUE ZEROS.                    00123000
      *----------------------------------------------------             00124000
       01 FILLER PIC X(48) VALUE                                        00125000
           '--------------QUEBRA POR EMPRESA-------------'.             00125070
      *----------------------------------------------------             00125140
       77 WRK-EMP-ANT      PIC X(02)    VALUE HIGH-VALUES.              00125210
       77 WRK-EMP-CNPJ     PIC X(14)    VALUE SPACES.                   00125280
       77 WRK-EMP-RAZAO    PIC X(40)    VALUE SPACES.                   00125350
       77 WRK-QTD-EMPRESAS PIC 9(03)    VALUE ZEROS.                    00125420
       77 WRK-EMP-INSS     PIC 9(13)    VALUE ZEROS.                    00125490
       77 WRK-EMP-IRRF     PIC 9(13)    VALUE ZEROS.                    00125560
       77 WRK-EMP-PATRONAL PIC 9(13)    VALUE ZEROS.                    00125630
       77 WRK-EMP-RECOLHER PIC 9(13)    VALUE ZEROS.                    00125700
      *----------------------------------------------------             00125770
       01 FILLER PIC X(48) VALUE                                        00125840
           '--------------LINHAS DA GUIA-----------------'.             00126000
      *----------------------------------------------------             00127000
       01 WRK-GUI-TITULO.                                               00128000
          05 FILLER           PIC X(14) VALUE '  VENCIMENTO: '.         00137000
          05 WRK-GUI-VENCTO   PIC 9(08).                                00138000
          05 FILLER           PIC X(39) VALUE SPACES.                   00139000
       01 WRK-GUI-EMPRESA.                                              00139110
          05 FILLER           PIC X(09) VALUE 'EMPRESA: '.              00139220
          05 WRK-GUI-EMP-COD  PIC X(02).                                00139330
          05 FILLER           PIC X(08) VALUE '  CNPJ: '.               00139440
          05 WRK-GUI-EMP-CNPJ PIC X(14).                                00139550
          05 FILLER           PIC X(01) VALUE SPACES.                   00139660
          05 WRK-GUI-EMP-RAZAO PIC X(40).                               00139770
          05 FILLER           PIC X(06) VALUE SPACES.                   00139880
       01 WRK-GUI-SETOR.                                                00140000
          05 FILLER           PIC X(07) VALUE 'SETOR: '.                00141000
          05 WRK-GUI-SET-ID   PIC X(04).                                00142000
                                                                        00193000
           PERFORM 1100-BUSCAR-PATRONAL.                                00194000
           PERFORM 1200-CALCULAR-VENCIMENTO.                            00195000
                                                                        00195100
           MOVE 'I'        TO RUN-FUNCAO.                               00195200
           MOVE 'FR22DB46' TO RUN-PROGRAMA.                             00195300
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00195400
           CALL 'GRAVARUN' USING RUN-DADOS.                             00195500
           IF RUN-JA-EXECUTADO                                          00195600
            MOVE 'R' TO RUN-FUNCAO                                      00195700
            CALL 'GRAVARUN' USING RUN-DADOS                             00195800
           END-IF.                                                      00195900
                                                                        00196000
           OPEN OUTPUT GUIAREC.                                         00197000
           IF WRK-FS-GUIAREC NOT EQUAL 0                                00198000
                                                                        00202000
           MOVE WRK-PARM-COMPET TO WRK-GUI-COMPET.                      00203000
           MOVE WRK-VENCIMENTO-N TO WRK-GUI-VENCTO.                     00204000
                                                                        00209000
           EXEC SQL                                                     00210000
              OPEN CGUIA                                                00211000
      *-----------------------------------------------------            00284000
       2000-PROCESSAR                             SECTION.              00285000
      *-----------------------------------------------------            00286000
           IF WRK-EMPRESA NOT EQUAL WRK-EMP-ANT                         00286120
            IF WRK-EMP-ANT NOT EQUAL HIGH-VALUES                        00286240
             PERFORM 2200-FECHAR-EMPRESA                                00286360
            END-IF                                                      00286480
            PERFORM 2100-ABRIR-EMPRESA                                  00286600
           END-IF.                                                      00286720
                                                                        00286840
           COMPUTE WRK-SETOR-PATR ROUNDED =                             00287000
                   WRK-SETOR-BRUTO * WRK-PATR-PCT.                      00288000
                                                                        00289000
           ADD WRK-SETOR-INSS  TO WRK-TOT-INSS.                         00297000
           ADD WRK-SETOR-IRRF  TO WRK-TOT-IRRF.                         00298000
           ADD WRK-SETOR-PATR  TO WRK-TOT-PATRONAL.                     00299000
           ADD WRK-SETOR-INSS  TO WRK-EMP-INSS.                         00299250
           ADD WRK-SETOR-IRRF  TO WRK-EMP-IRRF.                         00299500
           ADD WRK-SETOR-PATR  TO WRK-EMP-PATRONAL.                     00299750
                                                                        00300000
           PERFORM 4000-LER-SETOR.                                      00301000
      *-----------------------------------------------------            00302000
       2000-99-FIM.                                  EXIT.              00303000
      *-----------------------------------------------------            00303010
                                                                        00303020
      *-----------------------------------------------------            00303030
       2100-ABRIR-EMPRESA                         SECTION.              00303040
      *-----------------------------------------------------            00303050
      *    CADA EMPRESA TEM A SUA GUIA, EM PAGINA PROPRIA,              00303060
      *    COM O CNPJ DO RECOLHIMENTO.                                  00303070
           MOVE WRK-EMPRESA TO WRK-EMP-ANT.                             00303080
           MOVE ZEROS       TO WRK-EMP-INSS WRK-EMP-IRRF                00303090
                               WRK-EMP-PATRONAL.                        00303100
                                                                        00303110
           EXEC SQL                                                     00303120
            SELECT CNPJ,RAZAO                                           00303130
             INTO :WRK-EMP-CNPJ,:WRK-EMP-RAZAO                          00303140
             FROM IVAN.EMPRESA                                          00303150
             WHERE CODEMP = :WRK-EMPRESA                                00303160
           END-EXEC.                                                    00303170
                                                                        00303180
           IF SQLCODE NOT EQUAL 0                                       00303190
            MOVE SPACES TO WRK-EMP-CNPJ                                 00303200
            MOVE 'EMPRESA NAO CADASTRADA EM IVAN.EMPRESA'               00303210
              TO WRK-EMP-RAZAO                                          00303220
            DISPLAY 'EMPRESA ' WRK-EMPRESA                              00303230
                    ' SEM CADASTRO EM IVAN.EMPRESA'                     00303240
           END-IF.                                                      00303250
                                                                        00303260
           MOVE WRK-EMPRESA   TO WRK-GUI-EMP-COD.                       00303270
           MOVE WRK-EMP-CNPJ  TO WRK-GUI-EMP-CNPJ.                      00303280
           MOVE WRK-EMP-RAZAO TO WRK-GUI-EMP-RAZAO.                     00303290
           IF WRK-QTD-EMPRESAS EQUAL ZEROS                              00303300
            WRITE FD-GUIAREC FROM WRK-GUI-TITULO                        00303310
           ELSE                                                         00303320
            WRITE FD-GUIAREC FROM WRK-GUI-TITULO AFTER PAGE             00303330
           END-IF.                                                      00303340
           WRITE FD-GUIAREC FROM WRK-GUI-TRACO.                         00303350
           WRITE FD-GUIAREC FROM WRK-GUI-EMPRESA.                       00303360
           WRITE FD-GUIAREC FROM WRK-GUI-CABEC.                         00303370
           WRITE FD-GUIAREC FROM WRK-GUI-TRACO.                         00303380
           ADD 1 TO WRK-QTD-EMPRESAS.                                   00303390
      *-----------------------------------------------------            00303400
       2100-99-FIM.                                  EXIT.              00303410
      *-----------------------------------------------------            00303420
                                                                        00303430
      *-----------------------------------------------------            00303440
       2200-FECHAR-EMPRESA                        SECTION.              00303450
      *-----------------------------------------------------            00303460
           COMPUTE WRK-EMP-RECOLHER =                                   00303470
                   WRK-EMP-INSS + WRK-EMP-PATRONAL                      00303480
                   + WRK-EMP-IRRF.                                      00303490
                                                                        00303500
           MOVE WRK-EMP-INSS     TO WRK-GUI-INSS-V.                     00303510
           MOVE WRK-EMP-PATRONAL TO WRK-GUI-PATR-V.                     00303520
           MOVE WRK-EMP-IRRF     TO WRK-GUI-IRRF-V.                     00303530
           MOVE WRK-EMP-RECOLHER TO WRK-GUI-TOT-V.                      00303540
                                                                        00303550
           WRITE FD-GUIAREC FROM WRK-GUI-TRACO.                         00303560
           WRITE FD-GUIAREC FROM WRK-GUI-INSS.                          00303570
           WRITE FD-GUIAREC FROM WRK-GUI-PATRONAL.                      00303580
           WRITE FD-GUIAREC FROM WRK-GUI-IRRF.                          00303590
           WRITE FD-GUIAREC FROM WRK-GUI-TRACO.                         00303600
           WRITE FD-GUIAREC FROM WRK-GUI-TOTAL.                         00303610
           WRITE FD-GUIAREC FROM WRK-LINHABRANCO.                       00303620
                                                                        00303630
           DISPLAY 'EMPRESA ' WRK-EMP-ANT                               00303640
                   ' CNPJ ' WRK-EMP-CNPJ                                00303650
                   ' A RECOLHER: ' WRK-EMP-RECOLHER.                    00303660
      *-----------------------------------------------------            00303670
       2200-99-FIM.                                  EXIT.              00303680
      *-----------------------------------------------------            00304000
                                                                        00305000
      *-----------------------------------------------------            00306000
              CLOSE CGUIA                                               00310000
           END-EXEC.                                                    00311000
                                                                        00312000
           IF WRK-EMP-ANT NOT EQUAL HIGH-VALUES                         00312200
            PERFORM 2200-FECHAR-EMPRESA                                 00312400
           END-IF.                                                      00312600
                                                                        00312800
           COMPUTE WRK-TOT-RECOLHER =                                   00313000
                   WRK-TOT-INSS + WRK-TOT-PATRONAL                      00314000
                   + WRK-TOT-IRRF.                                      00315000
                                                                        00329000
           CLOSE GUIAREC.                                               00330000
                                                                        00331000
           DISPLAY ' '.                                                 00332000
           DISPLAY 'COMPETENCIA:       ' WRK-PARM-COMPET.               00333000
           DISPLAY 'VENCIMENTO:        ' WRK-VENCIMENTO-N.              00334000
           DISPLAY 'EMPRESAS (GUIAS):  ' WRK-QTD-EMPRESAS.              00334500
           DISPLAY 'SETORES LISTADOS:  ' WRK-REGLIDOS.                  00335000
           DISPLAY 'INSS RETIDO:       ' WRK-TOT-INSS.                  00336000
           DISPLAY 'INSS PATRONAL:     ' WRK-TOT-PATRONAL.              00337000
           DISPLAY 'IRRF RETIDO:       ' WRK-TOT-IRRF.                  00338000
           DISPLAY 'TOTAL A RECOLHER:  ' WRK-TOT-RECOLHER.              00339000
                                                                        00339120
           MOVE 'F'              TO RUN-FUNCAO.                         00339240
           MOVE WRK-REGLIDOS     TO RUN-LIDOS.                          00339360
           MOVE WRK-QTD-EMPRESAS TO RUN-GRAVADOS.                       00339480
           MOVE ZEROS            TO RUN-REJEITADOS.                     00339600
           MOVE 0                TO RUN-RETCODE.                        00339720
           CALL 'GRAVARUN' USING RUN-DADOS.                             00339840
      *-----------------------------------------------------            00340000
       3000-99-FIM.                                  EXIT.              00341000
      *-----------------------------------------------------            00342000
      *-----------------------------------------------------            00346000
           EXEC SQL                                                     00347000
             FETCH CGUIA                                                00348000
              INTO :WRK-EMPRESA,                                        00348660
                   :DB2-SETOR,                                          00349320
                   :WRK-SETOR-BRUTO,                                    00350000
                   :WRK-SETOR-INSS,                                     00351000
                   :WRK-SETOR-IRRF                                      00352000
