      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB61.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CRITICA MENSAL DAS HORAS EXTRAS E      *             00008000
      *            NOTURNAS LANCADAS NO F22CIPN (TABELA   *             00009000
      *            IVAN.HORAS), NOS MOLDES DO FR22DB44:   *             00010000
      *            LANCAMENTO PENDENTE ('P') OU COM ERRO  *             00011000
      *            ('E') DA COMPETENCIA E CONFRONTADO COM *             00012000
      *            O CADASTRO (IVAN.FUNC STATUS 'A') E    *             00013000
      *            COM OS LIMITES DO MES - HORAS EXTRAS   *             00014000
      *            ATE 2 POR DIA UTIL (SUBROTINA DIAUTIL) *             00015000
      *            E NOTURNAS ATE 7 POR DIA CORRIDO. O    *             00016000
      *            VALIDO VIRA 'V' E ENTRA NA FOLHA DO    *             00017000
      *            FR22DB13; O INVALIDO FICA 'E' COM O    *             00018000
      *            MOTIVO PARA O SUPERVISOR CORRIGIR.     *             00019000
      *---------------------------------------------------*             00020000
      *  BASE  DE DADOS:                                  *             00021000
      *  TABELA             I/O           INCLUDE/BOOK    *             00022000
      *  IVAN.HORAS         I/O            ---------      *             00023000
      *  IVAN.FUNC           I             ---------      *             00024000
      *  IVAN.FOPAG          I             ---------      *             00025000
      *  IVAN.FERIADO        I             #DIAUTIL       *             00026000
      *  (VIA SUBROTINA DIAUTIL)                          *             00027000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00028000
      *---------------------------------------------------*             00029000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + CARTAO   *             00030000
      *  DE OVERRIDE DA OPERACAO (S = PULA A CHECAGEM DE  *             00031000
      *  PREDECESSORES).                                  *             00032000
      *===================================================*             00033000
                                                                        00034000
      *====================================================             00035000
       ENVIRONMENT                               DIVISION.              00036000
      *====================================================             00037000
       CONFIGURATION                             SECTION.               00038000
       SPECIAL-NAMES.                                                   00039000
           DECIMAL-POINT  IS COMMA.                                     00040000
                                                                        00041000
      *====================================================             00042000
       DATA                                      DIVISION.              00043000
      *====================================================             00044000
      *-----------------------------------------------------            00045000
       WORKING-STORAGE                           SECTION.               00046000
      *-----------------------------------------------------            00047000
           COPY '#RUNCTL'.                                              00048000
                                                                        00049000
           COPY '#DIAUTIL'.                                             00050000
                                                                        00051000
           EXEC SQL                                                     00052000
              INCLUDE SQLCA                                             00053000
           END-EXEC.                                                    00054000
                                                                        00055000
      *    O STATUS DO FUNCIONARIO VEM JUNTO (LEFT JOIN) PARA           00056000
      *    O INEXISTENTE TAMBEM SER CRITICADO.                          00057000
           EXEC SQL                                                     00058000
              DECLARE CHORAS CURSOR WITH HOLD FOR                       00059000
               SELECT H.IDFUNC, H.HE50, H.HE100, H.HNOT,                00060000
                      COALESCE(F.STATUS, ' ')                           00061000
                FROM IVAN.HORAS H                                       00062000
                LEFT JOIN IVAN.FUNC F                                   00063000
                  ON F.ID = H.IDFUNC                                    00064000
                WHERE H.COMPETENCIA = :WRK-PARM-COMPET                  00065000
                  AND H.STATUS IN ('P','E')                             00066000
                ORDER BY H.IDFUNC                                       00067000
           END-EXEC.                                                    00068000
                                                                        00069000
       77 WRK-HOR-IDFUNC   PIC 9(05).                                   00070000
       77 WRK-HOR-HE50     PIC 9(03)V9(02).                             00071000
       77 WRK-HOR-HE100    PIC 9(03)V9(02).                             00072000
       77 WRK-HOR-HNOT     PIC 9(03)V9(02).                             00073000
       77 WRK-FUN-STATUS   PIC X(01).                                   00074000
      *----------------------------------------------------             00075000
       01 FILLER PIC X(48) VALUE                                        00076000
           '--------------VARIAVEIS PARA APOIO-----------'.             00077000
      *----------------------------------------------------             00078000
       77 WRK-SQLCODE      PIC -999.                                    00079000
       77 WRK-MOTIVO       PIC X(30)    VALUE SPACES.                   00080000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00081000
       77 WRK-HE-TOTAL     PIC 9(04)V9(02) VALUE ZEROS.                 00082000
      *----------------------------------------------------             00083000
       01 FILLER PIC X(48) VALUE                                        00084000
           '--------------LIMITES DA COMPETENCIA---------'.             00085000
      *----------------------------------------------------             00086000
       01 WRK-DATA-INI.                                                 00087000
          05 WRK-INI-ANO    PIC 9(04).                                  00088000
          05 WRK-INI-MES    PIC 9(02).                                  00089000
          05 WRK-INI-DIA    PIC 9(02).                                  00090000
       01 WRK-DATA-INI-N REDEFINES WRK-DATA-INI                         00091000
                           PIC 9(08).                                   00092000
       01 WRK-DATA-FIM.                                                 00093000
          05 WRK-FIM-ANO    PIC 9(04).                                  00094000
          05 WRK-FIM-MES    PIC 9(02).                                  00095000
          05 WRK-FIM-DIA    PIC 9(02).                                  00096000
       01 WRK-DATA-FIM-N REDEFINES WRK-DATA-FIM                         00097000
                           PIC 9(08).                                   00098000
       77 WRK-DIAS-MES     PIC 9(02)    VALUE ZEROS.                    00099000
       77 WRK-DIAS-UTEIS   PIC 9(03)    VALUE ZEROS.                    00100000
       77 WRK-LIMITE-HE    PIC 9(04)V9(02) VALUE ZEROS.                 00101000
       77 WRK-LIMITE-NOT   PIC 9(04)V9(02) VALUE ZEROS.                 00102000
      *----------------------------------------------------             00103000
       01 FILLER PIC X(48) VALUE                                        00104000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00105000
      *----------------------------------------------------             00106000
       77 WRK-REGLIDOS     PIC 9(05)    VALUE ZEROS.                    00107000
       77 WRK-REGVALIDOS   PIC 9(05)    VALUE ZEROS.                    00108000
       77 WRK-REGERROS     PIC 9(05)    VALUE ZEROS.                    00109000
      *----------------------------------------------------             00110000
       01 FILLER PIC X(48) VALUE                                        00111000
           '--------------PARAMETRO DE ENTRADA-----------'.             00112000
      *----------------------------------------------------             00113000
       01 WRK-PARM.                                                     00114000
          05 WRK-PARM-COMPET   PIC 9(06) VALUE ZEROS.                   00115000
          05 WRK-PARM-OVERRIDE PIC X(01) VALUE SPACES.                  00116000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00117000
      *====================================================             00118000
       PROCEDURE                                 DIVISION.              00119000
      *====================================================             00120000
      *-----------------------------------------------------            00121000
       0000-PRINCIPAL                             SECTION.              00122000
      *-----------------------------------------------------            00123000
           PERFORM 1000-INICIALIZAR.                                    00124000
           PERFORM 2000-PROCESSAR UNTIL SQLCODE EQUAL 100.              00125000
           PERFORM 3000-FINALIZAR.                                      00126000
           STOP RUN.                                                    00127000
      *-----------------------------------------------------            00128000
       0000-99-FIM.                                  EXIT.              00129000
      *-----------------------------------------------------            00130000
                                                                        00131000
      *-----------------------------------------------------            00132000
       1000-INICIALIZAR                           SECTION.              00133000
      *-----------------------------------------------------            00134000
           ACCEPT WRK-PARM FROM SYSIN.                                  00135000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00136000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00137000
            STOP RUN                                                    00138000
           END-IF.                                                      00139000
                                                                        00140000
      *    DEPOIS DA FOLHA CALCULADA A CRITICA NAO MUDA MAIS            00141000
      *    NADA - O FR22DB13 JA USOU AS HORAS VALIDADAS.                00142000
           EXEC SQL                                                     00143000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00144000
             FROM IVAN.FOPAG                                            00145000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00146000
               AND TIPO = 'N'                                           00147000
           END-EXEC.                                                    00148000
           IF WRK-QTDE-FOPAG GREATER ZEROS                              00149000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00150000
                    ' JA TEM FOLHA CALCULADA - CRITICA ABORTADA'        00151000
            STOP RUN                                                    00152000
           END-IF.                                                      00153000
                                                                        00154000
           PERFORM 1100-CALCULAR-LIMITES.                               00155000
                                                                        00156000
           MOVE 'I'        TO RUN-FUNCAO.                               00157000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00158000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00159000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00160000
           IF WRK-OVERRIDE-LIGADO                                       00161000
            MOVE 'O' TO RUN-FUNCAO                                      00162000
           END-IF.                                                      00163000
           MOVE 'FR22DB61' TO RUN-PROGRAMA.                             00164000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00165000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00166000
      *    A CRITICA PODE SER REPETIDA NO DIA (APOS CORRECAO            00167000
      *    NO F22CIPN): ABRE NOVA LINHA NO LIVRO.                       00168000
           IF RUN-JA-EXECUTADO                                          00169000
            MOVE 'R' TO RUN-FUNCAO                                      00170000
            CALL 'GRAVARUN' USING RUN-DADOS                             00171000
           END-IF.                                                      00172000
                                                                        00173000
           IF RUN-DEP-PENDENTE                                          00174000
            DISPLAY 'FR22DB61 AGUARDANDO PREDECESSOR - '                00175000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00176000
            STOP RUN                                                    00177000
           END-IF.                                                      00178000
                                                                        00179000
           EXEC SQL                                                     00180000
              OPEN CHORAS                                               00181000
           END-EXEC.                                                    00182000
                                                                        00183000
           EVALUATE SQLCODE                                             00184000
            WHEN 0                                                      00185000
             PERFORM 4000-LER-HORAS                                     00186000
            WHEN 100                                                    00187000
             DISPLAY 'SEM HORAS PENDENTES NA COMPETENCIA'               00188000
            WHEN OTHER                                                  00189000
             MOVE SQLCODE TO WRK-SQLCODE                                00190000
             DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CURSOR'                00191000
             STOP RUN                                                   00192000
           END-EVALUATE.                                                00193000
      *-----------------------------------------------------            00194000
       1000-99-FIM.                                  EXIT.              00195000
      *-----------------------------------------------------            00196000
                                                                        00197000
      *-----------------------------------------------------            00198000
       1100-CALCULAR-LIMITES                      SECTION.              00199000
      *-----------------------------------------------------            00200000
      *    DIAS UTEIS DA COMPETENCIA PELA DIAUTIL (FUNCAO C,            00201000
      *    DO PRIMEIRO AO ULTIMO DIA DO MES).                           00202000
           MOVE WRK-PARM-COMPET (1:4) TO WRK-INI-ANO.                   00203000
           MOVE WRK-PARM-COMPET (5:2) TO WRK-INI-MES.                   00204000
           IF WRK-INI-MES LESS 01 OR WRK-INI-MES GREATER 12             00205000
            DISPLAY 'COMPETENCIA INVALIDA: ' WRK-PARM-COMPET            00206000
            STOP RUN                                                    00207000
           END-IF.                                                      00208000
           MOVE 01 TO WRK-INI-DIA.                                      00209000
                                                                        00210000
           EVALUATE WRK-INI-MES                                         00211000
            WHEN 01 WHEN 03 WHEN 05 WHEN 07                             00212000
            WHEN 08 WHEN 10 WHEN 12                                     00213000
             MOVE 31 TO WRK-DIAS-MES                                    00214000
            WHEN 04 WHEN 06 WHEN 09 WHEN 11                             00215000
             MOVE 30 TO WRK-DIAS-MES                                    00216000
            WHEN OTHER                                                  00217000
             IF FUNCTION MOD(WRK-INI-ANO, 4) = 0                        00218000
                AND (FUNCTION MOD(WRK-INI-ANO, 100)                     00219000
                    NOT = 0 OR                                          00220000
                    FUNCTION MOD(WRK-INI-ANO, 400) = 0)                 00221000
              MOVE 29 TO WRK-DIAS-MES                                   00222000
             ELSE                                                       00223000
              MOVE 28 TO WRK-DIAS-MES                                   00224000
             END-IF                                                     00225000
           END-EVALUATE.                                                00226000
           MOVE WRK-DATA-INI TO WRK-DATA-FIM.                           00227000
           MOVE WRK-DIAS-MES TO WRK-FIM-DIA.                            00228000
                                                                        00229000
           MOVE 'C'            TO UTI-FUNCAO.                           00230000
           MOVE WRK-DATA-INI-N TO UTI-DATA.                             00231000
           MOVE WRK-DATA-FIM-N TO UTI-DATA-FIM.                         00232000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00233000
           IF NOT UTI-OK                                                00234000
            DISPLAY 'ERRO NA DIAUTIL AO CONTAR OS DIAS UTEIS '          00235000
                    'DA COMPETENCIA ' WRK-PARM-COMPET                   00236000
            STOP RUN                                                    00237000
           END-IF.                                                      00238000
           MOVE UTI-QTDE-UTEIS TO WRK-DIAS-UTEIS.                       00239000
                                                                        00240000
           COMPUTE WRK-LIMITE-HE  = WRK-DIAS-UTEIS * 2.                 00241000
           COMPUTE WRK-LIMITE-NOT = WRK-DIAS-MES * 7.                   00242000
                                                                        00243000
           DISPLAY 'COMPETENCIA:        ' WRK-PARM-COMPET.              00244000
           DISPLAY 'DIAS UTEIS:         ' WRK-DIAS-UTEIS.               00245000
           DISPLAY 'LIMITE HORAS EXTRAS:' WRK-LIMITE-HE.                00246000
           DISPLAY 'LIMITE NOTURNAS:    ' WRK-LIMITE-NOT.               00247000
      *-----------------------------------------------------            00248000
       1100-99-FIM.                                  EXIT.              00249000
      *-----------------------------------------------------            00250000
                                                                        00251000
      *-----------------------------------------------------            00252000
       2000-PROCESSAR                             SECTION.              00253000
      *-----------------------------------------------------            00254000
           MOVE SPACES TO WRK-MOTIVO.                                   00255000
           PERFORM 2100-VALIDAR-HORAS.                                  00256000
                                                                        00257000
           IF WRK-MOTIVO EQUAL SPACES                                   00258000
            PERFORM 2500-MARCAR-VALIDO                                  00259000
           ELSE                                                         00260000
            PERFORM 2600-MARCAR-ERRO                                    00261000
           END-IF.                                                      00262000
                                                                        00263000
           PERFORM 4000-LER-HORAS.                                      00264000
      *-----------------------------------------------------            00265000
       2000-99-FIM.                                  EXIT.              00266000
      *-----------------------------------------------------            00267000
                                                                        00268000
      *-----------------------------------------------------            00269000
       2100-VALIDAR-HORAS                         SECTION.              00270000
      *-----------------------------------------------------            00271000
           COMPUTE WRK-HE-TOTAL = WRK-HOR-HE50 + WRK-HOR-HE100.         00272000
                                                                        00273000
           EVALUATE TRUE                                                00274000
            WHEN WRK-FUN-STATUS EQUAL SPACES                            00275000
             MOVE 'FUNCIONARIO INEXISTENTE' TO WRK-MOTIVO               00276000
            WHEN WRK-FUN-STATUS NOT EQUAL 'A'                           00277000
             MOVE 'FUNCIONARIO INATIVO'     TO WRK-MOTIVO               00278000
            WHEN WRK-HE-TOTAL EQUAL ZEROS                               00279000
                 AND WRK-HOR-HNOT EQUAL ZEROS                           00280000
             MOVE 'LANCAMENTO SEM HORAS'    TO WRK-MOTIVO               00281000
            WHEN WRK-HE-TOTAL GREATER WRK-LIMITE-HE                     00282000
             MOVE 'HORAS EXTRAS ACIMA DO LIMITE'                        00283000
                                            TO WRK-MOTIVO               00284000
            WHEN WRK-HOR-HNOT GREATER WRK-LIMITE-NOT                    00285000
             MOVE 'HORAS NOTURNAS ACIMA DO LIMITE'                      00286000
                                            TO WRK-MOTIVO               00287000
            WHEN OTHER                                                  00288000
             CONTINUE                                                   00289000
           END-EVALUATE.                                                00290000
      *-----------------------------------------------------            00291000
       2100-99-FIM.                                  EXIT.              00292000
      *-----------------------------------------------------            00293000
                                                                        00294000
      *-----------------------------------------------------            00295000
       2500-MARCAR-VALIDO                         SECTION.              00296000
      *-----------------------------------------------------            00297000
           EXEC SQL                                                     00298000
            UPDATE IVAN.HORAS                                           00299000
               SET STATUS = 'V',                                        00300000
                   MOTIVO = ' '                                         00301000
             WHERE IDFUNC = :WRK-HOR-IDFUNC                             00302000
               AND COMPETENCIA = :WRK-PARM-COMPET                       00303000
               AND STATUS IN ('P','E')                                  00304000
           END-EXEC.                                                    00305000
                                                                        00306000
           IF SQLCODE NOT EQUAL 0                                       00307000
            MOVE SQLCODE TO WRK-SQLCODE                                 00308000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO ATUALIZAR '                 00309000
                    'IVAN.HORAS - ID: ' WRK-HOR-IDFUNC                  00310000
            ADD 1 TO WRK-REGERROS                                       00311000
           ELSE                                                         00312000
            EXEC SQL                                                    00313000
              COMMIT                                                    00314000
            END-EXEC                                                    00315000
            ADD 1 TO WRK-REGVALIDOS                                     00316000
           END-IF.                                                      00317000
      *-----------------------------------------------------            00318000
       2500-99-FIM.                                  EXIT.              00319000
      *-----------------------------------------------------            00320000
                                                                        00321000
      *-----------------------------------------------------            00322000
       2600-MARCAR-ERRO                           SECTION.              00323000
      *-----------------------------------------------------            00324000
           EXEC SQL                                                     00325000
            UPDATE IVAN.HORAS                                           00326000
               SET STATUS = 'E',                                        00327000
                   MOTIVO = :WRK-MOTIVO                                 00328000
             WHERE IDFUNC = :WRK-HOR-IDFUNC                             00329000
               AND COMPETENCIA = :WRK-PARM-COMPET                       00330000
               AND STATUS IN ('P','E')                                  00331000
           END-EXEC.                                                    00332000
           EXEC SQL                                                     00333000
             COMMIT                                                     00334000
           END-EXEC.                                                    00335000
           ADD 1 TO WRK-REGERROS.                                       00336000
           DISPLAY 'HORAS REJEITADAS - ID: '                            00337000
                   WRK-HOR-IDFUNC ' MOTIVO: ' WRK-MOTIVO.               00338000
      *-----------------------------------------------------            00339000
       2600-99-FIM.                                  EXIT.              00340000
      *-----------------------------------------------------            00341000
                                                                        00342000
      *-----------------------------------------------------            00343000
       3000-FINALIZAR                             SECTION.              00344000
      *-----------------------------------------------------            00345000
           EXEC SQL                                                     00346000
              CLOSE CHORAS                                              00347000
           END-EXEC.                                                    00348000
                                                                        00349000
           DISPLAY ' '.                                                 00350000
           DISPLAY 'LANCAMENTOS LIDOS:     ' WRK-REGLIDOS.              00351000
           DISPLAY 'LANCAMENTOS VALIDADOS: ' WRK-REGVALIDOS.            00352000
           DISPLAY 'LANCAMENTOS COM ERRO:  ' WRK-REGERROS.              00353000
                                                                        00354000
           MOVE 'F'              TO RUN-FUNCAO.                         00355000
           MOVE WRK-REGLIDOS     TO RUN-LIDOS.                          00356000
           MOVE WRK-REGVALIDOS   TO RUN-GRAVADOS.                       00357000
           MOVE WRK-REGERROS     TO RUN-REJEITADOS.                     00358000
           MOVE 0                TO RUN-RETCODE.                        00359000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00360000
      *-----------------------------------------------------            00361000
       3000-99-FIM.                                  EXIT.              00362000
      *-----------------------------------------------------            00363000
                                                                        00364000
      *-----------------------------------------------------            00365000
       4000-LER-HORAS                             SECTION.              00366000
      *-----------------------------------------------------            00367000
           EXEC SQL                                                     00368000
             FETCH CHORAS                                               00369000
              INTO :WRK-HOR-IDFUNC,                                     00370000
                   :WRK-HOR-HE50,                                       00371000
                   :WRK-HOR-HE100,                                      00372000
                   :WRK-HOR-HNOT,                                       00373000
                   :WRK-FUN-STATUS                                      00374000
           END-EXEC.                                                    00375000
                                                                        00376000
           EVALUATE SQLCODE                                             00377000
            WHEN 0                                                      00378000
             ADD 1 TO WRK-REGLIDOS                                      00379000
            WHEN 100                                                    00380000
             DISPLAY 'FINAL DA TABELA'                                  00381000
            WHEN OTHER                                                  00382000
             MOVE SQLCODE TO WRK-SQLCODE                                00383000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00384000
           END-EVALUATE.                                                00385000
      *-----------------------------------------------------            00386000
       4000-99-FIM.                                  EXIT.              00387000
      *-----------------------------------------------------            00388000
