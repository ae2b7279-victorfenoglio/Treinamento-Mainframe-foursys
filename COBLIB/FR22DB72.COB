      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB72.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: COPARTICIPACAO MENSAL DOS PLANOS DE    *             00008000
      *            SAUDE/ODONTO: LE O ARQUIVO DE          *             00009000
      *            UTILIZACAO DA OPERADORA (COPAUTIL,     *             00010000
      *            ORDENADO PELO TITULAR), CONFERE CADA   *             00011000
      *            LINHA CONTRA A MATRICULA DE IVAN.BENEF *             00012000
      *            E, SE FOR DEPENDENTE, CONTRA           *             00013000
      *            IVAN.DEPEND, E APLICA O PERCENTUAL DE  *             00014000
      *            COPARTICIPACAO DO PLANO (PCTCOPA DE    *             00015000
      *            IVAN.PLANO, MANTIDO NO F22CIP8). POR   *             00016000
      *            FUNCIONARIO SOMA A COPARTICIPACAO DO   *             00017000
      *            MES AO SALDO QUE SOBROU DO MES         *             00018000
      *            ANTERIOR, LIMITA O DESCONTO AO TETO    *             00019000
      *            MENSAL DO PARAMETRO E LEVA O EXCESSO   *             00020000
      *            PARA O MES SEGUINTE. O RESULTADO FICA  *             00021000
      *            EM IVAN.COPART, DE ONDE O FR22DB13     *             00022000
      *            TIRA O DESCONTO 'COPA'. LINHAS SEM     *             00023000
      *            MATRICULA/DEPENDENTE, DE PLANO NAO     *             00024000
      *            CONTRATADO OU DE FUNCIONARIO DESLIGADO *             00025000
      *            VAO PARA RELCOPA, BASE DA CONTESTACAO  *             00026000
      *            COM A OPERADORA.                       *             00027000
      *---------------------------------------------------*             00028000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + TETO     *             00029000
      *  MENSAL DO DESCONTO 9(06)V99 + CARTAO DE OVERRIDE *             00030000
      *  DA OPERACAO (S = PULA A CHECAGEM DE              *             00031000
      *  PREDECESSORES). REPROCESSAR A COMPETENCIA REFAZ  *             00032000
      *  O CALCULO ENQUANTO A FOLHA NAO FOR CALCULADA.    *             00033000
      *---------------------------------------------------*             00034000
      *  ARQUIVOS:                                        *             00035000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00036000
      *  COPAUTIL            I             ---------      *             00037000
      *  RELCOPA             O             ---------      *             00038000
      *---------------------------------------------------*             00039000
      *  BASE  DE DADOS:                                  *             00040000
      *  TABELA             I/O           INCLUDE/BOOK    *             00041000
      *  IVAN.COPART        I/O            ---------      *             00042000
      *  IVAN.FUNC           I             ---------      *             00043000
      *  IVAN.BENEF          I             ---------      *             00044000
      *  IVAN.DEPEND         I             ---------      *             00045000
      *  IVAN.PLANO          I             ---------      *             00046000
      *  IVAN.FOPAG          I             ---------      *             00047000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00048000
      *===================================================*             00049000
                                                                        00050000
      *====================================================             00051000
       ENVIRONMENT                               DIVISION.              00052000
      *====================================================             00053000
       CONFIGURATION                             SECTION.               00054000
       SPECIAL-NAMES.                                                   00055000
           DECIMAL-POINT  IS COMMA.                                     00056000
                                                                        00057000
       INPUT-OUTPUT                              SECTION.               00058000
       FILE-CONTROL.                                                    00059000
           SELECT COPAUTIL ASSIGN TO COPAUTIL                           00060000
               FILE STATUS IS WRK-FS-COPAUTIL.                          00061000
                                                                        00062000
           SELECT RELCOPA ASSIGN TO RELCOPA                             00063000
               FILE STATUS IS WRK-FS-RELCOPA.                           00064000
                                                                        00065000
      *====================================================             00066000
       DATA                                      DIVISION.              00067000
      *====================================================             00068000
      *-----------------------------------------------------            00069000
       FILE                                      SECTION.               00070000
      *-----------------------------------------------------            00071000
       FD COPAUTIL                                                      00072000
           RECORDING MODE IS F                                          00073000
           BLOCK CONTAINS 0 RECORDS.                                    00074000
      *-----------LRECL 80----------------------------------            00075000
       01 FD-COPAUTIL.                                                  00076000
          05 FD-UTL-ID        PIC X(05).                                00077000
      *       T = TITULAR, D = DEPENDENTE (NOME EM NOMEBEN)             00078000
          05 FD-UTL-TIPO      PIC X(01).                                00079000
          05 FD-UTL-NOMEBEN   PIC X(30).                                00080000
          05 FD-UTL-PLANO     PIC X(10).                                00081000
          05 FD-UTL-DATA      PIC X(10).                                00082000
          05 FD-UTL-PROCED    PIC X(10).                                00083000
          05 FD-UTL-VALOR     PIC 9(08)V9(02).                          00084000
          05 FILLER           PIC X(04).                                00085000
                                                                        00086000
       FD RELCOPA                                                       00087000
           RECORDING MODE IS F                                          00088000
           BLOCK CONTAINS 0 RECORDS.                                    00089000
      *-----------LRECL 100---------------------------------            00090000
       01 FD-RELCOPA            PIC X(100).                             00091000
      *-----------------------------------------------------            00092000
       WORKING-STORAGE                           SECTION.               00093000
      *-----------------------------------------------------            00094000
           COPY '#RUNCTL'.                                              00095000
                                                                        00096000
           EXEC SQL                                                     00097000
              INCLUDE SQLCA                                             00098000
           END-EXEC.                                                    00099000
                                                                        00100000
      *    SALDO DO MES ANTERIOR DE QUEM NAO TEVE UTILIZACAO            00101000
      *    NESTA COMPETENCIA (O EXCESSO CONTINUA A SER                  00102000
      *    DESCONTADO).                                                 00103000
           EXEC SQL                                                     00104000
              DECLARE CSALDO CURSOR FOR                                 00105000
               SELECT C.IDFUNC, F.NOME, F.STATUS, C.SALDOPROX           00106000
                FROM IVAN.COPART C, IVAN.FUNC F                         00107000
                WHERE F.ID = C.IDFUNC                                   00108000
                  AND C.SALDOPROX > 0                                   00109000
                  AND C.COMPETENCIA =                                   00110000
                      (SELECT MAX(X.COMPETENCIA)                        00111000
                         FROM IVAN.COPART X                             00112000
                        WHERE X.IDFUNC = C.IDFUNC                       00113000
                          AND X.COMPETENCIA < :WRK-PARM-COMPET)         00114000
                  AND NOT EXISTS                                        00115000
                      (SELECT 1 FROM IVAN.COPART Y                      00116000
                        WHERE Y.IDFUNC = C.IDFUNC                       00117000
                          AND Y.COMPETENCIA = :WRK-PARM-COMPET)         00118000
                ORDER BY C.IDFUNC                                       00119000
           END-EXEC.                                                    00120000
      *----------------------------------------------------             00121000
       01 FILLER PIC X(48) VALUE                                        00122000
           '--------------VARIAVEIS PARA APOIO-----------'.             00123000
      *----------------------------------------------------             00124000
       77 WRK-SQLCODE      PIC -999.                                    00125000
       77 WRK-FS-COPAUTIL  PIC 9(02).                                   00126000
       77 WRK-FS-RELCOPA   PIC 9(02).                                   00127000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00128000
       77 WRK-QTDE-DEP     PIC S9(09) COMP VALUE ZEROS.                 00129000
       77 WRK-NULL-DENT    PIC S9(04) COMP VALUE ZEROS.                 00130000
       77 WRK-MOTIVO       PIC X(26)    VALUE SPACES.                   00131000
       77 WRK-UTL-NOMEBEN  PIC X(30)    VALUE SPACES.                   00132000
       77 WRK-UTL-PLANO    PIC X(10)    VALUE SPACES.                   00133000
      *----------------------------------------------------             00134000
       01 FILLER PIC X(48) VALUE                                        00135000
           '--------------TITULAR EM PROCESSAMENTO-------'.             00136000
      *----------------------------------------------------             00137000
       77 WRK-ID-ANT       PIC X(05)    VALUE SPACES.                   00138000
       77 WRK-FUN-ID       PIC 9(05)    VALUE ZEROS.                    00139000
       77 WRK-FUN-NOME     PIC X(30)    VALUE SPACES.                   00140000
       77 WRK-FUN-STATUS   PIC X(01)    VALUE SPACES.                   00141000
       77 WRK-FUN-ACHOU    PIC X(01)    VALUE 'N'.                      00142000
       77 WRK-FUN-BENEF    PIC X(01)    VALUE 'N'.                      00143000
       77 WRK-BEN-PLANMED  PIC X(10)    VALUE SPACES.                   00144000
       77 WRK-BEN-PLANDENT PIC X(10)    VALUE SPACES.                   00145000
       77 WRK-PLA-PCTCOPA  PIC 9(03)    VALUE ZEROS.                    00146000
       77 WRK-FUN-LINHAS   PIC 9(05)    VALUE ZEROS.                    00147000
      *----------------------------------------------------             00148000
       01 FILLER PIC X(48) VALUE                                        00149000
           '--------------CALCULO DA COPARTICIPACAO------'.             00150000
      *----------------------------------------------------             00151000
       77 WRK-COPA-LINHA   PIC 9(08)V9(02) VALUE ZEROS.                 00152000
       77 WRK-COPA-MES     PIC 9(08)V9(02) VALUE ZEROS.                 00153000
       77 WRK-SALDO-ANT    PIC 9(08)V9(02) VALUE ZEROS.                 00154000
       77 WRK-COPA-TOTAL   PIC 9(08)V9(02) VALUE ZEROS.                 00155000
       77 WRK-COPA-DESC    PIC 9(08)V9(02) VALUE ZEROS.                 00156000
       77 WRK-SALDO-PROX   PIC 9(08)V9(02) VALUE ZEROS.                 00157000
      *----------------------------------------------------             00158000
       01 FILLER PIC X(48) VALUE                                        00159000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00160000
      *----------------------------------------------------             00161000
       77 WRK-REGLIDOS     PIC 9(06)    VALUE ZEROS.                    00162000
       77 WRK-REGACEITOS   PIC 9(06)    VALUE ZEROS.                    00163000
       77 WRK-REGREJEIT    PIC 9(06)    VALUE ZEROS.                    00164000
       77 WRK-REGGRAVADOS  PIC 9(05)    VALUE ZEROS.                    00165000
       77 WRK-REGSALDO     PIC 9(05)    VALUE ZEROS.                    00166000
       77 WRK-TOT-REJEIT   PIC 9(09)V9(02) VALUE ZEROS.                 00167000
       77 WRK-TOT-MES      PIC 9(09)V9(02) VALUE ZEROS.                 00168000
       77 WRK-TOT-DESC     PIC 9(09)V9(02) VALUE ZEROS.                 00169000
       77 WRK-TOT-PROX     PIC 9(09)V9(02) VALUE ZEROS.                 00170000
      *----------------------------------------------------             00171000
       01 FILLER PIC X(48) VALUE                                        00172000
           '--------------LINHAS DO RELATORIO------------'.             00173000
      *----------------------------------------------------             00174000
       01 WRK-REL-CABEC.                                                00175000
          05 FILLER           PIC X(56) VALUE                           00176000
             'COPARTICIPACAO - EXCECOES PARA CONTESTACAO - COMPET. '.   00177000
          05 WRK-REL-COMPET   PIC 9(06).                                00178000
          05 FILLER           PIC X(38) VALUE SPACES.                   00179000
       01 WRK-REL-LINHA.                                                00180000
          05 WRK-REL-ID       PIC X(05).                                00181000
          05 FILLER           PIC X(01) VALUE SPACES.                   00182000
          05 WRK-REL-TIPO     PIC X(01).                                00183000
          05 FILLER           PIC X(01) VALUE SPACES.                   00184000
          05 WRK-REL-NOME     PIC X(30).                                00185000
          05 FILLER           PIC X(01) VALUE SPACES.                   00186000
          05 WRK-REL-PLANO    PIC X(10).                                00187000
          05 FILLER           PIC X(01) VALUE SPACES.                   00188000
          05 WRK-REL-DATA     PIC X(10).                                00189000
          05 FILLER           PIC X(01) VALUE SPACES.                   00190000
          05 WRK-REL-VALOR    PIC Z.ZZZ.ZZ9,99.                         00191000
          05 FILLER           PIC X(01) VALUE SPACES.                   00192000
          05 WRK-REL-MOTIVO   PIC X(26).                                00193000
       01 WRK-REL-TOTAL.                                                00194000
          05 WRK-TOT-DESCR    PIC X(30).                                00195000
          05 WRK-TOT-VALOR    PIC ZZZ.ZZZ.ZZ9,99.                       00196000
          05 FILLER           PIC X(56) VALUE SPACES.                   00197000
       77 WRK-LINHABRANCO     PIC X(100) VALUE SPACES.                  00198000
      *----------------------------------------------------             00199000
       01 FILLER PIC X(48) VALUE                                        00200000
           '--------------PARAMETRO DE ENTRADA-----------'.             00201000
      *----------------------------------------------------             00202000
       01 WRK-PARM.                                                     00203000
          05 WRK-PARM-COMPET   PIC 9(06) VALUE ZEROS.                   00204000
          05 WRK-PARM-TETO     PIC 9(06)V9(02) VALUE ZEROS.             00205000
          05 WRK-PARM-OVERRIDE PIC X(01) VALUE SPACES.                  00206000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00207000
      *====================================================             00208000
       PROCEDURE                                 DIVISION.              00209000
      *====================================================             00210000
      *-----------------------------------------------------            00211000
       0000-PRINCIPAL                             SECTION.              00212000
      *-----------------------------------------------------            00213000
           PERFORM 1000-INICIALIZAR.                                    00214000
           PERFORM 2000-PROCESSAR                                       00215000
                   UNTIL WRK-FS-COPAUTIL EQUAL 10.                      00216000
           PERFORM 2500-FECHAR-FUNCIONARIO.                             00217000
           PERFORM 2800-SALDOS-SEM-USO.                                 00218000
           PERFORM 3000-FINALIZAR.                                      00219000
           STOP RUN.                                                    00220000
      *-----------------------------------------------------            00221000
       0000-99-FIM.                                  EXIT.              00222000
      *-----------------------------------------------------            00223000
                                                                        00224000
      *-----------------------------------------------------            00225000
       1000-INICIALIZAR                           SECTION.              00226000
      *-----------------------------------------------------            00227000
           ACCEPT WRK-PARM FROM SYSIN.                                  00228000
           IF WRK-PARM-COMPET EQUAL ZEROS                               00229000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00230000
            STOP RUN                                                    00231000
           END-IF.                                                      00232000
           IF WRK-PARM-TETO IS NOT NUMERIC                              00233000
              OR WRK-PARM-TETO EQUAL ZEROS                              00234000
            DISPLAY 'TETO MENSAL DA COPARTICIPACAO NAO INFORMADO'       00235000
            STOP RUN                                                    00236000
           END-IF.                                                      00237000
                                                                        00238000
      *    COM A FOLHA CALCULADA O DESCONTO JA FOI FEITO -              00239000
      *    A COPARTICIPACAO NAO PODE MAIS MUDAR.                        00240000
           EXEC SQL                                                     00241000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00242000
             FROM IVAN.FOPAG                                            00243000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00244000
               AND TIPO = 'N'                                           00245000
           END-EXEC.                                                    00246000
           IF WRK-QTDE-FOPAG GREATER ZEROS                              00247000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00248000
                    ' JA TEM FOLHA CALCULADA - CALCULO ABORTADO'        00249000
            STOP RUN                                                    00250000
           END-IF.                                                      00251000
                                                                        00252000
           MOVE 'I'        TO RUN-FUNCAO.                               00253000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00254000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00255000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00256000
           IF WRK-OVERRIDE-LIGADO                                       00257000
            MOVE 'O' TO RUN-FUNCAO                                      00258000
           END-IF.                                                      00259000
           MOVE 'FR22DB72' TO RUN-PROGRAMA.                             00260000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00261000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00262000
           IF RUN-JA-EXECUTADO                                          00263000
            MOVE 'R' TO RUN-FUNCAO                                      00264000
            CALL 'GRAVARUN' USING RUN-DADOS                             00265000
           END-IF.                                                      00266000
                                                                        00267000
           IF RUN-DEP-PENDENTE                                          00268000
            DISPLAY 'FR22DB72 AGUARDANDO PREDECESSOR - '                00269000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00270000
            STOP RUN                                                    00271000
           END-IF.                                                      00272000
                                                                        00273000
      *    REPROCESSAMENTO: O CALCULO ANTERIOR DA COMPETENCIA           00274000
      *    E SUBSTITUIDO.                                               00275000
           EXEC SQL                                                     00276000
            DELETE FROM IVAN.COPART                                     00277000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00278000
           END-EXEC.                                                    00279000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00280000
            MOVE SQLCODE TO WRK-SQLCODE                                 00281000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO LIMPAR IVAN.COPART'         00282000
            STOP RUN                                                    00283000
           END-IF.                                                      00284000
                                                                        00285000
           OPEN INPUT  COPAUTIL                                         00286000
                OUTPUT RELCOPA.                                         00287000
           IF WRK-FS-COPAUTIL NOT EQUAL 0                               00288000
            DISPLAY 'ERRO NA ABERTURA DO COPAUTIL: '                    00289000
                    WRK-FS-COPAUTIL                                     00290000
            PERFORM 9000-DESFAZER                                       00291000
           END-IF.                                                      00292000
           IF WRK-FS-RELCOPA NOT EQUAL 0                                00293000
            DISPLAY 'ERRO NA ABERTURA DO RELCOPA: '                     00294000
                    WRK-FS-RELCOPA                                      00295000
            PERFORM 9000-DESFAZER                                       00296000
           END-IF.                                                      00297000
                                                                        00298000
           MOVE WRK-PARM-COMPET TO WRK-REL-COMPET.                      00299000
           WRITE FD-RELCOPA FROM WRK-REL-CABEC.                         00300000
           WRITE FD-RELCOPA FROM WRK-LINHABRANCO.                       00301000
                                                                        00302000
           PERFORM 4000-LER-UTILIZACAO.                                 00303000
           IF WRK-FS-COPAUTIL EQUAL 10                                  00304000
            DISPLAY 'ARQUIVO DE UTILIZACAO VAZIO'                       00305000
           END-IF.                                                      00306000
      *-----------------------------------------------------            00307000
       1000-99-FIM.                                  EXIT.              00308000
      *-----------------------------------------------------            00309000
                                                                        00310000
      *-----------------------------------------------------            00311000
       2000-PROCESSAR                             SECTION.              00312000
      *-----------------------------------------------------            00313000
      *    QUEBRA POR TITULAR: FECHA O ANTERIOR E CARREGA A             00314000
      *    MATRICULA DO NOVO UMA UNICA VEZ.                             00315000
           IF FD-UTL-ID NOT EQUAL WRK-ID-ANT                            00316000
            PERFORM 2500-FECHAR-FUNCIONARIO                             00317000
            PERFORM 2050-ABRIR-FUNCIONARIO                              00318000
           END-IF.                                                      00319000
                                                                        00320000
           PERFORM 2100-VALIDAR-LINHA.                                  00321000
           IF WRK-MOTIVO EQUAL SPACES                                   00322000
            PERFORM 2200-APLICAR-LINHA                                  00323000
           ELSE                                                         00324000
            PERFORM 2300-REJEITAR-LINHA                                 00325000
           END-IF.                                                      00326000
                                                                        00327000
           PERFORM 4000-LER-UTILIZACAO.                                 00328000
      *-----------------------------------------------------            00329000
       2000-99-FIM.                                  EXIT.              00330000
      *-----------------------------------------------------            00331000
                                                                        00332000
      *-----------------------------------------------------            00333000
       2050-ABRIR-FUNCIONARIO                     SECTION.              00334000
      *-----------------------------------------------------            00335000
           MOVE FD-UTL-ID TO WRK-ID-ANT.                                00336000
           MOVE ZEROS     TO WRK-FUN-ID.                                00337000
           MOVE ZEROS     TO WRK-COPA-MES.                              00338000
           MOVE ZEROS     TO WRK-FUN-LINHAS.                            00339000
           MOVE SPACES    TO WRK-FUN-NOME.                              00340000
           MOVE SPACES    TO WRK-FUN-STATUS.                            00341000
           MOVE SPACES    TO WRK-BEN-PLANMED.                           00342000
           MOVE SPACES    TO WRK-BEN-PLANDENT.                          00343000
           MOVE 'N'       TO WRK-FUN-ACHOU.                             00344000
           MOVE 'N'       TO WRK-FUN-BENEF.                             00345000
                                                                        00346000
           IF FD-UTL-ID IS NUMERIC                                      00347000
            MOVE FD-UTL-ID TO WRK-FUN-ID                                00348000
            EXEC SQL                                                    00349000
             SELECT NOME,STATUS                                         00350000
              INTO :WRK-FUN-NOME,:WRK-FUN-STATUS                        00351000
              FROM IVAN.FUNC                                            00352000
              WHERE ID = :WRK-FUN-ID                                    00353000
            END-EXEC                                                    00354000
            IF SQLCODE EQUAL 0                                          00355000
             MOVE 'S' TO WRK-FUN-ACHOU                                  00356000
            END-IF                                                      00357000
           END-IF.                                                      00358000
                                                                        00359000
           IF WRK-FUN-ACHOU EQUAL 'S'                                   00360000
            EXEC SQL                                                    00361000
             SELECT PLANMED,PLANDENT                                    00362000
              INTO :WRK-BEN-PLANMED,                                    00363000
                   :WRK-BEN-PLANDENT :WRK-NULL-DENT                     00364000
              FROM IVAN.BENEF                                           00365000
              WHERE IDFUNC = :WRK-FUN-ID                                00366000
              FETCH FIRST ROW ONLY                                      00367000
            END-EXEC                                                    00368000
            IF SQLCODE EQUAL 0                                          00369000
             MOVE 'S' TO WRK-FUN-BENEF                                  00370000
             IF WRK-NULL-DENT NOT EQUAL 0                               00371000
              MOVE SPACES TO WRK-BEN-PLANDENT                           00372000
             END-IF                                                     00373000
            END-IF                                                      00374000
           END-IF.                                                      00375000
      *-----------------------------------------------------            00376000
       2050-99-FIM.                                  EXIT.              00377000
      *-----------------------------------------------------            00378000
                                                                        00379000
      *-----------------------------------------------------            00380000
       2100-VALIDAR-LINHA                         SECTION.              00381000
      *-----------------------------------------------------            00382000
           MOVE SPACES TO WRK-MOTIVO.                                   00383000
                                                                        00384000
           EVALUATE TRUE                                                00385000
            WHEN WRK-FUN-ACHOU EQUAL 'N'                                00386000
             MOVE 'FUNCIONARIO NAO ENCONTRADO' TO WRK-MOTIVO            00387000
            WHEN WRK-FUN-STATUS NOT EQUAL 'A'                           00388000
             MOVE 'FUNCIONARIO DESLIGADO'      TO WRK-MOTIVO            00389000
            WHEN WRK-FUN-BENEF EQUAL 'N'                                00390000
             MOVE 'SEM MATRICULA NO PLANO'     TO WRK-MOTIVO            00391000
            WHEN FD-UTL-PLANO EQUAL SPACES                              00392000
             MOVE 'PLANO NAO CONTRATADO'       TO WRK-MOTIVO            00393000
            WHEN FD-UTL-PLANO NOT EQUAL WRK-BEN-PLANMED                 00394000
                 AND FD-UTL-PLANO NOT EQUAL WRK-BEN-PLANDENT            00395000
             MOVE 'PLANO NAO CONTRATADO'       TO WRK-MOTIVO            00396000
            WHEN FD-UTL-VALOR IS NOT NUMERIC                            00397000
             MOVE 'VALOR INVALIDO'             TO WRK-MOTIVO            00398000
            WHEN FD-UTL-TIPO EQUAL 'T'                                  00399000
             CONTINUE                                                   00400000
            WHEN FD-UTL-TIPO EQUAL 'D'                                  00401000
             PERFORM 2150-ACHAR-DEPENDENTE                              00402000
            WHEN OTHER                                                  00403000
             MOVE 'TIPO BENEFICIARIO INVALIDO' TO WRK-MOTIVO            00404000
           END-EVALUATE.                                                00405000
                                                                        00406000
           IF WRK-MOTIVO EQUAL SPACES                                   00407000
            PERFORM 2160-BUSCAR-PLANO                                   00408000
           END-IF.                                                      00409000
      *-----------------------------------------------------            00410000
       2100-99-FIM.                                  EXIT.              00411000
      *-----------------------------------------------------            00412000
                                                                        00413000
      *-----------------------------------------------------            00414000
       2150-ACHAR-DEPENDENTE                      SECTION.              00415000
      *-----------------------------------------------------            00416000
      *    A OPERADORA IDENTIFICA O DEPENDENTE PELO NOME                00417000
      *    CADASTRADO NA INCLUSAO (F22CIP5).                            00418000
           MOVE FD-UTL-NOMEBEN TO WRK-UTL-NOMEBEN.                      00419000
           MOVE ZEROS          TO WRK-QTDE-DEP.                         00420000
           EXEC SQL                                                     00421000
            SELECT COUNT(*) INTO :WRK-QTDE-DEP                          00422000
             FROM IVAN.DEPEND                                           00423000
             WHERE IDFUNC = :WRK-FUN-ID                                 00424000
               AND NOME   = :WRK-UTL-NOMEBEN                            00425000
           END-EXEC.                                                    00426000
           IF SQLCODE NOT EQUAL 0                                       00427000
            MOVE SQLCODE TO WRK-SQLCODE                                 00428000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.DEPEND'         00429000
            PERFORM 9000-DESFAZER                                       00430000
           END-IF.                                                      00431000
           IF WRK-QTDE-DEP EQUAL ZEROS                                  00432000
            MOVE 'DEPENDENTE NAO CADASTRADO' TO WRK-MOTIVO              00433000
           END-IF.                                                      00434000
      *-----------------------------------------------------            00435000
       2150-99-FIM.                                  EXIT.              00436000
      *-----------------------------------------------------            00437000
                                                                        00438000
      *-----------------------------------------------------            00439000
       2160-BUSCAR-PLANO                          SECTION.              00440000
      *-----------------------------------------------------            00441000
           MOVE ZEROS        TO WRK-PLA-PCTCOPA.                        00442000
           MOVE FD-UTL-PLANO TO WRK-UTL-PLANO.                          00443000
           EXEC SQL                                                     00444000
            SELECT PCTCOPA INTO :WRK-PLA-PCTCOPA                        00445000
             FROM IVAN.PLANO                                            00446000
             WHERE IDPLANO = :WRK-UTL-PLANO                             00447000
             FETCH FIRST ROW ONLY                                       00448000
           END-EXEC.                                                    00449000
           EVALUATE SQLCODE                                             00450000
            WHEN 0                                                      00451000
             CONTINUE                                                   00452000
            WHEN 100                                                    00453000
             MOVE 'PLANO SEM CADASTRO'       TO WRK-MOTIVO              00454000
            WHEN OTHER                                                  00455000
             MOVE SQLCODE TO WRK-SQLCODE                                00456000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.PLANO'         00457000
             PERFORM 9000-DESFAZER                                      00458000
           END-EVALUATE.                                                00459000
      *-----------------------------------------------------            00460000
       2160-99-FIM.                                  EXIT.              00461000
      *-----------------------------------------------------            00462000
                                                                        00463000
      *-----------------------------------------------------            00464000
       2200-APLICAR-LINHA                         SECTION.              00465000
      *-----------------------------------------------------            00466000
           COMPUTE WRK-COPA-LINHA ROUNDED =                             00467000
                   FD-UTL-VALOR * WRK-PLA-PCTCOPA / 100.                00468000
           ADD WRK-COPA-LINHA TO WRK-COPA-MES.                          00469000
           ADD WRK-COPA-LINHA TO WRK-TOT-MES.                           00470000
           ADD 1              TO WRK-FUN-LINHAS.                        00471000
           ADD 1              TO WRK-REGACEITOS.                        00472000
      *-----------------------------------------------------            00473000
       2200-99-FIM.                                  EXIT.              00474000
      *-----------------------------------------------------            00475000
                                                                        00476000
      *-----------------------------------------------------            00477000
       2300-REJEITAR-LINHA                        SECTION.              00478000
      *-----------------------------------------------------            00479000
           ADD 1 TO WRK-REGREJEIT.                                      00480000
           IF FD-UTL-VALOR IS NUMERIC                                   00481000
            ADD FD-UTL-VALOR TO WRK-TOT-REJEIT                          00482000
            MOVE FD-UTL-VALOR TO WRK-REL-VALOR                          00483000
           ELSE                                                         00484000
            MOVE ZEROS        TO WRK-REL-VALOR                          00485000
           END-IF.                                                      00486000
           MOVE FD-UTL-ID      TO WRK-REL-ID.                           00487000
           MOVE FD-UTL-TIPO    TO WRK-REL-TIPO.                         00488000
           MOVE FD-UTL-NOMEBEN TO WRK-REL-NOME.                         00489000
           IF FD-UTL-TIPO EQUAL 'T' AND WRK-FUN-ACHOU EQUAL 'S'         00490000
            MOVE WRK-FUN-NOME  TO WRK-REL-NOME                          00491000
           END-IF.                                                      00492000
           MOVE FD-UTL-PLANO   TO WRK-REL-PLANO.                        00493000
           MOVE FD-UTL-DATA    TO WRK-REL-DATA.                         00494000
           MOVE WRK-MOTIVO     TO WRK-REL-MOTIVO.                       00495000
           WRITE FD-RELCOPA FROM WRK-REL-LINHA.                         00496000
      *-----------------------------------------------------            00497000
       2300-99-FIM.                                  EXIT.              00498000
      *-----------------------------------------------------            00499000
                                                                        00500000
      *-----------------------------------------------------            00501000
       2500-FECHAR-FUNCIONARIO                    SECTION.              00502000
      *-----------------------------------------------------            00503000
      *    SO GRAVA QUEM TEVE LINHA ACEITA; O SALDO DE QUEM             00504000
      *    NAO TEVE FICA PARA O 2800.                                   00505000
           IF WRK-FUN-LINHAS GREATER ZEROS                              00506000
            PERFORM 2510-SALDO-ANTERIOR                                 00507000
            PERFORM 2600-GRAVAR-COPART                                  00508000
           END-IF.                                                      00509000
           MOVE ZEROS TO WRK-FUN-LINHAS.                                00510000
      *-----------------------------------------------------            00511000
       2500-99-FIM.                                  EXIT.              00512000
      *-----------------------------------------------------            00513000
                                                                        00514000
      *-----------------------------------------------------            00515000
       2510-SALDO-ANTERIOR                        SECTION.              00516000
      *-----------------------------------------------------            00517000
           MOVE ZEROS TO WRK-SALDO-ANT.                                 00518000
           EXEC SQL                                                     00519000
            SELECT SALDOPROX INTO :WRK-SALDO-ANT                        00520000
             FROM IVAN.COPART                                           00521000
             WHERE IDFUNC = :WRK-FUN-ID                                 00522000
               AND COMPETENCIA < :WRK-PARM-COMPET                       00523000
             ORDER BY COMPETENCIA DESC                                  00524000
             FETCH FIRST ROW ONLY                                       00525000
           END-EXEC.                                                    00526000
           EVALUATE SQLCODE                                             00527000
            WHEN 0                                                      00528000
             CONTINUE                                                   00529000
            WHEN 100                                                    00530000
             MOVE ZEROS TO WRK-SALDO-ANT                                00531000
            WHEN OTHER                                                  00532000
             MOVE SQLCODE TO WRK-SQLCODE                                00533000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO SALDO DE IVAN.COPART'      00534000
                     ' - ID: ' WRK-FUN-ID                               00535000
             PERFORM 9000-DESFAZER                                      00536000
           END-EVALUATE.                                                00537000
      *-----------------------------------------------------            00538000
       2510-99-FIM.                                  EXIT.              00539000
      *-----------------------------------------------------            00540000
                                                                        00541000
      *-----------------------------------------------------            00542000
       2600-GRAVAR-COPART                         SECTION.              00543000
      *-----------------------------------------------------            00544000
      *    DESCONTO DO MES = COPARTICIPACAO + SALDO ANTERIOR,           00545000
      *    ATE O TETO; O QUE PASSAR VAI PARA O MES SEGUINTE.            00546000
           COMPUTE WRK-COPA-TOTAL = WRK-COPA-MES + WRK-SALDO-ANT.       00547000
           IF WRK-COPA-TOTAL GREATER WRK-PARM-TETO                      00548000
            MOVE WRK-PARM-TETO TO WRK-COPA-DESC                         00549000
            COMPUTE WRK-SALDO-PROX =                                    00550000
                    WRK-COPA-TOTAL - WRK-PARM-TETO                      00551000
           ELSE                                                         00552000
            MOVE WRK-COPA-TOTAL TO WRK-COPA-DESC                        00553000
            MOVE ZEROS          TO WRK-SALDO-PROX                       00554000
           END-IF.                                                      00555000
                                                                        00556000
           EXEC SQL                                                     00557000
            INSERT INTO IVAN.COPART                                     00558000
                  (IDFUNC,COMPETENCIA,VALORMES,SALDOANT,                00559000
                   VALORDESC,SALDOPROX,LINHAS,DATAHORA)                 00560000
            VALUES (:WRK-FUN-ID,:WRK-PARM-COMPET,                       00561000
                    :WRK-COPA-MES,:WRK-SALDO-ANT,                       00562000
                    :WRK-COPA-DESC,:WRK-SALDO-PROX,                     00563000
                    :WRK-FUN-LINHAS,CURRENT TIMESTAMP)                  00564000
           END-EXEC.                                                    00565000
           IF SQLCODE NOT EQUAL 0                                       00566000
            MOVE SQLCODE TO WRK-SQLCODE                                 00567000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR '                    00568000
                    'IVAN.COPART - ID: ' WRK-FUN-ID                     00569000
            PERFORM 9000-DESFAZER                                       00570000
           END-IF.                                                      00571000
                                                                        00572000
           ADD 1              TO WRK-REGGRAVADOS.                       00573000
           ADD WRK-COPA-DESC  TO WRK-TOT-DESC.                          00574000
           ADD WRK-SALDO-PROX TO WRK-TOT-PROX.                          00575000
      *-----------------------------------------------------            00576000
       2600-99-FIM.                                  EXIT.              00577000
      *-----------------------------------------------------            00578000
                                                                        00579000
      *-----------------------------------------------------            00580000
       2800-SALDOS-SEM-USO                        SECTION.              00581000
      *-----------------------------------------------------            00582000
           EXEC SQL                                                     00583000
              OPEN CSALDO                                               00584000
           END-EXEC.                                                    00585000
           IF SQLCODE NOT EQUAL 0                                       00586000
            MOVE SQLCODE TO WRK-SQLCODE                                 00587000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CSALDO'                 00588000
            PERFORM 9000-DESFAZER                                       00589000
           END-IF.                                                      00590000
           PERFORM 2850-LER-SALDO                                       00591000
                   UNTIL SQLCODE EQUAL 100.                             00592000
           EXEC SQL                                                     00593000
              CLOSE CSALDO                                              00594000
           END-EXEC.                                                    00595000
      *-----------------------------------------------------            00596000
       2800-99-FIM.                                  EXIT.              00597000
      *-----------------------------------------------------            00598000
                                                                        00599000
      *-----------------------------------------------------            00600000
       2850-LER-SALDO                             SECTION.              00601000
      *-----------------------------------------------------            00602000
           EXEC SQL                                                     00603000
             FETCH CSALDO                                               00604000
              INTO :WRK-FUN-ID,                                         00605000
                   :WRK-FUN-NOME,                                       00606000
                   :WRK-FUN-STATUS,                                     00607000
                   :WRK-SALDO-ANT                                       00608000
           END-EXEC.                                                    00609000
           EVALUATE SQLCODE                                             00610000
            WHEN 0                                                      00611000
             PERFORM 2900-TRANSPORTAR-SALDO                             00612000
            WHEN 100                                                    00613000
             CONTINUE                                                   00614000
            WHEN OTHER                                                  00615000
             MOVE SQLCODE TO WRK-SQLCODE                                00616000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CSALDO'              00617000
             PERFORM 9000-DESFAZER                                      00618000
           END-EVALUATE.                                                00619000
      *-----------------------------------------------------            00620000
       2850-99-FIM.                                  EXIT.              00621000
      *-----------------------------------------------------            00622000
                                                                        00623000
      *-----------------------------------------------------            00624000
       2900-TRANSPORTAR-SALDO                     SECTION.              00625000
      *-----------------------------------------------------            00626000
      *    ATIVO: O SALDO SEGUE SENDO DESCONTADO ATE O TETO.            00627000
      *    DESLIGADO: O SALDO E BAIXADO (LINHA ZERADA) E VAI            00628000
      *    PARA O RELATORIO, PARA ACERTO NA RESCISAO.                   00629000
           MOVE ZEROS TO WRK-COPA-MES.                                  00630000
           MOVE ZEROS TO WRK-FUN-LINHAS.                                00631000
           ADD 1      TO WRK-REGSALDO.                                  00632000
           IF WRK-FUN-STATUS EQUAL 'A'                                  00633000
            PERFORM 2600-GRAVAR-COPART                                  00634000
           ELSE                                                         00635000
            EXEC SQL                                                    00636000
             INSERT INTO IVAN.COPART                                    00637000
                   (IDFUNC,COMPETENCIA,VALORMES,SALDOANT,               00638000
                    VALORDESC,SALDOPROX,LINHAS,DATAHORA)                00639000
             VALUES (:WRK-FUN-ID,:WRK-PARM-COMPET,0,                    00640000
                     :WRK-SALDO-ANT,0,0,0,CURRENT TIMESTAMP)            00641000
            END-EXEC                                                    00642000
            IF SQLCODE NOT EQUAL 0                                      00643000
             MOVE SQLCODE TO WRK-SQLCODE                                00644000
             DISPLAY 'ERRO' WRK-SQLCODE ' AO BAIXAR SALDO '             00645000
                     'IVAN.COPART - ID: ' WRK-FUN-ID                    00646000
             PERFORM 9000-DESFAZER                                      00647000
            END-IF                                                      00648000
            ADD 1 TO WRK-REGREJEIT                                      00649000
            MOVE WRK-FUN-ID    TO WRK-REL-ID                            00650000
            MOVE 'T'           TO WRK-REL-TIPO                          00651000
            MOVE WRK-FUN-NOME  TO WRK-REL-NOME                          00652000
            MOVE SPACES        TO WRK-REL-PLANO                         00653000
            MOVE SPACES        TO WRK-REL-DATA                          00654000
            MOVE WRK-SALDO-ANT TO WRK-REL-VALOR                         00655000
            MOVE 'SALDO DE DESLIGADO BAIXADO' TO WRK-REL-MOTIVO         00656000
            WRITE FD-RELCOPA FROM WRK-REL-LINHA                         00657000
           END-IF.                                                      00658000
      *-----------------------------------------------------            00659000
       2900-99-FIM.                                  EXIT.              00660000
      *-----------------------------------------------------            00661000
                                                                        00662000
      *-----------------------------------------------------            00663000
       3000-FINALIZAR                             SECTION.              00664000
      *-----------------------------------------------------            00665000
           WRITE FD-RELCOPA FROM WRK-LINHABRANCO.                       00666000
           MOVE 'VALOR REJEITADO.............:' TO WRK-TOT-DESCR.       00667000
           MOVE WRK-TOT-REJEIT TO WRK-TOT-VALOR.                        00668000
           WRITE FD-RELCOPA FROM WRK-REL-TOTAL.                         00669000
           MOVE 'COPARTICIPACAO DO MES.......:' TO WRK-TOT-DESCR.       00670000
           MOVE WRK-TOT-MES    TO WRK-TOT-VALOR.                        00671000
           WRITE FD-RELCOPA FROM WRK-REL-TOTAL.                         00672000
           MOVE 'A DESCONTAR NA FOLHA........:' TO WRK-TOT-DESCR.       00673000
           MOVE WRK-TOT-DESC   TO WRK-TOT-VALOR.                        00674000
           WRITE FD-RELCOPA FROM WRK-REL-TOTAL.                         00675000
           MOVE 'SALDO PARA O MES SEGUINTE...:' TO WRK-TOT-DESCR.       00676000
           MOVE WRK-TOT-PROX   TO WRK-TOT-VALOR.                        00677000
           WRITE FD-RELCOPA FROM WRK-REL-TOTAL.                         00678000
                                                                        00679000
           CLOSE COPAUTIL RELCOPA.                                      00680000
                                                                        00681000
           EXEC SQL                                                     00682000
              COMMIT                                                    00683000
           END-EXEC.                                                    00684000
                                                                        00685000
           DISPLAY ' '.                                                 00686000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00687000
           DISPLAY 'TETO MENSAL:          ' WRK-PARM-TETO.              00688000
           DISPLAY 'LINHAS LIDAS:         ' WRK-REGLIDOS.               00689000
           DISPLAY 'LINHAS ACEITAS:       ' WRK-REGACEITOS.             00690000
           DISPLAY 'EXCECOES:             ' WRK-REGREJEIT.              00691000
           DISPLAY 'SALDOS SEM UTILIZACAO:' WRK-REGSALDO.               00692000
           DISPLAY 'DESCONTOS GRAVADOS:   ' WRK-REGGRAVADOS.            00693000
           DISPLAY 'TOTAL A DESCONTAR:    ' WRK-TOT-DESC.               00694000
           DISPLAY 'SALDO TRANSPORTADO:   ' WRK-TOT-PROX.               00695000
                                                                        00696000
           MOVE 'F'              TO RUN-FUNCAO.                         00697000
           MOVE WRK-REGLIDOS     TO RUN-LIDOS.                          00698000
           MOVE WRK-REGGRAVADOS  TO RUN-GRAVADOS.                       00699000
           MOVE WRK-REGREJEIT    TO RUN-REJEITADOS.                     00700000
           MOVE 0                TO RUN-RETCODE.                        00701000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00702000
      *-----------------------------------------------------            00703000
       3000-99-FIM.                                  EXIT.              00704000
      *-----------------------------------------------------            00705000
                                                                        00706000
      *-----------------------------------------------------            00707000
       4000-LER-UTILIZACAO                        SECTION.              00708000
      *-----------------------------------------------------            00709000
           READ COPAUTIL.                                               00710000
           EVALUATE WRK-FS-COPAUTIL                                     00711000
            WHEN 0                                                      00712000
             ADD 1 TO WRK-REGLIDOS                                      00713000
      *      A QUEBRA POR TITULAR EXIGE O ARQUIVO ORDENADO.             00714000
             IF FD-UTL-ID LESS WRK-ID-ANT                               00715000
              DISPLAY 'COPAUTIL FORA DE ORDEM NO REGISTRO '             00716000
                      WRK-REGLIDOS ' - ID: ' FD-UTL-ID                  00717000
              PERFORM 9000-DESFAZER                                     00718000
             END-IF                                                     00719000
            WHEN 10                                                     00720000
             CONTINUE                                                   00721000
            WHEN OTHER                                                  00722000
             DISPLAY 'ERRO NA LEITURA DO COPAUTIL: '                    00723000
                     WRK-FS-COPAUTIL                                    00724000
             PERFORM 9000-DESFAZER                                      00725000
           END-EVALUATE.                                                00726000
      *-----------------------------------------------------            00727000
       4000-99-FIM.                                  EXIT.              00728000
      *-----------------------------------------------------            00729000
                                                                        00730000
      *-----------------------------------------------------            00731000
       9000-DESFAZER                              SECTION.              00732000
      *-----------------------------------------------------            00733000
           EXEC SQL                                                     00734000
             ROLLBACK                                                   00735000
           END-EXEC.                                                    00736000
           CLOSE COPAUTIL RELCOPA.                                      00737000
           STOP RUN.                                                    00738000
      *-----------------------------------------------------            00739000
       9000-99-FIM.                                  EXIT.              00740000
      *-----------------------------------------------------            00741000
