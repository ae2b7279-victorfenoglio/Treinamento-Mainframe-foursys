      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB73.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: MOVIMENTACAO MENSAL DE BENEFICIARIOS   *             00008000
      *            PARA A OPERADORA DO PLANO (MOVOPE, COM *             00009000
      *            HEADER E TRAILER). COMPARA IVAN.BENEF  *             00010000
      *            E IVAN.DEPEND COM A FOTO DO QUE A      *             00011000
      *            OPERADORA JA CONHECE (IVAN.BENEFOPE) E *             00012000
      *            GERA INCLUSOES, EXCLUSOES E TROCAS DE  *             00013000
      *            PLANO; GERA OS DESLIGAMENTOS (STATUS   *             00014000
      *            'I', DATA DE IVAN.FUNC OU DO           *             00015000
      *            IVAN.FUNCLOG 'D') E OS AFASTAMENTOS E  *             00016000
      *            RETORNOS DE IVAN.AFAST. CADA MOVIMENTO *             00017000
      *            FICA EM IVAN.MOVOPER, QUE GARANTE O    *             00018000
      *            ENVIO UNICO E GUARDA O ACEITE OU A     *             00019000
      *            RECUSA DEVOLVIDOS PELA OPERADORA NO    *             00020000
      *            ARQUIVO DE RETORNO (RETOPE). MOVIMENTO *             00021000
      *            RECUSADO DESFAZ A FOTO E VOLTA NA      *             00022000
      *            REMESSA SEGUINTE.                      *             00023000
      *---------------------------------------------------*             00024000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + MODO +   *             00025000
      *  CARTAO DE OVERRIDE DA OPERACAO (S = PULA A       *             00026000
      *  CHECAGEM DE PREDECESSORES).                      *             00027000
      *  MODO: BRANCO/G = GERA A REMESSA DA COMPETENCIA   *             00028000
      *        R        = REEMITE O MOVOPE DA COMPETENCIA *             00029000
      *        A        = PROCESSA O RETORNO (RETOPE)     *             00030000
      *        I        = IMPLANTACAO: CARREGA A FOTO     *             00031000
      *                   SEM GERAR MOVIMENTOS            *             00032000
      *---------------------------------------------------*             00033000
      *  ARQUIVOS:                                        *             00034000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00035000
      *  MOVOPE              O             ---------      *             00036000
      *  RETOPE              I             ---------      *             00037000
      *---------------------------------------------------*             00038000
      *  BASE  DE DADOS:                                  *             00039000
      *  TABELA             I/O           INCLUDE/BOOK    *             00040000
      *  IVAN.MOVOPER       I/O            ---------      *             00041000
      *  IVAN.BENEFOPE      I/O            ---------      *             00042000
      *  IVAN.BENEF          I             ---------      *             00043000
      *  IVAN.DEPEND         I             ---------      *             00044000
      *  IVAN.FUNC           I             ---------      *             00045000
      *  IVAN.FUNCLOG        I             ---------      *             00046000
      *  IVAN.AFAST          I             ---------      *             00047000
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
           SELECT MOVOPE ASSIGN TO MOVOPE                               00060000
               FILE STATUS IS WRK-FS-MOVOPE.                            00061000
                                                                        00062000
           SELECT RETOPE ASSIGN TO RETOPE                               00063000
               FILE STATUS IS WRK-FS-RETOPE.                            00064000
                                                                        00065000
      *====================================================             00066000
       DATA                                      DIVISION.              00067000
      *====================================================             00068000
      *-----------------------------------------------------            00069000
       FILE                                      SECTION.               00070000
      *-----------------------------------------------------            00071000
       FD MOVOPE                                                        00072000
           RECORDING MODE IS F                                          00073000
           BLOCK CONTAINS 0 RECORDS.                                    00074000
      *-----------LRECL 150---------------------------------            00075000
       01 FD-MOVOPE             PIC X(150).                             00076000
                                                                        00077000
       FD RETOPE                                                        00078000
           RECORDING MODE IS F                                          00079000
           BLOCK CONTAINS 0 RECORDS.                                    00080000
      *-----------LRECL 50----------------------------------            00081000
       01 FD-RETOPE.                                                    00082000
          05 FD-RET-COMPET    PIC 9(06).                                00083000
          05 FD-RET-SEQ       PIC 9(06).                                00084000
      *       A = ACEITO, R = RECUSADO                                  00085000
          05 FD-RET-SITUACAO  PIC X(01).                                00086000
          05 FD-RET-MOTIVO    PIC X(30).                                00087000
          05 FILLER           PIC X(07).                                00088000
      *-----------------------------------------------------            00089000
       WORKING-STORAGE                           SECTION.               00090000
      *-----------------------------------------------------            00091000
           COPY '#RUNCTL'.                                              00092000
                                                                        00093000
           EXEC SQL                                                     00094000
              INCLUDE SQLCA                                             00095000
           END-EXEC.                                                    00096000
                                                                        00097000
      *    DESLIGADOS QUE A OPERADORA AINDA TEM NA FOTO. A              00098000
      *    DATA VEM DE IVAN.FUNC OU, NA FALTA, DO ULTIMO                00099000
      *    REGISTRO 'D' DO IVAN.FUNCLOG.                                00100000
           EXEC SQL                                                     00101000
              DECLARE CDES CURSOR FOR                                   00102000
               SELECT O.IDFUNC, O.TIPOBEN,                              00103000
                      CASE WHEN O.TIPOBEN = 'T' THEN F.NOME             00104000
                           ELSE O.NOMEDEP END,                          00105000
                      O.PLANMED, O.PLANDENT,                            00106000
                      COALESCE(F.DATADEM,                               00107000
                       (SELECT CHAR(DATE(MAX(L.DATAHORA)),ISO)          00108000
                          FROM IVAN.FUNCLOG L                           00109000
                         WHERE L.ID = F.ID                              00110000
                           AND L.OPERACAO = 'D'),                       00111000
                       CHAR(CURRENT DATE,ISO)),                         00112000
                      COALESCE(F.MOTIVODEM,' ')                         00113000
                FROM IVAN.BENEFOPE O, IVAN.FUNC F                       00114000
                WHERE F.ID = O.IDFUNC                                   00115000
                  AND F.STATUS = 'I'                                    00116000
                ORDER BY O.IDFUNC, O.TIPOBEN DESC, O.NOMEDEP            00117000
           END-EXEC.                                                    00118000
                                                                        00119000
      *    AFASTAMENTOS QUE TOCAM O MES. SO ENTRAM OS QUE               00120000
      *    TERMINAM DEPOIS DA ENTRADA DO TITULAR NA FOTO; O             00121000
      *    INICIO E O RETORNO SAO ENVIADOS UMA VEZ CADA                 00122000
      *    (RECUSADO PELA OPERADORA VOLTA A SER ENVIADO).               00123000
           EXEC SQL                                                     00124000
              DECLARE CAFA CURSOR FOR                                   00125000
               SELECT A.IDFUNC, F.NOME, A.TIPO,                         00126000
                      CHAR(A.DATAINI,ISO),                              00127000
                      CASE WHEN A.RETEFET IS NOT NULL                   00128000
                            AND A.RETEFET <= DATE(:WRK-COMP-INI)        00129000
                                + 1 MONTH - 1 DAY                       00130000
                           THEN CHAR(A.RETEFET,ISO)                     00131000
                           ELSE ' ' END,                                00132000
                      O.PLANMED, O.PLANDENT,                            00133000
                      CASE WHEN EXISTS                                  00134000
                           (SELECT 1 FROM IVAN.MOVOPER M                00135000
                             WHERE M.IDFUNC = A.IDFUNC                  00136000
                               AND M.TIPOBEN = 'T'                      00137000
                               AND M.TIPOMOV = 'A'                      00138000
                               AND M.DATAMOV = A.DATAINI                00139000
                               AND M.SITUACAO <> 'R')                   00140000
                           THEN 'S' ELSE 'N' END,                       00141000
                      CASE WHEN EXISTS                                  00142000
                           (SELECT 1 FROM IVAN.MOVOPER M                00143000
                             WHERE M.IDFUNC = A.IDFUNC                  00144000
                               AND M.TIPOBEN = 'T'                      00145000
                               AND M.TIPOMOV = 'R'                      00146000
                               AND M.DATAMOV = A.RETEFET                00147000
                               AND M.SITUACAO <> 'R')                   00148000
                           THEN 'S' ELSE 'N' END                        00149000
                FROM IVAN.AFAST A, IVAN.FUNC F, IVAN.BENEFOPE O         00150000
                WHERE F.ID = A.IDFUNC                                   00151000
                  AND F.STATUS = 'A'                                    00152000
                  AND O.IDFUNC = A.IDFUNC                               00153000
                  AND O.TIPOBEN = 'T'                                   00154000
                  AND A.DATAINI <= DATE(:WRK-COMP-INI)                  00155000
                                   + 1 MONTH - 1 DAY                    00156000
                  AND (A.RETEFET IS NULL                                00157000
                       OR A.RETEFET >= O.DATAENV)                       00158000
                ORDER BY A.IDFUNC, A.DATAINI                            00159000
           END-EXEC.                                                    00160000
                                                                        00161000
      *    BENEFICIARIOS DA FOTO QUE SAIRAM DO PLANO (SEM               00162000
      *    IVAN.BENEF OU DEPENDENTE EXCLUIDO DO IVAN.DEPEND).           00163000
           EXEC SQL                                                     00164000
              DECLARE CEXC CURSOR FOR                                   00165000
               SELECT O.IDFUNC, O.TIPOBEN,                              00166000
                      CASE WHEN O.TIPOBEN = 'T'                         00167000
                           THEN COALESCE((SELECT F.NOME                 00168000
                                            FROM IVAN.FUNC F            00169000
                                           WHERE F.ID = O.IDFUNC),      00170000
                                         ' ')                           00171000
                           ELSE O.NOMEDEP END,                          00172000
                      O.PLANMED, O.PLANDENT                             00173000
                FROM IVAN.BENEFOPE O                                    00174000
                WHERE NOT EXISTS                                        00175000
                      (SELECT 1 FROM IVAN.BENEF B                       00176000
                        WHERE B.IDFUNC = O.IDFUNC)                      00177000
                   OR (O.TIPOBEN = 'D'                                  00178000
                       AND NOT EXISTS                                   00179000
                           (SELECT 1 FROM IVAN.DEPEND D                 00180000
                             WHERE D.IDFUNC = O.IDFUNC                  00181000
                               AND D.NOME = O.NOMEDEP))                 00182000
                ORDER BY O.IDFUNC, O.TIPOBEN DESC, O.NOMEDEP            00183000
           END-EXEC.                                                    00184000
                                                                        00185000
      *    BENEFICIARIOS ATUAIS (TITULAR E DEPENDENTES) COM             00186000
      *    A POSICAO DA FOTO: SEM FOTO = INCLUSAO, PLANO                00187000
      *    DIFERENTE = TROCA DE PLANO.                                  00188000
           EXEC SQL                                                     00189000
              DECLARE CINC CURSOR FOR                                   00190000
               SELECT B.IDFUNC, 'T', ' ', F.NOME,                       00191000
                      COALESCE(CHAR(F.DATANASC,ISO),' '), ' ',          00192000
                      B.PLANMED, COALESCE(B.PLANDENT,' '),              00193000
                      COALESCE(O.PLANMED,' '),                          00194000
                      COALESCE(O.PLANDENT,' '),                         00195000
                      CASE WHEN O.IDFUNC IS NULL                        00196000
                           THEN 'N' ELSE 'S' END                        00197000
                FROM IVAN.BENEF B                                       00198000
                     INNER JOIN IVAN.FUNC F                             00199000
                        ON F.ID = B.IDFUNC                              00200000
                     LEFT JOIN IVAN.BENEFOPE O                          00201000
                        ON O.IDFUNC = B.IDFUNC                          00202000
                       AND O.TIPOBEN = 'T'                              00203000
                WHERE F.STATUS = 'A'                                    00204000
               UNION ALL                                                00205000
               SELECT D.IDFUNC, 'D', D.NOME, D.NOME,                    00206000
                      D.DATANASC, D.PARENTESCO,                         00207000
                      B.PLANMED, COALESCE(B.PLANDENT,' '),              00208000
                      COALESCE(O.PLANMED,' '),                          00209000
                      COALESCE(O.PLANDENT,' '),                         00210000
                      CASE WHEN O.IDFUNC IS NULL                        00211000
                           THEN 'N' ELSE 'S' END                        00212000
                FROM IVAN.DEPEND D                                      00213000
                     INNER JOIN IVAN.BENEF B                            00214000
                        ON B.IDFUNC = D.IDFUNC                          00215000
                     INNER JOIN IVAN.FUNC F                             00216000
                        ON F.ID = D.IDFUNC                              00217000
                     LEFT JOIN IVAN.BENEFOPE O                          00218000
                        ON O.IDFUNC = D.IDFUNC                          00219000
                       AND O.TIPOBEN = 'D'                              00220000
                       AND O.NOMEDEP = D.NOME                           00221000
                WHERE F.STATUS = 'A'                                    00222000
                ORDER BY 1, 2 DESC, 3                                   00223000
           END-EXEC.                                                    00224000
                                                                        00225000
      *    MOVIMENTOS DA COMPETENCIA, NA ORDEM DE GERACAO.              00226000
           EXEC SQL                                                     00227000
              DECLARE CMOV CURSOR FOR                                   00228000
               SELECT SEQ, TIPOMOV, IDFUNC, TIPOBEN, NOMEBEN,           00229000
                      DATANASC, PARENTESCO, PLANMED, PLANDENT,          00230000
                      PLANMEDANT, PLANDENTANT,                          00231000
                      CHAR(DATAMOV,ISO), COMPL                          00232000
                FROM IVAN.MOVOPER                                       00233000
                WHERE COMPETENCIA = :WRK-PARM-COMPET                    00234000
                ORDER BY SEQ                                            00235000
           END-EXEC.                                                    00236000
      *----------------------------------------------------             00237000
       01 FILLER PIC X(48) VALUE                                        00238000
           '--------------VARIAVEIS PARA APOIO-----------'.             00239000
      *----------------------------------------------------             00240000
       77 WRK-SQLCODE      PIC -999.                                    00241000
       77 WRK-FS-MOVOPE    PIC 9(02).                                   00242000
       77 WRK-FS-RETOPE    PIC 9(02).                                   00243000
       77 WRK-QTDE-MOV     PIC S9(09) COMP VALUE ZEROS.                 00244000
       77 WRK-QTDE-FOTO    PIC S9(09) COMP VALUE ZEROS.                 00245000
       77 WRK-QTDE-PEND    PIC S9(09) COMP VALUE ZEROS.                 00246000
       77 WRK-SEQ          PIC 9(06)    VALUE ZEROS.                    00247000
       77 WRK-TEM-FOTO     PIC X(01)    VALUE 'N'.                      00248000
       77 WRK-A-ENVIADO    PIC X(01)    VALUE 'N'.                      00249000
       77 WRK-R-ENVIADO    PIC X(01)    VALUE 'N'.                      00250000
       77 WRK-AFA-TIPO     PIC X(01)    VALUE SPACES.                   00251000
       77 WRK-AFA-DATAINI  PIC X(10)    VALUE SPACES.                   00252000
       77 WRK-AFA-RETORNO  PIC X(10)    VALUE SPACES.                   00253000
       77 WRK-NOMEDEP      PIC X(30)    VALUE SPACES.                   00254000
       01 WRK-COMP-INI.                                                 00255000
          05 WRK-CPI-ANO     PIC 9(04).                                 00256000
          05 FILLER          PIC X(01) VALUE '-'.                       00257000
          05 WRK-CPI-MES     PIC 9(02).                                 00258000
          05 FILLER          PIC X(01) VALUE '-'.                       00259000
          05 WRK-CPI-DIA     PIC 9(02) VALUE 01.                        00260000
       01 WRK-DATA-HOJE.                                                00261000
          05 WRK-HOJE-ANO   PIC 9(04).                                  00262000
          05 WRK-HOJE-MES   PIC 9(02).                                  00263000
          05 WRK-HOJE-DIA   PIC 9(02).                                  00264000
       01 WRK-HOJE-ISO.                                                 00265000
          05 WRK-ISO-ANO    PIC 9(04).                                  00266000
          05 FILLER         PIC X(01) VALUE '-'.                        00267000
          05 WRK-ISO-MES    PIC 9(02).                                  00268000
          05 FILLER         PIC X(01) VALUE '-'.                        00269000
          05 WRK-ISO-DIA    PIC 9(02).                                  00270000
      *----------------------------------------------------             00271000
       01 FILLER PIC X(48) VALUE                                        00272000
           '--------------MOVIMENTO EM PROCESSAMENTO-----'.             00273000
      *----------------------------------------------------             00274000
       77 WRK-MOV-IDFUNC   PIC 9(05)    VALUE ZEROS.                    00275000
       77 WRK-MOV-TIPOBEN  PIC X(01)    VALUE SPACES.                   00276000
       77 WRK-MOV-NOMEBEN  PIC X(30)    VALUE SPACES.                   00277000
       77 WRK-MOV-DATANASC PIC X(10)    VALUE SPACES.                   00278000
       77 WRK-MOV-PARENT   PIC X(02)    VALUE SPACES.                   00279000
      *    I = INCLUSAO, E = EXCLUSAO, P = TROCA DE PLANO,              00280000
      *    D = DESLIGAMENTO, A = AFASTAMENTO, R = RETORNO               00281000
       77 WRK-MOV-TIPOMOV  PIC X(01)    VALUE SPACES.                   00282000
       77 WRK-MOV-PLANMED  PIC X(10)    VALUE SPACES.                   00283000
       77 WRK-MOV-PLANDENT PIC X(10)    VALUE SPACES.                   00284000
       77 WRK-MOV-MEDANT   PIC X(10)    VALUE SPACES.                   00285000
       77 WRK-MOV-DENTANT  PIC X(10)    VALUE SPACES.                   00286000
       77 WRK-MOV-DATAMOV  PIC X(10)    VALUE SPACES.                   00287000
      *    MOTIVO DO DESLIGAMENTO OU TIPO DO AFASTAMENTO                00288000
       77 WRK-MOV-COMPL    PIC X(02)    VALUE SPACES.                   00289000
       77 WRK-MOV-SITUACAO PIC X(01)    VALUE SPACES.                   00290000
      *----------------------------------------------------             00291000
       01 FILLER PIC X(48) VALUE                                        00292000
           '--------------REGISTROS DO MOVOPE------------'.             00293000
      *----------------------------------------------------             00294000
       01 WRK-MOV-HEADER.                                               00295000
          05 WRK-MVH-TIPO     PIC X(01) VALUE '0'.                      00296000
          05 WRK-MVH-COMPET   PIC 9(06).                                00297000
          05 WRK-MVH-EMPRESA  PIC X(30) VALUE 'FOURSYS'.                00298000
          05 WRK-MVH-GERACAO.                                           00299000
             10 WRK-MVH-G-ANO PIC 9(04).                                00300000
             10 FILLER        PIC X(01) VALUE '-'.                      00301000
             10 WRK-MVH-G-MES PIC 9(02).                                00302000
             10 FILLER        PIC X(01) VALUE '-'.                      00303000
             10 WRK-MVH-G-DIA PIC 9(02).                                00304000
          05 FILLER           PIC X(103) VALUE SPACES.                  00305000
       01 WRK-MOV-DETALHE.                                              00306000
          05 WRK-MVD-TIPO     PIC X(01) VALUE '1'.                      00307000
          05 WRK-MVD-SEQ      PIC 9(06).                                00308000
          05 WRK-MVD-TIPOMOV  PIC X(01).                                00309000
          05 WRK-MVD-MATRIC   PIC 9(05).                                00310000
          05 WRK-MVD-TIPOBEN  PIC X(01).                                00311000
          05 WRK-MVD-NOME     PIC X(30).                                00312000
          05 WRK-MVD-DATANASC PIC X(10).                                00313000
          05 WRK-MVD-PARENT   PIC X(02).                                00314000
          05 WRK-MVD-PLANMED  PIC X(10).                                00315000
          05 WRK-MVD-PLANDENT PIC X(10).                                00316000
          05 WRK-MVD-MEDANT   PIC X(10).                                00317000
          05 WRK-MVD-DENTANT  PIC X(10).                                00318000
          05 WRK-MVD-DATAMOV  PIC X(10).                                00319000
          05 WRK-MVD-COMPL    PIC X(02).                                00320000
          05 FILLER           PIC X(42) VALUE SPACES.                   00321000
       01 WRK-MOV-TRAILER.                                              00322000
          05 WRK-MVT-TIPO     PIC X(01) VALUE '9'.                      00323000
          05 WRK-MVT-COMPET   PIC 9(06).                                00324000
          05 WRK-MVT-QTDE     PIC 9(06).                                00325000
          05 WRK-MVT-INCL     PIC 9(06).                                00326000
          05 WRK-MVT-EXCL     PIC 9(06).                                00327000
          05 WRK-MVT-TROCA    PIC 9(06).                                00328000
          05 WRK-MVT-DESLIG   PIC 9(06).                                00329000
          05 WRK-MVT-AFAST    PIC 9(06).                                00330000
          05 WRK-MVT-RETORNO  PIC 9(06).                                00331000
          05 FILLER           PIC X(101) VALUE SPACES.                  00332000
      *----------------------------------------------------             00333000
       01 FILLER PIC X(48) VALUE                                        00334000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00335000
      *----------------------------------------------------             00336000
       77 WRK-REGLIDOS     PIC 9(06)    VALUE ZEROS.                    00337000
       77 WRK-REGGRAVADOS  PIC 9(06)    VALUE ZEROS.                    00338000
       77 WRK-REGREJEIT    PIC 9(06)    VALUE ZEROS.                    00339000
       77 WRK-REGACEITOS   PIC 9(06)    VALUE ZEROS.                    00340000
       77 WRK-REGRECUSADOS PIC 9(06)    VALUE ZEROS.                    00341000
      *----------------------------------------------------             00342000
       01 FILLER PIC X(48) VALUE                                        00343000
           '--------------PARAMETRO DE ENTRADA-----------'.             00344000
      *----------------------------------------------------             00345000
       01 WRK-PARM.                                                     00346000
          05 WRK-PARM-COMPET   PIC 9(06) VALUE ZEROS.                   00347000
          05 WRK-PARM-MODO     PIC X(01) VALUE SPACES.                  00348000
             88 WRK-MODO-GERAR          VALUE ' ' 'G'.                  00349000
             88 WRK-MODO-REEMITIR       VALUE 'R'.                      00350000
             88 WRK-MODO-RETORNO        VALUE 'A'.                      00351000
             88 WRK-MODO-IMPLANTAR      VALUE 'I'.                      00352000
          05 WRK-PARM-OVERRIDE PIC X(01) VALUE SPACES.                  00353000
             88 WRK-OVERRIDE-LIGADO     VALUE 'S'.                      00354000
      *====================================================             00355000
       PROCEDURE                                 DIVISION.              00356000
      *====================================================             00357000
      *-----------------------------------------------------            00358000
       0000-PRINCIPAL                             SECTION.              00359000
      *-----------------------------------------------------            00360000
           PERFORM 1000-INICIALIZAR.                                    00361000
           EVALUATE TRUE                                                00362000
            WHEN WRK-MODO-IMPLANTAR                                     00363000
             PERFORM 6000-IMPLANTAR                                     00364000
            WHEN WRK-MODO-RETORNO                                       00365000
             PERFORM 7000-RETORNO                                       00366000
            WHEN WRK-MODO-REEMITIR                                      00367000
             PERFORM 5000-EMITIR                                        00368000
            WHEN OTHER                                                  00369000
             PERFORM 2000-DESLIGAMENTOS                                 00370000
             PERFORM 2200-AFASTAMENTOS                                  00371000
             PERFORM 2400-EXCLUSOES                                     00372000
             PERFORM 2600-INCLUSOES                                     00373000
             PERFORM 5000-EMITIR                                        00374000
           END-EVALUATE.                                                00375000
           PERFORM 3000-FINALIZAR.                                      00376000
           STOP RUN.                                                    00377000
      *-----------------------------------------------------            00378000
       0000-99-FIM.                                  EXIT.              00379000
      *-----------------------------------------------------            00380000
                                                                        00381000
      *-----------------------------------------------------            00382000
       1000-INICIALIZAR                           SECTION.              00383000
      *-----------------------------------------------------            00384000
           ACCEPT WRK-PARM FROM SYSIN.                                  00385000
           IF NOT WRK-MODO-GERAR AND NOT WRK-MODO-REEMITIR              00386000
              AND NOT WRK-MODO-RETORNO AND NOT WRK-MODO-IMPLANTAR       00387000
            DISPLAY 'MODO INVALIDO: ' WRK-PARM-MODO                     00388000
            STOP RUN                                                    00389000
           END-IF.                                                      00390000
           IF (WRK-MODO-GERAR OR WRK-MODO-REEMITIR)                     00391000
              AND WRK-PARM-COMPET EQUAL ZEROS                           00392000
            DISPLAY 'COMPETENCIA (AAAAMM) NAO INFORMADA'                00393000
            STOP RUN                                                    00394000
           END-IF.                                                      00395000
           MOVE WRK-PARM-COMPET (1:4) TO WRK-CPI-ANO.                   00396000
           MOVE WRK-PARM-COMPET (5:2) TO WRK-CPI-MES.                   00397000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00398000
           MOVE WRK-HOJE-ANO TO WRK-ISO-ANO.                            00399000
           MOVE WRK-HOJE-MES TO WRK-ISO-MES.                            00400000
           MOVE WRK-HOJE-DIA TO WRK-ISO-DIA.                            00401000
                                                                        00402000
           MOVE ZEROS TO WRK-QTDE-MOV.                                  00403000
           IF WRK-MODO-GERAR OR WRK-MODO-REEMITIR                       00404000
            EXEC SQL                                                    00405000
             SELECT COUNT(*) INTO :WRK-QTDE-MOV                         00406000
              FROM IVAN.MOVOPER                                         00407000
              WHERE COMPETENCIA = :WRK-PARM-COMPET                      00408000
            END-EXEC                                                    00409000
           END-IF.                                                      00410000
      *    A REMESSA DA COMPETENCIA E GERADA UMA UNICA VEZ;             00411000
      *    UMA NOVA COPIA DO ARQUIVO SAI PELO MODO R.                   00412000
           IF WRK-MODO-GERAR AND WRK-QTDE-MOV GREATER ZEROS             00413000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00414000
                    ' JA TEM REMESSA GERADA - USE O MODO R'             00415000
            STOP RUN                                                    00416000
           END-IF.                                                      00417000
           IF WRK-MODO-REEMITIR AND WRK-QTDE-MOV EQUAL ZEROS            00418000
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00419000
                    ' SEM REMESSA GERADA'                               00420000
            STOP RUN                                                    00421000
           END-IF.                                                      00422000
                                                                        00423000
           MOVE ZEROS TO WRK-QTDE-FOTO.                                 00424000
           EXEC SQL                                                     00425000
            SELECT COUNT(*) INTO :WRK-QTDE-FOTO                         00426000
             FROM IVAN.BENEFOPE                                         00427000
           END-EXEC.                                                    00428000
      *    SEM A FOTO A PRIMEIRA REMESSA MANDARIA A CARTEIRA            00429000
      *    INTEIRA COMO INCLUSAO.                                       00430000
           IF WRK-MODO-GERAR AND WRK-QTDE-FOTO EQUAL ZEROS              00431000
            DISPLAY 'IVAN.BENEFOPE VAZIA - RODE O MODO I '              00432000
                    '(IMPLANTACAO) ANTES DA PRIMEIRA REMESSA'           00433000
            STOP RUN                                                    00434000
           END-IF.                                                      00435000
           IF WRK-MODO-IMPLANTAR AND WRK-QTDE-FOTO GREATER ZEROS        00436000
            DISPLAY 'IVAN.BENEFOPE JA CARREGADA - '                     00437000
                    'IMPLANTACAO ABORTADA'                              00438000
            STOP RUN                                                    00439000
           END-IF.                                                      00440000
                                                                        00441000
      *    SO A GERACAO FAZ PARTE DA CADEIA MENSAL.                     00442000
           IF WRK-MODO-GERAR                                            00443000
            PERFORM 1100-CONTROLE-EXECUCAO                              00444000
           END-IF.                                                      00445000
                                                                        00446000
           IF WRK-MODO-GERAR OR WRK-MODO-REEMITIR                       00447000
            OPEN OUTPUT MOVOPE                                          00448000
            IF WRK-FS-MOVOPE NOT EQUAL 0                                00449000
             DISPLAY 'ERRO NA ABERTURA DO MOVOPE: '                     00450000
                     WRK-FS-MOVOPE                                      00451000
             PERFORM 9000-DESFAZER                                      00452000
            END-IF                                                      00453000
           END-IF.                                                      00454000
           IF WRK-MODO-RETORNO                                          00455000
            OPEN INPUT RETOPE                                           00456000
            IF WRK-FS-RETOPE NOT EQUAL 0                                00457000
             DISPLAY 'ERRO NA ABERTURA DO RETOPE: '                     00458000
                     WRK-FS-RETOPE                                      00459000
             PERFORM 9000-DESFAZER                                      00460000
            END-IF                                                      00461000
           END-IF.                                                      00462000
      *-----------------------------------------------------            00463000
       1000-99-FIM.                                  EXIT.              00464000
      *-----------------------------------------------------            00465000
                                                                        00466000
      *-----------------------------------------------------            00467000
       1100-CONTROLE-EXECUCAO                     SECTION.              00468000
      *-----------------------------------------------------            00469000
           MOVE 'I'        TO RUN-FUNCAO.                               00470000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00471000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00472000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00473000
           IF WRK-OVERRIDE-LIGADO                                       00474000
            MOVE 'O' TO RUN-FUNCAO                                      00475000
           END-IF.                                                      00476000
           MOVE 'FR22DB73' TO RUN-PROGRAMA.                             00477000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00478000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00479000
           IF RUN-JA-EXECUTADO                                          00480000
            MOVE 'R' TO RUN-FUNCAO                                      00481000
            CALL 'GRAVARUN' USING RUN-DADOS                             00482000
           END-IF.                                                      00483000
                                                                        00484000
           IF RUN-DEP-PENDENTE                                          00485000
            DISPLAY 'FR22DB73 AGUARDANDO PREDECESSOR - '                00486000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00487000
            STOP RUN                                                    00488000
           END-IF.                                                      00489000
                                                                        00490000
      *    MOVIMENTOS DE REMESSAS ANTERIORES AINDA SEM                  00491000
      *    RETORNO DA OPERADORA.                                        00492000
           MOVE ZEROS TO WRK-QTDE-PEND.                                 00493000
           EXEC SQL                                                     00494000
            SELECT COUNT(*) INTO :WRK-QTDE-PEND                         00495000
             FROM IVAN.MOVOPER                                          00496000
             WHERE COMPETENCIA < :WRK-PARM-COMPET                       00497000
               AND SITUACAO = 'E'                                       00498000
           END-EXEC.                                                    00499000
           IF WRK-QTDE-PEND GREATER ZEROS                               00500000
            DISPLAY 'ATENCAO: ' WRK-QTDE-PEND                           00501000
                    ' MOVIMENTOS ANTERIORES SEM RETORNO'                00502000
           END-IF.                                                      00503000
      *-----------------------------------------------------            00504000
       1100-99-FIM.                                  EXIT.              00505000
      *-----------------------------------------------------            00506000
                                                                        00507000
      *-----------------------------------------------------            00508000
       2000-DESLIGAMENTOS                         SECTION.              00509000
      *-----------------------------------------------------            00510000
           EXEC SQL                                                     00511000
              OPEN CDES                                                 00512000
           END-EXEC.                                                    00513000
           IF SQLCODE NOT EQUAL 0                                       00514000
            MOVE SQLCODE TO WRK-SQLCODE                                 00515000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CDES'                   00516000
            PERFORM 9000-DESFAZER                                       00517000
           END-IF.                                                      00518000
           PERFORM 2050-LER-DESLIGADO                                   00519000
                   UNTIL SQLCODE EQUAL 100.                             00520000
           EXEC SQL                                                     00521000
              CLOSE CDES                                                00522000
           END-EXEC.                                                    00523000
                                                                        00524000
      *    O DESLIGADO SAI DA FOTO COM TODOS OS DEPENDENTES.            00525000
           EXEC SQL                                                     00526000
            DELETE FROM IVAN.BENEFOPE                                   00527000
             WHERE IDFUNC IN (SELECT F.ID FROM IVAN.FUNC F              00528000
                               WHERE F.STATUS = 'I')                    00529000
           END-EXEC.                                                    00530000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00531000
            MOVE SQLCODE TO WRK-SQLCODE                                 00532000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO DELETE IVAN.BENEFOPE'       00533000
                    ' (DESLIGADOS)'                                     00534000
            PERFORM 9000-DESFAZER                                       00535000
           END-IF.                                                      00536000
      *-----------------------------------------------------            00537000
       2000-99-FIM.                                  EXIT.              00538000
      *-----------------------------------------------------            00539000
                                                                        00540000
      *-----------------------------------------------------            00541000
       2050-LER-DESLIGADO                         SECTION.              00542000
      *-----------------------------------------------------            00543000
           MOVE SPACES TO WRK-MOV-DATANASC.                             00544000
           MOVE SPACES TO WRK-MOV-PARENT.                               00545000
           MOVE SPACES TO WRK-MOV-MEDANT.                               00546000
           MOVE SPACES TO WRK-MOV-DENTANT.                              00547000
           EXEC SQL                                                     00548000
             FETCH CDES                                                 00549000
              INTO :WRK-MOV-IDFUNC,                                     00550000
                   :WRK-MOV-TIPOBEN,                                    00551000
                   :WRK-MOV-NOMEBEN,                                    00552000
                   :WRK-MOV-PLANMED,                                    00553000
                   :WRK-MOV-PLANDENT,                                   00554000
                   :WRK-MOV-DATAMOV,                                    00555000
                   :WRK-MOV-COMPL                                       00556000
           END-EXEC.                                                    00557000
           EVALUATE SQLCODE                                             00558000
            WHEN 0                                                      00559000
             MOVE 'D' TO WRK-MOV-TIPOMOV                                00560000
             PERFORM 2900-GRAVAR-MOVIMENTO                              00561000
            WHEN 100                                                    00562000
             CONTINUE                                                   00563000
            WHEN OTHER                                                  00564000
             MOVE SQLCODE TO WRK-SQLCODE                                00565000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CDES'                00566000
             PERFORM 9000-DESFAZER                                      00567000
           END-EVALUATE.                                                00568000
      *-----------------------------------------------------            00569000
       2050-99-FIM.                                  EXIT.              00570000
      *-----------------------------------------------------            00571000
                                                                        00572000
      *-----------------------------------------------------            00573000
       2200-AFASTAMENTOS                          SECTION.              00574000
      *-----------------------------------------------------            00575000
           EXEC SQL                                                     00576000
              OPEN CAFA                                                 00577000
           END-EXEC.                                                    00578000
           IF SQLCODE NOT EQUAL 0                                       00579000
            MOVE SQLCODE TO WRK-SQLCODE                                 00580000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CAFA'                   00581000
            PERFORM 9000-DESFAZER                                       00582000
           END-IF.                                                      00583000
           PERFORM 2250-LER-AFASTAMENTO                                 00584000
                   UNTIL SQLCODE EQUAL 100.                             00585000
           EXEC SQL                                                     00586000
              CLOSE CAFA                                                00587000
           END-EXEC.                                                    00588000
      *-----------------------------------------------------            00589000
       2200-99-FIM.                                  EXIT.              00590000
      *-----------------------------------------------------            00591000
                                                                        00592000
      *-----------------------------------------------------            00593000
       2250-LER-AFASTAMENTO                       SECTION.              00594000
      *-----------------------------------------------------            00595000
           EXEC SQL                                                     00596000
             FETCH CAFA                                                 00597000
              INTO :WRK-MOV-IDFUNC,                                     00598000
                   :WRK-MOV-NOMEBEN,                                    00599000
                   :WRK-AFA-TIPO,                                       00600000
                   :WRK-AFA-DATAINI,                                    00601000
                   :WRK-AFA-RETORNO,                                    00602000
                   :WRK-MOV-PLANMED,                                    00603000
                   :WRK-MOV-PLANDENT,                                   00604000
                   :WRK-A-ENVIADO,                                      00605000
                   :WRK-R-ENVIADO                                       00606000
           END-EXEC.                                                    00607000
           EVALUATE SQLCODE                                             00608000
            WHEN 0                                                      00609000
             PERFORM 2300-TRATAR-AFASTAMENTO                            00610000
            WHEN 100                                                    00611000
             CONTINUE                                                   00612000
            WHEN OTHER                                                  00613000
             MOVE SQLCODE TO WRK-SQLCODE                                00614000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CAFA'                00615000
             PERFORM 9000-DESFAZER                                      00616000
           END-EVALUATE.                                                00617000
      *-----------------------------------------------------            00618000
       2250-99-FIM.                                  EXIT.              00619000
      *-----------------------------------------------------            00620000
                                                                        00621000
      *-----------------------------------------------------            00622000
       2300-TRATAR-AFASTAMENTO                    SECTION.              00623000
      *-----------------------------------------------------            00624000
           MOVE 'T'          TO WRK-MOV-TIPOBEN.                        00625000
           MOVE SPACES       TO WRK-MOV-DATANASC.                       00626000
           MOVE SPACES       TO WRK-MOV-PARENT.                         00627000
           MOVE SPACES       TO WRK-MOV-MEDANT.                         00628000
           MOVE SPACES       TO WRK-MOV-DENTANT.                        00629000
           MOVE WRK-AFA-TIPO TO WRK-MOV-COMPL.                          00630000
           IF WRK-A-ENVIADO EQUAL 'N'                                   00631000
            MOVE 'A'             TO WRK-MOV-TIPOMOV                     00632000
            MOVE WRK-AFA-DATAINI TO WRK-MOV-DATAMOV                     00633000
            PERFORM 2900-GRAVAR-MOVIMENTO                               00634000
           END-IF.                                                      00635000
           IF WRK-AFA-RETORNO NOT EQUAL SPACES                          00636000
              AND WRK-R-ENVIADO EQUAL 'N'                               00637000
            MOVE 'R'             TO WRK-MOV-TIPOMOV                     00638000
            MOVE WRK-AFA-RETORNO TO WRK-MOV-DATAMOV                     00639000
            PERFORM 2900-GRAVAR-MOVIMENTO                               00640000
           END-IF.                                                      00641000
      *-----------------------------------------------------            00642000
       2300-99-FIM.                                  EXIT.              00643000
      *-----------------------------------------------------            00644000
                                                                        00645000
      *-----------------------------------------------------            00646000
       2400-EXCLUSOES                             SECTION.              00647000
      *-----------------------------------------------------            00648000
           EXEC SQL                                                     00649000
              OPEN CEXC                                                 00650000
           END-EXEC.                                                    00651000
           IF SQLCODE NOT EQUAL 0                                       00652000
            MOVE SQLCODE TO WRK-SQLCODE                                 00653000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CEXC'                   00654000
            PERFORM 9000-DESFAZER                                       00655000
           END-IF.                                                      00656000
           PERFORM 2450-LER-EXCLUSAO                                    00657000
                   UNTIL SQLCODE EQUAL 100.                             00658000
           EXEC SQL                                                     00659000
              CLOSE CEXC                                                00660000
           END-EXEC.                                                    00661000
                                                                        00662000
           EXEC SQL                                                     00663000
            DELETE FROM IVAN.BENEFOPE O                                 00664000
             WHERE NOT EXISTS                                           00665000
                   (SELECT 1 FROM IVAN.BENEF B                          00666000
                     WHERE B.IDFUNC = O.IDFUNC)                         00667000
                OR (O.TIPOBEN = 'D'                                     00668000
                    AND NOT EXISTS                                      00669000
                        (SELECT 1 FROM IVAN.DEPEND D                    00670000
                          WHERE D.IDFUNC = O.IDFUNC                     00671000
                            AND D.NOME = O.NOMEDEP))                    00672000
           END-EXEC.                                                    00673000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             00674000
            MOVE SQLCODE TO WRK-SQLCODE                                 00675000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO DELETE IVAN.BENEFOPE'       00676000
                    ' (EXCLUSOES)'                                      00677000
            PERFORM 9000-DESFAZER                                       00678000
           END-IF.                                                      00679000
      *-----------------------------------------------------            00680000
       2400-99-FIM.                                  EXIT.              00681000
      *-----------------------------------------------------            00682000
                                                                        00683000
      *-----------------------------------------------------            00684000
       2450-LER-EXCLUSAO                          SECTION.              00685000
      *-----------------------------------------------------            00686000
           MOVE SPACES TO WRK-MOV-DATANASC.                             00687000
           MOVE SPACES TO WRK-MOV-PARENT.                               00688000
           MOVE SPACES TO WRK-MOV-MEDANT.                               00689000
           MOVE SPACES TO WRK-MOV-DENTANT.                              00690000
           MOVE SPACES TO WRK-MOV-COMPL.                                00691000
           EXEC SQL                                                     00692000
             FETCH CEXC                                                 00693000
              INTO :WRK-MOV-IDFUNC,                                     00694000
                   :WRK-MOV-TIPOBEN,                                    00695000
                   :WRK-MOV-NOMEBEN,                                    00696000
                   :WRK-MOV-PLANMED,                                    00697000
                   :WRK-MOV-PLANDENT                                    00698000
           END-EXEC.                                                    00699000
           EVALUATE SQLCODE                                             00700000
            WHEN 0                                                      00701000
             MOVE 'E'          TO WRK-MOV-TIPOMOV                       00702000
             MOVE WRK-HOJE-ISO TO WRK-MOV-DATAMOV                       00703000
             PERFORM 2900-GRAVAR-MOVIMENTO                              00704000
            WHEN 100                                                    00705000
             CONTINUE                                                   00706000
            WHEN OTHER                                                  00707000
             MOVE SQLCODE TO WRK-SQLCODE                                00708000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CEXC'                00709000
             PERFORM 9000-DESFAZER                                      00710000
           END-EVALUATE.                                                00711000
      *-----------------------------------------------------            00712000
       2450-99-FIM.                                  EXIT.              00713000
      *-----------------------------------------------------            00714000
                                                                        00715000
      *-----------------------------------------------------            00716000
       2600-INCLUSOES                             SECTION.              00717000
      *-----------------------------------------------------            00718000
           EXEC SQL                                                     00719000
              OPEN CINC                                                 00720000
           END-EXEC.                                                    00721000
           IF SQLCODE NOT EQUAL 0                                       00722000
            MOVE SQLCODE TO WRK-SQLCODE                                 00723000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CINC'                   00724000
            PERFORM 9000-DESFAZER                                       00725000
           END-IF.                                                      00726000
           PERFORM 2650-LER-BENEFICIARIO                                00727000
                   UNTIL SQLCODE EQUAL 100.                             00728000
           EXEC SQL                                                     00729000
              CLOSE CINC                                                00730000
           END-EXEC.                                                    00731000
      *-----------------------------------------------------            00732000
       2600-99-FIM.                                  EXIT.              00733000
      *-----------------------------------------------------            00734000
                                                                        00735000
      *-----------------------------------------------------            00736000
       2650-LER-BENEFICIARIO                      SECTION.              00737000
      *-----------------------------------------------------            00738000
           MOVE SPACES TO WRK-MOV-COMPL.                                00739000
           EXEC SQL                                                     00740000
             FETCH CINC                                                 00741000
              INTO :WRK-MOV-IDFUNC,                                     00742000
                   :WRK-MOV-TIPOBEN,                                    00743000
                   :WRK-NOMEDEP,                                        00744000
                   :WRK-MOV-NOMEBEN,                                    00745000
                   :WRK-MOV-DATANASC,                                   00746000
                   :WRK-MOV-PARENT,                                     00747000
                   :WRK-MOV-PLANMED,                                    00748000
                   :WRK-MOV-PLANDENT,                                   00749000
                   :WRK-MOV-MEDANT,                                     00750000
                   :WRK-MOV-DENTANT,                                    00751000
                   :WRK-TEM-FOTO                                        00752000
           END-EXEC.                                                    00753000
           EVALUATE SQLCODE                                             00754000
            WHEN 0                                                      00755000
             PERFORM 2700-COMPARAR-FOTO                                 00756000
            WHEN 100                                                    00757000
             CONTINUE                                                   00758000
            WHEN OTHER                                                  00759000
             MOVE SQLCODE TO WRK-SQLCODE                                00760000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CINC'                00761000
             PERFORM 9000-DESFAZER                                      00762000
           END-EVALUATE.                                                00763000
      *-----------------------------------------------------            00764000
       2650-99-FIM.                                  EXIT.              00765000
      *-----------------------------------------------------            00766000
                                                                        00767000
      *-----------------------------------------------------            00768000
       2700-COMPARAR-FOTO                         SECTION.              00769000
      *-----------------------------------------------------            00770000
           MOVE WRK-HOJE-ISO TO WRK-MOV-DATAMOV.                        00771000
           IF WRK-TEM-FOTO EQUAL 'N'                                    00772000
            MOVE 'I'    TO WRK-MOV-TIPOMOV                              00773000
            MOVE SPACES TO WRK-MOV-MEDANT                               00774000
            MOVE SPACES TO WRK-MOV-DENTANT                              00775000
            PERFORM 2900-GRAVAR-MOVIMENTO                               00776000
            EXEC SQL                                                    00777000
             INSERT INTO IVAN.BENEFOPE                                  00778000
                   (IDFUNC,TIPOBEN,NOMEDEP,PLANMED,PLANDENT,            00779000
                    DATAENV)                                            00780000
             VALUES (:WRK-MOV-IDFUNC,:WRK-MOV-TIPOBEN,                  00781000
                     :WRK-NOMEDEP,:WRK-MOV-PLANMED,                     00782000
                     :WRK-MOV-PLANDENT,CURRENT DATE)                    00783000
            END-EXEC                                                    00784000
            IF SQLCODE NOT EQUAL 0                                      00785000
             MOVE SQLCODE TO WRK-SQLCODE                                00786000
             DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR '                   00787000
                     'IVAN.BENEFOPE - ID: ' WRK-MOV-IDFUNC              00788000
             PERFORM 9000-DESFAZER                                      00789000
            END-IF                                                      00790000
           ELSE                                                         00791000
            IF WRK-MOV-PLANMED NOT EQUAL WRK-MOV-MEDANT                 00792000
               OR WRK-MOV-PLANDENT NOT EQUAL WRK-MOV-DENTANT            00793000
             MOVE 'P' TO WRK-MOV-TIPOMOV                                00794000
             PERFORM 2900-GRAVAR-MOVIMENTO                              00795000
             EXEC SQL                                                   00796000
              UPDATE IVAN.BENEFOPE                                      00797000
                 SET PLANMED  = :WRK-MOV-PLANMED,                       00798000
                     PLANDENT = :WRK-MOV-PLANDENT                       00799000
               WHERE IDFUNC  = :WRK-MOV-IDFUNC                          00800000
                 AND TIPOBEN = :WRK-MOV-TIPOBEN                         00801000
                 AND NOMEDEP = :WRK-NOMEDEP                             00802000
             END-EXEC                                                   00803000
             IF SQLCODE NOT EQUAL 0                                     00804000
              MOVE SQLCODE TO WRK-SQLCODE                               00805000
              DISPLAY 'ERRO' WRK-SQLCODE ' AO ATUALIZAR '               00806000
                      'IVAN.BENEFOPE - ID: ' WRK-MOV-IDFUNC             00807000
              PERFORM 9000-DESFAZER                                     00808000
             END-IF                                                     00809000
            END-IF                                                      00810000
           END-IF.                                                      00811000
      *-----------------------------------------------------            00812000
       2700-99-FIM.                                  EXIT.              00813000
      *-----------------------------------------------------            00814000
                                                                        00815000
      *-----------------------------------------------------            00816000
       2900-GRAVAR-MOVIMENTO                      SECTION.              00817000
      *-----------------------------------------------------            00818000
           ADD 1 TO WRK-SEQ.                                            00819000
           EXEC SQL                                                     00820000
            INSERT INTO IVAN.MOVOPER                                    00821000
                  (COMPETENCIA,SEQ,IDFUNC,TIPOBEN,NOMEBEN,              00822000
                   DATANASC,PARENTESCO,TIPOMOV,PLANMED,                 00823000
                   PLANDENT,PLANMEDANT,PLANDENTANT,DATAMOV,             00824000
                   COMPL,SITUACAO,MOTIVOREC,DATAENV)                    00825000
            VALUES (:WRK-PARM-COMPET,:WRK-SEQ,                          00826000
                    :WRK-MOV-IDFUNC,:WRK-MOV-TIPOBEN,                   00827000
                    :WRK-MOV-NOMEBEN,:WRK-MOV-DATANASC,                 00828000
                    :WRK-MOV-PARENT,:WRK-MOV-TIPOMOV,                   00829000
                    :WRK-MOV-PLANMED,:WRK-MOV-PLANDENT,                 00830000
                    :WRK-MOV-MEDANT,:WRK-MOV-DENTANT,                   00831000
                    DATE(:WRK-MOV-DATAMOV),:WRK-MOV-COMPL,              00832000
                    'E',' ',CURRENT DATE)                               00833000
           END-EXEC.                                                    00834000
           IF SQLCODE NOT EQUAL 0                                       00835000
            MOVE SQLCODE TO WRK-SQLCODE                                 00836000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO GRAVAR '                    00837000
                    'IVAN.MOVOPER - ID: ' WRK-MOV-IDFUNC                00838000
            PERFORM 9000-DESFAZER                                       00839000
           END-IF.                                                      00840000
           ADD 1 TO WRK-REGGRAVADOS.                                    00841000
      *-----------------------------------------------------            00842000
       2900-99-FIM.                                  EXIT.              00843000
      *-----------------------------------------------------            00844000
                                                                        00845000
      *-----------------------------------------------------            00846000
       3000-FINALIZAR                             SECTION.              00847000
      *-----------------------------------------------------            00848000
           IF WRK-MODO-GERAR OR WRK-MODO-REEMITIR                       00849000
            CLOSE MOVOPE                                                00850000
           END-IF.                                                      00851000
           IF WRK-MODO-RETORNO                                          00852000
            CLOSE RETOPE                                                00853000
           END-IF.                                                      00854000
           EXEC SQL                                                     00855000
              COMMIT                                                    00856000
           END-EXEC.                                                    00857000
           DISPLAY ' '.                                                 00858000
           DISPLAY 'MODO:                 ' WRK-PARM-MODO.              00859000
           DISPLAY 'COMPETENCIA:          ' WRK-PARM-COMPET.            00860000
           EVALUATE TRUE                                                00861000
            WHEN WRK-MODO-IMPLANTAR                                     00862000
             DISPLAY 'BENEFICIARIOS NA FOTO:' WRK-QTDE-FOTO             00863000
            WHEN WRK-MODO-RETORNO                                       00864000
             DISPLAY 'RETORNOS LIDOS:       ' WRK-REGLIDOS              00865000
             DISPLAY 'ACEITOS:              ' WRK-REGACEITOS            00866000
             DISPLAY 'RECUSADOS:            ' WRK-REGRECUSADOS          00867000
             DISPLAY 'REJEITADOS:           ' WRK-REGREJEIT             00868000
            WHEN OTHER                                                  00869000
             DISPLAY 'MOVIMENTOS GERADOS:   ' WRK-REGGRAVADOS           00870000
             DISPLAY 'INCLUSOES:            ' WRK-MVT-INCL              00871000
             DISPLAY 'EXCLUSOES:            ' WRK-MVT-EXCL              00872000
             DISPLAY 'TROCAS DE PLANO:      ' WRK-MVT-TROCA             00873000
             DISPLAY 'DESLIGAMENTOS:        ' WRK-MVT-DESLIG            00874000
             DISPLAY 'AFASTAMENTOS:         ' WRK-MVT-AFAST             00875000
             DISPLAY 'RETORNOS:             ' WRK-MVT-RETORNO           00876000
             DISPLAY 'REGISTROS NO MOVOPE:  ' WRK-MVT-QTDE              00877000
           END-EVALUATE.                                                00878000
           IF WRK-MODO-GERAR                                            00879000
            MOVE 'F'              TO RUN-FUNCAO                         00880000
            MOVE WRK-REGLIDOS     TO RUN-LIDOS                          00881000
            MOVE WRK-REGGRAVADOS  TO RUN-GRAVADOS                       00882000
            MOVE WRK-REGREJEIT    TO RUN-REJEITADOS                     00883000
            MOVE 0                TO RUN-RETCODE                        00884000
            CALL 'GRAVARUN' USING RUN-DADOS                             00885000
           END-IF.                                                      00886000
      *-----------------------------------------------------            00887000
       3000-99-FIM.                                  EXIT.              00888000
      *-----------------------------------------------------            00889000
                                                                        00890000
      *-----------------------------------------------------            00891000
       5000-EMITIR                                SECTION.              00892000
      *-----------------------------------------------------            00893000
           MOVE WRK-PARM-COMPET TO WRK-MVH-COMPET.                      00894000
           MOVE WRK-HOJE-ANO    TO WRK-MVH-G-ANO.                       00895000
           MOVE WRK-HOJE-MES    TO WRK-MVH-G-MES.                       00896000
           MOVE WRK-HOJE-DIA    TO WRK-MVH-G-DIA.                       00897000
           WRITE FD-MOVOPE FROM WRK-MOV-HEADER.                         00898000
                                                                        00899000
           MOVE WRK-PARM-COMPET TO WRK-MVT-COMPET.                      00900000
           MOVE ZEROS TO WRK-MVT-QTDE WRK-MVT-INCL WRK-MVT-EXCL         00901000
                         WRK-MVT-TROCA WRK-MVT-DESLIG                   00902000
                         WRK-MVT-AFAST WRK-MVT-RETORNO.                 00903000
           EXEC SQL                                                     00904000
              OPEN CMOV                                                 00905000
           END-EXEC.                                                    00906000
           IF SQLCODE NOT EQUAL 0                                       00907000
            MOVE SQLCODE TO WRK-SQLCODE                                 00908000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CMOV'                   00909000
            PERFORM 9000-DESFAZER                                       00910000
           END-IF.                                                      00911000
           PERFORM 5050-LER-MOVIMENTO                                   00912000
                   UNTIL SQLCODE EQUAL 100.                             00913000
           EXEC SQL                                                     00914000
              CLOSE CMOV                                                00915000
           END-EXEC.                                                    00916000
                                                                        00917000
           WRITE FD-MOVOPE FROM WRK-MOV-TRAILER.                        00918000
      *-----------------------------------------------------            00919000
       5000-99-FIM.                                  EXIT.              00920000
      *-----------------------------------------------------            00921000
                                                                        00922000
      *-----------------------------------------------------            00923000
       5050-LER-MOVIMENTO                         SECTION.              00924000
      *-----------------------------------------------------            00925000
           EXEC SQL                                                     00926000
             FETCH CMOV                                                 00927000
              INTO :WRK-SEQ,                                            00928000
                   :WRK-MOV-TIPOMOV,                                    00929000
                   :WRK-MOV-IDFUNC,                                     00930000
                   :WRK-MOV-TIPOBEN,                                    00931000
                   :WRK-MOV-NOMEBEN,                                    00932000
                   :WRK-MOV-DATANASC,                                   00933000
                   :WRK-MOV-PARENT,                                     00934000
                   :WRK-MOV-PLANMED,                                    00935000
                   :WRK-MOV-PLANDENT,                                   00936000
                   :WRK-MOV-MEDANT,                                     00937000
                   :WRK-MOV-DENTANT,                                    00938000
                   :WRK-MOV-DATAMOV,                                    00939000
                   :WRK-MOV-COMPL                                       00940000
           END-EXEC.                                                    00941000
           EVALUATE SQLCODE                                             00942000
            WHEN 0                                                      00943000
             PERFORM 5100-GRAVAR-DETALHE                                00944000
            WHEN 100                                                    00945000
             CONTINUE                                                   00946000
            WHEN OTHER                                                  00947000
             MOVE SQLCODE TO WRK-SQLCODE                                00948000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CMOV'                00949000
             PERFORM 9000-DESFAZER                                      00950000
           END-EVALUATE.                                                00951000
      *-----------------------------------------------------            00952000
       5050-99-FIM.                                  EXIT.              00953000
      *-----------------------------------------------------            00954000
                                                                        00955000
      *-----------------------------------------------------            00956000
       5100-GRAVAR-DETALHE                        SECTION.              00957000
      *-----------------------------------------------------            00958000
           MOVE WRK-SEQ          TO WRK-MVD-SEQ.                        00959000
           MOVE WRK-MOV-TIPOMOV  TO WRK-MVD-TIPOMOV.                    00960000
           MOVE WRK-MOV-IDFUNC   TO WRK-MVD-MATRIC.                     00961000
           MOVE WRK-MOV-TIPOBEN  TO WRK-MVD-TIPOBEN.                    00962000
           MOVE WRK-MOV-NOMEBEN  TO WRK-MVD-NOME.                       00963000
           MOVE WRK-MOV-DATANASC TO WRK-MVD-DATANASC.                   00964000
           MOVE WRK-MOV-PARENT   TO WRK-MVD-PARENT.                     00965000
           MOVE WRK-MOV-PLANMED  TO WRK-MVD-PLANMED.                    00966000
           MOVE WRK-MOV-PLANDENT TO WRK-MVD-PLANDENT.                   00967000
           MOVE WRK-MOV-MEDANT   TO WRK-MVD-MEDANT.                     00968000
           MOVE WRK-MOV-DENTANT  TO WRK-MVD-DENTANT.                    00969000
           MOVE WRK-MOV-DATAMOV  TO WRK-MVD-DATAMOV.                    00970000
           MOVE WRK-MOV-COMPL    TO WRK-MVD-COMPL.                      00971000
           WRITE FD-MOVOPE FROM WRK-MOV-DETALHE.                        00972000
           IF WRK-FS-MOVOPE NOT EQUAL 0                                 00973000
            DISPLAY 'ERRO NA GRAVACAO DO MOVOPE: '                      00974000
                    WRK-FS-MOVOPE                                       00975000
            PERFORM 9000-DESFAZER                                       00976000
           END-IF.                                                      00977000
           ADD 1 TO WRK-MVT-QTDE.                                       00978000
           EVALUATE WRK-MOV-TIPOMOV                                     00979000
            WHEN 'I'                                                    00980000
             ADD 1 TO WRK-MVT-INCL                                      00981000
            WHEN 'E'                                                    00982000
             ADD 1 TO WRK-MVT-EXCL                                      00983000
            WHEN 'P'                                                    00984000
             ADD 1 TO WRK-MVT-TROCA                                     00985000
            WHEN 'D'                                                    00986000
             ADD 1 TO WRK-MVT-DESLIG                                    00987000
            WHEN 'A'                                                    00988000
             ADD 1 TO WRK-MVT-AFAST                                     00989000
            WHEN 'R'                                                    00990000
             ADD 1 TO WRK-MVT-RETORNO                                   00991000
           END-EVALUATE.                                                00992000
      *-----------------------------------------------------            00993000
       5100-99-FIM.                                  EXIT.              00994000
      *-----------------------------------------------------            00995000
                                                                        00996000
      *-----------------------------------------------------            00997000
       6000-IMPLANTAR                             SECTION.              00998000
      *-----------------------------------------------------            00999000
      *    A FOTO INICIAL E A CARTEIRA ATUAL, QUE A OPERADORA           01000000
      *    JA CONHECE; SO O QUE MUDAR DEPOIS VIRA MOVIMENTO.            01001000
           EXEC SQL                                                     01002000
            INSERT INTO IVAN.BENEFOPE                                   01003000
                  (IDFUNC,TIPOBEN,NOMEDEP,PLANMED,PLANDENT,             01004000
                   DATAENV)                                             01005000
            SELECT B.IDFUNC, 'T', ' ', B.PLANMED,                       01006000
                   COALESCE(B.PLANDENT,' '), CURRENT DATE               01007000
             FROM IVAN.BENEF B, IVAN.FUNC F                             01008000
             WHERE F.ID = B.IDFUNC                                      01009000
               AND F.STATUS = 'A'                                       01010000
           END-EXEC.                                                    01011000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             01012000
            MOVE SQLCODE TO WRK-SQLCODE                                 01013000
            DISPLAY 'ERRO' WRK-SQLCODE ' NA CARGA DE TITULARES'         01014000
            PERFORM 9000-DESFAZER                                       01015000
           END-IF.                                                      01016000
           EXEC SQL                                                     01017000
            INSERT INTO IVAN.BENEFOPE                                   01018000
                  (IDFUNC,TIPOBEN,NOMEDEP,PLANMED,PLANDENT,             01019000
                   DATAENV)                                             01020000
            SELECT D.IDFUNC, 'D', D.NOME, B.PLANMED,                    01021000
                   COALESCE(B.PLANDENT,' '), CURRENT DATE               01022000
             FROM IVAN.DEPEND D, IVAN.BENEF B, IVAN.FUNC F              01023000
             WHERE B.IDFUNC = D.IDFUNC                                  01024000
               AND F.ID = D.IDFUNC                                      01025000
               AND F.STATUS = 'A'                                       01026000
           END-EXEC.                                                    01027000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             01028000
            MOVE SQLCODE TO WRK-SQLCODE                                 01029000
            DISPLAY 'ERRO' WRK-SQLCODE ' NA CARGA DE DEPENDENTES'       01030000
            PERFORM 9000-DESFAZER                                       01031000
           END-IF.                                                      01032000
           EXEC SQL                                                     01033000
            SELECT COUNT(*) INTO :WRK-QTDE-FOTO                         01034000
             FROM IVAN.BENEFOPE                                         01035000
           END-EXEC.                                                    01036000
      *-----------------------------------------------------            01037000
       6000-99-FIM.                                  EXIT.              01038000
      *-----------------------------------------------------            01039000
                                                                        01040000
      *-----------------------------------------------------            01041000
       7000-RETORNO                               SECTION.              01042000
      *-----------------------------------------------------            01043000
           PERFORM 7050-LER-RETORNO.                                    01044000
           IF WRK-FS-RETOPE EQUAL 10                                    01045000
            DISPLAY 'ARQUIVO DE RETORNO VAZIO'                          01046000
           END-IF.                                                      01047000
           PERFORM 7100-APLICAR-RETORNO                                 01048000
                   UNTIL WRK-FS-RETOPE EQUAL 10.                        01049000
      *-----------------------------------------------------            01050000
       7000-99-FIM.                                  EXIT.              01051000
      *-----------------------------------------------------            01052000
                                                                        01053000
      *-----------------------------------------------------            01054000
       7050-LER-RETORNO                           SECTION.              01055000
      *-----------------------------------------------------            01056000
           READ RETOPE.                                                 01057000
           EVALUATE WRK-FS-RETOPE                                       01058000
            WHEN 0                                                      01059000
             ADD 1 TO WRK-REGLIDOS                                      01060000
            WHEN 10                                                     01061000
             CONTINUE                                                   01062000
            WHEN OTHER                                                  01063000
             DISPLAY 'ERRO NA LEITURA DO RETOPE: '                      01064000
                     WRK-FS-RETOPE                                      01065000
             PERFORM 9000-DESFAZER                                      01066000
           END-EVALUATE.                                                01067000
      *-----------------------------------------------------            01068000
       7050-99-FIM.                                  EXIT.              01069000
      *-----------------------------------------------------            01070000
                                                                        01071000
      *-----------------------------------------------------            01072000
       7100-APLICAR-RETORNO                       SECTION.              01073000
      *-----------------------------------------------------            01074000
           MOVE FD-RET-COMPET TO WRK-PARM-COMPET.                       01075000
           MOVE FD-RET-SEQ    TO WRK-SEQ.                               01076000
           MOVE SPACES        TO WRK-MOV-SITUACAO.                      01077000
           IF FD-RET-SITUACAO NOT EQUAL 'A'                             01078000
              AND FD-RET-SITUACAO NOT EQUAL 'R'                         01079000
            ADD 1 TO WRK-REGREJEIT                                      01080000
            DISPLAY 'RETORNO ' WRK-PARM-COMPET '/' WRK-SEQ              01081000
                    ' COM SITUACAO INVALIDA: ' FD-RET-SITUACAO          01082000
            PERFORM 7050-LER-RETORNO                                    01083000
            GO TO 7100-99-FIM                                           01084000
           END-IF.                                                      01085000
           EXEC SQL                                                     01086000
            SELECT TIPOMOV,IDFUNC,TIPOBEN,NOMEBEN,PLANMED,              01087000
                   PLANDENT,PLANMEDANT,PLANDENTANT,SITUACAO             01088000
             INTO :WRK-MOV-TIPOMOV,:WRK-MOV-IDFUNC,                     01089000
                  :WRK-MOV-TIPOBEN,:WRK-MOV-NOMEBEN,                    01090000
                  :WRK-MOV-PLANMED,:WRK-MOV-PLANDENT,                   01091000
                  :WRK-MOV-MEDANT,:WRK-MOV-DENTANT,                     01092000
                  :WRK-MOV-SITUACAO                                     01093000
             FROM IVAN.MOVOPER                                          01094000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       01095000
               AND SEQ = :WRK-SEQ                                       01096000
           END-EXEC.                                                    01097000
           EVALUATE TRUE                                                01098000
            WHEN SQLCODE EQUAL 100                                      01099000
             ADD 1 TO WRK-REGREJEIT                                     01100000
             DISPLAY 'RETORNO ' WRK-PARM-COMPET '/' WRK-SEQ             01101000
                     ' SEM MOVIMENTO ENVIADO'                           01102000
            WHEN SQLCODE NOT EQUAL 0                                    01103000
             MOVE SQLCODE TO WRK-SQLCODE                                01104000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.MOVOPER'       01105000
             PERFORM 9000-DESFAZER                                      01106000
            WHEN WRK-MOV-SITUACAO NOT EQUAL 'E'                         01107000
             ADD 1 TO WRK-REGREJEIT                                     01108000
             DISPLAY 'RETORNO ' WRK-PARM-COMPET '/' WRK-SEQ             01109000
                     ' JA PROCESSADO'                                   01110000
            WHEN OTHER                                                  01111000
             PERFORM 7200-GRAVAR-SITUACAO                               01112000
           END-EVALUATE.                                                01113000
           PERFORM 7050-LER-RETORNO.                                    01114000
      *-----------------------------------------------------            01115000
       7100-99-FIM.                                  EXIT.              01116000
      *-----------------------------------------------------            01117000
                                                                        01118000
      *-----------------------------------------------------            01119000
       7200-GRAVAR-SITUACAO                       SECTION.              01120000
      *-----------------------------------------------------            01121000
           MOVE FD-RET-SITUACAO TO WRK-MOV-SITUACAO.                    01122000
           EXEC SQL                                                     01123000
            UPDATE IVAN.MOVOPER                                         01124000
               SET SITUACAO  = :WRK-MOV-SITUACAO,                       01125000
                   MOTIVOREC = :FD-RET-MOTIVO,                          01126000
                   DATARET   = CURRENT DATE                             01127000
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       01128000
               AND SEQ = :WRK-SEQ                                       01129000
           END-EXEC.                                                    01130000
           IF SQLCODE NOT EQUAL 0                                       01131000
            MOVE SQLCODE TO WRK-SQLCODE                                 01132000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO UPDATE IVAN.MOVOPER'        01133000
            PERFORM 9000-DESFAZER                                       01134000
           END-IF.                                                      01135000
           IF WRK-MOV-SITUACAO EQUAL 'A'                                01136000
            ADD 1 TO WRK-REGACEITOS                                     01137000
           ELSE                                                         01138000
            ADD 1 TO WRK-REGRECUSADOS                                   01139000
            DISPLAY 'RECUSADO ' WRK-PARM-COMPET '/' WRK-SEQ             01140000
                    ' ' WRK-MOV-TIPOMOV ' ' WRK-MOV-IDFUNC              01141000
                    ' ' WRK-MOV-NOMEBEN ' - ' FD-RET-MOTIVO             01142000
            PERFORM 7300-DESFAZER-FOTO                                  01143000
           END-IF.                                                      01144000
      *-----------------------------------------------------            01145000
       7200-99-FIM.                                  EXIT.              01146000
      *-----------------------------------------------------            01147000
                                                                        01148000
      *-----------------------------------------------------            01149000
       7300-DESFAZER-FOTO                         SECTION.              01150000
      *-----------------------------------------------------            01151000
      *    A FOTO VOLTA AO QUE A OPERADORA REALMENTE TEM, PARA          01152000
      *    O MOVIMENTO SAIR DE NOVO NA PROXIMA REMESSA. A E R           01153000
      *    NAO MEXEM NA FOTO: A RECUSA JA OS LIBERA NO CAFA.            01154000
           MOVE SPACES TO WRK-NOMEDEP.                                  01155000
           IF WRK-MOV-TIPOBEN EQUAL 'D'                                 01156000
            MOVE WRK-MOV-NOMEBEN TO WRK-NOMEDEP                         01157000
           END-IF.                                                      01158000
           EVALUATE WRK-MOV-TIPOMOV                                     01159000
            WHEN 'I'                                                    01160000
             EXEC SQL                                                   01161000
              DELETE FROM IVAN.BENEFOPE                                 01162000
               WHERE IDFUNC  = :WRK-MOV-IDFUNC                          01163000
                 AND TIPOBEN = :WRK-MOV-TIPOBEN                         01164000
                 AND NOMEDEP = :WRK-NOMEDEP                             01165000
             END-EXEC                                                   01166000
            WHEN 'P'                                                    01167000
             EXEC SQL                                                   01168000
              UPDATE IVAN.BENEFOPE                                      01169000
                 SET PLANMED  = :WRK-MOV-MEDANT,                        01170000
                     PLANDENT = :WRK-MOV-DENTANT                        01171000
               WHERE IDFUNC  = :WRK-MOV-IDFUNC                          01172000
                 AND TIPOBEN = :WRK-MOV-TIPOBEN                         01173000
                 AND NOMEDEP = :WRK-NOMEDEP                             01174000
             END-EXEC                                                   01175000
            WHEN 'E'                                                    01176000
            WHEN 'D'                                                    01177000
             EXEC SQL                                                   01178000
              INSERT INTO IVAN.BENEFOPE                                 01179000
                    (IDFUNC,TIPOBEN,NOMEDEP,PLANMED,PLANDENT,           01180000
                     DATAENV)                                           01181000
              VALUES (:WRK-MOV-IDFUNC,:WRK-MOV-TIPOBEN,                 01182000
                      :WRK-NOMEDEP,:WRK-MOV-PLANMED,                    01183000
                      :WRK-MOV-PLANDENT,CURRENT DATE)                   01184000
             END-EXEC                                                   01185000
            WHEN OTHER                                                  01186000
             CONTINUE                                                   01187000
           END-EVALUATE.                                                01188000
      *    -803: O BENEFICIARIO JA VOLTOU PARA A FOTO.                  01189000
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100             01190000
              AND SQLCODE NOT EQUAL -803                                01191000
            MOVE SQLCODE TO WRK-SQLCODE                                 01192000
            DISPLAY 'ERRO' WRK-SQLCODE ' AO DESFAZER A FOTO '           01193000
                    'IVAN.BENEFOPE - ID: ' WRK-MOV-IDFUNC               01194000
            PERFORM 9000-DESFAZER                                       01195000
           END-IF.                                                      01196000
      *-----------------------------------------------------            01197000
       7300-99-FIM.                                  EXIT.              01198000
      *-----------------------------------------------------            01199000
                                                                        01200000
      *-----------------------------------------------------            01201000
       9000-DESFAZER                              SECTION.              01202000
      *-----------------------------------------------------            01203000
           EXEC SQL                                                     01204000
             ROLLBACK                                                   01205000
           END-EXEC.                                                    01206000
           IF WRK-MODO-GERAR OR WRK-MODO-REEMITIR                       01207000
            CLOSE MOVOPE                                                01208000
           END-IF.                                                      01209000
           IF WRK-MODO-RETORNO                                          01210000
            CLOSE RETOPE                                                01211000
           END-IF.                                                      01212000
           STOP RUN.                                                    01213000
      *-----------------------------------------------------            01214000
       9000-99-FIM.                                  EXIT.              01215000
      *-----------------------------------------------------            01216000
