      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB80.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: ANONIMIZACAO PERIODICA (LGPD) DOS      *             00008000
      *            DESLIGADOS (STATUS 'I') COM DATADEM    *             00009000
      *            MAIS ANTIGA QUE O PRAZO LEGAL DE       *             00010000
      *            GUARDA (SYSIN, EM ANOS, PADRAO 05).    *             00011000
      *            CADA PESSOA RECEBE UM TOKEN SEQUENCIAL *             00012000
      *            (ANONNNNNNN) SEM LIGACAO COM OS DADOS  *             00013000
      *            ORIGINAIS: NOME VIRA 'ANONIMIZADO' +   *             00014000
      *            TOKEN, EMAIL E ENDERECO VIRAM O TOKEN, *             00015000
      *            DATANASC VIRA 1900-01-01, CPF, AGENCIA *             00016000
      *            E CONTA VIRAM ZEROS, EM TODAS AS       *             00017000
      *            TABELAS QUE OS GUARDAM. DEPENDENTES    *             00018000
      *            GANHAM SUFIXO D01, D02... E O MESMO    *             00019000
      *            NOME NOVO EM BENEFOPE E MOVOPER. AS    *             00020000
      *            TABELAS FINANCEIRAS NAO SAO TOCADAS:   *             00021000
      *            OS TOTAIS DE FOPAG E PAGTO DA PESSOA   *             00022000
      *            SAO CONFERIDOS ANTES E DEPOIS, E       *             00023000
      *            DIVERGENCIA DESFAZ A PESSOA (ROLLBACK).*             00024000
      *            COMMIT POR PESSOA, QUE FICA EM         *             00025000
      *            IVAN.ANONLOG E NAO E MAIS SELECIONADA. *             00026000
      *            A CONTA BANCARIA SAI ZERADA NA NOVA    *             00027000
      *            GERACAO CONNOVO DO CONTBANC. MODO 'E'  *             00028000
      *            NO SYSIN EFETIVA; QUALQUER OUTRO SO    *             00029000
      *            SIMULA (ROLLBACK POR PESSOA, CONNOVO   *             00030000
      *            IGUAL AO CONTBANC). O CERTIFICADO      *             00031000
      *            RELANON LISTA CADA PESSOA, OS          *             00032000
      *            REGISTROS ALTERADOS POR TABELA E OS    *             00033000
      *            TOTAIS FINANCEIROS PRESERVADOS.        *             00034000
      *            ATE 1000 PESSOAS POR EXECUCAO; O QUE   *             00035000
      *            SOBRAR FICA PARA A PROXIMA.            *             00036000
      *---------------------------------------------------*             00037000
      *  ARQUIVOS:                                        *             00038000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00039000
      *  CONTBANC            I             ---------      *             00040000
      *  CONNOVO             O             ---------      *             00041000
      *  RELANON             O             ---------      *             00042000
      *---------------------------------------------------*             00043000
      *  BASE  DE DADOS:                                  *             00044000
      *  TABELA             I/O           INCLUDE/BOOK    *             00045000
      *  IVAN.FUNC          I/O            ---------      *             00046000
      *  IVAN.FUNCHIST       O             ---------      *             00047000
      *  IVAN.FUNCLOG        O             ---------      *             00048000
      *  IVAN.FUNCALT        O             ---------      *             00049000
      *  IVAN.DEPEND        I/O            ---------      *             00050000
      *  IVAN.BENEFOPE       O             ---------      *             00051000
      *  IVAN.MOVOPER        O             ---------      *             00052000
      *  IVAN.PENSAO         O             ---------      *             00053000
      *  IVAN.FOPAG          I             ---------      *             00054000
      *  IVAN.PAGTO          I             ---------      *             00055000
      *  IVAN.ANONLOG       I/O            ---------      *             00056000
      *===================================================*             00057000
                                                                        00058000
      *====================================================             00059000
       ENVIRONMENT                               DIVISION.              00060000
      *====================================================             00061000
       CONFIGURATION                             SECTION.               00062000
       SPECIAL-NAMES.                                                   00063000
           DECIMAL-POINT  IS COMMA.                                     00064000
                                                                        00065000
       INPUT-OUTPUT                              SECTION.               00066000
       FILE-CONTROL.                                                    00067000
           SELECT CONTBANC ASSIGN TO CONTBANC                           00068000
               FILE STATUS IS WRK-FS-CONTBANC.                          00069000
                                                                        00070000
           SELECT CONNOVO ASSIGN TO CONNOVO                             00071000
               FILE STATUS IS WRK-FS-CONNOVO.                           00072000
                                                                        00073000
           SELECT RELANON ASSIGN TO RELANON                             00074000
               FILE STATUS IS WRK-FS-RELANON.                           00075000
                                                                        00076000
      *====================================================             00077000
       DATA                                      DIVISION.              00078000
      *====================================================             00079000
      *-----------------------------------------------------            00080000
       FILE                                      SECTION.               00081000
      *-----------------------------------------------------            00082000
       FD CONTBANC                                                      00083000
           RECORDING MODE IS F                                          00084000
           BLOCK CONTAINS 0 RECORDS.                                    00085000
      *-----------LRECL 17----------------------------------            00086000
       01 FD-CONTBANC.                                                  00087000
          05 FD-CONTA-ID        PIC X(05).                              00088000
          05 FD-CONTA-AGENCIA   PIC X(04).                              00089000
          05 FD-CONTA-CONTA     PIC X(08).                              00090000
                                                                        00091000
       FD CONNOVO                                                       00092000
           RECORDING MODE IS F                                          00093000
           BLOCK CONTAINS 0 RECORDS.                                    00094000
      *-----------LRECL 17----------------------------------            00095000
       01 FD-CONNOVO            PIC X(17).                              00096000
                                                                        00097000
       FD RELANON                                                       00098000
           RECORDING MODE IS F                                          00099000
           BLOCK CONTAINS 0 RECORDS.                                    00100000
      *-----------LRECL 80----------------------------------            00101000
       01 FD-RELANON            PIC X(80).                              00102000
      *-----------------------------------------------------            00103000
       WORKING-STORAGE                           SECTION.               00104000
      *-----------------------------------------------------            00105000
           COPY '#GLOG'.                                                00106000
           EXEC SQL                                                     00107000
              INCLUDE SQLCA                                             00108000
           END-EXEC.                                                    00109000
                                                                        00110000
           EXEC SQL                                                     00111000
              DECLARE CANON CURSOR FOR                                  00112000
               SELECT ID, DATADEM                                       00113000
                FROM IVAN.FUNC F                                        00114000
                WHERE F.STATUS = 'I'                                    00115000
                  AND F.DATADEM IS NOT NULL                             00116000
                  AND F.DATADEM < :WRK-DATA-LIMITE                      00117000
                  AND NOT EXISTS                                        00118000
                      (SELECT 1 FROM IVAN.ANONLOG A                     00119000
                        WHERE A.IDFUNC = F.ID)                          00120000
                ORDER BY ID                                             00121000
           END-EXEC.                                                    00122000
                                                                        00123000
           EXEC SQL                                                     00124000
              DECLARE CDEPAN CURSOR FOR                                 00125000
               SELECT NOME                                              00126000
                FROM IVAN.DEPEND                                        00127000
                WHERE IDFUNC = :WRK-ANO-ID                              00128000
                  AND NOME NOT LIKE 'ANONIMIZADO%'                      00129000
                ORDER BY NOME                                           00130000
           END-EXEC.                                                    00131000
      *----------------------------------------------------             00132000
       01 FILLER PIC X(48) VALUE                                        00133000
           '--------------VARIAVEIS PARA APOIO-----------'.             00134000
      *----------------------------------------------------             00135000
       77 WRK-SQLCODE      PIC -999.                                    00136000
       77 WRK-FS-CONTBANC  PIC 9(02).                                   00137000
       77 WRK-FS-CONNOVO   PIC 9(02).                                   00138000
       77 WRK-FS-RELANON   PIC 9(02).                                   00139000
       77 WRK-FIM-CANON    PIC X(01) VALUE 'N'.                         00140000
       77 WRK-FIM-DEPEND   PIC X(01) VALUE 'N'.                         00141000
       77 WRK-FIM-CONTA    PIC X(01) VALUE 'N'.                         00142000
       77 WRK-ULT-SEQ      PIC 9(06) VALUE ZEROS.                       00143000
       77 WRK-ANO-ID       PIC 9(05) VALUE ZEROS.                       00144000
       77 WRK-ANO-DATADEM  PIC X(10) VALUE SPACES.                      00145000
       77 WRK-ANO-LINHAS   PIC 9(07) VALUE ZEROS.                       00146000
       77 WRK-DEP-NOME     PIC X(30) VALUE SPACES.                      00147000
       77 WRK-DEP-QTDE     PIC 9(02) VALUE ZEROS.                       00148000
       77 WRK-NASC-ANON    PIC X(10) VALUE '1900-01-01'.                00149000
       77 WRK-CPF-ANON     PIC X(11) VALUE '00000000000'.               00150000
       77 WRK-AGENCIA-ANON PIC X(04) VALUE '0000'.                      00151000
       77 WRK-CONTA-ANON   PIC X(08) VALUE '00000000'.                  00152000
       77 WRK-RESTO-4      PIC 9(02) VALUE ZEROS.                       00153000
       77 WRK-RESTO-100    PIC 9(02) VALUE ZEROS.                       00154000
       77 WRK-RESTO-400    PIC 9(03) VALUE ZEROS.                       00155000
       01 WRK-PARM.                                                     00156000
          05 WRK-PARM-PRAZO PIC 9(02).                                  00157000
          05 WRK-PARM-MODO  PIC X(01).                                  00158000
             88 WRK-MODO-EFETIVO          VALUE 'E'.                    00159000
       01 WRK-DATA-HOJE.                                                00160000
          05 WRK-HOJ-ANO    PIC 9(04).                                  00161000
          05 WRK-HOJ-MES    PIC 9(02).                                  00162000
          05 WRK-HOJ-DIA    PIC 9(02).                                  00163000
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE                       00164000
                           PIC 9(08).                                   00165000
      *    DATADEM MENOR QUE ESTA DATA JA PASSOU DO PRAZO.              00166000
       01 WRK-DATA-LIMITE.                                              00167000
          05 WRK-LIM-ANO    PIC 9(04).                                  00168000
          05 FILLER         PIC X(01) VALUE '-'.                        00169000
          05 WRK-LIM-MES    PIC 9(02).                                  00170000
          05 FILLER         PIC X(01) VALUE '-'.                        00171000
          05 WRK-LIM-DIA    PIC 9(02).                                  00172000
      *----------------------------------------------------             00173000
       01 FILLER PIC X(48) VALUE                                        00174000
           '--------------TOKENS DA PESSOA---------------'.             00175000
      *----------------------------------------------------             00176000
       01 WRK-TOKEN.                                                    00177000
          05 FILLER         PIC X(04) VALUE 'ANON'.                     00178000
          05 WRK-TOK-SEQ    PIC 9(06).                                  00179000
       01 WRK-NOME-ANON.                                                00180000
          05 FILLER         PIC X(12) VALUE 'ANONIMIZADO '.             00181000
          05 WRK-NAN-TOKEN  PIC X(10).                                  00182000
          05 FILLER         PIC X(08) VALUE SPACES.                     00183000
       01 WRK-NOME-DEP.                                                 00184000
          05 WRK-NDP-BASE   PIC X(22).                                  00185000
          05 FILLER         PIC X(02) VALUE ' D'.                       00186000
          05 WRK-NDP-SEQ    PIC 9(02).                                  00187000
          05 FILLER         PIC X(04) VALUE SPACES.                     00188000
      *----------------------------------------------------             00189000
       01 FILLER PIC X(48) VALUE                                        00190000
           '--------------PESSOAS SELECIONADAS-----------'.             00191000
      *----------------------------------------------------             00192000
      *    A POSICAO SEGUINTE A ULTIMA LEVA ID 99999, QUE               00193000
      *    ENCERRA O CASAMENTO COM O CONTBANC.                          00194000
      *    SITUACAO: A=ANONIMIZADA S=SIMULADA D=DIVERGENTE              00195000
       01 WRK-LISTA.                                                    00196000
          05 WRK-LST-ITEM OCCURS 1001 TIMES.                            00197000
             10 WRK-LST-ID       PIC 9(05).                             00198000
             10 WRK-LST-DATADEM  PIC X(10).                             00199000
             10 WRK-LST-SITUACAO PIC X(01).                             00200000
       77 WRK-LST-MAX      PIC 9(04) VALUE 1000.                        00201000
       77 WRK-LST-QTDE     PIC 9(04) VALUE ZEROS.                       00202000
       77 WRK-LST-IDX      PIC 9(04) VALUE ZEROS.                       00203000
       77 WRK-LST-SOBRA    PIC 9(07) VALUE ZEROS.                       00204000
       01 WRK-CONTA-ID-X   PIC X(05).                                   00205000
       01 WRK-CONTA-ID-N REDEFINES WRK-CONTA-ID-X                       00206000
                           PIC 9(05).                                   00207000
      *----------------------------------------------------             00208000
       01 FILLER PIC X(48) VALUE                                        00209000
           '--------------TABELAS ALTERADAS--------------'.             00210000
      *----------------------------------------------------             00211000
       01 WRK-TABELAS-VAL.                                              00212000
          05 FILLER PIC X(12) VALUE 'FUNC'.                             00213000
          05 FILLER PIC X(12) VALUE 'FUNCHIST'.                         00214000
          05 FILLER PIC X(12) VALUE 'FUNCLOG'.                          00215000
          05 FILLER PIC X(12) VALUE 'FUNCALT'.                          00216000
          05 FILLER PIC X(12) VALUE 'DEPEND'.                           00217000
          05 FILLER PIC X(12) VALUE 'BENEFOPE'.                         00218000
          05 FILLER PIC X(12) VALUE 'MOVOPER'.                          00219000
          05 FILLER PIC X(12) VALUE 'PENSAO'.                           00220000
       01 WRK-TABELAS REDEFINES WRK-TABELAS-VAL.                        00221000
          05 WRK-TAB-NOME OCCURS 8 TIMES PIC X(12).                     00222000
       01 WRK-CONTAGENS.                                                00223000
          05 WRK-CNT-ITEM OCCURS 8 TIMES.                               00224000
             10 WRK-CNT-PESSOA  PIC 9(07).                              00225000
             10 WRK-CNT-TOTAL   PIC 9(07).                              00226000
       77 WRK-QTDE-TABELAS PIC 9(02) VALUE 8.                           00227000
       77 WRK-TAB-IDX      PIC 9(02) VALUE ZEROS.                       00228000
       77 WRK-TAB-FUNC     PIC 9(02) VALUE 1.                           00229000
       77 WRK-TAB-FUNCHIST PIC 9(02) VALUE 2.                           00230000
       77 WRK-TAB-FUNCLOG  PIC 9(02) VALUE 3.                           00231000
       77 WRK-TAB-FUNCALT  PIC 9(02) VALUE 4.                           00232000
       77 WRK-TAB-DEPEND   PIC 9(02) VALUE 5.                           00233000
       77 WRK-TAB-BENEFOPE PIC 9(02) VALUE 6.                           00234000
       77 WRK-TAB-MOVOPER  PIC 9(02) VALUE 7.                           00235000
       77 WRK-TAB-PENSAO   PIC 9(02) VALUE 8.                           00236000
      *----------------------------------------------------             00237000
       01 FILLER PIC X(48) VALUE                                        00238000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00239000
      *----------------------------------------------------             00240000
       01 WRK-SOMAS.                                                    00241000
          05 WRK-SOMA-BRUTO    PIC 9(13) VALUE ZEROS.                   00242000
          05 WRK-SOMA-LIQUIDO  PIC 9(13) VALUE ZEROS.                   00243000
          05 WRK-SOMA-PAGO     PIC 9(13) VALUE ZEROS.                   00244000
       77 WRK-ANT-BRUTO        PIC 9(13) VALUE ZEROS.                   00245000
       77 WRK-ANT-LIQUIDO      PIC 9(13) VALUE ZEROS.                   00246000
       77 WRK-ANT-PAGO         PIC 9(13) VALUE ZEROS.                   00247000
       77 WRK-GER-ANT-BRUTO    PIC 9(15) VALUE ZEROS.                   00248000
       77 WRK-GER-ANT-LIQUIDO  PIC 9(15) VALUE ZEROS.                   00249000
       77 WRK-GER-ANT-PAGO     PIC 9(15) VALUE ZEROS.                   00250000
       77 WRK-GER-DEP-BRUTO    PIC 9(15) VALUE ZEROS.                   00251000
       77 WRK-GER-DEP-LIQUIDO  PIC 9(15) VALUE ZEROS.                   00252000
       77 WRK-GER-DEP-PAGO     PIC 9(15) VALUE ZEROS.                   00253000
       77 WRK-QTD-ANONIMIZADAS PIC 9(07) VALUE ZEROS.                   00254000
       77 WRK-QTD-SIMULADAS    PIC 9(07) VALUE ZEROS.                   00255000
       77 WRK-QTD-DIVERGENTES  PIC 9(07) VALUE ZEROS.                   00256000
       77 WRK-QTD-CONTAS       PIC 9(07) VALUE ZEROS.                   00257000
       77 WRK-QTD-CONTBANC     PIC 9(07) VALUE ZEROS.                   00258000
      *----------------------------------------------------             00259000
       01 FILLER PIC X(48) VALUE                                        00260000
           '--------------LINHAS DO RELATORIO------------'.             00261000
      *----------------------------------------------------             00262000
       01 WRK-REL-CABEC1.                                               00263000
          05 FILLER             PIC X(34) VALUE                         00264000
             'CERTIFICADO DE ANONIMIZACAO - DATA'.                      00265000
          05 FILLER             PIC X(01) VALUE SPACES.                 00266000
          05 WRK-CAB-DATA       PIC 9(08).                              00267000
          05 FILLER             PIC X(08) VALUE '  MODO: '.             00268000
          05 WRK-CAB-MODO       PIC X(09).                              00269000
          05 FILLER             PIC X(20) VALUE SPACES.                 00270000
       01 WRK-REL-CABEC2.                                               00271000
          05 FILLER             PIC X(20) VALUE                         00272000
             'DESLIGADOS ANTES DE '.                                    00273000
          05 WRK-CAB-LIMITE     PIC X(10).                              00274000
          05 FILLER             PIC X(11) VALUE ' (PRAZO DE '.          00275000
          05 WRK-CAB-PRAZO      PIC Z9.                                 00276000
          05 FILLER             PIC X(06) VALUE ' ANOS)'.               00277000
          05 FILLER             PIC X(31) VALUE SPACES.                 00278000
       01 WRK-REL-PESSOA.                                               00279000
          05 FILLER             PIC X(03) VALUE 'ID '.                  00280000
          05 WRK-PES-ID         PIC 9(05).                              00281000
          05 FILLER             PIC X(09) VALUE '  DESLIG '.            00282000
          05 WRK-PES-DATADEM    PIC X(10).                              00283000
          05 FILLER             PIC X(08) VALUE '  TOKEN '.             00284000
          05 WRK-PES-TOKEN      PIC X(10).                              00285000
          05 FILLER             PIC X(07) VALUE '  REGS '.              00286000
          05 WRK-PES-LINHAS     PIC ZZZZ9.                              00287000
          05 FILLER             PIC X(02) VALUE SPACES.                 00288000
          05 WRK-PES-SITUACAO   PIC X(20).                              00289000
          05 FILLER             PIC X(01) VALUE SPACES.                 00290000
       01 WRK-REL-VALORES.                                              00291000
          05 FILLER             PIC X(10) VALUE '    BRUTO '.           00292000
          05 WRK-VAL-BRUTO      PIC ZZ.ZZZ.ZZZ.ZZ9.                     00293000
          05 FILLER             PIC X(09) VALUE ' LIQUIDO '.            00294000
          05 WRK-VAL-LIQUIDO    PIC ZZ.ZZZ.ZZZ.ZZ9.                     00295000
          05 FILLER             PIC X(06) VALUE ' PAGO '.               00296000
          05 WRK-VAL-PAGO       PIC ZZ.ZZZ.ZZZ.ZZ9.                     00297000
          05 FILLER             PIC X(09) VALUE SPACES.                 00298000
       01 WRK-REL-TITULO.                                               00299000
          05 WRK-TIT-TEXTO      PIC X(40).                              00300000
          05 FILLER             PIC X(40) VALUE SPACES.                 00301000
       01 WRK-REL-TABELA.                                               00302000
          05 FILLER             PIC X(04) VALUE SPACES.                 00303000
          05 WRK-RTB-TABELA     PIC X(17).                              00304000
          05 FILLER             PIC X(02) VALUE SPACES.                 00305000
          05 WRK-RTB-QTDE       PIC ZZZZZZ9.                            00306000
          05 FILLER             PIC X(50) VALUE SPACES.                 00307000
       01 WRK-REL-QTDE.                                                 00308000
          05 FILLER             PIC X(04) VALUE SPACES.                 00309000
          05 WRK-RQT-TEXTO      PIC X(40).                              00310000
          05 WRK-RQT-QTDE       PIC ZZZZZZ9.                            00311000
          05 FILLER             PIC X(29) VALUE SPACES.                 00312000
       01 WRK-REL-GERAL.                                                00313000
          05 FILLER             PIC X(04) VALUE SPACES.                 00314000
          05 WRK-GER-TEXTO      PIC X(08).                              00315000
          05 FILLER             PIC X(07) VALUE ' BRUTO '.              00316000
          05 WRK-GER-BRUTO      PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.                00317000
          05 FILLER             PIC X(09) VALUE ' LIQUIDO '.            00318000
          05 WRK-GER-LIQUIDO    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.                00319000
          05 FILLER             PIC X(14) VALUE SPACES.                 00320000
       01 WRK-REL-GERAL2.                                               00321000
          05 FILLER             PIC X(19) VALUE SPACES.                 00322000
          05 FILLER             PIC X(06) VALUE ' PAGO '.               00323000
          05 WRK-GER-PAGO       PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.                00324000
          05 FILLER             PIC X(36) VALUE SPACES.                 00325000
       01 WRK-REL-BRANCO        PIC X(80) VALUE SPACES.                 00326000
      *====================================================             00327000
       PROCEDURE                                 DIVISION.              00328000
      *====================================================             00329000
      *-----------------------------------------------------            00330000
       0000-PRINCIPAL                             SECTION.              00331000
      *-----------------------------------------------------            00332000
           PERFORM 1000-INICIALIZAR.                                    00333000
                                                                        00334000
           MOVE 1 TO WRK-LST-IDX.                                       00335000
           PERFORM 2000-ANONIMIZAR-PESSOA                               00336000
                   UNTIL WRK-LST-IDX GREATER WRK-LST-QTDE.              00337000
                                                                        00338000
           PERFORM 5000-GERAR-CONNOVO.                                  00339000
           PERFORM 3000-FINALIZAR.                                      00340000
           STOP RUN.                                                    00341000
      *-----------------------------------------------------            00342000
       0000-99-FIM.                                  EXIT.              00343000
      *-----------------------------------------------------            00344000
                                                                        00345000
      *-----------------------------------------------------            00346000
       1000-INICIALIZAR                           SECTION.              00347000
      *-----------------------------------------------------            00348000
           ACCEPT WRK-PARM FROM SYSIN.                                  00349000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00350000
                                                                        00351000
           IF WRK-PARM-PRAZO NOT NUMERIC                                00352000
              OR WRK-PARM-PRAZO EQUAL ZEROS                             00353000
            MOVE 05 TO WRK-PARM-PRAZO                                   00354000
           END-IF.                                                      00355000
                                                                        00356000
           PERFORM 1050-CALCULAR-LIMITE.                                00357000
                                                                        00358000
           OPEN OUTPUT RELANON.                                         00359000
           IF WRK-FS-RELANON NOT EQUAL 0                                00360000
            MOVE 'FR22DB80'              TO WRK-PROGRAMA                00361000
            MOVE 'ERRO NO OPEN RELANON'  TO WRK-MENSAGEM                00362000
            MOVE '1000'                  TO WRK-SECAO                   00363000
            MOVE WRK-FS-RELANON          TO WRK-STATUS                  00364000
            PERFORM 9000-ERRO                                           00365000
           END-IF.                                                      00366000
                                                                        00367000
           MOVE WRK-DATA-HOJE-N TO WRK-CAB-DATA.                        00368000
           IF WRK-MODO-EFETIVO                                          00369000
            MOVE 'EFETIVO'   TO WRK-CAB-MODO                            00370000
           ELSE                                                         00371000
            MOVE 'SIMULACAO' TO WRK-CAB-MODO                            00372000
           END-IF.                                                      00373000
           MOVE WRK-DATA-LIMITE TO WRK-CAB-LIMITE.                      00374000
           MOVE WRK-PARM-PRAZO  TO WRK-CAB-PRAZO.                       00375000
           WRITE FD-RELANON FROM WRK-REL-CABEC1.                        00376000
           WRITE FD-RELANON FROM WRK-REL-CABEC2.                        00377000
           WRITE FD-RELANON FROM WRK-REL-BRANCO.                        00378000
                                                                        00379000
           MOVE ZEROS TO WRK-CONTAGENS.                                 00380000
                                                                        00381000
           EXEC SQL                                                     00382000
            SELECT COALESCE(MAX(SEQ),0)                                 00383000
              INTO :WRK-ULT-SEQ                                         00384000
             FROM IVAN.ANONLOG                                          00385000
           END-EXEC.                                                    00386000
           IF SQLCODE NOT EQUAL 0                                       00387000
            MOVE SQLCODE TO WRK-SQLCODE                                 00388000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.ANONLOG'        00389000
            STOP RUN                                                    00390000
           END-IF.                                                      00391000
                                                                        00392000
           PERFORM 1100-CARREGAR-LISTA.                                 00393000
      *-----------------------------------------------------            00394000
       1000-99-FIM.                                  EXIT.              00395000
      *-----------------------------------------------------            00396000
                                                                        00397000
      *-----------------------------------------------------            00398000
       1050-CALCULAR-LIMITE                       SECTION.              00399000
      *-----------------------------------------------------            00400000
      *    HOJE MENOS O PRAZO EM ANOS; 29/02 CAI EM 28/02               00401000
      *    QUANDO O ANO DO LIMITE NAO E BISSEXTO.                       00402000
           COMPUTE WRK-LIM-ANO = WRK-HOJ-ANO - WRK-PARM-PRAZO.          00403000
           MOVE WRK-HOJ-MES TO WRK-LIM-MES.                             00404000
           MOVE WRK-HOJ-DIA TO WRK-LIM-DIA.                             00405000
                                                                        00406000
           IF WRK-LIM-MES EQUAL 02 AND WRK-LIM-DIA EQUAL 29             00407000
            COMPUTE WRK-RESTO-4   = FUNCTION MOD(WRK-LIM-ANO, 4)        00408000
            COMPUTE WRK-RESTO-100 = FUNCTION MOD(WRK-LIM-ANO, 100)      00409000
            COMPUTE WRK-RESTO-400 = FUNCTION MOD(WRK-LIM-ANO, 400)      00410000
            IF WRK-RESTO-4 NOT EQUAL 0                                  00411000
               OR (WRK-RESTO-100 EQUAL 0 AND WRK-RESTO-400 NOT EQUAL 0) 00412000
             MOVE 28 TO WRK-LIM-DIA                                     00413000
            END-IF                                                      00414000
           END-IF.                                                      00415000
      *-----------------------------------------------------            00416000
       1050-99-FIM.                                  EXIT.              00417000
      *-----------------------------------------------------            00418000
                                                                        00419000
      *-----------------------------------------------------            00420000
       1100-CARREGAR-LISTA                        SECTION.              00421000
      *-----------------------------------------------------            00422000
      *    A LISTA E LIDA INTEIRA ANTES DE ALTERAR: O COMMIT E          00423000
      *    O ROLLBACK POR PESSOA NAO PODEM FECHAR O CURSOR.             00424000
           EXEC SQL                                                     00425000
              OPEN CANON                                                00426000
           END-EXEC.                                                    00427000
           IF SQLCODE NOT EQUAL 0                                       00428000
            MOVE SQLCODE TO WRK-SQLCODE                                 00429000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO OPEN CANON'                 00430000
            STOP RUN                                                    00431000
           END-IF.                                                      00432000
                                                                        00433000
           PERFORM 1150-LER-CANDIDATO                                   00434000
                   UNTIL WRK-FIM-CANON EQUAL 'S'.                       00435000
                                                                        00436000
           EXEC SQL                                                     00437000
              CLOSE CANON                                               00438000
           END-EXEC.                                                    00439000
                                                                        00440000
           COMPUTE WRK-LST-IDX = WRK-LST-QTDE + 1.                      00441000
           MOVE 99999  TO WRK-LST-ID (WRK-LST-IDX).                     00442000
           MOVE SPACES TO WRK-LST-SITUACAO (WRK-LST-IDX).               00443000
      *-----------------------------------------------------            00444000
       1100-99-FIM.                                  EXIT.              00445000
      *-----------------------------------------------------            00446000
                                                                        00447000
      *-----------------------------------------------------            00448000
       1150-LER-CANDIDATO                         SECTION.              00449000
      *-----------------------------------------------------            00450000
           EXEC SQL                                                     00451000
             FETCH CANON                                                00452000
              INTO :WRK-ANO-ID,                                         00453000
                   :WRK-ANO-DATADEM                                     00454000
           END-EXEC.                                                    00455000
                                                                        00456000
           EVALUATE SQLCODE                                             00457000
            WHEN 0                                                      00458000
             IF WRK-LST-QTDE LESS WRK-LST-MAX                           00459000
              ADD 1 TO WRK-LST-QTDE                                     00460000
              MOVE WRK-ANO-ID      TO WRK-LST-ID (WRK-LST-QTDE)         00461000
              MOVE WRK-ANO-DATADEM TO WRK-LST-DATADEM (WRK-LST-QTDE)    00462000
              MOVE SPACES          TO WRK-LST-SITUACAO (WRK-LST-QTDE)   00463000
             ELSE                                                       00464000
              ADD 1 TO WRK-LST-SOBRA                                    00465000
             END-IF                                                     00466000
            WHEN 100                                                    00467000
             MOVE 'S' TO WRK-FIM-CANON                                  00468000
            WHEN OTHER                                                  00469000
             MOVE SQLCODE TO WRK-SQLCODE                                00470000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CANON'               00471000
             STOP RUN                                                   00472000
           END-EVALUATE.                                                00473000
      *-----------------------------------------------------            00474000
       1150-99-FIM.                                  EXIT.              00475000
      *-----------------------------------------------------            00476000
                                                                        00477000
      *-----------------------------------------------------            00478000
       2000-ANONIMIZAR-PESSOA                     SECTION.              00479000
      *-----------------------------------------------------            00480000
           MOVE WRK-LST-ID (WRK-LST-IDX)      TO WRK-ANO-ID.            00481000
           MOVE WRK-LST-DATADEM (WRK-LST-IDX) TO WRK-ANO-DATADEM.       00482000
                                                                        00483000
           ADD 1 TO WRK-ULT-SEQ.                                        00484000
           MOVE WRK-ULT-SEQ    TO WRK-TOK-SEQ.                          00485000
           MOVE WRK-TOKEN      TO WRK-NAN-TOKEN.                        00486000
           MOVE WRK-NOME-ANON  TO WRK-NDP-BASE.                         00487000
                                                                        00488000
           MOVE 1 TO WRK-TAB-IDX.                                       00489000
           PERFORM 2050-LIMPAR-PESSOA                                   00490000
                   UNTIL WRK-TAB-IDX GREATER WRK-QTDE-TABELAS.          00491000
                                                                        00492000
           PERFORM 2100-SOMAR-FINANCEIRO.                               00493000
           MOVE WRK-SOMA-BRUTO   TO WRK-ANT-BRUTO.                      00494000
           MOVE WRK-SOMA-LIQUIDO TO WRK-ANT-LIQUIDO.                    00495000
           MOVE WRK-SOMA-PAGO    TO WRK-ANT-PAGO.                       00496000
                                                                        00497000
           PERFORM 2200-ANONIMIZAR-DEPENDENTES.                         00498000
           PERFORM 2300-ANONIMIZAR-CADASTRO.                            00499000
           PERFORM 2400-ANONIMIZAR-SATELITES.                           00500000
                                                                        00501000
           PERFORM 2100-SOMAR-FINANCEIRO.                               00502000
                                                                        00503000
           MOVE ZEROS TO WRK-ANO-LINHAS.                                00504000
           MOVE 1 TO WRK-TAB-IDX.                                       00505000
           PERFORM 2060-SOMAR-LINHAS                                    00506000
                   UNTIL WRK-TAB-IDX GREATER WRK-QTDE-TABELAS.          00507000
                                                                        00508000
           IF WRK-SOMA-BRUTO   NOT EQUAL WRK-ANT-BRUTO                  00509000
              OR WRK-SOMA-LIQUIDO NOT EQUAL WRK-ANT-LIQUIDO             00510000
              OR WRK-SOMA-PAGO    NOT EQUAL WRK-ANT-PAGO                00511000
            PERFORM 2700-DESFAZER-PESSOA                                00512000
           ELSE                                                         00513000
            PERFORM 2500-REGISTRAR-PESSOA                               00514000
           END-IF.                                                      00515000
                                                                        00516000
           PERFORM 2600-IMPRIMIR-PESSOA.                                00517000
           ADD 1 TO WRK-LST-IDX.                                        00518000
      *-----------------------------------------------------            00519000
       2000-99-FIM.                                  EXIT.              00520000
      *-----------------------------------------------------            00521000
                                                                        00522000
      *-----------------------------------------------------            00523000
       2050-LIMPAR-PESSOA                         SECTION.              00524000
      *-----------------------------------------------------            00525000
           MOVE ZEROS TO WRK-CNT-PESSOA (WRK-TAB-IDX).                  00526000
           ADD 1 TO WRK-TAB-IDX.                                        00527000
      *-----------------------------------------------------            00528000
       2050-99-FIM.                                  EXIT.              00529000
      *-----------------------------------------------------            00530000
                                                                        00531000
      *-----------------------------------------------------            00532000
       2060-SOMAR-LINHAS                          SECTION.              00533000
      *-----------------------------------------------------            00534000
           ADD WRK-CNT-PESSOA (WRK-TAB-IDX) TO WRK-ANO-LINHAS.          00535000
           ADD 1 TO WRK-TAB-IDX.                                        00536000
      *-----------------------------------------------------            00537000
       2060-99-FIM.                                  EXIT.              00538000
      *-----------------------------------------------------            00539000
                                                                        00540000
      *-----------------------------------------------------            00541000
       2100-SOMAR-FINANCEIRO                      SECTION.              00542000
      *-----------------------------------------------------            00543000
           EXEC SQL                                                     00544000
            SELECT COALESCE(SUM(BRUTO),0),                              00545000
                   COALESCE(SUM(LIQUIDO),0)                             00546000
              INTO :WRK-SOMA-BRUTO,                                     00547000
                   :WRK-SOMA-LIQUIDO                                    00548000
             FROM IVAN.FOPAG                                            00549000
             WHERE IDFUNC = :WRK-ANO-ID                                 00550000
           END-EXEC.                                                    00551000
           IF SQLCODE NOT EQUAL 0                                       00552000
            MOVE SQLCODE TO WRK-SQLCODE                                 00553000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.FOPAG'          00554000
                    ' ID: ' WRK-ANO-ID                                  00555000
            PERFORM 2800-ABORTAR                                        00556000
           END-IF.                                                      00557000
                                                                        00558000
           EXEC SQL                                                     00559000
            SELECT COALESCE(SUM(VALOR),0)                               00560000
              INTO :WRK-SOMA-PAGO                                       00561000
             FROM IVAN.PAGTO                                            00562000
             WHERE IDFUNC = :WRK-ANO-ID                                 00563000
           END-EXEC.                                                    00564000
           IF SQLCODE NOT EQUAL 0                                       00565000
            MOVE SQLCODE TO WRK-SQLCODE                                 00566000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO SELECT IVAN.PAGTO'          00567000
                    ' ID: ' WRK-ANO-ID                                  00568000
            PERFORM 2800-ABORTAR                                        00569000
           END-IF.                                                      00570000
      *-----------------------------------------------------            00571000
       2100-99-FIM.                                  EXIT.              00572000
      *-----------------------------------------------------            00573000
                                                                        00574000
      *-----------------------------------------------------            00575000
       2200-ANONIMIZAR-DEPENDENTES                SECTION.              00576000
      *-----------------------------------------------------            00577000
      *    CADA DEPENDENTE GANHA NOME PROPRIO (D01, D02...), E          00578000
      *    O MESMO NOME NOVO VAI PARA BENEFOPE E MOVOPER, PARA          00579000
      *    O HISTORICO DA OPERADORA CONTINUAR CASANDO.                  00580000
           MOVE ZEROS TO WRK-DEP-QTDE.                                  00581000
           MOVE 'N'   TO WRK-FIM-DEPEND.                                00582000
                                                                        00583000
           EXEC SQL                                                     00584000
              OPEN CDEPAN                                               00585000
           END-EXEC.                                                    00586000
           IF SQLCODE NOT EQUAL 0                                       00587000
            MOVE SQLCODE TO WRK-SQLCODE                                 00588000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO OPEN CDEPAN'                00589000
                    ' ID: ' WRK-ANO-ID                                  00590000
            PERFORM 2800-ABORTAR                                        00591000
           END-IF.                                                      00592000
                                                                        00593000
           PERFORM 2250-ANONIMIZAR-DEPENDENTE                           00594000
                   UNTIL WRK-FIM-DEPEND EQUAL 'S'.                      00595000
                                                                        00596000
           EXEC SQL                                                     00597000
              CLOSE CDEPAN                                              00598000
           END-EXEC.                                                    00599000
      *-----------------------------------------------------            00600000
       2200-99-FIM.                                  EXIT.              00601000
      *-----------------------------------------------------            00602000
                                                                        00603000
      *-----------------------------------------------------            00604000
       2250-ANONIMIZAR-DEPENDENTE                 SECTION.              00605000
      *-----------------------------------------------------            00606000
           EXEC SQL                                                     00607000
             FETCH CDEPAN                                               00608000
              INTO :WRK-DEP-NOME                                        00609000
           END-EXEC.                                                    00610000
                                                                        00611000
           EVALUATE SQLCODE                                             00612000
            WHEN 0                                                      00613000
             CONTINUE                                                   00614000
            WHEN 100                                                    00615000
             MOVE 'S' TO WRK-FIM-DEPEND                                 00616000
             GO TO 2250-99-FIM                                          00617000
            WHEN OTHER                                                  00618000
             MOVE SQLCODE TO WRK-SQLCODE                                00619000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CDEPAN'              00620000
                     ' ID: ' WRK-ANO-ID                                 00621000
             PERFORM 2800-ABORTAR                                       00622000
           END-EVALUATE.                                                00623000
                                                                        00624000
           ADD 1 TO WRK-DEP-QTDE.                                       00625000
           MOVE WRK-DEP-QTDE TO WRK-NDP-SEQ.                            00626000
                                                                        00627000
           EXEC SQL                                                     00628000
            UPDATE IVAN.BENEFOPE                                        00629000
               SET NOMEDEP = :WRK-NOME-DEP                              00630000
             WHERE IDFUNC  = :WRK-ANO-ID                                00631000
               AND NOMEDEP = :WRK-DEP-NOME                              00632000
           END-EXEC.                                                    00633000
           MOVE WRK-TAB-BENEFOPE TO WRK-TAB-IDX.                        00634000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00635000
                                                                        00636000
           EXEC SQL                                                     00637000
            UPDATE IVAN.MOVOPER                                         00638000
               SET NOMEBEN  = :WRK-NOME-DEP,                            00639000
                   DATANASC = :WRK-NASC-ANON                            00640000
             WHERE IDFUNC  = :WRK-ANO-ID                                00641000
               AND NOMEBEN = :WRK-DEP-NOME                              00642000
           END-EXEC.                                                    00643000
           MOVE WRK-TAB-MOVOPER TO WRK-TAB-IDX.                         00644000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00645000
                                                                        00646000
           EXEC SQL                                                     00647000
            UPDATE IVAN.DEPEND                                          00648000
               SET NOME     = :WRK-NOME-DEP,                            00649000
                   DATANASC = :WRK-NASC-ANON                            00650000
             WHERE IDFUNC = :WRK-ANO-ID                                 00651000
               AND NOME   = :WRK-DEP-NOME                               00652000
           END-EXEC.                                                    00653000
           MOVE WRK-TAB-DEPEND TO WRK-TAB-IDX.                          00654000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00655000
      *-----------------------------------------------------            00656000
       2250-99-FIM.                                  EXIT.              00657000
      *-----------------------------------------------------            00658000
                                                                        00659000
      *-----------------------------------------------------            00660000
       2300-ANONIMIZAR-CADASTRO                   SECTION.              00661000
      *-----------------------------------------------------            00662000
      *    EMAIL NULO CONTINUA NULO; O RESTO VIRA TOKEN.                00663000
           EXEC SQL                                                     00664000
            UPDATE IVAN.FUNC                                            00665000
               SET NOME     = :WRK-NOME-ANON,                           00666000
                   EMAIL    = CASE WHEN EMAIL IS NULL THEN NULL         00667000
                                   ELSE :WRK-TOKEN END,                 00668000
                   DATANASC = :WRK-NASC-ANON                            00669000
             WHERE ID = :WRK-ANO-ID                                     00670000
           END-EXEC.                                                    00671000
           MOVE WRK-TAB-FUNC TO WRK-TAB-IDX.                            00672000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00673000
                                                                        00674000
           EXEC SQL                                                     00675000
            UPDATE IVAN.FUNCHIST                                        00676000
               SET NOME_ANTES  = :WRK-NOME-ANON,                        00677000
                   NOME_DEPOIS = :WRK-NOME-ANON                         00678000
             WHERE ID = :WRK-ANO-ID                                     00679000
           END-EXEC.                                                    00680000
           MOVE WRK-TAB-FUNCHIST TO WRK-TAB-IDX.                        00681000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00682000
                                                                        00683000
           EXEC SQL                                                     00684000
            UPDATE IVAN.FUNCLOG                                         00685000
               SET NOME  = :WRK-NOME-ANON,                              00686000
                   EMAIL = CASE WHEN EMAIL IS NULL THEN NULL            00687000
                                ELSE :WRK-TOKEN END                     00688000
             WHERE ID = :WRK-ANO-ID                                     00689000
           END-EXEC.                                                    00690000
           MOVE WRK-TAB-FUNCLOG TO WRK-TAB-IDX.                         00691000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00692000
      *-----------------------------------------------------            00693000
       2300-99-FIM.                                  EXIT.              00694000
      *-----------------------------------------------------            00695000
                                                                        00696000
      *-----------------------------------------------------            00697000
       2400-ANONIMIZAR-SATELITES                  SECTION.              00698000
      *-----------------------------------------------------            00699000
           EXEC SQL                                                     00700000
            UPDATE IVAN.FUNCALT                                         00701000
               SET EMAIL    = CASE WHEN EMAIL IS NULL THEN NULL         00702000
                                   ELSE :WRK-TOKEN END,                 00703000
                   ENDERECO = CASE WHEN ENDERECO IS NULL THEN NULL      00704000
                                   ELSE :WRK-TOKEN END,                 00705000
                   AGENCIA  = CASE WHEN AGENCIA IS NULL THEN NULL       00706000
                                   ELSE :WRK-AGENCIA-ANON END,          00707000
                   CONTA    = CASE WHEN CONTA IS NULL THEN NULL         00708000
                                   ELSE :WRK-CONTA-ANON END             00709000
             WHERE IDFUNC = :WRK-ANO-ID                                 00710000
           END-EXEC.                                                    00711000
           MOVE WRK-TAB-FUNCALT TO WRK-TAB-IDX.                         00712000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00713000
                                                                        00714000
      *    O QUE SOBROU EM BENEFOPE E MOVOPER SEM CASAR COM             00715000
      *    DEPENDENTE E DO PROPRIO TITULAR.                             00716000
           EXEC SQL                                                     00717000
            UPDATE IVAN.BENEFOPE                                        00718000
               SET NOMEDEP = :WRK-NOME-ANON                             00719000
             WHERE IDFUNC = :WRK-ANO-ID                                 00720000
               AND NOMEDEP NOT LIKE 'ANONIMIZADO%'                      00721000
           END-EXEC.                                                    00722000
           MOVE WRK-TAB-BENEFOPE TO WRK-TAB-IDX.                        00723000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00724000
                                                                        00725000
           EXEC SQL                                                     00726000
            UPDATE IVAN.MOVOPER                                         00727000
               SET NOMEBEN  = :WRK-NOME-ANON,                           00728000
                   DATANASC = :WRK-NASC-ANON                            00729000
             WHERE IDFUNC = :WRK-ANO-ID                                 00730000
               AND NOMEBEN NOT LIKE 'ANONIMIZADO%'                      00731000
           END-EXEC.                                                    00732000
           MOVE WRK-TAB-MOVOPER TO WRK-TAB-IDX.                         00733000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00734000
                                                                        00735000
           EXEC SQL                                                     00736000
            UPDATE IVAN.PENSAO                                          00737000
               SET BENEFNOME = :WRK-NOME-ANON,                          00738000
                   BENEFCPF  = :WRK-CPF-ANON,                           00739000
                   AGENCIA   = :WRK-AGENCIA-ANON,                       00740000
                   CONTA     = :WRK-CONTA-ANON                          00741000
             WHERE IDFUNC = :WRK-ANO-ID                                 00742000
           END-EXEC.                                                    00743000
           MOVE WRK-TAB-PENSAO TO WRK-TAB-IDX.                          00744000
           PERFORM 2900-CONTAR-ATUALIZACAO.                             00745000
      *-----------------------------------------------------            00746000
       2400-99-FIM.                                  EXIT.              00747000
      *-----------------------------------------------------            00748000
                                                                        00749000
      *-----------------------------------------------------            00750000
       2500-REGISTRAR-PESSOA                      SECTION.              00751000
      *-----------------------------------------------------            00752000
           EXEC SQL                                                     00753000
            INSERT INTO IVAN.ANONLOG                                    00754000
                  (SEQ,IDFUNC,TOKEN,DATADEM,PRAZO,LINHAS,               00755000
                   DATAHORA)                                            00756000
            VALUES (:WRK-ULT-SEQ,:WRK-ANO-ID,:WRK-TOKEN,                00757000
                    :WRK-ANO-DATADEM,:WRK-PARM-PRAZO,                   00758000
                    :WRK-ANO-LINHAS,CURRENT TIMESTAMP)                  00759000
           END-EXEC.                                                    00760000
           IF SQLCODE NOT EQUAL 0                                       00761000
            MOVE SQLCODE TO WRK-SQLCODE                                 00762000
            DISPLAY 'ERRO' WRK-SQLCODE ' NO INSERT IVAN.ANONLOG'        00763000
                    ' ID: ' WRK-ANO-ID                                  00764000
            PERFORM 2800-ABORTAR                                        00765000
           END-IF.                                                      00766000
                                                                        00767000
           IF WRK-MODO-EFETIVO                                          00768000
            EXEC SQL                                                    00769000
               COMMIT                                                   00770000
            END-EXEC                                                    00771000
            MOVE 'A' TO WRK-LST-SITUACAO (WRK-LST-IDX)                  00772000
            ADD 1 TO WRK-QTD-ANONIMIZADAS                               00773000
           ELSE                                                         00774000
            EXEC SQL                                                    00775000
               ROLLBACK                                                 00776000
            END-EXEC                                                    00777000
            MOVE 'S' TO WRK-LST-SITUACAO (WRK-LST-IDX)                  00778000
            ADD 1 TO WRK-QTD-SIMULADAS                                  00779000
           END-IF.                                                      00780000
                                                                        00781000
           MOVE 1 TO WRK-TAB-IDX.                                       00782000
           PERFORM 2550-ACUMULAR-TABELA                                 00783000
                   UNTIL WRK-TAB-IDX GREATER WRK-QTDE-TABELAS.          00784000
                                                                        00785000
           ADD WRK-ANT-BRUTO    TO WRK-GER-ANT-BRUTO.                   00786000
           ADD WRK-ANT-LIQUIDO  TO WRK-GER-ANT-LIQUIDO.                 00787000
           ADD WRK-ANT-PAGO     TO WRK-GER-ANT-PAGO.                    00788000
           ADD WRK-SOMA-BRUTO   TO WRK-GER-DEP-BRUTO.                   00789000
           ADD WRK-SOMA-LIQUIDO TO WRK-GER-DEP-LIQUIDO.                 00790000
           ADD WRK-SOMA-PAGO    TO WRK-GER-DEP-PAGO.                    00791000
      *-----------------------------------------------------            00792000
       2500-99-FIM.                                  EXIT.              00793000
      *-----------------------------------------------------            00794000
                                                                        00795000
      *-----------------------------------------------------            00796000
       2550-ACUMULAR-TABELA                       SECTION.              00797000
      *-----------------------------------------------------            00798000
           ADD WRK-CNT-PESSOA (WRK-TAB-IDX)                             00799000
            TO WRK-CNT-TOTAL (WRK-TAB-IDX).                             00800000
           ADD 1 TO WRK-TAB-IDX.                                        00801000
      *-----------------------------------------------------            00802000
       2550-99-FIM.                                  EXIT.              00803000
      *-----------------------------------------------------            00804000
                                                                        00805000
      *-----------------------------------------------------            00806000
       2600-IMPRIMIR-PESSOA                       SECTION.              00807000
      *-----------------------------------------------------            00808000
           MOVE WRK-ANO-ID      TO WRK-PES-ID.                          00809000
           MOVE WRK-ANO-DATADEM TO WRK-PES-DATADEM.                     00810000
           MOVE WRK-TOKEN       TO WRK-PES-TOKEN.                       00811000
           MOVE WRK-ANO-LINHAS  TO WRK-PES-LINHAS.                      00812000
           EVALUATE WRK-LST-SITUACAO (WRK-LST-IDX)                      00813000
            WHEN 'A'                                                    00814000
             MOVE 'ANONIMIZADO'          TO WRK-PES-SITUACAO            00815000
            WHEN 'S'                                                    00816000
             MOVE 'SIMULADO'             TO WRK-PES-SITUACAO            00817000
            WHEN OTHER                                                  00818000
             MOVE 'DIVERGENTE-DESFEITO'  TO WRK-PES-SITUACAO            00819000
           END-EVALUATE.                                                00820000
           WRITE FD-RELANON FROM WRK-REL-PESSOA.                        00821000
                                                                        00822000
           MOVE WRK-ANT-BRUTO   TO WRK-VAL-BRUTO.                       00823000
           MOVE WRK-ANT-LIQUIDO TO WRK-VAL-LIQUIDO.                     00824000
           MOVE WRK-ANT-PAGO    TO WRK-VAL-PAGO.                        00825000
           WRITE FD-RELANON FROM WRK-REL-VALORES.                       00826000
      *-----------------------------------------------------            00827000
       2600-99-FIM.                                  EXIT.              00828000
      *-----------------------------------------------------            00829000
                                                                        00830000
      *-----------------------------------------------------            00831000
       2700-DESFAZER-PESSOA                       SECTION.              00832000
      *-----------------------------------------------------            00833000
      *    SO NOME, DATAS E DADOS BANCARIOS MUDAM: TOTAL                00834000
      *    FINANCEIRO DIFERENTE E ALTERACAO CONCORRENTE, E A            00835000
      *    PESSOA FICA PARA A PROXIMA EXECUCAO.                         00836000
           EXEC SQL                                                     00837000
              ROLLBACK                                                  00838000
           END-EXEC.                                                    00839000
           MOVE 'D' TO WRK-LST-SITUACAO (WRK-LST-IDX).                  00840000
           ADD 1 TO WRK-QTD-DIVERGENTES.                                00841000
           DISPLAY 'TOTAIS FINANCEIROS DIVERGENTES - ID: '              00842000
                   WRK-ANO-ID ' DESFEITO'.                              00843000
      *-----------------------------------------------------            00844000
       2700-99-FIM.                                  EXIT.              00845000
      *-----------------------------------------------------            00846000
                                                                        00847000
      *-----------------------------------------------------            00848000
       2800-ABORTAR                               SECTION.              00849000
      *-----------------------------------------------------            00850000
      *    AS PESSOAS JA CONFIRMADAS FICAM; A DA VEZ VOLTA.             00851000
           EXEC SQL                                                     00852000
              ROLLBACK                                                  00853000
           END-EXEC.                                                    00854000
           CLOSE RELANON.                                               00855000
           MOVE 12 TO RETURN-CODE.                                      00856000
           STOP RUN.                                                    00857000
      *-----------------------------------------------------            00858000
       2800-99-FIM.                                  EXIT.              00859000
      *-----------------------------------------------------            00860000
                                                                        00861000
      *-----------------------------------------------------            00862000
       2900-CONTAR-ATUALIZACAO                    SECTION.              00863000
      *-----------------------------------------------------            00864000
           EVALUATE SQLCODE                                             00865000
            WHEN 0                                                      00866000
             ADD SQLERRD(3) TO WRK-CNT-PESSOA (WRK-TAB-IDX)             00867000
            WHEN 100                                                    00868000
             CONTINUE                                                   00869000
            WHEN OTHER                                                  00870000
             MOVE SQLCODE TO WRK-SQLCODE                                00871000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO UPDATE IVAN.'              00872000
                     WRK-TAB-NOME (WRK-TAB-IDX) ' ID: ' WRK-ANO-ID      00873000
             PERFORM 2800-ABORTAR                                       00874000
           END-EVALUATE.                                                00875000
      *-----------------------------------------------------            00876000
       2900-99-FIM.                                  EXIT.              00877000
      *-----------------------------------------------------            00878000
                                                                        00879000
      *-----------------------------------------------------            00880000
       3000-FINALIZAR                             SECTION.              00881000
      *-----------------------------------------------------            00882000
           WRITE FD-RELANON FROM WRK-REL-BRANCO.                        00883000
           MOVE 'REGISTROS ALTERADOS POR TABELA' TO WRK-TIT-TEXTO.      00884000
           WRITE FD-RELANON FROM WRK-REL-TITULO.                        00885000
           MOVE 1 TO WRK-TAB-IDX.                                       00886000
           PERFORM 3100-IMPRIMIR-TABELA                                 00887000
                   UNTIL WRK-TAB-IDX GREATER WRK-QTDE-TABELAS.          00888000
           MOVE 'CONTBANC'     TO WRK-RTB-TABELA.                       00889000
           MOVE WRK-QTD-CONTAS TO WRK-RTB-QTDE.                         00890000
           WRITE FD-RELANON FROM WRK-REL-TABELA.                        00891000
                                                                        00892000
           WRITE FD-RELANON FROM WRK-REL-BRANCO.                        00893000
           MOVE 'PESSOAS' TO WRK-TIT-TEXTO.                             00894000
           WRITE FD-RELANON FROM WRK-REL-TITULO.                        00895000
           MOVE 'ANONIMIZADAS'          TO WRK-RQT-TEXTO.               00896000
           MOVE WRK-QTD-ANONIMIZADAS    TO WRK-RQT-QTDE.                00897000
           WRITE FD-RELANON FROM WRK-REL-QTDE.                          00898000
           MOVE 'SIMULADAS'             TO WRK-RQT-TEXTO.               00899000
           MOVE WRK-QTD-SIMULADAS       TO WRK-RQT-QTDE.                00900000
           WRITE FD-RELANON FROM WRK-REL-QTDE.                          00901000
           MOVE 'DIVERGENTES (DESFEITAS)' TO WRK-RQT-TEXTO.             00902000
           MOVE WRK-QTD-DIVERGENTES     TO WRK-RQT-QTDE.                00903000
           WRITE FD-RELANON FROM WRK-REL-QTDE.                          00904000
           MOVE 'PENDENTES PARA A PROXIMA EXECUCAO' TO WRK-RQT-TEXTO.   00905000
           MOVE WRK-LST-SOBRA           TO WRK-RQT-QTDE.                00906000
           WRITE FD-RELANON FROM WRK-REL-QTDE.                          00907000
                                                                        00908000
           WRITE FD-RELANON FROM WRK-REL-BRANCO.                        00909000
           IF WRK-GER-ANT-BRUTO   EQUAL WRK-GER-DEP-BRUTO               00910000
              AND WRK-GER-ANT-LIQUIDO EQUAL WRK-GER-DEP-LIQUIDO         00911000
              AND WRK-GER-ANT-PAGO    EQUAL WRK-GER-DEP-PAGO            00912000
            MOVE 'TOTAIS FINANCEIROS PRESERVADOS' TO WRK-TIT-TEXTO      00913000
           ELSE                                                         00914000
            MOVE 'TOTAIS FINANCEIROS DIVERGENTES' TO WRK-TIT-TEXTO      00915000
           END-IF.                                                      00916000
           WRITE FD-RELANON FROM WRK-REL-TITULO.                        00917000
           MOVE 'ANTES'             TO WRK-GER-TEXTO.                   00918000
           MOVE WRK-GER-ANT-BRUTO   TO WRK-GER-BRUTO.                   00919000
           MOVE WRK-GER-ANT-LIQUIDO TO WRK-GER-LIQUIDO.                 00920000
           MOVE WRK-GER-ANT-PAGO    TO WRK-GER-PAGO.                    00921000
           WRITE FD-RELANON FROM WRK-REL-GERAL.                         00922000
           WRITE FD-RELANON FROM WRK-REL-GERAL2.                        00923000
           MOVE 'DEPOIS'            TO WRK-GER-TEXTO.                   00924000
           MOVE WRK-GER-DEP-BRUTO   TO WRK-GER-BRUTO.                   00925000
           MOVE WRK-GER-DEP-LIQUIDO TO WRK-GER-LIQUIDO.                 00926000
           MOVE WRK-GER-DEP-PAGO    TO WRK-GER-PAGO.                    00927000
           WRITE FD-RELANON FROM WRK-REL-GERAL.                         00928000
           WRITE FD-RELANON FROM WRK-REL-GERAL2.                        00929000
                                                                        00930000
           CLOSE RELANON.                                               00931000
                                                                        00932000
           DISPLAY ' '.                                                 00933000
           DISPLAY 'DATA LIMITE DE DESLIGAMENTO: ' WRK-DATA-LIMITE.     00934000
           DISPLAY 'PESSOAS SELECIONADAS:        ' WRK-LST-QTDE.        00935000
           DISPLAY 'PESSOAS ANONIMIZADAS:        ' WRK-QTD-ANONIMIZADAS.00936000
           DISPLAY 'PESSOAS SIMULADAS:           ' WRK-QTD-SIMULADAS.   00937000
           DISPLAY 'PESSOAS DIVERGENTES:         ' WRK-QTD-DIVERGENTES. 00938000
           DISPLAY 'PENDENTES (PROXIMA EXECUCAO):' WRK-LST-SOBRA.       00939000
           DISPLAY 'CONTAS CONTBANC ZERADAS:     ' WRK-QTD-CONTAS.      00940000
      *-----------------------------------------------------            00941000
       3000-99-FIM.                                  EXIT.              00942000
      *-----------------------------------------------------            00943000
                                                                        00944000
      *-----------------------------------------------------            00945000
       3100-IMPRIMIR-TABELA                       SECTION.              00946000
      *-----------------------------------------------------            00947000
           MOVE SPACES TO WRK-RTB-TABELA.                               00948000
           STRING 'IVAN.' WRK-TAB-NOME (WRK-TAB-IDX)                    00949000
                  DELIMITED BY SPACE INTO WRK-RTB-TABELA.               00950000
           MOVE WRK-CNT-TOTAL (WRK-TAB-IDX) TO WRK-RTB-QTDE.            00951000
           WRITE FD-RELANON FROM WRK-REL-TABELA.                        00952000
           ADD 1 TO WRK-TAB-IDX.                                        00953000
      *-----------------------------------------------------            00954000
       3100-99-FIM.                                  EXIT.              00955000
      *-----------------------------------------------------            00956000
                                                                        00957000
      *-----------------------------------------------------            00958000
       5000-GERAR-CONNOVO                         SECTION.              00959000
      *-----------------------------------------------------            00960000
      *    CONTBANC E LISTA VEM AMBOS POR ID. A CONTA DE QUEM           00961000
      *    FOI ANONIMIZADO SAI ZERADA; NA SIMULACAO SO CONTA.           00962000
           OPEN INPUT  CONTBANC                                         00963000
                OUTPUT CONNOVO.                                         00964000
           IF WRK-FS-CONTBANC NOT EQUAL 0                               00965000
            MOVE 'FR22DB80'              TO WRK-PROGRAMA                00966000
            MOVE 'ERRO NO OPEN CONTBANC' TO WRK-MENSAGEM                00967000
            MOVE '5000'                  TO WRK-SECAO                   00968000
            MOVE WRK-FS-CONTBANC         TO WRK-STATUS                  00969000
            PERFORM 9000-ERRO                                           00970000
           END-IF.                                                      00971000
           IF WRK-FS-CONNOVO NOT EQUAL 0                                00972000
            MOVE 'FR22DB80'              TO WRK-PROGRAMA                00973000
            MOVE 'ERRO NO OPEN CONNOVO'  TO WRK-MENSAGEM                00974000
            MOVE '5000'                  TO WRK-SECAO                   00975000
            MOVE WRK-FS-CONNOVO          TO WRK-STATUS                  00976000
            PERFORM 9000-ERRO                                           00977000
           END-IF.                                                      00978000
                                                                        00979000
           MOVE 1 TO WRK-LST-IDX.                                       00980000
           PERFORM 5100-COPIAR-CONTA                                    00981000
                   UNTIL WRK-FIM-CONTA EQUAL 'S'.                       00982000
                                                                        00983000
           CLOSE CONTBANC CONNOVO.                                      00984000
      *-----------------------------------------------------            00985000
       5000-99-FIM.                                  EXIT.              00986000
      *-----------------------------------------------------            00987000
                                                                        00988000
      *-----------------------------------------------------            00989000
       5100-COPIAR-CONTA                          SECTION.              00990000
      *-----------------------------------------------------            00991000
           READ CONTBANC.                                               00992000
           IF WRK-FS-CONTBANC EQUAL 10                                  00993000
            MOVE 'S' TO WRK-FIM-CONTA                                   00994000
            GO TO 5100-99-FIM                                           00995000
           END-IF.                                                      00996000
           IF WRK-FS-CONTBANC NOT EQUAL 0                               00997000
            MOVE 'FR22DB80'              TO WRK-PROGRAMA                00998000
            MOVE 'ERRO NA LEITURA CONTBANC' TO WRK-MENSAGEM             00999000
            MOVE '5100'                  TO WRK-SECAO                   01000000
            MOVE WRK-FS-CONTBANC         TO WRK-STATUS                  01001000
            PERFORM 9000-ERRO                                           01002000
           END-IF.                                                      01003000
           ADD 1 TO WRK-QTD-CONTBANC.                                   01004000
                                                                        01005000
           MOVE FD-CONTA-ID TO WRK-CONTA-ID-X.                          01006000
           PERFORM 5150-AVANCAR-LISTA                                   01007000
                   UNTIL WRK-LST-ID (WRK-LST-IDX)                       01008000
                         NOT LESS WRK-CONTA-ID-N.                       01009000
                                                                        01010000
           IF WRK-LST-ID (WRK-LST-IDX) EQUAL WRK-CONTA-ID-N             01011000
            EVALUATE WRK-LST-SITUACAO (WRK-LST-IDX)                     01012000
             WHEN 'A'                                                   01013000
              MOVE WRK-AGENCIA-ANON TO FD-CONTA-AGENCIA                 01014000
              MOVE WRK-CONTA-ANON   TO FD-CONTA-CONTA                   01015000
              ADD 1 TO WRK-QTD-CONTAS                                   01016000
             WHEN 'S'                                                   01017000
              ADD 1 TO WRK-QTD-CONTAS                                   01018000
            END-EVALUATE                                                01019000
           END-IF.                                                      01020000
                                                                        01021000
           WRITE FD-CONNOVO FROM FD-CONTBANC.                           01022000
           IF WRK-FS-CONNOVO NOT EQUAL 0                                01023000
            MOVE 'FR22DB80'              TO WRK-PROGRAMA                01024000
            MOVE 'ERRO NA GRAVACAO CONNOVO' TO WRK-MENSAGEM             01025000
            MOVE '5100'                  TO WRK-SECAO                   01026000
            MOVE WRK-FS-CONNOVO          TO WRK-STATUS                  01027000
            PERFORM 9000-ERRO                                           01028000
           END-IF.                                                      01029000
      *-----------------------------------------------------            01030000
       5100-99-FIM.                                  EXIT.              01031000
      *-----------------------------------------------------            01032000
                                                                        01033000
      *-----------------------------------------------------            01034000
       5150-AVANCAR-LISTA                         SECTION.              01035000
      *-----------------------------------------------------            01036000
           ADD 1 TO WRK-LST-IDX.                                        01037000
      *-----------------------------------------------------            01038000
       5150-99-FIM.                                  EXIT.              01039000
      *-----------------------------------------------------            01040000
                                                                        01041000
      *-----------------------------------------------------            01042000
       9000-ERRO                                  SECTION.              01043000
      *-----------------------------------------------------            01044000
           DISPLAY WRK-MENSAGEM.                                        01045000
           CALL 'GRAVALOG' USING WRK-DADOS.                             01046000
           MOVE 12 TO RETURN-CODE.                                      01047000
           GOBACK.                                                      01048000
      *-----------------------------------------------------            01049000
       9000-99-FIM.                                  EXIT.              01050000
      *-----------------------------------------------------            01051000
