      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB75.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: GERAR OS LANCAMENTOS CONTABEIS DO      *             00008000
      *            MOVIMENTO BANCARIO DO DIA A PARTIR DOS *             00009000
      *            TOTAIS DE CONCILIACAO DO FR22EX04      *             00010000
      *            (TOTEX04): CREDITOS, DEBITOS E         *             00011000
      *            ESTORNOS DE CLIENTES, TRANSFERENCIAS   *             00012000
      *            ENTRE CONTAS (PELA CONTA TRANSITORIA), *             00013000
      *            TARIFAS E JUROS DE CHEQUE ESPECIAL     *             00014000
      *            COBRADOS PELO FR22EX15. CADA PARCELA   *             00015000
      *            GERA UM DEBITO E UM CREDITO DE MESMO   *             00016000
      *            VALOR CONTRA A CONTA DE DEPOSITOS A    *             00017000
      *            VISTA, COM AS CONTAS CONTABEIS DA      *             00018000
      *            TABELA DE-PARA IVAN.CONTMAP (SETOR     *             00019000
      *            'BANC', TELA F22CIPG); PARCELA SEM     *             00020000
      *            MAPEAMENTO ABORTA A GERACAO ANTES DE   *             00021000
      *            ABRIR O ARQUIVO. O LAYOUT E O DO       *             00022000
      *            LANCCONT DO FR22DB16, COM TRAILER      *             00023000
      *            PROVANDO DEBITOS = CREDITOS, E ENTRA   *             00024000
      *            NO MESMO BALANCETE DO MES (FR22DB59).  *             00025000
      *            COMPETENCIA FECHADA PELO FR22DB60      *             00026000
      *            (IVAN.FECHCONT) NAO RECEBE LANCAMENTO. *             00027000
      *---------------------------------------------------*             00028000
      *  PARAMETRO (SYSIN):                               *             00029000
      *   DATAREF  9(08) DATA DO MOVIMENTO AAAAMMDD       *             00030000
      *                  (ZEROS = DATA DO DIA)            *             00031000
      *   EMPRESA  X(02) EMPRESA DO GRUPO DOS LANCAMENTOS *             00032000
      *   OVERRIDE X(01) 'S' = PULA A CHECAGEM DE         *             00033000
      *                  PREDECESSORES (IVAN.RUNDEP)      *             00034000
      *---------------------------------------------------*             00035000
      *  MAPA (IVAN.CONTMAP, SETOR 'BANC'):               *             00036000
      *   DPVI DEPOSITOS A VISTA DE CLIENTES              *             00037000
      *   CRED CONTRAPARTIDA DOS CREDITOS (DISPONIVEL)    *             00038000
      *   DEBI CONTRAPARTIDA DOS DEBITOS (DISPONIVEL)     *             00039000
      *   ESTO CONTRAPARTIDA DOS ESTORNOS                 *             00040000
      *   TRAN TRANSITORIA DE TRANSFERENCIAS              *             00041000
      *   TARI RECEITA DE TARIFAS                         *             00042000
      *   JURO RECEITA DE JUROS DE CHEQUE ESPECIAL        *             00043000
      *---------------------------------------------------*             00044000
      *  ARQUIVOS:                                        *             00045000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00046000
      *  TOTEX04             I             ---------      *             00047000
      *  LANCCONT            O             ---------      *             00048000
      *---------------------------------------------------*             00049000
      *  BASE  DE DADOS:                                  *             00050000
      *  TABELA             I/O           INCLUDE/BOOK    *             00051000
      *  IVAN.CONTMAP        I             ---------      *             00052000
      *  IVAN.FECHCONT       I             ---------      *             00053000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00054000
      *                       (VIA SUBROTINA GRAVARUN)    *             00055000
      *===================================================*             00056000
                                                                        00057000
      *====================================================             00058000
       ENVIRONMENT                               DIVISION.              00059000
      *====================================================             00060000
       CONFIGURATION                             SECTION.               00061000
       SPECIAL-NAMES.                                                   00062000
           DECIMAL-POINT  IS COMMA.                                     00063000
                                                                        00064000
       INPUT-OUTPUT                              SECTION.               00065000
       FILE-CONTROL.                                                    00066000
           SELECT TOTEX04 ASSIGN TO TOTEX04                             00067000
               FILE STATUS IS WRK-FS-TOTEX04.                           00068000
                                                                        00069000
           SELECT LANCCONT ASSIGN TO LANCCONT                           00070000
               FILE STATUS IS WRK-FS-LANCCONT.                          00071000
                                                                        00072000
      *====================================================             00073000
       DATA                                      DIVISION.              00074000
      *====================================================             00075000
      *-----------------------------------------------------            00076000
       FILE                                      SECTION.               00077000
      *-----------------------------------------------------            00078000
       FD TOTEX04                                                       00079000
           RECORDING MODE IS F                                          00080000
           BLOCK CONTAINS 0 RECORDS.                                    00081000
      *-----------LRECL 121---------------------------------            00082000
       01 FD-TOTEX04.                                                   00083000
          05 FD-TOT-ABERTURA        PIC 9(10).                          00084000
          05 FD-TOT-CREDITO         PIC 9(10).                          00085000
          05 FD-TOT-DEBITO          PIC 9(10).                          00086000
          05 FD-TOT-ESTORNO         PIC 9(10).                          00087000
          05 FD-TOT-FECH-SINAL      PIC X(01).                          00088000
          05 FD-TOT-FECHAMENTO      PIC 9(10).                          00089000
          05 FD-TOT-GROSS-C         PIC 9(10).                          00090000
          05 FD-TOT-GROSS-D         PIC 9(10).                          00091000
          05 FD-TOT-GROSS-E         PIC 9(10).                          00092000
          05 FD-TOT-TRF-C           PIC 9(10).                          00093000
          05 FD-TOT-TRF-D           PIC 9(10).                          00094000
          05 FD-TOT-TARIFA          PIC 9(10).                          00095000
          05 FD-TOT-JUROS           PIC 9(10).                          00096000
                                                                        00097000
       FD LANCCONT                                                      00098000
           RECORDING MODE IS F                                          00099000
           BLOCK CONTAINS 0 RECORDS.                                    00100000
      *-----------LRECL 60----------------------------------            00101000
       01 FD-LANCCONT           PIC X(60).                              00102000
      *-----------------------------------------------------            00103000
       WORKING-STORAGE                           SECTION.               00104000
      *-----------------------------------------------------            00105000
           COPY '#RUNCTL'.                                              00106000
                                                                        00107000
           EXEC SQL                                                     00108000
              INCLUDE SQLCA                                             00109000
           END-EXEC.                                                    00110000
                                                                        00111000
       01 WRK-PARM.                                                     00112000
          05 WRK-PARM-DATAREF  PIC 9(08)  VALUE ZEROS.                  00113000
          05 WRK-PARM-EMPRESA  PIC X(02)  VALUE SPACES.                 00114000
          05 WRK-PARM-OVERRIDE PIC X(01)  VALUE SPACES.                 00115000
             88 WRK-OVERRIDE-LIGADO      VALUE 'S'.                     00116000
       01 WRK-DATAREF.                                                  00117000
          05 WRK-REF-COMPET    PIC 9(06).                               00118000
          05 WRK-REF-DIA       PIC 9(02).                               00119000
       01 WRK-REF-COMPET-R REDEFINES WRK-DATAREF.                       00120000
          05 WRK-REF-ANO       PIC 9(04).                               00121000
          05 WRK-REF-MES       PIC 9(02).                               00122000
          05 FILLER            PIC 9(02).                               00123000
       77 WRK-COMPET           PIC 9(06)  VALUE ZEROS.                  00124000
      *----------------------------------------------------             00125000
       01 FILLER PIC X(48) VALUE                                        00126000
           '--------------VARIAVEIS PARA APOIO-----------'.             00127000
      *----------------------------------------------------             00128000
       77 WRK-FS-TOTEX04   PIC 9(02).                                   00129000
       77 WRK-FS-LANCCONT  PIC 9(02).                                   00130000
       77 WRK-SQLCODE      PIC -999.                                    00131000
       77 WRK-EVENTO       PIC X(01).                                   00132000
      *----------------------------------------------------             00133000
       01 FILLER PIC X(48) VALUE                                        00134000
           '--------------MAPA DE CONTAS (IVAN.CONTMAP)--'.             00135000
      *----------------------------------------------------             00136000
      *    AS PARCELAS DO MOVIMENTO BANCARIO FICAM NO SETOR             00137000
      *    'BANC' DO DE-PARA, SEPARADAS DAS VERBAS DA FOLHA.            00138000
       77 WRK-MAP-SETOR    PIC X(04)    VALUE 'BANC'.                   00139000
       77 WRK-MAP-VERBA    PIC X(04)    VALUE SPACES.                   00140000
       77 WRK-MAP-CONTA    PIC X(10)    VALUE SPACES.                   00141000
       77 WRK-MAP-CCUSTO   PIC X(04)    VALUE SPACES.                   00142000
       77 WRK-MAPA-FALTAS  PIC 9(03)    VALUE ZEROS.                    00143000
       77 WRK-MAP-IDX      PIC 9(02)    VALUE ZEROS.                    00144000
       01 WRK-MAP-CODIGOS.                                              00145000
          05 FILLER PIC X(04) VALUE 'DPVI'.                             00146000
          05 FILLER PIC X(04) VALUE 'CRED'.                             00147000
          05 FILLER PIC X(04) VALUE 'DEBI'.                             00148000
          05 FILLER PIC X(04) VALUE 'ESTO'.                             00149000
          05 FILLER PIC X(04) VALUE 'TRAN'.                             00150000
          05 FILLER PIC X(04) VALUE 'TARI'.                             00151000
          05 FILLER PIC X(04) VALUE 'JURO'.                             00152000
       01 WRK-MAP-TAB REDEFINES WRK-MAP-CODIGOS.                        00153000
          05 WRK-MAP-CODIGO PIC X(04) OCCURS 7 TIMES.                   00154000
      *----------------------------------------------------             00155000
       01 FILLER PIC X(48) VALUE                                        00156000
           '--------------PARCELA A LANCAR---------------'.             00157000
      *----------------------------------------------------             00158000
      *    CADA PARCELA: CONTA A DEBITAR, CONTA A CREDITAR              00159000
      *    (CODIGOS DO MAPA), HISTORICO E VALOR.                        00160000
       77 WRK-PAR-VERBA-D  PIC X(04)    VALUE SPACES.                   00161000
       77 WRK-PAR-VERBA-C  PIC X(04)    VALUE SPACES.                   00162000
       77 WRK-PAR-VALOR    PIC S9(13)   VALUE ZEROS.                    00163000
       01 WRK-PAR-HIST.                                                 00164000
          05 WRK-PAR-DESC   PIC X(19)    VALUE SPACES.                  00165000
          05 FILLER         PIC X(01)    VALUE SPACES.                  00166000
          05 WRK-PAR-DIA    PIC 9(02).                                  00167000
          05 FILLER         PIC X(01)    VALUE '/'.                     00168000
          05 WRK-PAR-MES    PIC 9(02).                                  00169000
      *----------------------------------------------------             00170000
       01 FILLER PIC X(48) VALUE                                        00171000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00172000
      *----------------------------------------------------             00173000
       77 WRK-REGGRAVADOS  PIC 9(05)    VALUE ZEROS.                    00174000
       77 WRK-PARCELAS     PIC 9(03)    VALUE ZEROS.                    00175000
       77 WRK-TOT-DEBITO   PIC 9(13)    VALUE ZEROS.                    00176000
       77 WRK-TOT-CREDITO  PIC 9(13)    VALUE ZEROS.                    00177000
      *----------------------------------------------------             00178000
       01 FILLER PIC X(48) VALUE                                        00179000
           '--------------REGISTROS DO ARQUIVO-----------'.             00180000
      *----------------------------------------------------             00181000
       01 WRK-LANC.                                                     00182000
          05 WRK-LANC-TIPO      PIC X(01).                              00183000
          05 WRK-LANC-CONTA     PIC X(10).                              00184000
          05 WRK-LANC-SETOR     PIC X(04).                              00185000
          05 WRK-LANC-HIST      PIC X(25).                              00186000
          05 WRK-LANC-VALOR     PIC 9(13).                              00187000
          05 WRK-LANC-EMPRESA   PIC X(02).                              00188000
          05 FILLER             PIC X(05) VALUE SPACES.                 00189000
       01 WRK-LANC-TRAILER.                                             00190000
          05 WRK-TRL-TIPO       PIC X(01) VALUE '9'.                    00191000
          05 WRK-TRL-COMPET     PIC 9(06).                              00192000
          05 WRK-TRL-DEBITOS    PIC 9(13).                              00193000
          05 WRK-TRL-CREDITOS   PIC 9(13).                              00194000
          05 WRK-TRL-SITUACAO   PIC X(10).                              00195000
          05 WRK-TRL-EMPRESA    PIC X(02).                              00196000
          05 FILLER             PIC X(15) VALUE SPACES.                 00197000
      *====================================================             00198000
       PROCEDURE                                 DIVISION.              00199000
      *====================================================             00200000
      *-----------------------------------------------------            00201000
       0000-PRINCIPAL                             SECTION.              00202000
      *-----------------------------------------------------            00203000
           PERFORM 1000-INICIALIZAR.                                    00204000
           PERFORM 2000-PROCESSAR.                                      00205000
           PERFORM 3000-FINALIZAR.                                      00206000
           STOP RUN.                                                    00207000
      *-----------------------------------------------------            00208000
       0000-99-FIM.                                  EXIT.              00209000
      *-----------------------------------------------------            00210000
                                                                        00211000
      *-----------------------------------------------------            00212000
       1000-INICIALIZAR                           SECTION.              00213000
      *-----------------------------------------------------            00214000
           ACCEPT WRK-PARM FROM SYSIN.                                  00215000
           IF WRK-PARM-DATAREF NOT NUMERIC                              00216000
              OR WRK-PARM-DATAREF EQUAL ZEROS                           00217000
            ACCEPT WRK-PARM-DATAREF FROM DATE YYYYMMDD                  00218000
           END-IF.                                                      00219000
           MOVE WRK-PARM-DATAREF TO WRK-DATAREF.                        00220000
           MOVE WRK-REF-COMPET   TO WRK-COMPET.                         00221000
           MOVE WRK-REF-DIA      TO WRK-PAR-DIA.                        00222000
           MOVE WRK-REF-MES      TO WRK-PAR-MES.                        00223000
                                                                        00224000
           MOVE 'I'        TO RUN-FUNCAO.                               00225000
      *    CARTAO DE OVERRIDE DA OPERACAO: PULA A CHECAGEM              00226000
      *    DE PREDECESSORES DA CADEIA (IVAN.RUNDEP), COM O              00227000
      *    OVERRIDE LOGADO EM IVAN.RUNOVR PELA GRAVARUN.                00228000
           IF WRK-OVERRIDE-LIGADO                                       00229000
            MOVE 'O' TO RUN-FUNCAO                                      00230000
           END-IF.                                                      00231000
           MOVE 'FR22DB75' TO RUN-PROGRAMA.                             00232000
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00233000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00234000
           IF RUN-JA-EXECUTADO                                          00235000
            DISPLAY 'FR22DB75 JA COMPLETOU NESTA DATA - '               00236000
                    'EXECUCAO ABORTADA (VER IVAN.RUNCTL)'               00237000
            STOP RUN                                                    00238000
           END-IF.                                                      00239000
           IF RUN-DEP-PENDENTE                                          00240000
            DISPLAY 'FR22DB75 AGUARDANDO PREDECESSOR - '                00241000
                    'EXECUCAO ABORTADA (VER IVAN.RUNDEP)'               00242000
            STOP RUN                                                    00243000
           END-IF.                                                      00244000
                                                                        00245000
           PERFORM 1050-TESTAR-FECHAMENTO.                              00246000
           PERFORM 1300-VALIDAR-MAPA.                                   00247000
                                                                        00248000
           OPEN INPUT TOTEX04.                                          00249000
           IF WRK-FS-TOTEX04 NOT EQUAL 0                                00250000
            DISPLAY 'ERRO NA ABERTURA DO TOTEX04 - '                    00251000
                    'FR22EX04 DO DIA NAO RODOU'                         00252000
            STOP RUN                                                    00253000
           END-IF.                                                      00254000
           READ TOTEX04.                                                00255000
           IF WRK-FS-TOTEX04 NOT EQUAL 0                                00256000
            DISPLAY 'TOTEX04 VAZIO - SEM TOTAIS DO FR22EX04'            00257000
            STOP RUN                                                    00258000
           END-IF.                                                      00259000
                                                                        00260000
           OPEN OUTPUT LANCCONT.                                        00261000
           IF WRK-FS-LANCCONT NOT EQUAL 0                               00262000
            DISPLAY 'ERRO NA ABERTURA DO LANCCONT'                      00263000
            STOP RUN                                                    00264000
           END-IF.                                                      00265000
      *-----------------------------------------------------            00266000
       1000-99-FIM.                                  EXIT.              00267000
      *-----------------------------------------------------            00268000
                                                                        00269000
      *-----------------------------------------------------            00270000
       1050-TESTAR-FECHAMENTO                     SECTION.              00271000
      *-----------------------------------------------------            00272000
      *    COMPETENCIA MARCADA COMO FECHADA PELA                        00273000
      *    CONTABILIDADE (IVAN.FECHCONT, VIA FR22DB60) NAO              00274000
      *    RECEBE LANCAMENTO SEM UMA REABERTURA REGISTRADA.             00275000
           EXEC SQL                                                     00276000
            SELECT EVENTO INTO :WRK-EVENTO                              00277000
             FROM IVAN.FECHCONT                                         00278000
             WHERE COMPETENCIA = :WRK-COMPET                            00279000
             ORDER BY DATAHORA DESC                                     00280000
             FETCH FIRST ROW ONLY                                       00281000
           END-EXEC.                                                    00282000
                                                                        00283000
           EVALUATE SQLCODE                                             00284000
            WHEN 0                                                      00285000
             IF WRK-EVENTO EQUAL 'F'                                    00286000
              DISPLAY 'COMPETENCIA ' WRK-COMPET                         00287000
                      ' FECHADA PELA CONTABILIDADE - '                  00288000
                      'REABRIR VIA FR22DB60 ANTES DE '                  00289000
                      'LANCAR (VER IVAN.FECHCONT)'                      00290000
              STOP RUN                                                  00291000
             END-IF                                                     00292000
            WHEN 100                                                    00293000
             CONTINUE                                                   00294000
            WHEN OTHER                                                  00295000
             MOVE SQLCODE TO WRK-SQLCODE                                00296000
             DISPLAY 'ERRO' WRK-SQLCODE                                 00297000
                     ' NA CONSULTA DE IVAN.FECHCONT'                    00298000
             STOP RUN                                                   00299000
           END-EVALUATE.                                                00300000
      *-----------------------------------------------------            00301000
       1050-99-FIM.                                  EXIT.              00302000
      *-----------------------------------------------------            00303000
                                                                        00304000
      *-----------------------------------------------------            00305000
       1300-VALIDAR-MAPA                          SECTION.              00306000
      *-----------------------------------------------------            00307000
      *    LANCAMENTO SEM CONTA MAPEADA E PIOR QUE                      00308000
      *    LANCAMENTO ATRASADO: TODAS AS PARCELAS PRECISAM              00309000
      *    DE DE-PARA, MESMO AS QUE HOJE VIEREM ZERADAS.                00310000
           MOVE 1 TO WRK-MAP-IDX.                                       00311000
           PERFORM 1350-VALIDAR-1-CODIGO                                00312000
                   UNTIL WRK-MAP-IDX GREATER 7.                         00313000
                                                                        00314000
           IF WRK-MAPA-FALTAS GREATER ZEROS                             00315000
            DISPLAY 'IVAN.CONTMAP INCOMPLETO - '                        00316000
                    WRK-MAPA-FALTAS ' MAPEAMENTO(S) '                   00317000
                    'FALTANDO - LANCCONT NAO GERADO'                    00318000
            DISPLAY 'COMPLETE O DE-PARA NO F22CIPG'                     00319000
            STOP RUN                                                    00320000
           END-IF.                                                      00321000
      *-----------------------------------------------------            00322000
       1300-99-FIM.                                  EXIT.              00323000
      *-----------------------------------------------------            00324000
                                                                        00325000
      *-----------------------------------------------------            00326000
       1350-VALIDAR-1-CODIGO                      SECTION.              00327000
      *-----------------------------------------------------            00328000
           MOVE WRK-MAP-CODIGO (WRK-MAP-IDX) TO WRK-MAP-VERBA.          00329000
           PERFORM 1400-BUSCAR-MAPA.                                    00330000
           ADD 1 TO WRK-MAP-IDX.                                        00331000
      *-----------------------------------------------------            00332000
       1350-99-FIM.                                  EXIT.              00333000
      *-----------------------------------------------------            00334000
                                                                        00335000
      *-----------------------------------------------------            00336000
       1400-BUSCAR-MAPA                           SECTION.              00337000
      *-----------------------------------------------------            00338000
           EXEC SQL                                                     00339000
            SELECT CONTA, CCUSTO                                        00340000
             INTO :WRK-MAP-CONTA, :WRK-MAP-CCUSTO                       00341000
             FROM IVAN.CONTMAP                                          00342000
             WHERE SETOR = :WRK-MAP-SETOR                               00343000
               AND CODVERBA = :WRK-MAP-VERBA                            00344000
             FETCH FIRST ROW ONLY                                       00345000
           END-EXEC.                                                    00346000
                                                                        00347000
           IF SQLCODE NOT EQUAL 0                                       00348000
            ADD 1 TO WRK-MAPA-FALTAS                                    00349000
            MOVE SPACES TO WRK-MAP-CONTA                                00350000
            MOVE SPACES TO WRK-MAP-CCUSTO                               00351000
            DISPLAY 'SEM MAPA DE CONTA - SETOR: '                       00352000
                    WRK-MAP-SETOR ' VERBA: ' WRK-MAP-VERBA              00353000
           END-IF.                                                      00354000
      *-----------------------------------------------------            00355000
       1400-99-FIM.                                  EXIT.              00356000
      *-----------------------------------------------------            00357000
                                                                        00358000
      *-----------------------------------------------------            00359000
       2000-PROCESSAR                             SECTION.              00360000
      *-----------------------------------------------------            00361000
      *    CREDITOS E DEBITOS DO TOTEX04 JA TRAZEM AS PERNAS            00362000
      *    DE TRANSFERENCIA; OS DEBITOS TRAZEM TAMBEM AS                00363000
      *    TARIFAS E OS JUROS. CADA PARCELA SAI PELO LIQUIDO            00364000
      *    PARA NAO LANCAR O MESMO VALOR DUAS VEZES.                    00365000
           COMPUTE WRK-PAR-VALOR = FD-TOT-CREDITO                       00366000
                                 - FD-TOT-TRF-C.                        00367000
           MOVE 'CRED'               TO WRK-PAR-VERBA-D.                00368000
           MOVE 'DPVI'               TO WRK-PAR-VERBA-C.                00369000
           MOVE 'CREDITOS CLIENTES'  TO WRK-PAR-DESC.                   00370000
           PERFORM 2100-LANCAR-PARCELA.                                 00371000
                                                                        00372000
           COMPUTE WRK-PAR-VALOR = FD-TOT-DEBITO                        00373000
                                 - FD-TOT-TRF-D                         00374000
                                 - FD-TOT-TARIFA                        00375000
                                 - FD-TOT-JUROS.                        00376000
           MOVE 'DPVI'               TO WRK-PAR-VERBA-D.                00377000
           MOVE 'DEBI'               TO WRK-PAR-VERBA-C.                00378000
           MOVE 'DEBITOS CLIENTES'   TO WRK-PAR-DESC.                   00379000
           PERFORM 2100-LANCAR-PARCELA.                                 00380000
                                                                        00381000
           MOVE FD-TOT-ESTORNO       TO WRK-PAR-VALOR.                  00382000
           MOVE 'ESTO'               TO WRK-PAR-VERBA-D.                00383000
           MOVE 'DPVI'               TO WRK-PAR-VERBA-C.                00384000
           MOVE 'ESTORNOS CLIENTES'  TO WRK-PAR-DESC.                   00385000
           PERFORM 2100-LANCAR-PARCELA.                                 00386000
                                                                        00387000
      *    AS DUAS PERNAS DA TRANSFERENCIA PASSAM PELA                  00388000
      *    TRANSITORIA, QUE ZERA QUANDO O DIA FECHA O PAR.              00389000
           MOVE FD-TOT-TRF-D         TO WRK-PAR-VALOR.                  00390000
           MOVE 'DPVI'               TO WRK-PAR-VERBA-D.                00391000
           MOVE 'TRAN'               TO WRK-PAR-VERBA-C.                00392000
           MOVE 'TRANSF. ENVIADAS'   TO WRK-PAR-DESC.                   00393000
           PERFORM 2100-LANCAR-PARCELA.                                 00394000
                                                                        00395000
           MOVE FD-TOT-TRF-C         TO WRK-PAR-VALOR.                  00396000
           MOVE 'TRAN'               TO WRK-PAR-VERBA-D.                00397000
           MOVE 'DPVI'               TO WRK-PAR-VERBA-C.                00398000
           MOVE 'TRANSF. RECEBIDAS'  TO WRK-PAR-DESC.                   00399000
           PERFORM 2100-LANCAR-PARCELA.                                 00400000
                                                                        00401000
           MOVE FD-TOT-TARIFA        TO WRK-PAR-VALOR.                  00402000
           MOVE 'DPVI'               TO WRK-PAR-VERBA-D.                00403000
           MOVE 'TARI'               TO WRK-PAR-VERBA-C.                00404000
           MOVE 'TARIFAS COBRADAS'   TO WRK-PAR-DESC.                   00405000
           PERFORM 2100-LANCAR-PARCELA.                                 00406000
                                                                        00407000
           MOVE FD-TOT-JUROS         TO WRK-PAR-VALOR.                  00408000
           MOVE 'DPVI'               TO WRK-PAR-VERBA-D.                00409000
           MOVE 'JURO'               TO WRK-PAR-VERBA-C.                00410000
           MOVE 'JUROS CHEQUE ESPEC.' TO WRK-PAR-DESC.                  00411000
           PERFORM 2100-LANCAR-PARCELA.                                 00412000
      *-----------------------------------------------------            00413000
       2000-99-FIM.                                  EXIT.              00414000
      *-----------------------------------------------------            00415000
                                                                        00416000
      *-----------------------------------------------------            00417000
       2100-LANCAR-PARCELA                        SECTION.              00418000
      *-----------------------------------------------------            00419000
      *    PARCELA ZERADA NAO GERA LANCAMENTO; LIQUIDO                  00420000
      *    NEGATIVO INDICA TOTEX04 INCONSISTENTE E NAO E                00421000
      *    LANCADO (O TRAILER CONTINUA FECHANDO).                       00422000
           IF WRK-PAR-VALOR LESS ZEROS                                  00423000
            DISPLAY 'PARCELA NEGATIVA NAO LANCADA - '                   00424000
                    WRK-PAR-DESC ' - VERIFICAR O TOTEX04'               00425000
           END-IF.                                                      00426000
           IF WRK-PAR-VALOR GREATER ZEROS                               00427000
            ADD 1 TO WRK-PARCELAS                                       00428000
            MOVE WRK-PAR-VERBA-D TO WRK-MAP-VERBA                       00429000
            MOVE 'D'             TO WRK-LANC-TIPO                       00430000
            PERFORM 2200-GRAVAR-LANCAMENTO                              00431000
            ADD WRK-PAR-VALOR    TO WRK-TOT-DEBITO                      00432000
            MOVE WRK-PAR-VERBA-C TO WRK-MAP-VERBA                       00433000
            MOVE 'C'             TO WRK-LANC-TIPO                       00434000
            PERFORM 2200-GRAVAR-LANCAMENTO                              00435000
            ADD WRK-PAR-VALOR    TO WRK-TOT-CREDITO                     00436000
           END-IF.                                                      00437000
      *-----------------------------------------------------            00438000
       2100-99-FIM.                                  EXIT.              00439000
      *-----------------------------------------------------            00440000
                                                                        00441000
      *-----------------------------------------------------            00442000
       2200-GRAVAR-LANCAMENTO                     SECTION.              00443000
      *-----------------------------------------------------            00444000
           PERFORM 1400-BUSCAR-MAPA.                                    00445000
           MOVE WRK-MAP-CONTA     TO WRK-LANC-CONTA.                    00446000
           MOVE WRK-MAP-CCUSTO    TO WRK-LANC-SETOR.                    00447000
           MOVE WRK-PAR-HIST      TO WRK-LANC-HIST.                     00448000
           MOVE WRK-PAR-VALOR     TO WRK-LANC-VALOR.                    00449000
           MOVE WRK-PARM-EMPRESA  TO WRK-LANC-EMPRESA.                  00450000
           WRITE FD-LANCCONT FROM WRK-LANC.                             00451000
           ADD 1 TO WRK-REGGRAVADOS.                                    00452000
      *-----------------------------------------------------            00453000
       2200-99-FIM.                                  EXIT.              00454000
      *-----------------------------------------------------            00455000
                                                                        00456000
      *-----------------------------------------------------            00457000
       3000-FINALIZAR                             SECTION.              00458000
      *-----------------------------------------------------            00459000
      *    TRAILER DO LOTE DO DIA COM A PROVA                           00460000
      *    DEBITOS = CREDITOS, NO MESMO FORMATO DA FOLHA.               00461000
           MOVE WRK-COMPET       TO WRK-TRL-COMPET.                     00462000
           MOVE WRK-TOT-DEBITO   TO WRK-TRL-DEBITOS.                    00463000
           MOVE WRK-TOT-CREDITO  TO WRK-TRL-CREDITOS.                   00464000
           MOVE WRK-PARM-EMPRESA TO WRK-TRL-EMPRESA.                    00465000
           IF WRK-TOT-DEBITO EQUAL WRK-TOT-CREDITO                      00466000
            MOVE 'LIBERADO'      TO WRK-TRL-SITUACAO                    00467000
           ELSE                                                         00468000
            MOVE 'NAOLIBERA'     TO WRK-TRL-SITUACAO                    00469000
           END-IF.                                                      00470000
           WRITE FD-LANCCONT FROM WRK-LANC-TRAILER.                     00471000
                                                                        00472000
           IF FD-TOT-TRF-C NOT EQUAL FD-TOT-TRF-D                       00473000
            DISPLAY '** ALERTA: TRANSFERENCIAS DO DIA NAO '             00474000
                    'FECHAM - SALDO NA TRANSITORIA'                     00475000
           END-IF.                                                      00476000
                                                                        00477000
           CLOSE TOTEX04 LANCCONT.                                      00478000
                                                                        00479000
           DISPLAY ' '.                                                 00480000
           DISPLAY 'DATA DO MOVIMENTO: ' WRK-PARM-DATAREF.              00481000
           DISPLAY 'COMPETENCIA:       ' WRK-COMPET.                    00482000
           DISPLAY 'EMPRESA:           ' WRK-PARM-EMPRESA.              00483000
           DISPLAY 'PARCELAS LANCADAS: ' WRK-PARCELAS.                  00484000
           DISPLAY 'LANCAMENTOS:       ' WRK-REGGRAVADOS.               00485000
           DISPLAY 'TOTAL DE DEBITOS:  ' WRK-TOT-DEBITO.                00486000
           DISPLAY 'TOTAL DE CREDITOS: ' WRK-TOT-CREDITO.               00487000
           IF WRK-TOT-DEBITO EQUAL WRK-TOT-CREDITO                      00488000
            DISPLAY 'LOTE BALANCEADO - ARQUIVO LIBERADO'                00489000
           ELSE                                                         00490000
            DISPLAY 'LOTE NAO BALANCEADO - NAO LIBERAR '                00491000
                    'O ARQUIVO'                                         00492000
           END-IF.                                                      00493000
                                                                        00494000
      *    LOTE NAO BALANCEADO FECHA COM RETCODE 8 PARA A               00495000
      *    CADEIA (IVAN.RUNDEP) NAO LIBERAR OS SUCESSORES.              00496000
           MOVE 'F'             TO RUN-FUNCAO.                          00497000
           MOVE 1               TO RUN-LIDOS.                           00498000
           MOVE WRK-REGGRAVADOS TO RUN-GRAVADOS.                        00499000
           MOVE ZEROS           TO RUN-REJEITADOS.                      00500000
           IF WRK-TOT-DEBITO EQUAL WRK-TOT-CREDITO                      00501000
            MOVE 0 TO RUN-RETCODE                                       00502000
           ELSE                                                         00503000
            MOVE 8 TO RUN-RETCODE                                       00504000
           END-IF.                                                      00505000
           CALL 'GRAVARUN' USING RUN-DADOS.                             00506000
      *-----------------------------------------------------            00507000
       3000-99-FIM.                                  EXIT.              00508000
      *-----------------------------------------------------            00509000
