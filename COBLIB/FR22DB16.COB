      *            (TELA F22CIPG); SETOR OU VERBA DA       *            00029000
      *            COMPETENCIA SEM MAPEAMENTO ABORTA A     *            00030000
      *            GERACAO ANTES DE ABRIR O ARQUIVO.       *            00031000
      *            OS LANCAMENTOS SAEM POR EMPRESA DO     *             00031140
      *            GRUPO (IVAN.FUNC.EMPRESA): CADA        *             00031280
      *            EMPRESA TEM SEUS CREDITOS, SEU FECHO   *             00031420
      *            EM SALARIOS A PAGAR E SEU TRAILER DE   *             00031560
      *            DEBITOS = CREDITOS. QUALQUER EMPRESA   *             00031700
      *            DESBALANCEADA FECHA COM RETCODE 8.     *             00031840
      *---------------------------------------------------*             00032000
      *  ARQUIVOS:                                        *             00033000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00034000
      *  IVAN.FOPAG          I             ---------      *             00040000
      *  IVAN.FUNC           I             #BKFUNC        *             00041000
      *  IVAN.FUNCLOG        I             ---------      *             00042000
      *  IVAN.SETOR          I             ---------      *             00042500
      *  IVAN.CONTMAP       I             ---------      *              00043000
      *  IVAN.FECHCONT       I             ---------      *             00044000
      *  IVAN.RUNCTL        I/O             #RUNCTL       *             00045000
                                                                        00084000
           EXEC SQL                                                     00085000
              DECLARE CLANC CURSOR FOR                                  00086000
               SELECT COALESCE(F.EMPRESA,' '), F.SETOR,                 00086660
                      D.CODVERBA, D.DESCVERBA,                          00087320
                      D.TIPO, SUM(D.VALOR)                              00088000
                FROM IVAN.FOPAGDET D, IVAN.FUNC F                       00089000
                WHERE D.IDFUNC = F.ID                                   00090000
                  AND D.COMPETENCIA = :WRK-PARM-COMPET                  00091000
                GROUP BY COALESCE(F.EMPRESA,' '), F.SETOR,              00092000
                         D.CODVERBA, D.DESCVERBA, D.TIPO                00093000
                ORDER BY 1, F.SETOR, D.TIPO, D.CODVERBA                 00094000
           END-EXEC.                                                    00095000
                                                                        00096000
           EXEC SQL                                                     00097000
              DECLARE CPRORATA CURSOR FOR                               00098000
               SELECT L.ID, L.SETOR, F.SETOR,                           00099000
                      DAY(L.DATAHORA), P.BRUTO,                         00099280
                      COALESCE((SELECT S.EMPRESA                        00099560
                                 FROM IVAN.SETOR S                      00099840
                                WHERE S.IDSETOR = L.SETOR),             00100120
                               F.EMPRESA,' '),                          00100400
                      COALESCE(F.EMPRESA,' ')                           00100680
                FROM IVAN.FUNCLOG L, IVAN.FUNC F,                       00101000
                     IVAN.FOPAG P                                       00102000
                WHERE L.OPERACAO = 'A'                                  00103000
       77 WRK-SETOR-ANT    PIC X(04)    VALUE SPACES.                   00147000
      *----------------------------------------------------             00148000
       01 FILLER PIC X(48) VALUE                                        00149000
           '--------------QUEBRA POR EMPRESA-------------'.             00149090
      *----------------------------------------------------             00149180
       77 WRK-EMPRESA      PIC X(02)    VALUE SPACES.                   00149270
       77 WRK-EMP-ANT      PIC X(02)    VALUE HIGH-VALUES.              00149360
       77 WRK-QTD-EMPRESAS PIC 9(03)    VALUE ZEROS.                    00149450
       77 WRK-EMP-DESBAL   PIC 9(03)    VALUE ZEROS.                    00149540
       77 WRK-GER-DEBITO   PIC 9(13)    VALUE ZEROS.                    00149630
       77 WRK-GER-CREDITO  PIC 9(13)    VALUE ZEROS.                    00149720
      *----------------------------------------------------             00149810
       01 FILLER PIC X(48) VALUE                                        00149900
           '--------------MAPA DE CONTAS (IVAN.CONTMAP)--'.             00150000
      *----------------------------------------------------             00151000
       77 WRK-MAP-SETOR    PIC X(04)    VALUE SPACES.                   00152000
       77 WRK-PRO-SETORNOV  PIC X(04).                                  00163000
       77 WRK-PRO-DIA       PIC 9(02).                                  00164000
       77 WRK-PRO-BRUTO     PIC 9(10).                                  00165000
       77 WRK-PRO-EMPANT    PIC X(02).                                  00165250
       77 WRK-PRO-EMPNOV    PIC X(02).                                  00165500
       77 WRK-EMP-BUSCA     PIC X(02)   VALUE SPACES.                   00165750
       77 WRK-PRO-ULT-ID    PIC 9(05)   VALUE ZEROS.                    00166000
       77 WRK-PRO-PARCELA   PIC 9(10)   VALUE ZEROS.                    00167000
       77 WRK-PRO-COUNT     PIC 9(02)   VALUE ZEROS.                    00168000
       01 WRK-PRO-TAB.                                                  00175000
          05 WRK-PRO-ITEM OCCURS 50 TIMES.                              00176000
             10 WRK-PRO-SETOR    PIC X(04).                             00177000
             10 WRK-PRO-EMPRESA  PIC X(02).                             00177500
             10 WRK-PRO-DELTA    PIC S9(13).                            00178000
             10 WRK-PRO-APLICADO PIC X(01).                             00179000
      *----------------------------------------------------             00180000
          05 WRK-LANC-SETOR     PIC X(04).                              00207000
          05 WRK-LANC-HIST      PIC X(25).                              00208000
          05 WRK-LANC-VALOR     PIC 9(13).                              00209000
          05 WRK-LANC-EMPRESA   PIC X(02).                              00209660
          05 FILLER             PIC X(05) VALUE SPACES.                 00210320
       01 WRK-LANC-TRAILER.                                             00211000
          05 WRK-TRL-TIPO       PIC X(01) VALUE '9'.                    00212000
          05 WRK-TRL-COMPET     PIC 9(06).                              00213000
          05 WRK-TRL-DEBITOS    PIC 9(13).                              00214000
          05 WRK-TRL-CREDITOS   PIC 9(13).                              00215000
          05 WRK-TRL-SITUACAO   PIC X(10).                              00216000
          05 WRK-TRL-EMPRESA    PIC X(02).                              00216660
          05 FILLER             PIC X(15) VALUE SPACES.                 00217320
      *====================================================             00218000
       PROCEDURE                                 DIVISION.              00219000
      *====================================================             00220000
                   :WRK-PRO-SETORANT,                                   00363000
                   :WRK-PRO-SETORNOV,                                   00364000
                   :WRK-PRO-DIA,                                        00365000
                   :WRK-PRO-BRUTO,                                      00365500
                   :WRK-PRO-EMPANT,                                     00366000
                   :WRK-PRO-EMPNOV                                      00366500
           END-EXEC.                                                    00367000
                                                                        00368000
           EVALUATE SQLCODE                                             00369000
              IF WRK-PRO-PARCELA GREATER ZEROS                          00381000
               ADD 1 TO WRK-PRO-EVENTOS                                 00382000
               MOVE WRK-PRO-SETORANT TO WRK-SETOR-BUSCA                 00383000
               MOVE WRK-PRO-EMPANT   TO WRK-EMP-BUSCA                   00383500
               MOVE WRK-PRO-PARCELA  TO WRK-DELTA-BUSCA                 00384000
               PERFORM 1160-SOMAR-DELTA                                 00385000
               MOVE WRK-PRO-SETORNOV TO WRK-SETOR-BUSCA                 00386000
               MOVE WRK-PRO-EMPNOV   TO WRK-EMP-BUSCA                   00386500
               COMPUTE WRK-DELTA-BUSCA =                                00387000
                       WRK-PRO-PARCELA * -1                             00388000
               PERFORM 1160-SOMAR-DELTA                                 00389000
               TO WRK-PRO-SETOR (WRK-PRO-COUNT)                         00414000
             MOVE WRK-DELTA-BUSCA                                       00415000
               TO WRK-PRO-DELTA (WRK-PRO-COUNT)                         00416000
             MOVE WRK-EMP-BUSCA                                         00416330
               TO WRK-PRO-EMPRESA (WRK-PRO-COUNT)                       00416660
             MOVE 'N' TO WRK-PRO-APLICADO (WRK-PRO-COUNT)               00417000
            ELSE                                                        00418000
             DISPLAY 'TABELA DE RATEIO CHEIA - TROCA DE '               00419000
      *-----------------------------------------------------            00558000
       2000-PROCESSAR                             SECTION.              00559000
      *-----------------------------------------------------            00560000
      *    QUEBRA POR EMPRESA E SETOR: PROVENTOS SOMAM NA               00560330
      *    DESPESA DO SETOR, DESCONTOS ACUMULAM POR VERBA               00560660
      *    PARA OS CREDITOS DA EMPRESA.                                 00560990
           IF WRK-EMPRESA NOT EQUAL WRK-EMP-ANT                         00561320
              AND WRK-EMP-ANT NOT EQUAL HIGH-VALUES                     00561650
            PERFORM 2600-FECHAR-SETOR                                   00561980
            PERFORM 2800-FECHAR-EMPRESA                                 00562310
            MOVE SPACES TO WRK-SETOR-ANT                                00562640
           END-IF.                                                      00562970
           MOVE WRK-EMPRESA TO WRK-EMP-ANT.                             00563300
                                                                        00563630
           IF DB2-SETOR NOT EQUAL WRK-SETOR-ANT                         00564000
              AND WRK-SETOR-ANT NOT EQUAL SPACES                        00565000
            PERFORM 2600-FECHAR-SETOR                                   00566000
           PERFORM 1400-BUSCAR-MAPA.                                    00661000
           MOVE SPACES          TO WRK-LANC.                            00662000
           MOVE 'D'             TO WRK-LANC-TIPO.                       00663000
           MOVE WRK-EMP-ANT     TO WRK-LANC-EMPRESA.                    00663500
           MOVE WRK-MAP-CONTA   TO WRK-LANC-CONTA.                      00664000
           MOVE WRK-MAP-CCUSTO  TO WRK-LANC-SETOR.                      00665000
           MOVE 'DESPESA DE SALARIOS'                                   00666000
      *-----------------------------------------------------            00674000
                                                                        00675000
      *-----------------------------------------------------            00676000
       2800-FECHAR-EMPRESA                        SECTION.              00676020
      *-----------------------------------------------------            00676040
      *    CADA EMPRESA FECHA O PROPRIO LOTE: RESIDUOS DO               00676060
      *    RATEIO, CREDITOS POR VERBA, SALARIOS A PAGAR E               00676080
      *    TRAILER COM A PROVA DEBITOS = CREDITOS.                      00676100
           PERFORM 2900-LANCAR-RESIDUO.                                 00676120
           PERFORM 3100-GRAVAR-CREDITOS.                                00676140
                                                                        00676160
           MOVE WRK-PARM-COMPET TO WRK-TRL-COMPET.                      00676180
           MOVE WRK-TOT-DEBITO  TO WRK-TRL-DEBITOS.                     00676200
           MOVE WRK-TOT-CREDITO TO WRK-TRL-CREDITOS.                    00676220
           MOVE WRK-EMP-ANT     TO WRK-TRL-EMPRESA.                     00676240
           IF WRK-TOT-DEBITO EQUAL WRK-TOT-CREDITO                      00676260
            MOVE 'LIBERADO'     TO WRK-TRL-SITUACAO                     00676280
           ELSE                                                         00676300
            MOVE 'NAOLIBERA'    TO WRK-TRL-SITUACAO                     00676320
            ADD 1 TO WRK-EMP-DESBAL                                     00676340
           END-IF.                                                      00676360
           WRITE FD-LANCCONT FROM WRK-LANC-TRAILER.                     00676380
                                                                        00676400
           DISPLAY 'EMPRESA ' WRK-EMP-ANT                               00676420
                   ' DEBITOS: '  WRK-TOT-DEBITO                         00676440
                   ' CREDITOS: ' WRK-TOT-CREDITO                        00676460
                   ' ' WRK-TRL-SITUACAO.                                00676480
                                                                        00676500
           ADD 1               TO WRK-QTD-EMPRESAS.                     00676520
           ADD WRK-TOT-DEBITO  TO WRK-GER-DEBITO.                       00676540
           ADD WRK-TOT-CREDITO TO WRK-GER-CREDITO.                      00676560
           MOVE ZEROS          TO WRK-TOT-DEBITO WRK-TOT-CREDITO        00676580
                                  WRK-CRD-COUNT.                        00676600
      *-----------------------------------------------------            00676620
       2800-99-FIM.                                  EXIT.              00676640
      *-----------------------------------------------------            00676660
                                                                        00676680
      *-----------------------------------------------------            00676700
       2900-LANCAR-RESIDUO                        SECTION.              00677000
      *-----------------------------------------------------            00678000
      *    SETOR DE ORIGEM SEM MAIS NINGUEM NA FOLHA NAO                00679000
      *    SAIU NO CURSOR - O RATEIO PENDENTE VIRA DEBITO               00680000
      *    PROPRIO DO SETOR, NA EMPRESA DO SETOR.                       00681000
           MOVE 1 TO WRK-PRO-IDX.                                       00682000
           PERFORM 2910-LANCAR-1-RESIDUO                                00683000
                   UNTIL WRK-PRO-IDX GREATER WRK-PRO-COUNT.             00684000
       2910-LANCAR-1-RESIDUO                      SECTION.              00690000
      *-----------------------------------------------------            00691000
           IF WRK-PRO-APLICADO (WRK-PRO-IDX) EQUAL 'N'                  00692000
              AND WRK-PRO-EMPRESA (WRK-PRO-IDX) EQUAL WRK-EMP-ANT       00692330
            MOVE 'S' TO WRK-PRO-APLICADO (WRK-PRO-IDX)                  00692660
            IF WRK-PRO-DELTA (WRK-PRO-IDX) GREATER ZEROS                00693000
             MOVE WRK-PRO-SETOR (WRK-PRO-IDX)                           00694000
               TO WRK-MAP-SETOR                                         00695000
             PERFORM 1400-BUSCAR-MAPA                                   00697000
             MOVE SPACES          TO WRK-LANC                           00698000
             MOVE 'D'             TO WRK-LANC-TIPO                      00699000
             MOVE WRK-EMP-ANT     TO WRK-LANC-EMPRESA                   00699500
             MOVE WRK-MAP-CONTA   TO WRK-LANC-CONTA                     00700000
             MOVE WRK-MAP-CCUSTO  TO WRK-LANC-SETOR                     00701000
             MOVE 'DESPESA DE SALARIOS'                                 00702000
              CLOSE CLANC                                               00729000
           END-EXEC.                                                    00730000
                                                                        00731000
           IF WRK-EMP-ANT NOT EQUAL HIGH-VALUES                         00734660
            PERFORM 2800-FECHAR-EMPRESA                                 00738320
           END-IF.                                                      00742000
                                                                        00744000
           CLOSE LANCCONT.                                              00745000
                                                                        00746000
           DISPLAY ' '.                                                 00747000
           DISPLAY 'COMPETENCIA:       ' WRK-PARM-COMPET.               00748000
           DISPLAY 'VERBAS LIDAS:      ' WRK-REGLIDOS.                  00749000
           DISPLAY 'EMPRESAS (LOTES):  ' WRK-QTD-EMPRESAS.              00749830
           DISPLAY 'TOTAL DE DEBITOS:  ' WRK-GER-DEBITO.                00750660
           DISPLAY 'TOTAL DE CREDITOS: ' WRK-GER-CREDITO.               00751490
           IF WRK-EMP-DESBAL EQUAL ZEROS                                00752320
            DISPLAY 'LOTES BALANCEADOS - ARQUIVO LIBERADO'              00753150
           ELSE                                                         00754000
            DISPLAY 'LOTE(S) NAO BALANCEADO(S): ' WRK-EMP-DESBAL        00754660
                    ' - NAO LIBERAR O ARQUIVO'                          00755320
           END-IF.                                                      00756000
                                                                        00757000
      *    LOTE NAO BALANCEADO FECHA COM RETCODE 8 PARA A               00758000
           MOVE WRK-REGLIDOS TO RUN-LIDOS.                              00761000
           MOVE WRK-REGLIDOS TO RUN-GRAVADOS.                           00762000
           MOVE ZEROS        TO RUN-REJEITADOS.                         00763000
           IF WRK-EMP-DESBAL EQUAL ZEROS                                00764000
            MOVE 0 TO RUN-RETCODE                                       00765000
           ELSE                                                         00766000
            MOVE 8 TO RUN-RETCODE                                       00767000
           PERFORM 1400-BUSCAR-MAPA.                                    00793000
           MOVE SPACES          TO WRK-LANC.                            00794000
           MOVE 'C'             TO WRK-LANC-TIPO.                       00795000
           MOVE WRK-EMP-ANT     TO WRK-LANC-EMPRESA.                    00795500
           MOVE WRK-MAP-CONTA   TO WRK-LANC-CONTA.                      00796000
           MOVE WRK-MAP-CCUSTO  TO WRK-LANC-SETOR.                      00797000
           MOVE 'SALARIOS A PAGAR'                                      00798000
      *-----------------------------------------------------            00809000
           MOVE SPACES TO WRK-LANC.                                     00810000
           MOVE 'C'    TO WRK-LANC-TIPO.                                00811000
           MOVE WRK-EMP-ANT TO WRK-LANC-EMPRESA.                        00811500
           MOVE SPACES TO WRK-MAP-SETOR.                                00812000
           MOVE WRK-CRD-CODVERBA (WRK-CRD-IDX)                          00813000
             TO WRK-MAP-VERBA.                                          00814000
      *-----------------------------------------------------            00832000
           EXEC SQL                                                     00833000
             FETCH CLANC                                                00834000
              INTO :WRK-EMPRESA,                                        00834660
                   :DB2-SETOR,                                          00835320
                   :WRK-DET-CODVERBA,                                   00836000
                   :WRK-DET-DESC,                                       00837000
                   :WRK-DET-TIPO,                                       00838000
