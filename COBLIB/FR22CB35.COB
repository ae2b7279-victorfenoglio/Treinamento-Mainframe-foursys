      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB35.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: COMISSAO DE VENDAS PELA FOLHA: LE AS   *             00008000
      *            BAIXAS DE DUPLICATAS (RECDUP, GRAVADO  *             00009000
      *            PELO FR22CB28) DA COMPETENCIA, ORDENA  *             00010000
      *            POR VENDEDOR E PAGA A COMISSAO SO      *             00011000
      *            SOBRE O QUE FOI RECEBIDO: COMISSAO     *             00012000
      *            CHEIA DA NOTA (FR22CB27) NA PROPORCAO  *             00013000
      *            DO VALOR ABATIDO. IMPRIME O EXTRATO    *             00014000
      *            POR VENDEDOR EM RELCOMIS (NOTA, VALOR  *             00015000
      *            RECEBIDO E COMISSAO) E GRAVA O TOTAL   *             00016000
      *            DE CADA VENDEDOR ATIVO EM COMISAVU NO  *             00017000
      *            LAYOUT DAS VERBAS AVULSAS DO FR22DB13  *             00018000
      *            (VERBA COMS, PROVENTO). VENDEDOR       *             00019000
      *            INATIVO SAI NO EXTRATO SEM LANCAMENTO. *             00020000
      *---------------------------------------------------*             00021000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM.           *             00022000
      *---------------------------------------------------*             00023000
      *  ARQUIVOS:                                        *             00024000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00025000
      *  RECDUP              I             ---------      *             00026000
      *  RECSORT             I/O           ---------      *             00027000
      *  RELCOMIS            O             ---------      *             00028000
      *  COMISAVU            O             ---------      *             00029000
      *---------------------------------------------------*             00030000
      *  BASE  DE DADOS:                                  *             00031000
      *  TABELA             I/O           INCLUDE/BOOK    *             00032000
      *  IVAN.FUNC            I             #BKFUNC       *             00033000
      *===================================================*             00034000
                                                                        00035000
      *====================================================             00036000
       ENVIRONMENT                               DIVISION.              00037000
      *====================================================             00038000
       CONFIGURATION                             SECTION.               00039000
       SPECIAL-NAMES.                                                   00040000
           DECIMAL-POINT  IS COMMA.                                     00041000
                                                                        00042000
       INPUT-OUTPUT                              SECTION.               00043000
       FILE-CONTROL.                                                    00044000
           SELECT RECDUP ASSIGN TO RECDUP                               00045000
               FILE STATUS IS WRK-FS-RECDUP.                            00046000
                                                                        00047000
           SELECT RECSORT ASSIGN TO RECSORT                             00048000
               FILE STATUS IS WRK-FS-RECSORT.                           00049000
                                                                        00050000
           SELECT RELCOMIS ASSIGN TO RELCOMIS                           00051000
               FILE STATUS IS WRK-FS-RELCOMIS.                          00052000
                                                                        00053000
           SELECT COMISAVU ASSIGN TO COMISAVU                           00054000
               FILE STATUS IS WRK-FS-COMISAVU.                          00055000
                                                                        00056000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00057000
                                                                        00058000
      *====================================================             00059000
       DATA                                      DIVISION.              00060000
      *====================================================             00061000
      *-----------------------------------------------------            00062000
       FILE                                      SECTION.               00063000
      *-----------------------------------------------------            00064000
       FD RECDUP                                                        00065000
           RECORDING MODE IS F                                          00066000
           BLOCK CONTAINS 0 RECORDS.                                    00067000
      *-----------LRECL 60----------------------------------            00068000
       01 FD-RECDUP             PIC X(60).                              00069000
                                                                        00070000
       FD RECSORT                                                       00071000
           RECORDING MODE IS F                                          00072000
           BLOCK CONTAINS 0 RECORDS.                                    00073000
      *-----------LRECL 60----------------------------------            00074000
       01 FD-RECSORT.                                                   00075000
          05 FD-REC-NUMERO      PIC 9(06).                              00076000
          05 FD-REC-CLIENTE     PIC 9(05).                              00077000
          05 FD-REC-VENDEDOR    PIC 9(05).                              00078000
          05 FD-REC-DATA        PIC 9(08).                              00079000
          05 FD-REC-DATA-R REDEFINES FD-REC-DATA.                       00080000
             10 FD-REC-COMPET   PIC 9(06).                              00081000
             10 FD-REC-DIA      PIC 9(02).                              00082000
          05 FD-REC-VALOR-DUP   PIC 9(08)V9(02).                        00083000
          05 FD-REC-COMISSAO    PIC 9(08)V9(02).                        00084000
          05 FD-REC-APLICADO    PIC 9(08)V9(02).                        00085000
          05 FD-REC-SITUACAO    PIC X(01).                              00086000
          05 FILLER             PIC X(05).                              00087000
                                                                        00088000
       FD RELCOMIS                                                      00089000
           RECORDING MODE IS F                                          00090000
           BLOCK CONTAINS 0 RECORDS.                                    00091000
      *-----------LRECL 80----------------------------------            00092000
       01 FD-RELCOMIS           PIC X(80).                              00093000
                                                                        00094000
       FD COMISAVU                                                      00095000
           RECORDING MODE IS F                                          00096000
           BLOCK CONTAINS 0 RECORDS.                                    00097000
      *-----------LRECL 44----------------------------------            00098000
       01 FD-COMISAVU.                                                  00099000
          05 FD-AVU-COMPET      PIC 9(06).                              00100000
          05 FD-AVU-IDFUNC      PIC 9(05).                              00101000
          05 FD-AVU-CODVERBA    PIC X(04).                              00102000
          05 FD-AVU-DESC        PIC X(20).                              00103000
          05 FD-AVU-TIPO        PIC X(01).                              00104000
          05 FD-AVU-VALOR       PIC 9(06)V9(02).                        00105000
      *-----------------------------------------------------            00106000
       SD ARQSORT.                                                      00107000
       01 SD-ARQSORT.                                                   00108000
          05 SD-SORT-NUMERO     PIC 9(06).                              00109000
          05 FILLER             PIC X(05).                              00110000
          05 SD-SORT-VENDEDOR   PIC 9(05).                              00111000
          05 SD-SORT-DATA       PIC 9(08).                              00112000
          05 FILLER             PIC X(36).                              00113000
      *-----------------------------------------------------            00114000
       WORKING-STORAGE                           SECTION.               00115000
      *-----------------------------------------------------            00116000
           COPY '#GLOG'.                                                00117000
                                                                        00118000
           EXEC SQL                                                     00119000
              INCLUDE #BKFUNC                                           00120000
           END-EXEC.                                                    00121000
                                                                        00122000
           EXEC SQL                                                     00123000
              INCLUDE SQLCA                                             00124000
           END-EXEC.                                                    00125000
      *-----------------------------------------------------            00126000
       01 FILLER PIC X(48) VALUE                                        00127000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00128000
      *-----------------------------------------------------            00129000
       77 WRK-FS-RECDUP        PIC 9(02).                               00130000
       77 WRK-FS-RECSORT       PIC 9(02).                               00131000
       77 WRK-FS-RELCOMIS      PIC 9(02).                               00132000
       77 WRK-FS-COMISAVU      PIC 9(02).                               00133000
      *-----------------------------------------------------            00134000
       01 FILLER PIC X(48) VALUE                                        00135000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00136000
      *-----------------------------------------------------            00137000
       01 WRK-PARM.                                                     00138000
          05 WRK-PARM-COMPET   PIC 9(06).                               00139000
          05 WRK-PARM-COMPET-R REDEFINES WRK-PARM-COMPET.               00140000
             10 WRK-PARM-ANO   PIC 9(04).                               00141000
             10 WRK-PARM-MES   PIC 9(02).                               00142000
      *-----------------------------------------------------            00143000
       01 FILLER PIC X(48) VALUE                                        00144000
            '-------VENDEDOR CORRENTE---------------------'.            00145000
      *-----------------------------------------------------            00146000
       77 WRK-VEND-ATUAL       PIC 9(05) VALUE ZEROS.                   00147000
       77 WRK-VEND-ATIVO       PIC X(01) VALUE 'N'.                     00148000
       77 WRK-VEND-RECEBIDO    PIC 9(10)V9(02) VALUE ZEROS.             00149000
       77 WRK-VEND-COMISSAO    PIC 9(08)V9(02) VALUE ZEROS.             00150000
       77 WRK-COMIS-RECEB      PIC 9(08)V9(02) VALUE ZEROS.             00151000
      *-----------------------------------------------------            00152000
       01 FILLER PIC X(48) VALUE                                        00153000
            '-------VARIAVEIS PARA APOIO------------------'.            00154000
      *-----------------------------------------------------            00155000
       77 WRK-SQLCODE          PIC -999.                                00156000
      *-----------------------------------------------------            00157000
       01 FILLER PIC X(48) VALUE                                        00158000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00159000
      *-----------------------------------------------------            00160000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00161000
       77 WRK-REGFORA          PIC 9(06) VALUE ZEROS.                   00162000
       77 WRK-REGCOMISSAO      PIC 9(06) VALUE ZEROS.                   00163000
       77 WRK-QTD-VENDEDORES   PIC 9(05) VALUE ZEROS.                   00164000
       77 WRK-QTD-LANCADOS     PIC 9(05) VALUE ZEROS.                   00165000
       77 WRK-QTD-INATIVOS     PIC 9(05) VALUE ZEROS.                   00166000
       77 WRK-TOT-RECEBIDO     PIC 9(12)V9(02) VALUE ZEROS.             00167000
       77 WRK-TOT-COMISSAO     PIC 9(10)V9(02) VALUE ZEROS.             00168000
      *-----------------------------------------------------            00169000
       01 FILLER PIC X(48) VALUE                                        00170000
            '-------LINHAS DO EXTRATO DE COMISSAO---------'.            00171000
      *-----------------------------------------------------            00172000
       01 WRK-COM-CABEC1.                                               00173000
          05 FILLER             PIC X(19) VALUE SPACES.                 00174000
          05 FILLER             PIC X(40) VALUE                         00175000
             'EXTRATO DE COMISSOES DE VENDAS'.                          00176000
          05 FILLER             PIC X(11) VALUE 'COMPET:'.              00177000
          05 WRK-COM-CAB-COMPET PIC 9(06).                              00178000
          05 FILLER             PIC X(04) VALUE SPACES.                 00179000
       01 WRK-COM-VENDEDOR.                                             00180000
          05 FILLER             PIC X(10) VALUE 'VENDEDOR: '.           00181000
          05 WRK-COM-VEN-ID     PIC 9(05).                              00182000
          05 FILLER             PIC X(02) VALUE SPACES.                 00183000
          05 WRK-COM-VEN-NOME   PIC X(30).                              00184000
          05 FILLER             PIC X(02) VALUE SPACES.                 00185000
          05 WRK-COM-VEN-SIT    PIC X(31).                              00186000
       01 WRK-COM-CABEC2.                                               00187000
          05 FILLER             PIC X(08) VALUE 'NOTA'.                 00188000
          05 FILLER             PIC X(07) VALUE 'CLIENTE'.              00189000
          05 FILLER             PIC X(10) VALUE '  BAIXA'.              00190000
          05 FILLER             PIC X(15) VALUE '   VALOR NOTA'.        00191000
          05 FILLER             PIC X(15) VALUE '     RECEBIDO'.        00192000
          05 FILLER             PIC X(12) VALUE '  COMISSAO'.           00193000
          05 FILLER             PIC X(13) VALUE 'S'.                    00194000
       01 WRK-COM-DETALHE.                                              00195000
          05 WRK-COM-DET-NOTA   PIC 9(06).                              00196000
          05 FILLER             PIC X(02) VALUE SPACES.                 00197000
          05 WRK-COM-DET-CLI    PIC 9(05).                              00198000
          05 FILLER             PIC X(02) VALUE SPACES.                 00199000
          05 WRK-COM-DET-DATA   PIC 9(08).                              00200000
          05 FILLER             PIC X(02) VALUE SPACES.                 00201000
          05 WRK-COM-DET-VALOR  PIC ZZ.ZZZ.ZZ9,99.                      00202000
          05 FILLER             PIC X(02) VALUE SPACES.                 00203000
          05 WRK-COM-DET-RECEB  PIC ZZ.ZZZ.ZZ9,99.                      00204000
          05 FILLER             PIC X(02) VALUE SPACES.                 00205000
          05 WRK-COM-DET-COMIS  PIC ZZZ.ZZ9,99.                         00206000
          05 FILLER             PIC X(02) VALUE SPACES.                 00207000
          05 WRK-COM-DET-SIT    PIC X(01).                              00208000
          05 FILLER             PIC X(12) VALUE SPACES.                 00209000
       01 WRK-COM-TOTAL.                                                00210000
          05 FILLER             PIC X(02) VALUE SPACES.                 00211000
          05 WRK-COM-TOT-DESC   PIC X(38).                              00212000
          05 WRK-COM-TOT-RECEB  PIC ZZZ.ZZZ.ZZ9,99.                     00213000
          05 FILLER             PIC X(01) VALUE SPACES.                 00214000
          05 WRK-COM-TOT-COMIS  PIC Z.ZZZ.ZZ9,99.                       00215000
          05 FILLER             PIC X(13) VALUE SPACES.                 00216000
       01 WRK-COM-AVISO.                                                00217000
          05 FILLER             PIC X(02) VALUE SPACES.                 00218000
          05 WRK-COM-AVI-TEXTO  PIC X(78).                              00219000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00220000
      *====================================================             00221000
       PROCEDURE                                 DIVISION.              00222000
      *====================================================             00223000
      *-----------------------------------------------------            00224000
       0000-PRINCIPAL                             SECTION.              00225000
      *-----------------------------------------------------            00226000
           PERFORM 1000-INICIALIZAR.                                    00227000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-RECSORT EQUAL 10.        00228000
           PERFORM 3000-FINALIZAR.                                      00229000
           STOP RUN.                                                    00230000
      *-----------------------------------------------------            00231000
       0000-99-FIM.                                  EXIT.              00232000
      *-----------------------------------------------------            00233000
                                                                        00234000
      *-----------------------------------------------------            00235000
       1000-INICIALIZAR                           SECTION.              00236000
      *-----------------------------------------------------            00237000
           ACCEPT WRK-PARM FROM SYSIN.                                  00238000
           IF WRK-PARM-COMPET NOT NUMERIC                               00239000
              OR WRK-PARM-MES LESS 01                                   00240000
              OR WRK-PARM-MES GREATER 12                                00241000
            DISPLAY 'COMPETENCIA INVALIDA NO SYSIN: '                   00242000
                    WRK-PARM                                            00243000
            STOP RUN                                                    00244000
           END-IF.                                                      00245000
                                                                        00246000
      *    AS BAIXAS CHEGAM NA ORDEM DO MASTER DE                       00247000
      *    DUPLICATAS (UMA GERACAO POR DIA CONCATENADA);                00248000
      *    O EXTRATO PRECISA DELAS POR VENDEDOR.                        00249000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-VENDEDOR               00250000
                                         SD-SORT-NUMERO                 00251000
                                         SD-SORT-DATA                   00252000
                USING RECDUP                                            00253000
                GIVING RECSORT.                                         00254000
                                                                        00255000
           OPEN INPUT RECSORT                                           00256000
                OUTPUT RELCOMIS COMISAVU.                               00257000
             PERFORM 4000-TESTAR-STATUS.                                00258000
                                                                        00259000
           MOVE WRK-PARM-COMPET TO WRK-COM-CAB-COMPET.                  00260000
           WRITE FD-RELCOMIS FROM WRK-COM-CABEC1.                       00261000
                                                                        00262000
           READ RECSORT.                                                00263000
           IF WRK-FS-RECSORT EQUAL 10                                   00264000
            DISPLAY 'RECDUP VAZIO - SEM COMISSAO A PAGAR'               00265000
           END-IF.                                                      00266000
      *-----------------------------------------------------            00267000
       1000-99-FIM.                                  EXIT.              00268000
      *-----------------------------------------------------            00269000
                                                                        00270000
      *-----------------------------------------------------            00271000
       2000-PROCESSAR                             SECTION.              00272000
      *-----------------------------------------------------            00273000
           ADD 1 TO WRK-REGLIDOS.                                       00274000
      *    BAIXA DE OUTRO MES OU DE VENDA SEM VENDEDOR NAO              00275000
      *    ENTRA NESTA FOLHA.                                           00276000
           IF FD-REC-COMPET NOT EQUAL WRK-PARM-COMPET                   00277000
              OR FD-REC-VENDEDOR EQUAL ZEROS                            00278000
            ADD 1 TO WRK-REGFORA                                        00279000
           ELSE                                                         00280000
            IF FD-REC-VENDEDOR NOT EQUAL WRK-VEND-ATUAL                 00281000
             IF WRK-VEND-ATUAL GREATER ZEROS                            00282000
              PERFORM 2300-FECHAR-VENDEDOR                              00283000
             END-IF                                                     00284000
             PERFORM 2100-ABRIR-VENDEDOR                                00285000
            END-IF                                                      00286000
            PERFORM 2200-IMPRIMIR-BAIXA                                 00287000
           END-IF.                                                      00288000
                                                                        00289000
           READ RECSORT.                                                00290000
      *-----------------------------------------------------            00291000
       2000-99-FIM.                                  EXIT.              00292000
      *-----------------------------------------------------            00293000
                                                                        00294000
      *-----------------------------------------------------            00295000
       2100-ABRIR-VENDEDOR                        SECTION.              00296000
      *-----------------------------------------------------            00297000
           MOVE FD-REC-VENDEDOR TO WRK-VEND-ATUAL.                      00298000
           MOVE ZEROS           TO WRK-VEND-RECEBIDO                    00299000
                                   WRK-VEND-COMISSAO.                   00300000
           ADD 1 TO WRK-QTD-VENDEDORES.                                 00301000
                                                                        00302000
           MOVE FD-REC-VENDEDOR TO DB2-ID.                              00303000
           EXEC SQL                                                     00304000
            SELECT NOME, STATUS                                         00305000
              INTO :DB2-NOME, :DB2-STATUS                               00306000
             FROM IVAN.FUNC                                             00307000
             WHERE ID = :DB2-ID                                         00308000
             FETCH FIRST ROW ONLY                                       00309000
           END-EXEC.                                                    00310000
                                                                        00311000
           EVALUATE TRUE                                                00312000
            WHEN SQLCODE EQUAL 100                                      00313000
             MOVE 'FUNCIONARIO NAO CADASTRADO' TO DB2-NOME              00314000
             MOVE 'N'                          TO WRK-VEND-ATIVO        00315000
             MOVE 'NAO CADASTRADO'             TO WRK-COM-VEN-SIT       00316000
            WHEN SQLCODE NOT EQUAL 0                                    00317000
             MOVE SQLCODE TO WRK-SQLCODE                                00318000
             DISPLAY 'ERRO' WRK-SQLCODE ' AO LER IVAN.FUNC'             00319000
                     ' ID: ' DB2-ID                                     00320000
             STOP RUN                                                   00321000
            WHEN DB2-STATUS EQUAL 'A'                                   00322000
             MOVE 'S'                          TO WRK-VEND-ATIVO        00323000
             MOVE SPACES                       TO WRK-COM-VEN-SIT       00324000
            WHEN OTHER                                                  00325000
             MOVE 'N'                          TO WRK-VEND-ATIVO        00326000
             MOVE 'INATIVO'                    TO WRK-COM-VEN-SIT       00327000
           END-EVALUATE.                                                00328000
                                                                        00329000
           MOVE FD-REC-VENDEDOR TO WRK-COM-VEN-ID.                      00330000
           MOVE DB2-NOME        TO WRK-COM-VEN-NOME.                    00331000
           WRITE FD-RELCOMIS FROM WRK-LINHABRANCO.                      00332000
           WRITE FD-RELCOMIS FROM WRK-COM-VENDEDOR.                     00333000
           WRITE FD-RELCOMIS FROM WRK-COM-CABEC2.                       00334000
      *-----------------------------------------------------            00335000
       2100-99-FIM.                                  EXIT.              00336000
      *-----------------------------------------------------            00337000
                                                                        00338000
      *-----------------------------------------------------            00339000
       2200-IMPRIMIR-BAIXA                        SECTION.              00340000
      *-----------------------------------------------------            00341000
      *    COMISSAO PROPORCIONAL AO ABATIDO: PARCELA DE 40              00342000
      *    POR CENTO DA NOTA PAGA 40 POR CENTO DA COMISSAO.             00343000
           IF FD-REC-VALOR-DUP GREATER ZEROS                            00344000
            COMPUTE WRK-COMIS-RECEB ROUNDED =                           00345000
                    FD-REC-APLICADO * FD-REC-COMISSAO                   00346000
                    / FD-REC-VALOR-DUP                                  00347000
           ELSE                                                         00348000
            MOVE ZEROS TO WRK-COMIS-RECEB                               00349000
           END-IF.                                                      00350000
                                                                        00351000
           ADD FD-REC-APLICADO TO WRK-VEND-RECEBIDO.                    00352000
           ADD WRK-COMIS-RECEB TO WRK-VEND-COMISSAO.                    00353000
           ADD 1 TO WRK-REGCOMISSAO.                                    00354000
                                                                        00355000
           MOVE FD-REC-NUMERO    TO WRK-COM-DET-NOTA.                   00356000
           MOVE FD-REC-CLIENTE   TO WRK-COM-DET-CLI.                    00357000
           MOVE FD-REC-DATA      TO WRK-COM-DET-DATA.                   00358000
           MOVE FD-REC-VALOR-DUP TO WRK-COM-DET-VALOR.                  00359000
           MOVE FD-REC-APLICADO  TO WRK-COM-DET-RECEB.                  00360000
           MOVE WRK-COMIS-RECEB  TO WRK-COM-DET-COMIS.                  00361000
           MOVE FD-REC-SITUACAO  TO WRK-COM-DET-SIT.                    00362000
           WRITE FD-RELCOMIS FROM WRK-COM-DETALHE.                      00363000
      *-----------------------------------------------------            00364000
       2200-99-FIM.                                  EXIT.              00365000
      *-----------------------------------------------------            00366000
                                                                        00367000
      *-----------------------------------------------------            00368000
       2300-FECHAR-VENDEDOR                       SECTION.              00369000
      *-----------------------------------------------------            00370000
           MOVE 'TOTAL DO VENDEDOR'  TO WRK-COM-TOT-DESC.               00371000
           MOVE WRK-VEND-RECEBIDO    TO WRK-COM-TOT-RECEB.              00372000
           MOVE WRK-VEND-COMISSAO    TO WRK-COM-TOT-COMIS.              00373000
           WRITE FD-RELCOMIS FROM WRK-COM-TOTAL.                        00374000
                                                                        00375000
           ADD WRK-VEND-RECEBIDO TO WRK-TOT-RECEBIDO.                   00376000
           ADD WRK-VEND-COMISSAO TO WRK-TOT-COMISSAO.                   00377000
                                                                        00378000
           IF WRK-VEND-COMISSAO EQUAL ZEROS                             00379000
            GO TO 2300-99-FIM                                           00380000
           END-IF.                                                      00381000
                                                                        00382000
      *    SO FUNCIONARIO ATIVO RECEBE PELA FOLHA; O                    00383000
      *    INATIVO FICA NO EXTRATO PARA ACERTO MANUAL.                  00384000
           IF WRK-VEND-ATIVO EQUAL 'S'                                  00385000
            MOVE WRK-PARM-COMPET      TO FD-AVU-COMPET                  00386000
            MOVE WRK-VEND-ATUAL       TO FD-AVU-IDFUNC                  00387000
            MOVE 'COMS'               TO FD-AVU-CODVERBA                00388000
            MOVE 'COMISSAO DE VENDAS' TO FD-AVU-DESC                    00389000
            MOVE 'P'                  TO FD-AVU-TIPO                    00390000
            MOVE WRK-VEND-COMISSAO    TO FD-AVU-VALOR                   00391000
            WRITE FD-COMISAVU                                           00392000
            ADD 1 TO WRK-QTD-LANCADOS                                   00393000
           ELSE                                                         00394000
            ADD 1 TO WRK-QTD-INATIVOS                                   00395000
            MOVE 'COMISSAO NAO LANCADA NA FOLHA - VENDEDOR INATIVO'     00396000
              TO WRK-COM-AVI-TEXTO                                      00397000
            WRITE FD-RELCOMIS FROM WRK-COM-AVISO                        00398000
            DISPLAY 'COMISSAO NAO LANCADA - VENDEDOR INATIVO: '         00399000
                    WRK-VEND-ATUAL                                      00400000
           END-IF.                                                      00401000
      *-----------------------------------------------------            00402000
       2300-99-FIM.                                  EXIT.              00403000
      *-----------------------------------------------------            00404000
                                                                        00405000
      *-----------------------------------------------------            00406000
       3000-FINALIZAR                             SECTION.              00407000
      *-----------------------------------------------------            00408000
           IF WRK-VEND-ATUAL GREATER ZEROS                              00409000
            PERFORM 2300-FECHAR-VENDEDOR                                00410000
           END-IF.                                                      00411000
                                                                        00412000
           MOVE 'TOTAL GERAL'       TO WRK-COM-TOT-DESC.                00413000
           MOVE WRK-TOT-RECEBIDO    TO WRK-COM-TOT-RECEB.               00414000
           MOVE WRK-TOT-COMISSAO    TO WRK-COM-TOT-COMIS.               00415000
           WRITE FD-RELCOMIS FROM WRK-LINHABRANCO.                      00416000
           WRITE FD-RELCOMIS FROM WRK-COM-TOTAL.                        00417000
                                                                        00418000
           CLOSE RECSORT RELCOMIS COMISAVU.                             00419000
                                                                        00420000
           DISPLAY ' '.                                                 00421000
           DISPLAY 'BAIXAS LIDAS:          ' WRK-REGLIDOS.              00422000
           DISPLAY 'FORA DA COMPETENCIA:   ' WRK-REGFORA.               00423000
           DISPLAY 'BAIXAS COMISSIONADAS:  ' WRK-REGCOMISSAO.           00424000
           DISPLAY 'VENDEDORES:            ' WRK-QTD-VENDEDORES.        00425000
           DISPLAY 'LANCADOS NA FOLHA:     ' WRK-QTD-LANCADOS.          00426000
           DISPLAY 'NAO LANCADOS(INATIVO): ' WRK-QTD-INATIVOS.          00427000
           DISPLAY 'TOTAL DE COMISSAO:     ' WRK-TOT-COMISSAO.          00428000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00429000
      *-----------------------------------------------------            00430000
       3000-99-FIM.                                  EXIT.              00431000
      *-----------------------------------------------------            00432000
                                                                        00433000
      *-----------------------------------------------------            00434000
       4000-TESTAR-STATUS                         SECTION.              00435000
      *-----------------------------------------------------            00436000
           IF WRK-FS-RECSORT NOT EQUAL 00                               00437000
            MOVE 'FR22CB35'              TO WRK-PROGRAMA                00438000
            MOVE 'ERRO NO OPEN RECSORT'  TO WRK-MENSAGEM                00439000
            MOVE '1000'                  TO WRK-SECAO                   00440000
            MOVE WRK-FS-RECSORT          TO WRK-STATUS                  00441000
            PERFORM 9000-TRATAERROS                                     00442000
           END-IF.                                                      00443000
           IF WRK-FS-RELCOMIS NOT EQUAL 00                              00444000
            MOVE 'FR22CB35'              TO WRK-PROGRAMA                00445000
            MOVE 'ERRO NO OPEN RELCOMIS' TO WRK-MENSAGEM                00446000
            MOVE '1000'                  TO WRK-SECAO                   00447000
            MOVE WRK-FS-RELCOMIS         TO WRK-STATUS                  00448000
            PERFORM 9000-TRATAERROS                                     00449000
           END-IF.                                                      00450000
           IF WRK-FS-COMISAVU NOT EQUAL 00                              00451000
            MOVE 'FR22CB35'              TO WRK-PROGRAMA                00452000
            MOVE 'ERRO NO OPEN COMISAVU' TO WRK-MENSAGEM                00453000
            MOVE '1000'                  TO WRK-SECAO                   00454000
            MOVE WRK-FS-COMISAVU         TO WRK-STATUS                  00455000
            PERFORM 9000-TRATAERROS                                     00456000
           END-IF.                                                      00457000
      *-----------------------------------------------------            00458000
       4000-99-FIM.                                  EXIT.              00459000
      *-----------------------------------------------------            00460000
                                                                        00461000
      *-----------------------------------------------------            00462000
       9000-TRATAERROS                            SECTION.              00463000
      *-----------------------------------------------------            00464000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00465000
           GOBACK.                                                      00466000
      *-----------------------------------------------------            00467000
       9000-99-FIM.                                  EXIT.              00468000
      *-----------------------------------------------------            00469000
