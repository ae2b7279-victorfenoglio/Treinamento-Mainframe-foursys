      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB44.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CURVA ABC DO FATURAMENTO: LE AS NOTAS  *             00008000
      *            DO MES (ARQUIVOS NOTAFISC              *             00009000
      *            CONCATENADOS, COMO O FR22CB26) E       *             00010000
      *            ACUMULA O VALOR E A QUANTIDADE DOS     *             00011000
      *            ITENS POR PRODUTO E POR CLIENTE. GERA  *             00012000
      *            TRES RANKINGS EM RELABC - PRODUTOS POR *             00013000
      *            FATURAMENTO, PRODUTOS POR QUANTIDADE E *             00014000
      *            CLIENTES POR FATURAMENTO - COM A       *             00015000
      *            PARTICIPACAO, A PARTICIPACAO ACUMULADA *             00016000
      *            E A CLASSE: A ENQUANTO O ACUMULADO     *             00017000
      *            ANTERIOR NAO ATINGE O CORTE A, B ATE O *             00018000
      *            CORTE B E C NO RESTANTE. A CLASSE DO   *             00019000
      *            PRODUTO POR FATURAMENTO E GRAVADA NO   *             00020000
      *            PRODMSTR (FD-PROD-CLASSE), USADA PELO  *             00021000
      *            FR22CB30 NA MARGEM DE SEGURANCA DA     *             00022000
      *            REPOSICAO; PRODUTO SEM VENDA NO MES    *             00023000
      *            FICA C. NOTA CANCELADA PELO FR22CB36   *             00024000
      *            (NFCANC) FICA FORA DA CURVA.           *             00025000
      *---------------------------------------------------*             00026000
      *  PARAMETRO (SYSIN): CORTE A E CORTE B EM % DO     *             00027000
      *            FATURAMENTO ACUMULADO, 999 CADA        *             00028000
      *            (PADRAO 080 E 095).                    *             00029000
      *---------------------------------------------------*             00030000
      *  ARQUIVOS:                                        *             00031000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00032000
      *  NOTAFISC            I             ---------      *             00033000
      *  NFCANC              I             ---------      *             00034000
      *  ABCPROD             I/O           ---------      *             00035000
      *  ABCCLI              I/O           ---------      *             00036000
      *  PRDVALOR            I/O           ---------      *             00037000
      *  PRDQTDE             I/O           ---------      *             00038000
      *  CLIVALOR            I/O           ---------      *             00039000
      *  PRODMSTR (VSAM)     I/O           ---------      *             00040000
      *  RELABC              O             ---------      *             00041000
      *===================================================*             00042000
                                                                        00043000
      *====================================================             00044000
       ENVIRONMENT                               DIVISION.              00045000
      *====================================================             00046000
       CONFIGURATION                             SECTION.               00047000
       SPECIAL-NAMES.                                                   00048000
           DECIMAL-POINT  IS COMMA.                                     00049000
                                                                        00050000
       INPUT-OUTPUT                              SECTION.               00051000
       FILE-CONTROL.                                                    00052000
           SELECT NOTAFISC ASSIGN TO NOTAFISC                           00053000
               FILE STATUS IS WRK-FS-NOTAFISC.                          00054000
                                                                        00055000
           SELECT NFCANC ASSIGN TO NFCANC                               00056000
               FILE STATUS IS WRK-FS-NFCANC.                            00057000
                                                                        00058000
           SELECT ABCPROD ASSIGN TO ABCPROD                             00059000
               FILE STATUS IS WRK-FS-ABCPROD.                           00060000
                                                                        00061000
           SELECT ABCCLI ASSIGN TO ABCCLI                               00062000
               FILE STATUS IS WRK-FS-ABCCLI.                            00063000
                                                                        00064000
           SELECT PRDVALOR ASSIGN TO PRDVALOR                           00065000
               FILE STATUS IS WRK-FS-PRDVALOR.                          00066000
                                                                        00067000
           SELECT PRDQTDE ASSIGN TO PRDQTDE                             00068000
               FILE STATUS IS WRK-FS-PRDQTDE.                           00069000
                                                                        00070000
           SELECT CLIVALOR ASSIGN TO CLIVALOR                           00071000
               FILE STATUS IS WRK-FS-CLIVALOR.                          00072000
                                                                        00073000
           SELECT PRODMSTR ASSIGN TO PRODMSTR                           00074000
               ORGANIZATION IS INDEXED                                  00075000
               ACCESS MODE IS DYNAMIC                                   00076000
               RECORD KEY IS FD-PROD-CODIGO                             00077000
               FILE STATUS IS WRK-FS-PRODMSTR.                          00078000
                                                                        00079000
           SELECT RELABC ASSIGN TO RELABC                               00080000
               FILE STATUS IS WRK-FS-RELABC.                            00081000
                                                                        00082000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00083000
                                                                        00084000
      *====================================================             00085000
       DATA                                      DIVISION.              00086000
      *====================================================             00087000
      *-----------------------------------------------------            00088000
       FILE                                      SECTION.               00089000
      *-----------------------------------------------------            00090000
       FD NOTAFISC                                                      00091000
           RECORDING MODE IS F                                          00092000
           BLOCK CONTAINS 0 RECORDS.                                    00093000
      *-----------LRECL 65----------------------------------            00094000
       01 FD-NOTAFISC.                                                  00095000
          05 FD-NF-TIPO         PIC X(01).                              00096000
          05 FD-NF-RESTO        PIC X(64).                              00097000
       01 FD-NF-CABEC REDEFINES FD-NOTAFISC.                            00098000
          05 FILLER             PIC X(01).                              00099000
          05 FD-CAB-NUMERO      PIC 9(06).                              00100000
          05 FD-CAB-DATA        PIC 9(08).                              00101000
          05 FD-CAB-CLIENTE     PIC 9(05).                              00102000
          05 FD-CAB-RAZAO       PIC X(40).                              00103000
          05 FD-CAB-VENDEDOR    PIC 9(05).                              00104000
       01 FD-NF-ITEM REDEFINES FD-NOTAFISC.                             00105000
          05 FILLER             PIC X(01).                              00106000
          05 FD-ITM-CODIGO      PIC 9(03).                              00107000
          05 FD-ITM-DESCR       PIC X(30).                              00108000
          05 FD-ITM-PRECO       PIC 9(05)V9(02).                        00109000
          05 FD-ITM-QUANT       PIC 9(03).                              00110000
          05 FD-ITM-TOTAL       PIC 9(07)V9(02).                        00111000
          05 FILLER             PIC X(12).                              00112000
                                                                        00113000
       FD NFCANC                                                        00114000
           RECORDING MODE IS F                                          00115000
           BLOCK CONTAINS 0 RECORDS.                                    00116000
      *-----------LRECL 100---------------------------------            00117000
       01 FD-NFCANC.                                                    00118000
          05 FD-NCA-NUMERO      PIC 9(06).                              00119000
          05 FD-NCA-EMISSAO     PIC 9(08).                              00120000
          05 FILLER             PIC X(86).                              00121000
                                                                        00122000
       FD ABCPROD                                                       00123000
           RECORDING MODE IS F                                          00124000
           BLOCK CONTAINS 0 RECORDS.                                    00125000
      *-----------LRECL 70----------------------------------            00126000
       01 FD-ABCPROD            PIC X(70).                              00127000
                                                                        00128000
       FD ABCCLI                                                        00129000
           RECORDING MODE IS F                                          00130000
           BLOCK CONTAINS 0 RECORDS.                                    00131000
      *-----------LRECL 70----------------------------------            00132000
       01 FD-ABCCLI             PIC X(70).                              00133000
                                                                        00134000
       FD PRDVALOR                                                      00135000
           RECORDING MODE IS F                                          00136000
           BLOCK CONTAINS 0 RECORDS.                                    00137000
      *-----------LRECL 70----------------------------------            00138000
       01 FD-PRDVALOR           PIC X(70).                              00139000
                                                                        00140000
       FD PRDQTDE                                                       00141000
           RECORDING MODE IS F                                          00142000
           BLOCK CONTAINS 0 RECORDS.                                    00143000
      *-----------LRECL 70----------------------------------            00144000
       01 FD-PRDQTDE            PIC X(70).                              00145000
                                                                        00146000
       FD CLIVALOR                                                      00147000
           RECORDING MODE IS F                                          00148000
           BLOCK CONTAINS 0 RECORDS.                                    00149000
      *-----------LRECL 70----------------------------------            00150000
       01 FD-CLIVALOR           PIC X(70).                              00151000
                                                                        00152000
       FD PRODMSTR                                                      00153000
           RECORDING MODE IS F                                          00154000
           BLOCK CONTAINS 0 RECORDS.                                    00155000
      *-----------LRECL 65----------------------------------            00156000
       01 FD-PRODMSTR.                                                  00157000
          05 FD-PROD-CODIGO      PIC 9(03).                             00158000
          05 FD-PROD-DESCRICAO   PIC X(30).                             00159000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00160000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00161000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00162000
          05 FD-PROD-CODFORN     PIC 9(05).                             00163000
          05 FD-PROD-CLASSE      PIC X(01).                             00164000
          05 FILLER              PIC X(09).                             00165000
                                                                        00166000
       FD RELABC                                                        00167000
           RECORDING MODE IS F                                          00168000
           BLOCK CONTAINS 0 RECORDS.                                    00169000
      *-----------LRECL 100---------------------------------            00170000
       01 FD-RELABC             PIC X(100).                             00171000
      *-----------------------------------------------------            00172000
       SD ARQSORT.                                                      00173000
       01 SD-ARQSORT.                                                   00174000
          05 SD-ABC-CODIGO      PIC 9(05).                              00175000
          05 SD-ABC-DESCR       PIC X(40).                              00176000
          05 SD-ABC-VALOR       PIC 9(11)V9(02).                        00177000
          05 SD-ABC-QTDE        PIC 9(07).                              00178000
          05 FILLER             PIC X(05).                              00179000
      *-----------------------------------------------------            00180000
       WORKING-STORAGE                           SECTION.               00181000
      *-----------------------------------------------------            00182000
           COPY '#GLOG'.                                                00183000
      *-----------------------------------------------------            00184000
       01 FILLER PIC X(48) VALUE                                        00185000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00186000
      *-----------------------------------------------------            00187000
       77 WRK-FS-NOTAFISC      PIC 9(02).                               00188000
       77 WRK-FS-NFCANC        PIC 9(02).                               00189000
       77 WRK-FS-ABCPROD       PIC 9(02).                               00190000
       77 WRK-FS-ABCCLI        PIC 9(02).                               00191000
       77 WRK-FS-PRDVALOR      PIC 9(02).                               00192000
       77 WRK-FS-PRDQTDE       PIC 9(02).                               00193000
       77 WRK-FS-CLIVALOR      PIC 9(02).                               00194000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00195000
       77 WRK-FS-RELABC        PIC 9(02).                               00196000
      *-----------------------------------------------------            00197000
       01 FILLER PIC X(48) VALUE                                        00198000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00199000
      *-----------------------------------------------------            00200000
       01 WRK-PARM.                                                     00201000
          05 WRK-PARM-CORTE-A  PIC 9(03).                               00202000
          05 WRK-PARM-CORTE-B  PIC 9(03).                               00203000
      *-----------------------------------------------------            00204000
       01 FILLER PIC X(48) VALUE                                        00205000
            '-------NOTAS CANCELADAS (FR22CB36)-----------'.            00206000
      *-----------------------------------------------------            00207000
       77 WRK-NCA-COUNT        PIC 9(04) VALUE ZEROS.                   00208000
       77 WRK-NCA-IDX          PIC 9(04) VALUE ZEROS.                   00209000
       77 WRK-NCA-ACHOU        PIC X(01) VALUE 'N'.                     00210000
       01 WRK-NCA-TAB.                                                  00211000
          05 WRK-NCA-ITEM OCCURS 2000 TIMES.                            00212000
             10 WRK-NCA-NUMERO   PIC 9(06).                             00213000
             10 WRK-NCA-EMISSAO  PIC 9(08).                             00214000
      *-----------------------------------------------------            00215000
       01 FILLER PIC X(48) VALUE                                        00216000
            '-------ACUMULADO POR PRODUTO (CODIGO + 1)----'.            00217000
      *-----------------------------------------------------            00218000
       77 WRK-PRD-IDX          PIC 9(04) VALUE ZEROS.                   00219000
       01 WRK-PRD-TAB.                                                  00220000
          05 WRK-PRD-ITEM OCCURS 1000 TIMES.                            00221000
             10 WRK-PRD-DESCR    PIC X(30).                             00222000
             10 WRK-PRD-VALOR    PIC 9(11)V9(02).                       00223000
             10 WRK-PRD-QTDE     PIC 9(07).                             00224000
             10 WRK-PRD-CLASSE   PIC X(01).                             00225000
      *-----------------------------------------------------            00226000
       01 FILLER PIC X(48) VALUE                                        00227000
            '-------ACUMULADO POR CLIENTE-----------------'.            00228000
      *-----------------------------------------------------            00229000
       77 WRK-CLI-COUNT        PIC 9(04) VALUE ZEROS.                   00230000
       77 WRK-CLI-IDX          PIC 9(04) VALUE ZEROS.                   00231000
       77 WRK-CLI-ACHOU        PIC X(01) VALUE 'N'.                     00232000
       77 WRK-CLI-CORRENTE     PIC 9(04) VALUE ZEROS.                   00233000
       01 WRK-CLI-TAB.                                                  00234000
          05 WRK-CLI-ITEM OCCURS 2000 TIMES.                            00235000
             10 WRK-CLI-CODIGO   PIC 9(05).                             00236000
             10 WRK-CLI-RAZAO    PIC X(40).                             00237000
             10 WRK-CLI-VALOR    PIC 9(11)V9(02).                       00238000
             10 WRK-CLI-QTDE     PIC 9(07).                             00239000
      *-----------------------------------------------------            00240000
       01 FILLER PIC X(48) VALUE                                        00241000
            '-------REGISTRO DE TRABALHO DA CURVA---------'.            00242000
      *-----------------------------------------------------            00243000
      *    MESMO LAYOUT DO SD: ABCPROD, ABCCLI E OS TRES                00244000
      *    RANKINGS ORDENADOS.                                          00245000
       01 WRK-ABC-REG.                                                  00246000
          05 WRK-ABC-CODIGO     PIC 9(05).                              00247000
          05 WRK-ABC-DESCR      PIC X(40).                              00248000
          05 WRK-ABC-VALOR      PIC 9(11)V9(02).                        00249000
          05 WRK-ABC-QTDE       PIC 9(07).                              00250000
          05 FILLER             PIC X(05).                              00251000
      *-----------------------------------------------------            00252000
       01 FILLER PIC X(48) VALUE                                        00253000
            '-------CALCULO DA CURVA----------------------'.            00254000
      *-----------------------------------------------------            00255000
      *    CURVA: V-FATURAMENTO, Q-QUANTIDADE.                          00256000
      *    RANKING: P-PRODUTO POR VALOR, Q-PRODUTO POR                  00257000
      *    QUANTIDADE, C-CLIENTE POR VALOR.                             00258000
       77 WRK-CURVA            PIC X(01) VALUE 'V'.                     00259000
       77 WRK-RANKING          PIC X(01) VALUE 'P'.                     00260000
       77 WRK-FIM-RANKING      PIC X(01) VALUE 'N'.                     00261000
       77 WRK-RANK             PIC 9(04) VALUE ZEROS.                   00262000
       77 WRK-MEDIDA           PIC 9(13)V9(02) VALUE ZEROS.             00263000
       77 WRK-TOT-MEDIDA       PIC 9(13)V9(02) VALUE ZEROS.             00264000
       77 WRK-ACUM-MEDIDA      PIC 9(13)V9(02) VALUE ZEROS.             00265000
       77 WRK-PCT-ANTERIOR     PIC 9(03)V9(04) VALUE ZEROS.             00266000
       77 WRK-PCT-ITEM         PIC 9(03)V9(04) VALUE ZEROS.             00267000
       77 WRK-PCT-ACUM         PIC 9(03)V9(04) VALUE ZEROS.             00268000
       77 WRK-CLASSE           PIC X(01) VALUE SPACES.                  00269000
       77 WRK-CLS-IDX          PIC 9(01) VALUE ZEROS.                   00270000
       01 WRK-CLS-TAB.                                                  00271000
          05 WRK-CLS-ITEM OCCURS 3 TIMES.                               00272000
             10 WRK-CLS-ITENS    PIC 9(05).                             00273000
             10 WRK-CLS-MEDIDA   PIC 9(13)V9(02).                       00274000
      *-----------------------------------------------------            00275000
       01 FILLER PIC X(48) VALUE                                        00276000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00277000
      *-----------------------------------------------------            00278000
       77 WRK-NF-CANCELADA     PIC X(01) VALUE 'N'.                     00279000
       77 WRK-REGLIDOS         PIC 9(07) VALUE ZEROS.                   00280000
       77 WRK-REGITENS         PIC 9(07) VALUE ZEROS.                   00281000
       77 WRK-REGCANCELADAS    PIC 9(06) VALUE ZEROS.                   00282000
       77 WRK-REGPRODUTOS      PIC 9(06) VALUE ZEROS.                   00283000
       77 WRK-REGALTERADOS     PIC 9(06) VALUE ZEROS.                   00284000
       77 WRK-TOT-VALOR        PIC 9(13)V9(02) VALUE ZEROS.             00285000
       77 WRK-TOT-QTDE         PIC 9(09) VALUE ZEROS.                   00286000
      *-----------------------------------------------------            00287000
       01 FILLER PIC X(48) VALUE                                        00288000
            '-------LINHAS DO RELATORIO-------------------'.            00289000
      *-----------------------------------------------------            00290000
       01 WRK-REL-CABEC.                                                00291000
          05 FILLER             PIC X(40) VALUE                         00292000
             'CURVA ABC DO FATURAMENTO DO PERIODO'.                     00293000
          05 FILLER             PIC X(11) VALUE 'CORTE A: '.            00294000
          05 WRK-REL-CAB-A      PIC ZZ9.                                00295000
          05 FILLER             PIC X(04) VALUE '%'.                    00296000
          05 FILLER             PIC X(09) VALUE 'CORTE B: '.            00297000
          05 WRK-REL-CAB-B      PIC ZZ9.                                00298000
          05 FILLER             PIC X(30) VALUE '%'.                    00299000
       01 WRK-REL-TITULO.                                               00300000
          05 FILLER             PIC X(04) VALUE '*** '.                 00301000
          05 WRK-REL-TIT-TEXTO  PIC X(40).                              00302000
          05 FILLER             PIC X(56) VALUE SPACES.                 00303000
       01 WRK-REL-CABEC2.                                               00304000
          05 FILLER             PIC X(06) VALUE 'RANK'.                 00305000
          05 FILLER             PIC X(06) VALUE 'COD.'.                 00306000
          05 FILLER             PIC X(41) VALUE                         00307000
             'DESCRICAO / RAZAO SOCIAL'.                                00308000
          05 FILLER             PIC X(15) VALUE                         00309000
             '   FATURAMENTO'.                                          00310000
          05 FILLER             PIC X(10) VALUE '     QTDE'.            00311000
          05 FILLER             PIC X(07) VALUE '  PART'.               00312000
          05 FILLER             PIC X(09) VALUE '   ACUM'.              00313000
          05 FILLER             PIC X(06) VALUE 'CLASSE'.               00314000
       01 WRK-REL-DETALHE.                                              00315000
          05 WRK-REL-DET-RANK   PIC ZZZ9.                               00316000
          05 FILLER             PIC X(02) VALUE SPACES.                 00317000
          05 WRK-REL-DET-CODIGO PIC 9(05).                              00318000
          05 FILLER             PIC X(01) VALUE SPACES.                 00319000
          05 WRK-REL-DET-DESCR  PIC X(40).                              00320000
          05 FILLER             PIC X(01) VALUE SPACES.                 00321000
          05 WRK-REL-DET-VALOR  PIC ZZZ.ZZZ.ZZ9,99.                     00322000
          05 FILLER             PIC X(01) VALUE SPACES.                 00323000
          05 WRK-REL-DET-QTDE   PIC Z.ZZZ.ZZ9.                          00324000
          05 FILLER             PIC X(01) VALUE SPACES.                 00325000
          05 WRK-REL-DET-PCT    PIC ZZ9,99.                             00326000
          05 FILLER             PIC X(01) VALUE SPACES.                 00327000
          05 WRK-REL-DET-ACUM   PIC ZZ9,99.                             00328000
          05 FILLER             PIC X(04) VALUE SPACES.                 00329000
          05 WRK-REL-DET-CLASSE PIC X(01).                              00330000
          05 FILLER             PIC X(04) VALUE SPACES.                 00331000
       01 WRK-REL-RESUMO.                                               00332000
          05 FILLER             PIC X(07) VALUE 'CLASSE '.              00333000
          05 WRK-REL-RES-CLASSE PIC X(01).                              00334000
          05 FILLER             PIC X(02) VALUE ': '.                   00335000
          05 WRK-REL-RES-ITENS  PIC ZZ.ZZ9.                             00336000
          05 FILLER             PIC X(08) VALUE ' ITENS, '.             00337000
          05 WRK-REL-RES-PCT    PIC ZZ9,99.                             00338000
          05 FILLER             PIC X(10) VALUE '% DO TOTAL'.           00339000
          05 FILLER             PIC X(60) VALUE SPACES.                 00340000
       77 WRK-LINHABRANCO       PIC X(100) VALUE SPACES.                00341000
      *====================================================             00342000
       PROCEDURE                                 DIVISION.              00343000
      *====================================================             00344000
      *-----------------------------------------------------            00345000
       0000-PRINCIPAL                             SECTION.              00346000
      *-----------------------------------------------------            00347000
           PERFORM 1000-INICIALIZAR.                                    00348000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-NOTAFISC                 00349000
                   EQUAL 10.                                            00350000
           PERFORM 2500-GERAR-CURVAS.                                   00351000
           PERFORM 2800-ATUALIZAR-PRODMSTR.                             00352000
           PERFORM 3000-FINALIZAR.                                      00353000
           STOP RUN.                                                    00354000
      *-----------------------------------------------------            00355000
       0000-99-FIM.                                  EXIT.              00356000
      *-----------------------------------------------------            00357000
                                                                        00358000
      *-----------------------------------------------------            00359000
       1000-INICIALIZAR                           SECTION.              00360000
      *-----------------------------------------------------            00361000
           ACCEPT WRK-PARM FROM SYSIN.                                  00362000
           IF WRK-PARM-CORTE-A NOT NUMERIC                              00363000
              OR WRK-PARM-CORTE-A EQUAL ZEROS                           00364000
            MOVE 080 TO WRK-PARM-CORTE-A                                00365000
           END-IF.                                                      00366000
           IF WRK-PARM-CORTE-B NOT NUMERIC                              00367000
              OR WRK-PARM-CORTE-B EQUAL ZEROS                           00368000
            MOVE 095 TO WRK-PARM-CORTE-B                                00369000
           END-IF.                                                      00370000
           IF WRK-PARM-CORTE-A NOT LESS WRK-PARM-CORTE-B                00371000
              OR WRK-PARM-CORTE-B GREATER 100                           00372000
            DISPLAY 'CORTES INVALIDOS NO SYSIN: ' WRK-PARM              00373000
                    ' - EXECUCAO ABORTADA'                              00374000
            STOP RUN                                                    00375000
           END-IF.                                                      00376000
                                                                        00377000
           MOVE 1 TO WRK-PRD-IDX.                                       00378000
           PERFORM 1200-LIMPAR-PRODUTO                                  00379000
                   UNTIL WRK-PRD-IDX GREATER 1000.                      00380000
                                                                        00381000
           OPEN INPUT NOTAFISC                                          00382000
                OUTPUT RELABC.                                          00383000
             PERFORM 4000-TESTAR-STATUS.                                00384000
                                                                        00385000
      *    SEM NFCANC NENHUMA NOTA FOI CANCELADA.                       00386000
           OPEN INPUT NFCANC.                                           00387000
           IF WRK-FS-NFCANC EQUAL 35                                    00388000
            DISPLAY 'NFCANC AUSENTE - SEM NOTAS CANCELADAS'             00389000
           ELSE                                                         00390000
            IF WRK-FS-NFCANC NOT EQUAL 00                               00391000
             MOVE 'FR22CB44'              TO WRK-PROGRAMA               00392000
             MOVE 'ERRO NO OPEN NFCANC'   TO WRK-MENSAGEM               00393000
             MOVE '1000'                  TO WRK-SECAO                  00394000
             MOVE WRK-FS-NFCANC           TO WRK-STATUS                 00395000
             PERFORM 9000-TRATAERROS                                    00396000
            END-IF                                                      00397000
            PERFORM 1100-CARREGAR-CANCELADAS                            00398000
                    UNTIL WRK-FS-NFCANC EQUAL 10                        00399000
            CLOSE NFCANC                                                00400000
           END-IF.                                                      00401000
                                                                        00402000
           MOVE WRK-PARM-CORTE-A TO WRK-REL-CAB-A.                      00403000
           MOVE WRK-PARM-CORTE-B TO WRK-REL-CAB-B.                      00404000
           WRITE FD-RELABC FROM WRK-REL-CABEC.                          00405000
                                                                        00406000
           READ NOTAFISC.                                               00407000
           IF WRK-FS-NOTAFISC EQUAL 10                                  00408000
            DISPLAY 'NOTAFISC VAZIO'                                    00409000
           END-IF.                                                      00410000
      *-----------------------------------------------------            00411000
       1000-99-FIM.                                  EXIT.              00412000
      *-----------------------------------------------------            00413000
                                                                        00414000
      *-----------------------------------------------------            00415000
       1100-CARREGAR-CANCELADAS                   SECTION.              00416000
      *-----------------------------------------------------            00417000
           READ NFCANC                                                  00418000
             AT END                                                     00419000
              MOVE 10 TO WRK-FS-NFCANC                                  00420000
             NOT AT END                                                 00421000
              IF WRK-NCA-COUNT LESS 2000                                00422000
               ADD 1 TO WRK-NCA-COUNT                                   00423000
               MOVE FD-NCA-NUMERO                                       00424000
                 TO WRK-NCA-NUMERO (WRK-NCA-COUNT)                      00425000
               MOVE FD-NCA-EMISSAO                                      00426000
                 TO WRK-NCA-EMISSAO (WRK-NCA-COUNT)                     00427000
              ELSE                                                      00428000
               DISPLAY 'NFCANC EXCEDE A TABELA INTERNA '                00429000
                       '(2000) - EXECUCAO ABORTADA'                     00430000
               STOP RUN                                                 00431000
              END-IF                                                    00432000
           END-READ.                                                    00433000
      *-----------------------------------------------------            00434000
       1100-99-FIM.                                  EXIT.              00435000
      *-----------------------------------------------------            00436000
                                                                        00437000
      *-----------------------------------------------------            00438000
       1200-LIMPAR-PRODUTO                        SECTION.              00439000
      *-----------------------------------------------------            00440000
      *    PRODUTO SEM VENDA NO PERIODO FICA NA CLASSE C.               00441000
           MOVE SPACES TO WRK-PRD-DESCR (WRK-PRD-IDX).                  00442000
           MOVE ZEROS  TO WRK-PRD-VALOR (WRK-PRD-IDX)                   00443000
                          WRK-PRD-QTDE  (WRK-PRD-IDX).                  00444000
           MOVE 'C'    TO WRK-PRD-CLASSE (WRK-PRD-IDX).                 00445000
           ADD 1 TO WRK-PRD-IDX.                                        00446000
      *-----------------------------------------------------            00447000
       1200-99-FIM.                                  EXIT.              00448000
      *-----------------------------------------------------            00449000
                                                                        00450000
      *-----------------------------------------------------            00451000
       2000-PROCESSAR                             SECTION.              00452000
      *-----------------------------------------------------            00453000
           ADD 1 TO WRK-REGLIDOS.                                       00454000
                                                                        00455000
           EVALUATE FD-NF-TIPO                                          00456000
            WHEN 'H'                                                    00457000
             PERFORM 2100-REGISTRAR-CABECALHO                           00458000
            WHEN 'I'                                                    00459000
             IF WRK-NF-CANCELADA EQUAL 'N'                              00460000
              PERFORM 2200-ACUMULAR-ITEM                                00461000
             END-IF                                                     00462000
            WHEN OTHER                                                  00463000
             CONTINUE                                                   00464000
           END-EVALUATE.                                                00465000
                                                                        00466000
           READ NOTAFISC.                                               00467000
      *-----------------------------------------------------            00468000
       2000-99-FIM.                                  EXIT.              00469000
      *-----------------------------------------------------            00470000
                                                                        00471000
      *-----------------------------------------------------            00472000
       2100-REGISTRAR-CABECALHO                   SECTION.              00473000
      *-----------------------------------------------------            00474000
      *    NOTA CANCELADA (FR22CB36) FICA FORA DA CURVA:                00475000
      *    OS ITENS DELA NAO ACUMULAM.                                  00476000
           MOVE ZEROS TO WRK-CLI-CORRENTE.                              00477000
           MOVE 'N' TO WRK-NCA-ACHOU.                                   00478000
           MOVE 1   TO WRK-NCA-IDX.                                     00479000
           PERFORM 2160-PROCURA-CANCELADA                               00480000
                   UNTIL WRK-NCA-IDX GREATER WRK-NCA-COUNT              00481000
                      OR WRK-NCA-ACHOU EQUAL 'S'.                       00482000
           MOVE WRK-NCA-ACHOU TO WRK-NF-CANCELADA.                      00483000
           IF WRK-NF-CANCELADA EQUAL 'S'                                00484000
            ADD 1 TO WRK-REGCANCELADAS                                  00485000
            GO TO 2100-99-FIM                                           00486000
           END-IF.                                                      00487000
                                                                        00488000
           MOVE 'N' TO WRK-CLI-ACHOU.                                   00489000
           MOVE 1   TO WRK-CLI-IDX.                                     00490000
           PERFORM 2150-PROCURA-CLIENTE                                 00491000
                   UNTIL WRK-CLI-IDX GREATER WRK-CLI-COUNT              00492000
                      OR WRK-CLI-ACHOU EQUAL 'S'.                       00493000
           IF WRK-CLI-ACHOU EQUAL 'N'                                   00494000
            IF WRK-CLI-COUNT LESS 2000                                  00495000
             ADD 1 TO WRK-CLI-COUNT                                     00496000
             MOVE WRK-CLI-COUNT TO WRK-CLI-IDX                          00497000
             MOVE FD-CAB-CLIENTE                                        00498000
               TO WRK-CLI-CODIGO (WRK-CLI-IDX)                          00499000
             MOVE FD-CAB-RAZAO                                          00500000
               TO WRK-CLI-RAZAO (WRK-CLI-IDX)                           00501000
             MOVE ZEROS TO WRK-CLI-VALOR (WRK-CLI-IDX)                  00502000
                           WRK-CLI-QTDE  (WRK-CLI-IDX)                  00503000
            ELSE                                                        00504000
             DISPLAY 'CLIENTES EXCEDEM A TABELA INTERNA '               00505000
                     '(2000) - EXECUCAO ABORTADA'                       00506000
             STOP RUN                                                   00507000
            END-IF                                                      00508000
           END-IF.                                                      00509000
           MOVE WRK-CLI-IDX TO WRK-CLI-CORRENTE.                        00510000
      *-----------------------------------------------------            00511000
       2100-99-FIM.                                  EXIT.              00512000
      *-----------------------------------------------------            00513000
                                                                        00514000
      *-----------------------------------------------------            00515000
       2150-PROCURA-CLIENTE                       SECTION.              00516000
      *-----------------------------------------------------            00517000
           IF FD-CAB-CLIENTE EQUAL                                      00518000
              WRK-CLI-CODIGO (WRK-CLI-IDX)                              00519000
            MOVE 'S' TO WRK-CLI-ACHOU                                   00520000
           ELSE                                                         00521000
            ADD 1 TO WRK-CLI-IDX                                        00522000
           END-IF.                                                      00523000
      *-----------------------------------------------------            00524000
       2150-99-FIM.                                  EXIT.              00525000
      *-----------------------------------------------------            00526000
                                                                        00527000
      *-----------------------------------------------------            00528000
       2160-PROCURA-CANCELADA                     SECTION.              00529000
      *-----------------------------------------------------            00530000
           IF FD-CAB-NUMERO EQUAL WRK-NCA-NUMERO (WRK-NCA-IDX)          00531000
              AND FD-CAB-DATA EQUAL WRK-NCA-EMISSAO (WRK-NCA-IDX)       00532000
            MOVE 'S' TO WRK-NCA-ACHOU                                   00533000
           ELSE                                                         00534000
            ADD 1 TO WRK-NCA-IDX                                        00535000
           END-IF.                                                      00536000
      *-----------------------------------------------------            00537000
       2160-99-FIM.                                  EXIT.              00538000
      *-----------------------------------------------------            00539000
                                                                        00540000
      *-----------------------------------------------------            00541000
       2200-ACUMULAR-ITEM                         SECTION.              00542000
      *-----------------------------------------------------            00543000
      *    FATURAMENTO = VALOR DA MERCADORIA (O FRETE E OS              00544000
      *    TRIBUTOS NAO ENTRAM NA CURVA).                               00545000
           ADD 1 TO WRK-REGITENS.                                       00546000
           COMPUTE WRK-PRD-IDX = FD-ITM-CODIGO + 1.                     00547000
           MOVE FD-ITM-DESCR TO WRK-PRD-DESCR (WRK-PRD-IDX).            00548000
           ADD FD-ITM-TOTAL  TO WRK-PRD-VALOR (WRK-PRD-IDX).            00549000
           ADD FD-ITM-QUANT  TO WRK-PRD-QTDE  (WRK-PRD-IDX).            00550000
           ADD FD-ITM-TOTAL  TO WRK-TOT-VALOR.                          00551000
           ADD FD-ITM-QUANT  TO WRK-TOT-QTDE.                           00552000
           IF WRK-CLI-CORRENTE GREATER ZEROS                            00553000
            ADD FD-ITM-TOTAL                                            00554000
              TO WRK-CLI-VALOR (WRK-CLI-CORRENTE)                       00555000
            ADD FD-ITM-QUANT                                            00556000
              TO WRK-CLI-QTDE  (WRK-CLI-CORRENTE)                       00557000
           END-IF.                                                      00558000
      *-----------------------------------------------------            00559000
       2200-99-FIM.                                  EXIT.              00560000
      *-----------------------------------------------------            00561000
                                                                        00562000
      *-----------------------------------------------------            00563000
       2500-GERAR-CURVAS                          SECTION.              00564000
      *-----------------------------------------------------            00565000
           OPEN OUTPUT ABCPROD ABCCLI.                                  00566000
           IF WRK-FS-ABCPROD NOT EQUAL 00                               00567000
            MOVE 'FR22CB44'              TO WRK-PROGRAMA                00568000
            MOVE 'ERRO NO OPEN ABCPROD'  TO WRK-MENSAGEM                00569000
            MOVE '2500'                  TO WRK-SECAO                   00570000
            MOVE WRK-FS-ABCPROD          TO WRK-STATUS                  00571000
            PERFORM 9000-TRATAERROS                                     00572000
           END-IF.                                                      00573000
           IF WRK-FS-ABCCLI NOT EQUAL 00                                00574000
            MOVE 'FR22CB44'              TO WRK-PROGRAMA                00575000
            MOVE 'ERRO NO OPEN ABCCLI'   TO WRK-MENSAGEM                00576000
            MOVE '2500'                  TO WRK-SECAO                   00577000
            MOVE WRK-FS-ABCCLI           TO WRK-STATUS                  00578000
            PERFORM 9000-TRATAERROS                                     00579000
           END-IF.                                                      00580000
           MOVE 1 TO WRK-PRD-IDX.                                       00581000
           PERFORM 2510-GRAVAR-PRODUTO                                  00582000
                   UNTIL WRK-PRD-IDX GREATER 1000.                      00583000
           MOVE 1 TO WRK-CLI-IDX.                                       00584000
           PERFORM 2520-GRAVAR-CLIENTE                                  00585000
                   UNTIL WRK-CLI-IDX GREATER WRK-CLI-COUNT.             00586000
           CLOSE ABCPROD ABCCLI.                                        00587000
                                                                        00588000
      *    NO EMPATE O MENOR CODIGO VEM PRIMEIRO.                       00589000
           SORT ARQSORT ON DESCENDING KEY SD-ABC-VALOR                  00590000
                           ASCENDING  KEY SD-ABC-CODIGO                 00591000
                USING ABCPROD                                           00592000
                GIVING PRDVALOR.                                        00593000
           SORT ARQSORT ON DESCENDING KEY SD-ABC-QTDE                   00594000
                           ASCENDING  KEY SD-ABC-CODIGO                 00595000
                USING ABCPROD                                           00596000
                GIVING PRDQTDE.                                         00597000
           SORT ARQSORT ON DESCENDING KEY SD-ABC-VALOR                  00598000
                           ASCENDING  KEY SD-ABC-CODIGO                 00599000
                USING ABCCLI                                            00600000
                GIVING CLIVALOR.                                        00601000
                                                                        00602000
           MOVE 'P' TO WRK-RANKING.                                     00603000
           MOVE 'V' TO WRK-CURVA.                                       00604000
           MOVE WRK-TOT-VALOR TO WRK-TOT-MEDIDA.                        00605000
           MOVE 'PRODUTOS POR FATURAMENTO' TO WRK-REL-TIT-TEXTO.        00606000
           PERFORM 2600-INICIAR-RANKING.                                00607000
           OPEN INPUT PRDVALOR.                                         00608000
           PERFORM 2610-LER-PRDVALOR.                                   00609000
           PERFORM 2700-CLASSIFICAR-ITEM                                00610000
                   UNTIL WRK-FIM-RANKING EQUAL 'S'.                     00611000
           CLOSE PRDVALOR.                                              00612000
           PERFORM 2750-IMPRIMIR-RESUMO.                                00613000
                                                                        00614000
           MOVE 'Q' TO WRK-RANKING.                                     00615000
           MOVE 'Q' TO WRK-CURVA.                                       00616000
           MOVE WRK-TOT-QTDE TO WRK-TOT-MEDIDA.                         00617000
           MOVE 'PRODUTOS POR QUANTIDADE' TO WRK-REL-TIT-TEXTO.         00618000
           PERFORM 2600-INICIAR-RANKING.                                00619000
           OPEN INPUT PRDQTDE.                                          00620000
           PERFORM 2620-LER-PRDQTDE.                                    00621000
           PERFORM 2700-CLASSIFICAR-ITEM                                00622000
                   UNTIL WRK-FIM-RANKING EQUAL 'S'.                     00623000
           CLOSE PRDQTDE.                                               00624000
           PERFORM 2750-IMPRIMIR-RESUMO.                                00625000
                                                                        00626000
           MOVE 'C' TO WRK-RANKING.                                     00627000
           MOVE 'V' TO WRK-CURVA.                                       00628000
           MOVE WRK-TOT-VALOR TO WRK-TOT-MEDIDA.                        00629000
           MOVE 'CLIENTES POR FATURAMENTO' TO WRK-REL-TIT-TEXTO.        00630000
           PERFORM 2600-INICIAR-RANKING.                                00631000
           OPEN INPUT CLIVALOR.                                         00632000
           PERFORM 2630-LER-CLIVALOR.                                   00633000
           PERFORM 2700-CLASSIFICAR-ITEM                                00634000
                   UNTIL WRK-FIM-RANKING EQUAL 'S'.                     00635000
           CLOSE CLIVALOR.                                              00636000
           PERFORM 2750-IMPRIMIR-RESUMO.                                00637000
      *-----------------------------------------------------            00638000
       2500-99-FIM.                                  EXIT.              00639000
      *-----------------------------------------------------            00640000
                                                                        00641000
      *-----------------------------------------------------            00642000
       2510-GRAVAR-PRODUTO                        SECTION.              00643000
      *-----------------------------------------------------            00644000
           IF WRK-PRD-VALOR (WRK-PRD-IDX) GREATER ZEROS                 00645000
              OR WRK-PRD-QTDE (WRK-PRD-IDX) GREATER ZEROS               00646000
            MOVE SPACES TO WRK-ABC-REG                                  00647000
            COMPUTE WRK-ABC-CODIGO = WRK-PRD-IDX - 1                    00648000
            MOVE WRK-PRD-DESCR (WRK-PRD-IDX) TO WRK-ABC-DESCR           00649000
            MOVE WRK-PRD-VALOR (WRK-PRD-IDX) TO WRK-ABC-VALOR           00650000
            MOVE WRK-PRD-QTDE  (WRK-PRD-IDX) TO WRK-ABC-QTDE            00651000
            WRITE FD-ABCPROD FROM WRK-ABC-REG                           00652000
            ADD 1 TO WRK-REGPRODUTOS                                    00653000
           END-IF.                                                      00654000
           ADD 1 TO WRK-PRD-IDX.                                        00655000
      *-----------------------------------------------------            00656000
       2510-99-FIM.                                  EXIT.              00657000
      *-----------------------------------------------------            00658000
                                                                        00659000
      *-----------------------------------------------------            00660000
       2520-GRAVAR-CLIENTE                        SECTION.              00661000
      *-----------------------------------------------------            00662000
           MOVE SPACES TO WRK-ABC-REG.                                  00663000
           MOVE WRK-CLI-CODIGO (WRK-CLI-IDX) TO WRK-ABC-CODIGO.         00664000
           MOVE WRK-CLI-RAZAO  (WRK-CLI-IDX) TO WRK-ABC-DESCR.          00665000
           MOVE WRK-CLI-VALOR  (WRK-CLI-IDX) TO WRK-ABC-VALOR.          00666000
           MOVE WRK-CLI-QTDE   (WRK-CLI-IDX) TO WRK-ABC-QTDE.           00667000
           WRITE FD-ABCCLI FROM WRK-ABC-REG.                            00668000
           ADD 1 TO WRK-CLI-IDX.                                        00669000
      *-----------------------------------------------------            00670000
       2520-99-FIM.                                  EXIT.              00671000
      *-----------------------------------------------------            00672000
                                                                        00673000
      *-----------------------------------------------------            00674000
       2600-INICIAR-RANKING                       SECTION.              00675000
      *-----------------------------------------------------            00676000
           MOVE 'N'   TO WRK-FIM-RANKING.                               00677000
           MOVE ZEROS TO WRK-RANK                                       00678000
                         WRK-ACUM-MEDIDA                                00679000
                         WRK-CLS-TAB.                                   00680000
           WRITE FD-RELABC FROM WRK-LINHABRANCO.                        00681000
           WRITE FD-RELABC FROM WRK-REL-TITULO.                         00682000
           WRITE FD-RELABC FROM WRK-REL-CABEC2.                         00683000
      *-----------------------------------------------------            00684000
       2600-99-FIM.                                  EXIT.              00685000
      *-----------------------------------------------------            00686000
                                                                        00687000
      *-----------------------------------------------------            00688000
       2610-LER-PRDVALOR                          SECTION.              00689000
      *-----------------------------------------------------            00690000
           READ PRDVALOR INTO WRK-ABC-REG                               00691000
             AT END                                                     00692000
              MOVE 'S' TO WRK-FIM-RANKING                               00693000
           END-READ.                                                    00694000
      *-----------------------------------------------------            00695000
       2610-99-FIM.                                  EXIT.              00696000
      *-----------------------------------------------------            00697000
                                                                        00698000
      *-----------------------------------------------------            00699000
       2620-LER-PRDQTDE                           SECTION.              00700000
      *-----------------------------------------------------            00701000
           READ PRDQTDE INTO WRK-ABC-REG                                00702000
             AT END                                                     00703000
              MOVE 'S' TO WRK-FIM-RANKING                               00704000
           END-READ.                                                    00705000
      *-----------------------------------------------------            00706000
       2620-99-FIM.                                  EXIT.              00707000
      *-----------------------------------------------------            00708000
                                                                        00709000
      *-----------------------------------------------------            00710000
       2630-LER-CLIVALOR                          SECTION.              00711000
      *-----------------------------------------------------            00712000
           READ CLIVALOR INTO WRK-ABC-REG                               00713000
             AT END                                                     00714000
              MOVE 'S' TO WRK-FIM-RANKING                               00715000
           END-READ.                                                    00716000
      *-----------------------------------------------------            00717000
       2630-99-FIM.                                  EXIT.              00718000
      *-----------------------------------------------------            00719000
                                                                        00720000
      *-----------------------------------------------------            00721000
       2700-CLASSIFICAR-ITEM                      SECTION.              00722000
      *-----------------------------------------------------            00723000
           ADD 1 TO WRK-RANK.                                           00724000
           IF WRK-CURVA EQUAL 'V'                                       00725000
            MOVE WRK-ABC-VALOR TO WRK-MEDIDA                            00726000
           ELSE                                                         00727000
            MOVE WRK-ABC-QTDE  TO WRK-MEDIDA                            00728000
           END-IF.                                                      00729000
                                                                        00730000
      *    A CLASSE VEM DO ACUMULADO ANTERIOR AO ITEM: O                00731000
      *    ITEM QUE CRUZA O CORTE AINDA PERTENCE A CLASSE.              00732000
           IF WRK-TOT-MEDIDA GREATER ZEROS                              00733000
            COMPUTE WRK-PCT-ANTERIOR ROUNDED =                          00734000
                    WRK-ACUM-MEDIDA * 100 / WRK-TOT-MEDIDA              00735000
            COMPUTE WRK-PCT-ITEM ROUNDED =                              00736000
                    WRK-MEDIDA * 100 / WRK-TOT-MEDIDA                   00737000
           ELSE                                                         00738000
            MOVE 100   TO WRK-PCT-ANTERIOR                              00739000
            MOVE ZEROS TO WRK-PCT-ITEM                                  00740000
           END-IF.                                                      00741000
           ADD WRK-MEDIDA TO WRK-ACUM-MEDIDA.                           00742000
           IF WRK-TOT-MEDIDA GREATER ZEROS                              00743000
            COMPUTE WRK-PCT-ACUM ROUNDED =                              00744000
                    WRK-ACUM-MEDIDA * 100 / WRK-TOT-MEDIDA              00745000
           ELSE                                                         00746000
            MOVE ZEROS TO WRK-PCT-ACUM                                  00747000
           END-IF.                                                      00748000
                                                                        00749000
           EVALUATE TRUE                                                00750000
            WHEN WRK-MEDIDA EQUAL ZEROS                                 00751000
             MOVE 'C' TO WRK-CLASSE                                     00752000
             MOVE 3   TO WRK-CLS-IDX                                    00753000
            WHEN WRK-PCT-ANTERIOR LESS WRK-PARM-CORTE-A                 00754000
             MOVE 'A' TO WRK-CLASSE                                     00755000
             MOVE 1   TO WRK-CLS-IDX                                    00756000
            WHEN WRK-PCT-ANTERIOR LESS WRK-PARM-CORTE-B                 00757000
             MOVE 'B' TO WRK-CLASSE                                     00758000
             MOVE 2   TO WRK-CLS-IDX                                    00759000
            WHEN OTHER                                                  00760000
             MOVE 'C' TO WRK-CLASSE                                     00761000
             MOVE 3   TO WRK-CLS-IDX                                    00762000
           END-EVALUATE.                                                00763000
           ADD 1          TO WRK-CLS-ITENS  (WRK-CLS-IDX).              00764000
           ADD WRK-MEDIDA TO WRK-CLS-MEDIDA (WRK-CLS-IDX).              00765000
                                                                        00766000
      *    SO A CURVA DE PRODUTOS POR FATURAMENTO VAI PARA              00767000
      *    O PRODMSTR.                                                  00768000
           IF WRK-RANKING EQUAL 'P'                                     00769000
            COMPUTE WRK-PRD-IDX = WRK-ABC-CODIGO + 1                    00770000
            MOVE WRK-CLASSE TO WRK-PRD-CLASSE (WRK-PRD-IDX)             00771000
           END-IF.                                                      00772000
                                                                        00773000
           MOVE WRK-RANK         TO WRK-REL-DET-RANK.                   00774000
           MOVE WRK-ABC-CODIGO   TO WRK-REL-DET-CODIGO.                 00775000
           MOVE WRK-ABC-DESCR    TO WRK-REL-DET-DESCR.                  00776000
           MOVE WRK-ABC-VALOR    TO WRK-REL-DET-VALOR.                  00777000
           MOVE WRK-ABC-QTDE     TO WRK-REL-DET-QTDE.                   00778000
           MOVE WRK-PCT-ITEM     TO WRK-REL-DET-PCT.                    00779000
           MOVE WRK-PCT-ACUM     TO WRK-REL-DET-ACUM.                   00780000
           MOVE WRK-CLASSE       TO WRK-REL-DET-CLASSE.                 00781000
           WRITE FD-RELABC FROM WRK-REL-DETALHE.                        00782000
                                                                        00783000
           EVALUATE WRK-RANKING                                         00784000
            WHEN 'P'                                                    00785000
             PERFORM 2610-LER-PRDVALOR                                  00786000
            WHEN 'Q'                                                    00787000
             PERFORM 2620-LER-PRDQTDE                                   00788000
            WHEN OTHER                                                  00789000
             PERFORM 2630-LER-CLIVALOR                                  00790000
           END-EVALUATE.                                                00791000
      *-----------------------------------------------------            00792000
       2700-99-FIM.                                  EXIT.              00793000
      *-----------------------------------------------------            00794000
                                                                        00795000
      *-----------------------------------------------------            00796000
       2750-IMPRIMIR-RESUMO                       SECTION.              00797000
      *-----------------------------------------------------            00798000
           WRITE FD-RELABC FROM WRK-LINHABRANCO.                        00799000
           MOVE 1 TO WRK-CLS-IDX.                                       00800000
           PERFORM 2760-IMPRIMIR-CLASSE                                 00801000
                   UNTIL WRK-CLS-IDX GREATER 3.                         00802000
      *-----------------------------------------------------            00803000
       2750-99-FIM.                                  EXIT.              00804000
      *-----------------------------------------------------            00805000
                                                                        00806000
      *-----------------------------------------------------            00807000
       2760-IMPRIMIR-CLASSE                       SECTION.              00808000
      *-----------------------------------------------------            00809000
           EVALUATE WRK-CLS-IDX                                         00810000
            WHEN 1                                                      00811000
             MOVE 'A' TO WRK-REL-RES-CLASSE                             00812000
            WHEN 2                                                      00813000
             MOVE 'B' TO WRK-REL-RES-CLASSE                             00814000
            WHEN OTHER                                                  00815000
             MOVE 'C' TO WRK-REL-RES-CLASSE                             00816000
           END-EVALUATE.                                                00817000
           MOVE WRK-CLS-ITENS (WRK-CLS-IDX) TO WRK-REL-RES-ITENS.       00818000
           IF WRK-TOT-MEDIDA GREATER ZEROS                              00819000
            COMPUTE WRK-REL-RES-PCT ROUNDED =                           00820000
                    WRK-CLS-MEDIDA (WRK-CLS-IDX) * 100                  00821000
                    / WRK-TOT-MEDIDA                                    00822000
           ELSE                                                         00823000
            MOVE ZEROS TO WRK-REL-RES-PCT                               00824000
           END-IF.                                                      00825000
           WRITE FD-RELABC FROM WRK-REL-RESUMO.                         00826000
           ADD 1 TO WRK-CLS-IDX.                                        00827000
      *-----------------------------------------------------            00828000
       2760-99-FIM.                                  EXIT.              00829000
      *-----------------------------------------------------            00830000
                                                                        00831000
      *-----------------------------------------------------            00832000
       2800-ATUALIZAR-PRODMSTR                    SECTION.              00833000
      *-----------------------------------------------------            00834000
      *    VARRE O MASTER DE PRODUTOS POR CHAVE ASCENDENTE E            00835000
      *    GRAVA A CLASSE APURADA (C SE NAO VENDEU).                    00836000
           OPEN I-O PRODMSTR.                                           00837000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00838000
            MOVE 'FR22CB44'              TO WRK-PROGRAMA                00839000
            MOVE 'ERRO NO OPEN PRODMSTR' TO WRK-MENSAGEM                00840000
            MOVE '2800'                  TO WRK-SECAO                   00841000
            MOVE WRK-FS-PRODMSTR         TO WRK-STATUS                  00842000
            PERFORM 9000-TRATAERROS                                     00843000
           END-IF.                                                      00844000
           MOVE ZEROS TO FD-PROD-CODIGO.                                00845000
           START PRODMSTR KEY NOT LESS FD-PROD-CODIGO                   00846000
             INVALID KEY                                                00847000
              MOVE 10 TO WRK-FS-PRODMSTR                                00848000
           END-START.                                                   00849000
           PERFORM 2810-GRAVAR-CLASSE                                   00850000
                   UNTIL WRK-FS-PRODMSTR EQUAL 10.                      00851000
           CLOSE PRODMSTR.                                              00852000
      *-----------------------------------------------------            00853000
       2800-99-FIM.                                  EXIT.              00854000
      *-----------------------------------------------------            00855000
                                                                        00856000
      *-----------------------------------------------------            00857000
       2810-GRAVAR-CLASSE                         SECTION.              00858000
      *-----------------------------------------------------            00859000
           READ PRODMSTR NEXT                                           00860000
             AT END                                                     00861000
              MOVE 10 TO WRK-FS-PRODMSTR                                00862000
           END-READ.                                                    00863000
           IF WRK-FS-PRODMSTR EQUAL 10                                  00864000
            GO TO 2810-99-FIM                                           00865000
           END-IF.                                                      00866000
                                                                        00867000
           COMPUTE WRK-PRD-IDX = FD-PROD-CODIGO + 1.                    00868000
           IF FD-PROD-CLASSE EQUAL WRK-PRD-CLASSE (WRK-PRD-IDX)         00869000
            GO TO 2810-99-FIM                                           00870000
           END-IF.                                                      00871000
                                                                        00872000
           MOVE WRK-PRD-CLASSE (WRK-PRD-IDX) TO FD-PROD-CLASSE.         00873000
           REWRITE FD-PRODMSTR.                                         00874000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00875000
            MOVE 'FR22CB44'              TO WRK-PROGRAMA                00876000
            MOVE 'ERRO REWRITE PRODMSTR' TO WRK-MENSAGEM                00877000
            MOVE '2810'                  TO WRK-SECAO                   00878000
            MOVE WRK-FS-PRODMSTR         TO WRK-STATUS                  00879000
            PERFORM 9000-TRATAERROS                                     00880000
           END-IF.                                                      00881000
           ADD 1 TO WRK-REGALTERADOS.                                   00882000
      *-----------------------------------------------------            00883000
       2810-99-FIM.                                  EXIT.              00884000
      *-----------------------------------------------------            00885000
                                                                        00886000
      *-----------------------------------------------------            00887000
       3000-FINALIZAR                             SECTION.              00888000
      *-----------------------------------------------------            00889000
           CLOSE NOTAFISC RELABC.                                       00890000
                                                                        00891000
           DISPLAY ' '.                                                 00892000
           DISPLAY 'REGISTROS LIDOS:       ' WRK-REGLIDOS.              00893000
           DISPLAY 'ITENS NA CURVA:        ' WRK-REGITENS.              00894000
           DISPLAY 'NOTAS CANCELADAS:      ' WRK-REGCANCELADAS.         00895000
           DISPLAY 'PRODUTOS VENDIDOS:     ' WRK-REGPRODUTOS.           00896000
           DISPLAY 'CLIENTES NA CURVA:     ' WRK-CLI-COUNT.             00897000
           DISPLAY 'CLASSES ALTERADAS:     ' WRK-REGALTERADOS.          00898000
           DISPLAY 'TOTAL FATURADO:        ' WRK-TOT-VALOR.             00899000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00900000
      *-----------------------------------------------------            00901000
       3000-99-FIM.                                  EXIT.              00902000
      *-----------------------------------------------------            00903000
                                                                        00904000
      *-----------------------------------------------------            00905000
       4000-TESTAR-STATUS                         SECTION.              00906000
      *-----------------------------------------------------            00907000
           IF WRK-FS-NOTAFISC NOT EQUAL 00                              00908000
            MOVE 'FR22CB44'              TO WRK-PROGRAMA                00909000
            MOVE 'ERRO NO OPEN NOTAFISC' TO WRK-MENSAGEM                00910000
            MOVE '1000'                  TO WRK-SECAO                   00911000
            MOVE WRK-FS-NOTAFISC         TO WRK-STATUS                  00912000
            PERFORM 9000-TRATAERROS                                     00913000
           END-IF.                                                      00914000
           IF WRK-FS-RELABC NOT EQUAL 00                                00915000
            MOVE 'FR22CB44'              TO WRK-PROGRAMA                00916000
            MOVE 'ERRO NO OPEN RELABC'   TO WRK-MENSAGEM                00917000
            MOVE '1000'                  TO WRK-SECAO                   00918000
            MOVE WRK-FS-RELABC           TO WRK-STATUS                  00919000
            PERFORM 9000-TRATAERROS                                     00920000
           END-IF.                                                      00921000
      *-----------------------------------------------------            00922000
       4000-99-FIM.                                  EXIT.              00923000
      *-----------------------------------------------------            00924000
                                                                        00925000
      *-----------------------------------------------------            00926000
       9000-TRATAERROS                            SECTION.              00927000
      *-----------------------------------------------------            00928000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00929000
           GOBACK.                                                      00930000
      *-----------------------------------------------------            00931000
       9000-99-FIM.                                  EXIT.              00932000
      *-----------------------------------------------------            00933000
