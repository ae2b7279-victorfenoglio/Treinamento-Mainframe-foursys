      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB46.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CONFERENCIA DA NOTA DO FORNECEDOR      *             00008000
      *            CONTRA O PEDIDO E O RECEBIMENTO: CADA  *             00009000
      *            ITEM DA NOTA (NFFORN, ORDENADA POR     *             00010000
      *            FORNECEDOR, NOTA, PEDIDO E PRODUTO) E  *             00011000
      *            CASADO PELO PEDIDO E PRODUTO COM O     *             00012000
      *            MASTER DE PEDIDOS (FR22CB30), QUE TRAZ *             00013000
      *            O PRECO DO PEDIDO E A QUANTIDADE JA    *             00014000
      *            RECEBIDA PELO FR22CB31. PRECO FORA DA  *             00015000
      *            TOLERANCIA, QUANTIDADE FATURADA ACIMA  *             00016000
      *            DO RECEBIDO AINDA NAO FATURADO MAIS A  *             00017000
      *            TOLERANCIA, ITEM SEM PEDIDO, PEDIDO DE *             00018000
      *            OUTRO FORNECEDOR OU NOTA JA LANCADA    *             00019000
      *            BLOQUEIAM A NOTA INTEIRA (RELBLOQ). A  *             00020000
      *            NOTA CONFERIDA VIRA TITULO A PAGAR NO  *             00021000
      *            MASTER DE CONTAS A PAGAR (APANT ->     *             00022000
      *            APNOVO, ORDEM FORNECEDOR + NOTA), COM  *             00023000
      *            O VENCIMENTO EM DIAS UTEIS APOS A      *             00024000
      *            EMISSAO PELA SUBROTINA DIAUTIL, E A    *             00025000
      *            QUANTIDADE FATURADA E SOMADA NO ITEM   *             00026000
      *            DO PEDIDO (PEDCANT -> PEDCNOVO). O     *             00027000
      *            PAGAMENTO E O AGING FICAM NO FR22CB47. *             00028000
      *---------------------------------------------------*             00029000
      *  PARAMETRO (SYSIN): DATA DE LANCAMENTO AAAAMMDD,  *             00030000
      *            TOLERANCIA DE PRECO EM % 99V99,        *             00031000
      *            TOLERANCIA DE QUANTIDADE EM % 99V99 E  *             00032000
      *            PRAZO PADRAO EM DIAS UTEIS 999, USADO  *             00033000
      *            QUANDO A NOTA NAO TRAZ O PRAZO         *             00034000
      *            (PADROES: DATA DO DIA, 02,00, 00,00 E  *             00035000
      *            020).                                  *             00036000
      *---------------------------------------------------*             00037000
      *  ARQUIVOS:                                        *             00038000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00039000
      *  NFFORN              I             ---------      *             00040000
      *  NFFSORT             I/O           ---------      *             00041000
      *  PEDCANT             I             ---------      *             00042000
      *  PEDCNOVO            O             ---------      *             00043000
      *  APANT               I             ---------      *             00044000
      *  APNOVO              O             ---------      *             00045000
      *  RELBLOQ             O             ---------      *             00046000
      *===================================================*             00047000
                                                                        00048000
      *====================================================             00049000
       ENVIRONMENT                               DIVISION.              00050000
      *====================================================             00051000
       CONFIGURATION                             SECTION.               00052000
       SPECIAL-NAMES.                                                   00053000
           DECIMAL-POINT  IS COMMA.                                     00054000
                                                                        00055000
       INPUT-OUTPUT                              SECTION.               00056000
       FILE-CONTROL.                                                    00057000
           SELECT NFFORN ASSIGN TO NFFORN                               00058000
               FILE STATUS IS WRK-FS-NFFORN.                            00059000
                                                                        00060000
           SELECT NFFSORT ASSIGN TO NFFSORT                             00061000
               FILE STATUS IS WRK-FS-NFFSORT.                           00062000
                                                                        00063000
           SELECT PEDCANT ASSIGN TO PEDCANT                             00064000
               FILE STATUS IS WRK-FS-PEDCANT.                           00065000
                                                                        00066000
           SELECT PEDCNOVO ASSIGN TO PEDCNOVO                           00067000
               FILE STATUS IS WRK-FS-PEDCNOVO.                          00068000
                                                                        00069000
           SELECT APANT ASSIGN TO APANT                                 00070000
               FILE STATUS IS WRK-FS-APANT.                             00071000
                                                                        00072000
           SELECT APNOVO ASSIGN TO APNOVO                               00073000
               FILE STATUS IS WRK-FS-APNOVO.                            00074000
                                                                        00075000
           SELECT RELBLOQ ASSIGN TO RELBLOQ                             00076000
               FILE STATUS IS WRK-FS-RELBLOQ.                           00077000
                                                                        00078000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00079000
                                                                        00080000
      *====================================================             00081000
       DATA                                      DIVISION.              00082000
      *====================================================             00083000
      *-----------------------------------------------------            00084000
       FILE                                      SECTION.               00085000
      *-----------------------------------------------------            00086000
       FD NFFORN                                                        00087000
           RECORDING MODE IS F                                          00088000
           BLOCK CONTAINS 0 RECORDS.                                    00089000
      *-----------LRECL 60----------------------------------            00090000
       01 FD-NFFORN             PIC X(60).                              00091000
                                                                        00092000
       FD NFFSORT                                                       00093000
           RECORDING MODE IS F                                          00094000
           BLOCK CONTAINS 0 RECORDS.                                    00095000
      *-----------LRECL 60----------------------------------            00096000
      *    UM REGISTRO POR ITEM DA NOTA DO FORNECEDOR.                  00097000
      *    PRAZO = DIAS UTEIS PARA PAGAMENTO (ZERO: PADRAO).            00098000
       01 FD-NFFSORT.                                                   00099000
          05 FD-NFF-CHAVE.                                              00100000
             10 FD-NFF-CODFORN  PIC 9(05).                              00101000
             10 FD-NFF-NOTA     PIC 9(08).                              00102000
          05 FD-NFF-EMISSAO     PIC 9(08).                              00103000
          05 FD-NFF-PRAZO       PIC 9(03).                              00104000
          05 FD-NFF-PEDIDO      PIC 9(06).                              00105000
          05 FD-NFF-PRODUTO     PIC 9(03).                              00106000
          05 FD-NFF-QTDE        PIC 9(05).                              00107000
          05 FD-NFF-PRECO       PIC 9(05)V99.                           00108000
          05 FILLER             PIC X(15).                              00109000
                                                                        00110000
       FD PEDCANT                                                       00111000
           RECORDING MODE IS F                                          00112000
           BLOCK CONTAINS 0 RECORDS.                                    00113000
      *-----------LRECL 70----------------------------------            00114000
       01 FD-PEDCANT            PIC X(70).                              00115000
                                                                        00116000
       FD PEDCNOVO                                                      00117000
           RECORDING MODE IS F                                          00118000
           BLOCK CONTAINS 0 RECORDS.                                    00119000
      *-----------LRECL 70----------------------------------            00120000
       01 FD-PEDCNOVO           PIC X(70).                              00121000
                                                                        00122000
       FD APANT                                                         00123000
           RECORDING MODE IS F                                          00124000
           BLOCK CONTAINS 0 RECORDS.                                    00125000
      *-----------LRECL 80----------------------------------            00126000
       01 FD-APANT.                                                     00127000
          05 FD-APA-CHAVE.                                              00128000
             10 FD-APA-CODFORN  PIC 9(05).                              00129000
             10 FD-APA-NOTA     PIC 9(08).                              00130000
          05 FILLER             PIC X(67).                              00131000
                                                                        00132000
       FD APNOVO                                                        00133000
           RECORDING MODE IS F                                          00134000
           BLOCK CONTAINS 0 RECORDS.                                    00135000
      *-----------LRECL 80----------------------------------            00136000
       01 FD-APNOVO             PIC X(80).                              00137000
                                                                        00138000
       FD RELBLOQ                                                       00139000
           RECORDING MODE IS F                                          00140000
           BLOCK CONTAINS 0 RECORDS.                                    00141000
      *-----------LRECL 100---------------------------------            00142000
       01 FD-RELBLOQ            PIC X(100).                             00143000
      *-----------------------------------------------------            00144000
       SD ARQSORT.                                                      00145000
       01 SD-ARQSORT.                                                   00146000
          05 SD-NFF-CODFORN     PIC 9(05).                              00147000
          05 SD-NFF-NOTA        PIC 9(08).                              00148000
          05 FILLER             PIC X(11).                              00149000
          05 SD-NFF-PEDIDO      PIC 9(06).                              00150000
          05 SD-NFF-PRODUTO     PIC 9(03).                              00151000
          05 FILLER             PIC X(27).                              00152000
      *-----------------------------------------------------            00153000
       WORKING-STORAGE                           SECTION.               00154000
      *-----------------------------------------------------            00155000
           COPY '#GLOG'.                                                00156000
           COPY '#DIAUTIL'.                                             00157000
      *-----------------------------------------------------            00158000
       01 FILLER PIC X(48) VALUE                                        00159000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00160000
      *-----------------------------------------------------            00161000
       77 WRK-FS-NFFORN        PIC 9(02).                               00162000
       77 WRK-FS-NFFSORT       PIC 9(02).                               00163000
       77 WRK-FS-PEDCANT       PIC 9(02).                               00164000
       77 WRK-FS-PEDCNOVO      PIC 9(02).                               00165000
       77 WRK-FS-APANT         PIC 9(02).                               00166000
       77 WRK-FS-APNOVO        PIC 9(02).                               00167000
       77 WRK-FS-RELBLOQ       PIC 9(02).                               00168000
      *-----------------------------------------------------            00169000
       01 FILLER PIC X(48) VALUE                                        00170000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00171000
      *-----------------------------------------------------            00172000
       01 WRK-PARM.                                                     00173000
          05 WRK-PARM-DATA     PIC 9(08).                               00174000
          05 WRK-PARM-TOLPRECO PIC 9(02)V9(02).                         00175000
          05 WRK-PARM-TOLQTDE  PIC 9(02)V9(02).                         00176000
          05 WRK-PARM-PRAZO    PIC 9(03).                               00177000
      *-----------------------------------------------------            00178000
       01 FILLER PIC X(48) VALUE                                        00179000
            '-------MASTER DE PEDIDOS (FR22CB30)----------'.            00180000
      *-----------------------------------------------------            00181000
      *    CADA OCORRENCIA TEM O LAYOUT DO REGISTRO DO                  00182000
      *    MASTER DE PEDIDOS E VOLTA INTEIRA PARA PEDCNOVO.             00183000
       77 WRK-PCT-COUNT        PIC 9(04) VALUE ZEROS.                   00184000
       77 WRK-PCT-IDX          PIC 9(04) VALUE ZEROS.                   00185000
       77 WRK-PCT-ACHOU        PIC X(01) VALUE 'N'.                     00186000
       01 WRK-PCT-TAB.                                                  00187000
          05 WRK-PCT-ITEM OCCURS 5000 TIMES.                            00188000
             10 WRK-PCT-NUMERO     PIC 9(06).                           00189000
             10 WRK-PCT-PRODUTO    PIC 9(03).                           00190000
             10 WRK-PCT-QTDE       PIC 9(05).                           00191000
             10 WRK-PCT-FORNEC     PIC X(15).                           00192000
             10 WRK-PCT-DATA       PIC 9(08).                           00193000
             10 WRK-PCT-SITUACAO   PIC X(01).                           00194000
             10 WRK-PCT-QTDERECEB  PIC 9(05).                           00195000
             10 WRK-PCT-CODFORN    PIC 9(05).                           00196000
             10 WRK-PCT-PREVISAO   PIC 9(08).                           00197000
             10 WRK-PCT-PRECO      PIC 9(05)V99.                        00198000
             10 WRK-PCT-QTDEFAT    PIC 9(05).                           00199000
             10 FILLER             PIC X(02).                           00200000
      *-----------------------------------------------------            00201000
       01 FILLER PIC X(48) VALUE                                        00202000
            '-------ITENS DA NOTA CORRENTE----------------'.            00203000
      *-----------------------------------------------------            00204000
       77 WRK-ITN-COUNT        PIC 9(03) VALUE ZEROS.                   00205000
       77 WRK-ITN-IDX          PIC 9(03) VALUE ZEROS.                   00206000
       01 WRK-ITN-TAB.                                                  00207000
          05 WRK-ITN-ITEM OCCURS 200 TIMES.                             00208000
             10 WRK-ITN-PEDIDO     PIC 9(06).                           00209000
             10 WRK-ITN-PRODUTO    PIC 9(03).                           00210000
             10 WRK-ITN-QTDE       PIC 9(05).                           00211000
             10 WRK-ITN-PRECO      PIC 9(05)V99.                        00212000
             10 WRK-ITN-PCTIDX     PIC 9(04).                           00213000
             10 WRK-ITN-DISPON     PIC S9(06).                          00214000
             10 WRK-ITN-MOTIVO     PIC X(30).                           00215000
      *-----------------------------------------------------            00216000
       01 FILLER PIC X(48) VALUE                                        00217000
            '-------NOTA CORRENTE-------------------------'.            00218000
      *-----------------------------------------------------            00219000
       01 WRK-NOTA-CHAVE.                                               00220000
          05 WRK-NOTA-CODFORN   PIC 9(05).                              00221000
          05 WRK-NOTA-NOTA      PIC 9(08).                              00222000
       77 WRK-NOTA-EMISSAO     PIC 9(08) VALUE ZEROS.                   00223000
       77 WRK-NOTA-PRAZO       PIC 9(03) VALUE ZEROS.                   00224000
       77 WRK-NOTA-VALOR       PIC 9(09)V99 VALUE ZEROS.                00225000
       77 WRK-NOTA-MOTIVO      PIC X(40) VALUE SPACES.                  00226000
       77 WRK-NOTA-BLOQUEIOS   PIC 9(03) VALUE ZEROS.                   00227000
      *-----------------------------------------------------            00228000
       01 FILLER PIC X(48) VALUE                                        00229000
            '-------TITULO A PAGAR (APNOVO)---------------'.            00230000
      *-----------------------------------------------------            00231000
      *    SITUACAO: A = EM ABERTO, P = PAGO (ENVIADO AO                00232000
      *    BANCO PELO FR22CB47).                                        00233000
       01 WRK-AP.                                                       00234000
          05 WRK-AP-CODFORN     PIC 9(05).                              00235000
          05 WRK-AP-NOTA        PIC 9(08).                              00236000
          05 WRK-AP-EMISSAO     PIC 9(08).                              00237000
          05 WRK-AP-VENCTO      PIC 9(08).                              00238000
          05 WRK-AP-VALOR       PIC 9(09)V99.                           00239000
          05 WRK-AP-SITUACAO    PIC X(01).                              00240000
          05 WRK-AP-DTPAGTO     PIC 9(08).                              00241000
          05 WRK-AP-PEDIDO      PIC 9(06).                              00242000
          05 WRK-AP-DTLANC      PIC 9(08).                              00243000
          05 FILLER             PIC X(17).                              00244000
      *-----------------------------------------------------            00245000
       01 FILLER PIC X(48) VALUE                                        00246000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00247000
      *-----------------------------------------------------            00248000
       77 WRK-LIMITE           PIC 9(07)V9(04) VALUE ZEROS.             00249000
       77 WRK-REGITENS         PIC 9(06) VALUE ZEROS.                   00250000
       77 WRK-REGNOTAS         PIC 9(06) VALUE ZEROS.                   00251000
       77 WRK-REGLANCADAS      PIC 9(06) VALUE ZEROS.                   00252000
       77 WRK-REGBLOQUEADAS    PIC 9(06) VALUE ZEROS.                   00253000
       77 WRK-REGAPANT         PIC 9(06) VALUE ZEROS.                   00254000
       77 WRK-VLR-LANCADO      PIC 9(11)V99 VALUE ZEROS.                00255000
      *-----------------------------------------------------            00256000
       01 FILLER PIC X(48) VALUE                                        00257000
            '-------LINHAS DO RELATORIO-------------------'.            00258000
      *-----------------------------------------------------            00259000
       01 WRK-REL-CABEC.                                                00260000
          05 FILLER             PIC X(35) VALUE                         00261000
             'NOTAS DE FORNECEDOR BLOQUEADAS'.                          00262000
          05 FILLER             PIC X(12) VALUE 'TOL. PRECO: '.         00263000
          05 WRK-REL-CAB-TOLP   PIC Z9,99.                              00264000
          05 FILLER             PIC X(15) VALUE '%  TOL. QTDE: '.       00265000
          05 WRK-REL-CAB-TOLQ   PIC Z9,99.                              00266000
          05 FILLER             PIC X(28) VALUE '%'.                    00267000
       01 WRK-REL-NOTA.                                                 00268000
          05 FILLER             PIC X(11) VALUE 'FORNECEDOR '.          00269000
          05 WRK-REL-NOT-CODFORN PIC 9(05).                             00270000
          05 FILLER             PIC X(07) VALUE '  NOTA '.              00271000
          05 WRK-REL-NOT-NOTA   PIC 9(08).                              00272000
          05 FILLER             PIC X(10) VALUE '  EMISSAO '.           00273000
          05 WRK-REL-NOT-EMISSAO PIC 9(08).                             00274000
          05 FILLER             PIC X(02) VALUE SPACES.                 00275000
          05 WRK-REL-NOT-MOTIVO PIC X(40).                              00276000
          05 FILLER             PIC X(09) VALUE SPACES.                 00277000
       01 WRK-REL-CABEC2.                                               00278000
          05 FILLER             PIC X(08) VALUE '  PEDIDO'.             00279000
          05 FILLER             PIC X(05) VALUE ' PROD'.                00280000
          05 FILLER             PIC X(08) VALUE ' QTDE NF'.             00281000
          05 FILLER             PIC X(09) VALUE ' DISPONIV'.            00282000
          05 FILLER             PIC X(11) VALUE '   PRECO NF'.          00283000
          05 FILLER             PIC X(11) VALUE '  PRECO PED'.          00284000
          05 FILLER             PIC X(48) VALUE '  MOTIVO'.             00285000
       01 WRK-REL-ITEM.                                                 00286000
          05 FILLER             PIC X(02) VALUE SPACES.                 00287000
          05 WRK-REL-ITN-PEDIDO PIC 9(06).                              00288000
          05 FILLER             PIC X(02) VALUE SPACES.                 00289000
          05 WRK-REL-ITN-PRODUTO PIC 9(03).                             00290000
          05 FILLER             PIC X(02) VALUE SPACES.                 00291000
          05 WRK-REL-ITN-QTDE   PIC ZZ.ZZ9.                             00292000
          05 FILLER             PIC X(02) VALUE SPACES.                 00293000
          05 WRK-REL-ITN-DISPON PIC -ZZ.ZZ9.                            00294000
          05 FILLER             PIC X(01) VALUE SPACES.                 00295000
          05 WRK-REL-ITN-PRECO  PIC ZZ.ZZ9,99.                          00296000
          05 FILLER             PIC X(02) VALUE SPACES.                 00297000
          05 WRK-REL-ITN-PRECOP PIC ZZ.ZZ9,99.                          00298000
          05 FILLER             PIC X(02) VALUE SPACES.                 00299000
          05 WRK-REL-ITN-MOTIVO PIC X(30).                              00300000
          05 FILLER             PIC X(18) VALUE SPACES.                 00301000
       77 WRK-LINHABRANCO       PIC X(100) VALUE SPACES.                00302000
      *====================================================             00303000
       PROCEDURE                                 DIVISION.              00304000
      *====================================================             00305000
      *-----------------------------------------------------            00306000
       0000-PRINCIPAL                             SECTION.              00307000
      *-----------------------------------------------------            00308000
           PERFORM 1000-INICIALIZAR.                                    00309000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-NFFSORT                  00310000
                   EQUAL 10.                                            00311000
           PERFORM 3000-FINALIZAR.                                      00312000
           STOP RUN.                                                    00313000
      *-----------------------------------------------------            00314000
       0000-99-FIM.                                  EXIT.              00315000
      *-----------------------------------------------------            00316000
                                                                        00317000
      *-----------------------------------------------------            00318000
       1000-INICIALIZAR                           SECTION.              00319000
      *-----------------------------------------------------            00320000
           ACCEPT WRK-PARM FROM SYSIN.                                  00321000
           IF WRK-PARM-DATA NOT NUMERIC                                 00322000
              OR WRK-PARM-DATA EQUAL ZEROS                              00323000
            ACCEPT WRK-PARM-DATA FROM DATE YYYYMMDD                     00324000
           END-IF.                                                      00325000
           IF WRK-PARM-TOLPRECO NOT NUMERIC                             00326000
            MOVE 02,00 TO WRK-PARM-TOLPRECO                             00327000
           END-IF.                                                      00328000
           IF WRK-PARM-TOLQTDE NOT NUMERIC                              00329000
            MOVE ZEROS TO WRK-PARM-TOLQTDE                              00330000
           END-IF.                                                      00331000
           IF WRK-PARM-PRAZO NOT NUMERIC                                00332000
              OR WRK-PARM-PRAZO EQUAL ZEROS                             00333000
            MOVE 020 TO WRK-PARM-PRAZO                                  00334000
           END-IF.                                                      00335000
                                                                        00336000
           SORT ARQSORT ON ASCENDING KEY SD-NFF-CODFORN                 00337000
                           ASCENDING KEY SD-NFF-NOTA                    00338000
                           ASCENDING KEY SD-NFF-PEDIDO                  00339000
                           ASCENDING KEY SD-NFF-PRODUTO                 00340000
                USING NFFORN                                            00341000
                GIVING NFFSORT.                                         00342000
                                                                        00343000
           OPEN INPUT NFFSORT PEDCANT APANT                             00344000
                OUTPUT PEDCNOVO APNOVO RELBLOQ.                         00345000
      *    PRIMEIRA EXECUCAO: MASTER DE CONTAS A PAGAR                  00346000
      *    AUSENTE ENTRA VAZIO.                                         00347000
           IF WRK-FS-APANT EQUAL 35                                     00348000
            MOVE 10 TO WRK-FS-APANT                                     00349000
           END-IF.                                                      00350000
             PERFORM 4000-TESTAR-STATUS.                                00351000
                                                                        00352000
           PERFORM 1100-CARREGAR-PEDIDOS                                00353000
                   UNTIL WRK-FS-PEDCANT EQUAL 10.                       00354000
                                                                        00355000
           MOVE WRK-PARM-TOLPRECO TO WRK-REL-CAB-TOLP.                  00356000
           MOVE WRK-PARM-TOLQTDE  TO WRK-REL-CAB-TOLQ.                  00357000
           WRITE FD-RELBLOQ FROM WRK-REL-CABEC.                         00358000
                                                                        00359000
           PERFORM 5000-LER-NOTA.                                       00360000
           IF WRK-FS-NFFSORT EQUAL 10                                   00361000
            DISPLAY 'NFFORN VAZIO'                                      00362000
           END-IF.                                                      00363000
           PERFORM 5100-LER-CONTAS.                                     00364000
      *-----------------------------------------------------            00365000
       1000-99-FIM.                                  EXIT.              00366000
      *-----------------------------------------------------            00367000
                                                                        00368000
      *-----------------------------------------------------            00369000
       1100-CARREGAR-PEDIDOS                      SECTION.              00370000
      *-----------------------------------------------------            00371000
           READ PEDCANT                                                 00372000
             AT END                                                     00373000
              MOVE 10 TO WRK-FS-PEDCANT                                 00374000
             NOT AT END                                                 00375000
              IF WRK-PCT-COUNT LESS 5000                                00376000
               ADD 1 TO WRK-PCT-COUNT                                   00377000
               MOVE FD-PEDCANT TO WRK-PCT-ITEM (WRK-PCT-COUNT)          00378000
      *        PEDIDO ANTERIOR AO PRECO NO MASTER: SEM                  00379000
      *        CONFERENCIA DE PRECO E NADA FATURADO.                    00380000
               IF WRK-PCT-PRECO (WRK-PCT-COUNT) NOT NUMERIC             00381000
                MOVE ZEROS TO WRK-PCT-PRECO (WRK-PCT-COUNT)             00382000
               END-IF                                                   00383000
               IF WRK-PCT-QTDEFAT (WRK-PCT-COUNT) NOT NUMERIC           00384000
                MOVE ZEROS TO WRK-PCT-QTDEFAT (WRK-PCT-COUNT)           00385000
               END-IF                                                   00386000
              ELSE                                                      00387000
               DISPLAY 'PEDCANT EXCEDE A TABELA INTERNA '               00388000
                       '(5000) - EXECUCAO ABORTADA'                     00389000
               STOP RUN                                                 00390000
              END-IF                                                    00391000
           END-READ.                                                    00392000
      *-----------------------------------------------------            00393000
       1100-99-FIM.                                  EXIT.              00394000
      *-----------------------------------------------------            00395000
                                                                        00396000
      *-----------------------------------------------------            00397000
       2000-PROCESSAR                             SECTION.              00398000
      *-----------------------------------------------------            00399000
      *    UMA NOTA POR VEZ: JUNTA OS ITENS, POSICIONA O                00400000
      *    MASTER DE CONTAS A PAGAR NA CHAVE DA NOTA E                  00401000
      *    CONFERE ITEM A ITEM.                                         00402000
           ADD 1 TO WRK-REGNOTAS.                                       00403000
           MOVE FD-NFF-CHAVE   TO WRK-NOTA-CHAVE.                       00404000
           MOVE FD-NFF-EMISSAO TO WRK-NOTA-EMISSAO.                     00405000
           MOVE FD-NFF-PRAZO   TO WRK-NOTA-PRAZO.                       00406000
           MOVE ZEROS  TO WRK-ITN-COUNT                                 00407000
                          WRK-NOTA-VALOR                                00408000
                          WRK-NOTA-BLOQUEIOS.                           00409000
           MOVE SPACES TO WRK-NOTA-MOTIVO.                              00410000
           PERFORM 2100-CARREGAR-ITEM                                   00411000
                   UNTIL WRK-FS-NFFSORT EQUAL 10                        00412000
                      OR FD-NFF-CHAVE NOT EQUAL WRK-NOTA-CHAVE.         00413000
                                                                        00414000
           PERFORM 2200-COPIAR-CONTAS                                   00415000
                   UNTIL FD-APA-CHAVE NOT LESS WRK-NOTA-CHAVE.          00416000
                                                                        00417000
           IF FD-APA-CHAVE EQUAL WRK-NOTA-CHAVE                         00418000
            MOVE 'NOTA JA LANCADA NO CONTAS A PAGAR'                    00419000
              TO WRK-NOTA-MOTIVO                                        00420000
            ADD 1 TO WRK-NOTA-BLOQUEIOS                                 00421000
           ELSE                                                         00422000
            MOVE 1 TO WRK-ITN-IDX                                       00423000
            PERFORM 2300-CONFERIR-ITEM                                  00424000
                    UNTIL WRK-ITN-IDX GREATER WRK-ITN-COUNT             00425000
           END-IF.                                                      00426000
                                                                        00427000
           IF WRK-NOTA-BLOQUEIOS GREATER ZEROS                          00428000
            PERFORM 2500-BLOQUEAR-NOTA                                  00429000
           ELSE                                                         00430000
            PERFORM 2400-LANCAR-NOTA                                    00431000
           END-IF.                                                      00432000
      *-----------------------------------------------------            00433000
       2000-99-FIM.                                  EXIT.              00434000
      *-----------------------------------------------------            00435000
                                                                        00436000
      *-----------------------------------------------------            00437000
       2100-CARREGAR-ITEM                         SECTION.              00438000
      *-----------------------------------------------------            00439000
           ADD 1 TO WRK-REGITENS.                                       00440000
           IF WRK-ITN-COUNT NOT LESS 200                                00441000
            DISPLAY 'NOTA ' FD-NFF-NOTA ' EXCEDE A TABELA '             00442000
                    'INTERNA (200 ITENS) - EXECUCAO ABORTADA'           00443000
            STOP RUN                                                    00444000
           END-IF.                                                      00445000
           ADD 1 TO WRK-ITN-COUNT.                                      00446000
           MOVE FD-NFF-PEDIDO  TO WRK-ITN-PEDIDO  (WRK-ITN-COUNT).      00447000
           MOVE FD-NFF-PRODUTO TO WRK-ITN-PRODUTO (WRK-ITN-COUNT).      00448000
           MOVE FD-NFF-QTDE    TO WRK-ITN-QTDE    (WRK-ITN-COUNT).      00449000
           MOVE FD-NFF-PRECO   TO WRK-ITN-PRECO   (WRK-ITN-COUNT).      00450000
           MOVE ZEROS          TO WRK-ITN-PCTIDX  (WRK-ITN-COUNT)       00451000
                                  WRK-ITN-DISPON  (WRK-ITN-COUNT).      00452000
           MOVE SPACES         TO WRK-ITN-MOTIVO  (WRK-ITN-COUNT).      00453000
           COMPUTE WRK-NOTA-VALOR = WRK-NOTA-VALOR                      00454000
                 + FD-NFF-QTDE * FD-NFF-PRECO.                          00455000
           PERFORM 5000-LER-NOTA.                                       00456000
      *-----------------------------------------------------            00457000
       2100-99-FIM.                                  EXIT.              00458000
      *-----------------------------------------------------            00459000
                                                                        00460000
      *-----------------------------------------------------            00461000
       2200-COPIAR-CONTAS                         SECTION.              00462000
      *-----------------------------------------------------            00463000
           WRITE FD-APNOVO FROM FD-APANT.                               00464000
           ADD 1 TO WRK-REGAPANT.                                       00465000
           PERFORM 5100-LER-CONTAS.                                     00466000
      *-----------------------------------------------------            00467000
       2200-99-FIM.                                  EXIT.              00468000
      *-----------------------------------------------------            00469000
                                                                        00470000
      *-----------------------------------------------------            00471000
       2300-CONFERIR-ITEM                         SECTION.              00472000
      *-----------------------------------------------------            00473000
           PERFORM 2320-VALIDAR-ITEM.                                   00474000
           IF WRK-ITN-MOTIVO (WRK-ITN-IDX) NOT EQUAL SPACES             00475000
            ADD 1 TO WRK-NOTA-BLOQUEIOS                                 00476000
           END-IF.                                                      00477000
           ADD 1 TO WRK-ITN-IDX.                                        00478000
      *-----------------------------------------------------            00479000
       2300-99-FIM.                                  EXIT.              00480000
      *-----------------------------------------------------            00481000
                                                                        00482000
      *-----------------------------------------------------            00483000
       2310-PROCURA-PEDIDO                        SECTION.              00484000
      *-----------------------------------------------------            00485000
           IF WRK-PCT-NUMERO (WRK-PCT-IDX) EQUAL                        00486000
              WRK-ITN-PEDIDO (WRK-ITN-IDX)                              00487000
              AND WRK-PCT-PRODUTO (WRK-PCT-IDX) EQUAL                   00488000
              WRK-ITN-PRODUTO (WRK-ITN-IDX)                             00489000
            MOVE 'S' TO WRK-PCT-ACHOU                                   00490000
           ELSE                                                         00491000
            ADD 1 TO WRK-PCT-IDX                                        00492000
           END-IF.                                                      00493000
      *-----------------------------------------------------            00494000
       2310-99-FIM.                                  EXIT.              00495000
      *-----------------------------------------------------            00496000
                                                                        00497000
      *-----------------------------------------------------            00498000
       2320-VALIDAR-ITEM                          SECTION.              00499000
      *-----------------------------------------------------            00500000
           MOVE 'N' TO WRK-PCT-ACHOU.                                   00501000
           MOVE 1   TO WRK-PCT-IDX.                                     00502000
           PERFORM 2310-PROCURA-PEDIDO                                  00503000
                   UNTIL WRK-PCT-IDX GREATER WRK-PCT-COUNT              00504000
                      OR WRK-PCT-ACHOU EQUAL 'S'.                       00505000
                                                                        00506000
           IF WRK-PCT-ACHOU EQUAL 'N'                                   00507000
            MOVE 'ITEM SEM PEDIDO DE COMPRA'                            00508000
              TO WRK-ITN-MOTIVO (WRK-ITN-IDX)                           00509000
            GO TO 2320-99-FIM                                           00510000
           END-IF.                                                      00511000
           MOVE WRK-PCT-IDX TO WRK-ITN-PCTIDX (WRK-ITN-IDX).            00512000
                                                                        00513000
           IF WRK-PCT-CODFORN (WRK-PCT-IDX) NOT EQUAL                   00514000
              WRK-NOTA-CODFORN                                          00515000
            MOVE 'PEDIDO DE OUTRO FORNECEDOR'                           00516000
              TO WRK-ITN-MOTIVO (WRK-ITN-IDX)                           00517000
            GO TO 2320-99-FIM                                           00518000
           END-IF.                                                      00519000
                                                                        00520000
      *    SO SE PAGA O QUE FOI RECEBIDO E AINDA NAO FOI                00521000
      *    FATURADO; FATURAR MENOS QUE ISSO E PERMITIDO.                00522000
           COMPUTE WRK-ITN-DISPON (WRK-ITN-IDX) =                       00523000
                   WRK-PCT-QTDERECEB (WRK-PCT-IDX)                      00524000
                 - WRK-PCT-QTDEFAT (WRK-PCT-IDX).                       00525000
           IF WRK-ITN-DISPON (WRK-ITN-IDX) LESS ZEROS                   00526000
            MOVE ZEROS TO WRK-ITN-DISPON (WRK-ITN-IDX)                  00527000
           END-IF.                                                      00528000
           COMPUTE WRK-LIMITE = WRK-ITN-DISPON (WRK-ITN-IDX)            00529000
                 * (100 + WRK-PARM-TOLQTDE) / 100.                      00530000
           IF WRK-ITN-QTDE (WRK-ITN-IDX) GREATER WRK-LIMITE             00531000
            MOVE 'QUANTIDADE ACIMA DO RECEBIDO'                         00532000
              TO WRK-ITN-MOTIVO (WRK-ITN-IDX)                           00533000
            GO TO 2320-99-FIM                                           00534000
           END-IF.                                                      00535000
                                                                        00536000
      *    PRECO: DIFERENCA PARA MAIS OU PARA MENOS ALEM DA             00537000
      *    TOLERANCIA. PEDIDO SEM PRECO NAO E CONFERIDO.                00538000
           IF WRK-PCT-PRECO (WRK-PCT-IDX) GREATER ZEROS                 00539000
            COMPUTE WRK-LIMITE = WRK-PCT-PRECO (WRK-PCT-IDX)            00540000
                  * (100 + WRK-PARM-TOLPRECO) / 100                     00541000
            IF WRK-ITN-PRECO (WRK-ITN-IDX) GREATER WRK-LIMITE           00542000
             MOVE 'PRECO ACIMA DO PEDIDO'                               00543000
               TO WRK-ITN-MOTIVO (WRK-ITN-IDX)                          00544000
             GO TO 2320-99-FIM                                          00545000
            END-IF                                                      00546000
            COMPUTE WRK-LIMITE = WRK-PCT-PRECO (WRK-PCT-IDX)            00547000
                  * (100 - WRK-PARM-TOLPRECO) / 100                     00548000
            IF WRK-ITN-PRECO (WRK-ITN-IDX) LESS WRK-LIMITE              00549000
             MOVE 'PRECO ABAIXO DO PEDIDO'                              00550000
               TO WRK-ITN-MOTIVO (WRK-ITN-IDX)                          00551000
             GO TO 2320-99-FIM                                          00552000
            END-IF                                                      00553000
           END-IF.                                                      00554000
      *-----------------------------------------------------            00555000
       2320-99-FIM.                                  EXIT.              00556000
      *-----------------------------------------------------            00557000
                                                                        00558000
      *-----------------------------------------------------            00559000
       2400-LANCAR-NOTA                           SECTION.              00560000
      *-----------------------------------------------------            00561000
           IF WRK-NOTA-PRAZO NOT NUMERIC                                00562000
              OR WRK-NOTA-PRAZO EQUAL ZEROS                             00563000
            MOVE WRK-PARM-PRAZO TO WRK-NOTA-PRAZO                       00564000
           END-IF.                                                      00565000
                                                                        00566000
           MOVE SPACES            TO WRK-AP.                            00567000
           MOVE WRK-NOTA-CODFORN  TO WRK-AP-CODFORN.                    00568000
           MOVE WRK-NOTA-NOTA     TO WRK-AP-NOTA.                       00569000
           MOVE WRK-NOTA-EMISSAO  TO WRK-AP-EMISSAO.                    00570000
           MOVE WRK-NOTA-VALOR    TO WRK-AP-VALOR.                      00571000
           MOVE 'A'               TO WRK-AP-SITUACAO.                   00572000
           MOVE ZEROS             TO WRK-AP-DTPAGTO.                    00573000
           MOVE WRK-ITN-PEDIDO (1) TO WRK-AP-PEDIDO.                    00574000
           MOVE WRK-PARM-DATA     TO WRK-AP-DTLANC.                     00575000
                                                                        00576000
      *    VENCIMENTO: N-ESIMO DIA UTIL APOS A EMISSAO.                 00577000
           MOVE 'N'               TO UTI-FUNCAO.                        00578000
           MOVE WRK-NOTA-EMISSAO  TO UTI-DATA.                          00579000
           MOVE WRK-NOTA-PRAZO    TO UTI-QTDE.                          00580000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00581000
           IF UTI-OK                                                    00582000
            MOVE UTI-DATA-RESULT TO WRK-AP-VENCTO                       00583000
           ELSE                                                         00584000
            DISPLAY 'ERRO NA DIAUTIL - VENCIMENTO NA '                  00585000
                    'EMISSAO - NOTA: ' WRK-NOTA-NOTA                    00586000
            MOVE WRK-NOTA-EMISSAO TO WRK-AP-VENCTO                      00587000
           END-IF.                                                      00588000
                                                                        00589000
           WRITE FD-APNOVO FROM WRK-AP.                                 00590000
           ADD 1 TO WRK-REGLANCADAS.                                    00591000
           ADD WRK-NOTA-VALOR TO WRK-VLR-LANCADO.                       00592000
                                                                        00593000
           MOVE 1 TO WRK-ITN-IDX.                                       00594000
           PERFORM 2410-BAIXAR-PEDIDO                                   00595000
                   UNTIL WRK-ITN-IDX GREATER WRK-ITN-COUNT.             00596000
      *-----------------------------------------------------            00597000
       2400-99-FIM.                                  EXIT.              00598000
      *-----------------------------------------------------            00599000
                                                                        00600000
      *-----------------------------------------------------            00601000
       2410-BAIXAR-PEDIDO                         SECTION.              00602000
      *-----------------------------------------------------            00603000
           MOVE WRK-ITN-PCTIDX (WRK-ITN-IDX) TO WRK-PCT-IDX.            00604000
           ADD WRK-ITN-QTDE (WRK-ITN-IDX)                               00605000
             TO WRK-PCT-QTDEFAT (WRK-PCT-IDX).                          00606000
           ADD 1 TO WRK-ITN-IDX.                                        00607000
      *-----------------------------------------------------            00608000
       2410-99-FIM.                                  EXIT.              00609000
      *-----------------------------------------------------            00610000
                                                                        00611000
      *-----------------------------------------------------            00612000
       2500-BLOQUEAR-NOTA                         SECTION.              00613000
      *-----------------------------------------------------            00614000
           ADD 1 TO WRK-REGBLOQUEADAS.                                  00615000
           MOVE WRK-NOTA-CODFORN TO WRK-REL-NOT-CODFORN.                00616000
           MOVE WRK-NOTA-NOTA    TO WRK-REL-NOT-NOTA.                   00617000
           MOVE WRK-NOTA-EMISSAO TO WRK-REL-NOT-EMISSAO.                00618000
           MOVE WRK-NOTA-MOTIVO  TO WRK-REL-NOT-MOTIVO.                 00619000
           WRITE FD-RELBLOQ FROM WRK-LINHABRANCO.                       00620000
           WRITE FD-RELBLOQ FROM WRK-REL-NOTA.                          00621000
           WRITE FD-RELBLOQ FROM WRK-REL-CABEC2.                        00622000
           MOVE 1 TO WRK-ITN-IDX.                                       00623000
           PERFORM 2510-IMPRIMIR-ITEM                                   00624000
                   UNTIL WRK-ITN-IDX GREATER WRK-ITN-COUNT.             00625000
      *-----------------------------------------------------            00626000
       2500-99-FIM.                                  EXIT.              00627000
      *-----------------------------------------------------            00628000
                                                                        00629000
      *-----------------------------------------------------            00630000
       2510-IMPRIMIR-ITEM                         SECTION.              00631000
      *-----------------------------------------------------            00632000
           MOVE WRK-ITN-PEDIDO  (WRK-ITN-IDX) TO WRK-REL-ITN-PEDIDO.    00633000
           MOVE WRK-ITN-PRODUTO (WRK-ITN-IDX)                           00634000
             TO WRK-REL-ITN-PRODUTO.                                    00635000
           MOVE WRK-ITN-QTDE    (WRK-ITN-IDX) TO WRK-REL-ITN-QTDE.      00636000
           MOVE WRK-ITN-DISPON  (WRK-ITN-IDX) TO WRK-REL-ITN-DISPON.    00637000
           MOVE WRK-ITN-PRECO   (WRK-ITN-IDX) TO WRK-REL-ITN-PRECO.     00638000
           MOVE WRK-ITN-MOTIVO  (WRK-ITN-IDX) TO WRK-REL-ITN-MOTIVO.    00639000
           IF WRK-ITN-PCTIDX (WRK-ITN-IDX) GREATER ZEROS                00640000
            MOVE WRK-ITN-PCTIDX (WRK-ITN-IDX) TO WRK-PCT-IDX            00641000
            MOVE WRK-PCT-PRECO (WRK-PCT-IDX)                            00642000
              TO WRK-REL-ITN-PRECOP                                     00643000
           ELSE                                                         00644000
            MOVE ZEROS TO WRK-REL-ITN-PRECOP                            00645000
           END-IF.                                                      00646000
           WRITE FD-RELBLOQ FROM WRK-REL-ITEM.                          00647000
           ADD 1 TO WRK-ITN-IDX.                                        00648000
      *-----------------------------------------------------            00649000
       2510-99-FIM.                                  EXIT.              00650000
      *-----------------------------------------------------            00651000
                                                                        00652000
      *-----------------------------------------------------            00653000
       3000-FINALIZAR                             SECTION.              00654000
      *-----------------------------------------------------            00655000
           PERFORM 2200-COPIAR-CONTAS                                   00656000
                   UNTIL FD-APA-CODFORN EQUAL 99999.                    00657000
                                                                        00658000
           MOVE 1 TO WRK-PCT-IDX.                                       00659000
           PERFORM 3100-GRAVAR-PEDIDO                                   00660000
                   UNTIL WRK-PCT-IDX GREATER WRK-PCT-COUNT.             00661000
                                                                        00662000
           CLOSE NFFSORT PEDCANT APANT                                  00663000
                 PEDCNOVO APNOVO RELBLOQ.                               00664000
                                                                        00665000
           DISPLAY ' '.                                                 00666000
           DISPLAY 'ITENS DE NOTA LIDOS:   ' WRK-REGITENS.              00667000
           DISPLAY 'NOTAS CONFERIDAS:      ' WRK-REGNOTAS.              00668000
           DISPLAY 'NOTAS LANCADAS:        ' WRK-REGLANCADAS.           00669000
           DISPLAY 'VALOR LANCADO:         ' WRK-VLR-LANCADO.           00670000
           DISPLAY 'NOTAS BLOQUEADAS:      ' WRK-REGBLOQUEADAS.         00671000
           DISPLAY 'TITULOS ANTERIORES:    ' WRK-REGAPANT.              00672000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00673000
      *-----------------------------------------------------            00674000
       3000-99-FIM.                                  EXIT.              00675000
      *-----------------------------------------------------            00676000
                                                                        00677000
      *-----------------------------------------------------            00678000
       3100-GRAVAR-PEDIDO                         SECTION.              00679000
      *-----------------------------------------------------            00680000
           WRITE FD-PEDCNOVO FROM WRK-PCT-ITEM (WRK-PCT-IDX).           00681000
           ADD 1 TO WRK-PCT-IDX.                                        00682000
      *-----------------------------------------------------            00683000
       3100-99-FIM.                                  EXIT.              00684000
      *-----------------------------------------------------            00685000
                                                                        00686000
      *-----------------------------------------------------            00687000
       4000-TESTAR-STATUS                         SECTION.              00688000
      *-----------------------------------------------------            00689000
           IF WRK-FS-NFFSORT NOT EQUAL 00                               00690000
            MOVE 'FR22CB46'              TO WRK-PROGRAMA                00691000
            MOVE 'ERRO NO OPEN NFFSORT'  TO WRK-MENSAGEM                00692000
            MOVE '1000'                  TO WRK-SECAO                   00693000
            MOVE WRK-FS-NFFSORT          TO WRK-STATUS                  00694000
            PERFORM 9000-TRATAERROS                                     00695000
           END-IF.                                                      00696000
           IF WRK-FS-PEDCANT NOT EQUAL 00                               00697000
            MOVE 'FR22CB46'              TO WRK-PROGRAMA                00698000
            MOVE 'ERRO NO OPEN PEDCANT'  TO WRK-MENSAGEM                00699000
            MOVE '1000'                  TO WRK-SECAO                   00700000
            MOVE WRK-FS-PEDCANT          TO WRK-STATUS                  00701000
            PERFORM 9000-TRATAERROS                                     00702000
           END-IF.                                                      00703000
           IF WRK-FS-APANT NOT EQUAL 00                                 00704000
              AND WRK-FS-APANT NOT EQUAL 10                             00705000
            MOVE 'FR22CB46'              TO WRK-PROGRAMA                00706000
            MOVE 'ERRO NO OPEN APANT'    TO WRK-MENSAGEM                00707000
            MOVE '1000'                  TO WRK-SECAO                   00708000
            MOVE WRK-FS-APANT            TO WRK-STATUS                  00709000
            PERFORM 9000-TRATAERROS                                     00710000
           END-IF.                                                      00711000
           IF WRK-FS-PEDCNOVO NOT EQUAL 00                              00712000
            MOVE 'FR22CB46'              TO WRK-PROGRAMA                00713000
            MOVE 'ERRO NO OPEN PEDCNOVO' TO WRK-MENSAGEM                00714000
            MOVE '1000'                  TO WRK-SECAO                   00715000
            MOVE WRK-FS-PEDCNOVO         TO WRK-STATUS                  00716000
            PERFORM 9000-TRATAERROS                                     00717000
           END-IF.                                                      00718000
           IF WRK-FS-APNOVO NOT EQUAL 00                                00719000
            MOVE 'FR22CB46'              TO WRK-PROGRAMA                00720000
            MOVE 'ERRO NO OPEN APNOVO'   TO WRK-MENSAGEM                00721000
            MOVE '1000'                  TO WRK-SECAO                   00722000
            MOVE WRK-FS-APNOVO           TO WRK-STATUS                  00723000
            PERFORM 9000-TRATAERROS                                     00724000
           END-IF.                                                      00725000
           IF WRK-FS-RELBLOQ NOT EQUAL 00                               00726000
            MOVE 'FR22CB46'              TO WRK-PROGRAMA                00727000
            MOVE 'ERRO NO OPEN RELBLOQ'  TO WRK-MENSAGEM                00728000
            MOVE '1000'                  TO WRK-SECAO                   00729000
            MOVE WRK-FS-RELBLOQ          TO WRK-STATUS                  00730000
            PERFORM 9000-TRATAERROS                                     00731000
           END-IF.                                                      00732000
      *-----------------------------------------------------            00733000
       4000-99-FIM.                                  EXIT.              00734000
      *-----------------------------------------------------            00735000
                                                                        00736000
      *-----------------------------------------------------            00737000
       5000-LER-NOTA                              SECTION.              00738000
      *-----------------------------------------------------            00739000
           READ NFFSORT.                                                00740000
      *-----------------------------------------------------            00741000
       5000-99-FIM.                                  EXIT.              00742000
      *-----------------------------------------------------            00743000
                                                                        00744000
      *-----------------------------------------------------            00745000
       5100-LER-CONTAS                            SECTION.              00746000
      *-----------------------------------------------------            00747000
           IF WRK-FS-APANT EQUAL 10                                     00748000
            MOVE 99999    TO FD-APA-CODFORN                             00749000
            MOVE 99999999 TO FD-APA-NOTA                                00750000
           ELSE                                                         00751000
            READ APANT                                                  00752000
            IF WRK-FS-APANT EQUAL 10                                    00753000
             MOVE 99999    TO FD-APA-CODFORN                            00754000
             MOVE 99999999 TO FD-APA-NOTA                               00755000
            END-IF                                                      00756000
           END-IF.                                                      00757000
      *-----------------------------------------------------            00758000
       5100-99-FIM.                                  EXIT.              00759000
      *-----------------------------------------------------            00760000
                                                                        00761000
      *-----------------------------------------------------            00762000
       9000-TRATAERROS                            SECTION.              00763000
      *-----------------------------------------------------            00764000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00765000
           GOBACK.                                                      00766000
      *-----------------------------------------------------            00767000
       9000-99-FIM.                                  EXIT.              00768000
      *-----------------------------------------------------            00769000
