      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB49.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RETORNO DA COBRANCA BANCARIA (BOLETO): *             00008000
      *            CLASSIFICA O ARQUIVO RETORNO DO BANCO  *             00009000
      *            POR SEU NUMERO (NUMERO DA DUPLICATA),  *             00010000
      *            DATA E OCORRENCIA, CONFERE O HEADER    *             00011000
      *            COM O CONVENIO DO PARAMETRO E O        *             00012000
      *            TRAILER COM OS DETALHES LIDOS, E CASA  *             00013000
      *            COM O MASTER DE BOLETOS (BOLANT, DO    *             00014000
      *            FR22CB48). OCORRENCIAS: 02 ENTRADA     *             00015000
      *            CONFIRMADA (E), 03 ENTRADA REJEITADA   *             00016000
      *            (J, SAI EM RELRETOR COM O MOTIVO DO    *             00017000
      *            BANCO E E REENVIADA PELO FR22CB48 NA   *             00018000
      *            PROXIMA REMESSA), 06 LIQUIDACAO (L,    *             00019000
      *            GERA O PAGAMENTO EM PAGDUP COM VALOR   *             00020000
      *            PAGO, DATA, JUROS E TARIFA, ORIGEM B,  *             00021000
      *            PARA A BAIXA NO FR22CB28) E 09 BAIXA   *             00022000
      *            (B). OCORRENCIA DESCONHECIDA, BOLETO   *             00023000
      *            NAO CADASTRADO, NOSSO NUMERO           *             00024000
      *            DIVERGENTE E LIQUIDACAO REPETIDA SAEM  *             00025000
      *            EM RELRETOR. GRAVA O NOVO MASTER       *             00026000
      *            BOLNOVO.                               *             00027000
      *---------------------------------------------------*             00028000
      *  PARAMETRO (SYSIN): CONVENIO 9(07).               *             00029000
      *---------------------------------------------------*             00030000
      *  ARQUIVOS:                                        *             00031000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00032000
      *  RETORNO             I             ---------      *             00033000
      *  RETSORT             I/O           ---------      *             00034000
      *  BOLANT              I             ---------      *             00035000
      *  BOLNOVO             O             ---------      *             00036000
      *  PAGDUP              O             ---------      *             00037000
      *  RELRETOR            O             ---------      *             00038000
      *===================================================*             00039000
                                                                        00040000
      *====================================================             00041000
       ENVIRONMENT                               DIVISION.              00042000
      *====================================================             00043000
       CONFIGURATION                             SECTION.               00044000
       SPECIAL-NAMES.                                                   00045000
           DECIMAL-POINT  IS COMMA.                                     00046000
                                                                        00047000
       INPUT-OUTPUT                              SECTION.               00048000
       FILE-CONTROL.                                                    00049000
           SELECT RETORNO ASSIGN TO RETORNO                             00050000
               FILE STATUS IS WRK-FS-RETORNO.                           00051000
                                                                        00052000
           SELECT RETSORT ASSIGN TO RETSORT                             00053000
               FILE STATUS IS WRK-FS-RETSORT.                           00054000
                                                                        00055000
           SELECT BOLANT ASSIGN TO BOLANT                               00056000
               FILE STATUS IS WRK-FS-BOLANT.                            00057000
                                                                        00058000
           SELECT BOLNOVO ASSIGN TO BOLNOVO                             00059000
               FILE STATUS IS WRK-FS-BOLNOVO.                           00060000
                                                                        00061000
           SELECT PAGDUP ASSIGN TO PAGDUP                               00062000
               FILE STATUS IS WRK-FS-PAGDUP.                            00063000
                                                                        00064000
           SELECT RELRETOR ASSIGN TO RELRETOR                           00065000
               FILE STATUS IS WRK-FS-RELRETOR.                          00066000
                                                                        00067000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00068000
                                                                        00069000
      *====================================================             00070000
       DATA                                      DIVISION.              00071000
      *====================================================             00072000
      *-----------------------------------------------------            00073000
       FILE                                      SECTION.               00074000
      *-----------------------------------------------------            00075000
       FD RETORNO                                                       00076000
           RECORDING MODE IS F                                          00077000
           BLOCK CONTAINS 0 RECORDS.                                    00078000
      *-----------LRECL 150---------------------------------            00079000
       01 FD-RETORNO            PIC X(150).                             00080000
                                                                        00081000
       FD RETSORT                                                       00082000
           RECORDING MODE IS F                                          00083000
           BLOCK CONTAINS 0 RECORDS.                                    00084000
      *-----------LRECL 150---------------------------------            00085000
      *    TIPO 0 = HEADER, 1 = DETALHE, 9 = TRAILER.                   00086000
      *    SEU NUMERO = NUMERO DA DUPLICATA. VALOR PAGO JA              00087000
      *    CONTEM OS JUROS; A TARIFA E DEBITADA A PARTE.                00088000
       01 FD-RETSORT.                                                   00089000
          05 FD-RET-TIPO        PIC X(01).                              00090000
          05 FD-RET-NOSSONUM    PIC 9(10).                              00091000
          05 FD-RET-SEUNUM      PIC 9(06).                              00092000
          05 FD-RET-OCORRENCIA  PIC X(02).                              00093000
          05 FD-RET-DATA-OCORR  PIC 9(08).                              00094000
          05 FD-RET-DATA-CRED   PIC 9(08).                              00095000
          05 FD-RET-VALOR       PIC 9(08)V9(02).                        00096000
          05 FD-RET-VALOR-PAGO  PIC 9(08)V9(02).                        00097000
          05 FD-RET-JUROS       PIC 9(08)V9(02).                        00098000
          05 FD-RET-TARIFA      PIC 9(06)V9(02).                        00099000
          05 FD-RET-MOTIVO      PIC X(02).                              00100000
          05 FILLER             PIC X(75).                              00101000
       01 FD-RET-HEADER.                                                00102000
          05 FILLER             PIC X(01).                              00103000
          05 FD-RTH-DATA        PIC 9(08).                              00104000
          05 FD-RTH-SEQUENCIA   PIC 9(06).                              00105000
          05 FD-RTH-CONVENIO    PIC 9(07).                              00106000
          05 FD-RTH-AGENCIA     PIC 9(04).                              00107000
          05 FD-RTH-CONTA       PIC 9(08).                              00108000
          05 FILLER             PIC X(116).                             00109000
       01 FD-RET-TRAILER.                                               00110000
          05 FILLER             PIC X(01).                              00111000
          05 FD-RTT-QTDE        PIC 9(06).                              00112000
          05 FD-RTT-VALOR-PAGO  PIC 9(12)V9(02).                        00113000
          05 FILLER             PIC X(129).                             00114000
                                                                        00115000
       FD BOLANT                                                        00116000
           RECORDING MODE IS F                                          00117000
           BLOCK CONTAINS 0 RECORDS.                                    00118000
      *-----------LRECL 60----------------------------------            00119000
       01 FD-BOLANT.                                                    00120000
          05 FD-BOL-NUMERO      PIC 9(06).                              00121000
          05 FD-BOL-NOSSONUM    PIC 9(10).                              00122000
          05 FD-BOL-CLIENTE     PIC 9(05).                              00123000
          05 FD-BOL-VENCIMENTO  PIC 9(08).                              00124000
          05 FD-BOL-VALOR       PIC 9(08)V9(02).                        00125000
          05 FD-BOL-SITUACAO    PIC X(01).                              00126000
          05 FD-BOL-DTREMESSA   PIC 9(08).                              00127000
          05 FD-BOL-DTOCORR     PIC 9(08).                              00128000
          05 FD-BOL-MOTIVO      PIC X(02).                              00129000
          05 FILLER             PIC X(02).                              00130000
                                                                        00131000
       FD BOLNOVO                                                       00132000
           RECORDING MODE IS F                                          00133000
           BLOCK CONTAINS 0 RECORDS.                                    00134000
      *-----------LRECL 60----------------------------------            00135000
       01 FD-BOLNOVO            PIC X(60).                              00136000
                                                                        00137000
       FD PAGDUP                                                        00138000
           RECORDING MODE IS F                                          00139000
           BLOCK CONTAINS 0 RECORDS.                                    00140000
      *-----------LRECL 50----------------------------------            00141000
       01 FD-PAGDUP.                                                    00142000
          05 FD-PAG-NUMERO      PIC 9(06).                              00143000
          05 FD-PAG-VALOR       PIC 9(08)V9(02).                        00144000
          05 FD-PAG-DATA        PIC 9(08).                              00145000
          05 FD-PAG-JUROS       PIC 9(08)V9(02).                        00146000
          05 FD-PAG-TARIFA      PIC 9(06)V9(02).                        00147000
          05 FD-PAG-ORIGEM      PIC X(01).                              00148000
          05 FILLER             PIC X(07).                              00149000
                                                                        00150000
       FD RELRETOR                                                      00151000
           RECORDING MODE IS F                                          00152000
           BLOCK CONTAINS 0 RECORDS.                                    00153000
      *-----------LRECL 80----------------------------------            00154000
       01 FD-RELRETOR           PIC X(80).                              00155000
      *-----------------------------------------------------            00156000
       SD ARQSORT.                                                      00157000
       01 SD-ARQSORT.                                                   00158000
          05 SD-RET-TIPO        PIC X(01).                              00159000
          05 FILLER             PIC X(10).                              00160000
          05 SD-RET-SEUNUM      PIC 9(06).                              00161000
          05 SD-RET-OCORRENCIA  PIC X(02).                              00162000
          05 SD-RET-DATA-OCORR  PIC 9(08).                              00163000
          05 FILLER             PIC X(123).                             00164000
      *-----------------------------------------------------            00165000
       WORKING-STORAGE                           SECTION.               00166000
      *-----------------------------------------------------            00167000
           COPY '#GLOG'.                                                00168000
      *-----------------------------------------------------            00169000
       01 FILLER PIC X(48) VALUE                                        00170000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00171000
      *-----------------------------------------------------            00172000
       77 WRK-FS-RETORNO       PIC 9(02).                               00173000
       77 WRK-FS-RETSORT       PIC 9(02).                               00174000
       77 WRK-FS-BOLANT        PIC 9(02).                               00175000
       77 WRK-FS-BOLNOVO       PIC 9(02).                               00176000
       77 WRK-FS-PAGDUP        PIC 9(02).                               00177000
       77 WRK-FS-RELRETOR      PIC 9(02).                               00178000
      *-----------------------------------------------------            00179000
       01 FILLER PIC X(48) VALUE                                        00180000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00181000
      *-----------------------------------------------------            00182000
       01 WRK-PARM.                                                     00183000
          05 WRK-PARM-CONVENIO PIC 9(07).                               00184000
      *-----------------------------------------------------            00185000
       01 FILLER PIC X(48) VALUE                                        00186000
            '-------CONTROLE DO RETORNO-------------------'.            00187000
      *-----------------------------------------------------            00188000
       77 WRK-CHAVE-RET        PIC 9(06) VALUE ZEROS.                   00189000
       77 WRK-TRAILER          PIC X(01) VALUE 'N'.                     00190000
       77 WRK-TRL-QTDE         PIC 9(06) VALUE ZEROS.                   00191000
       77 WRK-TRL-VALOR        PIC 9(12)V9(02) VALUE ZEROS.             00192000
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.                  00193000
       01 WRK-MOTIVO-BANCO.                                             00194000
          05 FILLER             PIC X(28) VALUE                         00195000
             'REJEITADO PELO BANCO - MOT. '.                            00196000
          05 WRK-MOT-CODIGO     PIC X(02).                              00197000
       01 WRK-MOTIVO-OCORR.                                             00198000
          05 FILLER             PIC X(28) VALUE                         00199000
             'OCORRENCIA NAO TRATADA:     '.                            00200000
          05 WRK-MOT-OCORR      PIC X(02).                              00201000
      *-----------------------------------------------------            00202000
       01 FILLER PIC X(48) VALUE                                        00203000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00204000
      *-----------------------------------------------------            00205000
       77 WRK-REGDETALHES      PIC 9(06) VALUE ZEROS.                   00206000
       77 WRK-REGCONFIRMADOS   PIC 9(06) VALUE ZEROS.                   00207000
       77 WRK-REGREJEITADOS    PIC 9(06) VALUE ZEROS.                   00208000
       77 WRK-REGLIQUIDADOS    PIC 9(06) VALUE ZEROS.                   00209000
       77 WRK-REGBAIXADOS      PIC 9(06) VALUE ZEROS.                   00210000
       77 WRK-REGOCORRENCIAS   PIC 9(06) VALUE ZEROS.                   00211000
       77 WRK-TOT-PAGO         PIC 9(12)V9(02) VALUE ZEROS.             00212000
       77 WRK-TOT-JUROS        PIC 9(12)V9(02) VALUE ZEROS.             00213000
       77 WRK-TOT-TARIFAS      PIC 9(12)V9(02) VALUE ZEROS.             00214000
      *-----------------------------------------------------            00215000
       01 FILLER PIC X(48) VALUE                                        00216000
            '-------LINHAS DO RELATORIO-------------------'.            00217000
      *-----------------------------------------------------            00218000
       01 WRK-REL-CABEC.                                                00219000
          05 FILLER             PIC X(40) VALUE                         00220000
             'RETORNO DE COBRANCA - OCORRENCIAS -'.                     00221000
          05 WRK-REL-CAB-DATA   PIC 9(08).                              00222000
          05 FILLER             PIC X(06) VALUE ' SEQ: '.               00223000
          05 WRK-REL-CAB-SEQ    PIC 9(06).                              00224000
          05 FILLER             PIC X(20) VALUE SPACES.                 00225000
       01 WRK-REL-LINHA.                                                00226000
          05 FILLER             PIC X(11) VALUE 'DUPLICATA: '.          00227000
          05 WRK-REL-NUMERO     PIC 9(06).                              00228000
          05 FILLER             PIC X(07) VALUE ' NOSSO '.              00229000
          05 WRK-REL-NOSSONUM   PIC 9(10).                              00230000
          05 FILLER             PIC X(01) VALUE SPACES.                 00231000
          05 WRK-REL-VALOR      PIC ZZ.ZZZ.ZZ9,99.                      00232000
          05 FILLER             PIC X(01) VALUE SPACES.                 00233000
          05 WRK-REL-MOTIVO     PIC X(30).                              00234000
          05 FILLER             PIC X(01) VALUE SPACES.                 00235000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00236000
      *====================================================             00237000
       PROCEDURE                                 DIVISION.              00238000
      *====================================================             00239000
      *-----------------------------------------------------            00240000
       0000-PRINCIPAL                             SECTION.              00241000
      *-----------------------------------------------------            00242000
           PERFORM 1000-INICIALIZAR.                                    00243000
           PERFORM 2000-PROCESSAR UNTIL                                 00244000
                   WRK-CHAVE-RET EQUAL 999999                           00245000
                   AND FD-BOL-NUMERO EQUAL 999999.                      00246000
           PERFORM 3000-FINALIZAR.                                      00247000
           STOP RUN.                                                    00248000
      *-----------------------------------------------------            00249000
       0000-99-FIM.                                  EXIT.              00250000
      *-----------------------------------------------------            00251000
                                                                        00252000
      *-----------------------------------------------------            00253000
       1000-INICIALIZAR                           SECTION.              00254000
      *-----------------------------------------------------            00255000
           ACCEPT WRK-PARM FROM SYSIN.                                  00256000
           IF WRK-PARM-CONVENIO NOT NUMERIC                             00257000
              OR WRK-PARM-CONVENIO EQUAL ZEROS                          00258000
            DISPLAY 'CONVENIO NAO INFORMADO - EXECUCAO ABORTADA'        00259000
            STOP RUN                                                    00260000
           END-IF.                                                      00261000
                                                                        00262000
           SORT ARQSORT ON ASCENDING KEY SD-RET-TIPO                    00263000
                           ASCENDING KEY SD-RET-SEUNUM                  00264000
                           ASCENDING KEY SD-RET-DATA-OCORR              00265000
                           ASCENDING KEY SD-RET-OCORRENCIA              00266000
                USING RETORNO                                           00267000
                GIVING RETSORT.                                         00268000
                                                                        00269000
           OPEN INPUT RETSORT BOLANT                                    00270000
                OUTPUT BOLNOVO PAGDUP RELRETOR.                         00271000
             PERFORM 4000-TESTAR-STATUS.                                00272000
                                                                        00273000
      *    O PRIMEIRO REGISTRO TEM DE SER O HEADER DO CONVENIO.         00274000
           READ RETSORT.                                                00275000
           IF WRK-FS-RETSORT NOT EQUAL 00                               00276000
              OR FD-RET-TIPO NOT EQUAL '0'                              00277000
            DISPLAY 'RETORNO SEM HEADER - EXECUCAO ABORTADA'            00278000
            STOP RUN                                                    00279000
           END-IF.                                                      00280000
           IF FD-RTH-CONVENIO NOT EQUAL WRK-PARM-CONVENIO               00281000
            DISPLAY 'RETORNO DE OUTRO CONVENIO: ' FD-RTH-CONVENIO       00282000
                    ' - EXECUCAO ABORTADA'                              00283000
            STOP RUN                                                    00284000
           END-IF.                                                      00285000
           MOVE FD-RTH-DATA      TO WRK-REL-CAB-DATA.                   00286000
           MOVE FD-RTH-SEQUENCIA TO WRK-REL-CAB-SEQ.                    00287000
           WRITE FD-RELRETOR FROM WRK-REL-CABEC.                        00288000
           WRITE FD-RELRETOR FROM WRK-LINHABRANCO.                      00289000
                                                                        00290000
           PERFORM 5000-LER-RETORNO.                                    00291000
           PERFORM 5100-LER-BOLETO.                                     00292000
      *-----------------------------------------------------            00293000
       1000-99-FIM.                                  EXIT.              00294000
      *-----------------------------------------------------            00295000
                                                                        00296000
      *-----------------------------------------------------            00297000
       2000-PROCESSAR                             SECTION.              00298000
      *-----------------------------------------------------            00299000
           EVALUATE TRUE                                                00300000
            WHEN WRK-CHAVE-RET LESS FD-BOL-NUMERO                       00301000
             MOVE 'BOLETO NAO CADASTRADO' TO WRK-MOTIVO                 00302000
             PERFORM 2500-OCORRENCIA                                    00303000
             PERFORM 5000-LER-RETORNO                                   00304000
                                                                        00305000
            WHEN FD-BOL-NUMERO LESS WRK-CHAVE-RET                       00306000
             WRITE FD-BOLNOVO FROM FD-BOLANT                            00307000
             PERFORM 5100-LER-BOLETO                                    00308000
                                                                        00309000
      *      NO CASAMENTO SO O RETORNO AVANCA: O BOLETO FICA            00310000
      *      RETIDO PARA RECEBER AS DEMAIS OCORRENCIAS DO MESMO         00311000
      *      TITULO E SO E GRAVADO NA SEGUNDA PERNA.                    00312000
            WHEN OTHER                                                  00313000
             PERFORM 2100-APLICAR-OCORRENCIA                            00314000
             PERFORM 5000-LER-RETORNO                                   00315000
           END-EVALUATE.                                                00316000
      *-----------------------------------------------------            00317000
       2000-99-FIM.                                  EXIT.              00318000
      *-----------------------------------------------------            00319000
                                                                        00320000
      *-----------------------------------------------------            00321000
       2100-APLICAR-OCORRENCIA                    SECTION.              00322000
      *-----------------------------------------------------            00323000
           IF FD-RET-NOSSONUM NOT EQUAL FD-BOL-NOSSONUM                 00324000
            MOVE 'NOSSO NUMERO DIVERGENTE' TO WRK-MOTIVO                00325000
            PERFORM 2500-OCORRENCIA                                     00326000
            GO TO 2100-99-FIM                                           00327000
           END-IF.                                                      00328000
                                                                        00329000
           EVALUATE FD-RET-OCORRENCIA                                   00330000
            WHEN '02'                                                   00331000
             ADD 1 TO WRK-REGCONFIRMADOS                                00332000
             MOVE 'E'               TO FD-BOL-SITUACAO                  00333000
             MOVE FD-RET-DATA-OCORR TO FD-BOL-DTOCORR                   00334000
             MOVE SPACES            TO FD-BOL-MOTIVO                    00335000
                                                                        00336000
            WHEN '03'                                                   00337000
             ADD 1 TO WRK-REGREJEITADOS                                 00338000
             MOVE 'J'               TO FD-BOL-SITUACAO                  00339000
             MOVE FD-RET-DATA-OCORR TO FD-BOL-DTOCORR                   00340000
             MOVE FD-RET-MOTIVO     TO FD-BOL-MOTIVO                    00341000
             MOVE FD-RET-MOTIVO     TO WRK-MOT-CODIGO                   00342000
             MOVE WRK-MOTIVO-BANCO  TO WRK-MOTIVO                       00343000
             PERFORM 2500-OCORRENCIA                                    00344000
                                                                        00345000
            WHEN '06'                                                   00346000
             IF FD-BOL-SITUACAO EQUAL 'L'                               00347000
              MOVE 'LIQUIDACAO REPETIDA' TO WRK-MOTIVO                  00348000
              PERFORM 2500-OCORRENCIA                                   00349000
             ELSE                                                       00350000
              PERFORM 2200-GERAR-PAGAMENTO                              00351000
              MOVE 'L'               TO FD-BOL-SITUACAO                 00352000
              MOVE FD-RET-DATA-OCORR TO FD-BOL-DTOCORR                  00353000
             END-IF                                                     00354000
                                                                        00355000
            WHEN '09'                                                   00356000
             ADD 1 TO WRK-REGBAIXADOS                                   00357000
             MOVE 'B'               TO FD-BOL-SITUACAO                  00358000
             MOVE FD-RET-DATA-OCORR TO FD-BOL-DTOCORR                   00359000
                                                                        00360000
            WHEN OTHER                                                  00361000
             MOVE FD-RET-OCORRENCIA TO WRK-MOT-OCORR                    00362000
             MOVE WRK-MOTIVO-OCORR  TO WRK-MOTIVO                       00363000
             PERFORM 2500-OCORRENCIA                                    00364000
           END-EVALUATE.                                                00365000
      *-----------------------------------------------------            00366000
       2100-99-FIM.                                  EXIT.              00367000
      *-----------------------------------------------------            00368000
                                                                        00369000
      *-----------------------------------------------------            00370000
       2200-GERAR-PAGAMENTO                       SECTION.              00371000
      *-----------------------------------------------------            00372000
      *    A DATA DO PAGAMENTO E A DA LIQUIDACAO (BASE DOS              00373000
      *    ENCARGOS DE ATRASO NO FR22CB28), NAO A DO CREDITO.           00374000
           IF FD-RET-JUROS NOT NUMERIC                                  00375000
            MOVE ZEROS TO FD-RET-JUROS                                  00376000
           END-IF.                                                      00377000
           IF FD-RET-TARIFA NOT NUMERIC                                 00378000
            MOVE ZEROS TO FD-RET-TARIFA                                 00379000
           END-IF.                                                      00380000
           MOVE SPACES            TO FD-PAGDUP.                         00381000
           MOVE FD-RET-SEUNUM     TO FD-PAG-NUMERO.                     00382000
           MOVE FD-RET-VALOR-PAGO TO FD-PAG-VALOR.                      00383000
           MOVE FD-RET-DATA-OCORR TO FD-PAG-DATA.                       00384000
           MOVE FD-RET-JUROS      TO FD-PAG-JUROS.                      00385000
           MOVE FD-RET-TARIFA     TO FD-PAG-TARIFA.                     00386000
           MOVE 'B'               TO FD-PAG-ORIGEM.                     00387000
           WRITE FD-PAGDUP.                                             00388000
           ADD 1 TO WRK-REGLIQUIDADOS.                                  00389000
           ADD FD-RET-VALOR-PAGO TO WRK-TOT-PAGO.                       00390000
           ADD FD-RET-JUROS      TO WRK-TOT-JUROS.                      00391000
           ADD FD-RET-TARIFA     TO WRK-TOT-TARIFAS.                    00392000
      *-----------------------------------------------------            00393000
       2200-99-FIM.                                  EXIT.              00394000
      *-----------------------------------------------------            00395000
                                                                        00396000
      *-----------------------------------------------------            00397000
       2500-OCORRENCIA                            SECTION.              00398000
      *-----------------------------------------------------            00399000
           ADD 1 TO WRK-REGOCORRENCIAS.                                 00400000
           MOVE FD-RET-SEUNUM   TO WRK-REL-NUMERO.                      00401000
           MOVE FD-RET-NOSSONUM TO WRK-REL-NOSSONUM.                    00402000
           IF FD-RET-OCORRENCIA EQUAL '06'                              00403000
            MOVE FD-RET-VALOR-PAGO TO WRK-REL-VALOR                     00404000
           ELSE                                                         00405000
            MOVE FD-RET-VALOR      TO WRK-REL-VALOR                     00406000
           END-IF.                                                      00407000
           MOVE WRK-MOTIVO      TO WRK-REL-MOTIVO.                      00408000
           WRITE FD-RELRETOR FROM WRK-REL-LINHA.                        00409000
      *-----------------------------------------------------            00410000
       2500-99-FIM.                                  EXIT.              00411000
      *-----------------------------------------------------            00412000
                                                                        00413000
      *-----------------------------------------------------            00414000
       3000-FINALIZAR                             SECTION.              00415000
      *-----------------------------------------------------            00416000
           CLOSE RETSORT BOLANT BOLNOVO PAGDUP RELRETOR.                00417000
                                                                        00418000
           IF WRK-TRAILER EQUAL 'N'                                     00419000
            DISPLAY 'ATENCAO: RETORNO SEM TRAILER'                      00420000
           ELSE                                                         00421000
            IF WRK-TRL-QTDE NOT EQUAL WRK-REGDETALHES                   00422000
             DISPLAY 'ATENCAO: TRAILER INFORMA ' WRK-TRL-QTDE           00423000
                     ' DETALHES, LIDOS ' WRK-REGDETALHES                00424000
            END-IF                                                      00425000
            IF WRK-TRL-VALOR NOT EQUAL WRK-TOT-PAGO                     00426000
             DISPLAY 'ATENCAO: TRAILER INFORMA PAGO '                   00427000
                     WRK-TRL-VALOR ', LIQUIDADO ' WRK-TOT-PAGO          00428000
            END-IF                                                      00429000
           END-IF.                                                      00430000
                                                                        00431000
           DISPLAY ' '.                                                 00432000
           DISPLAY 'DETALHES DO RETORNO:   ' WRK-REGDETALHES.           00433000
           DISPLAY 'ENTRADAS CONFIRMADAS:  ' WRK-REGCONFIRMADOS.        00434000
           DISPLAY 'ENTRADAS REJEITADAS:   ' WRK-REGREJEITADOS.         00435000
           DISPLAY 'TITULOS LIQUIDADOS:    ' WRK-REGLIQUIDADOS.         00436000
           DISPLAY 'TITULOS BAIXADOS:      ' WRK-REGBAIXADOS.           00437000
           DISPLAY 'OCORRENCIAS RELRETOR:  ' WRK-REGOCORRENCIAS.        00438000
           DISPLAY 'TOTAL PAGO:            ' WRK-TOT-PAGO.              00439000
           DISPLAY 'JUROS RECEBIDOS:       ' WRK-TOT-JUROS.             00440000
           DISPLAY 'TARIFAS BANCARIAS:     ' WRK-TOT-TARIFAS.           00441000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00442000
      *-----------------------------------------------------            00443000
       3000-99-FIM.                                  EXIT.              00444000
      *-----------------------------------------------------            00445000
                                                                        00446000
      *-----------------------------------------------------            00447000
       4000-TESTAR-STATUS                         SECTION.              00448000
      *-----------------------------------------------------            00449000
           IF WRK-FS-RETSORT NOT EQUAL 00                               00450000
            MOVE 'FR22CB49'              TO WRK-PROGRAMA                00451000
            MOVE 'ERRO NO OPEN RETSORT'  TO WRK-MENSAGEM                00452000
            MOVE '1000'                  TO WRK-SECAO                   00453000
            MOVE WRK-FS-RETSORT          TO WRK-STATUS                  00454000
            PERFORM 9000-TRATAERROS                                     00455000
           END-IF.                                                      00456000
           IF WRK-FS-BOLANT NOT EQUAL 00                                00457000
            MOVE 'FR22CB49'              TO WRK-PROGRAMA                00458000
            MOVE 'ERRO NO OPEN BOLANT'   TO WRK-MENSAGEM                00459000
            MOVE '1000'                  TO WRK-SECAO                   00460000
            MOVE WRK-FS-BOLANT           TO WRK-STATUS                  00461000
            PERFORM 9000-TRATAERROS                                     00462000
           END-IF.                                                      00463000
           IF WRK-FS-BOLNOVO NOT EQUAL 00                               00464000
            MOVE 'FR22CB49'              TO WRK-PROGRAMA                00465000
            MOVE 'ERRO NO OPEN BOLNOVO'  TO WRK-MENSAGEM                00466000
            MOVE '1000'                  TO WRK-SECAO                   00467000
            MOVE WRK-FS-BOLNOVO          TO WRK-STATUS                  00468000
            PERFORM 9000-TRATAERROS                                     00469000
           END-IF.                                                      00470000
           IF WRK-FS-PAGDUP NOT EQUAL 00                                00471000
            MOVE 'FR22CB49'              TO WRK-PROGRAMA                00472000
            MOVE 'ERRO NO OPEN PAGDUP'   TO WRK-MENSAGEM                00473000
            MOVE '1000'                  TO WRK-SECAO                   00474000
            MOVE WRK-FS-PAGDUP           TO WRK-STATUS                  00475000
            PERFORM 9000-TRATAERROS                                     00476000
           END-IF.                                                      00477000
           IF WRK-FS-RELRETOR NOT EQUAL 00                              00478000
            MOVE 'FR22CB49'              TO WRK-PROGRAMA                00479000
            MOVE 'ERRO NO OPEN RELRETOR' TO WRK-MENSAGEM                00480000
            MOVE '1000'                  TO WRK-SECAO                   00481000
            MOVE WRK-FS-RELRETOR         TO WRK-STATUS                  00482000
            PERFORM 9000-TRATAERROS                                     00483000
           END-IF.                                                      00484000
      *-----------------------------------------------------            00485000
       4000-99-FIM.                                  EXIT.              00486000
      *-----------------------------------------------------            00487000
                                                                        00488000
      *-----------------------------------------------------            00489000
       5000-LER-RETORNO                           SECTION.              00490000
      *-----------------------------------------------------            00491000
      *    O TRAILER (TIPO 9) FECHA O LADO DO RETORNO.                  00492000
           READ RETSORT.                                                00493000
           IF WRK-FS-RETSORT EQUAL 10                                   00494000
            MOVE 999999 TO WRK-CHAVE-RET                                00495000
           ELSE                                                         00496000
            IF FD-RET-TIPO EQUAL '9'                                    00497000
             MOVE 'S'               TO WRK-TRAILER                      00498000
             MOVE FD-RTT-QTDE       TO WRK-TRL-QTDE                     00499000
             MOVE FD-RTT-VALOR-PAGO TO WRK-TRL-VALOR                    00500000
             MOVE 999999 TO WRK-CHAVE-RET                               00501000
            ELSE                                                        00502000
             ADD 1 TO WRK-REGDETALHES                                   00503000
             MOVE FD-RET-SEUNUM TO WRK-CHAVE-RET                        00504000
            END-IF                                                      00505000
           END-IF.                                                      00506000
      *-----------------------------------------------------            00507000
       5000-99-FIM.                                  EXIT.              00508000
      *-----------------------------------------------------            00509000
                                                                        00510000
      *-----------------------------------------------------            00511000
       5100-LER-BOLETO                            SECTION.              00512000
      *-----------------------------------------------------            00513000
           READ BOLANT.                                                 00514000
           IF WRK-FS-BOLANT EQUAL 10                                    00515000
            MOVE 999999 TO FD-BOL-NUMERO                                00516000
           END-IF.                                                      00517000
      *-----------------------------------------------------            00518000
       5100-99-FIM.                                  EXIT.              00519000
      *-----------------------------------------------------            00520000
                                                                        00521000
      *-----------------------------------------------------            00522000
       9000-TRATAERROS                            SECTION.              00523000
      *-----------------------------------------------------            00524000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00525000
           GOBACK.                                                      00526000
      *-----------------------------------------------------            00527000
       9000-99-FIM.                                  EXIT.              00528000
      *-----------------------------------------------------            00529000
