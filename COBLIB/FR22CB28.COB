      *            PARCIAIS ('P'); PAGAMENTO A MAIOR OU   *             00013000
      *            SEM DUPLICATA SAI EM RELRECEB COM O    *             00014000
      *            MOTIVO. GRAVA O NOVO MASTER DUPNOVO.   *             00015000
      *            CADA BAIXA SAI TAMBEM EM RECDUP (DATA, *             00015200
      *            VENDEDOR, COMISSAO CHEIA DA DUPLICATA  *             00015400
      *            E VALOR EFETIVAMENTE ABATIDO, SEM O    *             00015600
      *            EXCESSO), BASE DA COMISSAO DO FR22CB35.*             00015800
      *            PAGAMENTO DE DUPLICATA CANCELADA ('C', *             00015850
      *            FR22CB36) NAO E BAIXADO E SAI EM       *             00015900
      *            RELRECEB COM O MOTIVO.                 *             00015950
      *            PAGAMENTO APOS O VENCIMENTO PAGA JUROS *             00015953
      *            DIARIOS (BASE COMERCIAL) SOBRE O       *             00015956
      *            PRINCIPAL EM ABERTO E MULTA UNICA NA   *             00015959
      *            PRIMEIRA BAIXA EM ATRASO. O PAGAMENTO  *             00015962
      *            QUITA PRIMEIRO OS ENCARGOS; O QUE      *             00015965
      *            FALTAR DELES FICA NO SALDO DO TITULO   *             00015968
      *            (FD-DUP-ENCARGOS) PARA A PROXIMA BAIXA.*             00015971
      *            PAGDUP TRAZ TAMBEM JUROS, TARIFA E     *             00015972
      *            ORIGEM; OS PAGAMENTOS DA COBRANCA      *             00015973
      *            BANCARIA (ORIGEM B, FR22CB49) TEM      *             00015974
      *            JUROS E TARIFAS TOTALIZADOS NO FINAL.  *             00015975
      *---------------------------------------------------*             00015976
      *  PARAMETRO (SYSIN): DATA DE PROCESSAMENTO         *             00015977
      *            AAAAMMDD (ZEROS = DATA DO SISTEMA),    *             00015980
      *            JUROS % AO DIA 9V9999 (PADRAO 0,0333)  *             00015983
      *            E MULTA % 99V99 (PADRAO 02,00).        *             00015986
      *---------------------------------------------------*             00016000
      *  ARQUIVOS:                                        *             00017000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00018000
      *  PAGDUP              I             ---------      *             00020000
      *  DUPNOVO             O             ---------      *             00021000
      *  RELRECEB            O             ---------      *             00022000
      *  RECDUP              O             ---------      *             00022500
      *===================================================*             00023000
                                                                        00024000
      *====================================================             00025000
           SELECT RELRECEB ASSIGN TO RELRECEB                           00043000
               FILE STATUS IS WRK-FS-RELRECEB.                          00044000
                                                                        00045000
           SELECT RECDUP ASSIGN TO RECDUP                               00045250
               FILE STATUS IS WRK-FS-RECDUP.                            00045500
                                                                        00045750
      *====================================================             00046000
       DATA                                      DIVISION.              00047000
      *====================================================             00048000
       FD DUPANT                                                        00052000
           RECORDING MODE IS F                                          00053000
           BLOCK CONTAINS 0 RECORDS.                                    00054000
      *-----------LRECL 75----------------------------------            00055000
       01 FD-DUPANT.                                                    00056000
          05 FD-DUP-NUMERO      PIC 9(06).                              00057000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00058000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00060000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00061000
          05 FD-DUP-SITUACAO    PIC X(01).                              00062000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00062330
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00062660
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00062720
          05 FD-DUP-DTCALC      PIC 9(08).                              00062780
          05 FD-DUP-MULTADA     PIC X(01).                              00062840
          05 FILLER             PIC X(01).                              00062900
                                                                        00063000
       FD PAGDUP                                                        00064000
           RECORDING MODE IS F                                          00065000
           BLOCK CONTAINS 0 RECORDS.                                    00066000
      *-----------LRECL 50----------------------------------            00066330
      *    ORIGEM B = LIQUIDACAO NA COBRANCA BANCARIA (PAGDUP           00066660
      *    GERADO PELO FR22CB49): VALOR E O TOTAL PAGO PELO             00066990
      *    SACADO; JUROS (JA CONTIDOS NO VALOR) E TARIFA SAO OS         00067320
      *    INFORMADOS PELO BANCO NO RETORNO.                            00067650
       01 FD-PAGDUP.                                                    00068000
          05 FD-PAG-NUMERO      PIC 9(06).                              00069000
          05 FD-PAG-VALOR       PIC 9(08)V9(02).                        00070000
          05 FD-PAG-DATA        PIC 9(08).                              00070500
          05 FD-PAG-JUROS       PIC 9(08)V9(02).                        00070600
          05 FD-PAG-TARIFA      PIC 9(06)V9(02).                        00070700
          05 FD-PAG-ORIGEM      PIC X(01).                              00070800
          05 FILLER             PIC X(07).                              00070900
                                                                        00071000
       FD DUPNOVO                                                       00072000
           RECORDING MODE IS F                                          00073000
           BLOCK CONTAINS 0 RECORDS.                                    00074000
      *-----------LRECL 75----------------------------------            00075000
       01 FD-DUPNOVO            PIC X(75).                              00076000
                                                                        00077000
       FD RELRECEB                                                      00078000
           RECORDING MODE IS F                                          00079000
           BLOCK CONTAINS 0 RECORDS.                                    00080000
      *-----------LRECL 80----------------------------------            00081000
       01 FD-RELRECEB           PIC X(80).                              00082000
                                                                        00082060
       FD RECDUP                                                        00082120
           RECORDING MODE IS F                                          00082180
           BLOCK CONTAINS 0 RECORDS.                                    00082240
      *-----------LRECL 60----------------------------------            00082300
       01 FD-RECDUP.                                                    00082360
          05 FD-REC-NUMERO      PIC 9(06).                              00082420
          05 FD-REC-CLIENTE     PIC 9(05).                              00082480
          05 FD-REC-VENDEDOR    PIC 9(05).                              00082540
          05 FD-REC-DATA        PIC 9(08).                              00082600
          05 FD-REC-VALOR-DUP   PIC 9(08)V9(02).                        00082660
          05 FD-REC-COMISSAO    PIC 9(08)V9(02).                        00082720
          05 FD-REC-APLICADO    PIC 9(08)V9(02).                        00082780
          05 FD-REC-SITUACAO    PIC X(01).                              00082840
          05 FD-REC-DIAS-ATRASO PIC 9(03).                              00082890
          05 FILLER             PIC X(02).                              00082940
      *-----------------------------------------------------            00083000
       WORKING-STORAGE                           SECTION.               00084000
      *-----------------------------------------------------            00085000
       77 WRK-FS-PAGDUP        PIC 9(02).                               00092000
       77 WRK-FS-DUPNOVO       PIC 9(02).                               00093000
       77 WRK-FS-RELRECEB      PIC 9(02).                               00094000
       77 WRK-FS-RECDUP        PIC 9(02).                               00094500
      *-----------------------------------------------------            00095000
       01 FILLER PIC X(48) VALUE                                        00096000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00097000
       77 WRK-REGPARCIAIS      PIC 9(06) VALUE ZEROS.                   00101000
       77 WRK-REGEXCESSO       PIC 9(06) VALUE ZEROS.                   00102000
       77 WRK-REGSEMDUP        PIC 9(06) VALUE ZEROS.                   00103000
       77 WRK-REGCANCELADA     PIC 9(06) VALUE ZEROS.                   00103500
       77 WRK-TOT-RECEBIDO     PIC 9(12)V9(02) VALUE ZEROS.             00104000
       77 WRK-APLICADO         PIC 9(08)V9(02) VALUE ZEROS.             00104330
       77 WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.                   00104660
       77 WRK-REGATRASO        PIC 9(06) VALUE ZEROS.                   00104670
       77 WRK-REGRESIDUO       PIC 9(06) VALUE ZEROS.                   00104680
       77 WRK-TOT-ENCARGOS     PIC 9(12)V9(02) VALUE ZEROS.             00104690
       77 WRK-TOT-ENC-RECEB    PIC 9(12)V9(02) VALUE ZEROS.             00104700
       77 WRK-REGBANCO         PIC 9(06) VALUE ZEROS.                   00104702
       77 WRK-TOT-JUROS-BCO    PIC 9(12)V9(02) VALUE ZEROS.             00104704
       77 WRK-TOT-TARIFAS      PIC 9(12)V9(02) VALUE ZEROS.             00104706
      *-----------------------------------------------------            00104710
       01 FILLER PIC X(48) VALUE                                        00104720
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00104730
      *-----------------------------------------------------            00104740
       01 WRK-PARM.                                                     00104750
          05 WRK-PARM-DATA     PIC 9(08).                               00104760
          05 WRK-PARM-JUROS    PIC 9(01)V9(04).                         00104770
          05 WRK-PARM-MULTA    PIC 9(02)V9(02).                         00104780
      *-----------------------------------------------------            00104790
       01 FILLER PIC X(48) VALUE                                        00104800
            '-------CALCULO DE ENCARGOS (BASE 30)---------'.            00104810
      *-----------------------------------------------------            00104820
       01 WRK-DATA-AUX.                                                 00104830
          05 WRK-AUX-ANO    PIC 9(04).                                  00104840
          05 WRK-AUX-MES    PIC 9(02).                                  00104850
          05 WRK-AUX-DIA    PIC 9(02).                                  00104860
       01 WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX                         00104870
                           PIC 9(08).                                   00104880
       77 WRK-DIAS-AUX       PIC 9(08)    VALUE ZEROS.                  00104890
       77 WRK-DIAS-PAG       PIC 9(08)    VALUE ZEROS.                  00104900
       77 WRK-DIAS-INICIO    PIC 9(08)    VALUE ZEROS.                  00104910
       77 WRK-DIAS-ATRASO    PIC S9(05)   VALUE ZEROS.                  00104920
       77 WRK-DIAS-JUROS     PIC S9(05)   VALUE ZEROS.                  00104930
       77 WRK-DATA-PAG       PIC 9(08)    VALUE ZEROS.                  00104940
       77 WRK-PRINCIPAL      PIC 9(08)V9(02) VALUE ZEROS.               00104950
       77 WRK-JUROS          PIC 9(08)V9(02) VALUE ZEROS.               00104960
       77 WRK-MULTA          PIC 9(08)V9(02) VALUE ZEROS.               00104970
       77 WRK-ENC-PAGO       PIC 9(08)V9(02) VALUE ZEROS.               00104980
      *-----------------------------------------------------            00105000
       01 FILLER PIC X(48) VALUE                                        00106000
            '-------LINHAS DO RELATORIO-------------------'.            00107000
      *-----------------------------------------------------            00136000
       1000-INICIALIZAR                           SECTION.              00137000
      *-----------------------------------------------------            00138000
           ACCEPT WRK-PARM FROM SYSIN.                                  00138050
           IF WRK-PARM-DATA NOT NUMERIC                                 00138100
              OR WRK-PARM-DATA EQUAL ZEROS                              00138150
            ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD                     00138200
           ELSE                                                         00138250
            MOVE WRK-PARM-DATA TO WRK-DATA-PROC                         00138300
           END-IF.                                                      00138350
           IF WRK-PARM-JUROS NOT NUMERIC                                00138400
            MOVE 0,0333 TO WRK-PARM-JUROS                               00138450
           END-IF.                                                      00138500
           IF WRK-PARM-MULTA NOT NUMERIC                                00138550
            MOVE 02,00 TO WRK-PARM-MULTA                                00138600
           END-IF.                                                      00138650
           DISPLAY 'JUROS % AO DIA: ' WRK-PARM-JUROS                    00138700
                   ' MULTA %: ' WRK-PARM-MULTA.                         00138750
                                                                        00138800
           OPEN INPUT DUPANT PAGDUP                                     00139000
                OUTPUT DUPNOVO RELRECEB RECDUP.                         00140000
             PERFORM 4000-TESTAR-STATUS.                                00141000
                                                                        00142000
           WRITE FD-RELRECEB FROM WRK-REL-CABEC.                        00143000
           PERFORM 5100-LER-PAGAMENTO.                                  00147000
      *-----------------------------------------------------            00148000
       1000-99-FIM.                                  EXIT.              00149000
      *-----------------------------------------------------            00149070
                                                                        00149140
      *-----------------------------------------------------            00149210
       1100-DIAS-COMERCIAIS                       SECTION.              00149280
      *-----------------------------------------------------            00149350
      *    CONTAGEM COMERCIAL (ANO DE 360, MES DE 30), A                00149420
      *    MESMA DO AGING DO FR22CB29.                                  00149490
           COMPUTE WRK-DIAS-AUX =                                       00149560
                   (WRK-AUX-ANO * 360)                                  00149630
                   + (WRK-AUX-MES * 30)                                 00149700
                   + WRK-AUX-DIA.                                       00149770
      *-----------------------------------------------------            00149840
       1100-99-FIM.                                  EXIT.              00149910
      *-----------------------------------------------------            00150000
                                                                        00151000
      *-----------------------------------------------------            00152000
      *-----------------------------------------------------            00183000
       2100-BAIXAR                                SECTION.              00184000
      *-----------------------------------------------------            00185000
      *    DUPLICATA CANCELADA (FR22CB36) NAO RECEBE BAIXA:             00185070
      *    O PAGAMENTO SAI NO RELATORIO PARA DEVOLUCAO.                 00185140
           IF FD-DUP-SITUACAO EQUAL 'C'                                 00185210
            ADD 1 TO WRK-REGCANCELADA                                   00185280
            MOVE FD-PAG-NUMERO TO WRK-REL-NUMERO                        00185350
            MOVE FD-PAG-VALOR  TO WRK-REL-VALOR                         00185420
            MOVE 'DUPLICATA CANCELADA'                                  00185490
              TO WRK-REL-MOTIVO                                         00185560
            WRITE FD-RELRECEB FROM WRK-REL-LINHA                        00185630
            GO TO 2100-99-FIM                                           00185700
           END-IF.                                                      00185770
                                                                        00185840
           ADD FD-PAG-VALOR TO WRK-TOT-RECEBIDO.                        00186000
           PERFORM 2150-CALCULAR-ENCARGOS.                              00186060
                                                                        00186120
      *    O PAGAMENTO QUITA PRIMEIRO OS ENCARGOS; SO O QUE             00186180
      *    SOBRA ABATE O PRINCIPAL (BASE DA COMISSAO).                  00186240
           COMPUTE WRK-PRINCIPAL =                                      00186300
                   FD-DUP-SALDO - FD-DUP-ENCARGOS.                      00186360
           IF FD-PAG-VALOR GREATER FD-DUP-ENCARGOS                      00186420
            MOVE FD-DUP-ENCARGOS TO WRK-ENC-PAGO                        00186480
           ELSE                                                         00186540
            MOVE FD-PAG-VALOR    TO WRK-ENC-PAGO                        00186600
           END-IF.                                                      00186660
           SUBTRACT WRK-ENC-PAGO FROM FD-DUP-ENCARGOS.                  00186720
           ADD WRK-ENC-PAGO TO WRK-TOT-ENC-RECEB.                       00186780
           COMPUTE WRK-APLICADO = FD-PAG-VALOR - WRK-ENC-PAGO.          00186840
                                                                        00187000
           EVALUATE TRUE                                                00188000
            WHEN FD-PAG-VALOR EQUAL FD-DUP-SALDO                        00189000
            WHEN OTHER                                                  00203000
             COMPUTE WRK-EXCESSO =                                      00204000
                     FD-PAG-VALOR - FD-DUP-SALDO                        00205000
             MOVE WRK-PRINCIPAL TO WRK-APLICADO                         00205500
             MOVE ZEROS TO FD-DUP-SALDO                                 00206000
             MOVE 'Q'   TO FD-DUP-SITUACAO                              00207000
             ADD 1 TO WRK-REGQUITADAS                                   00208000
               TO WRK-REL-MOTIVO                                        00213000
             WRITE FD-RELRECEB FROM WRK-REL-LINHA                       00214000
           END-EVALUATE.                                                00215000
                                                                        00215330
      *    JUROS/MULTA NAO PAGOS POR INTEIRO FICAM NO TITULO.           00215360
           IF FD-DUP-ENCARGOS GREATER ZEROS                             00215390
            ADD 1 TO WRK-REGRESIDUO                                     00215420
            MOVE FD-DUP-NUMERO   TO WRK-REL-NUMERO                      00215450
            MOVE FD-DUP-ENCARGOS TO WRK-REL-VALOR                       00215480
            MOVE 'ENCARGO RESIDUAL NA DUPLICATA'                        00215510
              TO WRK-REL-MOTIVO                                         00215540
            WRITE FD-RELRECEB FROM WRK-REL-LINHA                        00215570
           END-IF.                                                      00215600
                                                                        00215630
           PERFORM 2200-GRAVAR-RECEBIMENTO.                             00215660
      *-----------------------------------------------------            00216000
       2100-99-FIM.                                  EXIT.              00217000
      *-----------------------------------------------------            00217010
                                                                        00217020
      *-----------------------------------------------------            00217030
       2150-CALCULAR-ENCARGOS                     SECTION.              00217040
      *-----------------------------------------------------            00217050
      *    PAGAMENTO SEM DATA E DO DIA DO PROCESSAMENTO.                00217060
           IF FD-PAG-DATA NOT NUMERIC                                   00217070
              OR FD-PAG-DATA EQUAL ZEROS                                00217080
            MOVE WRK-DATA-PROC TO WRK-DATA-PAG                          00217090
           ELSE                                                         00217100
            MOVE FD-PAG-DATA   TO WRK-DATA-PAG                          00217110
           END-IF.                                                      00217120
           MOVE ZEROS TO WRK-DIAS-ATRASO.                               00217130
                                                                        00217140
           IF WRK-DATA-PAG NOT GREATER FD-DUP-VENCIMENTO                00217150
            GO TO 2150-99-FIM                                           00217160
           END-IF.                                                      00217170
                                                                        00217180
           MOVE WRK-DATA-PAG TO WRK-DATA-AUX-N.                         00217190
           PERFORM 1100-DIAS-COMERCIAIS.                                00217200
           MOVE WRK-DIAS-AUX TO WRK-DIAS-PAG.                           00217210
           MOVE FD-DUP-VENCIMENTO TO WRK-DATA-AUX-N.                    00217220
           PERFORM 1100-DIAS-COMERCIAIS.                                00217230
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-PAG - WRK-DIAS-AUX.       00217240
                                                                        00217250
      *    JUROS CORREM DO VENCIMENTO OU DA ULTIMA BAIXA EM             00217260
      *    ATRASO, O QUE FOR MAIS RECENTE, PARA NAO COBRAR              00217270
      *    DUAS VEZES O MESMO PERIODO.                                  00217280
           IF FD-DUP-DTCALC GREATER FD-DUP-VENCIMENTO                   00217290
            MOVE FD-DUP-DTCALC TO WRK-DATA-AUX-N                        00217300
            PERFORM 1100-DIAS-COMERCIAIS                                00217310
           END-IF.                                                      00217320
           MOVE WRK-DIAS-AUX TO WRK-DIAS-INICIO.                        00217330
           COMPUTE WRK-DIAS-JUROS = WRK-DIAS-PAG - WRK-DIAS-INICIO.     00217340
           IF WRK-DIAS-JUROS LESS ZEROS                                 00217350
            MOVE ZEROS TO WRK-DIAS-JUROS                                00217360
           END-IF.                                                      00217370
                                                                        00217380
           COMPUTE WRK-PRINCIPAL =                                      00217390
                   FD-DUP-SALDO - FD-DUP-ENCARGOS.                      00217400
           COMPUTE WRK-JUROS ROUNDED =                                  00217410
                   WRK-PRINCIPAL * WRK-PARM-JUROS / 100                 00217420
                   * WRK-DIAS-JUROS.                                    00217430
           MOVE ZEROS TO WRK-MULTA.                                     00217440
           IF FD-DUP-MULTADA NOT EQUAL 'S'                              00217450
            COMPUTE WRK-MULTA ROUNDED =                                 00217460
                    WRK-PRINCIPAL * WRK-PARM-MULTA / 100                00217470
            MOVE 'S' TO FD-DUP-MULTADA                                  00217480
           END-IF.                                                      00217490
                                                                        00217500
           ADD WRK-JUROS WRK-MULTA TO FD-DUP-ENCARGOS.                  00217510
           ADD WRK-JUROS WRK-MULTA TO FD-DUP-SALDO.                     00217520
           ADD WRK-JUROS WRK-MULTA TO WRK-TOT-ENCARGOS.                 00217530
           IF WRK-DATA-PAG GREATER FD-DUP-DTCALC                        00217540
            MOVE WRK-DATA-PAG TO FD-DUP-DTCALC                          00217550
           END-IF.                                                      00217560
           ADD 1 TO WRK-REGATRASO.                                      00217570
                                                                        00217580
           MOVE FD-DUP-NUMERO TO WRK-REL-NUMERO.                        00217590
           COMPUTE WRK-REL-VALOR = WRK-JUROS + WRK-MULTA.               00217600
           MOVE 'JUROS E MULTA POR ATRASO'                              00217610
             TO WRK-REL-MOTIVO.                                         00217620
           WRITE FD-RELRECEB FROM WRK-REL-LINHA.                        00217630
      *-----------------------------------------------------            00217640
       2150-99-FIM.                                  EXIT.              00217650
      *-----------------------------------------------------            00218000
                                                                        00219000
      *-----------------------------------------------------            00220000
       2200-GRAVAR-RECEBIMENTO                    SECTION.              00220040
      *-----------------------------------------------------            00220080
      *    SO O QUE ABATEU SALDO ENTRA: O EXCESSO NAO E                 00220120
      *    RECEITA DA VENDA E NAO GERA COMISSAO.                        00220160
           MOVE SPACES          TO FD-RECDUP.                           00220200
           MOVE FD-DUP-NUMERO   TO FD-REC-NUMERO.                       00220240
           MOVE FD-DUP-CLIENTE  TO FD-REC-CLIENTE.                      00220280
           MOVE FD-DUP-VENDEDOR TO FD-REC-VENDEDOR.                     00220320
           MOVE WRK-DATA-PROC   TO FD-REC-DATA.                         00220360
           MOVE FD-DUP-VALOR    TO FD-REC-VALOR-DUP.                    00220400
           MOVE FD-DUP-COMISSAO TO FD-REC-COMISSAO.                     00220440
           MOVE WRK-APLICADO    TO FD-REC-APLICADO.                     00220480
           MOVE FD-DUP-SITUACAO TO FD-REC-SITUACAO.                     00220520
           IF WRK-DIAS-ATRASO GREATER 999                               00220526
            MOVE 999 TO FD-REC-DIAS-ATRASO                              00220532
           ELSE                                                         00220538
            MOVE WRK-DIAS-ATRASO TO FD-REC-DIAS-ATRASO                  00220544
           END-IF.                                                      00220550
           IF WRK-APLICADO GREATER ZEROS                                00220560
            WRITE FD-RECDUP                                             00220600
           END-IF.                                                      00220640
      *-----------------------------------------------------            00220680
       2200-99-FIM.                                  EXIT.              00220720
      *-----------------------------------------------------            00220760
                                                                        00220800
      *-----------------------------------------------------            00220840
       3000-FINALIZAR                             SECTION.              00221000
      *-----------------------------------------------------            00222000
           CLOSE DUPANT PAGDUP DUPNOVO RELRECEB RECDUP.                 00223000
                                                                        00224000
           DISPLAY ' '.                                                 00225000
           DISPLAY 'DUPLICATAS QUITADAS:   ' WRK-REGQUITADAS.           00226000
           DISPLAY 'PAGAMENTOS PARCIAIS:   ' WRK-REGPARCIAIS.           00227000
           DISPLAY 'PAGAMENTOS A MAIOR:    ' WRK-REGEXCESSO.            00228000
           DISPLAY 'PAGTOS SEM DUPLICATA:  ' WRK-REGSEMDUP.             00229000
           DISPLAY 'PAGTOS DUP CANCELADA:  ' WRK-REGCANCELADA.          00229500
           DISPLAY 'TOTAL RECEBIDO:        ' WRK-TOT-RECEBIDO.          00230000
           DISPLAY 'BAIXAS EM ATRASO:      ' WRK-REGATRASO.             00230200
           DISPLAY 'ENCARGOS COBRADOS:     ' WRK-TOT-ENCARGOS.          00230400
           DISPLAY 'ENCARGOS RECEBIDOS:    ' WRK-TOT-ENC-RECEB.         00230600
           DISPLAY 'TITULOS COM RESIDUO:   ' WRK-REGRESIDUO.            00230800
           DISPLAY 'PAGTOS VIA BANCO:      ' WRK-REGBANCO.              00230850
           DISPLAY 'JUROS PAGOS NO BANCO:  ' WRK-TOT-JUROS-BCO.         00230900
           DISPLAY 'TARIFAS BANCARIAS:     ' WRK-TOT-TARIFAS.           00230950
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00231000
      *-----------------------------------------------------            00232000
       3000-99-FIM.                                  EXIT.              00233000
            MOVE WRK-FS-RELRECEB         TO WRK-STATUS                  00264000
            PERFORM 9000-TRATAERROS                                     00265000
           END-IF.                                                      00266000
           IF WRK-FS-RECDUP NOT EQUAL 00                                00266120
            MOVE 'FR22CB28'              TO WRK-PROGRAMA                00266240
            MOVE 'ERRO NO OPEN RECDUP'   TO WRK-MENSAGEM                00266360
            MOVE '1000'                  TO WRK-SECAO                   00266480
            MOVE WRK-FS-RECDUP           TO WRK-STATUS                  00266600
            PERFORM 9000-TRATAERROS                                     00266720
           END-IF.                                                      00266840
      *-----------------------------------------------------            00267000
       4000-99-FIM.                                  EXIT.              00268000
      *-----------------------------------------------------            00269000
           READ DUPANT.                                                 00274000
           IF WRK-FS-DUPANT EQUAL 10                                    00275000
            MOVE 999999 TO FD-DUP-NUMERO                                00276000
           ELSE                                                         00276120
      *     TITULO SEM HISTORICO DE ENCARGOS.                           00276240
            IF FD-DUP-ENCARGOS NOT NUMERIC                              00276360
             MOVE ZEROS TO FD-DUP-ENCARGOS                              00276480
             MOVE ZEROS TO FD-DUP-DTCALC                                00276600
             MOVE 'N'   TO FD-DUP-MULTADA                               00276720
            END-IF                                                      00276840
           END-IF.                                                      00277000
      *-----------------------------------------------------            00278000
       5000-99-FIM.                                  EXIT.              00279000
           READ PAGDUP.                                                 00285000
           IF WRK-FS-PAGDUP EQUAL 10                                    00286000
            MOVE 999999 TO FD-PAG-NUMERO                                00287000
           ELSE                                                         00287070
      *     PAGAMENTO DIGITADO, SEM DADOS DO BANCO.                     00287140
            IF FD-PAG-JUROS NOT NUMERIC                                 00287210
             MOVE ZEROS TO FD-PAG-JUROS                                 00287280
            END-IF                                                      00287350
            IF FD-PAG-TARIFA NOT NUMERIC                                00287420
             MOVE ZEROS TO FD-PAG-TARIFA                                00287490
            END-IF                                                      00287560
            IF FD-PAG-ORIGEM EQUAL 'B'                                  00287630
             ADD 1             TO WRK-REGBANCO                          00287700
             ADD FD-PAG-JUROS  TO WRK-TOT-JUROS-BCO                     00287770
             ADD FD-PAG-TARIFA TO WRK-TOT-TARIFAS                       00287840
            END-IF                                                      00287910
           END-IF.                                                      00288000
      *-----------------------------------------------------            00289000
       5100-99-FIM.                                  EXIT.              00290000
