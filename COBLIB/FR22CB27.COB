      *            DUPANT E COPIADO E AS NOVAS DUPLICATAS *             00014000
      *            ENTRAM ABERTAS ('A') NO NOVO MASTER    *             00015000
      *            DUPNOVO.                                *            00016000
      *            A DUPLICATA GUARDA O VENDEDOR DA NOTA  *             00016140
      *            E A COMISSAO CHEIA DELA: CADA ITEM     *             00016280
      *            PELA TAXA DO PRODUTO NO COMISTAB OU,   *             00016420
      *            SEM ELA, PELA TAXA DO VENDEDOR (FRETE  *             00016560
      *            NAO COMISSIONA). A COMISSAO SO E PAGA  *             00016700
      *            SOBRE O RECEBIDO, NO FR22CB35.         *             00016840
      *            NOTA CANCELADA PELO FR22CB36 (REGISTRO *             00016880
      *            NFCANC, POR NUMERO E EMISSAO) NAO GERA *             00016920
      *            DUPLICATA NEM COMISSAO.                *             00016960
      *            A DUPLICATA SAI PELO VALOR BRUTO DA    *             00016970
      *            NOTA (REGISTRO 'X': TOTAL + IPI).      *             00016980
      *            AS MENSALIDADES DO FR22CB51 (NUMERO A  *             00016984
      *            PARTIR DE 900000) SAO REGRAVADAS       *             00016988
      *            DEPOIS DAS DUPLICATAS NOVAS, MANTENDO  *             00016992
      *            O MASTER EM ORDEM DE NUMERO.           *             00016996
      *---------------------------------------------------*             00017000
      *  PARAMETRO (SYSIN): PRAZO EM DIAS UTEIS (999,     *             00018000
      *  DEFAULT 020).                                    *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00022000
      *  DUPANT              I             ---------      *             00023000
      *  NOTAFISC            I             ---------      *             00024000
      *  COMISTAB            I             ---------      *             00024500
      *  NFCANC              I             ---------      *             00024750
      *  DUPNOVO             O             ---------      *             00025000
      *===================================================*             00026000
                                                                        00027000
           SELECT DUPNOVO ASSIGN TO DUPNOVO                             00043000
               FILE STATUS IS WRK-FS-DUPNOVO.                           00044000
                                                                        00045000
           SELECT COMISTAB ASSIGN TO COMISTAB                           00045250
               FILE STATUS IS WRK-FS-COMISTAB.                          00045500
                                                                        00045560
           SELECT NFCANC ASSIGN TO NFCANC                               00045620
               FILE STATUS IS WRK-FS-NFCANC.                            00045680
                                                                        00045750
      *====================================================             00046000
       DATA                                      DIVISION.              00047000
      *====================================================             00048000
       FD DUPANT                                                        00052000
           RECORDING MODE IS F                                          00053000
           BLOCK CONTAINS 0 RECORDS.                                    00054000
      *-----------LRECL 75----------------------------------            00055000
       01 FD-DUPANT.                                                    00055500
          05 FD-DPA-NUMERO      PIC 9(06).                              00056000
          05 FILLER             PIC X(69).                              00056500
                                                                        00057000
       FD NOTAFISC                                                      00058000
           RECORDING MODE IS F                                          00059000
           BLOCK CONTAINS 0 RECORDS.                                    00060000
      *-----------LRECL 65----------------------------------            00061000
       01 FD-NOTAFISC.                                                  00062000
          05 FD-NF-TIPO         PIC X(01).                              00063000
          05 FD-NF-RESTO        PIC X(64).                              00064000
       01 FD-NF-CABEC REDEFINES FD-NOTAFISC.                            00065000
          05 FILLER             PIC X(01).                              00066000
          05 FD-CAB-NUMERO      PIC 9(06).                              00067000
          05 FD-CAB-DATA        PIC 9(08).                              00068000
          05 FD-CAB-CLIENTE     PIC 9(05).                              00069000
          05 FD-CAB-RAZAO       PIC X(40).                              00070000
          05 FD-CAB-VENDEDOR    PIC 9(05).                              00070100
       01 FD-NF-ITEM REDEFINES FD-NOTAFISC.                             00070200
          05 FILLER             PIC X(01).                              00070300
          05 FD-ITM-CODIGO      PIC 9(03).                              00070400
          05 FD-ITM-DESCR       PIC X(30).                              00070500
          05 FD-ITM-PRECO       PIC 9(05)V9(02).                        00070600
          05 FD-ITM-QUANT       PIC 9(03).                              00070700
          05 FD-ITM-TOTAL       PIC 9(07)V9(02).                        00070800
          05 FILLER             PIC X(12).                              00070900
       01 FD-NF-TOTAL REDEFINES FD-NOTAFISC.                            00071000
          05 FILLER             PIC X(01).                              00072000
          05 FD-TOT-NUMERO      PIC 9(06).                              00073000
          05 FD-TOT-ITENS       PIC 9(03).                              00074000
          05 FD-TOT-VALOR       PIC 9(08)V9(02).                        00075000
          05 FILLER             PIC X(45).                              00076000
       01 FD-NF-TRIBUTOS REDEFINES FD-NOTAFISC.                         00076110
          05 FILLER             PIC X(01).                              00076220
          05 FD-TRB-NUMERO      PIC 9(06).                              00076330
          05 FD-TRB-BASE-ICMS   PIC 9(08)V9(02).                        00076440
          05 FD-TRB-ICMS        PIC 9(08)V9(02).                        00076550
          05 FD-TRB-IPI         PIC 9(08)V9(02).                        00076660
          05 FD-TRB-BRUTO       PIC 9(08)V9(02).                        00076770
          05 FILLER             PIC X(18).                              00076880
                                                                        00077000
       FD DUPNOVO                                                       00078000
           RECORDING MODE IS F                                          00079000
           BLOCK CONTAINS 0 RECORDS.                                    00080000
      *-----------LRECL 75----------------------------------            00081000
       01 FD-DUPNOVO.                                                   00082000
          05 FD-DUP-NUMERO      PIC 9(06).                              00083000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00084000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00086000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00087000
          05 FD-DUP-SITUACAO    PIC X(01).                              00088000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00088070
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00088140
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00088150
          05 FD-DUP-DTCALC      PIC 9(08).                              00088160
          05 FD-DUP-MULTADA     PIC X(01).                              00088170
          05 FILLER             PIC X(01).                              00088180
                                                                        00088210
       FD COMISTAB                                                      00088280
           RECORDING MODE IS F                                          00088350
           BLOCK CONTAINS 0 RECORDS.                                    00088420
      *-----------LRECL 20----------------------------------            00088490
       01 FD-COMISTAB.                                                  00088560
          05 FD-COM-TIPO        PIC X(01).                              00088630
          05 FD-COM-CHAVE       PIC 9(05).                              00088700
          05 FD-COM-PERCENT     PIC 9V9(04).                            00088770
          05 FILLER             PIC X(09).                              00088840
                                                                        00088850
       FD NFCANC                                                        00088860
           RECORDING MODE IS F                                          00088870
           BLOCK CONTAINS 0 RECORDS.                                    00088880
      *-----------LRECL 100---------------------------------            00088890
       01 FD-NFCANC.                                                    00088900
          05 FD-NCA-NUMERO      PIC 9(06).                              00088910
          05 FD-NCA-EMISSAO     PIC 9(08).                              00088920
          05 FILLER             PIC X(86).                              00088930
      *-----------------------------------------------------            00089000
       WORKING-STORAGE                           SECTION.               00090000
      *-----------------------------------------------------            00091000
       77 WRK-FS-DUPANT        PIC 9(02).                               00098000
       77 WRK-FS-NOTAFISC      PIC 9(02).                               00099000
       77 WRK-FS-DUPNOVO       PIC 9(02).                               00100000
       77 WRK-FS-COMISTAB      PIC 9(02).                               00100500
       77 WRK-FS-NFCANC        PIC 9(02).                               00100750
      *-----------------------------------------------------            00101000
       01 FILLER PIC X(48) VALUE                                        00102000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00103000
      *-----------------------------------------------------            00110000
       77 WRK-NF-CLIENTE       PIC 9(05) VALUE ZEROS.                   00111000
       77 WRK-NF-DATA          PIC 9(08) VALUE ZEROS.                   00112000
       77 WRK-NF-VENDEDOR      PIC 9(05) VALUE ZEROS.                   00112050
       77 WRK-NF-COMISSAO      PIC 9(08)V9(02) VALUE ZEROS.             00112100
       77 WRK-NF-CANCELADA     PIC X(01) VALUE 'N'.                     00112104
       77 WRK-NF-BRUTO         PIC 9(08)V9(02) VALUE ZEROS.             00112106
      *-----------------------------------------------------            00112108
       01 FILLER PIC X(48) VALUE                                        00112112
            '-------MENSALIDADES NO MASTER (FR22CB51)-----'.            00112113
      *-----------------------------------------------------            00112114
      *    AS MENSALIDADES (FAIXA A PARTIR DE 900000) FICAM             00112115
      *    NO FIM DO MASTER, DEPOIS DAS DUPLICATAS DE NOTA.             00112116
       77 WRK-MENS-INICIO      PIC 9(06) VALUE 900000.                  00112117
       77 WRK-MENS-PENDENTE    PIC X(01) VALUE 'N'.                     00112118
      *-----------------------------------------------------            00112119
       01 FILLER PIC X(48) VALUE                                        00112120
            '-------NOTAS CANCELADAS (FR22CB36)-----------'.            00112121
      *-----------------------------------------------------            00112122
       77 WRK-NCA-COUNT        PIC 9(04) VALUE ZEROS.                   00112124
       77 WRK-NCA-IDX          PIC 9(04) VALUE ZEROS.                   00112128
       01 WRK-NCA-TAB.                                                  00112132
          05 WRK-NCA-ITEM OCCURS 2000 TIMES.                            00112136
             10 WRK-NCA-NUMERO   PIC 9(06).                             00112140
             10 WRK-NCA-EMISSAO  PIC 9(08).                             00112144
      *-----------------------------------------------------            00112150
       01 FILLER PIC X(48) VALUE                                        00112200
            '-------TAXAS DE COMISSAO (COMISTAB)----------'.            00112250
      *-----------------------------------------------------            00112300
       77 WRK-COM-COUNT        PIC 9(03) VALUE ZEROS.                   00112350
       77 WRK-COM-IDX          PIC 9(03) VALUE ZEROS.                   00112400
       77 WRK-COM-TIPO-BUSCA   PIC X(01) VALUE SPACES.                  00112450
       77 WRK-COM-CHAVE-BUSCA  PIC 9(05) VALUE ZEROS.                   00112500
       77 WRK-COM-ACHOU        PIC X(01) VALUE 'N'.                     00112550
       77 WRK-COM-PCT          PIC 9V9(04) VALUE ZEROS.                 00112600
       77 WRK-COM-ITEM         PIC 9(08)V9(02) VALUE ZEROS.             00112650
       01 WRK-COM-TAB.                                                  00112700
          05 WRK-COM-ENTRADA OCCURS 500 TIMES.                          00112750
             10 WRK-COM-TIPO     PIC X(01).                             00112800
             10 WRK-COM-CHAVE    PIC 9(05).                             00112850
             10 WRK-COM-PERCENT  PIC 9V9(04).                           00112900
      *-----------------------------------------------------            00113000
       01 FILLER PIC X(48) VALUE                                        00114000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00115000
      *-----------------------------------------------------            00116000
       77 WRK-REGANTIGAS       PIC 9(06) VALUE ZEROS.                   00117000
       77 WRK-REGGERADAS       PIC 9(06) VALUE ZEROS.                   00118000
       77 WRK-REGCOMISSAO      PIC 9(06) VALUE ZEROS.                   00118500
       77 WRK-REGCANCELADAS    PIC 9(06) VALUE ZEROS.                   00118750
      *====================================================             00119000
       PROCEDURE                                 DIVISION.              00120000
      *====================================================             00121000
           END-IF.                                                      00149000
             PERFORM 4000-TESTAR-STATUS.                                00150000
                                                                        00151000
      *    SEM COMISTAB NENHUMA VENDA COMISSIONA.                       00151050
           OPEN INPUT COMISTAB.                                         00151100
           IF WRK-FS-COMISTAB EQUAL 35                                  00151150
            DISPLAY 'COMISTAB AUSENTE - NOTAS SEM COMISSAO'             00151200
           ELSE                                                         00151250
            IF WRK-FS-COMISTAB NOT EQUAL 00                             00151300
             MOVE 'FR22CB27'              TO WRK-PROGRAMA               00151350
             MOVE 'ERRO NO OPEN COMISTAB' TO WRK-MENSAGEM               00151400
             MOVE '1000'                  TO WRK-SECAO                  00151450
             MOVE WRK-FS-COMISTAB         TO WRK-STATUS                 00151500
             PERFORM 9000-TRATAERROS                                    00151550
            END-IF                                                      00151600
            PERFORM 1200-CARREGAR-COMISTAB                              00151650
                    UNTIL WRK-FS-COMISTAB EQUAL 10                      00151700
            CLOSE COMISTAB                                              00151750
           END-IF.                                                      00151752
                                                                        00151754
      *    SEM NFCANC NENHUMA NOTA FOI CANCELADA.                       00151756
           OPEN INPUT NFCANC.                                           00151758
           IF WRK-FS-NFCANC EQUAL 35                                    00151760
            DISPLAY 'NFCANC AUSENTE - SEM NOTAS CANCELADAS'             00151762
           ELSE                                                         00151764
            IF WRK-FS-NFCANC NOT EQUAL 00                               00151766
             MOVE 'FR22CB27'              TO WRK-PROGRAMA               00151768
             MOVE 'ERRO NO OPEN NFCANC'   TO WRK-MENSAGEM               00151770
             MOVE '1000'                  TO WRK-SECAO                  00151772
             MOVE WRK-FS-NFCANC           TO WRK-STATUS                 00151774
             PERFORM 9000-TRATAERROS                                    00151776
            END-IF                                                      00151778
            PERFORM 1300-CARREGAR-CANCELADAS                            00151780
                    UNTIL WRK-FS-NFCANC EQUAL 10                        00151782
            CLOSE NFCANC                                                00151784
           END-IF.                                                      00151800
                                                                        00151850
           PERFORM 1100-COPIAR-MASTER                                   00152000
                   UNTIL WRK-FS-DUPANT EQUAL 10                         00152660
                      OR WRK-MENS-PENDENTE EQUAL 'S'.                   00153320
                                                                        00154000
           READ NOTAFISC.                                               00155000
           IF WRK-FS-NOTAFISC EQUAL 10                                  00156000
             AT END                                                     00167000
              MOVE 10 TO WRK-FS-DUPANT                                  00168000
             NOT AT END                                                 00169000
              ADD 1 TO WRK-REGANTIGAS                                   00171000
      *       A PRIMEIRA MENSALIDADE FICA NO BUFFER ATE AS              00171120
      *       DUPLICATAS NOVAS SEREM GRAVADAS.                          00171240
              IF FD-DPA-NUMERO NOT LESS WRK-MENS-INICIO                 00171360
               MOVE 'S' TO WRK-MENS-PENDENTE                            00171480
              ELSE                                                      00171600
               WRITE FD-DUPNOVO FROM FD-DUPANT                          00171720
              END-IF                                                    00171840
           END-READ.                                                    00172000
      *-----------------------------------------------------            00173000
       1100-99-FIM.                                  EXIT.              00174000
      *-----------------------------------------------------            00175000
                                                                        00176000
      *-----------------------------------------------------            00177000
       1200-CARREGAR-COMISTAB                     SECTION.              00177030
      *-----------------------------------------------------            00177060
      *    TIPO 'V' = TAXA DO VENDEDOR (CHAVE = IDFUNC),                00177090
      *    TIPO 'P' = TAXA DO PRODUTO (CHAVE = CODIGO).                 00177120
           READ COMISTAB                                                00177150
             AT END                                                     00177180
              MOVE 10 TO WRK-FS-COMISTAB                                00177210
             NOT AT END                                                 00177240
              IF WRK-COM-COUNT LESS 500                                 00177270
               ADD 1 TO WRK-COM-COUNT                                   00177300
               MOVE FD-COM-TIPO                                         00177330
                 TO WRK-COM-TIPO (WRK-COM-COUNT)                        00177360
               MOVE FD-COM-CHAVE                                        00177390
                 TO WRK-COM-CHAVE (WRK-COM-COUNT)                       00177420
               MOVE FD-COM-PERCENT                                      00177450
                 TO WRK-COM-PERCENT (WRK-COM-COUNT)                     00177480
              ELSE                                                      00177510
               DISPLAY 'COMISTAB EXCEDE A TABELA INTERNA '              00177540
                       '(500) - EXECUCAO ABORTADA'                      00177570
               STOP RUN                                                 00177600
              END-IF                                                    00177630
           END-READ.                                                    00177660
      *-----------------------------------------------------            00177690
       1200-99-FIM.                                  EXIT.              00177720
      *-----------------------------------------------------            00177750
                                                                        00177780
      *-----------------------------------------------------            00177810
       1300-CARREGAR-CANCELADAS                   SECTION.              00177817
      *-----------------------------------------------------            00177824
           READ NFCANC                                                  00177831
             AT END                                                     00177838
              MOVE 10 TO WRK-FS-NFCANC                                  00177845
             NOT AT END                                                 00177852
              IF WRK-NCA-COUNT LESS 2000                                00177859
               ADD 1 TO WRK-NCA-COUNT                                   00177866
               MOVE FD-NCA-NUMERO                                       00177873
                 TO WRK-NCA-NUMERO (WRK-NCA-COUNT)                      00177880
               MOVE FD-NCA-EMISSAO                                      00177887
                 TO WRK-NCA-EMISSAO (WRK-NCA-COUNT)                     00177894
              ELSE                                                      00177901
               DISPLAY 'NFCANC EXCEDE A TABELA INTERNA '                00177908
                       '(2000) - EXECUCAO ABORTADA'                     00177915
               STOP RUN                                                 00177922
              END-IF                                                    00177929
           END-READ.                                                    00177936
      *-----------------------------------------------------            00177943
       1300-99-FIM.                                  EXIT.              00177950
      *-----------------------------------------------------            00177957
                                                                        00177964
      *-----------------------------------------------------            00177971
       2000-PROCESSAR                             SECTION.              00178000
      *-----------------------------------------------------            00179000
           EVALUATE FD-NF-TIPO                                          00180000
            WHEN 'H'                                                    00181000
             MOVE FD-CAB-CLIENTE TO WRK-NF-CLIENTE                      00182000
             MOVE FD-CAB-DATA    TO WRK-NF-DATA                         00183000
             MOVE FD-CAB-VENDEDOR TO WRK-NF-VENDEDOR                    00183100
             IF WRK-NF-VENDEDOR NOT NUMERIC                             00183200
              MOVE ZEROS TO WRK-NF-VENDEDOR                             00183300
             END-IF                                                     00183400
             MOVE ZEROS TO WRK-NF-COMISSAO                              00183500
             MOVE ZEROS TO WRK-NF-BRUTO                                 00183505
             MOVE 'N' TO WRK-NF-CANCELADA                               00183510
             MOVE 1   TO WRK-NCA-IDX                                    00183520
             PERFORM 2300-PROCURA-CANCELADA                             00183530
                     UNTIL WRK-NCA-IDX GREATER WRK-NCA-COUNT            00183540
                        OR WRK-NF-CANCELADA EQUAL 'S'                   00183550
            WHEN 'I'                                                    00183600
             IF WRK-NF-VENDEDOR GREATER ZEROS                           00183700
                AND WRK-NF-CANCELADA EQUAL 'N'                          00183750
              PERFORM 2200-COMISSIONAR-ITEM                             00183800
             END-IF                                                     00183900
            WHEN 'X'                                                    00183930
             MOVE FD-TRB-BRUTO TO WRK-NF-BRUTO                          00183960
            WHEN 'T'                                                    00184000
      *      NOTA CANCELADA (FR22CB36) NAO VIRA DUPLICATA.              00184280
             IF WRK-NF-CANCELADA EQUAL 'S'                              00184560
              ADD 1 TO WRK-REGCANCELADAS                                00184840
             ELSE                                                       00185120
              PERFORM 2100-GERAR-DUPLICATA                              00185400
             END-IF                                                     00185680
            WHEN OTHER                                                  00186000
             CONTINUE                                                   00187000
           END-EVALUATE.                                                00188000
      *-----------------------------------------------------            00197000
           MOVE FD-TOT-NUMERO  TO FD-DUP-NUMERO.                        00198000
           MOVE WRK-NF-CLIENTE TO FD-DUP-CLIENTE.                       00199000
      *    A DUPLICATA E DO VALOR BRUTO (TOTAL + IPI) DO                00199330
      *    REGISTRO 'X'; NOTA SEM 'X' FICA COM O TOTAL.                 00199660
           IF WRK-NF-BRUTO GREATER ZEROS                                00199990
            MOVE WRK-NF-BRUTO TO FD-DUP-VALOR                           00200320
           ELSE                                                         00200650
            MOVE FD-TOT-VALOR TO FD-DUP-VALOR                           00200980
           END-IF.                                                      00201310
           MOVE FD-DUP-VALOR   TO FD-DUP-SALDO.                         00201640
           MOVE 'A'            TO FD-DUP-SITUACAO.                      00202000
           MOVE WRK-NF-VENDEDOR TO FD-DUP-VENDEDOR.                     00202160
           MOVE WRK-NF-COMISSAO TO FD-DUP-COMISSAO.                     00202320
           MOVE ZEROS           TO FD-DUP-ENCARGOS.                     00202360
           MOVE ZEROS           TO FD-DUP-DTCALC.                       00202400
           MOVE 'N'             TO FD-DUP-MULTADA.                      00202440
           IF WRK-NF-COMISSAO GREATER ZEROS                             00202480
            ADD 1 TO WRK-REGCOMISSAO                                    00202640
           END-IF.                                                      00202800
                                                                        00203000
      *    VENCIMENTO N DIAS UTEIS APOS A EMISSAO.                      00204000
           MOVE 'N' TO UTI-FUNCAO.                                      00205000
      *-----------------------------------------------------            00221000
                                                                        00222000
      *-----------------------------------------------------            00223000
       2200-COMISSIONAR-ITEM                      SECTION.              00223010
      *-----------------------------------------------------            00223020
      *    TAXA DO PRODUTO PREVALECE SOBRE A DO VENDEDOR;               00223030
      *    SEM NENHUMA DAS DUAS O ITEM NAO COMISSIONA.                  00223040
           MOVE 'P'           TO WRK-COM-TIPO-BUSCA.                    00223050
           MOVE FD-ITM-CODIGO TO WRK-COM-CHAVE-BUSCA.                   00223060
           PERFORM 2210-BUSCAR-TAXA.                                    00223070
           IF WRK-COM-ACHOU EQUAL 'N'                                   00223080
            MOVE 'V'             TO WRK-COM-TIPO-BUSCA                  00223090
            MOVE WRK-NF-VENDEDOR TO WRK-COM-CHAVE-BUSCA                 00223100
            PERFORM 2210-BUSCAR-TAXA                                    00223110
           END-IF.                                                      00223120
           IF WRK-COM-ACHOU EQUAL 'S'                                   00223130
            COMPUTE WRK-COM-ITEM ROUNDED =                              00223140
                    FD-ITM-TOTAL * WRK-COM-PCT                          00223150
            ADD WRK-COM-ITEM TO WRK-NF-COMISSAO                         00223160
           END-IF.                                                      00223170
      *-----------------------------------------------------            00223180
       2200-99-FIM.                                  EXIT.              00223190
      *-----------------------------------------------------            00223200
                                                                        00223210
      *-----------------------------------------------------            00223220
       2210-BUSCAR-TAXA                           SECTION.              00223230
      *-----------------------------------------------------            00223240
           MOVE 'N'   TO WRK-COM-ACHOU.                                 00223250
           MOVE ZEROS TO WRK-COM-PCT.                                   00223260
           MOVE 1     TO WRK-COM-IDX.                                   00223270
           PERFORM 2220-COMPARAR-TAXA                                   00223280
                   UNTIL WRK-COM-IDX GREATER WRK-COM-COUNT              00223290
                      OR WRK-COM-ACHOU EQUAL 'S'.                       00223300
      *-----------------------------------------------------            00223310
       2210-99-FIM.                                  EXIT.              00223320
      *-----------------------------------------------------            00223330
                                                                        00223340
      *-----------------------------------------------------            00223350
       2220-COMPARAR-TAXA                         SECTION.              00223360
      *-----------------------------------------------------            00223370
           IF WRK-COM-TIPO (WRK-COM-IDX) EQUAL WRK-COM-TIPO-BUSCA       00223380
              AND WRK-COM-CHAVE (WRK-COM-IDX)                           00223390
                  EQUAL WRK-COM-CHAVE-BUSCA                             00223400
            MOVE WRK-COM-PERCENT (WRK-COM-IDX) TO WRK-COM-PCT           00223410
            MOVE 'S' TO WRK-COM-ACHOU                                   00223420
           ELSE                                                         00223430
            ADD 1 TO WRK-COM-IDX                                        00223440
           END-IF.                                                      00223450
      *-----------------------------------------------------            00223460
       2220-99-FIM.                                  EXIT.              00223470
      *-----------------------------------------------------            00223480
                                                                        00223490
      *-----------------------------------------------------            00223500
       2300-PROCURA-CANCELADA                     SECTION.              00223530
      *-----------------------------------------------------            00223560
           IF FD-CAB-NUMERO EQUAL WRK-NCA-NUMERO (WRK-NCA-IDX)          00223590
              AND FD-CAB-DATA EQUAL WRK-NCA-EMISSAO (WRK-NCA-IDX)       00223620
            MOVE 'S' TO WRK-NF-CANCELADA                                00223650
           ELSE                                                         00223680
            ADD 1 TO WRK-NCA-IDX                                        00223710
           END-IF.                                                      00223740
      *-----------------------------------------------------            00223770
       2300-99-FIM.                                  EXIT.              00223800
      *-----------------------------------------------------            00223830
                                                                        00223860
      *-----------------------------------------------------            00223890
       3000-FINALIZAR                             SECTION.              00224000
      *-----------------------------------------------------            00225000
           IF WRK-MENS-PENDENTE EQUAL 'S'                               00225140
            WRITE FD-DUPNOVO FROM FD-DUPANT                             00225280
            PERFORM 3100-COPIAR-MENSALIDADES                            00225420
                    UNTIL WRK-FS-DUPANT EQUAL 10                        00225560
           END-IF.                                                      00225700
                                                                        00225840
           CLOSE DUPANT NOTAFISC DUPNOVO.                               00226000
                                                                        00227000
           DISPLAY ' '.                                                 00228000
           DISPLAY 'DUPLICATAS NO MASTER: ' WRK-REGANTIGAS.             00229000
           DISPLAY 'DUPLICATAS GERADAS:   ' WRK-REGGERADAS.             00230000
           DISPLAY 'COM COMISSAO:         ' WRK-REGCOMISSAO.            00230500
           DISPLAY 'NOTAS CANCELADAS:     ' WRK-REGCANCELADAS.          00230750
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00231000
      *-----------------------------------------------------            00232000
       3000-99-FIM.                                  EXIT.              00233000
      *-----------------------------------------------------            00233060
                                                                        00233120
      *-----------------------------------------------------            00233180
       3100-COPIAR-MENSALIDADES                   SECTION.              00233240
      *-----------------------------------------------------            00233300
           READ DUPANT                                                  00233360
             AT END                                                     00233420
              MOVE 10 TO WRK-FS-DUPANT                                  00233480
             NOT AT END                                                 00233540
              WRITE FD-DUPNOVO FROM FD-DUPANT                           00233600
              ADD 1 TO WRK-REGANTIGAS                                   00233660
           END-READ.                                                    00233720
      *-----------------------------------------------------            00233780
       3100-99-FIM.                                  EXIT.              00233840
      *-----------------------------------------------------            00234000
                                                                        00235000
      *-----------------------------------------------------            00236000
