      *            PRODUTO NO MINIMO SEM PEDIDO EM        *             00012000
      *            ABERTO, GERA UM PEDIDO NUMERADO COM A  *             00013000
      *            QUANTIDADE PARA REPOR ATE O DOBRO DO   *             00014000
      *            MINIMO. OS ITENS SAO AGRUPADOS EM UM   *             00014300
      *            PEDIDO POR FORNECEDOR (CODIGO DO       *             00014600
      *            PRODMSTR NO CADASTRO FORNMSTR), COM A  *             00014900
      *            PREVISAO DE CHEGADA CALCULADA PELO     *             00015200
      *            PRAZO DE ENTREGA EM DIAS UTEIS         *             00015500
      *            (SUBROTINA DIAUTIL); PEDIDO ABAIXO DO  *             00015800
      *            VALOR MINIMO DO FORNECEDOR (A PRECO DE *             00016100
      *            CADASTRO) E GERADO E AVISADO. PRODUTO  *             00016400
      *            SEM FORNECEDOR CADASTRADO NAO GERA     *             00016700
      *            PEDIDO E E AVISADO. O MASTER ANTERIOR  *             00017000
      *            PEDCANT E COPIADO PARA PEDCNOVO COM OS *             00017300
      *            NOVOS PEDIDOS NO FIM. O ALVO DE        *             00017360
      *            REPOSICAO (DOBRO DO MINIMO) RECEBE A   *             00017420
      *            MARGEM DE SEGURANCA DA CLASSE ABC DO   *             00017480
      *            PRODUTO (FD-PROD-CLASSE, GRAVADA PELO  *             00017540
      *            FR22CB44); PRODUTO SEM CLASSE USA A    *             00017600
      *            MARGEM DA CLASSE C.                    *             00017660
      *            CADA ITEM DO PEDIDO GUARDA O PRECO DE  *             00017670
      *            CADASTRO COMO PRECO UNITARIO ACORDADO, *             00017680
      *            CONFERIDO NA NOTA DO FORNECEDOR PELO   *             00017690
      *            FR22CB46.                              *             00017700
      *            O BACKORDER EM ABERTO DE CLIENTES      *             00017704
      *            (BACKORD, DO FR22CB24) E DESCONTADO DO *             00017708
      *            ESTOQUE NO TESTE DO MINIMO E SOMADO A  *             00017712
      *            QUANTIDADE A REPOR.                    *             00017716
      *---------------------------------------------------*             00017720
      *  PARAMETRO (SYSIN): MARGEM DE SEGURANCA EM % DAS  *             00017780
      *            CLASSES A, B E C, 999 CADA (PADRAO     *             00017840
      *            050, 000 E 000).                       *             00017900
      *---------------------------------------------------*             00018000
      *  ARQUIVOS:                                        *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00020000
      *  PRODMSTR (VSAM)     I             ---------      *             00021000
      *  FORNMSTR            I             ---------      *             00021500
      *  PEDCANT             I             ---------      *             00022000
      *  PEDCNOVO            O             ---------      *             00023000
      *  BACKORD             I             ---------      *             00023500
      *===================================================*             00024000
                                                                        00025000
      *====================================================             00026000
               ACCESS MODE IS DYNAMIC                                   00037000
               RECORD KEY IS FD-PROD-CODIGO                             00038000
               FILE STATUS IS WRK-FS-PRODMSTR.                          00039000
                                                                        00039250
           SELECT FORNMSTR ASSIGN TO FORNMSTR                           00039500
               FILE STATUS IS WRK-FS-FORNMSTR.                          00039750
                                                                        00040000
           SELECT PEDCANT ASSIGN TO PEDCANT                             00041000
               FILE STATUS IS WRK-FS-PEDCANT.                           00042000
                                                                        00043000
           SELECT PEDCNOVO ASSIGN TO PEDCNOVO                           00044000
               FILE STATUS IS WRK-FS-PEDCNOVO.                          00045000
                                                                        00045250
           SELECT BACKORD ASSIGN TO BACKORD                             00045500
               FILE STATUS IS WRK-FS-BACKORD.                           00045750
                                                                        00046000
      *====================================================             00047000
       DATA                                      DIVISION.              00048000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00060000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00061000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00062000
          05 FD-PROD-CODFORN     PIC 9(05).                             00062120
          05 FD-PROD-CLASSE      PIC X(01).                             00062200
          05 FILLER              PIC X(09).                             00062280
                                                                        00062360
       FD FORNMSTR                                                      00062480
           RECORDING MODE IS F                                          00062600
           BLOCK CONTAINS 0 RECORDS.                                    00062720
      *-----------LRECL 127---------------------------------            00062840
       01 FD-FORNMSTR.                                                  00062960
          05 FD-FOR-CODIGO      PIC X(05).                              00063080
          05 FD-FOR-CNPJ        PIC X(14).                              00063200
          05 FD-FOR-RAZAO       PIC X(40).                              00063320
          05 FD-FOR-REDUZIDO    PIC X(15).                              00063440
          05 FD-FOR-ENDERECO    PIC X(40).                              00063560
          05 FD-FOR-PRAZO       PIC 9(03).                              00063680
          05 FD-FOR-PEDMIN      PIC 9(08)V9(02).                        00063800
                                                                        00064000
       FD PEDCANT                                                       00065000
           RECORDING MODE IS F                                          00066000
           BLOCK CONTAINS 0 RECORDS.                                    00067000
      *-----------LRECL 70----------------------------------            00068000
       01 FD-PEDCANT.                                                   00069000
          05 FD-ANT-NUMERO       PIC 9(06).                             00070000
          05 FD-ANT-PRODUTO      PIC 9(03).                             00071000
          05 FD-ANT-DATA         PIC 9(08).                             00074000
          05 FD-ANT-SITUACAO     PIC X(01).                             00075000
          05 FD-ANT-QTDERECEB    PIC 9(05).                             00076000
          05 FD-ANT-CODFORN      PIC 9(05).                             00076330
          05 FD-ANT-PREVISAO     PIC 9(08).                             00076660
          05 FD-ANT-PRECO        PIC 9(05)V99.                          00076740
          05 FD-ANT-QTDEFAT      PIC 9(05).                             00076820
          05 FILLER              PIC X(02).                             00076900
                                                                        00077000
       FD PEDCNOVO                                                      00078000
           RECORDING MODE IS F                                          00079000
           BLOCK CONTAINS 0 RECORDS.                                    00080000
      *-----------LRECL 70----------------------------------            00080500
      *    UM PEDIDO POR FORNECEDOR, UM REGISTRO POR PRODUTO.           00081000
      *    FORNEC = NOME REDUZIDO; PREVISAO = CHEGADA ESPERADA.         00081500
      *    PRECO = PRECO UNITARIO DO PEDIDO; QTDEFAT = QTDE JA          00081660
      *    FATURADA PELO FORNECEDOR (FR22CB46).                         00081820
       01 FD-PEDCNOVO.                                                  00082000
          05 FD-PED-NUMERO       PIC 9(06).                             00083000
          05 FD-PED-PRODUTO      PIC 9(03).                             00084000
          05 FD-PED-DATA         PIC 9(08).                             00087000
          05 FD-PED-SITUACAO     PIC X(01).                             00088000
          05 FD-PED-QTDERECEB    PIC 9(05).                             00089000
          05 FD-PED-CODFORN      PIC 9(05).                             00089330
          05 FD-PED-PREVISAO     PIC 9(08).                             00089660
          05 FD-PED-PRECO        PIC 9(05)V99.                          00089740
          05 FD-PED-QTDEFAT      PIC 9(05).                             00089820
          05 FILLER              PIC X(02).                             00089900
                                                                        00089905
       FD BACKORD                                                       00089910
           RECORDING MODE IS F                                          00089915
           BLOCK CONTAINS 0 RECORDS.                                    00089920
      *-----------LRECL 60----------------------------------            00089925
      *    BACKORDERS DE CLIENTES (FR22CB24 / FR22CB31).                00089930
       01 FD-BACKORD.                                                   00089935
          05 FD-BKO-PEDIDO       PIC 9(06).                             00089940
          05 FD-BKO-CLIENTE      PIC 9(05).                             00089945
          05 FD-BKO-PRODUTO      PIC 9(03).                             00089950
          05 FD-BKO-QTDE         PIC 9(05).                             00089955
          05 FD-BKO-DATA         PIC 9(08).                             00089960
          05 FD-BKO-UF           PIC X(02).                             00089965
          05 FD-BKO-VENDEDOR     PIC 9(05).                             00089970
          05 FD-BKO-SITUACAO     PIC X(01).                             00089975
          05 FD-BKO-QTDE-LIB     PIC 9(05).                             00089980
          05 FD-BKO-DATA-LIB     PIC 9(08).                             00089985
          05 FILLER              PIC X(12).                             00089990
      *-----------------------------------------------------            00090000
       WORKING-STORAGE                           SECTION.               00091000
      *-----------------------------------------------------            00092000
           COPY '#GLOG'.                                                00093000
           COPY '#DIAUTIL'.                                             00093500
      *-----------------------------------------------------            00094000
       01 FILLER PIC X(48) VALUE                                        00095000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00096000
      *-----------------------------------------------------            00097000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00098000
       77 WRK-FS-FORNMSTR      PIC 9(02).                               00098500
       77 WRK-FS-PEDCANT       PIC 9(02).                               00099000
       77 WRK-FS-PEDCNOVO      PIC 9(02).                               00100000
       77 WRK-FS-BACKORD       PIC 9(02).                               00100500
      *-----------------------------------------------------            00101000
       01 FILLER PIC X(48) VALUE                                        00102000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00102110
      *-----------------------------------------------------            00102220
       01 WRK-PARM.                                                     00102330
          05 WRK-PARM-MARGEM-A PIC 9(03).                               00102440
          05 WRK-PARM-MARGEM-B PIC 9(03).                               00102550
          05 WRK-PARM-MARGEM-C PIC 9(03).                               00102660
      *-----------------------------------------------------            00102770
       01 FILLER PIC X(48) VALUE                                        00102880
            '-------PEDIDOS EM ABERTO POR PRODUTO---------'.            00103000
      *-----------------------------------------------------            00104000
       77 WRK-ABR-COUNT        PIC 9(03) VALUE ZEROS.                   00105000
       77 WRK-ABR-ACHOU        PIC X(01) VALUE 'N'.                     00107000
       01 WRK-ABR-TAB.                                                  00108000
          05 WRK-ABR-PRODUTO OCCURS 300 TIMES PIC 9(03).                00109000
      *-----------------------------------------------------            00109090
       01 FILLER PIC X(48) VALUE                                        00109180
            '-------BACKORDER EM ABERTO POR PRODUTO-------'.            00109270
      *-----------------------------------------------------            00109360
      *    INDEXADA PELO CODIGO DO PRODUTO.                             00109450
       01 WRK-BKP-TAB.                                                  00109540
          05 WRK-BKP-QTDE OCCURS 999 TIMES PIC 9(07).                   00109630
       77 WRK-BKP-PRODUTO      PIC 9(07) VALUE ZEROS.                   00109720
       77 WRK-SALDO-LIVRE      PIC S9(08) VALUE ZEROS.                  00109810
       77 WRK-REGBACKORD       PIC 9(06) VALUE ZEROS.                   00109900
      *-----------------------------------------------------            00110000
       01 FILLER PIC X(48) VALUE                                        00111000
            '-------FORNECEDORES (FORNMSTR)---------------'.            00111030
      *-----------------------------------------------------            00111060
       77 WRK-FOR-COUNT        PIC 9(03) VALUE ZEROS.                   00111090
       77 WRK-FOR-IDX          PIC 9(03) VALUE ZEROS.                   00111120
       77 WRK-FOR-ACHOU        PIC X(01) VALUE 'N'.                     00111150
       01 WRK-FOR-TAB.                                                  00111180
          05 WRK-FOR-ITEM OCCURS 500 TIMES.                             00111210
             10 WRK-FOR-CODIGO     PIC 9(05).                           00111240
             10 WRK-FOR-REDUZIDO   PIC X(15).                           00111270
             10 WRK-FOR-PRAZO      PIC 9(03).                           00111300
             10 WRK-FOR-PEDMIN     PIC 9(08)V9(02).                     00111330
             10 WRK-FOR-ITENS      PIC 9(03).                           00111360
             10 WRK-FOR-VALOR      PIC 9(09)V9(02).                     00111390
      *-----------------------------------------------------            00111420
       01 FILLER PIC X(48) VALUE                                        00111450
            '-------ITENS A PEDIR-------------------------'.            00111480
      *-----------------------------------------------------            00111510
       77 WRK-LIN-COUNT        PIC 9(03) VALUE ZEROS.                   00111540
       77 WRK-LIN-IDX          PIC 9(03) VALUE ZEROS.                   00111570
       01 WRK-LIN-TAB.                                                  00111600
          05 WRK-LIN-ITEM OCCURS 999 TIMES.                             00111630
             10 WRK-LIN-FORIDX     PIC 9(03).                           00111660
             10 WRK-LIN-PRODUTO    PIC 9(03).                           00111690
             10 WRK-LIN-QTDE       PIC 9(05).                           00111720
             10 WRK-LIN-PRECO      PIC 9(05)V99.                        00111730
      *-----------------------------------------------------            00111750
       01 FILLER PIC X(48) VALUE                                        00111780
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00112000
      *-----------------------------------------------------            00113000
       77 WRK-ULT-NUMERO       PIC 9(06) VALUE ZEROS.                   00114000
       77 WRK-QTDE-REPOR       PIC 9(05) VALUE ZEROS.                   00115000
       77 WRK-MARGEM           PIC 9(03) VALUE ZEROS.                   00115500
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.                   00116000
       77 WRK-PREVISAO         PIC 9(08) VALUE ZEROS.                   00116500
       77 WRK-REGANTIGOS       PIC 9(06) VALUE ZEROS.                   00117000
       77 WRK-REGGERADOS       PIC 9(06) VALUE ZEROS.                   00118000
       77 WRK-REGITENS         PIC 9(06) VALUE ZEROS.                   00118250
       77 WRK-REGSEMFORN       PIC 9(06) VALUE ZEROS.                   00118500
       77 WRK-REGABAIXOMIN     PIC 9(06) VALUE ZEROS.                   00118750
      *====================================================             00119000
       PROCEDURE                                 DIVISION.              00120000
      *====================================================             00121000
           PERFORM 1000-INICIALIZAR.                                    00125000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PRODMSTR                 00126000
                   EQUAL 10.                                            00127000
           PERFORM 2500-EMITIR-PEDIDOS.                                 00127500
           PERFORM 3000-FINALIZAR.                                      00128000
           STOP RUN.                                                    00129000
      *-----------------------------------------------------            00130000
       1000-INICIALIZAR                           SECTION.              00135000
      *-----------------------------------------------------            00136000
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                    00137000
           ACCEPT WRK-PARM FROM SYSIN.                                  00137090
           IF WRK-PARM-MARGEM-A NOT NUMERIC                             00137180
            MOVE 050 TO WRK-PARM-MARGEM-A                               00137270
           END-IF.                                                      00137360
           IF WRK-PARM-MARGEM-B NOT NUMERIC                             00137450
            MOVE ZEROS TO WRK-PARM-MARGEM-B                             00137540
           END-IF.                                                      00137630
           IF WRK-PARM-MARGEM-C NOT NUMERIC                             00137720
            MOVE ZEROS TO WRK-PARM-MARGEM-C                             00137810
           END-IF.                                                      00137900
                                                                        00138000
           OPEN INPUT PRODMSTR PEDCANT FORNMSTR                         00139000
                OUTPUT PEDCNOVO.                                        00140000
      *    PRIMEIRA EXECUCAO: MASTER DE PEDIDOS AUSENTE                 00141000
      *    ENTRA VAZIO.                                                 00142000
                                                                        00147000
           PERFORM 1100-COPIAR-MASTER                                   00148000
                   UNTIL WRK-FS-PEDCANT EQUAL 10.                       00149000
                                                                        00149200
           PERFORM 1200-CARREGAR-FORNECEDORES                           00149400
                   UNTIL WRK-FS-FORNMSTR EQUAL 10.                      00149600
           CLOSE FORNMSTR.                                              00149800
                                                                        00150000
      *    SEM BACKORD (NENHUM BACKORDER AINDA) A REGRA E SO            00150050
      *    O ESTOQUE.                                                   00150100
           INITIALIZE WRK-BKP-TAB.                                      00150150
           OPEN INPUT BACKORD.                                          00150200
           IF WRK-FS-BACKORD EQUAL 35                                   00150250
            MOVE 10 TO WRK-FS-BACKORD                                   00150300
           END-IF.                                                      00150350
           IF WRK-FS-BACKORD NOT EQUAL 00                               00150400
              AND WRK-FS-BACKORD NOT EQUAL 10                           00150450
            MOVE 'FR22CB30'              TO WRK-PROGRAMA                00150500
            MOVE 'ERRO NO OPEN BACKORD'  TO WRK-MENSAGEM                00150550
            MOVE '1000'                  TO WRK-SECAO                   00150600
            MOVE WRK-FS-BACKORD          TO WRK-STATUS                  00150650
            PERFORM 9000-TRATAERROS                                     00150700
           END-IF.                                                      00150750
           PERFORM 1300-CARREGAR-BACKORDERS                             00150800
                   UNTIL WRK-FS-BACKORD EQUAL 10.                       00150850
           CLOSE BACKORD.                                               00150900
                                                                        00150950
      *    VARRE O MASTER DE PRODUTOS POR CHAVE ASCENDENTE.             00151000
           MOVE ZEROS TO FD-PROD-CODIGO.                                00152000
           START PRODMSTR KEY NOT LESS FD-PROD-CODIGO                   00153000
      *-----------------------------------------------------            00194000
                                                                        00195000
      *-----------------------------------------------------            00196000
       1200-CARREGAR-FORNECEDORES                 SECTION.              00196030
      *-----------------------------------------------------            00196060
           READ FORNMSTR                                                00196090
             AT END                                                     00196120
              MOVE 10 TO WRK-FS-FORNMSTR                                00196150
             NOT AT END                                                 00196180
              IF WRK-FOR-COUNT LESS 500                                 00196210
               ADD 1 TO WRK-FOR-COUNT                                   00196240
               MOVE FD-FOR-CODIGO                                       00196270
                 TO WRK-FOR-CODIGO (WRK-FOR-COUNT)                      00196300
               MOVE FD-FOR-REDUZIDO                                     00196330
                 TO WRK-FOR-REDUZIDO (WRK-FOR-COUNT)                    00196360
               MOVE FD-FOR-PRAZO                                        00196390
                 TO WRK-FOR-PRAZO (WRK-FOR-COUNT)                       00196420
               MOVE FD-FOR-PEDMIN                                       00196450
                 TO WRK-FOR-PEDMIN (WRK-FOR-COUNT)                      00196480
               MOVE ZEROS TO WRK-FOR-ITENS (WRK-FOR-COUNT)              00196510
                             WRK-FOR-VALOR (WRK-FOR-COUNT)              00196540
              ELSE                                                      00196570
               DISPLAY 'FORNMSTR EXCEDE A TABELA INTERNA '              00196600
                       '(500) - EXECUCAO ABORTADA'                      00196630
               STOP RUN                                                 00196660
              END-IF                                                    00196690
           END-READ.                                                    00196720
      *-----------------------------------------------------            00196750
       1200-99-FIM.                                  EXIT.              00196780
      *-----------------------------------------------------            00196810
                                                                        00196840
      *-----------------------------------------------------            00196870
       1300-CARREGAR-BACKORDERS                   SECTION.              00196876
      *-----------------------------------------------------            00196882
           READ BACKORD                                                 00196888
             AT END                                                     00196894
              MOVE 10 TO WRK-FS-BACKORD                                 00196900
             NOT AT END                                                 00196906
              IF FD-BKO-SITUACAO EQUAL 'A'                              00196912
                 AND FD-BKO-PRODUTO GREATER ZEROS                       00196918
               ADD 1 TO WRK-REGBACKORD                                  00196924
               ADD FD-BKO-QTDE                                          00196930
                TO WRK-BKP-QTDE (FD-BKO-PRODUTO)                        00196936
              END-IF                                                    00196942
           END-READ.                                                    00196948
      *-----------------------------------------------------            00196954
       1300-99-FIM.                                  EXIT.              00196960
      *-----------------------------------------------------            00196966
                                                                        00196972
      *-----------------------------------------------------            00196978
       2000-PROCESSAR                             SECTION.              00197000
      *-----------------------------------------------------            00198000
      *    O BACKORDER DE CLIENTES JA ESTA COMPROMETIDO: CONTA          00198330
      *    SO O SALDO LIVRE DO ESTOQUE.                                 00198660
           READ PRODMSTR NEXT                                           00199000
             AT END                                                     00200000
              MOVE 10 TO WRK-FS-PRODMSTR                                00201000
             NOT AT END                                                 00202000
              MOVE ZEROS TO WRK-BKP-PRODUTO                             00202220
              IF FD-PROD-CODIGO GREATER ZEROS                           00202440
               MOVE WRK-BKP-QTDE (FD-PROD-CODIGO)                       00202660
                 TO WRK-BKP-PRODUTO                                     00202880
              END-IF                                                    00203100
              COMPUTE WRK-SALDO-LIVRE =                                 00203320
                      FD-PROD-QTDESTOQ - WRK-BKP-PRODUTO                00203540
              IF WRK-SALDO-LIVRE NOT GREATER                            00203760
                 FD-PROD-ESTMIN                                         00204000
               PERFORM 2100-SEPARAR-ITEM                                00205000
              END-IF                                                    00206000
           END-READ.                                                    00207000
      *-----------------------------------------------------            00208000
      *-----------------------------------------------------            00210000
                                                                        00211000
      *-----------------------------------------------------            00212000
       2100-SEPARAR-ITEM                          SECTION.              00213000
      *-----------------------------------------------------            00214000
           MOVE 'N' TO WRK-ABR-ACHOU.                                   00215000
           MOVE 1   TO WRK-ABR-IDX.                                     00216000
           IF WRK-ABR-ACHOU EQUAL 'S'                                   00221000
            DISPLAY 'PRODUTO ' FD-PROD-CODIGO                           00222000
                    ' JA TEM PEDIDO EM ABERTO'                          00223000
            GO TO 2100-99-FIM                                           00232000
           END-IF.                                                      00241000
                                                                        00241030
           MOVE 'N' TO WRK-FOR-ACHOU.                                   00241060
           MOVE 1   TO WRK-FOR-IDX.                                     00241090
           IF FD-PROD-CODFORN NUMERIC                                   00241120
            PERFORM 2160-PROCURA-FORNECEDOR                             00241150
                    UNTIL WRK-FOR-IDX GREATER WRK-FOR-COUNT             00241180
                       OR WRK-FOR-ACHOU EQUAL 'S'                       00241210
           END-IF.                                                      00241240
           IF WRK-FOR-ACHOU EQUAL 'N'                                   00241270
            ADD 1 TO WRK-REGSEMFORN                                     00241300
            DISPLAY 'PRODUTO ' FD-PROD-CODIGO                           00241330
                    ' SEM FORNECEDOR CADASTRADO - SEM PEDIDO'           00241360
            GO TO 2100-99-FIM                                           00241390
           END-IF.                                                      00241420
                                                                        00241450
      *    SUGESTAO DE COMPRA: REPOR ATE O DOBRO DO MINIMO,             00241458
      *    ACRESCIDO DA MARGEM DE SEGURANCA DA CLASSE ABC,              00241463
      *    MAIS O QUE ESTA EM BACKORDER.                                00241468
           EVALUATE FD-PROD-CLASSE                                      00241474
            WHEN 'A'                                                    00241482
             MOVE WRK-PARM-MARGEM-A TO WRK-MARGEM                       00241490
            WHEN 'B'                                                    00241498
             MOVE WRK-PARM-MARGEM-B TO WRK-MARGEM                       00241506
            WHEN OTHER                                                  00241514
             MOVE WRK-PARM-MARGEM-C TO WRK-MARGEM                       00241522
           END-EVALUATE.                                                00241530
           COMPUTE WRK-QTDE-REPOR ROUNDED =                             00241538
                   (FD-PROD-ESTMIN * 2) * (100 + WRK-MARGEM) / 100      00241546
                 - WRK-SALDO-LIVRE.                                     00241554
           ADD 1 TO WRK-LIN-COUNT.                                      00241570
           MOVE WRK-FOR-IDX    TO WRK-LIN-FORIDX (WRK-LIN-COUNT).       00241600
           MOVE FD-PROD-CODIGO TO WRK-LIN-PRODUTO (WRK-LIN-COUNT).      00241630
           MOVE WRK-QTDE-REPOR TO WRK-LIN-QTDE (WRK-LIN-COUNT).         00241660
           MOVE FD-PROD-PRECO  TO WRK-LIN-PRECO (WRK-LIN-COUNT).        00241670
           ADD 1 TO WRK-FOR-ITENS (WRK-FOR-IDX).                        00241690
           COMPUTE WRK-FOR-VALOR (WRK-FOR-IDX) =                        00241720
                   WRK-FOR-VALOR (WRK-FOR-IDX)                          00241750
                 + WRK-QTDE-REPOR * FD-PROD-PRECO.                      00241780
      *-----------------------------------------------------            00242000
       2100-99-FIM.                                  EXIT.              00243000
      *-----------------------------------------------------            00244000
      *-----------------------------------------------------            00257000
                                                                        00258000
      *-----------------------------------------------------            00259000
       2160-PROCURA-FORNECEDOR                    SECTION.              00259010
      *-----------------------------------------------------            00259020
           IF FD-PROD-CODFORN EQUAL                                     00259030
              WRK-FOR-CODIGO (WRK-FOR-IDX)                              00259040
            MOVE 'S' TO WRK-FOR-ACHOU                                   00259050
           ELSE                                                         00259060
            ADD 1 TO WRK-FOR-IDX                                        00259070
           END-IF.                                                      00259080
      *-----------------------------------------------------            00259090
       2160-99-FIM.                                  EXIT.              00259100
      *-----------------------------------------------------            00259110
                                                                        00259120
      *-----------------------------------------------------            00259130
       2500-EMITIR-PEDIDOS                        SECTION.              00259140
      *-----------------------------------------------------            00259150
      *    UM PEDIDO POR FORNECEDOR COM ITENS A PEDIR, NA               00259160
      *    ORDEM DO CADASTRO DE FORNECEDORES.                           00259170
           MOVE 1 TO WRK-FOR-IDX.                                       00259180
           PERFORM 2510-EMITIR-FORNECEDOR                               00259190
                   UNTIL WRK-FOR-IDX GREATER WRK-FOR-COUNT.             00259200
      *-----------------------------------------------------            00259210
       2500-99-FIM.                                  EXIT.              00259220
      *-----------------------------------------------------            00259230
                                                                        00259240
      *-----------------------------------------------------            00259250
       2510-EMITIR-FORNECEDOR                     SECTION.              00259260
      *-----------------------------------------------------            00259270
           IF WRK-FOR-ITENS (WRK-FOR-IDX) EQUAL ZEROS                   00259280
            ADD 1 TO WRK-FOR-IDX                                        00259290
            GO TO 2510-99-FIM                                           00259300
           END-IF.                                                      00259310
                                                                        00259320
           ADD 1 TO WRK-ULT-NUMERO.                                     00259330
           ADD 1 TO WRK-REGGERADOS.                                     00259340
                                                                        00259350
      *    CHEGADA PREVISTA: PRAZO DO FORNECEDOR EM DIAS UTEIS.         00259360
           MOVE WRK-DATA-ATUAL TO WRK-PREVISAO.                         00259370
           IF WRK-FOR-PRAZO (WRK-FOR-IDX) GREATER ZEROS                 00259380
            MOVE 'N' TO UTI-FUNCAO                                      00259390
            MOVE WRK-DATA-ATUAL TO UTI-DATA                             00259400
            MOVE WRK-FOR-PRAZO (WRK-FOR-IDX) TO UTI-QTDE                00259410
            CALL 'DIAUTIL' USING UTI-DADOS                              00259420
            IF UTI-OK                                                   00259430
             MOVE UTI-DATA-RESULT TO WRK-PREVISAO                       00259440
            ELSE                                                        00259450
             DISPLAY 'ERRO NA DIAUTIL - PREVISAO NA '                   00259460
                     'EMISSAO - PEDIDO: ' WRK-ULT-NUMERO                00259470
            END-IF                                                      00259480
           END-IF.                                                      00259490
                                                                        00259500
           MOVE 1 TO WRK-LIN-IDX.                                       00259510
           PERFORM 2520-GRAVAR-ITEM                                     00259520
                   UNTIL WRK-LIN-IDX GREATER WRK-LIN-COUNT.             00259530
                                                                        00259540
           DISPLAY 'PEDIDO ' WRK-ULT-NUMERO                             00259550
                   ' GERADO - FORNECEDOR: '                             00259560
                   WRK-FOR-CODIGO (WRK-FOR-IDX)                         00259570
                   ' ITENS: ' WRK-FOR-ITENS (WRK-FOR-IDX)               00259580
                   ' PREVISAO: ' WRK-PREVISAO.                          00259590
           IF WRK-FOR-VALOR (WRK-FOR-IDX) LESS                          00259600
              WRK-FOR-PEDMIN (WRK-FOR-IDX)                              00259610
            ADD 1 TO WRK-REGABAIXOMIN                                   00259620
            DISPLAY '   PEDIDO ' WRK-ULT-NUMERO                         00259630
                    ' ABAIXO DO MINIMO DO FORNECEDOR - VALOR: '         00259640
                    WRK-FOR-VALOR (WRK-FOR-IDX)                         00259650
                    ' MINIMO: ' WRK-FOR-PEDMIN (WRK-FOR-IDX)            00259660
           END-IF.                                                      00259670
           ADD 1 TO WRK-FOR-IDX.                                        00259680
      *-----------------------------------------------------            00259690
       2510-99-FIM.                                  EXIT.              00259700
      *-----------------------------------------------------            00259710
                                                                        00259720
      *-----------------------------------------------------            00259730
       2520-GRAVAR-ITEM                           SECTION.              00259740
      *-----------------------------------------------------            00259750
           IF WRK-LIN-FORIDX (WRK-LIN-IDX) EQUAL WRK-FOR-IDX            00259760
            MOVE WRK-ULT-NUMERO  TO FD-PED-NUMERO                       00259770
            MOVE WRK-LIN-PRODUTO (WRK-LIN-IDX) TO FD-PED-PRODUTO        00259780
            MOVE WRK-LIN-QTDE (WRK-LIN-IDX)    TO FD-PED-QTDE           00259790
            MOVE WRK-FOR-REDUZIDO (WRK-FOR-IDX) TO FD-PED-FORNEC        00259800
            MOVE WRK-DATA-ATUAL  TO FD-PED-DATA                         00259810
            MOVE 'A'             TO FD-PED-SITUACAO                     00259820
            MOVE ZEROS           TO FD-PED-QTDERECEB                    00259830
            MOVE WRK-FOR-CODIGO (WRK-FOR-IDX) TO FD-PED-CODFORN         00259840
            MOVE WRK-PREVISAO    TO FD-PED-PREVISAO                     00259850
            MOVE WRK-LIN-PRECO (WRK-LIN-IDX)   TO FD-PED-PRECO          00259852
            MOVE ZEROS           TO FD-PED-QTDEFAT                      00259854
            MOVE SPACES          TO FD-PEDCNOVO(69:2)                   00259856
            WRITE FD-PEDCNOVO                                           00259860
            ADD 1 TO WRK-REGITENS                                       00259870
           END-IF.                                                      00259880
           ADD 1 TO WRK-LIN-IDX.                                        00259890
      *-----------------------------------------------------            00259900
       2520-99-FIM.                                  EXIT.              00259910
      *-----------------------------------------------------            00259920
                                                                        00259930
      *-----------------------------------------------------            00259940
       3000-FINALIZAR                             SECTION.              00260000
      *-----------------------------------------------------            00261000
           CLOSE PRODMSTR PEDCANT PEDCNOVO.                             00262000
           DISPLAY ' '.                                                 00264000
           DISPLAY 'PEDIDOS NO MASTER: ' WRK-REGANTIGOS.                00265000
           DISPLAY 'PEDIDOS GERADOS:   ' WRK-REGGERADOS.                00266000
           DISPLAY 'ITENS PEDIDOS:     ' WRK-REGITENS.                  00266250
           DISPLAY 'ABAIXO DO MINIMO:  ' WRK-REGABAIXOMIN.              00266500
           DISPLAY 'SEM FORNECEDOR:    ' WRK-REGSEMFORN.                00266750
           DISPLAY 'BACKORDERS LIDOS:  ' WRK-REGBACKORD.                00266870
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00267000
      *-----------------------------------------------------            00268000
       3000-99-FIM.                                  EXIT.              00269000
            MOVE WRK-FS-PEDCNOVO         TO WRK-STATUS                  00294000
            PERFORM 9000-TRATAERROS                                     00295000
           END-IF.                                                      00296000
           IF WRK-FS-FORNMSTR NOT EQUAL 00                              00296120
            MOVE 'FR22CB30'              TO WRK-PROGRAMA                00296240
            MOVE 'ERRO NO OPEN FORNMSTR' TO WRK-MENSAGEM                00296360
            MOVE '1000'                  TO WRK-SECAO                   00296480
            MOVE WRK-FS-FORNMSTR         TO WRK-STATUS                  00296600
            PERFORM 9000-TRATAERROS                                     00296720
           END-IF.                                                      00296840
      *-----------------------------------------------------            00297000
       4000-99-FIM.                                  EXIT.              00298000
      *-----------------------------------------------------            00299000
