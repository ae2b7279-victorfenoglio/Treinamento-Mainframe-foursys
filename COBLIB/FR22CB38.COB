      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB38.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: INVENTARIO FISICO - CONGELAMENTO DA    *             00008000
      *            LISTA DE CONTAGEM: VARRE O MASTER DE   *             00009000
      *            PRODUTOS (VSAM) NA FAIXA DE CODIGOS DO *             00010000
      *            PARAMETRO E GRAVA EM INVLISTA A FOTO   *             00011000
      *            DO ESTOQUE DE CADA PRODUTO (QTDE E     *             00012000
      *            PRECO NA DATA DO CONGELAMENTO), QUE O  *             00013000
      *            FR22CB39 CONFRONTA COM A CONTAGEM.     *             00014000
      *            RELCONT E A FOLHA DE CONTAGEM: SO      *             00015000
      *            CODIGO E DESCRICAO, SEM A QUANTIDADE   *             00016000
      *            DO SISTEMA (CONTAGEM CEGA).            *             00017000
      *---------------------------------------------------*             00018000
      *  PARAMETRO (SYSIN): CODIGO INICIAL (999) E FINAL  *             00019000
      *  (999) DA FAIXA; FINAL ZERADO = ATE O ULTIMO.     *             00020000
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
      *  PRODMSTR (VSAM)     I             ---------      *             00024000
      *  INVLISTA            O             ---------      *             00025000
      *  RELCONT             O             ---------      *             00026000
      *===================================================*             00027000
                                                                        00028000
      *====================================================             00029000
       ENVIRONMENT                               DIVISION.              00030000
      *====================================================             00031000
       CONFIGURATION                             SECTION.               00032000
       SPECIAL-NAMES.                                                   00033000
           DECIMAL-POINT  IS COMMA.                                     00034000
                                                                        00035000
       INPUT-OUTPUT                              SECTION.               00036000
       FILE-CONTROL.                                                    00037000
           SELECT PRODMSTR ASSIGN TO PRODMSTR                           00038000
               ORGANIZATION IS INDEXED                                  00039000
               ACCESS MODE IS DYNAMIC                                   00040000
               RECORD KEY IS FD-PROD-CODIGO                             00041000
               FILE STATUS IS WRK-FS-PRODMSTR.                          00042000
                                                                        00043000
           SELECT INVLISTA ASSIGN TO INVLISTA                           00044000
               FILE STATUS IS WRK-FS-INVLISTA.                          00045000
                                                                        00046000
           SELECT RELCONT ASSIGN TO RELCONT                             00047000
               FILE STATUS IS WRK-FS-RELCONT.                           00048000
                                                                        00049000
      *====================================================             00050000
       DATA                                      DIVISION.              00051000
      *====================================================             00052000
      *-----------------------------------------------------            00053000
       FILE                                      SECTION.               00054000
      *-----------------------------------------------------            00055000
       FD PRODMSTR                                                      00056000
           RECORDING MODE IS F                                          00057000
           BLOCK CONTAINS 0 RECORDS.                                    00058000
      *-----------LRECL 65----------------------------------            00059000
       01 FD-PRODMSTR.                                                  00060000
          05 FD-PROD-CODIGO      PIC 9(03).                             00061000
          05 FD-PROD-DESCRICAO   PIC X(30).                             00062000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00063000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00064000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00065000
          05 FD-PROD-CODFORN     PIC 9(05).                             00065660
          05 FILLER              PIC X(10).                             00066320
                                                                        00067000
       FD INVLISTA                                                      00068000
           RECORDING MODE IS F                                          00069000
           BLOCK CONTAINS 0 RECORDS.                                    00070000
      *-----------LRECL 60----------------------------------            00071000
       01 FD-INVLISTA.                                                  00072000
          05 FD-LIS-CODIGO       PIC 9(03).                             00073000
          05 FD-LIS-DESCRICAO    PIC X(30).                             00074000
          05 FD-LIS-PRECO        PIC 9(05)V99.                          00075000
          05 FD-LIS-QTDSIST      PIC 9(05).                             00076000
          05 FD-LIS-DATA         PIC 9(08).                             00077000
          05 FILLER              PIC X(07).                             00078000
                                                                        00079000
       FD RELCONT                                                       00080000
           RECORDING MODE IS F                                          00081000
           BLOCK CONTAINS 0 RECORDS.                                    00082000
      *-----------LRECL 80----------------------------------            00083000
       01 FD-RELCONT            PIC X(80).                              00084000
      *-----------------------------------------------------            00085000
       WORKING-STORAGE                           SECTION.               00086000
      *-----------------------------------------------------            00087000
           COPY '#GLOG'.                                                00088000
      *-----------------------------------------------------            00089000
       01 FILLER PIC X(48) VALUE                                        00090000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00091000
      *-----------------------------------------------------            00092000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00093000
       77 WRK-FS-INVLISTA      PIC 9(02).                               00094000
       77 WRK-FS-RELCONT       PIC 9(02).                               00095000
      *-----------------------------------------------------            00096000
       01 FILLER PIC X(48) VALUE                                        00097000
            '-------PARAMETRO DE ENTRADA------------------'.            00098000
      *-----------------------------------------------------            00099000
       01 WRK-PARM.                                                     00100000
          05 WRK-PARM-INICIAL PIC 9(03).                                00101000
          05 WRK-PARM-FINAL   PIC 9(03).                                00102000
      *-----------------------------------------------------            00103000
       01 FILLER PIC X(48) VALUE                                        00104000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00105000
      *-----------------------------------------------------            00106000
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.                   00107000
       77 WRK-REGLISTADOS      PIC 9(06) VALUE ZEROS.                   00108000
      *-----------------------------------------------------            00109000
       01 FILLER PIC X(48) VALUE                                        00110000
            '-------LINHAS DA FOLHA DE CONTAGEM-----------'.            00111000
      *-----------------------------------------------------            00112000
       01 WRK-CNT-CABEC1.                                               00113000
          05 FILLER             PIC X(15) VALUE SPACES.                 00114000
          05 FILLER             PIC X(37) VALUE                         00115000
             'INVENTARIO FISICO - FOLHA DE CONTAGEM'.                   00116000
          05 FILLER             PIC X(05) VALUE SPACES.                 00117000
          05 FILLER             PIC X(06) VALUE 'DATA: '.               00118000
          05 WRK-CNT-CAB-DATA   PIC 9(08).                              00119000
          05 FILLER             PIC X(09) VALUE SPACES.                 00120000
       01 WRK-CNT-CABEC2.                                               00121000
          05 FILLER             PIC X(08) VALUE 'CODIGO'.               00122000
          05 FILLER             PIC X(32) VALUE 'DESCRICAO'.            00123000
          05 FILLER             PIC X(20) VALUE 'QTDE CONTADA'.         00124000
          05 FILLER             PIC X(20) VALUE 'CONFERENTE'.           00125000
       01 WRK-CNT-DETALHE.                                              00126000
          05 WRK-CNT-DET-CODIGO PIC 9(03).                              00127000
          05 FILLER             PIC X(05) VALUE SPACES.                 00128000
          05 WRK-CNT-DET-DESCR  PIC X(30).                              00129000
          05 FILLER             PIC X(02) VALUE SPACES.                 00130000
          05 FILLER             PIC X(20) VALUE                         00131000
             '______________'.                                          00132000
          05 FILLER             PIC X(20) VALUE                         00133000
             '______________'.                                          00134000
       01 WRK-CNT-RODAPE.                                               00135000
          05 FILLER             PIC X(24) VALUE                         00136000
             'PRODUTOS NA LISTA: '.                                     00137000
          05 WRK-CNT-ROD-QTDE   PIC ZZZ.ZZ9.                            00138000
          05 FILLER             PIC X(49) VALUE SPACES.                 00139000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00140000
      *====================================================             00141000
       PROCEDURE                                 DIVISION.              00142000
      *====================================================             00143000
      *-----------------------------------------------------            00144000
       0000-PRINCIPAL                             SECTION.              00145000
      *-----------------------------------------------------            00146000
           PERFORM 1000-INICIALIZAR.                                    00147000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PRODMSTR                 00148000
                   EQUAL 10.                                            00149000
           PERFORM 3000-FINALIZAR.                                      00150000
           STOP RUN.                                                    00151000
      *-----------------------------------------------------            00152000
       0000-99-FIM.                                  EXIT.              00153000
      *-----------------------------------------------------            00154000
                                                                        00155000
      *-----------------------------------------------------            00156000
       1000-INICIALIZAR                           SECTION.              00157000
      *-----------------------------------------------------            00158000
           ACCEPT WRK-PARM FROM SYSIN.                                  00159000
           IF WRK-PARM-INICIAL NOT NUMERIC                              00160000
            MOVE ZEROS TO WRK-PARM-INICIAL                              00161000
           END-IF.                                                      00162000
           IF WRK-PARM-FINAL NOT NUMERIC                                00163000
              OR WRK-PARM-FINAL EQUAL ZEROS                             00164000
            MOVE 999 TO WRK-PARM-FINAL                                  00165000
           END-IF.                                                      00166000
           IF WRK-PARM-INICIAL GREATER WRK-PARM-FINAL                   00167000
            DISPLAY 'FAIXA DE CODIGOS INVALIDA NO SYSIN: '              00168000
                    WRK-PARM                                            00169000
            STOP RUN                                                    00170000
           END-IF.                                                      00171000
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                    00172000
                                                                        00173000
           OPEN INPUT PRODMSTR                                          00174000
                OUTPUT INVLISTA RELCONT.                                00175000
             PERFORM 4000-TESTAR-STATUS.                                00176000
                                                                        00177000
           MOVE WRK-DATA-ATUAL TO WRK-CNT-CAB-DATA.                     00178000
           WRITE FD-RELCONT FROM WRK-CNT-CABEC1.                        00179000
           WRITE FD-RELCONT FROM WRK-LINHABRANCO.                       00180000
           WRITE FD-RELCONT FROM WRK-CNT-CABEC2.                        00181000
                                                                        00182000
      *    POSICIONA NO PRIMEIRO CODIGO DA FAIXA.                       00183000
           MOVE WRK-PARM-INICIAL TO FD-PROD-CODIGO.                     00184000
           START PRODMSTR KEY NOT LESS FD-PROD-CODIGO                   00185000
             INVALID KEY                                                00186000
              MOVE 10 TO WRK-FS-PRODMSTR                                00187000
           END-START.                                                   00188000
      *-----------------------------------------------------            00189000
       1000-99-FIM.                                  EXIT.              00190000
      *-----------------------------------------------------            00191000
                                                                        00192000
      *-----------------------------------------------------            00193000
       2000-PROCESSAR                             SECTION.              00194000
      *-----------------------------------------------------            00195000
           READ PRODMSTR NEXT                                           00196000
             AT END                                                     00197000
              MOVE 10 TO WRK-FS-PRODMSTR                                00198000
             NOT AT END                                                 00199000
              IF FD-PROD-CODIGO GREATER WRK-PARM-FINAL                  00200000
               MOVE 10 TO WRK-FS-PRODMSTR                               00201000
              ELSE                                                      00202000
               PERFORM 2100-CONGELAR-PRODUTO                            00203000
              END-IF                                                    00204000
           END-READ.                                                    00205000
      *-----------------------------------------------------            00206000
       2000-99-FIM.                                  EXIT.              00207000
      *-----------------------------------------------------            00208000
                                                                        00209000
      *-----------------------------------------------------            00210000
       2100-CONGELAR-PRODUTO                      SECTION.              00211000
      *-----------------------------------------------------            00212000
           MOVE SPACES            TO FD-INVLISTA.                       00213000
           MOVE FD-PROD-CODIGO    TO FD-LIS-CODIGO.                     00214000
           MOVE FD-PROD-DESCRICAO TO FD-LIS-DESCRICAO.                  00215000
           MOVE FD-PROD-PRECO     TO FD-LIS-PRECO.                      00216000
           MOVE FD-PROD-QTDESTOQ  TO FD-LIS-QTDSIST.                    00217000
           MOVE WRK-DATA-ATUAL    TO FD-LIS-DATA.                       00218000
           WRITE FD-INVLISTA.                                           00219000
           ADD 1 TO WRK-REGLISTADOS.                                    00220000
                                                                        00221000
           MOVE FD-PROD-CODIGO    TO WRK-CNT-DET-CODIGO.                00222000
           MOVE FD-PROD-DESCRICAO TO WRK-CNT-DET-DESCR.                 00223000
           WRITE FD-RELCONT FROM WRK-CNT-DETALHE.                       00224000
      *-----------------------------------------------------            00225000
       2100-99-FIM.                                  EXIT.              00226000
      *-----------------------------------------------------            00227000
                                                                        00228000
      *-----------------------------------------------------            00229000
       3000-FINALIZAR                             SECTION.              00230000
      *-----------------------------------------------------            00231000
           MOVE WRK-REGLISTADOS TO WRK-CNT-ROD-QTDE.                    00232000
           WRITE FD-RELCONT FROM WRK-LINHABRANCO.                       00233000
           WRITE FD-RELCONT FROM WRK-CNT-RODAPE.                        00234000
                                                                        00235000
           CLOSE PRODMSTR INVLISTA RELCONT.                             00236000
                                                                        00237000
           DISPLAY ' '.                                                 00238000
           DISPLAY 'FAIXA DE CODIGOS:  ' WRK-PARM-INICIAL               00239000
                   ' A ' WRK-PARM-FINAL.                                00240000
           DISPLAY 'PRODUTOS LISTADOS: ' WRK-REGLISTADOS.               00241000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00242000
      *-----------------------------------------------------            00243000
       3000-99-FIM.                                  EXIT.              00244000
      *-----------------------------------------------------            00245000
                                                                        00246000
      *-----------------------------------------------------            00247000
       4000-TESTAR-STATUS                         SECTION.              00248000
      *-----------------------------------------------------            00249000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00250000
            MOVE 'FR22CB38'              TO WRK-PROGRAMA                00251000
            MOVE 'ERRO NO OPEN PRODMSTR' TO WRK-MENSAGEM                00252000
            MOVE '1000'                  TO WRK-SECAO                   00253000
            MOVE WRK-FS-PRODMSTR         TO WRK-STATUS                  00254000
            PERFORM 9000-TRATAERROS                                     00255000
           END-IF.                                                      00256000
           IF WRK-FS-INVLISTA NOT EQUAL 00                              00257000
            MOVE 'FR22CB38'              TO WRK-PROGRAMA                00258000
            MOVE 'ERRO NO OPEN INVLISTA' TO WRK-MENSAGEM                00259000
            MOVE '1000'                  TO WRK-SECAO                   00260000
            MOVE WRK-FS-INVLISTA         TO WRK-STATUS                  00261000
            PERFORM 9000-TRATAERROS                                     00262000
           END-IF.                                                      00263000
           IF WRK-FS-RELCONT NOT EQUAL 00                               00264000
            MOVE 'FR22CB38'              TO WRK-PROGRAMA                00265000
            MOVE 'ERRO NO OPEN RELCONT'  TO WRK-MENSAGEM                00266000
            MOVE '1000'                  TO WRK-SECAO                   00267000
            MOVE WRK-FS-RELCONT          TO WRK-STATUS                  00268000
            PERFORM 9000-TRATAERROS                                     00269000
           END-IF.                                                      00270000
      *-----------------------------------------------------            00271000
       4000-99-FIM.                                  EXIT.              00272000
      *-----------------------------------------------------            00273000
                                                                        00274000
      *-----------------------------------------------------            00275000
       9000-TRATAERROS                            SECTION.              00276000
      *-----------------------------------------------------            00277000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00278000
           GOBACK.                                                      00279000
      *-----------------------------------------------------            00280000
       9000-99-FIM.                                  EXIT.              00281000
      *-----------------------------------------------------            00282000
