      *           INSERINDO CABECALHO E NUMERO DE PAGINA, *             00080101
      *           SOMANDO SALARIO POR SETOR, GRAVAR O     *             00080201
      *           RELATORIO EM OUTRO ARQUIVO PARA IMPRIMIR*             00080301
      *           NO FIM, CONSOLIDADO PELA HIERARQUIA DE  *             00080321
      *           SETORES (SETARV DO FR22DB36, SUBROTINA  *             00080341
      *           SETUTIL) RECUADO POR NIVEL ATE O NIVEL  *             00080361
      *           PEDIDO NO PARAMETRO (ZEROS = TODOS).    *             00080381
      *---------------------------------------------------*             00080401
      *  ARQUIVOS:                                        *             00080501
      *  DDNAME             I/O           INCLUDE/BOOK    *             00080601
      *  FUNC                I             ---------      *             00080701
      *  RELAT               O             ---------      *             00080801
      *  SETARV              I             #SETUTIL       *             00080851
      *===================================================*             00080901
                                                                        00081000
      *====================================================             00081100
                                                                        00082410
           SELECT HISTSET ASSIGN TO HISTSET                             00082412
               FILE STATUS IS WRK-FS-HISTSET.                           00082414
                                                                        00082434
           SELECT SETARV ASSIGN TO SETARV                               00082454
               FILE STATUS IS WRK-FS-SETARV.                            00082474
                                                                        00082500
      *====================================================             00082600
       DATA                                      DIVISION.              00082700
          05 FD-HIS-MASSA     PIC 9(10).                                00130619
          05 FD-HIS-MEDIA     PIC 9(08).                                00130620
                                                                        00130700
       FD SETARV                                                        00130710
           RECORDING MODE IS F                                          00130720
           BLOCK CONTAINS 0 RECORDS.                                    00130730
      *-----------LRECL 48----------------------------------            00130740
       01 FD-SETARV.                                                    00130750
          05 FD-ARV-SETOR     PIC X(04).                                00130760
          05 FD-ARV-SETORPAI  PIC X(04).                                00130770
          05 FD-ARV-DESC      PIC X(40).                                00130780
                                                                        00130790
      *-----------------------------------------------------            00130800
       WORKING-STORAGE                           SECTION.               00130900
      *-----------------------------------------------------            00131000
           COPY '#GLOG'.                                                00131100
           COPY '#SETUTIL'.                                             00131150
      *-----------------------------------------------------            00131200
       01 FILLER PIC X(48) VALUE                                        00131300
            '--------------VARIAVEIS PARA CABECALHO-------'.            00131400
             10 WRK-COMPET-ANO PIC 9(04).                               00138516
             10 WRK-COMPET-MES PIC 9(02).                               00138517
          05 WRK-PARM-LIMIAR   PIC 9(03).                               00138518
          05 WRK-PARM-NIVEL    PIC 9(02).                               00138519
       01 WRK-COMPET-ANTER.                                             00138520
          05 WRK-ANT-ANO      PIC 9(04).                                00138521
          05 WRK-ANT-MES      PIC 9(02).                                00138522
       77 WRK-FS-HISTSET      PIC 9(02).                                00138523
       77 WRK-ATU-COUNT       PIC 9(02) VALUE 0.                        00138524
       77 WRK-ANT-COUNT       PIC 9(02) VALUE 0.                        00138525
       77 WRK-HIS-IDX         PIC 9(02) VALUE 0.                        00138526
       77 WRK-HIS-IDX2        PIC 9(02) VALUE 0.                        00138527
       77 WRK-HIS-ACHOU       PIC X(01) VALUE 'N'.                      00138528
       77 WRK-VAR-PCT         PIC S9(04)V9(02) VALUE ZEROS.             00138529
       01 WRK-ATU-TAB.                                                  00138530
          05 WRK-ATU-ITEM OCCURS 50 TIMES.                              00138531
             10 WRK-ATU-SETOR  PIC X(04).                               00138532
             10 WRK-ATU-QTDE   PIC 9(05).                               00138533
             10 WRK-ATU-MASSA  PIC 9(10).                               00138534
             10 WRK-ATU-MEDIA  PIC 9(08).                               00138535
       01 WRK-ANT-TAB.                                                  00138536
          05 WRK-ANT-ITEM OCCURS 50 TIMES.                              00138537
             10 WRK-ANT-SETOR  PIC X(04).                               00138538
             10 WRK-ANT-QTDE   PIC 9(05).                               00138539
             10 WRK-ANT-MASSA  PIC 9(10).                               00138540
             10 WRK-ANT-MEDIA  PIC 9(08).                               00138541
       01 WRK-CMP-CABEC       PIC X(58) VALUE                           00138542
           'COMPARATIVO COM O MES ANTERIOR'.                            00138543
       01 WRK-CMP-LINHA.                                                00138544
          05 WRK-CMP-SETOR    PIC X(04).                                00138545
          05 FILLER           PIC X(07) VALUE ' MASSA:'.                00138546
          05 WRK-CMP-MASSA    PIC Z(07)9.                               00138547
          05 FILLER           PIC X(06) VALUE ' ANT.:'.                 00138548
          05 WRK-CMP-MASSANT  PIC Z(07)9.                               00138549
          05 FILLER           PIC X(06) VALUE ' VAR: '.                 00138550
          05 WRK-CMP-PCT      PIC +ZZ9,99.                              00138551
          05 FILLER           PIC X(01) VALUE '%'.                      00138552
          05 WRK-CMP-ALERTA   PIC X(09).                                00138553
          05 FILLER           PIC X(02) VALUE SPACES.                   00138554
       01 WRK-CMP-SEMBASE     PIC X(58) VALUE                           00138555
           'SEM HISTORICO DO MES ANTERIOR PARA COMPARAR'.               00138560
      *----------------------------------------------------             00138565
      *  CONSOLIDADO PELA HIERARQUIA DE SETORES (SETARV)                00138570
      *----------------------------------------------------             00138575
       77 WRK-FS-SETARV       PIC 9(02).                                00138580
       77 WRK-HIE-QTDE        PIC 9(05) VALUE ZEROS.                    00138585
       77 WRK-HIE-MASSA       PIC 9(10) VALUE ZEROS.                    00138590
       01 WRK-HIE-CABEC       PIC X(58) VALUE                           00138595
           'CONSOLIDADO PELA HIERARQUIA DE SETORES'.                    00138600
       01 WRK-HIE-SEMARV      PIC X(58) VALUE                           00138605
           'SEM SETARV - SETORES SEM HIERARQUIA'.                       00138610
       01 WRK-HIE-LINHA.                                                00138615
          05 WRK-HIE-ROTULO   PIC X(22).                                00138620
          05 FILLER           PIC X(04) VALUE ' QT:'.                   00138625
          05 WRK-HIE-QT       PIC ZZZZ9.                                00138630
          05 FILLER           PIC X(07) VALUE ' MASSA:'.                00138635
          05 WRK-HIE-MS       PIC Z(09)9.                               00138640
          05 FILLER           PIC X(04) VALUE ' MD:'.                   00138645
          05 WRK-HIE-MD       PIC ZZZZZ9.                               00138650
      *----------------------------------------------------             00138655
      *  VALIDACAO DO TRAILER DE CONTROLE DO UNLOAD                     00138755
      *  OFICIAL (FR22DB36).                                            00138855
           IF WRK-PARM-LIMIAR EQUAL ZEROS                               00144155
            MOVE 010 TO WRK-PARM-LIMIAR                                 00144255
           END-IF.                                                      00144355
           IF WRK-PARM-NIVEL NOT NUMERIC                                00144375
            MOVE ZEROS TO WRK-PARM-NIVEL                                00144395
           END-IF.                                                      00144415
           PERFORM 6600-CARREGAR-ARVORE.                                00144435
           IF WRK-COMPET-MES EQUAL 01                                   00144455
            COMPUTE WRK-ANT-ANO = WRK-COMPET-ANO - 1                    00144555
            MOVE 12 TO WRK-ANT-MES                                      00144655
           END-IF.                                                      00162055
           PERFORM 3100-IMPRIME-TOP10.                                  00162155
           PERFORM 6200-COMPARATIVO.                                    00162255
           PERFORM 6700-CONSOLIDADO-HIERARQUIA.                         00162305
           PERFORM 6300-GRAVAR-HISTORICO.                               00162355
           CLOSE FUNC RELAT.                                            00162455
           DISPLAY WRK-LINHABRANCO.                                     00162555
            MOVE WRK-SETOR-MEDIA                                        00171855
              TO WRK-ATU-MEDIA (WRK-ATU-COUNT)                          00171955
           END-IF.                                                      00172055
                                                                        00172065
           MOVE 'A'             TO STU-FUNCAO.                          00172075
           MOVE WRK-SETOR-ATIVO TO STU-SETOR.                           00172085
           MOVE ZEROS           TO STU-VALORES.                         00172095
           MOVE WRK-SETOR-QTDE  TO STU-VALOR (1).                       00172105
           MOVE WRK-ACUM-SAL    TO STU-VALOR (2).                       00172115
           CALL 'SETUTIL' USING STU-DADOS.                              00172125
      *-----------------------------------------------------            00172155
       6100-99-FIM.                                  EXIT.              00172255
      *-----------------------------------------------------            00172355
      *-----------------------------------------------------            00182655
                                                                        00182755
      *-----------------------------------------------------            00182855
       6600-CARREGAR-ARVORE                       SECTION.              00182856
      *-----------------------------------------------------            00182857
      *    ARVORE DE SETORES DESCARREGADA PELO FR22DB36. SEM            00182858
      *    ARQUIVO CADA SETOR SAI SOZINHO NO CONSOLIDADO.               00182859
           MOVE 'I' TO STU-FUNCAO.                                      00182860
           CALL 'SETUTIL' USING STU-DADOS.                              00182861
                                                                        00182862
           OPEN INPUT SETARV.                                           00182863
           IF WRK-FS-SETARV NOT EQUAL 0                                 00182864
            DISPLAY 'SETARV NAO DISPONIVEL: ' WRK-FS-SETARV             00182865
            MOVE 35 TO WRK-FS-SETARV                                    00182866
           ELSE                                                         00182867
            PERFORM 6610-LER-ARVORE                                     00182868
                    UNTIL WRK-FS-SETARV EQUAL 10                        00182869
            CLOSE SETARV                                                00182870
           END-IF.                                                      00182871
                                                                        00182872
           MOVE 'M' TO STU-FUNCAO.                                      00182873
           CALL 'SETUTIL' USING STU-DADOS.                              00182874
      *-----------------------------------------------------            00182875
       6600-99-FIM.                                  EXIT.              00182876
      *-----------------------------------------------------            00182877
                                                                        00182878
      *-----------------------------------------------------            00182879
       6610-LER-ARVORE                            SECTION.              00182880
      *-----------------------------------------------------            00182881
           READ SETARV                                                  00182882
             AT END                                                     00182883
              MOVE 10 TO WRK-FS-SETARV                                  00182884
             NOT AT END                                                 00182885
              MOVE 'N'             TO STU-FUNCAO                        00182886
              MOVE FD-ARV-SETOR    TO STU-SETOR                         00182887
              MOVE FD-ARV-SETORPAI TO STU-SETORPAI                      00182888
              MOVE FD-ARV-DESC     TO STU-DESC                          00182889
              CALL 'SETUTIL' USING STU-DADOS                            00182890
           END-READ.                                                    00182891
      *-----------------------------------------------------            00182892
       6610-99-FIM.                                  EXIT.              00182893
      *-----------------------------------------------------            00182894
                                                                        00182895
      *-----------------------------------------------------            00182896
       6700-CONSOLIDADO-HIERARQUIA                SECTION.              00182897
      *-----------------------------------------------------            00182898
           WRITE FD-RELAT FROM WRK-LINHABRANCO.                         00182899
           WRITE FD-RELAT FROM WRK-HIE-CABEC.                           00182900
           IF WRK-FS-SETARV EQUAL 35                                    00182901
            WRITE FD-RELAT FROM WRK-HIE-SEMARV                          00182902
           END-IF.                                                      00182903
                                                                        00182904
           MOVE 'L'            TO STU-FUNCAO.                           00182905
           MOVE ZEROS          TO STU-POSICAO.                          00182906
           MOVE WRK-PARM-NIVEL TO STU-NIVEL-MAX.                        00182907
           CALL 'SETUTIL' USING STU-DADOS.                              00182908
           PERFORM 6710-IMPRIME-NIVEL                                   00182909
                   UNTIL STU-RETORNO NOT EQUAL '0'.                     00182910
      *-----------------------------------------------------            00182911
       6700-99-FIM.                                  EXIT.              00182912
      *-----------------------------------------------------            00182913
                                                                        00182914
      *-----------------------------------------------------            00182915
       6710-IMPRIME-NIVEL                         SECTION.              00182916
      *-----------------------------------------------------            00182917
           MOVE STU-ROTULO    TO WRK-HIE-ROTULO.                        00182918
           MOVE STU-VALOR (1) TO WRK-HIE-QTDE.                          00182919
           MOVE STU-VALOR (2) TO WRK-HIE-MASSA.                         00182920
           MOVE WRK-HIE-QTDE  TO WRK-HIE-QT.                            00182921
           MOVE WRK-HIE-MASSA TO WRK-HIE-MS.                            00182922
           IF WRK-HIE-QTDE GREATER ZEROS                                00182923
            COMPUTE WRK-HIE-MD ROUNDED =                                00182924
                    WRK-HIE-MASSA / WRK-HIE-QTDE                        00182925
           ELSE                                                         00182926
            MOVE ZEROS TO WRK-HIE-MD                                    00182927
           END-IF.                                                      00182928
           WRITE FD-RELAT FROM WRK-HIE-LINHA.                           00182929
                                                                        00182930
           CALL 'SETUTIL' USING STU-DADOS.                              00182931
      *-----------------------------------------------------            00182932
       6710-99-FIM.                                  EXIT.              00182933
      *-----------------------------------------------------            00182934
                                                                        00182935
      *-----------------------------------------------------            00182936
      *-----------------------------------------------------            00182955
       4000-TESTAR-STATUS                         SECTION.              00183055
      *-----------------------------------------------------            00183155
