      *            SAI EM RELENTRE COM O MOTIVO, ASSIM    *             00016000
      *            COMO OS PEDIDOS EM ABERTO HA MAIS DE   *             00017000
      *            N DIAS (PARAMETRO).                    *             00018000
      *            CADA ENTRADA NO ESTOQUE GRAVA O        *             00018200
      *            MOVIMENTO ('EC', COM O CUSTO UNITARIO  *             00018400
      *            DA ENTREGA) NA RAZAO DE ESTOQUE        *             00018600
      *            MOVEST, BASE DO KARDEX DO FR22CB40.    *             00018800
      *            O PEDIDO TEM UM REGISTRO POR PRODUTO E *             00018820
      *            A ENTREGA CASA POR PEDIDO E PRODUTO    *             00018840
      *            (ENTREGAS CLASSIFICADO NESSA ORDEM).   *             00018860
      *            RELPONT TRAZ A PONTUALIDADE DE ENTREGA *             00018880
      *            POR FORNECEDOR: ENTREGAS NO PRAZO E    *             00018900
      *            ATRASADAS FRENTE A PREVISAO DO PEDIDO  *             00018920
      *            E O ATRASO MEDIO EM DIAS.              *             00018940
      *            BACKORDERS: APOS AS ENTREGAS, O        *             00018946
      *            ESTOQUE DISPONIVEL E ALOCADO AOS       *             00018952
      *            BACKORDERS EM ABERTO DO FATURAMENTO    *             00018958
      *            (BACKORD) POR ORDEM DE DATA DO PEDIDO; *             00018964
      *            O LIBERADO (TOTAL OU PARCIAL) SAI NO   *             00018970
      *            LIBBKO PARA O PROXIMO FR22CB24 E O QUE *             00018976
      *            FICA EM ABERTO NO BKONOVO, QUE         *             00018982
      *            SUBSTITUI O BACKORD.                   *             00018988
      *---------------------------------------------------*             00019000
      *  PARAMETRO (SYSIN): DATA DE REFERENCIA AAAAMMDD   *             00020000
      *  E IDADE LIMITE EM DIAS (DDD) PARA APONTAR        *             00021000
      *  PRODMSTR (VSAM)     I-O           ---------      *             00029000
      *  PEDCNOVO            O             ---------      *             00030000
      *  RELENTRE            O             ---------      *             00031000
      *  MOVEST              O             ---------      *             00031500
      *  RELPONT             O             ---------      *             00031750
      *  BACKORD             I             ---------      *             00031800
      *  BKOSORT             I/O           ---------      *             00031850
      *  BKONOVO             O             ---------      *             00031900
      *  LIBBKO              O             ---------      *             00031950
      *===================================================*             00032000
                                                                        00033000
      *====================================================             00034000
           SELECT RELENTRE ASSIGN TO RELENTRE                           00058000
               FILE STATUS IS WRK-FS-RELENTRE.                          00059000
                                                                        00060000
           SELECT MOVEST ASSIGN TO MOVEST                               00060250
               FILE STATUS IS WRK-FS-MOVEST.                            00060500
                                                                        00060750
           SELECT RELPONT ASSIGN TO RELPONT                             00060810
               FILE STATUS IS WRK-FS-RELPONT.                           00060870
                                                                        00060874
           SELECT BACKORD ASSIGN TO BACKORD                             00060878
               FILE STATUS IS WRK-FS-BACKORD.                           00060882
                                                                        00060886
           SELECT BKOSORT ASSIGN TO BKOSORT                             00060890
               FILE STATUS IS WRK-FS-BKOSORT.                           00060894
                                                                        00060898
           SELECT BKONOVO ASSIGN TO BKONOVO                             00060902
               FILE STATUS IS WRK-FS-BKONOVO.                           00060906
                                                                        00060910
           SELECT LIBBKO ASSIGN TO LIBBKO                               00060914
               FILE STATUS IS WRK-FS-LIBBKO.                            00060918
                                                                        00060922
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00060926
                                                                        00060930
      *====================================================             00061000
       DATA                                      DIVISION.              00062000
      *====================================================             00063000
       FD PEDCANT                                                       00067000
           RECORDING MODE IS F                                          00068000
           BLOCK CONTAINS 0 RECORDS.                                    00069000
      *-----------LRECL 70----------------------------------            00070000
       01 FD-PEDCANT.                                                   00071000
          05 FD-PED-NUMERO       PIC 9(06).                             00072000
          05 FD-PED-PRODUTO      PIC 9(03).                             00073000
          05 FD-PED-DATA         PIC 9(08).                             00076000
          05 FD-PED-SITUACAO     PIC X(01).                             00077000
          05 FD-PED-QTDERECEB    PIC 9(05).                             00078000
          05 FD-PED-CODFORN      PIC 9(05).                             00078330
          05 FD-PED-PREVISAO     PIC 9(08).                             00078660
          05 FD-PED-PRECO        PIC 9(05)V99.                          00078740
          05 FD-PED-QTDEFAT      PIC 9(05).                             00078820
          05 FILLER              PIC X(02).                             00078900
                                                                        00079000
       FD ENTREGAS                                                      00080000
           RECORDING MODE IS F                                          00081000
           BLOCK CONTAINS 0 RECORDS.                                    00082000
      *-----------LRECL 29----------------------------------            00082660
      *    CUSTO = CUSTO UNITARIO DA NOTA DO FORNECEDOR.                00083320
       01 FD-ENTREGAS.                                                  00084000
          05 FD-ENT-NUMERO       PIC 9(06).                             00085000
          05 FD-ENT-PRODUTO      PIC 9(03).                             00086000
          05 FD-ENT-QTDE         PIC 9(05).                             00087000
          05 FD-ENT-DATA         PIC 9(08).                             00088000
          05 FD-ENT-CUSTO        PIC 9(05)V99.                          00088500
                                                                        00089000
       FD PRODMSTR                                                      00090000
           RECORDING MODE IS F                                          00091000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00097000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00098000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00099000
          05 FD-PROD-CODFORN     PIC 9(05).                             00099660
          05 FILLER              PIC X(10).                             00100320
                                                                        00101000
       FD PEDCNOVO                                                      00102000
           RECORDING MODE IS F                                          00103000
           BLOCK CONTAINS 0 RECORDS.                                    00104000
      *-----------LRECL 70----------------------------------            00105000
       01 FD-PEDCNOVO           PIC X(70).                              00106000
                                                                        00107000
       FD RELENTRE                                                      00108000
           RECORDING MODE IS F                                          00109000
           BLOCK CONTAINS 0 RECORDS.                                    00110000
      *-----------LRECL 80----------------------------------            00111000
       01 FD-RELENTRE           PIC X(80).                              00112000
                                                                        00112050
       FD MOVEST                                                        00112100
           RECORDING MODE IS F                                          00112150
           BLOCK CONTAINS 0 RECORDS.                                    00112200
      *-----------LRECL 60----------------------------------            00112250
      *    RAZAO DE MOVIMENTOS DE ESTOQUE (KARDEX DO FR22CB40).         00112300
       01 FD-MOVEST.                                                    00112350
          05 FD-MOV-PRODUTO      PIC 9(03).                             00112400
          05 FD-MOV-DATA         PIC 9(08).                             00112450
          05 FD-MOV-HORA         PIC 9(08).                             00112500
          05 FD-MOV-TIPO         PIC X(02).                             00112550
          05 FD-MOV-SENTIDO      PIC X(01).                             00112600
          05 FD-MOV-DOCUMENTO    PIC X(10).                             00112650
          05 FD-MOV-QTDE         PIC 9(05).                             00112700
          05 FD-MOV-CUSTO        PIC 9(05)V99.                          00112750
          05 FD-MOV-PROGRAMA     PIC X(08).                             00112800
          05 FILLER              PIC X(08).                             00112850
                                                                        00112870
       FD RELPONT                                                       00112890
           RECORDING MODE IS F                                          00112910
           BLOCK CONTAINS 0 RECORDS.                                    00112930
      *-----------LRECL 80----------------------------------            00112950
       01 FD-RELPONT            PIC X(80).                              00112970
                                                                        00112971
       FD BACKORD                                                       00112972
           RECORDING MODE IS F                                          00112973
           BLOCK CONTAINS 0 RECORDS.                                    00112974
      *-----------LRECL 60----------------------------------            00112975
      *    BACKORDERS GRAVADOS PELO FATURAMENTO (FR22CB24).             00112976
       01 FD-BACKORD            PIC X(60).                              00112977
                                                                        00112978
       FD BKOSORT                                                       00112979
           RECORDING MODE IS F                                          00112980
           BLOCK CONTAINS 0 RECORDS.                                    00112981
      *-----------LRECL 60----------------------------------            00112982
      *    SITUACAO A = EM ABERTO, L = LIBERADO (QTDE-LIB NA            00112983
      *    DATA-LIB).                                                   00112984
       01 FD-BKOSORT.                                                   00112985
          05 FD-BKS-PEDIDO       PIC 9(06).                             00112986
          05 FD-BKS-CLIENTE      PIC 9(05).                             00112987
          05 FD-BKS-PRODUTO      PIC 9(03).                             00112988
          05 FD-BKS-QTDE         PIC 9(05).                             00112989
          05 FD-BKS-DATA         PIC 9(08).                             00112990
          05 FD-BKS-UF           PIC X(02).                             00112991
          05 FD-BKS-VENDEDOR     PIC 9(05).                             00112992
          05 FD-BKS-SITUACAO     PIC X(01).                             00112993
          05 FD-BKS-QTDE-LIB     PIC 9(05).                             00112994
          05 FD-BKS-DATA-LIB     PIC 9(08).                             00112995
          05 FILLER              PIC X(12).                             00112996
                                                                        00112997
       FD BKONOVO                                                       00112998
           RECORDING MODE IS F                                          00112999
           BLOCK CONTAINS 0 RECORDS.                                    00113000
      *-----------LRECL 60----------------------------------            00113001
       01 FD-BKONOVO            PIC X(60).                              00113002
                                                                        00113003
       FD LIBBKO                                                        00113004
           RECORDING MODE IS F                                          00113005
           BLOCK CONTAINS 0 RECORDS.                                    00113006
      *-----------LRECL 60----------------------------------            00113007
       01 FD-LIBBKO             PIC X(60).                              00113008
      *-----------------------------------------------------            00113009
       SD ARQSORT.                                                      00113010
       01 SD-ARQSORT.                                                   00113011
          05 SD-BKO-PEDIDO      PIC 9(06).                              00113012
          05 FILLER             PIC X(13).                              00113013
          05 SD-BKO-DATA        PIC 9(08).                              00113014
          05 FILLER             PIC X(33).                              00113015
      *-----------------------------------------------------            00113505
       WORKING-STORAGE                           SECTION.               00114000
      *-----------------------------------------------------            00115000
           COPY '#GLOG'.                                                00116000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00123000
       77 WRK-FS-PEDCNOVO      PIC 9(02).                               00124000
       77 WRK-FS-RELENTRE      PIC 9(02).                               00125000
       77 WRK-FS-MOVEST        PIC 9(02).                               00125330
       77 WRK-FS-RELPONT       PIC 9(02).                               00125490
       77 WRK-FS-BACKORD       PIC 9(02).                               00125520
       77 WRK-FS-BKOSORT       PIC 9(02).                               00125550
       77 WRK-FS-BKONOVO       PIC 9(02).                               00125580
       77 WRK-FS-LIBBKO        PIC 9(02).                               00125610
       77 WRK-HORA-ATUAL       PIC 9(08) VALUE ZEROS.                   00125660
      *-----------------------------------------------------            00126000
       01 FILLER PIC X(48) VALUE                                        00127000
            '-------PARAMETRO DE ENTRADA------------------'.            00128000
       77 WRK-DIAS-AUX         PIC 9(08) VALUE ZEROS.                   00142000
       77 WRK-DIAS-REF         PIC 9(08) VALUE ZEROS.                   00143000
       77 WRK-IDADE-PED        PIC S9(08) VALUE ZEROS.                  00144000
       77 WRK-ATRASO           PIC S9(08) VALUE ZEROS.                  00144020
      *-----------------------------------------------------            00144040
       01 FILLER PIC X(48) VALUE                                        00144060
            '-------CHAVES DO CASAMENTO PEDIDO/ENTREGA----'.            00144080
      *-----------------------------------------------------            00144100
      *    PEDIDO + PRODUTO; 999999999 = FIM DO ARQUIVO.                00144120
       01 WRK-CHAVE-PED.                                                00144140
          05 WRK-CHP-NUMERO    PIC 9(06) VALUE ZEROS.                   00144160
          05 WRK-CHP-PRODUTO   PIC 9(03) VALUE ZEROS.                   00144180
       01 WRK-CHAVE-PED-N REDEFINES WRK-CHAVE-PED PIC 9(09).            00144200
       01 WRK-CHAVE-ENT.                                                00144220
          05 WRK-CHE-NUMERO    PIC 9(06) VALUE ZEROS.                   00144240
          05 WRK-CHE-PRODUTO   PIC 9(03) VALUE ZEROS.                   00144260
       01 WRK-CHAVE-ENT-N REDEFINES WRK-CHAVE-ENT PIC 9(09).            00144280
       77 WRK-PED-NUMERO-ANT   PIC 9(06) VALUE ZEROS.                   00144300
      *-----------------------------------------------------            00144320
       01 FILLER PIC X(48) VALUE                                        00144340
            '-------PONTUALIDADE POR FORNECEDOR-----------'.            00144360
      *-----------------------------------------------------            00144380
       77 WRK-PON-COUNT        PIC 9(03) VALUE ZEROS.                   00144400
       77 WRK-PON-IDX          PIC 9(03) VALUE ZEROS.                   00144420
       77 WRK-PON-ACHOU        PIC X(01) VALUE 'N'.                     00144440
       01 WRK-PON-TAB.                                                  00144460
          05 WRK-PON-ITEM OCCURS 500 TIMES.                             00144480
             10 WRK-PON-CODFORN    PIC 9(05).                           00144500
             10 WRK-PON-FORNEC     PIC X(15).                           00144520
             10 WRK-PON-ENTREGAS   PIC 9(05).                           00144540
             10 WRK-PON-NOPRAZO    PIC 9(05).                           00144560
             10 WRK-PON-ATRASADAS  PIC 9(05).                           00144580
             10 WRK-PON-SEMPREV    PIC 9(05).                           00144600
             10 WRK-PON-DIASATR    PIC 9(07).                           00144620
       77 WRK-PON-PERCENT      PIC 9(03)V9(02) VALUE ZEROS.             00144640
       77 WRK-PON-MEDIA        PIC 9(05)V9(01) VALUE ZEROS.             00144660
      *-----------------------------------------------------            00144680
       01 FILLER PIC X(48) VALUE                                        00144700
            '-------ALOCACAO DE BACKORDERS----------------'.            00144720
      *-----------------------------------------------------            00144740
      *    QUANTIDADE JA LIBERADA NA EXECUCAO, INDEXADA PELO            00144760
      *    CODIGO DO PRODUTO.                                           00144780
       01 WRK-ALOC-TAB.                                                 00144800
          05 WRK-ALOC-QTDE OCCURS 999 TIMES PIC 9(05).                  00144820
       77 WRK-DISPONIVEL       PIC S9(06) VALUE ZEROS.                  00144840
       77 WRK-BKO-LIDOS        PIC 9(06) VALUE ZEROS.                   00144860
       77 WRK-BKO-LIBERADOS    PIC 9(06) VALUE ZEROS.                   00144880
       77 WRK-BKO-PARCIAIS     PIC 9(06) VALUE ZEROS.                   00144900
       77 WRK-BKO-ABERTOS      PIC 9(06) VALUE ZEROS.                   00144920
       77 WRK-QTDE-LIBERADA    PIC 9(07) VALUE ZEROS.                   00144940
      *-----------------------------------------------------            00145000
       01 FILLER PIC X(48) VALUE                                        00146000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00147000
          05 FILLER             PIC X(07) VALUE ' DIAS: '.              00182000
          05 WRK-ANT-DIAS       PIC ZZ.ZZ9.                             00183000
          05 FILLER             PIC X(16) VALUE SPACES.                 00184000
       01 WRK-PON-CABEC1       PIC X(80) VALUE                          00184030
           'PONTUALIDADE DE ENTREGA POR FORNECEDOR'.                    00184060
       01 WRK-PON-CABEC2.                                               00184090
          05 FILLER             PIC X(07) VALUE 'CODIGO'.               00184120
          05 FILLER             PIC X(16) VALUE 'FORNECEDOR'.           00184150
          05 FILLER             PIC X(09) VALUE 'ENTREGAS'.             00184180
          05 FILLER             PIC X(09) VALUE ' NO PRAZO'.            00184210
          05 FILLER             PIC X(09) VALUE ' ATRASAD'.             00184240
          05 FILLER             PIC X(09) VALUE ' SEM PREV'.            00184270
          05 FILLER             PIC X(09) VALUE ' % PRAZO'.             00184300
          05 FILLER             PIC X(12) VALUE ' ATRASO MED'.          00184330
       01 WRK-PON-DETALHE.                                              00184360
          05 WRK-PON-DET-COD    PIC 9(05).                              00184390
          05 FILLER             PIC X(02) VALUE SPACES.                 00184420
          05 WRK-PON-DET-FORN   PIC X(15).                              00184450
          05 FILLER             PIC X(03) VALUE SPACES.                 00184480
          05 WRK-PON-DET-ENTR   PIC ZZ.ZZ9.                             00184510
          05 FILLER             PIC X(03) VALUE SPACES.                 00184540
          05 WRK-PON-DET-PRAZO  PIC ZZ.ZZ9.                             00184570
          05 FILLER             PIC X(03) VALUE SPACES.                 00184600
          05 WRK-PON-DET-ATRAS  PIC ZZ.ZZ9.                             00184630
          05 FILLER             PIC X(03) VALUE SPACES.                 00184660
          05 WRK-PON-DET-SEMPR  PIC ZZ.ZZ9.                             00184690
          05 FILLER             PIC X(03) VALUE SPACES.                 00184720
          05 WRK-PON-DET-PERC   PIC ZZ9,99.                             00184750
          05 FILLER             PIC X(04) VALUE SPACES.                 00184780
          05 WRK-PON-DET-MEDIA  PIC ZZ.ZZ9,9.                           00184810
          05 FILLER             PIC X(01) VALUE SPACES.                 00184840
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00185000
      *====================================================             00186000
       PROCEDURE                                 DIVISION.              00187000
      *-----------------------------------------------------            00191000
           PERFORM 1000-INICIALIZAR.                                    00192000
           PERFORM 2000-PROCESSAR UNTIL                                 00193000
                   WRK-CHAVE-PED-N EQUAL 999999999                      00194000
                   AND WRK-CHAVE-ENT-N EQUAL 999999999.                 00195000
           PERFORM 2600-ALOCAR-BACKORDERS.                              00195500
           PERFORM 3000-FINALIZAR.                                      00196000
           STOP RUN.                                                    00197000
      *-----------------------------------------------------            00198000
                                                                        00215000
           OPEN INPUT PEDCANT ENTREGAS                                  00216000
                I-O PRODMSTR                                            00217000
                OUTPUT PEDCNOVO RELENTRE RELPONT.                       00218000
      *    RAZAO DE ESTOQUE COMUM: GRAVA SEMPRE NO FIM.                 00218140
           ACCEPT WRK-HORA-ATUAL FROM TIME.                             00218280
           OPEN EXTEND MOVEST.                                          00218420
           IF WRK-FS-MOVEST EQUAL 35                                    00218560
            OPEN OUTPUT MOVEST                                          00218700
           END-IF.                                                      00218840
             PERFORM 4000-TESTAR-STATUS.                                00219000
                                                                        00220000
           WRITE FD-RELENTRE FROM WRK-REL-CABEC.                        00221000
       2000-PROCESSAR                             SECTION.              00243000
      *-----------------------------------------------------            00244000
           EVALUATE TRUE                                                00245000
            WHEN WRK-CHAVE-PED-N LESS WRK-CHAVE-ENT-N                   00246000
             PERFORM 2300-TESTAR-ANTIGO                                 00247000
             WRITE FD-PEDCNOVO FROM FD-PEDCANT                          00248000
             MOVE FD-PED-NUMERO TO WRK-PED-NUMERO-ANT                   00248500
             PERFORM 5000-LER-PEDIDO                                    00249000
                                                                        00250000
            WHEN WRK-CHAVE-ENT-N LESS WRK-CHAVE-PED-N                   00251500
             MOVE FD-ENT-NUMERO  TO WRK-REL-NUMERO                      00253000
             MOVE FD-ENT-PRODUTO TO WRK-REL-PRODUTO                     00254000
             MOVE FD-ENT-QTDE    TO WRK-REL-QTDE                        00255000
      *      PEDIDO EXISTE MAS NAO TEM ESTE PRODUTO.                    00255250
             IF FD-ENT-NUMERO EQUAL FD-PED-NUMERO                       00255500
                OR FD-ENT-NUMERO EQUAL WRK-PED-NUMERO-ANT               00255750
              ADD 1 TO WRK-REGDIVERG                                    00256000
              MOVE 'PRODUTO DIVERGE DO PEDIDO'                          00256250
                TO WRK-REL-MOTIVO                                       00256500
             ELSE                                                       00256750
              ADD 1 TO WRK-REGSEMPED                                    00257000
              MOVE 'ENTREGA SEM PEDIDO'                                 00257250
                TO WRK-REL-MOTIVO                                       00257500
             END-IF                                                     00257750
             WRITE FD-RELENTRE FROM WRK-REL-LINHA                       00258000
             PERFORM 5100-LER-ENTREGA                                   00259000
                                                                        00260000
           MOVE FD-ENT-QTDE    TO WRK-REL-QTDE.                         00274000
                                                                        00275000
           EVALUATE TRUE                                                00276000
            WHEN FD-PED-SITUACAO NOT EQUAL 'A'                          00283000
             ADD 1 TO WRK-REGDIVERG                                     00284000
             MOVE 'PEDIDO JA RECEBIDO'                                  00285000
                                                                        00288000
            WHEN OTHER                                                  00289000
             PERFORM 2200-BAIXAR-PEDIDO                                 00290000
             PERFORM 2400-APURAR-PONTUALIDADE                           00290500
           END-EVALUATE.                                                00291000
      *-----------------------------------------------------            00292000
       2100-99-FIM.                                  EXIT.              00293000
             MOVE WRK-FS-PRODMSTR        TO WRK-STATUS                  00354000
             PERFORM 9000-TRATAERROS                                    00355000
            END-IF                                                      00356000
            PERFORM 2260-GRAVAR-MOVIMENTO                               00356500
           END-IF.                                                      00357000
      *-----------------------------------------------------            00358000
       2250-99-FIM.                                  EXIT.              00359000
      *-----------------------------------------------------            00359030
                                                                        00359060
      *-----------------------------------------------------            00359090
       2260-GRAVAR-MOVIMENTO                      SECTION.              00359120
      *-----------------------------------------------------            00359150
      *    ENTRADA SEM CUSTO NA ENTREGA ENTRA PELO CUSTO                00359180
      *    MEDIO DO KARDEX (CUSTO ZERO).                                00359210
           MOVE SPACES          TO FD-MOVEST.                           00359240
           MOVE FD-ENT-PRODUTO  TO FD-MOV-PRODUTO.                      00359270
           MOVE FD-ENT-DATA     TO FD-MOV-DATA.                         00359300
           IF FD-ENT-DATA NOT NUMERIC                                   00359330
              OR FD-ENT-DATA EQUAL ZEROS                                00359360
            MOVE WRK-PARM-DATAREF TO FD-MOV-DATA                        00359390
           END-IF.                                                      00359420
           MOVE WRK-HORA-ATUAL  TO FD-MOV-HORA.                         00359450
           MOVE 'EC'            TO FD-MOV-TIPO.                         00359480
           MOVE 'E'             TO FD-MOV-SENTIDO.                      00359510
           MOVE FD-ENT-NUMERO   TO FD-MOV-DOCUMENTO.                    00359540
           MOVE FD-ENT-QTDE     TO FD-MOV-QTDE.                         00359570
           IF FD-ENT-CUSTO NUMERIC                                      00359600
            MOVE FD-ENT-CUSTO   TO FD-MOV-CUSTO                         00359630
           ELSE                                                         00359660
            MOVE ZEROS          TO FD-MOV-CUSTO                         00359690
           END-IF.                                                      00359720
           MOVE 'FR22CB31'      TO FD-MOV-PROGRAMA.                     00359750
           WRITE FD-MOVEST.                                             00359780
      *-----------------------------------------------------            00359810
       2260-99-FIM.                                  EXIT.              00359840
      *-----------------------------------------------------            00360000
                                                                        00361000
      *-----------------------------------------------------            00362000
      *-----------------------------------------------------            00385000
                                                                        00386000
      *-----------------------------------------------------            00387000
       2400-APURAR-PONTUALIDADE                   SECTION.              00387010
      *-----------------------------------------------------            00387020
           MOVE 'N' TO WRK-PON-ACHOU.                                   00387030
           MOVE 1   TO WRK-PON-IDX.                                     00387040
           PERFORM 2410-PROCURA-FORNECEDOR                              00387050
                   UNTIL WRK-PON-IDX GREATER WRK-PON-COUNT              00387060
                      OR WRK-PON-ACHOU EQUAL 'S'.                       00387070
           IF WRK-PON-ACHOU EQUAL 'N'                                   00387080
            IF WRK-PON-COUNT NOT LESS 500                               00387090
             DISPLAY 'FORNECEDORES EXCEDEM A TABELA INTERNA '           00387100
                     '(500) - EXECUCAO ABORTADA'                        00387110
             STOP RUN                                                   00387120
            END-IF                                                      00387130
            ADD 1 TO WRK-PON-COUNT                                      00387140
            MOVE WRK-PON-COUNT  TO WRK-PON-IDX                          00387150
            MOVE FD-PED-CODFORN TO WRK-PON-CODFORN (WRK-PON-IDX)        00387160
            MOVE FD-PED-FORNEC  TO WRK-PON-FORNEC (WRK-PON-IDX)         00387170
            MOVE ZEROS TO WRK-PON-ENTREGAS (WRK-PON-IDX)                00387180
                          WRK-PON-NOPRAZO (WRK-PON-IDX)                 00387190
                          WRK-PON-ATRASADAS (WRK-PON-IDX)               00387200
                          WRK-PON-SEMPREV (WRK-PON-IDX)                 00387210
                          WRK-PON-DIASATR (WRK-PON-IDX)                 00387220
           END-IF.                                                      00387230
                                                                        00387240
           ADD 1 TO WRK-PON-ENTREGAS (WRK-PON-IDX).                     00387250
      *    PEDIDO ANTERIOR AO CADASTRO DE FORNECEDORES NAO TEM          00387260
      *    PREVISAO DE CHEGADA.                                         00387270
           IF FD-PED-PREVISAO NOT NUMERIC                               00387280
              OR FD-PED-PREVISAO EQUAL ZEROS                            00387290
            ADD 1 TO WRK-PON-SEMPREV (WRK-PON-IDX)                      00387300
            GO TO 2400-99-FIM                                           00387310
           END-IF.                                                      00387320
                                                                        00387330
           MOVE FD-PED-PREVISAO TO WRK-DATA-AUX-N.                      00387340
           PERFORM 1100-DIAS-COMERCIAIS.                                00387350
           MOVE WRK-DIAS-AUX TO WRK-ATRASO.                             00387360
           MOVE FD-ENT-DATA TO WRK-DATA-AUX-N.                          00387370
           IF FD-ENT-DATA NOT NUMERIC                                   00387380
              OR FD-ENT-DATA EQUAL ZEROS                                00387390
            MOVE WRK-PARM-DATAREF TO WRK-DATA-AUX-N                     00387400
           END-IF.                                                      00387410
           PERFORM 1100-DIAS-COMERCIAIS.                                00387420
           COMPUTE WRK-ATRASO = WRK-DIAS-AUX - WRK-ATRASO.              00387430
           IF WRK-ATRASO GREATER ZEROS                                  00387440
            ADD 1          TO WRK-PON-ATRASADAS (WRK-PON-IDX)           00387450
            ADD WRK-ATRASO TO WRK-PON-DIASATR (WRK-PON-IDX)             00387460
           ELSE                                                         00387470
            ADD 1          TO WRK-PON-NOPRAZO (WRK-PON-IDX)             00387480
           END-IF.                                                      00387490
      *-----------------------------------------------------            00387500
       2400-99-FIM.                                  EXIT.              00387510
      *-----------------------------------------------------            00387520
                                                                        00387530
      *-----------------------------------------------------            00387540
       2410-PROCURA-FORNECEDOR                    SECTION.              00387550
      *-----------------------------------------------------            00387560
           IF WRK-PON-CODFORN (WRK-PON-IDX) EQUAL FD-PED-CODFORN        00387570
              AND WRK-PON-FORNEC (WRK-PON-IDX) EQUAL FD-PED-FORNEC      00387580
            MOVE 'S' TO WRK-PON-ACHOU                                   00387590
           ELSE                                                         00387600
            ADD 1 TO WRK-PON-IDX                                        00387610
           END-IF.                                                      00387620
      *-----------------------------------------------------            00387630
       2410-99-FIM.                                  EXIT.              00387640
      *-----------------------------------------------------            00387650
                                                                        00387660
      *-----------------------------------------------------            00387670
       2500-IMPRIMIR-PONTUALIDADE                 SECTION.              00387680
      *-----------------------------------------------------            00387690
           MOVE WRK-PON-CODFORN (WRK-PON-IDX)   TO WRK-PON-DET-COD.     00387700
           MOVE WRK-PON-FORNEC (WRK-PON-IDX)    TO WRK-PON-DET-FORN.    00387710
           MOVE WRK-PON-ENTREGAS (WRK-PON-IDX)  TO WRK-PON-DET-ENTR.    00387720
           MOVE WRK-PON-NOPRAZO (WRK-PON-IDX)   TO WRK-PON-DET-PRAZO.   00387730
           MOVE WRK-PON-ATRASADAS (WRK-PON-IDX) TO WRK-PON-DET-ATRAS.   00387740
           MOVE WRK-PON-SEMPREV (WRK-PON-IDX)   TO WRK-PON-DET-SEMPR.   00387750
      *    PERCENTUAL SOBRE AS ENTREGAS COM PREVISAO.                   00387760
           MOVE ZEROS TO WRK-PON-PERCENT                                00387770
                         WRK-PON-MEDIA.                                 00387780
           IF WRK-PON-ENTREGAS (WRK-PON-IDX) GREATER                    00387790
              WRK-PON-SEMPREV (WRK-PON-IDX)                             00387800
            COMPUTE WRK-PON-PERCENT ROUNDED =                           00387810
                    WRK-PON-NOPRAZO (WRK-PON-IDX) * 100                 00387820
                  / (WRK-PON-ENTREGAS (WRK-PON-IDX)                     00387830
                  -  WRK-PON-SEMPREV (WRK-PON-IDX))                     00387840
           END-IF.                                                      00387850
           IF WRK-PON-ATRASADAS (WRK-PON-IDX) GREATER ZEROS             00387860
            COMPUTE WRK-PON-MEDIA ROUNDED =                             00387870
                    WRK-PON-DIASATR (WRK-PON-IDX)                       00387880
                  / WRK-PON-ATRASADAS (WRK-PON-IDX)                     00387890
           END-IF.                                                      00387900
           MOVE WRK-PON-PERCENT TO WRK-PON-DET-PERC.                    00387910
           MOVE WRK-PON-MEDIA   TO WRK-PON-DET-MEDIA.                   00387920
           WRITE FD-RELPONT FROM WRK-PON-DETALHE.                       00387930
           ADD 1 TO WRK-PON-IDX.                                        00387940
      *-----------------------------------------------------            00387950
       2500-99-FIM.                                  EXIT.              00387960
      *-----------------------------------------------------            00387970
                                                                        00387980
      *-----------------------------------------------------            00387990
       2600-ALOCAR-BACKORDERS                     SECTION.              00387991
      *-----------------------------------------------------            00387992
      *    COM O ESTOQUE JA ATUALIZADO PELAS ENTREGAS, LIBERA           00387993
      *    OS BACKORDERS EM ABERTO POR ORDEM DE DATA DO PEDIDO.         00387994
      *    O ESTOQUE SO SAI NO FATURAMENTO DO LIBBKO PELO               00387995
      *    FR22CB24 (SAIDA 'VE' NO MOVEST); AQUI NAO HA RESERVA         00387996
      *    NO PRODMSTR, PARA NAO DIVERGIR DO KARDEX DO FR22CB40.        00387997
      *    O BKONOVO E O NOVO BACKORD SO COM O QUE FICOU EM             00387998
      *    ABERTO.                                                      00387999
           INITIALIZE WRK-ALOC-TAB.                                     00388000
           OPEN INPUT BACKORD.                                          00388001
           IF WRK-FS-BACKORD EQUAL 35                                   00388002
            DISPLAY 'BACKORD AUSENTE - SEM BACKORDERS A LIBERAR'        00388003
           ELSE                                                         00388004
            CLOSE BACKORD                                               00388005
            SORT ARQSORT ON ASCENDING KEY SD-BKO-DATA                   00388006
                            ASCENDING KEY SD-BKO-PEDIDO                 00388007
                 USING BACKORD                                          00388008
                 GIVING BKOSORT                                         00388009
           END-IF.                                                      00388010
                                                                        00388011
           OPEN OUTPUT BKONOVO LIBBKO.                                  00388012
           IF WRK-FS-BKONOVO NOT EQUAL 00                               00388013
            MOVE 'FR22CB31'              TO WRK-PROGRAMA                00388014
            MOVE 'ERRO NO OPEN BKONOVO'  TO WRK-MENSAGEM                00388015
            MOVE '2600'                  TO WRK-SECAO                   00388016
            MOVE WRK-FS-BKONOVO          TO WRK-STATUS                  00388017
            PERFORM 9000-TRATAERROS                                     00388018
           END-IF.                                                      00388019
           IF WRK-FS-LIBBKO NOT EQUAL 00                                00388020
            MOVE 'FR22CB31'              TO WRK-PROGRAMA                00388021
            MOVE 'ERRO NO OPEN LIBBKO'   TO WRK-MENSAGEM                00388022
            MOVE '2600'                  TO WRK-SECAO                   00388023
            MOVE WRK-FS-LIBBKO           TO WRK-STATUS                  00388024
            PERFORM 9000-TRATAERROS                                     00388025
           END-IF.                                                      00388026
                                                                        00388027
           IF WRK-FS-BACKORD NOT EQUAL 35                               00388028
            OPEN INPUT BKOSORT                                          00388029
            IF WRK-FS-BKOSORT NOT EQUAL 00                              00388030
             MOVE 'FR22CB31'              TO WRK-PROGRAMA               00388031
             MOVE 'ERRO NO OPEN BKOSORT'  TO WRK-MENSAGEM               00388032
             MOVE '2600'                  TO WRK-SECAO                  00388033
             MOVE WRK-FS-BKOSORT          TO WRK-STATUS                 00388034
             PERFORM 9000-TRATAERROS                                    00388035
            END-IF                                                      00388036
            PERFORM 5200-LER-BACKORDER                                  00388037
            PERFORM 2610-ALOCAR-1-BACKORDER                             00388038
                    UNTIL WRK-FS-BKOSORT EQUAL 10                       00388039
            CLOSE BKOSORT                                               00388040
           END-IF.                                                      00388041
           CLOSE BKONOVO LIBBKO.                                        00388042
      *-----------------------------------------------------            00388043
       2600-99-FIM.                                  EXIT.              00388044
      *-----------------------------------------------------            00388045
                                                                        00388046
      *-----------------------------------------------------            00388047
       2610-ALOCAR-1-BACKORDER                    SECTION.              00388048
      *-----------------------------------------------------            00388049
      *    REGISTRO JA LIBERADO FOI PARA UM LIBBKO ANTERIOR E           00388050
      *    NAO PASSA PARA O BKONOVO.                                    00388051
           IF FD-BKS-SITUACAO NOT EQUAL 'A'                             00388052
            PERFORM 5200-LER-BACKORDER                                  00388053
            GO TO 2610-99-FIM                                           00388054
           END-IF.                                                      00388055
                                                                        00388056
           MOVE ZEROS TO WRK-DISPONIVEL.                                00388057
           MOVE 0 TO WRK-PROD-ACHADO.                                   00388058
           IF FD-BKS-PRODUTO GREATER ZEROS                              00388059
            MOVE FD-BKS-PRODUTO TO FD-PROD-CODIGO                       00388060
            READ PRODMSTR                                               00388061
              INVALID KEY                                               00388062
               MOVE 0 TO WRK-PROD-ACHADO                                00388063
              NOT INVALID KEY                                           00388064
               MOVE 1 TO WRK-PROD-ACHADO                                00388065
            END-READ                                                    00388066
           END-IF.                                                      00388067
           IF WRK-PROD-ACHADO EQUAL 1                                   00388068
            COMPUTE WRK-DISPONIVEL = FD-PROD-QTDESTOQ                   00388069
                    - WRK-ALOC-QTDE (FD-BKS-PRODUTO)                    00388070
           END-IF.                                                      00388071
                                                                        00388072
           EVALUATE TRUE                                                00388073
            WHEN WRK-DISPONIVEL NOT GREATER ZEROS                       00388074
             ADD 1 TO WRK-BKO-ABERTOS                                   00388075
             WRITE FD-BKONOVO FROM FD-BKOSORT                           00388076
                                                                        00388077
            WHEN WRK-DISPONIVEL NOT LESS FD-BKS-QTDE                    00388078
             ADD 1 TO WRK-BKO-LIBERADOS                                 00388079
             MOVE FD-BKS-QTDE      TO FD-BKS-QTDE-LIB                   00388080
             PERFORM 2620-GRAVAR-LIBERACAO                              00388081
                                                                        00388082
            WHEN OTHER                                                  00388083
      *      LIBERACAO PARCIAL: O SALDO CONTINUA EM ABERTO.             00388084
             ADD 1 TO WRK-BKO-PARCIAIS                                  00388085
             MOVE WRK-DISPONIVEL   TO FD-BKS-QTDE-LIB                   00388086
             PERFORM 2620-GRAVAR-LIBERACAO                              00388087
             SUBTRACT FD-BKS-QTDE-LIB FROM FD-BKS-QTDE                  00388088
             MOVE 'A'              TO FD-BKS-SITUACAO                   00388089
             MOVE ZEROS            TO FD-BKS-QTDE-LIB                   00388090
                                      FD-BKS-DATA-LIB                   00388091
             WRITE FD-BKONOVO FROM FD-BKOSORT                           00388092
           END-EVALUATE.                                                00388093
                                                                        00388094
           PERFORM 5200-LER-BACKORDER.                                  00388095
      *-----------------------------------------------------            00388096
       2610-99-FIM.                                  EXIT.              00388097
      *-----------------------------------------------------            00388098
                                                                        00388099
      *-----------------------------------------------------            00388100
       2620-GRAVAR-LIBERACAO                      SECTION.              00388101
      *-----------------------------------------------------            00388102
           MOVE 'L'              TO FD-BKS-SITUACAO.                    00388103
           MOVE WRK-PARM-DATAREF TO FD-BKS-DATA-LIB.                    00388104
           ADD FD-BKS-QTDE-LIB TO WRK-ALOC-QTDE (FD-BKS-PRODUTO).       00388105
           ADD FD-BKS-QTDE-LIB TO WRK-QTDE-LIBERADA.                    00388106
           WRITE FD-LIBBKO FROM FD-BKOSORT.                             00388107
      *-----------------------------------------------------            00388108
       2620-99-FIM.                                  EXIT.              00388109
      *-----------------------------------------------------            00388110
                                                                        00388111
      *-----------------------------------------------------            00388112
       3000-FINALIZAR                             SECTION.              00388552
      *-----------------------------------------------------            00389000
           WRITE FD-RELPONT FROM WRK-PON-CABEC1.                        00389120
           WRITE FD-RELPONT FROM WRK-LINHABRANCO.                       00389240
           WRITE FD-RELPONT FROM WRK-PON-CABEC2.                        00389360
           MOVE 1 TO WRK-PON-IDX.                                       00389480
           PERFORM 2500-IMPRIMIR-PONTUALIDADE                           00389600
                   UNTIL WRK-PON-IDX GREATER WRK-PON-COUNT.             00389720
                                                                        00389840
           CLOSE PEDCANT ENTREGAS PRODMSTR                              00390000
                 PEDCNOVO RELENTRE MOVEST RELPONT.                      00391000
                                                                        00392000
           DISPLAY ' '.                                                 00393000
           DISPLAY 'PEDIDOS BAIXADOS:       ' WRK-REGBAIXADOS.          00394000
           DISPLAY 'ENTREGAS SEM PEDIDO:    ' WRK-REGSEMPED.            00397000
           DISPLAY 'ENTREGAS DIVERGENTES:   ' WRK-REGDIVERG.            00398000
           DISPLAY 'PEDIDOS ABERTOS ANTIGOS:' WRK-REGANTIGOS.           00399000
           DISPLAY 'BACKORDERS LIDOS:       ' WRK-BKO-LIDOS.            00399160
           DISPLAY 'BACKORDERS LIBERADOS:   ' WRK-BKO-LIBERADOS.        00399320
           DISPLAY 'LIBERADOS EM PARTE:     ' WRK-BKO-PARCIAIS.         00399480
           DISPLAY 'BACKORDERS EM ABERTO:   ' WRK-BKO-ABERTOS.          00399640
           DISPLAY 'QTDE LIBERADA:          ' WRK-QTDE-LIBERADA.        00399800
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00400000
      *-----------------------------------------------------            00401000
       3000-99-FIM.                                  EXIT.              00402000
            MOVE WRK-FS-RELENTRE         TO WRK-STATUS                  00440000
            PERFORM 9000-TRATAERROS                                     00441000
           END-IF.                                                      00442000
           IF WRK-FS-MOVEST NOT EQUAL 00                                00442120
            MOVE 'FR22CB31'              TO WRK-PROGRAMA                00442240
            MOVE 'ERRO NO OPEN MOVEST'   TO WRK-MENSAGEM                00442360
            MOVE '1000'                  TO WRK-SECAO                   00442480
            MOVE WRK-FS-MOVEST           TO WRK-STATUS                  00442600
            PERFORM 9000-TRATAERROS                                     00442720
           END-IF.                                                      00442840
           IF WRK-FS-RELPONT NOT EQUAL 00                               00442860
            MOVE 'FR22CB31'              TO WRK-PROGRAMA                00442880
            MOVE 'ERRO NO OPEN RELPONT'  TO WRK-MENSAGEM                00442900
            MOVE '1000'                  TO WRK-SECAO                   00442920
            MOVE WRK-FS-RELPONT          TO WRK-STATUS                  00442940
            PERFORM 9000-TRATAERROS                                     00442960
           END-IF.                                                      00442980
      *-----------------------------------------------------            00443000
       4000-99-FIM.                                  EXIT.              00444000
      *-----------------------------------------------------            00445000
      *-----------------------------------------------------            00449000
           READ PEDCANT.                                                00450000
           IF WRK-FS-PEDCANT EQUAL 10                                   00451000
            MOVE 999999    TO FD-PED-NUMERO                             00451330
            MOVE 999999999 TO WRK-CHAVE-PED-N                           00451660
           ELSE                                                         00451990
            MOVE FD-PED-NUMERO  TO WRK-CHP-NUMERO                       00452320
            MOVE FD-PED-PRODUTO TO WRK-CHP-PRODUTO                      00452650
           END-IF.                                                      00453000
      *-----------------------------------------------------            00454000
       5000-99-FIM.                                  EXIT.              00455000
      *-----------------------------------------------------            00460000
           READ ENTREGAS.                                               00461000
           IF WRK-FS-ENTREGAS EQUAL 10                                  00462000
            MOVE 999999    TO FD-ENT-NUMERO                             00462330
            MOVE 999999999 TO WRK-CHAVE-ENT-N                           00462660
           ELSE                                                         00462990
            MOVE FD-ENT-NUMERO  TO WRK-CHE-NUMERO                       00463320
            MOVE FD-ENT-PRODUTO TO WRK-CHE-PRODUTO                      00463650
           END-IF.                                                      00464000
      *-----------------------------------------------------            00465000
       5100-99-FIM.                                  EXIT.              00466000
      *-----------------------------------------------------            00467000
                                                                        00468000
      *-----------------------------------------------------            00469000
       5200-LER-BACKORDER                         SECTION.              00469080
      *-----------------------------------------------------            00469160
           READ BKOSORT.                                                00469240
           IF WRK-FS-BKOSORT EQUAL 00                                   00469320
            ADD 1 TO WRK-BKO-LIDOS                                      00469400
           END-IF.                                                      00469480
      *-----------------------------------------------------            00469560
       5200-99-FIM.                                  EXIT.              00469640
      *-----------------------------------------------------            00469720
                                                                        00469800
      *-----------------------------------------------------            00469880
       9000-TRATAERROS                            SECTION.              00470000
      *-----------------------------------------------------            00471000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00472000
