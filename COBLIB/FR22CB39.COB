      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB39.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: INVENTARIO FISICO - APURACAO E AJUSTE: *             00008000
      *            CONFRONTA A LISTA CONGELADA PELO       *             00009000
      *            FR22CB38 (INVLISTA) COM AS QUANTIDADES *             00010000
      *            CONTADAS (INVCONT) E IMPRIME EM RELINV *             00011000
      *            AS DIFERENCAS EM UNIDADES E EM VALOR   *             00012000
      *            (PRECO ATUAL DO PRODMSTR). DIFERENCA   *             00013000
      *            ACIMA DA TOLERANCIA (PERCENTUAL SOBRE  *             00014000
      *            A QTDE CONGELADA) FICA PARA RECONTAGEM *             00015000
      *            E SO E AJUSTADA QUANDO A CONTAGEM VEM  *             00016000
      *            MARCADA COMO RECONTAGEM. NO MODO 'A'   *             00017000
      *            (APROVADO, COM O APROVADOR NO SYSIN) O *             00018000
      *            AJUSTE E APLICADO NO PRODMSTR PELA     *             00019000
      *            DIFERENCA (CONTADO - CONGELADO), O QUE *             00020000
      *            PRESERVA AS VENDAS E ENTRADAS FEITAS   *             00021000
      *            DEPOIS DO CONGELAMENTO, E CADA AJUSTE  *             00022000
      *            E GRAVADO COM O MOTIVO NO HISTORICO    *             00023000
      *            AJUSTEST. PRODUTO JA AJUSTADO PELA     *             00024000
      *            MESMA LISTA NAO E AJUSTADO DE NOVO.    *             00025000
      *            NO MODO DE APURACAO (DEFAULT) NADA E   *             00026000
      *            ALTERADO.                              *             00027000
      *            NO MODO 'A' CADA AJUSTE GRAVA O        *             00027250
      *            MOVIMENTO ('AI') NA RAZAO DE ESTOQUE   *             00027500
      *            MOVEST.                                *             00027750
      *---------------------------------------------------*             00028000
      *  PARAMETRO (SYSIN): MODO (X: 'A' APLICA O AJUSTE, *             00029000
      *  OUTRO = SO APURACAO), TOLERANCIA EM % (99,       *             00030000
      *  DEFAULT 05), MOTIVO DO AJUSTE (XX, DEFAULT 'IV') *             00031000
      *  E USUARIO APROVADOR (X(08), OBRIGATORIO NO MODO  *             00032000
      *  'A').                                            *             00033000
      *---------------------------------------------------*             00034000
      *  ARQUIVOS:                                        *             00035000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00036000
      *  INVLISTA            I             ---------      *             00037000
      *  INVCONT             I             ---------      *             00038000
      *  PRODMSTR (VSAM)     I-O           ---------      *             00039000
      *  AJUSTEST            I/O           ---------      *             00040000
      *  RELINV              O             ---------      *             00041000
      *  MOVEST              O             ---------      *             00041500
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
           SELECT INVLISTA ASSIGN TO INVLISTA                           00053000
               FILE STATUS IS WRK-FS-INVLISTA.                          00054000
                                                                        00055000
           SELECT INVCONT ASSIGN TO INVCONT                             00056000
               FILE STATUS IS WRK-FS-INVCONT.                           00057000
                                                                        00058000
           SELECT PRODMSTR ASSIGN TO PRODMSTR                           00059000
               ORGANIZATION IS INDEXED                                  00060000
               ACCESS MODE IS DYNAMIC                                   00061000
               RECORD KEY IS FD-PROD-CODIGO                             00062000
               FILE STATUS IS WRK-FS-PRODMSTR.                          00063000
                                                                        00064000
           SELECT AJUSTEST ASSIGN TO AJUSTEST                           00065000
               FILE STATUS IS WRK-FS-AJUSTEST.                          00066000
                                                                        00067000
           SELECT RELINV ASSIGN TO RELINV                               00068000
               FILE STATUS IS WRK-FS-RELINV.                            00069000
                                                                        00069250
           SELECT MOVEST ASSIGN TO MOVEST                               00069500
               FILE STATUS IS WRK-FS-MOVEST.                            00069750
                                                                        00070000
      *====================================================             00071000
       DATA                                      DIVISION.              00072000
      *====================================================             00073000
      *-----------------------------------------------------            00074000
       FILE                                      SECTION.               00075000
      *-----------------------------------------------------            00076000
       FD INVLISTA                                                      00077000
           RECORDING MODE IS F                                          00078000
           BLOCK CONTAINS 0 RECORDS.                                    00079000
      *-----------LRECL 60----------------------------------            00080000
       01 FD-INVLISTA.                                                  00081000
          05 FD-LIS-CODIGO       PIC 9(03).                             00082000
          05 FD-LIS-DESCRICAO    PIC X(30).                             00083000
          05 FD-LIS-PRECO        PIC 9(05)V99.                          00084000
          05 FD-LIS-QTDSIST      PIC 9(05).                             00085000
          05 FD-LIS-DATA         PIC 9(08).                             00086000
          05 FILLER              PIC X(07).                             00087000
                                                                        00088000
       FD INVCONT                                                       00089000
           RECORDING MODE IS F                                          00090000
           BLOCK CONTAINS 0 RECORDS.                                    00091000
      *-----------LRECL 20----------------------------------            00092000
      *    RECONT 'S' = RECONTAGEM: SUBSTITUI A CONTAGEM                00093000
      *    ORIGINAL DO PRODUTO. VARIOS REGISTROS DO MESMO               00094000
      *    PRODUTO (LOCAIS DIFERENTES) SAO SOMADOS.                     00095000
       01 FD-INVCONT.                                                   00096000
          05 FD-CNT-CODIGO       PIC 9(03).                             00097000
          05 FD-CNT-QTDE         PIC 9(05).                             00098000
          05 FD-CNT-RECONT       PIC X(01).                             00099000
          05 FD-CNT-MOTIVO       PIC X(02).                             00100000
          05 FILLER              PIC X(09).                             00101000
                                                                        00102000
       FD PRODMSTR                                                      00103000
           RECORDING MODE IS F                                          00104000
           BLOCK CONTAINS 0 RECORDS.                                    00105000
      *-----------LRECL 65----------------------------------            00106000
       01 FD-PRODMSTR.                                                  00107000
          05 FD-PROD-CODIGO      PIC 9(03).                             00108000
          05 FD-PROD-DESCRICAO   PIC X(30).                             00109000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00110000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00111000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00112000
          05 FD-PROD-CODFORN     PIC 9(05).                             00112660
          05 FILLER              PIC X(10).                             00113320
                                                                        00114000
       FD AJUSTEST                                                      00115000
           RECORDING MODE IS F                                          00116000
           BLOCK CONTAINS 0 RECORDS.                                    00117000
      *-----------LRECL 60----------------------------------            00118000
      *    TIPO 'E' = SOBRA (ENTRADA), 'S' = FALTA (SAIDA).             00119000
       01 FD-AJUSTEST.                                                  00120000
          05 FD-AJU-CODIGO       PIC 9(03).                             00121000
          05 FD-AJU-DATA         PIC 9(08).                             00122000
          05 FD-AJU-LISTA        PIC 9(08).                             00123000
          05 FD-AJU-QTDANT       PIC 9(05).                             00124000
          05 FD-AJU-QTDNOVA      PIC 9(05).                             00125000
          05 FD-AJU-TIPO         PIC X(01).                             00126000
          05 FD-AJU-QTDE         PIC 9(05).                             00127000
          05 FD-AJU-VALOR        PIC 9(07)V99.                          00128000
          05 FD-AJU-MOTIVO       PIC X(02).                             00129000
          05 FD-AJU-USUARIO      PIC X(08).                             00130000
          05 FILLER              PIC X(06).                             00131000
                                                                        00132000
       FD RELINV                                                        00133000
           RECORDING MODE IS F                                          00134000
           BLOCK CONTAINS 0 RECORDS.                                    00135000
      *-----------LRECL 80----------------------------------            00136000
       01 FD-RELINV             PIC X(80).                              00137000
                                                                        00137050
       FD MOVEST                                                        00137100
           RECORDING MODE IS F                                          00137150
           BLOCK CONTAINS 0 RECORDS.                                    00137200
      *-----------LRECL 60----------------------------------            00137250
      *    RAZAO DE MOVIMENTOS DE ESTOQUE (KARDEX DO FR22CB40).         00137300
       01 FD-MOVEST.                                                    00137350
          05 FD-MOV-PRODUTO      PIC 9(03).                             00137400
          05 FD-MOV-DATA         PIC 9(08).                             00137450
          05 FD-MOV-HORA         PIC 9(08).                             00137500
          05 FD-MOV-TIPO         PIC X(02).                             00137550
          05 FD-MOV-SENTIDO      PIC X(01).                             00137600
          05 FD-MOV-DOCUMENTO    PIC X(10).                             00137650
          05 FD-MOV-QTDE         PIC 9(05).                             00137700
          05 FD-MOV-CUSTO        PIC 9(05)V99.                          00137750
          05 FD-MOV-PROGRAMA     PIC X(08).                             00137800
          05 FILLER              PIC X(08).                             00137850
      *-----------------------------------------------------            00138000
       WORKING-STORAGE                           SECTION.               00139000
      *-----------------------------------------------------            00140000
           COPY '#GLOG'.                                                00141000
      *-----------------------------------------------------            00142000
       01 FILLER PIC X(48) VALUE                                        00143000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00144000
      *-----------------------------------------------------            00145000
       77 WRK-FS-INVLISTA      PIC 9(02).                               00146000
       77 WRK-FS-INVCONT       PIC 9(02).                               00147000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00148000
       77 WRK-FS-AJUSTEST      PIC 9(02).                               00149000
       77 WRK-FS-RELINV        PIC 9(02).                               00150000
       77 WRK-FS-MOVEST        PIC 9(02).                               00150330
       77 WRK-HORA-ATUAL       PIC 9(08) VALUE ZEROS.                   00150660
      *-----------------------------------------------------            00151000
       01 FILLER PIC X(48) VALUE                                        00152000
            '-------PARAMETRO DE ENTRADA------------------'.            00153000
      *-----------------------------------------------------            00154000
       01 WRK-PARM.                                                     00155000
          05 WRK-PARM-MODO      PIC X(01).                              00156000
          05 WRK-PARM-TOLER     PIC 9(02).                              00157000
          05 WRK-PARM-MOTIVO    PIC X(02).                              00158000
          05 WRK-PARM-APROVADOR PIC X(08).                              00159000
      *-----------------------------------------------------            00160000
       01 FILLER PIC X(48) VALUE                                        00161000
            '-------QUANTIDADES CONTADAS (INVCONT)--------'.            00162000
      *-----------------------------------------------------            00163000
       77 WRK-CNT-COUNT        PIC 9(03) VALUE ZEROS.                   00164000
       77 WRK-CNT-IDX          PIC 9(03) VALUE ZEROS.                   00165000
       77 WRK-CNT-ACHOU        PIC X(01) VALUE 'N'.                     00166000
       77 WRK-CNT-BUSCA        PIC 9(03) VALUE ZEROS.                   00167000
       01 WRK-CNT-TAB.                                                  00168000
          05 WRK-CNT-ITEM OCCURS 999 TIMES.                             00169000
             10 WRK-CNT-CODIGO     PIC 9(03).                           00170000
             10 WRK-CNT-QTDE       PIC 9(06).                           00171000
             10 WRK-CNT-RECONT     PIC X(01).                           00172000
             10 WRK-CNT-MOTIVO     PIC X(02).                           00173000
             10 WRK-CNT-USADO      PIC X(01).                           00174000
      *-----------------------------------------------------            00175000
       01 FILLER PIC X(48) VALUE                                        00176000
            '-------AJUSTES JA FEITOS PELA LISTA----------'.            00177000
      *-----------------------------------------------------            00178000
       77 WRK-AJU-COUNT        PIC 9(03) VALUE ZEROS.                   00179000
       77 WRK-AJU-IDX          PIC 9(03) VALUE ZEROS.                   00180000
       77 WRK-AJU-ACHOU        PIC X(01) VALUE 'N'.                     00181000
       01 WRK-AJU-TAB.                                                  00182000
          05 WRK-AJU-PRODUTO OCCURS 999 TIMES PIC 9(03).                00183000
      *-----------------------------------------------------            00184000
       01 FILLER PIC X(48) VALUE                                        00185000
            '-------PRODUTO CORRENTE----------------------'.            00186000
      *-----------------------------------------------------            00187000
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.                   00188000
       77 WRK-DATA-LISTA       PIC 9(08) VALUE ZEROS.                   00189000
       77 WRK-PROD-ACHADO      PIC 9(01) VALUE ZEROS.                   00190000
       77 WRK-QTDE-CONTADA     PIC 9(06) VALUE ZEROS.                   00191000
       77 WRK-DIFERENCA        PIC S9(06) VALUE ZEROS.                  00192000
       77 WRK-DIF-ABS          PIC 9(06) VALUE ZEROS.                   00193000
       77 WRK-VALOR-DIF        PIC S9(10)V99 VALUE ZEROS.               00194000
       77 WRK-LIMITE-TOLER     PIC 9(08)V99 VALUE ZEROS.                00195000
       77 WRK-QTDE-NOVA        PIC S9(07) VALUE ZEROS.                  00196000
       77 WRK-MOTIVO-AJUSTE    PIC X(02) VALUE SPACES.                  00197000
      *-----------------------------------------------------            00198000
       01 FILLER PIC X(48) VALUE                                        00199000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00200000
      *-----------------------------------------------------            00201000
       77 WRK-REGLISTA         PIC 9(06) VALUE ZEROS.                   00202000
       77 WRK-REGCONTAGEM      PIC 9(06) VALUE ZEROS.                   00203000
       77 WRK-REGINVALIDOS     PIC 9(06) VALUE ZEROS.                   00204000
       77 WRK-REGSEMDIF        PIC 9(06) VALUE ZEROS.                   00205000
       77 WRK-REGDIFERENCA     PIC 9(06) VALUE ZEROS.                   00206000
       77 WRK-REGRECONTAR      PIC 9(06) VALUE ZEROS.                   00207000
       77 WRK-REGAJUSTADOS     PIC 9(06) VALUE ZEROS.                   00208000
       77 WRK-REGJAAJUSTADOS   PIC 9(06) VALUE ZEROS.                   00209000
       77 WRK-REGNAOCONTADOS   PIC 9(06) VALUE ZEROS.                   00210000
       77 WRK-REGFORALISTA     PIC 9(06) VALUE ZEROS.                   00211000
       77 WRK-REGEXCLUIDOS     PIC 9(06) VALUE ZEROS.                   00212000
       77 WRK-TOT-SOBRAS       PIC 9(10)V99 VALUE ZEROS.                00213000
       77 WRK-TOT-FALTAS       PIC 9(10)V99 VALUE ZEROS.                00214000
      *-----------------------------------------------------            00215000
       01 FILLER PIC X(48) VALUE                                        00216000
            '-------LINHAS DO RELATORIO DE INVENTARIO-----'.            00217000
      *-----------------------------------------------------            00218000
       01 WRK-INV-CABEC1.                                               00219000
          05 FILLER             PIC X(10) VALUE SPACES.                 00220000
          05 WRK-INV-CAB-TITULO PIC X(40).                              00221000
          05 FILLER             PIC X(07) VALUE 'LISTA: '.              00222000
          05 WRK-INV-CAB-LISTA  PIC 9(08).                              00223000
          05 FILLER             PIC X(15) VALUE SPACES.                 00224000
       01 WRK-INV-CABEC2.                                               00225000
          05 FILLER             PIC X(04) VALUE 'COD'.                  00226000
          05 FILLER             PIC X(16) VALUE 'DESCRICAO'.            00227000
          05 FILLER             PIC X(07) VALUE 'SISTEM'.               00228000
          05 FILLER             PIC X(07) VALUE 'CONTAD'.               00229000
          05 FILLER             PIC X(08) VALUE ' DIFER.'.              00230000
          05 FILLER             PIC X(18) VALUE                         00231000
             '      VALOR DIFER.'.                                      00232000
          05 FILLER             PIC X(20) VALUE ' SITUACAO'.            00233000
       01 WRK-INV-DETALHE.                                              00234000
          05 WRK-INV-DET-CODIGO PIC 9(03).                              00235000
          05 FILLER             PIC X(01) VALUE SPACES.                 00236000
          05 WRK-INV-DET-DESCR  PIC X(15).                              00237000
          05 FILLER             PIC X(01) VALUE SPACES.                 00238000
          05 WRK-INV-DET-SIST   PIC ZZ.ZZ9.                             00239000
          05 FILLER             PIC X(01) VALUE SPACES.                 00240000
          05 WRK-INV-DET-CONT   PIC ZZ.ZZ9.                             00241000
          05 FILLER             PIC X(01) VALUE SPACES.                 00242000
          05 WRK-INV-DET-DIF    PIC -ZZ.ZZ9.                            00243000
          05 FILLER             PIC X(01) VALUE SPACES.                 00244000
          05 WRK-INV-DET-VALOR  PIC -Z.ZZZ.ZZZ.ZZ9,99.                  00245000
          05 FILLER             PIC X(01) VALUE SPACES.                 00246000
          05 WRK-INV-DET-SIT    PIC X(19).                              00247000
          05 FILLER             PIC X(01) VALUE SPACES.                 00248000
       01 WRK-INV-TOTAL.                                                00249000
          05 FILLER             PIC X(02) VALUE SPACES.                 00250000
          05 WRK-INV-TOT-DESC   PIC X(38).                              00251000
          05 WRK-INV-TOT-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.                   00252000
          05 FILLER             PIC X(24) VALUE SPACES.                 00253000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00254000
      *====================================================             00255000
       PROCEDURE                                 DIVISION.              00256000
      *====================================================             00257000
      *-----------------------------------------------------            00258000
       0000-PRINCIPAL                             SECTION.              00259000
      *-----------------------------------------------------            00260000
           PERFORM 1000-INICIALIZAR.                                    00261000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-INVLISTA                 00262000
                   EQUAL 10.                                            00263000
           PERFORM 3000-FINALIZAR.                                      00264000
           STOP RUN.                                                    00265000
      *-----------------------------------------------------            00266000
       0000-99-FIM.                                  EXIT.              00267000
      *-----------------------------------------------------            00268000
                                                                        00269000
      *-----------------------------------------------------            00270000
       1000-INICIALIZAR                           SECTION.              00271000
      *-----------------------------------------------------            00272000
           ACCEPT WRK-PARM FROM SYSIN.                                  00273000
           IF WRK-PARM-MODO NOT EQUAL 'A'                               00274000
            MOVE 'S' TO WRK-PARM-MODO                                   00275000
           END-IF.                                                      00276000
           IF WRK-PARM-TOLER NOT NUMERIC                                00277000
              OR WRK-PARM-TOLER EQUAL ZEROS                             00278000
            MOVE 05 TO WRK-PARM-TOLER                                   00279000
           END-IF.                                                      00280000
           IF WRK-PARM-MOTIVO EQUAL SPACES                              00281000
            MOVE 'IV' TO WRK-PARM-MOTIVO                                00282000
           END-IF.                                                      00283000
      *    AJUSTE SO COM APROVACAO IDENTIFICADA.                        00284000
           IF WRK-PARM-MODO EQUAL 'A'                                   00285000
              AND WRK-PARM-APROVADOR EQUAL SPACES                       00286000
            DISPLAY 'MODO A SEM APROVADOR NO SYSIN - '                  00287000
                    'EXECUCAO ABORTADA'                                 00288000
            STOP RUN                                                    00289000
           END-IF.                                                      00290000
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.                    00291000
                                                                        00292000
           OPEN INPUT INVLISTA INVCONT.                                 00293000
           IF WRK-FS-INVLISTA NOT EQUAL 00                              00294000
            MOVE 'FR22CB39'              TO WRK-PROGRAMA                00295000
            MOVE 'ERRO NO OPEN INVLISTA' TO WRK-MENSAGEM                00296000
            MOVE '1000'                  TO WRK-SECAO                   00297000
            MOVE WRK-FS-INVLISTA         TO WRK-STATUS                  00298000
            PERFORM 9000-TRATAERROS                                     00299000
           END-IF.                                                      00300000
           IF WRK-FS-INVCONT NOT EQUAL 00                               00301000
            MOVE 'FR22CB39'              TO WRK-PROGRAMA                00302000
            MOVE 'ERRO NO OPEN INVCONT'  TO WRK-MENSAGEM                00303000
            MOVE '1000'                  TO WRK-SECAO                   00304000
            MOVE WRK-FS-INVCONT          TO WRK-STATUS                  00305000
            PERFORM 9000-TRATAERROS                                     00306000
           END-IF.                                                      00307000
                                                                        00308000
           PERFORM 1100-CARREGAR-CONTAGEM                               00309000
                   UNTIL WRK-FS-INVCONT EQUAL 10.                       00310000
           CLOSE INVCONT.                                               00311000
                                                                        00312000
           READ INVLISTA.                                               00313000
           IF WRK-FS-INVLISTA EQUAL 10                                  00314000
            DISPLAY 'INVLISTA VAZIO - NADA A APURAR'                    00315000
           ELSE                                                         00316000
            MOVE FD-LIS-DATA TO WRK-DATA-LISTA                          00317000
           END-IF.                                                      00318000
                                                                        00319000
      *    PRODUTOS JA AJUSTADOS POR ESTA MESMA LISTA EM                00320000
      *    EXECUCAO ANTERIOR (HISTORICO AUSENTE = NENHUM).              00321000
           OPEN INPUT AJUSTEST.                                         00322000
           IF WRK-FS-AJUSTEST EQUAL 00                                  00323000
            PERFORM 1200-CARREGAR-AJUSTES                               00324000
                    UNTIL WRK-FS-AJUSTEST EQUAL 10                      00325000
            CLOSE AJUSTEST                                              00326000
           END-IF.                                                      00327000
                                                                        00328000
           IF WRK-PARM-MODO EQUAL 'A'                                   00329000
            OPEN I-O PRODMSTR                                           00330000
            OPEN EXTEND AJUSTEST                                        00331000
            IF WRK-FS-AJUSTEST EQUAL 35                                 00332000
             OPEN OUTPUT AJUSTEST                                       00333000
            END-IF                                                      00334000
            ACCEPT WRK-HORA-ATUAL FROM TIME                             00334160
            OPEN EXTEND MOVEST                                          00334320
            IF WRK-FS-MOVEST EQUAL 35                                   00334480
             OPEN OUTPUT MOVEST                                         00334640
            END-IF                                                      00334800
            MOVE 'INVENTARIO FISICO - AJUSTE APROVADO'                  00335000
              TO WRK-INV-CAB-TITULO                                     00336000
           ELSE                                                         00337000
            OPEN INPUT PRODMSTR                                         00338000
            MOVE ZEROS TO WRK-FS-AJUSTEST                               00339000
            MOVE ZEROS TO WRK-FS-MOVEST                                 00339500
            MOVE 'INVENTARIO FISICO - APURACAO'                         00340000
              TO WRK-INV-CAB-TITULO                                     00341000
           END-IF.                                                      00342000
           OPEN OUTPUT RELINV.                                          00343000
             PERFORM 4000-TESTAR-STATUS.                                00344000
                                                                        00345000
           MOVE WRK-DATA-LISTA TO WRK-INV-CAB-LISTA.                    00346000
           WRITE FD-RELINV FROM WRK-INV-CABEC1.                         00347000
           WRITE FD-RELINV FROM WRK-LINHABRANCO.                        00348000
           WRITE FD-RELINV FROM WRK-INV-CABEC2.                         00349000
      *-----------------------------------------------------            00350000
       1000-99-FIM.                                  EXIT.              00351000
      *-----------------------------------------------------            00352000
                                                                        00353000
      *-----------------------------------------------------            00354000
       1100-CARREGAR-CONTAGEM                     SECTION.              00355000
      *-----------------------------------------------------            00356000
           READ INVCONT                                                 00357000
             AT END                                                     00358000
              MOVE 10 TO WRK-FS-INVCONT                                 00359000
             NOT AT END                                                 00360000
              ADD 1 TO WRK-REGCONTAGEM                                  00361000
              IF FD-CNT-CODIGO NOT NUMERIC                              00362000
                 OR FD-CNT-QTDE NOT NUMERIC                             00363000
               ADD 1 TO WRK-REGINVALIDOS                                00364000
               DISPLAY 'REGISTRO DE CONTAGEM INVALIDO: '                00365000
                       FD-INVCONT                                       00366000
              ELSE                                                      00367000
               PERFORM 1110-ACUMULAR-CONTAGEM                           00368000
              END-IF                                                    00369000
           END-READ.                                                    00370000
      *-----------------------------------------------------            00371000
       1100-99-FIM.                                  EXIT.              00372000
      *-----------------------------------------------------            00373000
                                                                        00374000
      *-----------------------------------------------------            00375000
       1110-ACUMULAR-CONTAGEM                     SECTION.              00376000
      *-----------------------------------------------------            00377000
           MOVE FD-CNT-CODIGO TO WRK-CNT-BUSCA.                         00378000
           PERFORM 1150-PROCURAR-CONTAGEM.                              00379000
           IF WRK-CNT-ACHOU EQUAL 'N'                                   00380000
            IF WRK-CNT-COUNT LESS 999                                   00381000
             ADD 1 TO WRK-CNT-COUNT                                     00382000
             MOVE WRK-CNT-COUNT TO WRK-CNT-IDX                          00383000
             MOVE FD-CNT-CODIGO TO WRK-CNT-CODIGO (WRK-CNT-IDX)         00384000
             MOVE ZEROS         TO WRK-CNT-QTDE (WRK-CNT-IDX)           00385000
             MOVE 'N'           TO WRK-CNT-RECONT (WRK-CNT-IDX)         00386000
             MOVE SPACES        TO WRK-CNT-MOTIVO (WRK-CNT-IDX)         00387000
             MOVE 'N'           TO WRK-CNT-USADO (WRK-CNT-IDX)          00388000
            ELSE                                                        00389000
             DISPLAY 'INVCONT EXCEDE A TABELA INTERNA '                 00390000
                     '(999) - EXECUCAO ABORTADA'                        00391000
             STOP RUN                                                   00392000
            END-IF                                                      00393000
           END-IF.                                                      00394000
                                                                        00395000
      *    A PRIMEIRA RECONTAGEM ZERA A CONTAGEM ORIGINAL;              00396000
      *    DEPOIS DELA SO VALEM REGISTROS DE RECONTAGEM.                00397000
           IF FD-CNT-RECONT EQUAL 'S'                                   00398000
              AND WRK-CNT-RECONT (WRK-CNT-IDX) EQUAL 'N'                00399000
            MOVE ZEROS TO WRK-CNT-QTDE (WRK-CNT-IDX)                    00400000
            MOVE 'S'   TO WRK-CNT-RECONT (WRK-CNT-IDX)                  00401000
           END-IF.                                                      00402000
           IF FD-CNT-RECONT EQUAL 'S'                                   00403000
              OR WRK-CNT-RECONT (WRK-CNT-IDX) EQUAL 'N'                 00404000
            ADD FD-CNT-QTDE TO WRK-CNT-QTDE (WRK-CNT-IDX)               00405000
           END-IF.                                                      00406000
           IF FD-CNT-MOTIVO NOT EQUAL SPACES                            00407000
            MOVE FD-CNT-MOTIVO TO WRK-CNT-MOTIVO (WRK-CNT-IDX)          00408000
           END-IF.                                                      00409000
      *-----------------------------------------------------            00410000
       1110-99-FIM.                                  EXIT.              00411000
      *-----------------------------------------------------            00412000
                                                                        00413000
      *-----------------------------------------------------            00414000
       1150-PROCURAR-CONTAGEM                     SECTION.              00415000
      *-----------------------------------------------------            00416000
           MOVE 'N' TO WRK-CNT-ACHOU.                                   00417000
           MOVE 1   TO WRK-CNT-IDX.                                     00418000
           PERFORM 1160-COMPARAR-CONTAGEM                               00419000
                   UNTIL WRK-CNT-IDX GREATER WRK-CNT-COUNT              00420000
                      OR WRK-CNT-ACHOU EQUAL 'S'.                       00421000
      *-----------------------------------------------------            00422000
       1150-99-FIM.                                  EXIT.              00423000
      *-----------------------------------------------------            00424000
                                                                        00425000
      *-----------------------------------------------------            00426000
       1160-COMPARAR-CONTAGEM                     SECTION.              00427000
      *-----------------------------------------------------            00428000
           IF WRK-CNT-CODIGO (WRK-CNT-IDX) EQUAL WRK-CNT-BUSCA          00429000
            MOVE 'S' TO WRK-CNT-ACHOU                                   00430000
           ELSE                                                         00431000
            ADD 1 TO WRK-CNT-IDX                                        00432000
           END-IF.                                                      00433000
      *-----------------------------------------------------            00434000
       1160-99-FIM.                                  EXIT.              00435000
      *-----------------------------------------------------            00436000
                                                                        00437000
      *-----------------------------------------------------            00438000
       1200-CARREGAR-AJUSTES                      SECTION.              00439000
      *-----------------------------------------------------            00440000
           READ AJUSTEST                                                00441000
             AT END                                                     00442000
              MOVE 10 TO WRK-FS-AJUSTEST                                00443000
             NOT AT END                                                 00444000
              IF FD-AJU-LISTA EQUAL WRK-DATA-LISTA                      00445000
               IF WRK-AJU-COUNT LESS 999                                00446000
                ADD 1 TO WRK-AJU-COUNT                                  00447000
                MOVE FD-AJU-CODIGO                                      00448000
                  TO WRK-AJU-PRODUTO (WRK-AJU-COUNT)                    00449000
               ELSE                                                     00450000
                DISPLAY 'AJUSTEST EXCEDE A TABELA INTERNA '             00451000
                        '(999) - EXECUCAO ABORTADA'                     00452000
                STOP RUN                                                00453000
               END-IF                                                   00454000
              END-IF                                                    00455000
           END-READ.                                                    00456000
      *-----------------------------------------------------            00457000
       1200-99-FIM.                                  EXIT.              00458000
      *-----------------------------------------------------            00459000
                                                                        00460000
      *-----------------------------------------------------            00461000
       2000-PROCESSAR                             SECTION.              00462000
      *-----------------------------------------------------            00463000
           ADD 1 TO WRK-REGLISTA.                                       00464000
           MOVE FD-LIS-CODIGO    TO WRK-INV-DET-CODIGO.                 00465000
           MOVE FD-LIS-DESCRICAO TO WRK-INV-DET-DESCR.                  00466000
           MOVE FD-LIS-QTDSIST   TO WRK-INV-DET-SIST.                   00467000
                                                                        00468000
           MOVE FD-LIS-CODIGO TO WRK-CNT-BUSCA.                         00469000
           PERFORM 1150-PROCURAR-CONTAGEM.                              00470000
           IF WRK-CNT-ACHOU EQUAL 'N'                                   00471000
            ADD 1 TO WRK-REGNAOCONTADOS                                 00472000
            MOVE ZEROS         TO WRK-INV-DET-CONT                      00473000
                                  WRK-INV-DET-DIF                       00474000
                                  WRK-INV-DET-VALOR                     00475000
            MOVE 'NAO CONTADO' TO WRK-INV-DET-SIT                       00476000
            WRITE FD-RELINV FROM WRK-INV-DETALHE                        00477000
           ELSE                                                         00478000
            MOVE 'S' TO WRK-CNT-USADO (WRK-CNT-IDX)                     00479000
            PERFORM 2100-CONFRONTAR                                     00480000
           END-IF.                                                      00481000
                                                                        00482000
           READ INVLISTA.                                               00483000
      *-----------------------------------------------------            00484000
       2000-99-FIM.                                  EXIT.              00485000
      *-----------------------------------------------------            00486000
                                                                        00487000
      *-----------------------------------------------------            00488000
       2100-CONFRONTAR                            SECTION.              00489000
      *-----------------------------------------------------            00490000
           MOVE WRK-CNT-QTDE (WRK-CNT-IDX) TO WRK-QTDE-CONTADA.         00491000
           COMPUTE WRK-DIFERENCA =                                      00492000
                   WRK-QTDE-CONTADA - FD-LIS-QTDSIST.                   00493000
           IF WRK-DIFERENCA EQUAL ZEROS                                 00494000
            ADD 1 TO WRK-REGSEMDIF                                      00495000
            GO TO 2100-99-FIM                                           00496000
           END-IF.                                                      00497000
                                                                        00498000
           MOVE FD-LIS-CODIGO TO FD-PROD-CODIGO.                        00499000
           READ PRODMSTR                                                00500000
             INVALID KEY                                                00501000
              MOVE 0 TO WRK-PROD-ACHADO                                 00502000
             NOT INVALID KEY                                            00503000
              MOVE 1 TO WRK-PROD-ACHADO                                 00504000
           END-READ.                                                    00505000
                                                                        00506000
           ADD 1 TO WRK-REGDIFERENCA.                                   00507000
           IF WRK-DIFERENCA LESS ZEROS                                  00508000
            COMPUTE WRK-DIF-ABS = WRK-DIFERENCA * -1                    00509000
           ELSE                                                         00510000
            MOVE WRK-DIFERENCA TO WRK-DIF-ABS                           00511000
           END-IF.                                                      00512000
           IF WRK-PROD-ACHADO EQUAL 1                                   00513000
            COMPUTE WRK-VALOR-DIF = WRK-DIFERENCA * FD-PROD-PRECO       00514000
           ELSE                                                         00515000
            COMPUTE WRK-VALOR-DIF = WRK-DIFERENCA * FD-LIS-PRECO        00516000
           END-IF.                                                      00517000
           IF WRK-VALOR-DIF LESS ZEROS                                  00518000
            SUBTRACT WRK-VALOR-DIF FROM WRK-TOT-FALTAS                  00519000
           ELSE                                                         00520000
            ADD WRK-VALOR-DIF TO WRK-TOT-SOBRAS                         00521000
           END-IF.                                                      00522000
                                                                        00523000
           MOVE WRK-QTDE-CONTADA TO WRK-INV-DET-CONT.                   00524000
           MOVE WRK-DIFERENCA    TO WRK-INV-DET-DIF.                    00525000
           MOVE WRK-VALOR-DIF    TO WRK-INV-DET-VALOR.                  00526000
                                                                        00527000
      *    TOLERANCIA SOBRE A QTDE CONGELADA; PRODUTO QUE               00528000
      *    ESTAVA ZERADO NO SISTEMA SEMPRE PEDE RECONTAGEM.             00529000
           COMPUTE WRK-LIMITE-TOLER =                                   00530000
                   FD-LIS-QTDSIST * WRK-PARM-TOLER / 100.               00531000
                                                                        00532000
           EVALUATE TRUE                                                00533000
            WHEN WRK-PROD-ACHADO EQUAL 0                                00534000
             ADD 1 TO WRK-REGEXCLUIDOS                                  00535000
             MOVE 'PRODUTO EXCLUIDO' TO WRK-INV-DET-SIT                 00536000
            WHEN (WRK-DIF-ABS GREATER WRK-LIMITE-TOLER                  00537000
                  OR WRK-QTDE-CONTADA GREATER 99999)                    00538000
                 AND WRK-CNT-RECONT (WRK-CNT-IDX) NOT EQUAL 'S'         00539000
             ADD 1 TO WRK-REGRECONTAR                                   00540000
             MOVE 'RECONTAR' TO WRK-INV-DET-SIT                         00541000
            WHEN WRK-QTDE-CONTADA GREATER 99999                         00542000
             ADD 1 TO WRK-REGRECONTAR                                   00543000
             MOVE 'QTDE INVALIDA' TO WRK-INV-DET-SIT                    00544000
            WHEN WRK-PARM-MODO NOT EQUAL 'A'                            00545000
             MOVE 'A AJUSTAR' TO WRK-INV-DET-SIT                        00546000
            WHEN OTHER                                                  00547000
             PERFORM 2200-AJUSTAR-ESTOQUE                               00548000
           END-EVALUATE.                                                00549000
                                                                        00550000
           WRITE FD-RELINV FROM WRK-INV-DETALHE.                        00551000
      *-----------------------------------------------------            00552000
       2100-99-FIM.                                  EXIT.              00553000
      *-----------------------------------------------------            00554000
                                                                        00555000
      *-----------------------------------------------------            00556000
       2200-AJUSTAR-ESTOQUE                       SECTION.              00557000
      *-----------------------------------------------------            00558000
           MOVE 'N' TO WRK-AJU-ACHOU.                                   00559000
           MOVE 1   TO WRK-AJU-IDX.                                     00560000
           PERFORM 2210-PROCURAR-AJUSTE                                 00561000
                   UNTIL WRK-AJU-IDX GREATER WRK-AJU-COUNT              00562000
                      OR WRK-AJU-ACHOU EQUAL 'S'.                       00563000
           IF WRK-AJU-ACHOU EQUAL 'S'                                   00564000
            ADD 1 TO WRK-REGJAAJUSTADOS                                 00565000
            MOVE 'JA AJUSTADO' TO WRK-INV-DET-SIT                       00566000
            GO TO 2200-99-FIM                                           00567000
           END-IF.                                                      00568000
                                                                        00569000
      *    A DIFERENCA E APLICADA SOBRE O ESTOQUE ATUAL.                00570000
           COMPUTE WRK-QTDE-NOVA = FD-PROD-QTDESTOQ + WRK-DIFERENCA.    00571000
           IF WRK-QTDE-NOVA LESS ZEROS                                  00572000
            MOVE ZEROS TO WRK-QTDE-NOVA                                 00573000
           END-IF.                                                      00574000
                                                                        00575000
           MOVE WRK-PARM-MOTIVO TO WRK-MOTIVO-AJUSTE.                   00576000
           IF WRK-CNT-MOTIVO (WRK-CNT-IDX) NOT EQUAL SPACES             00577000
            MOVE WRK-CNT-MOTIVO (WRK-CNT-IDX) TO WRK-MOTIVO-AJUSTE      00578000
           END-IF.                                                      00579000
                                                                        00580000
           MOVE SPACES            TO FD-AJUSTEST.                       00581000
           MOVE FD-PROD-CODIGO    TO FD-AJU-CODIGO.                     00582000
           MOVE WRK-DATA-ATUAL    TO FD-AJU-DATA.                       00583000
           MOVE WRK-DATA-LISTA    TO FD-AJU-LISTA.                      00584000
           MOVE FD-PROD-QTDESTOQ  TO FD-AJU-QTDANT.                     00585000
           MOVE WRK-QTDE-NOVA     TO FD-AJU-QTDNOVA.                    00586000
           IF WRK-DIFERENCA LESS ZEROS                                  00587000
            MOVE 'S' TO FD-AJU-TIPO                                     00588000
           ELSE                                                         00589000
            MOVE 'E' TO FD-AJU-TIPO                                     00590000
           END-IF.                                                      00591000
           MOVE WRK-DIF-ABS       TO FD-AJU-QTDE.                       00592000
           IF WRK-VALOR-DIF LESS ZEROS                                  00593000
            COMPUTE FD-AJU-VALOR = WRK-VALOR-DIF * -1                   00594000
           ELSE                                                         00595000
            MOVE WRK-VALOR-DIF TO FD-AJU-VALOR                          00596000
           END-IF.                                                      00597000
           MOVE WRK-MOTIVO-AJUSTE  TO FD-AJU-MOTIVO.                    00598000
           MOVE WRK-PARM-APROVADOR TO FD-AJU-USUARIO.                   00599000
                                                                        00600000
           MOVE WRK-QTDE-NOVA TO FD-PROD-QTDESTOQ.                      00601000
           REWRITE FD-PRODMSTR.                                         00602000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00603000
            MOVE 'FR22CB39'             TO WRK-PROGRAMA                 00604000
            MOVE 'ERRO REWRITE PRODMSTR'                                00605000
              TO WRK-MENSAGEM                                           00606000
            MOVE '2200'                 TO WRK-SECAO                    00607000
            MOVE WRK-FS-PRODMSTR        TO WRK-STATUS                   00608000
            PERFORM 9000-TRATAERROS                                     00609000
           END-IF.                                                      00610000
                                                                        00611000
           WRITE FD-AJUSTEST.                                           00612000
                                                                        00612070
      *    A SOBRA ENTRA E A FALTA SAI PELO CUSTO MEDIO (CUSTO ZERO).   00612140
           MOVE SPACES            TO FD-MOVEST.                         00612210
           MOVE FD-PROD-CODIGO    TO FD-MOV-PRODUTO.                    00612280
           MOVE WRK-DATA-ATUAL    TO FD-MOV-DATA.                       00612350
           MOVE WRK-HORA-ATUAL    TO FD-MOV-HORA.                       00612420
           MOVE 'AI'              TO FD-MOV-TIPO.                       00612490
           MOVE FD-AJU-TIPO       TO FD-MOV-SENTIDO.                    00612560
           MOVE WRK-DATA-LISTA    TO FD-MOV-DOCUMENTO.                  00612630
           MOVE WRK-DIF-ABS       TO FD-MOV-QTDE.                       00612700
           MOVE ZEROS             TO FD-MOV-CUSTO.                      00612770
           MOVE 'FR22CB39'        TO FD-MOV-PROGRAMA.                   00612840
           WRITE FD-MOVEST.                                             00612910
           ADD 1 TO WRK-REGAJUSTADOS.                                   00613000
           MOVE 'AJUSTADO' TO WRK-INV-DET-SIT.                          00614000
      *-----------------------------------------------------            00615000
       2200-99-FIM.                                  EXIT.              00616000
      *-----------------------------------------------------            00617000
                                                                        00618000
      *-----------------------------------------------------            00619000
       2210-PROCURAR-AJUSTE                       SECTION.              00620000
      *-----------------------------------------------------            00621000
           IF WRK-AJU-PRODUTO (WRK-AJU-IDX) EQUAL FD-PROD-CODIGO        00622000
            MOVE 'S' TO WRK-AJU-ACHOU                                   00623000
           ELSE                                                         00624000
            ADD 1 TO WRK-AJU-IDX                                        00625000
           END-IF.                                                      00626000
      *-----------------------------------------------------            00627000
       2210-99-FIM.                                  EXIT.              00628000
      *-----------------------------------------------------            00629000
                                                                        00630000
      *-----------------------------------------------------            00631000
       3000-FINALIZAR                             SECTION.              00632000
      *-----------------------------------------------------            00633000
      *    CONTAGEM DE PRODUTO QUE NAO ESTA NA LISTA NAO TEM            00634000
      *    BASE DE COMPARACAO E NAO E AJUSTADA.                         00635000
           MOVE 1 TO WRK-CNT-IDX.                                       00636000
           PERFORM 3100-LISTAR-FORA-LISTA                               00637000
                   UNTIL WRK-CNT-IDX GREATER WRK-CNT-COUNT.             00638000
                                                                        00639000
           WRITE FD-RELINV FROM WRK-LINHABRANCO.                        00640000
           MOVE 'TOTAL DAS SOBRAS'  TO WRK-INV-TOT-DESC.                00641000
           MOVE WRK-TOT-SOBRAS      TO WRK-INV-TOT-VALOR.               00642000
           WRITE FD-RELINV FROM WRK-INV-TOTAL.                          00643000
           MOVE 'TOTAL DAS FALTAS'  TO WRK-INV-TOT-DESC.                00644000
           MOVE WRK-TOT-FALTAS      TO WRK-INV-TOT-VALOR.               00645000
           WRITE FD-RELINV FROM WRK-INV-TOTAL.                          00646000
                                                                        00647000
           IF WRK-PARM-MODO EQUAL 'A'                                   00648000
            CLOSE INVLISTA PRODMSTR AJUSTEST RELINV MOVEST              00649000
           ELSE                                                         00650000
            CLOSE INVLISTA PRODMSTR RELINV                              00651000
           END-IF.                                                      00652000
                                                                        00653000
           DISPLAY ' '.                                                 00654000
           DISPLAY 'MODO (A=AJUSTE):      ' WRK-PARM-MODO.              00655000
           DISPLAY 'PRODUTOS NA LISTA:    ' WRK-REGLISTA.               00656000
           DISPLAY 'REGISTROS CONTADOS:   ' WRK-REGCONTAGEM.            00657000
           DISPLAY 'CONTAGENS INVALIDAS:  ' WRK-REGINVALIDOS.           00658000
           DISPLAY 'SEM DIFERENCA:        ' WRK-REGSEMDIF.              00659000
           DISPLAY 'COM DIFERENCA:        ' WRK-REGDIFERENCA.           00660000
           DISPLAY 'PARA RECONTAGEM:      ' WRK-REGRECONTAR.            00661000
           DISPLAY 'AJUSTADOS:            ' WRK-REGAJUSTADOS.           00662000
           DISPLAY 'JA AJUSTADOS:         ' WRK-REGJAAJUSTADOS.         00663000
           DISPLAY 'NAO CONTADOS:         ' WRK-REGNAOCONTADOS.         00664000
           DISPLAY 'FORA DA LISTA:        ' WRK-REGFORALISTA.           00665000
           DISPLAY 'PRODUTOS EXCLUIDOS:   ' WRK-REGEXCLUIDOS.           00666000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00667000
      *-----------------------------------------------------            00668000
       3000-99-FIM.                                  EXIT.              00669000
      *-----------------------------------------------------            00670000
                                                                        00671000
      *-----------------------------------------------------            00672000
       3100-LISTAR-FORA-LISTA                     SECTION.              00673000
      *-----------------------------------------------------            00674000
           IF WRK-CNT-USADO (WRK-CNT-IDX) EQUAL 'N'                     00675000
            ADD 1 TO WRK-REGFORALISTA                                   00676000
            MOVE WRK-CNT-CODIGO (WRK-CNT-IDX)                           00677000
              TO WRK-INV-DET-CODIGO                                     00678000
            MOVE SPACES TO WRK-INV-DET-DESCR                            00679000
            MOVE ZEROS  TO WRK-INV-DET-SIST                             00680000
                           WRK-INV-DET-DIF                              00681000
                           WRK-INV-DET-VALOR                            00682000
            MOVE WRK-CNT-QTDE (WRK-CNT-IDX) TO WRK-INV-DET-CONT         00683000
            MOVE 'FORA DA LISTA' TO WRK-INV-DET-SIT                     00684000
            WRITE FD-RELINV FROM WRK-INV-DETALHE                        00685000
           END-IF.                                                      00686000
           ADD 1 TO WRK-CNT-IDX.                                        00687000
      *-----------------------------------------------------            00688000
       3100-99-FIM.                                  EXIT.              00689000
      *-----------------------------------------------------            00690000
                                                                        00691000
      *-----------------------------------------------------            00692000
       4000-TESTAR-STATUS                         SECTION.              00693000
      *-----------------------------------------------------            00694000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00695000
            MOVE 'FR22CB39'              TO WRK-PROGRAMA                00696000
            MOVE 'ERRO NO OPEN PRODMSTR' TO WRK-MENSAGEM                00697000
            MOVE '1000'                  TO WRK-SECAO                   00698000
            MOVE WRK-FS-PRODMSTR         TO WRK-STATUS                  00699000
            PERFORM 9000-TRATAERROS                                     00700000
           END-IF.                                                      00701000
           IF WRK-FS-AJUSTEST NOT EQUAL 00                              00702000
            MOVE 'FR22CB39'              TO WRK-PROGRAMA                00703000
            MOVE 'ERRO NO OPEN AJUSTEST' TO WRK-MENSAGEM                00704000
            MOVE '1000'                  TO WRK-SECAO                   00705000
            MOVE WRK-FS-AJUSTEST         TO WRK-STATUS                  00706000
            PERFORM 9000-TRATAERROS                                     00707000
           END-IF.                                                      00708000
           IF WRK-FS-RELINV NOT EQUAL 00                                00709000
            MOVE 'FR22CB39'              TO WRK-PROGRAMA                00710000
            MOVE 'ERRO NO OPEN RELINV'   TO WRK-MENSAGEM                00711000
            MOVE '1000'                  TO WRK-SECAO                   00712000
            MOVE WRK-FS-RELINV           TO WRK-STATUS                  00713000
            PERFORM 9000-TRATAERROS                                     00714000
           END-IF.                                                      00715000
           IF WRK-FS-MOVEST NOT EQUAL 00                                00715120
            MOVE 'FR22CB39'              TO WRK-PROGRAMA                00715240
            MOVE 'ERRO NO OPEN MOVEST'   TO WRK-MENSAGEM                00715360
            MOVE '1000'                  TO WRK-SECAO                   00715480
            MOVE WRK-FS-MOVEST           TO WRK-STATUS                  00715600
            PERFORM 9000-TRATAERROS                                     00715720
           END-IF.                                                      00715840
      *-----------------------------------------------------            00716000
       4000-99-FIM.                                  EXIT.              00717000
      *-----------------------------------------------------            00718000
                                                                        00719000
      *-----------------------------------------------------            00720000
       9000-TRATAERROS                            SECTION.              00721000
      *-----------------------------------------------------            00722000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00723000
           GOBACK.                                                      00724000
      *-----------------------------------------------------            00725000
       9000-99-FIM.                                  EXIT.              00726000
      *-----------------------------------------------------            00727000
