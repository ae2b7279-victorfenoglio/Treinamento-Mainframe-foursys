      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB36.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CANCELAMENTO DE NOTAS FISCAIS: LE OS   *             00008000
      *            PEDIDOS DE CANCELAMENTO (CANCNF:       *             00009000
      *            NUMERO DA NOTA, EMISSAO OPCIONAL,      *             00010000
      *            MOTIVO E USUARIO SOLICITANTE),         *             00011000
      *            LOCALIZA CADA NOTA NO NOTAFISC         *             00012000
      *            (FR22CB24) E CANCELA A DUPLICATA EM    *             00013000
      *            ABERTO DO MASTER DO FR22CB27/FR22CB28  *             00014000
      *            (SITUACAO 'C', SALDO ZERO). DUPLICATA  *             00015000
      *            QUITADA OU COM PAGAMENTO PARCIAL       *             00016000
      *            RECUSA O CANCELAMENTO. A NOTA          *             00017000
      *            CANCELADA ENTRA NO REGISTRO DE         *             00018000
      *            CANCELAMENTOS (NFCANANT COPIADO PARA   *             00019000
      *            NFCANNOV COM AS NOVAS), QUE O FR22CB26 *             00020000
      *            E O FR22CB27 LEEM PARA DEIXAR A NOTA   *             00021000
      *            FORA DO FATURAMENTO E DA COMISSAO, E   *             00022000
      *            AS QUANTIDADES DOS ITENS VOLTAM AO     *             00023000
      *            ESTOQUE DO PRODMSTR. RELCANC E O       *             00024000
      *            REGISTRO DOS PEDIDOS (CANCELADOS E     *             00025000
      *            RECUSADOS COM O MOTIVO) E DO ESTOQUE   *             00026000
      *            DEVOLVIDO. EMISSAO ZERADA ACEITA O     *             00027000
      *            NUMERO SE ELE FOR UNICO NO NOTAFISC.   *             00028000
      *            CADA DEVOLUCAO AO ESTOQUE GRAVA O      *             00028250
      *            MOVIMENTO ('DC') NA RAZAO DE ESTOQUE   *             00028500
      *            MOVEST.                                *             00028750
      *---------------------------------------------------*             00029000
      *  ARQUIVOS:                                        *             00030000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00031000
      *  CANCNF              I             ---------      *             00032000
      *  NOTAFISC            I             ---------      *             00033000
      *  NFCANANT            I             ---------      *             00034000
      *  DUPANT              I             ---------      *             00035000
      *  PRODMSTR (VSAM)     I-O           ---------      *             00036000
      *  NFCANNOV            O             ---------      *             00037000
      *  DUPNOVO             O             ---------      *             00038000
      *  RELCANC             O             ---------      *             00039000
      *  MOVEST              O             ---------      *             00039500
      *===================================================*             00040000
                                                                        00041000
      *====================================================             00042000
       ENVIRONMENT                               DIVISION.              00043000
      *====================================================             00044000
       CONFIGURATION                             SECTION.               00045000
       SPECIAL-NAMES.                                                   00046000
           DECIMAL-POINT  IS COMMA.                                     00047000
                                                                        00048000
       INPUT-OUTPUT                              SECTION.               00049000
       FILE-CONTROL.                                                    00050000
           SELECT CANCNF ASSIGN TO CANCNF                               00051000
               FILE STATUS IS WRK-FS-CANCNF.                            00052000
                                                                        00053000
           SELECT NOTAFISC ASSIGN TO NOTAFISC                           00054000
               FILE STATUS IS WRK-FS-NOTAFISC.                          00055000
                                                                        00056000
           SELECT NFCANANT ASSIGN TO NFCANANT                           00057000
               FILE STATUS IS WRK-FS-NFCANANT.                          00058000
                                                                        00059000
           SELECT DUPANT ASSIGN TO DUPANT                               00060000
               FILE STATUS IS WRK-FS-DUPANT.                            00061000
                                                                        00062000
           SELECT PRODMSTR ASSIGN TO PRODMSTR                           00063000
               ORGANIZATION IS INDEXED                                  00064000
               ACCESS MODE IS DYNAMIC                                   00065000
               RECORD KEY IS FD-PROD-CODIGO                             00066000
               FILE STATUS IS WRK-FS-PRODMSTR.                          00067000
                                                                        00068000
           SELECT NFCANNOV ASSIGN TO NFCANNOV                           00069000
               FILE STATUS IS WRK-FS-NFCANNOV.                          00070000
                                                                        00071000
           SELECT DUPNOVO ASSIGN TO DUPNOVO                             00072000
               FILE STATUS IS WRK-FS-DUPNOVO.                           00073000
                                                                        00074000
           SELECT RELCANC ASSIGN TO RELCANC                             00075000
               FILE STATUS IS WRK-FS-RELCANC.                           00076000
                                                                        00076250
           SELECT MOVEST ASSIGN TO MOVEST                               00076500
               FILE STATUS IS WRK-FS-MOVEST.                            00076750
                                                                        00077000
      *====================================================             00078000
       DATA                                      DIVISION.              00079000
      *====================================================             00080000
      *-----------------------------------------------------            00081000
       FILE                                      SECTION.               00082000
      *-----------------------------------------------------            00083000
       FD CANCNF                                                        00084000
           RECORDING MODE IS F                                          00085000
           BLOCK CONTAINS 0 RECORDS.                                    00086000
      *-----------LRECL 60----------------------------------            00087000
       01 FD-CANCNF.                                                    00088000
          05 FD-CAN-NUMERO      PIC 9(06).                              00089000
          05 FD-CAN-EMISSAO     PIC 9(08).                              00090000
          05 FD-CAN-MOTIVO      PIC X(30).                              00091000
          05 FD-CAN-USUARIO     PIC X(08).                              00092000
          05 FILLER             PIC X(08).                              00093000
                                                                        00094000
       FD NOTAFISC                                                      00095000
           RECORDING MODE IS F                                          00096000
           BLOCK CONTAINS 0 RECORDS.                                    00097000
      *-----------LRECL 65----------------------------------            00098000
       01 FD-NOTAFISC.                                                  00099000
          05 FD-NF-TIPO         PIC X(01).                              00100000
          05 FD-NF-RESTO        PIC X(64).                              00101000
       01 FD-NF-CABEC REDEFINES FD-NOTAFISC.                            00102000
          05 FILLER             PIC X(01).                              00103000
          05 FD-CAB-NUMERO      PIC 9(06).                              00104000
          05 FD-CAB-DATA        PIC 9(08).                              00105000
          05 FD-CAB-CLIENTE     PIC 9(05).                              00106000
          05 FD-CAB-RAZAO       PIC X(40).                              00107000
          05 FD-CAB-VENDEDOR    PIC 9(05).                              00108000
       01 FD-NF-ITEM REDEFINES FD-NOTAFISC.                             00109000
          05 FILLER             PIC X(01).                              00110000
          05 FD-ITM-CODIGO      PIC 9(03).                              00111000
          05 FD-ITM-DESCR       PIC X(30).                              00112000
          05 FD-ITM-PRECO       PIC 9(05)V9(02).                        00113000
          05 FD-ITM-QUANT       PIC 9(03).                              00114000
          05 FD-ITM-TOTAL       PIC 9(07)V9(02).                        00115000
          05 FILLER             PIC X(12).                              00116000
       01 FD-NF-TOTAL REDEFINES FD-NOTAFISC.                            00117000
          05 FILLER             PIC X(01).                              00118000
          05 FD-TOT-NUMERO      PIC 9(06).                              00119000
          05 FD-TOT-ITENS       PIC 9(03).                              00120000
          05 FD-TOT-VALOR       PIC 9(08)V9(02).                        00121000
          05 FILLER             PIC X(45).                              00122000
       01 FD-NF-TRIBUTOS REDEFINES FD-NOTAFISC.                         00122110
          05 FILLER             PIC X(01).                              00122220
          05 FD-TRB-NUMERO      PIC 9(06).                              00122330
          05 FD-TRB-BASE-ICMS   PIC 9(08)V9(02).                        00122440
          05 FD-TRB-ICMS        PIC 9(08)V9(02).                        00122550
          05 FD-TRB-IPI         PIC 9(08)V9(02).                        00122660
          05 FD-TRB-BRUTO       PIC 9(08)V9(02).                        00122770
          05 FILLER             PIC X(18).                              00122880
                                                                        00123000
       FD NFCANANT                                                      00124000
           RECORDING MODE IS F                                          00125000
           BLOCK CONTAINS 0 RECORDS.                                    00126000
      *-----------LRECL 100---------------------------------            00127000
       01 FD-NFCANANT.                                                  00128000
          05 FD-NCA-NUMERO      PIC 9(06).                              00129000
          05 FD-NCA-EMISSAO     PIC 9(08).                              00130000
          05 FILLER             PIC X(86).                              00131000
                                                                        00132000
       FD DUPANT                                                        00133000
           RECORDING MODE IS F                                          00134000
           BLOCK CONTAINS 0 RECORDS.                                    00135000
      *-----------LRECL 75----------------------------------            00136000
       01 FD-DUPANT.                                                    00137000
          05 FD-DUP-NUMERO      PIC 9(06).                              00138000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00139000
          05 FD-DUP-VALOR       PIC 9(08)V9(02).                        00140000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00141000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00142000
          05 FD-DUP-SITUACAO    PIC X(01).                              00143000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00144000
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00145000
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00145200
          05 FD-DUP-DTCALC      PIC 9(08).                              00145400
          05 FD-DUP-MULTADA     PIC X(01).                              00145600
          05 FILLER             PIC X(01).                              00145800
                                                                        00146000
       FD PRODMSTR                                                      00147000
           RECORDING MODE IS F                                          00148000
           BLOCK CONTAINS 0 RECORDS.                                    00149000
      *-----------LRECL 65----------------------------------            00150000
       01 FD-PRODMSTR.                                                  00151000
          05 FD-PROD-CODIGO      PIC 9(03).                             00152000
          05 FD-PROD-DESCRICAO   PIC X(30).                             00153000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00154000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00155000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00156000
          05 FD-PROD-CODFORN     PIC 9(05).                             00156660
          05 FILLER              PIC X(10).                             00157320
                                                                        00158000
       FD NFCANNOV                                                      00159000
           RECORDING MODE IS F                                          00160000
           BLOCK CONTAINS 0 RECORDS.                                    00161000
      *-----------LRECL 100---------------------------------            00162000
       01 FD-NFCANNOV.                                                  00163000
          05 FD-NCN-NUMERO      PIC 9(06).                              00164000
          05 FD-NCN-EMISSAO     PIC 9(08).                              00165000
          05 FD-NCN-DATA-CANC   PIC 9(08).                              00166000
          05 FD-NCN-CLIENTE     PIC 9(05).                              00167000
          05 FD-NCN-VALOR       PIC 9(08)V9(02).                        00168000
          05 FD-NCN-VENDEDOR    PIC 9(05).                              00169000
          05 FD-NCN-MOTIVO      PIC X(30).                              00170000
          05 FD-NCN-USUARIO     PIC X(08).                              00171000
          05 FD-NCN-SIT-DUP     PIC X(01).                              00172000
          05 FILLER             PIC X(19).                              00173000
                                                                        00174000
       FD DUPNOVO                                                       00175000
           RECORDING MODE IS F                                          00176000
           BLOCK CONTAINS 0 RECORDS.                                    00177000
      *-----------LRECL 75----------------------------------            00178000
       01 FD-DUPNOVO            PIC X(75).                              00179000
                                                                        00180000
       FD RELCANC                                                       00181000
           RECORDING MODE IS F                                          00182000
           BLOCK CONTAINS 0 RECORDS.                                    00183000
      *-----------LRECL 132---------------------------------            00184000
       01 FD-RELCANC            PIC X(132).                             00185000
                                                                        00185050
       FD MOVEST                                                        00185100
           RECORDING MODE IS F                                          00185150
           BLOCK CONTAINS 0 RECORDS.                                    00185200
      *-----------LRECL 60----------------------------------            00185250
      *    RAZAO DE MOVIMENTOS DE ESTOQUE (KARDEX DO FR22CB40).         00185300
       01 FD-MOVEST.                                                    00185350
          05 FD-MOV-PRODUTO      PIC 9(03).                             00185400
          05 FD-MOV-DATA         PIC 9(08).                             00185450
          05 FD-MOV-HORA         PIC 9(08).                             00185500
          05 FD-MOV-TIPO         PIC X(02).                             00185550
          05 FD-MOV-SENTIDO      PIC X(01).                             00185600
          05 FD-MOV-DOCUMENTO    PIC X(10).                             00185650
          05 FD-MOV-QTDE         PIC 9(05).                             00185700
          05 FD-MOV-CUSTO        PIC 9(05)V99.                          00185750
          05 FD-MOV-PROGRAMA     PIC X(08).                             00185800
          05 FILLER              PIC X(08).                             00185850
      *-----------------------------------------------------            00186000
       WORKING-STORAGE                           SECTION.               00187000
      *-----------------------------------------------------            00188000
           COPY '#GLOG'.                                                00189000
      *-----------------------------------------------------            00190000
       01 FILLER PIC X(48) VALUE                                        00191000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00192000
      *-----------------------------------------------------            00193000
       77 WRK-FS-CANCNF        PIC 9(02).                               00194000
       77 WRK-FS-NOTAFISC      PIC 9(02).                               00195000
       77 WRK-FS-NFCANANT      PIC 9(02).                               00196000
       77 WRK-FS-DUPANT        PIC 9(02).                               00197000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00198000
       77 WRK-FS-NFCANNOV      PIC 9(02).                               00199000
       77 WRK-FS-DUPNOVO       PIC 9(02).                               00200000
       77 WRK-FS-RELCANC       PIC 9(02).                               00201000
       77 WRK-FS-MOVEST        PIC 9(02).                               00201330
       77 WRK-HORA-PROC        PIC 9(08) VALUE ZEROS.                   00201660
      *-----------------------------------------------------            00202000
       01 FILLER PIC X(48) VALUE                                        00203000
            '-------PEDIDOS DE CANCELAMENTO---------------'.            00204000
      *-----------------------------------------------------            00205000
      *    SITUACAO DO PEDIDO: P-PENDENTE, R-RECUSADO,                  00206000
      *    C-CANCELADO. SIT-DUP: C-DUPLICATA CANCELADA,                 00207000
      *    S-NOTA AINDA SEM DUPLICATA.                                  00208000
       77 WRK-CAN-COUNT        PIC 9(03) VALUE ZEROS.                   00209000
       77 WRK-CAN-IDX          PIC 9(03) VALUE ZEROS.                   00210000
       77 WRK-CAN-ATUAL        PIC 9(03) VALUE ZEROS.                   00211000
       01 WRK-CAN-TAB.                                                  00212000
          05 WRK-CAN-ITEM OCCURS 200 TIMES.                             00213000
             10 WRK-CAN-NUMERO     PIC 9(06).                           00214000
             10 WRK-CAN-PEDIDA     PIC 9(08).                           00215000
             10 WRK-CAN-MOTIVO     PIC X(30).                           00216000
             10 WRK-CAN-USUARIO    PIC X(08).                           00217000
             10 WRK-CAN-SITUACAO   PIC X(01).                           00218000
             10 WRK-CAN-ACHADAS    PIC 9(02).                           00219000
             10 WRK-CAN-EMISSAO    PIC 9(08).                           00220000
             10 WRK-CAN-CLIENTE    PIC 9(05).                           00221000
             10 WRK-CAN-VENDEDOR   PIC 9(05).                           00222000
             10 WRK-CAN-VALOR      PIC 9(08)V9(02).                     00223000
             10 WRK-CAN-SIT-DUP    PIC X(01).                           00224000
             10 WRK-CAN-OBS        PIC X(30).                           00225000
      *-----------------------------------------------------            00226000
       01 FILLER PIC X(48) VALUE                                        00227000
            '-------NOTA CORRENTE-------------------------'.            00228000
      *-----------------------------------------------------            00229000
       77 WRK-NF-NUMERO        PIC 9(06) VALUE ZEROS.                   00230000
       77 WRK-NF-DATA          PIC 9(08) VALUE ZEROS.                   00231000
       77 WRK-NF-BRUTO         PIC 9(08)V9(02) VALUE ZEROS.             00231500
       77 WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.                   00232000
       77 WRK-TEM-NFCANANT     PIC X(01) VALUE 'S'.                     00233000
       77 WRK-TEM-DUPANT       PIC X(01) VALUE 'S'.                     00234000
      *-----------------------------------------------------            00235000
       01 FILLER PIC X(48) VALUE                                        00236000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00237000
      *-----------------------------------------------------            00238000
       77 WRK-REGPEDIDOS       PIC 9(06) VALUE ZEROS.                   00239000
       77 WRK-REGCANCELADAS    PIC 9(06) VALUE ZEROS.                   00240000
       77 WRK-REGRECUSADAS     PIC 9(06) VALUE ZEROS.                   00241000
       77 WRK-REGDUPCANC       PIC 9(06) VALUE ZEROS.                   00242000
       77 WRK-REGREGISTRO      PIC 9(06) VALUE ZEROS.                   00243000
       77 WRK-REGITENS         PIC 9(06) VALUE ZEROS.                   00244000
       77 WRK-REGQTDE          PIC 9(07) VALUE ZEROS.                   00245000
       77 WRK-REGSEMPROD       PIC 9(06) VALUE ZEROS.                   00246000
       77 WRK-TOT-CANCELADO    PIC 9(12)V9(02) VALUE ZEROS.             00247000
      *-----------------------------------------------------            00248000
       01 FILLER PIC X(48) VALUE                                        00249000
            '-------LINHAS DO RELATORIO-------------------'.            00250000
      *-----------------------------------------------------            00251000
       01 WRK-REL-CABEC.                                                00252000
          05 FILLER             PIC X(45) VALUE                         00253000
             'REGISTRO DE CANCELAMENTO DE NOTAS FISCAIS - '.            00254000
          05 WRK-REL-DATA       PIC 9(08).                              00255000
          05 FILLER             PIC X(79) VALUE SPACES.                 00256000
       01 WRK-REL-SECAO         PIC X(132) VALUE SPACES.                00257000
       01 WRK-REL-COL-PEDIDO.                                           00258000
          05 FILLER             PIC X(50) VALUE                         00259000
             'NOTA   EMISSAO  CLI.         VALOR  USUARIO  MOTIV'.      00260000
          05 FILLER             PIC X(50) VALUE                         00261000
             'O                         RESULTADO OBSERVACAO    '.      00262000
          05 FILLER             PIC X(32) VALUE SPACES.                 00263000
       01 WRK-REL-PEDIDO.                                               00264000
          05 WRK-REL-NUMERO     PIC 9(06).                              00265000
          05 FILLER             PIC X(01) VALUE SPACES.                 00266000
          05 WRK-REL-EMISSAO    PIC 9(08).                              00267000
          05 FILLER             PIC X(01) VALUE SPACES.                 00268000
          05 WRK-REL-CLIENTE    PIC 9(05).                              00269000
          05 FILLER             PIC X(01) VALUE SPACES.                 00270000
          05 WRK-REL-VALOR      PIC ZZ.ZZZ.ZZ9,99.                      00271000
          05 FILLER             PIC X(01) VALUE SPACES.                 00272000
          05 WRK-REL-USUARIO    PIC X(08).                              00273000
          05 FILLER             PIC X(01) VALUE SPACES.                 00274000
          05 WRK-REL-MOTIVO     PIC X(30).                              00275000
          05 FILLER             PIC X(01) VALUE SPACES.                 00276000
          05 WRK-REL-RESULTADO  PIC X(09).                              00277000
          05 FILLER             PIC X(01) VALUE SPACES.                 00278000
          05 WRK-REL-OBS        PIC X(30).                              00279000
          05 FILLER             PIC X(15) VALUE SPACES.                 00280000
       01 WRK-REL-ESTOQUE.                                              00281000
          05 FILLER             PIC X(05) VALUE 'NOTA '.                00282000
          05 WRK-REL-EST-NOTA   PIC 9(06).                              00283000
          05 FILLER             PIC X(09) VALUE ' PRODUTO '.            00284000
          05 WRK-REL-EST-PROD   PIC 9(03).                              00285000
          05 FILLER             PIC X(01) VALUE SPACES.                 00286000
          05 WRK-REL-EST-DESCR  PIC X(30).                              00287000
          05 FILLER             PIC X(12) VALUE ' DEVOLVIDO: '.         00288000
          05 WRK-REL-EST-QTDE   PIC ZZ9.                                00289000
          05 FILLER             PIC X(09) VALUE ' ESTOQUE:'.            00290000
          05 WRK-REL-EST-SALDO  PIC ZZZZ9.                              00291000
          05 FILLER             PIC X(01) VALUE SPACES.                 00292000
          05 WRK-REL-EST-OBS    PIC X(30).                              00293000
          05 FILLER             PIC X(18) VALUE SPACES.                 00294000
       01 WRK-REL-TOTAL.                                                00295000
          05 WRK-REL-TOT-DESC   PIC X(30).                              00296000
          05 WRK-REL-TOT-QTDE   PIC ZZZZZ9.                             00297000
          05 FILLER             PIC X(96) VALUE SPACES.                 00298000
       01 WRK-REL-TOTVALOR.                                             00299000
          05 FILLER             PIC X(30) VALUE                         00300000
             'VALOR CANCELADO:'.                                        00301000
          05 WRK-REL-TOT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                 00302000
          05 FILLER             PIC X(84) VALUE SPACES.                 00303000
       77 WRK-LINHABRANCO       PIC X(132) VALUE SPACES.                00304000
      *====================================================             00305000
       PROCEDURE                                 DIVISION.              00306000
      *====================================================             00307000
      *-----------------------------------------------------            00308000
       0000-PRINCIPAL                             SECTION.              00309000
      *-----------------------------------------------------            00310000
           PERFORM 1000-INICIALIZAR.                                    00311000
           PERFORM 2000-PROCESSAR.                                      00312000
           PERFORM 3000-FINALIZAR.                                      00313000
           STOP RUN.                                                    00314000
      *-----------------------------------------------------            00315000
       0000-99-FIM.                                  EXIT.              00316000
      *-----------------------------------------------------            00317000
                                                                        00318000
      *-----------------------------------------------------            00319000
       1000-INICIALIZAR                           SECTION.              00320000
      *-----------------------------------------------------            00321000
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                     00322000
           OPEN INPUT CANCNF                                            00323000
                I-O PRODMSTR                                            00324000
                OUTPUT NFCANNOV DUPNOVO RELCANC.                        00325000
      *    RAZAO DE ESTOQUE COMUM: GRAVA SEMPRE NO FIM.                 00325140
           ACCEPT WRK-HORA-PROC FROM TIME.                              00325280
           OPEN EXTEND MOVEST.                                          00325420
           IF WRK-FS-MOVEST EQUAL 35                                    00325560
            OPEN OUTPUT MOVEST                                          00325700
           END-IF.                                                      00325840
             PERFORM 4000-TESTAR-STATUS.                                00326000
                                                                        00327000
           MOVE WRK-DATA-PROC TO WRK-REL-DATA.                          00328000
           WRITE FD-RELCANC FROM WRK-REL-CABEC.                         00329000
           WRITE FD-RELCANC FROM WRK-LINHABRANCO.                       00330000
                                                                        00331000
           PERFORM 1100-CARREGAR-PEDIDO                                 00332000
                   UNTIL WRK-FS-CANCNF EQUAL 10.                        00333000
           CLOSE CANCNF.                                                00334000
           IF WRK-CAN-COUNT EQUAL ZEROS                                 00335000
            DISPLAY 'CANCNF VAZIO - NENHUM CANCELAMENTO'                00336000
           END-IF.                                                      00337000
      *-----------------------------------------------------            00338000
       1000-99-FIM.                                  EXIT.              00339000
      *-----------------------------------------------------            00340000
                                                                        00341000
      *-----------------------------------------------------            00342000
       1100-CARREGAR-PEDIDO                       SECTION.              00343000
      *-----------------------------------------------------            00344000
           READ CANCNF                                                  00345000
             AT END                                                     00346000
              MOVE 10 TO WRK-FS-CANCNF                                  00347000
             NOT AT END                                                 00348000
              ADD 1 TO WRK-REGPEDIDOS                                   00349000
              IF WRK-CAN-COUNT LESS 200                                 00350000
               PERFORM 1150-REGISTRAR-PEDIDO                            00351000
              ELSE                                                      00352000
               DISPLAY 'CANCNF EXCEDE A TABELA INTERNA '                00353000
                       '(200) - EXECUCAO ABORTADA'                      00354000
               STOP RUN                                                 00355000
              END-IF                                                    00356000
           END-READ.                                                    00357000
      *-----------------------------------------------------            00358000
       1100-99-FIM.                                  EXIT.              00359000
      *-----------------------------------------------------            00360000
                                                                        00361000
      *-----------------------------------------------------            00362000
       1150-REGISTRAR-PEDIDO                      SECTION.              00363000
      *-----------------------------------------------------            00364000
           ADD 1 TO WRK-CAN-COUNT.                                      00365000
           MOVE WRK-CAN-COUNT TO WRK-CAN-ATUAL.                         00366000
           IF FD-CAN-EMISSAO NOT NUMERIC                                00367000
            MOVE ZEROS TO FD-CAN-EMISSAO                                00368000
           END-IF.                                                      00369000
           MOVE FD-CAN-NUMERO  TO WRK-CAN-NUMERO   (WRK-CAN-ATUAL).     00370000
           MOVE FD-CAN-EMISSAO TO WRK-CAN-PEDIDA   (WRK-CAN-ATUAL).     00371000
           MOVE FD-CAN-EMISSAO TO WRK-CAN-EMISSAO  (WRK-CAN-ATUAL).     00372000
           MOVE FD-CAN-MOTIVO  TO WRK-CAN-MOTIVO   (WRK-CAN-ATUAL).     00373000
           MOVE FD-CAN-USUARIO TO WRK-CAN-USUARIO  (WRK-CAN-ATUAL).     00374000
           MOVE 'P'            TO WRK-CAN-SITUACAO (WRK-CAN-ATUAL).     00375000
           MOVE ZEROS          TO WRK-CAN-ACHADAS  (WRK-CAN-ATUAL).     00376000
           MOVE ZEROS          TO WRK-CAN-CLIENTE  (WRK-CAN-ATUAL).     00377000
           MOVE ZEROS          TO WRK-CAN-VENDEDOR (WRK-CAN-ATUAL).     00378000
           MOVE ZEROS          TO WRK-CAN-VALOR    (WRK-CAN-ATUAL).     00379000
           MOVE SPACES         TO WRK-CAN-SIT-DUP  (WRK-CAN-ATUAL).     00380000
           MOVE SPACES         TO WRK-CAN-OBS      (WRK-CAN-ATUAL).     00381000
                                                                        00382000
      *    SEM MOTIVO OU SEM USUARIO O PEDIDO NAO TEM                   00383000
      *    RESPONSAVEL E NAO E ACEITO.                                  00384000
           IF FD-CAN-NUMERO NOT NUMERIC                                 00385000
              OR FD-CAN-NUMERO EQUAL ZEROS                              00386000
            MOVE ZEROS TO WRK-CAN-NUMERO (WRK-CAN-ATUAL)                00387000
            MOVE 'NUMERO DA NOTA INVALIDO'                              00388000
              TO WRK-CAN-OBS (WRK-CAN-ATUAL)                            00389000
            MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-ATUAL)                00390000
            GO TO 1150-99-FIM                                           00391000
           END-IF.                                                      00392000
           IF FD-CAN-MOTIVO EQUAL SPACES                                00393000
              OR FD-CAN-USUARIO EQUAL SPACES                            00394000
            MOVE 'PEDIDO SEM MOTIVO OU USUARIO'                         00395000
              TO WRK-CAN-OBS (WRK-CAN-ATUAL)                            00396000
            MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-ATUAL)                00397000
            GO TO 1150-99-FIM                                           00398000
           END-IF.                                                      00399000
                                                                        00400000
           MOVE 1 TO WRK-CAN-IDX.                                       00401000
           PERFORM 1160-TESTAR-DUPLICIDADE                              00402000
                   UNTIL WRK-CAN-IDX NOT LESS WRK-CAN-ATUAL.            00403000
      *-----------------------------------------------------            00404000
       1150-99-FIM.                                  EXIT.              00405000
      *-----------------------------------------------------            00406000
                                                                        00407000
      *-----------------------------------------------------            00408000
       1160-TESTAR-DUPLICIDADE                    SECTION.              00409000
      *-----------------------------------------------------            00410000
           IF WRK-CAN-NUMERO (WRK-CAN-IDX)                              00411000
              EQUAL WRK-CAN-NUMERO (WRK-CAN-ATUAL)                      00412000
              AND WRK-CAN-PEDIDA (WRK-CAN-IDX)                          00413000
              EQUAL WRK-CAN-PEDIDA (WRK-CAN-ATUAL)                      00414000
            MOVE 'PEDIDO EM DUPLICIDADE'                                00415000
              TO WRK-CAN-OBS (WRK-CAN-ATUAL)                            00416000
            MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-ATUAL)                00417000
           END-IF.                                                      00418000
           ADD 1 TO WRK-CAN-IDX.                                        00419000
      *-----------------------------------------------------            00420000
       1160-99-FIM.                                  EXIT.              00421000
      *-----------------------------------------------------            00422000
                                                                        00423000
      *-----------------------------------------------------            00424000
       2000-PROCESSAR                             SECTION.              00425000
      *-----------------------------------------------------            00426000
      *    1) LOCALIZA AS NOTAS; 2) RECUSA AS JA CANCELADAS;            00427000
      *    3) CANCELA AS DUPLICATAS EM ABERTO; 4) GRAVA O               00428000
      *    REGISTRO; 5) DEVOLVE O ESTOQUE DOS ITENS.                    00429000
           PERFORM 2100-LOCALIZAR-NOTAS.                                00430000
           PERFORM 2200-COPIAR-REGISTRO.                                00431000
           PERFORM 2300-CANCELAR-DUPLICATAS.                            00432000
           PERFORM 2400-REGISTRAR-CANCELADAS.                           00433000
           PERFORM 2500-DEVOLVER-ESTOQUE.                               00434000
      *-----------------------------------------------------            00435000
       2000-99-FIM.                                  EXIT.              00436000
      *-----------------------------------------------------            00437000
                                                                        00438000
      *-----------------------------------------------------            00439000
       2100-LOCALIZAR-NOTAS                       SECTION.              00440000
      *-----------------------------------------------------            00441000
           OPEN INPUT NOTAFISC.                                         00442000
           IF WRK-FS-NOTAFISC NOT EQUAL 00                              00443000
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00444000
            MOVE 'ERRO NO OPEN NOTAFISC' TO WRK-MENSAGEM                00445000
            MOVE '2100'                  TO WRK-SECAO                   00446000
            MOVE WRK-FS-NOTAFISC         TO WRK-STATUS                  00447000
            PERFORM 9000-TRATAERROS                                     00448000
           END-IF.                                                      00449000
           PERFORM 5000-LER-NOTA.                                       00450000
           PERFORM 2110-CASAR-NOTA                                      00451000
                   UNTIL WRK-FS-NOTAFISC EQUAL 10.                      00452000
           CLOSE NOTAFISC.                                              00453000
                                                                        00454000
           MOVE 1 TO WRK-CAN-IDX.                                       00455000
           PERFORM 2150-CONFERIR-LOCALIZACAO                            00456000
                   UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT.             00457000
      *-----------------------------------------------------            00458000
       2100-99-FIM.                                  EXIT.              00459000
      *-----------------------------------------------------            00460000
                                                                        00461000
      *-----------------------------------------------------            00462000
       2110-CASAR-NOTA                            SECTION.              00463000
      *-----------------------------------------------------            00464000
           EVALUATE FD-NF-TIPO                                          00465000
            WHEN 'H'                                                    00466000
             MOVE FD-CAB-NUMERO TO WRK-NF-NUMERO                        00467000
             MOVE FD-CAB-DATA   TO WRK-NF-DATA                          00468000
             MOVE ZEROS         TO WRK-NF-BRUTO                         00468500
             MOVE 1 TO WRK-CAN-IDX                                      00469000
             PERFORM 2120-CASAR-CABECALHO                               00470000
                     UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT            00471000
            WHEN 'X'                                                    00471330
             MOVE FD-TRB-BRUTO  TO WRK-NF-BRUTO                         00471660
            WHEN 'T'                                                    00472000
             MOVE 1 TO WRK-CAN-IDX                                      00473000
             PERFORM 2130-CASAR-TOTAL                                   00474000
                     UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT            00475000
            WHEN OTHER                                                  00476000
             CONTINUE                                                   00477000
           END-EVALUATE.                                                00478000
           PERFORM 5000-LER-NOTA.                                       00479000
      *-----------------------------------------------------            00480000
       2110-99-FIM.                                  EXIT.              00481000
      *-----------------------------------------------------            00482000
                                                                        00483000
      *-----------------------------------------------------            00484000
       2120-CASAR-CABECALHO                       SECTION.              00485000
      *-----------------------------------------------------            00486000
      *    SEM EMISSAO NO PEDIDO VALE QUALQUER DATA; O                  00487000
      *    NUMERO REPETIDO EM MAIS DE UMA NOTA E RECUSADO               00488000
      *    NA CONFERENCIA.                                              00489000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'P'                  00490000
              AND WRK-CAN-NUMERO (WRK-CAN-IDX) EQUAL WRK-NF-NUMERO      00491000
              AND (WRK-CAN-PEDIDA (WRK-CAN-IDX) EQUAL ZEROS             00492000
                   OR WRK-CAN-PEDIDA (WRK-CAN-IDX) EQUAL WRK-NF-DATA)   00493000
            ADD 1             TO WRK-CAN-ACHADAS  (WRK-CAN-IDX)         00494000
            MOVE FD-CAB-DATA  TO WRK-CAN-EMISSAO  (WRK-CAN-IDX)         00495000
            MOVE FD-CAB-CLIENTE                                         00496000
              TO WRK-CAN-CLIENTE (WRK-CAN-IDX)                          00497000
            MOVE FD-CAB-VENDEDOR                                        00498000
              TO WRK-CAN-VENDEDOR (WRK-CAN-IDX)                         00499000
            IF WRK-CAN-VENDEDOR (WRK-CAN-IDX) NOT NUMERIC               00500000
             MOVE ZEROS TO WRK-CAN-VENDEDOR (WRK-CAN-IDX)               00501000
            END-IF                                                      00502000
           END-IF.                                                      00503000
           ADD 1 TO WRK-CAN-IDX.                                        00504000
      *-----------------------------------------------------            00505000
       2120-99-FIM.                                  EXIT.              00506000
      *-----------------------------------------------------            00507000
                                                                        00508000
      *-----------------------------------------------------            00509000
       2130-CASAR-TOTAL                           SECTION.              00510000
      *-----------------------------------------------------            00511000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'P'                  00512000
              AND WRK-CAN-NUMERO (WRK-CAN-IDX) EQUAL WRK-NF-NUMERO      00513000
              AND WRK-CAN-EMISSAO (WRK-CAN-IDX) EQUAL WRK-NF-DATA       00514000
      *    A DUPLICATA FOI GERADA PELO BRUTO (REGISTRO 'X')             00514250
      *    QUANDO A NOTA TEM IMPOSTOS.                                  00514500
            IF WRK-NF-BRUTO GREATER ZEROS                               00514750
             MOVE WRK-NF-BRUTO TO WRK-CAN-VALOR (WRK-CAN-IDX)           00515000
            ELSE                                                        00515250
             MOVE FD-TOT-VALOR TO WRK-CAN-VALOR (WRK-CAN-IDX)           00515500
            END-IF                                                      00515750
           END-IF.                                                      00516000
           ADD 1 TO WRK-CAN-IDX.                                        00517000
      *-----------------------------------------------------            00518000
       2130-99-FIM.                                  EXIT.              00519000
      *-----------------------------------------------------            00520000
                                                                        00521000
      *-----------------------------------------------------            00522000
       2150-CONFERIR-LOCALIZACAO                  SECTION.              00523000
      *-----------------------------------------------------            00524000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'P'                  00525000
            EVALUATE TRUE                                               00526000
             WHEN WRK-CAN-ACHADAS (WRK-CAN-IDX) EQUAL ZEROS             00527000
              MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-IDX)                00528000
              MOVE 'NOTA NAO ENCONTRADA NO NOTAFISC'                    00529000
                TO WRK-CAN-OBS (WRK-CAN-IDX)                            00530000
             WHEN WRK-CAN-ACHADAS (WRK-CAN-IDX) GREATER 1               00531000
              MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-IDX)                00532000
              MOVE 'NUMERO REPETIDO-INFORME EMISSAO'                    00533000
                TO WRK-CAN-OBS (WRK-CAN-IDX)                            00534000
             WHEN OTHER                                                 00535000
              CONTINUE                                                  00536000
            END-EVALUATE                                                00537000
           END-IF.                                                      00538000
           ADD 1 TO WRK-CAN-IDX.                                        00539000
      *-----------------------------------------------------            00540000
       2150-99-FIM.                                  EXIT.              00541000
      *-----------------------------------------------------            00542000
                                                                        00543000
      *-----------------------------------------------------            00544000
       2200-COPIAR-REGISTRO                       SECTION.              00545000
      *-----------------------------------------------------            00546000
      *    PRIMEIRA EXECUCAO: REGISTRO ANTERIOR AUSENTE                 00547000
      *    ENTRA VAZIO.                                                 00548000
           OPEN INPUT NFCANANT.                                         00549000
           IF WRK-FS-NFCANANT EQUAL 35                                  00550000
            MOVE 'N' TO WRK-TEM-NFCANANT                                00551000
            MOVE 10  TO WRK-FS-NFCANANT                                 00552000
           ELSE                                                         00553000
            IF WRK-FS-NFCANANT NOT EQUAL 00                             00554000
             MOVE 'FR22CB36'              TO WRK-PROGRAMA               00555000
             MOVE 'ERRO NO OPEN NFCANANT' TO WRK-MENSAGEM               00556000
             MOVE '2200'                  TO WRK-SECAO                  00557000
             MOVE WRK-FS-NFCANANT         TO WRK-STATUS                 00558000
             PERFORM 9000-TRATAERROS                                    00559000
            END-IF                                                      00560000
           END-IF.                                                      00561000
           PERFORM 2210-COPIAR-CANCELADA                                00562000
                   UNTIL WRK-FS-NFCANANT EQUAL 10.                      00563000
           IF WRK-TEM-NFCANANT EQUAL 'S'                                00564000
            CLOSE NFCANANT                                              00565000
           END-IF.                                                      00566000
      *-----------------------------------------------------            00567000
       2200-99-FIM.                                  EXIT.              00568000
      *-----------------------------------------------------            00569000
                                                                        00570000
      *-----------------------------------------------------            00571000
       2210-COPIAR-CANCELADA                      SECTION.              00572000
      *-----------------------------------------------------            00573000
           READ NFCANANT                                                00574000
             AT END                                                     00575000
              MOVE 10 TO WRK-FS-NFCANANT                                00576000
             NOT AT END                                                 00577000
              WRITE FD-NFCANNOV FROM FD-NFCANANT                        00578000
              ADD 1 TO WRK-REGREGISTRO                                  00579000
              MOVE 1 TO WRK-CAN-IDX                                     00580000
              PERFORM 2220-TESTAR-JA-CANCELADA                          00581000
                      UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT           00582000
           END-READ.                                                    00583000
      *-----------------------------------------------------            00584000
       2210-99-FIM.                                  EXIT.              00585000
      *-----------------------------------------------------            00586000
                                                                        00587000
      *-----------------------------------------------------            00588000
       2220-TESTAR-JA-CANCELADA                   SECTION.              00589000
      *-----------------------------------------------------            00590000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'P'                  00591000
              AND WRK-CAN-NUMERO (WRK-CAN-IDX) EQUAL FD-NCA-NUMERO      00592000
              AND WRK-CAN-EMISSAO (WRK-CAN-IDX)                         00593000
                  EQUAL FD-NCA-EMISSAO                                  00594000
            MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-IDX)                  00595000
            MOVE 'NOTA JA CANCELADA'                                    00596000
              TO WRK-CAN-OBS (WRK-CAN-IDX)                              00597000
           END-IF.                                                      00598000
           ADD 1 TO WRK-CAN-IDX.                                        00599000
      *-----------------------------------------------------            00600000
       2220-99-FIM.                                  EXIT.              00601000
      *-----------------------------------------------------            00602000
                                                                        00603000
      *-----------------------------------------------------            00604000
       2300-CANCELAR-DUPLICATAS                   SECTION.              00605000
      *-----------------------------------------------------            00606000
           OPEN INPUT DUPANT.                                           00607000
           IF WRK-FS-DUPANT EQUAL 35                                    00608000
            MOVE 'N' TO WRK-TEM-DUPANT                                  00609000
            MOVE 10  TO WRK-FS-DUPANT                                   00610000
           ELSE                                                         00611000
            IF WRK-FS-DUPANT NOT EQUAL 00                               00612000
             MOVE 'FR22CB36'              TO WRK-PROGRAMA               00613000
             MOVE 'ERRO NO OPEN DUPANT'   TO WRK-MENSAGEM               00614000
             MOVE '2300'                  TO WRK-SECAO                  00615000
             MOVE WRK-FS-DUPANT           TO WRK-STATUS                 00616000
             PERFORM 9000-TRATAERROS                                    00617000
            END-IF                                                      00618000
           END-IF.                                                      00619000
           PERFORM 2310-TRATAR-DUPLICATA                                00620000
                   UNTIL WRK-FS-DUPANT EQUAL 10.                        00621000
           IF WRK-TEM-DUPANT EQUAL 'S'                                  00622000
            CLOSE DUPANT                                                00623000
           END-IF.                                                      00624000
                                                                        00625000
      *    NOTA AINDA SEM DUPLICATA (FR22CB27 NAO RODOU):               00626000
      *    CANCELA ASSIM MESMO; O FR22CB27 PULA A NOTA PELO             00627000
      *    REGISTRO DE CANCELAMENTOS.                                   00628000
           MOVE 1 TO WRK-CAN-IDX.                                       00629000
           PERFORM 2350-CANCELAR-SEM-DUPLICATA                          00630000
                   UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT.             00631000
      *-----------------------------------------------------            00632000
       2300-99-FIM.                                  EXIT.              00633000
      *-----------------------------------------------------            00634000
                                                                        00635000
      *-----------------------------------------------------            00636000
       2310-TRATAR-DUPLICATA                      SECTION.              00637000
      *-----------------------------------------------------            00638000
           READ DUPANT                                                  00639000
             AT END                                                     00640000
              MOVE 10 TO WRK-FS-DUPANT                                  00641000
             NOT AT END                                                 00642000
              MOVE 1 TO WRK-CAN-IDX                                     00643000
              PERFORM 2320-CASAR-DUPLICATA                              00644000
                      UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT           00645000
              WRITE FD-DUPNOVO FROM FD-DUPANT                           00646000
           END-READ.                                                    00647000
      *-----------------------------------------------------            00648000
       2310-99-FIM.                                  EXIT.              00649000
      *-----------------------------------------------------            00650000
                                                                        00651000
      *-----------------------------------------------------            00652000
       2320-CASAR-DUPLICATA                       SECTION.              00653000
      *-----------------------------------------------------            00654000
      *    O MASTER E POR NUMERO DA NOTA; CLIENTE E VALOR               00655000
      *    CONFIRMAM QUE A DUPLICATA E DESTA NOTA.                      00656000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'P'                  00657000
              AND WRK-CAN-NUMERO (WRK-CAN-IDX) EQUAL FD-DUP-NUMERO      00658000
              AND WRK-CAN-CLIENTE (WRK-CAN-IDX)                         00659000
                  EQUAL FD-DUP-CLIENTE                                  00660000
              AND WRK-CAN-VALOR (WRK-CAN-IDX) EQUAL FD-DUP-VALOR        00661000
            EVALUATE FD-DUP-SITUACAO                                    00662000
             WHEN 'Q'                                                   00663000
              MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-IDX)                00664000
              MOVE 'DUPLICATA JA QUITADA'                               00665000
                TO WRK-CAN-OBS (WRK-CAN-IDX)                            00666000
             WHEN 'P'                                                   00667000
              MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-IDX)                00668000
              MOVE 'DUPLICATA COM PAGAMENTO PARCIAL'                    00669000
                TO WRK-CAN-OBS (WRK-CAN-IDX)                            00670000
             WHEN 'C'                                                   00671000
              MOVE 'R' TO WRK-CAN-SITUACAO (WRK-CAN-IDX)                00672000
              MOVE 'DUPLICATA JA CANCELADA'                             00673000
                TO WRK-CAN-OBS (WRK-CAN-IDX)                            00674000
             WHEN OTHER                                                 00675000
              MOVE ZEROS TO FD-DUP-SALDO                                00676000
              MOVE 'C'   TO FD-DUP-SITUACAO                             00677000
              ADD 1      TO WRK-REGDUPCANC                              00678000
              MOVE 'C'   TO WRK-CAN-SITUACAO (WRK-CAN-IDX)              00679000
              MOVE 'C'   TO WRK-CAN-SIT-DUP  (WRK-CAN-IDX)              00680000
              MOVE 'DUPLICATA CANCELADA'                                00681000
                TO WRK-CAN-OBS (WRK-CAN-IDX)                            00682000
            END-EVALUATE                                                00683000
           END-IF.                                                      00684000
           ADD 1 TO WRK-CAN-IDX.                                        00685000
      *-----------------------------------------------------            00686000
       2320-99-FIM.                                  EXIT.              00687000
      *-----------------------------------------------------            00688000
                                                                        00689000
      *-----------------------------------------------------            00690000
       2350-CANCELAR-SEM-DUPLICATA                SECTION.              00691000
      *-----------------------------------------------------            00692000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'P'                  00693000
            MOVE 'C' TO WRK-CAN-SITUACAO (WRK-CAN-IDX)                  00694000
            MOVE 'S' TO WRK-CAN-SIT-DUP  (WRK-CAN-IDX)                  00695000
            MOVE 'NOTA AINDA SEM DUPLICATA'                             00696000
              TO WRK-CAN-OBS (WRK-CAN-IDX)                              00697000
           END-IF.                                                      00698000
           ADD 1 TO WRK-CAN-IDX.                                        00699000
      *-----------------------------------------------------            00700000
       2350-99-FIM.                                  EXIT.              00701000
      *-----------------------------------------------------            00702000
                                                                        00703000
      *-----------------------------------------------------            00704000
       2400-REGISTRAR-CANCELADAS                  SECTION.              00705000
      *-----------------------------------------------------            00706000
           MOVE 'PEDIDOS DE CANCELAMENTO' TO WRK-REL-SECAO.             00707000
           WRITE FD-RELCANC FROM WRK-REL-SECAO.                         00708000
           WRITE FD-RELCANC FROM WRK-REL-COL-PEDIDO.                    00709000
           MOVE 1 TO WRK-CAN-IDX.                                       00710000
           PERFORM 2410-REGISTRAR-PEDIDO                                00711000
                   UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT.             00712000
      *-----------------------------------------------------            00713000
       2400-99-FIM.                                  EXIT.              00714000
      *-----------------------------------------------------            00715000
                                                                        00716000
      *-----------------------------------------------------            00717000
       2410-REGISTRAR-PEDIDO                      SECTION.              00718000
      *-----------------------------------------------------            00719000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'C'                  00720000
            ADD 1 TO WRK-REGCANCELADAS                                  00721000
            ADD WRK-CAN-VALOR (WRK-CAN-IDX) TO WRK-TOT-CANCELADO        00722000
            MOVE SPACES TO FD-NFCANNOV                                  00723000
            MOVE WRK-CAN-NUMERO   (WRK-CAN-IDX) TO FD-NCN-NUMERO        00724000
            MOVE WRK-CAN-EMISSAO  (WRK-CAN-IDX) TO FD-NCN-EMISSAO       00725000
            MOVE WRK-DATA-PROC                  TO FD-NCN-DATA-CANC     00726000
            MOVE WRK-CAN-CLIENTE  (WRK-CAN-IDX) TO FD-NCN-CLIENTE       00727000
            MOVE WRK-CAN-VALOR    (WRK-CAN-IDX) TO FD-NCN-VALOR         00728000
            MOVE WRK-CAN-VENDEDOR (WRK-CAN-IDX) TO FD-NCN-VENDEDOR      00729000
            MOVE WRK-CAN-MOTIVO   (WRK-CAN-IDX) TO FD-NCN-MOTIVO        00730000
            MOVE WRK-CAN-USUARIO  (WRK-CAN-IDX) TO FD-NCN-USUARIO       00731000
            MOVE WRK-CAN-SIT-DUP  (WRK-CAN-IDX) TO FD-NCN-SIT-DUP       00732000
            WRITE FD-NFCANNOV                                           00733000
            MOVE 'CANCELADA' TO WRK-REL-RESULTADO                       00734000
           ELSE                                                         00735000
            ADD 1 TO WRK-REGRECUSADAS                                   00736000
            MOVE 'RECUSADA'  TO WRK-REL-RESULTADO                       00737000
           END-IF.                                                      00738000
           MOVE WRK-CAN-NUMERO  (WRK-CAN-IDX) TO WRK-REL-NUMERO.        00739000
           MOVE WRK-CAN-EMISSAO (WRK-CAN-IDX) TO WRK-REL-EMISSAO.       00740000
           MOVE WRK-CAN-CLIENTE (WRK-CAN-IDX) TO WRK-REL-CLIENTE.       00741000
           MOVE WRK-CAN-VALOR   (WRK-CAN-IDX) TO WRK-REL-VALOR.         00742000
           MOVE WRK-CAN-USUARIO (WRK-CAN-IDX) TO WRK-REL-USUARIO.       00743000
           MOVE WRK-CAN-MOTIVO  (WRK-CAN-IDX) TO WRK-REL-MOTIVO.        00744000
           MOVE WRK-CAN-OBS     (WRK-CAN-IDX) TO WRK-REL-OBS.           00745000
           WRITE FD-RELCANC FROM WRK-REL-PEDIDO.                        00746000
           ADD 1 TO WRK-CAN-IDX.                                        00747000
      *-----------------------------------------------------            00748000
       2410-99-FIM.                                  EXIT.              00749000
      *-----------------------------------------------------            00750000
                                                                        00751000
      *-----------------------------------------------------            00752000
       2500-DEVOLVER-ESTOQUE                      SECTION.              00753000
      *-----------------------------------------------------            00754000
           WRITE FD-RELCANC FROM WRK-LINHABRANCO.                       00755000
           MOVE 'ESTOQUE DEVOLVIDO DAS NOTAS CANCELADAS'                00756000
             TO WRK-REL-SECAO.                                          00757000
           WRITE FD-RELCANC FROM WRK-REL-SECAO.                         00758000
           IF WRK-REGCANCELADAS EQUAL ZEROS                             00759000
            GO TO 2500-99-FIM                                           00760000
           END-IF.                                                      00761000
           OPEN INPUT NOTAFISC.                                         00762000
           IF WRK-FS-NOTAFISC NOT EQUAL 00                              00763000
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00764000
            MOVE 'ERRO NO OPEN NOTAFISC' TO WRK-MENSAGEM                00765000
            MOVE '2500'                  TO WRK-SECAO                   00766000
            MOVE WRK-FS-NOTAFISC         TO WRK-STATUS                  00767000
            PERFORM 9000-TRATAERROS                                     00768000
           END-IF.                                                      00769000
           MOVE ZEROS TO WRK-CAN-ATUAL.                                 00770000
           PERFORM 5000-LER-NOTA.                                       00771000
           PERFORM 2510-DEVOLVER-NOTA                                   00772000
                   UNTIL WRK-FS-NOTAFISC EQUAL 10.                      00773000
           CLOSE NOTAFISC.                                              00774000
      *-----------------------------------------------------            00775000
       2500-99-FIM.                                  EXIT.              00776000
      *-----------------------------------------------------            00777000
                                                                        00778000
      *-----------------------------------------------------            00779000
       2510-DEVOLVER-NOTA                         SECTION.              00780000
      *-----------------------------------------------------            00781000
           EVALUATE FD-NF-TIPO                                          00782000
            WHEN 'H'                                                    00783000
             MOVE FD-CAB-NUMERO TO WRK-NF-NUMERO                        00784000
             MOVE FD-CAB-DATA   TO WRK-NF-DATA                          00785000
             MOVE ZEROS TO WRK-CAN-ATUAL                                00786000
             MOVE 1     TO WRK-CAN-IDX                                  00787000
             PERFORM 2520-PROCURAR-CANCELADA                            00788000
                     UNTIL WRK-CAN-IDX GREATER WRK-CAN-COUNT            00789000
                        OR WRK-CAN-ATUAL GREATER ZEROS                  00790000
            WHEN 'I'                                                    00791000
             IF WRK-CAN-ATUAL GREATER ZEROS                             00792000
              PERFORM 2530-DEVOLVER-ITEM                                00793000
             END-IF                                                     00794000
            WHEN OTHER                                                  00795000
             CONTINUE                                                   00796000
           END-EVALUATE.                                                00797000
           PERFORM 5000-LER-NOTA.                                       00798000
      *-----------------------------------------------------            00799000
       2510-99-FIM.                                  EXIT.              00800000
      *-----------------------------------------------------            00801000
                                                                        00802000
      *-----------------------------------------------------            00803000
       2520-PROCURAR-CANCELADA                    SECTION.              00804000
      *-----------------------------------------------------            00805000
           IF WRK-CAN-SITUACAO (WRK-CAN-IDX) EQUAL 'C'                  00806000
              AND WRK-CAN-NUMERO (WRK-CAN-IDX) EQUAL WRK-NF-NUMERO      00807000
              AND WRK-CAN-EMISSAO (WRK-CAN-IDX) EQUAL WRK-NF-DATA       00808000
            MOVE WRK-CAN-IDX TO WRK-CAN-ATUAL                           00809000
           ELSE                                                         00810000
            ADD 1 TO WRK-CAN-IDX                                        00811000
           END-IF.                                                      00812000
      *-----------------------------------------------------            00813000
       2520-99-FIM.                                  EXIT.              00814000
      *-----------------------------------------------------            00815000
                                                                        00816000
      *-----------------------------------------------------            00817000
       2530-DEVOLVER-ITEM                         SECTION.              00818000
      *-----------------------------------------------------            00819000
           MOVE WRK-NF-NUMERO TO WRK-REL-EST-NOTA.                      00820000
           MOVE FD-ITM-CODIGO TO WRK-REL-EST-PROD.                      00821000
           MOVE FD-ITM-DESCR  TO WRK-REL-EST-DESCR.                     00822000
           MOVE FD-ITM-QUANT  TO WRK-REL-EST-QTDE.                      00823000
           MOVE FD-ITM-CODIGO TO FD-PROD-CODIGO.                        00824000
           READ PRODMSTR                                                00825000
             INVALID KEY                                                00826000
              ADD 1 TO WRK-REGSEMPROD                                   00827000
              MOVE ZEROS TO WRK-REL-EST-SALDO                           00828000
              MOVE 'PRODUTO INEXISTENTE NO MASTER'                      00829000
                TO WRK-REL-EST-OBS                                      00830000
             NOT INVALID KEY                                            00831000
              ADD FD-ITM-QUANT TO FD-PROD-QTDESTOQ                      00832000
              REWRITE FD-PRODMSTR                                       00833000
              IF WRK-FS-PRODMSTR NOT EQUAL 00                           00834000
               MOVE 'FR22CB36'             TO WRK-PROGRAMA              00835000
               MOVE 'ERRO REWRITE PRODMSTR'                             00836000
                 TO WRK-MENSAGEM                                        00837000
               MOVE '2530'                 TO WRK-SECAO                 00838000
               MOVE WRK-FS-PRODMSTR        TO WRK-STATUS                00839000
               PERFORM 9000-TRATAERROS                                  00840000
              END-IF                                                    00841000
              ADD 1 TO WRK-REGITENS                                     00842000
              ADD FD-ITM-QUANT TO WRK-REGQTDE                           00843000
              PERFORM 2540-GRAVAR-MOVIMENTO                             00843500
              MOVE FD-PROD-QTDESTOQ TO WRK-REL-EST-SALDO                00844000
              MOVE SPACES TO WRK-REL-EST-OBS                            00845000
           END-READ.                                                    00846000
           WRITE FD-RELCANC FROM WRK-REL-ESTOQUE.                       00847000
      *-----------------------------------------------------            00848000
       2530-99-FIM.                                  EXIT.              00849000
      *-----------------------------------------------------            00849050
                                                                        00849100
      *-----------------------------------------------------            00849150
       2540-GRAVAR-MOVIMENTO                      SECTION.              00849200
      *-----------------------------------------------------            00849250
      *    A DEVOLUCAO ENTRA PELO CUSTO MEDIO (CUSTO ZERO).             00849300
           MOVE SPACES          TO FD-MOVEST.                           00849350
           MOVE FD-ITM-CODIGO   TO FD-MOV-PRODUTO.                      00849400
           MOVE WRK-DATA-PROC   TO FD-MOV-DATA.                         00849450
           MOVE WRK-HORA-PROC   TO FD-MOV-HORA.                         00849500
           MOVE 'DC'            TO FD-MOV-TIPO.                         00849550
           MOVE 'E'             TO FD-MOV-SENTIDO.                      00849600
           MOVE WRK-NF-NUMERO   TO FD-MOV-DOCUMENTO.                    00849650
           MOVE FD-ITM-QUANT    TO FD-MOV-QTDE.                         00849700
           MOVE ZEROS           TO FD-MOV-CUSTO.                        00849750
           MOVE 'FR22CB36'      TO FD-MOV-PROGRAMA.                     00849800
           WRITE FD-MOVEST.                                             00849850
      *-----------------------------------------------------            00849900
       2540-99-FIM.                                  EXIT.              00849950
      *-----------------------------------------------------            00850000
                                                                        00851000
      *-----------------------------------------------------            00852000
       3000-FINALIZAR                             SECTION.              00853000
      *-----------------------------------------------------            00854000
           WRITE FD-RELCANC FROM WRK-LINHABRANCO.                       00855000
           MOVE 'PEDIDOS LIDOS:'             TO WRK-REL-TOT-DESC.       00856000
           MOVE WRK-REGPEDIDOS               TO WRK-REL-TOT-QTDE.       00857000
           WRITE FD-RELCANC FROM WRK-REL-TOTAL.                         00858000
           MOVE 'NOTAS CANCELADAS:'          TO WRK-REL-TOT-DESC.       00859000
           MOVE WRK-REGCANCELADAS            TO WRK-REL-TOT-QTDE.       00860000
           WRITE FD-RELCANC FROM WRK-REL-TOTAL.                         00861000
           MOVE 'PEDIDOS RECUSADOS:'         TO WRK-REL-TOT-DESC.       00862000
           MOVE WRK-REGRECUSADAS             TO WRK-REL-TOT-QTDE.       00863000
           WRITE FD-RELCANC FROM WRK-REL-TOTAL.                         00864000
           MOVE 'DUPLICATAS CANCELADAS:'     TO WRK-REL-TOT-DESC.       00865000
           MOVE WRK-REGDUPCANC               TO WRK-REL-TOT-QTDE.       00866000
           WRITE FD-RELCANC FROM WRK-REL-TOTAL.                         00867000
           MOVE 'ITENS DEVOLVIDOS AO ESTOQUE:' TO WRK-REL-TOT-DESC.     00868000
           MOVE WRK-REGITENS                 TO WRK-REL-TOT-QTDE.       00869000
           WRITE FD-RELCANC FROM WRK-REL-TOTAL.                         00870000
           MOVE WRK-TOT-CANCELADO            TO WRK-REL-TOT-VALOR.      00871000
           WRITE FD-RELCANC FROM WRK-REL-TOTVALOR.                      00872000
                                                                        00873000
           CLOSE PRODMSTR NFCANNOV DUPNOVO RELCANC MOVEST.              00874000
           DISPLAY ' '.                                                 00875000
           DISPLAY 'PEDIDOS LIDOS:         ' WRK-REGPEDIDOS.            00876000
           DISPLAY 'NOTAS CANCELADAS:      ' WRK-REGCANCELADAS.         00877000
           DISPLAY 'PEDIDOS RECUSADOS:     ' WRK-REGRECUSADAS.          00878000
           DISPLAY 'DUPLICATAS CANCELADAS: ' WRK-REGDUPCANC.            00879000
           DISPLAY 'CANCELAMENTOS ANTERIORES: ' WRK-REGREGISTRO.        00880000
           DISPLAY 'ITENS DEVOLVIDOS:      ' WRK-REGITENS.              00881000
           DISPLAY 'QUANTIDADE DEVOLVIDA:  ' WRK-REGQTDE.               00882000
           DISPLAY 'ITENS SEM PRODUTO:     ' WRK-REGSEMPROD.            00883000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00884000
      *-----------------------------------------------------            00885000
       3000-99-FIM.                                  EXIT.              00886000
      *-----------------------------------------------------            00887000
                                                                        00888000
      *-----------------------------------------------------            00889000
       4000-TESTAR-STATUS                         SECTION.              00890000
      *-----------------------------------------------------            00891000
           IF WRK-FS-CANCNF NOT EQUAL 00                                00892000
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00893000
            MOVE 'ERRO NO OPEN CANCNF'   TO WRK-MENSAGEM                00894000
            MOVE '1000'                  TO WRK-SECAO                   00895000
            MOVE WRK-FS-CANCNF           TO WRK-STATUS                  00896000
            PERFORM 9000-TRATAERROS                                     00897000
           END-IF.                                                      00898000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00899000
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00900000
            MOVE 'ERRO NO OPEN PRODMSTR' TO WRK-MENSAGEM                00901000
            MOVE '1000'                  TO WRK-SECAO                   00902000
            MOVE WRK-FS-PRODMSTR         TO WRK-STATUS                  00903000
            PERFORM 9000-TRATAERROS                                     00904000
           END-IF.                                                      00905000
           IF WRK-FS-NFCANNOV NOT EQUAL 00                              00906000
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00907000
            MOVE 'ERRO NO OPEN NFCANNOV' TO WRK-MENSAGEM                00908000
            MOVE '1000'                  TO WRK-SECAO                   00909000
            MOVE WRK-FS-NFCANNOV         TO WRK-STATUS                  00910000
            PERFORM 9000-TRATAERROS                                     00911000
           END-IF.                                                      00912000
           IF WRK-FS-DUPNOVO NOT EQUAL 00                               00913000
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00914000
            MOVE 'ERRO NO OPEN DUPNOVO'  TO WRK-MENSAGEM                00915000
            MOVE '1000'                  TO WRK-SECAO                   00916000
            MOVE WRK-FS-DUPNOVO          TO WRK-STATUS                  00917000
            PERFORM 9000-TRATAERROS                                     00918000
           END-IF.                                                      00919000
           IF WRK-FS-RELCANC NOT EQUAL 00                               00920000
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00921000
            MOVE 'ERRO NO OPEN RELCANC'  TO WRK-MENSAGEM                00922000
            MOVE '1000'                  TO WRK-SECAO                   00923000
            MOVE WRK-FS-RELCANC          TO WRK-STATUS                  00924000
            PERFORM 9000-TRATAERROS                                     00925000
           END-IF.                                                      00926000
           IF WRK-FS-MOVEST NOT EQUAL 00                                00926120
            MOVE 'FR22CB36'              TO WRK-PROGRAMA                00926240
            MOVE 'ERRO NO OPEN MOVEST'   TO WRK-MENSAGEM                00926360
            MOVE '1000'                  TO WRK-SECAO                   00926480
            MOVE WRK-FS-MOVEST           TO WRK-STATUS                  00926600
            PERFORM 9000-TRATAERROS                                     00926720
           END-IF.                                                      00926840
      *-----------------------------------------------------            00927000
       4000-99-FIM.                                  EXIT.              00928000
      *-----------------------------------------------------            00929000
                                                                        00930000
      *-----------------------------------------------------            00931000
       5000-LER-NOTA                              SECTION.              00932000
      *-----------------------------------------------------            00933000
           READ NOTAFISC                                                00934000
             AT END                                                     00935000
              MOVE 10 TO WRK-FS-NOTAFISC                                00936000
           END-READ.                                                    00937000
      *-----------------------------------------------------            00938000
       5000-99-FIM.                                  EXIT.              00939000
      *-----------------------------------------------------            00940000
                                                                        00941000
      *-----------------------------------------------------            00942000
       9000-TRATAERROS                            SECTION.              00943000
      *-----------------------------------------------------            00944000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00945000
           GOBACK.                                                      00946000
      *-----------------------------------------------------            00947000
       9000-99-FIM.                                  EXIT.              00948000
      *-----------------------------------------------------            00949000
