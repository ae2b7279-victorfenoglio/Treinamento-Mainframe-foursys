      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB42.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CONVERSAO DO FORNECEDOR DO MASTER DE   *             00008000
      *            PRODUTOS: O ANTIGO NOME LIVRE DE 15    *             00009000
      *            POSICOES (PROD-FORNEC) E TROCADO PELO  *             00010000
      *            CODIGO DO FORNECEDOR DO FORNMSTR       *             00011000
      *            (FR22CB41), PROCURANDO O TEXTO PELO    *             00012000
      *            NOME REDUZIDO DO CADASTRO. PRODUTO JA  *             00013000
      *            CONVERTIDO (CODIGO NUMERICO) E MANTIDO *             00014000
      *            E TEXTO SEM FORNECEDOR CORRESPONDENTE  *             00015000
      *            E LISTADO PARA ACERTO NO CADASTRO E    *             00016000
      *            NOVA EXECUCAO (PODE RODAR QUANTAS      *             00017000
      *            VEZES FOR PRECISO).                    *             00018000
      *---------------------------------------------------*             00019000
      *  ARQUIVOS:                                        *             00020000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00021000
      *  FORNMSTR            I             ---------      *             00022000
      *  PRODMSTR (VSAM)     I-O           ---------      *             00023000
      *===================================================*             00024000
                                                                        00025000
      *====================================================             00026000
       ENVIRONMENT                               DIVISION.              00027000
      *====================================================             00028000
       CONFIGURATION                             SECTION.               00029000
       SPECIAL-NAMES.                                                   00030000
           DECIMAL-POINT  IS COMMA.                                     00031000
                                                                        00032000
       INPUT-OUTPUT                              SECTION.               00033000
       FILE-CONTROL.                                                    00034000
           SELECT FORNMSTR ASSIGN TO FORNMSTR                           00035000
               FILE STATUS IS WRK-FS-FORNMSTR.                          00036000
                                                                        00037000
           SELECT PRODMSTR ASSIGN TO PRODMSTR                           00038000
               ORGANIZATION IS INDEXED                                  00039000
               ACCESS MODE IS DYNAMIC                                   00040000
               RECORD KEY IS FD-PROD-CODIGO                             00041000
               FILE STATUS IS WRK-FS-PRODMSTR.                          00042000
                                                                        00043000
      *====================================================             00044000
       DATA                                      DIVISION.              00045000
      *====================================================             00046000
      *-----------------------------------------------------            00047000
       FILE                                      SECTION.               00048000
      *-----------------------------------------------------            00049000
       FD FORNMSTR                                                      00050000
           RECORDING MODE IS F                                          00051000
           BLOCK CONTAINS 0 RECORDS.                                    00052000
      *-----------LRECL 127---------------------------------            00053000
       01 FD-FORNMSTR.                                                  00054000
          05 FD-FOR-CODIGO      PIC X(05).                              00055000
          05 FD-FOR-CNPJ        PIC X(14).                              00056000
          05 FD-FOR-RAZAO       PIC X(40).                              00057000
          05 FD-FOR-REDUZIDO    PIC X(15).                              00058000
          05 FD-FOR-ENDERECO    PIC X(40).                              00059000
          05 FD-FOR-PRAZO       PIC 9(03).                              00060000
          05 FD-FOR-PEDMIN      PIC 9(08)V9(02).                        00061000
                                                                        00062000
       FD PRODMSTR                                                      00063000
           RECORDING MODE IS F                                          00064000
           BLOCK CONTAINS 0 RECORDS.                                    00065000
      *-----------LRECL 65----------------------------------            00066000
       01 FD-PRODMSTR.                                                  00067000
          05 FD-PROD-CODIGO      PIC 9(03).                             00068000
          05 FD-PROD-DESCRICAO   PIC X(30).                             00069000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00070000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00071000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00072000
          05 FD-PROD-CODFORN     PIC 9(05).                             00073000
          05 FD-PROD-CODFORN-X REDEFINES FD-PROD-CODFORN                00074000
                                 PIC X(05).                             00075000
          05 FD-PROD-FORN-RESTO  PIC X(10).                             00076000
       01 FD-PROD-ANTIGO REDEFINES FD-PRODMSTR.                         00077000
          05 FILLER              PIC X(50).                             00078000
          05 FD-ANT-FORNEC       PIC X(15).                             00079000
      *-----------------------------------------------------            00080000
       WORKING-STORAGE                           SECTION.               00081000
      *-----------------------------------------------------            00082000
           COPY '#GLOG'.                                                00083000
      *-----------------------------------------------------            00084000
       01 FILLER PIC X(48) VALUE                                        00085000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00086000
      *-----------------------------------------------------            00087000
       77 WRK-FS-FORNMSTR      PIC 9(02).                               00088000
       77 WRK-FS-PRODMSTR      PIC 9(02).                               00089000
      *-----------------------------------------------------            00090000
       01 FILLER PIC X(48) VALUE                                        00091000
            '-------FORNECEDORES (FORNMSTR)---------------'.            00092000
      *-----------------------------------------------------            00093000
       77 WRK-FOR-COUNT        PIC 9(03) VALUE ZEROS.                   00094000
       77 WRK-FOR-IDX          PIC 9(03) VALUE ZEROS.                   00095000
       77 WRK-FOR-ACHOU        PIC X(01) VALUE 'N'.                     00096000
       01 WRK-FOR-TAB.                                                  00097000
          05 WRK-FOR-ITEM OCCURS 500 TIMES.                             00098000
             10 WRK-FOR-CODIGO     PIC 9(05).                           00099000
             10 WRK-FOR-REDUZIDO   PIC X(15).                           00100000
      *-----------------------------------------------------            00101000
       01 FILLER PIC X(48) VALUE                                        00102000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00103000
      *-----------------------------------------------------            00104000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00105000
       77 WRK-REGJACONV        PIC 9(06) VALUE ZEROS.                   00106000
       77 WRK-REGCONVERTIDOS   PIC 9(06) VALUE ZEROS.                   00107000
       77 WRK-REGSEMFORN       PIC 9(06) VALUE ZEROS.                   00108000
      *====================================================             00109000
       PROCEDURE                                 DIVISION.              00110000
      *====================================================             00111000
      *-----------------------------------------------------            00112000
       0000-PRINCIPAL                             SECTION.              00113000
      *-----------------------------------------------------            00114000
           PERFORM 1000-INICIALIZAR.                                    00115000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-PRODMSTR                 00116000
                   EQUAL 10.                                            00117000
           PERFORM 3000-FINALIZAR.                                      00118000
           STOP RUN.                                                    00119000
      *-----------------------------------------------------            00120000
       0000-99-FIM.                                  EXIT.              00121000
      *-----------------------------------------------------            00122000
                                                                        00123000
      *-----------------------------------------------------            00124000
       1000-INICIALIZAR                           SECTION.              00125000
      *-----------------------------------------------------            00126000
           OPEN INPUT FORNMSTR                                          00127000
                I-O PRODMSTR.                                           00128000
             PERFORM 4000-TESTAR-STATUS.                                00129000
                                                                        00130000
           PERFORM 1100-CARREGAR-FORNECEDORES                           00131000
                   UNTIL WRK-FS-FORNMSTR EQUAL 10.                      00132000
           CLOSE FORNMSTR.                                              00133000
                                                                        00134000
           MOVE ZEROS TO FD-PROD-CODIGO.                                00135000
           START PRODMSTR KEY NOT LESS FD-PROD-CODIGO                   00136000
             INVALID KEY                                                00137000
              MOVE 10 TO WRK-FS-PRODMSTR                                00138000
           END-START.                                                   00139000
      *-----------------------------------------------------            00140000
       1000-99-FIM.                                  EXIT.              00141000
      *-----------------------------------------------------            00142000
                                                                        00143000
      *-----------------------------------------------------            00144000
       1100-CARREGAR-FORNECEDORES                 SECTION.              00145000
      *-----------------------------------------------------            00146000
           READ FORNMSTR                                                00147000
             AT END                                                     00148000
              MOVE 10 TO WRK-FS-FORNMSTR                                00149000
             NOT AT END                                                 00150000
              IF WRK-FOR-COUNT LESS 500                                 00151000
               ADD 1 TO WRK-FOR-COUNT                                   00152000
               MOVE FD-FOR-CODIGO                                       00153000
                 TO WRK-FOR-CODIGO (WRK-FOR-COUNT)                      00154000
               MOVE FD-FOR-REDUZIDO                                     00155000
                 TO WRK-FOR-REDUZIDO (WRK-FOR-COUNT)                    00156000
              ELSE                                                      00157000
               DISPLAY 'FORNMSTR EXCEDE A TABELA INTERNA '              00158000
                       '(500) - EXECUCAO ABORTADA'                      00159000
               STOP RUN                                                 00160000
              END-IF                                                    00161000
           END-READ.                                                    00162000
      *-----------------------------------------------------            00163000
       1100-99-FIM.                                  EXIT.              00164000
      *-----------------------------------------------------            00165000
                                                                        00166000
      *-----------------------------------------------------            00167000
       2000-PROCESSAR                             SECTION.              00168000
      *-----------------------------------------------------            00169000
           READ PRODMSTR NEXT                                           00170000
             AT END                                                     00171000
              MOVE 10 TO WRK-FS-PRODMSTR                                00172000
             NOT AT END                                                 00173000
              ADD 1 TO WRK-REGLIDOS                                     00174000
              PERFORM 2100-CONVERTER-PRODUTO                            00175000
           END-READ.                                                    00176000
      *-----------------------------------------------------            00177000
       2000-99-FIM.                                  EXIT.              00178000
      *-----------------------------------------------------            00179000
                                                                        00180000
      *-----------------------------------------------------            00181000
       2100-CONVERTER-PRODUTO                     SECTION.              00182000
      *-----------------------------------------------------            00183000
      *    JA CONVERTIDO: CODIGO NUMERICO E RESTO EM BRANCO.            00184000
           IF FD-PROD-CODFORN-X NUMERIC                                 00185000
              AND FD-PROD-FORN-RESTO EQUAL SPACES                       00186000
            ADD 1 TO WRK-REGJACONV                                      00187000
            GO TO 2100-99-FIM                                           00188000
           END-IF.                                                      00189000
                                                                        00190000
           MOVE 'N' TO WRK-FOR-ACHOU.                                   00191000
           MOVE 1   TO WRK-FOR-IDX.                                     00192000
           IF FD-ANT-FORNEC NOT EQUAL SPACES                            00193000
            PERFORM 2110-PROCURAR-FORNECEDOR                            00194000
                    UNTIL WRK-FOR-IDX GREATER WRK-FOR-COUNT             00195000
                       OR WRK-FOR-ACHOU EQUAL 'S'                       00196000
           END-IF.                                                      00197000
                                                                        00198000
           IF WRK-FOR-ACHOU EQUAL 'N'                                   00199000
            ADD 1 TO WRK-REGSEMFORN                                     00200000
            DISPLAY 'PRODUTO ' FD-PROD-CODIGO                           00201000
                    ' FORNECEDOR SEM CADASTRO: ' FD-ANT-FORNEC          00202000
            GO TO 2100-99-FIM                                           00203000
           END-IF.                                                      00204000
                                                                        00205000
           MOVE WRK-FOR-CODIGO (WRK-FOR-IDX) TO FD-PROD-CODFORN.        00206000
           MOVE SPACES TO FD-PROD-FORN-RESTO.                           00207000
           REWRITE FD-PRODMSTR.                                         00208000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00209000
            MOVE 'FR22CB42'             TO WRK-PROGRAMA                 00210000
            MOVE 'ERRO REWRITE PRODMSTR'                                00211000
              TO WRK-MENSAGEM                                           00212000
            MOVE '2100'                 TO WRK-SECAO                    00213000
            MOVE WRK-FS-PRODMSTR        TO WRK-STATUS                   00214000
            PERFORM 9000-TRATAERROS                                     00215000
           END-IF.                                                      00216000
           ADD 1 TO WRK-REGCONVERTIDOS.                                 00217000
      *-----------------------------------------------------            00218000
       2100-99-FIM.                                  EXIT.              00219000
      *-----------------------------------------------------            00220000
                                                                        00221000
      *-----------------------------------------------------            00222000
       2110-PROCURAR-FORNECEDOR                   SECTION.              00223000
      *-----------------------------------------------------            00224000
           IF WRK-FOR-REDUZIDO (WRK-FOR-IDX) EQUAL FD-ANT-FORNEC        00225000
            MOVE 'S' TO WRK-FOR-ACHOU                                   00226000
           ELSE                                                         00227000
            ADD 1 TO WRK-FOR-IDX                                        00228000
           END-IF.                                                      00229000
      *-----------------------------------------------------            00230000
       2110-99-FIM.                                  EXIT.              00231000
      *-----------------------------------------------------            00232000
                                                                        00233000
      *-----------------------------------------------------            00234000
       3000-FINALIZAR                             SECTION.              00235000
      *-----------------------------------------------------            00236000
           CLOSE PRODMSTR.                                              00237000
                                                                        00238000
           DISPLAY ' '.                                                 00239000
           DISPLAY 'FORNECEDORES CARREGADOS: ' WRK-FOR-COUNT.           00240000
           DISPLAY 'PRODUTOS LIDOS:          ' WRK-REGLIDOS.            00241000
           DISPLAY 'PRODUTOS JA CONVERTIDOS: ' WRK-REGJACONV.           00242000
           DISPLAY 'PRODUTOS CONVERTIDOS:    ' WRK-REGCONVERTIDOS.      00243000
           DISPLAY 'PRODUTOS SEM FORNECEDOR: ' WRK-REGSEMFORN.          00244000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00245000
      *-----------------------------------------------------            00246000
       3000-99-FIM.                                  EXIT.              00247000
      *-----------------------------------------------------            00248000
                                                                        00249000
      *-----------------------------------------------------            00250000
       4000-TESTAR-STATUS                         SECTION.              00251000
      *-----------------------------------------------------            00252000
           IF WRK-FS-FORNMSTR NOT EQUAL 00                              00253000
            MOVE 'FR22CB42'              TO WRK-PROGRAMA                00254000
            MOVE 'ERRO NO OPEN FORNMSTR' TO WRK-MENSAGEM                00255000
            MOVE '1000'                  TO WRK-SECAO                   00256000
            MOVE WRK-FS-FORNMSTR         TO WRK-STATUS                  00257000
            PERFORM 9000-TRATAERROS                                     00258000
           END-IF.                                                      00259000
           IF WRK-FS-PRODMSTR NOT EQUAL 00                              00260000
            MOVE 'FR22CB42'              TO WRK-PROGRAMA                00261000
            MOVE 'ERRO NO OPEN PRODMSTR' TO WRK-MENSAGEM                00262000
            MOVE '1000'                  TO WRK-SECAO                   00263000
            MOVE WRK-FS-PRODMSTR         TO WRK-STATUS                  00264000
            PERFORM 9000-TRATAERROS                                     00265000
           END-IF.                                                      00266000
      *-----------------------------------------------------            00267000
       4000-99-FIM.                                  EXIT.              00268000
      *-----------------------------------------------------            00269000
                                                                        00270000
      *-----------------------------------------------------            00271000
       9000-TRATAERROS                            SECTION.              00272000
      *-----------------------------------------------------            00273000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00274000
           GOBACK.                                                      00275000
      *-----------------------------------------------------            00276000
       9000-99-FIM.                                  EXIT.              00277000
      *-----------------------------------------------------            00278000
