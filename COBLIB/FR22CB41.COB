      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB41.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: MANUTENCAO BATCH DO CADASTRO DE        *             00008000
      *            FORNECEDORES (FORNMSTR), NOS MOLDES DO *             00009000
      *            FR22CB25: LE O MASTER ATUAL E O        *             00010000
      *            ARQUIVO DE OPERACOES MANUFORN          *             00011000
      *            (I=INCLUIR, A=ALTERAR, E=EXCLUIR),     *             00012000
      *            AMBOS POR CODIGO, VALIDANDO RAZAO      *             00013000
      *            SOCIAL, NOME REDUZIDO, CNPJ NUMERICO,  *             00014000
      *            PRAZO DE ENTREGA (DIAS UTEIS) E PEDIDO *             00015000
      *            MINIMO. GRAVA O NOVO MASTER EM         *             00016000
      *            FORNNOVO E AS OPERACOES INVALIDAS EM   *             00017000
      *            RELMFOR COM O MOTIVO. O CODIGO DO      *             00018000
      *            FORNECEDOR E O QUE O PRODMSTR CARREGA  *             00019000
      *            E O FR22CB30 USA NOS PEDIDOS DE        *             00020000
      *            COMPRA; NA ALTERACAO, PRAZO OU PEDIDO  *             00021000
      *            MINIMO EM BRANCO MANTEM O ATUAL.       *             00022000
      *---------------------------------------------------*             00023000
      *  ARQUIVOS:                                        *             00024000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00025000
      *  FORNMSTR            I             ---------      *             00026000
      *  MANUFORN            I             ---------      *             00027000
      *  FORNNOVO            O             ---------      *             00028000
      *  RELMFOR             O             ---------      *             00029000
      *===================================================*             00030000
                                                                        00031000
      *====================================================             00032000
       ENVIRONMENT                               DIVISION.              00033000
      *====================================================             00034000
       CONFIGURATION                             SECTION.               00035000
       SPECIAL-NAMES.                                                   00036000
           DECIMAL-POINT  IS COMMA.                                     00037000
                                                                        00038000
       INPUT-OUTPUT                              SECTION.               00039000
       FILE-CONTROL.                                                    00040000
           SELECT FORNMSTR ASSIGN TO FORNMSTR                           00041000
               FILE STATUS IS WRK-FS-FORNMSTR.                          00042000
                                                                        00043000
           SELECT MANUFORN ASSIGN TO MANUFORN                           00044000
               FILE STATUS IS WRK-FS-MANUFORN.                          00045000
                                                                        00046000
           SELECT FORNNOVO ASSIGN TO FORNNOVO                           00047000
               FILE STATUS IS WRK-FS-FORNNOVO.                          00048000
                                                                        00049000
           SELECT RELMFOR ASSIGN TO RELMFOR                             00050000
               FILE STATUS IS WRK-FS-RELMFOR.                           00051000
                                                                        00052000
      *====================================================             00053000
       DATA                                      DIVISION.              00054000
      *====================================================             00055000
      *-----------------------------------------------------            00056000
       FILE                                      SECTION.               00057000
      *-----------------------------------------------------            00058000
       FD FORNMSTR                                                      00059000
           RECORDING MODE IS F                                          00060000
           BLOCK CONTAINS 0 RECORDS.                                    00061000
      *-----------LRECL 127---------------------------------            00062000
      *    PRAZO  = PRAZO DE ENTREGA EM DIAS UTEIS.                     00063000
      *    PEDMIN = VALOR MINIMO DO PEDIDO (ZERO = SEM MINIMO).         00064000
       01 FD-FORNMSTR.                                                  00065000
          05 FD-FOR-CODIGO      PIC X(05).                              00066000
          05 FD-FOR-CNPJ        PIC X(14).                              00067000
          05 FD-FOR-RAZAO       PIC X(40).                              00068000
          05 FD-FOR-REDUZIDO    PIC X(15).                              00069000
          05 FD-FOR-ENDERECO    PIC X(40).                              00070000
          05 FD-FOR-PRAZO       PIC 9(03).                              00071000
          05 FD-FOR-PEDMIN      PIC 9(08)V9(02).                        00072000
                                                                        00073000
       FD MANUFORN                                                      00074000
           RECORDING MODE IS F                                          00075000
           BLOCK CONTAINS 0 RECORDS.                                    00076000
      *-----------LRECL 128---------------------------------            00077000
       01 FD-MANUFORN.                                                  00078000
          05 FD-MANU-OPERACAO   PIC X(01).                              00079000
          05 FD-MANU-CODIGO     PIC X(05).                              00080000
          05 FD-MANU-CNPJ       PIC X(14).                              00081000
          05 FD-MANU-RAZAO      PIC X(40).                              00082000
          05 FD-MANU-REDUZIDO   PIC X(15).                              00083000
          05 FD-MANU-ENDERECO   PIC X(40).                              00084000
          05 FD-MANU-PRAZO      PIC 9(03).                              00085000
          05 FD-MANU-PRAZO-X REDEFINES FD-MANU-PRAZO                    00086000
                                PIC X(03).                              00087000
          05 FD-MANU-PEDMIN     PIC 9(08)V9(02).                        00088000
          05 FD-MANU-PEDMIN-X REDEFINES FD-MANU-PEDMIN                  00089000
                                PIC X(10).                              00090000
                                                                        00091000
       FD FORNNOVO                                                      00092000
           RECORDING MODE IS F                                          00093000
           BLOCK CONTAINS 0 RECORDS.                                    00094000
      *-----------LRECL 127---------------------------------            00095000
       01 FD-FORNNOVO           PIC X(127).                             00096000
                                                                        00097000
       FD RELMFOR                                                       00098000
           RECORDING MODE IS F                                          00099000
           BLOCK CONTAINS 0 RECORDS.                                    00100000
      *-----------LRECL 158---------------------------------            00101000
       01 FD-RELMFOR.                                                   00102000
          05 FD-REL-REGISTRO    PIC X(128).                             00103000
          05 FD-REL-MOTIVO      PIC X(30).                              00104000
      *-----------------------------------------------------            00105000
       WORKING-STORAGE                           SECTION.               00106000
      *-----------------------------------------------------            00107000
           COPY '#GLOG'.                                                00108000
      *-----------------------------------------------------            00109000
       01 FILLER PIC X(48) VALUE                                        00110000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00111000
      *-----------------------------------------------------            00112000
       77 WRK-FS-FORNMSTR      PIC 9(02).                               00113000
       77 WRK-FS-MANUFORN      PIC 9(02).                               00114000
       77 WRK-FS-FORNNOVO      PIC 9(02).                               00115000
       77 WRK-FS-RELMFOR       PIC 9(02).                               00116000
      *-----------------------------------------------------            00117000
       01 FILLER PIC X(48) VALUE                                        00118000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00119000
      *-----------------------------------------------------            00120000
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.                  00121000
       77 WRK-REGMASTER        PIC 9(06) VALUE ZEROS.                   00122000
       77 WRK-REGOPER          PIC 9(06) VALUE ZEROS.                   00123000
       77 WRK-REGINCLUIDOS     PIC 9(06) VALUE ZEROS.                   00124000
       77 WRK-REGALTERADOS     PIC 9(06) VALUE ZEROS.                   00125000
       77 WRK-REGEXCLUIDOS     PIC 9(06) VALUE ZEROS.                   00126000
       77 WRK-REGREJEITADOS    PIC 9(06) VALUE ZEROS.                   00127000
      *====================================================             00128000
       PROCEDURE                                 DIVISION.              00129000
      *====================================================             00130000
      *-----------------------------------------------------            00131000
       0000-PRINCIPAL                             SECTION.              00132000
      *-----------------------------------------------------            00133000
           PERFORM 1000-INICIALIZAR.                                    00134000
           PERFORM 2000-PROCESSAR UNTIL                                 00135000
                   FD-FOR-CODIGO EQUAL HIGH-VALUES                      00136000
                   AND FD-MANU-CODIGO EQUAL HIGH-VALUES.                00137000
           PERFORM 3000-FINALIZAR.                                      00138000
           STOP RUN.                                                    00139000
      *-----------------------------------------------------            00140000
       0000-99-FIM.                                  EXIT.              00141000
      *-----------------------------------------------------            00142000
                                                                        00143000
      *-----------------------------------------------------            00144000
       1000-INICIALIZAR                           SECTION.              00145000
      *-----------------------------------------------------            00146000
           OPEN INPUT FORNMSTR MANUFORN                                 00147000
                OUTPUT FORNNOVO RELMFOR.                                00148000
      *    PRIMEIRA CARGA: MASTER DE FORNECEDORES AUSENTE               00149000
      *    ENTRA VAZIO (SO INCLUSOES).                                  00150000
           IF WRK-FS-FORNMSTR EQUAL 35                                  00151000
            MOVE 10 TO WRK-FS-FORNMSTR                                  00152000
           END-IF.                                                      00153000
             PERFORM 4000-TESTAR-STATUS.                                00154000
                                                                        00155000
           PERFORM 5000-LER-FORNECEDOR.                                 00156000
           PERFORM 5100-LER-OPERACAO.                                   00157000
      *-----------------------------------------------------            00158000
       1000-99-FIM.                                  EXIT.              00159000
      *-----------------------------------------------------            00160000
                                                                        00161000
      *-----------------------------------------------------            00162000
       2000-PROCESSAR                             SECTION.              00163000
      *-----------------------------------------------------            00164000
           EVALUATE TRUE                                                00165000
            WHEN FD-FOR-CODIGO LESS FD-MANU-CODIGO                      00166000
             WRITE FD-FORNNOVO FROM FD-FORNMSTR                         00167000
             PERFORM 5000-LER-FORNECEDOR                                00168000
                                                                        00169000
            WHEN FD-MANU-CODIGO LESS FD-FOR-CODIGO                      00170000
             IF FD-MANU-OPERACAO EQUAL 'I'                              00171000
              PERFORM 2100-INCLUIR-FORNECEDOR                           00172000
             ELSE                                                       00173000
              MOVE 'FORNECEDOR INEXISTENTE' TO WRK-MOTIVO               00174000
              PERFORM 2600-REJEITAR                                     00175000
             END-IF                                                     00176000
             PERFORM 5100-LER-OPERACAO                                  00177000
                                                                        00178000
            WHEN OTHER                                                  00179000
             PERFORM 2200-APLICAR-OPERACAO                              00180000
             PERFORM 5100-LER-OPERACAO                                  00181000
           END-EVALUATE.                                                00182000
      *-----------------------------------------------------            00183000
       2000-99-FIM.                                  EXIT.              00184000
      *-----------------------------------------------------            00185000
                                                                        00186000
      *-----------------------------------------------------            00187000
       2100-INCLUIR-FORNECEDOR                    SECTION.              00188000
      *-----------------------------------------------------            00189000
           PERFORM 2300-VALIDAR-OPERACAO.                               00190000
           IF WRK-MOTIVO NOT EQUAL SPACES                               00191000
            PERFORM 2600-REJEITAR                                       00192000
           ELSE                                                         00193000
            MOVE SPACES TO FD-FORNNOVO                                  00194000
            MOVE FD-MANU-CODIGO   TO FD-FORNNOVO(1:5)                   00195000
            MOVE FD-MANU-CNPJ     TO FD-FORNNOVO(6:14)                  00196000
            MOVE FD-MANU-RAZAO    TO FD-FORNNOVO(20:40)                 00197000
            MOVE FD-MANU-REDUZIDO TO FD-FORNNOVO(60:15)                 00198000
            MOVE FD-MANU-ENDERECO TO FD-FORNNOVO(75:40)                 00199000
      *     PRAZO E PEDIDO MINIMO NAO INFORMADOS ENTRAM ZERADOS.        00200000
            IF FD-MANU-PRAZO-X EQUAL SPACES                             00201000
             MOVE ZEROS TO FD-MANU-PRAZO                                00202000
            END-IF                                                      00203000
            IF FD-MANU-PEDMIN-X EQUAL SPACES                            00204000
             MOVE ZEROS TO FD-MANU-PEDMIN                               00205000
            END-IF                                                      00206000
            MOVE FD-MANU-PRAZO-X  TO FD-FORNNOVO(115:3)                 00207000
            MOVE FD-MANU-PEDMIN-X TO FD-FORNNOVO(118:10)                00208000
            WRITE FD-FORNNOVO                                           00209000
            ADD 1 TO WRK-REGINCLUIDOS                                   00210000
           END-IF.                                                      00211000
      *-----------------------------------------------------            00212000
       2100-99-FIM.                                  EXIT.              00213000
      *-----------------------------------------------------            00214000
                                                                        00215000
      *-----------------------------------------------------            00216000
       2200-APLICAR-OPERACAO                      SECTION.              00217000
      *-----------------------------------------------------            00218000
           EVALUATE FD-MANU-OPERACAO                                    00219000
            WHEN 'I'                                                    00220000
             MOVE 'FORNECEDOR JA CADASTRADO' TO WRK-MOTIVO              00221000
             PERFORM 2600-REJEITAR                                      00222000
             WRITE FD-FORNNOVO FROM FD-FORNMSTR                         00223000
             PERFORM 5000-LER-FORNECEDOR                                00224000
                                                                        00225000
            WHEN 'A'                                                    00226000
             PERFORM 2300-VALIDAR-OPERACAO                              00227000
             IF WRK-MOTIVO NOT EQUAL SPACES                             00228000
              PERFORM 2600-REJEITAR                                     00229000
              WRITE FD-FORNNOVO FROM FD-FORNMSTR                        00230000
             ELSE                                                       00231000
              MOVE FD-MANU-CNPJ     TO FD-FOR-CNPJ                      00232000
              MOVE FD-MANU-RAZAO    TO FD-FOR-RAZAO                     00233000
              MOVE FD-MANU-REDUZIDO TO FD-FOR-REDUZIDO                  00234000
              MOVE FD-MANU-ENDERECO TO FD-FOR-ENDERECO                  00235000
      *       PRAZO OU PEDIDO MINIMO EM BRANCO MANTEM O ATUAL.          00236000
              IF FD-MANU-PRAZO-X NOT EQUAL SPACES                       00237000
               MOVE FD-MANU-PRAZO TO FD-FOR-PRAZO                       00238000
              END-IF                                                    00239000
              IF FD-MANU-PEDMIN-X NOT EQUAL SPACES                      00240000
               MOVE FD-MANU-PEDMIN TO FD-FOR-PEDMIN                     00241000
              END-IF                                                    00242000
              WRITE FD-FORNNOVO FROM FD-FORNMSTR                        00243000
              ADD 1 TO WRK-REGALTERADOS                                 00244000
             END-IF                                                     00245000
             PERFORM 5000-LER-FORNECEDOR                                00246000
                                                                        00247000
      *     O FR22CB30 AVISA OS PRODUTOS QUE FICAREM COM                00248000
      *     FORNECEDOR EXCLUIDO.                                        00249000
            WHEN 'E'                                                    00250000
             ADD 1 TO WRK-REGEXCLUIDOS                                  00251000
             PERFORM 5000-LER-FORNECEDOR                                00252000
                                                                        00253000
            WHEN OTHER                                                  00254000
             MOVE 'OPERACAO INVALIDA' TO WRK-MOTIVO                     00255000
             PERFORM 2600-REJEITAR                                      00256000
             WRITE FD-FORNNOVO FROM FD-FORNMSTR                         00257000
             PERFORM 5000-LER-FORNECEDOR                                00258000
           END-EVALUATE.                                                00259000
      *-----------------------------------------------------            00260000
       2200-99-FIM.                                  EXIT.              00261000
      *-----------------------------------------------------            00262000
                                                                        00263000
      *-----------------------------------------------------            00264000
       2300-VALIDAR-OPERACAO                      SECTION.              00265000
      *-----------------------------------------------------            00266000
           MOVE SPACES TO WRK-MOTIVO.                                   00267000
                                                                        00268000
           IF FD-MANU-CODIGO NOT NUMERIC                                00269000
              OR FD-MANU-CODIGO EQUAL '00000'                           00270000
            MOVE 'CODIGO INVALIDO' TO WRK-MOTIVO                        00271000
           END-IF.                                                      00272000
                                                                        00273000
           IF WRK-MOTIVO EQUAL SPACES                                   00274000
              AND FD-MANU-RAZAO EQUAL SPACES                            00275000
            MOVE 'RAZAO SOCIAL NAO INFORMADA' TO WRK-MOTIVO             00276000
           END-IF.                                                      00277000
                                                                        00278000
           IF WRK-MOTIVO EQUAL SPACES                                   00279000
              AND FD-MANU-REDUZIDO EQUAL SPACES                         00280000
            MOVE 'NOME REDUZIDO NAO INFORMADO' TO WRK-MOTIVO            00281000
           END-IF.                                                      00282000
                                                                        00283000
           IF WRK-MOTIVO EQUAL SPACES                                   00284000
            IF FD-MANU-CNPJ NOT NUMERIC                                 00285000
             MOVE 'CNPJ NAO NUMERICO' TO WRK-MOTIVO                     00286000
            END-IF                                                      00287000
           END-IF.                                                      00288000
                                                                        00289000
           IF WRK-MOTIVO EQUAL SPACES                                   00290000
              AND FD-MANU-PRAZO-X NOT EQUAL SPACES                      00291000
            IF FD-MANU-PRAZO NOT NUMERIC                                00292000
             MOVE 'PRAZO DE ENTREGA NAO NUMERICO' TO WRK-MOTIVO         00293000
            END-IF                                                      00294000
           END-IF.                                                      00295000
                                                                        00296000
           IF WRK-MOTIVO EQUAL SPACES                                   00297000
              AND FD-MANU-PEDMIN-X NOT EQUAL SPACES                     00298000
            IF FD-MANU-PEDMIN NOT NUMERIC                               00299000
             MOVE 'PEDIDO MINIMO NAO NUMERICO' TO WRK-MOTIVO            00300000
            END-IF                                                      00301000
           END-IF.                                                      00302000
      *-----------------------------------------------------            00303000
       2300-99-FIM.                                  EXIT.              00304000
      *-----------------------------------------------------            00305000
                                                                        00306000
      *-----------------------------------------------------            00307000
       2600-REJEITAR                              SECTION.              00308000
      *-----------------------------------------------------            00309000
           MOVE FD-MANUFORN TO FD-REL-REGISTRO.                         00310000
           MOVE WRK-MOTIVO  TO FD-REL-MOTIVO.                           00311000
           WRITE FD-RELMFOR.                                            00312000
           ADD 1 TO WRK-REGREJEITADOS.                                  00313000
      *-----------------------------------------------------            00314000
       2600-99-FIM.                                  EXIT.              00315000
      *-----------------------------------------------------            00316000
                                                                        00317000
      *-----------------------------------------------------            00318000
       3000-FINALIZAR                             SECTION.              00319000
      *-----------------------------------------------------            00320000
           CLOSE FORNMSTR MANUFORN FORNNOVO RELMFOR.                    00321000
                                                                        00322000
           DISPLAY ' '.                                                 00323000
           DISPLAY 'FORNECEDORES NO MASTER:  ' WRK-REGMASTER.           00324000
           DISPLAY 'OPERACOES LIDAS:         ' WRK-REGOPER.             00325000
           DISPLAY 'FORNECEDORES INCLUIDOS:  ' WRK-REGINCLUIDOS.        00326000
           DISPLAY 'FORNECEDORES ALTERADOS:  ' WRK-REGALTERADOS.        00327000
           DISPLAY 'FORNECEDORES EXCLUIDOS:  ' WRK-REGEXCLUIDOS.        00328000
           DISPLAY 'OPERACOES REJEITADAS:    ' WRK-REGREJEITADOS.       00329000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00330000
      *-----------------------------------------------------            00331000
       3000-99-FIM.                                  EXIT.              00332000
      *-----------------------------------------------------            00333000
                                                                        00334000
      *-----------------------------------------------------            00335000
       4000-TESTAR-STATUS                         SECTION.              00336000
      *-----------------------------------------------------            00337000
           IF WRK-FS-FORNMSTR NOT EQUAL 00                              00338000
              AND WRK-FS-FORNMSTR NOT EQUAL 10                          00339000
            MOVE 'FR22CB41'              TO WRK-PROGRAMA                00340000
            MOVE 'ERRO NO OPEN FORNMSTR' TO WRK-MENSAGEM                00341000
            MOVE '1000'                  TO WRK-SECAO                   00342000
            MOVE WRK-FS-FORNMSTR         TO WRK-STATUS                  00343000
            PERFORM 9000-TRATAERROS                                     00344000
           END-IF.                                                      00345000
           IF WRK-FS-MANUFORN NOT EQUAL 00                              00346000
            MOVE 'FR22CB41'              TO WRK-PROGRAMA                00347000
            MOVE 'ERRO NO OPEN MANUFORN' TO WRK-MENSAGEM                00348000
            MOVE '1000'                  TO WRK-SECAO                   00349000
            MOVE WRK-FS-MANUFORN         TO WRK-STATUS                  00350000
            PERFORM 9000-TRATAERROS                                     00351000
           END-IF.                                                      00352000
           IF WRK-FS-FORNNOVO NOT EQUAL 00                              00353000
            MOVE 'FR22CB41'              TO WRK-PROGRAMA                00354000
            MOVE 'ERRO NO OPEN FORNNOVO' TO WRK-MENSAGEM                00355000
            MOVE '1000'                  TO WRK-SECAO                   00356000
            MOVE WRK-FS-FORNNOVO         TO WRK-STATUS                  00357000
            PERFORM 9000-TRATAERROS                                     00358000
           END-IF.                                                      00359000
           IF WRK-FS-RELMFOR NOT EQUAL 00                               00360000
            MOVE 'FR22CB41'              TO WRK-PROGRAMA                00361000
            MOVE 'ERRO NO OPEN RELMFOR'  TO WRK-MENSAGEM                00362000
            MOVE '1000'                  TO WRK-SECAO                   00363000
            MOVE WRK-FS-RELMFOR          TO WRK-STATUS                  00364000
            PERFORM 9000-TRATAERROS                                     00365000
           END-IF.                                                      00366000
      *-----------------------------------------------------            00367000
       4000-99-FIM.                                  EXIT.              00368000
      *-----------------------------------------------------            00369000
                                                                        00370000
      *-----------------------------------------------------            00371000
       5000-LER-FORNECEDOR                        SECTION.              00372000
      *-----------------------------------------------------            00373000
           IF WRK-FS-FORNMSTR EQUAL 10                                  00374000
            MOVE HIGH-VALUES TO FD-FOR-CODIGO                           00375000
            GO TO 5000-99-FIM                                           00376000
           END-IF.                                                      00377000
           READ FORNMSTR.                                               00378000
           IF WRK-FS-FORNMSTR EQUAL 10                                  00379000
            MOVE HIGH-VALUES TO FD-FOR-CODIGO                           00380000
           ELSE                                                         00381000
            ADD 1 TO WRK-REGMASTER                                      00382000
           END-IF.                                                      00383000
      *-----------------------------------------------------            00384000
       5000-99-FIM.                                  EXIT.              00385000
      *-----------------------------------------------------            00386000
                                                                        00387000
      *-----------------------------------------------------            00388000
       5100-LER-OPERACAO                          SECTION.              00389000
      *-----------------------------------------------------            00390000
           READ MANUFORN.                                               00391000
           IF WRK-FS-MANUFORN EQUAL 10                                  00392000
            MOVE HIGH-VALUES TO FD-MANU-CODIGO                          00393000
           ELSE                                                         00394000
            ADD 1 TO WRK-REGOPER                                        00395000
           END-IF.                                                      00396000
      *-----------------------------------------------------            00397000
       5100-99-FIM.                                  EXIT.              00398000
      *-----------------------------------------------------            00399000
                                                                        00400000
      *-----------------------------------------------------            00401000
       9000-TRATAERROS                            SECTION.              00402000
      *-----------------------------------------------------            00403000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00404000
           GOBACK.                                                      00405000
      *-----------------------------------------------------            00406000
       9000-99-FIM.                                  EXIT.              00407000
      *-----------------------------------------------------            00408000
