      *            PAGAMENTO DE SALARIOS A PARTIR DO      *             00009000
      *            RELFOPAG GERADO PELO FR22DB13, CASANDO *             00010000
      *            CADA FUNCIONARIO COM SUA AGENCIA/CONTA *             00011000
      *            NO CADASTRO CONTBANC. GRAVA HEADER, UM *             00012000
      *            DETALHE POR FUNCIONARIO E TRAILER COM  *             00013000
      *            QUANTIDADE E HASH DOS VALORES.         *             00014000
      *            FUNCIONARIOS SEM CONTA VAO PARA O      *             00015000
      *            ARQUIVO DE REJEICAO REMREJ. NAO GERA A *             00015330
      *            REMESSA DA FOLHA NORMAL ENQUANTO A     *             00015660
      *            REVISAO DE VARIACAO (FR22DB64) TIVER   *             00015990
      *            AVISO SEM CIENCIA DA OPERACAO EM       *             00016320
      *            IVAN.RUNCTL.                           *             00016650
      *---------------------------------------------------*             00017000
      *  PARAMETRO (SYSIN): TIPO DE PAGAMENTO X(02) DO    *             00018000
      *  LOTE - 'SA' FOLHA NORMAL (PADRAO), 'FC' FOLHA    *             00019000
      *  SAI NO DETALHE E VOLTA NO RETORNO PARA O         *             00022000
      *  FR22DB15 NAO SOBREPOR O PAGAMENTO NORMAL DA      *             00023000
      *  MESMA COMPETENCIA EM IVAN.PAGTO.                 *             00024000
      *  POSICOES 3-4: EMPRESA X(02) DO LOTE - SO ENTRAM  *             00024200
      *  NA REMESSA OS FUNCIONARIOS DESSA EMPRESA (CADA   *             00024400
      *  EMPRESA TEM SUA REMESSA E SEU TRAILER). EM       *             00024600
      *  BRANCO GERA UMA REMESSA UNICA DO GRUPO.          *             00024800
      *---------------------------------------------------*             00025000
      *  ARQUIVOS:                                        *             00026000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00027000
       FD RELFOPAG                                                      00061000
           RECORDING MODE IS F                                          00062000
           BLOCK CONTAINS 0 RECORDS.                                    00063000
      *-----------LRECL 101---------------------------------            00064000
       01 FD-RELFOPAG.                                                  00065000
          05 FD-FOPAG-ID        PIC X(05).                              00066000
          05 FD-FOPAG-NOME      PIC X(30).                              00067000
          05 FD-FOPAG-LIQUIDO   PIC 9(10).                              00072000
          05 FD-FOPAG-DESCFALT  PIC 9(10).                              00073000
          05 FD-FOPAG-DESCPLAN  PIC 9(10).                              00074000
          05 FD-FOPAG-EMPRESA   PIC X(02).                              00074500
                                                                        00075000
       FD CONTBANC                                                      00076000
           RECORDING MODE IS F                                          00077000
       FD REMREJ                                                        00091000
           RECORDING MODE IS F                                          00092000
           BLOCK CONTAINS 0 RECORDS.                                    00093000
      *-----------LRECL 101---------------------------------            00094000
       01 FD-REMREJ             PIC X(101).                             00095000
      *-----------------------------------------------------            00096000
       WORKING-STORAGE                           SECTION.               00097000
      *-----------------------------------------------------            00098000
           COPY '#GLOG'.                                                00099000
           COPY '#DIAUTIL'.                                             00100000
           COPY '#RUNCTL'.                                              00100500
      *-----------------------------------------------------            00101000
       01 FILLER PIC X(48) VALUE                                        00102000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00103000
          05 WRK-HDR-EMPRESA    PIC X(20) VALUE 'FOURSYS'.              00116000
          05 WRK-HDR-CONVENIO   PIC X(10) VALUE 'FOPAG22'.              00117000
          05 WRK-HDR-DATAPAGTO  PIC 9(08).                              00118000
          05 WRK-HDR-CODEMP     PIC X(02) VALUE SPACES.                 00118660
          05 FILLER             PIC X(31) VALUE SPACES.                 00119320
                                                                        00120000
       01 WRK-REM-DETALHE.                                              00121000
          05 WRK-DET-TIPO       PIC X(01) VALUE '1'.                    00122000
      *-----------------------------------------------------            00139000
       01 WRK-PARM.                                                     00140000
          05 WRK-PARM-TIPOPAG   PIC X(02).                              00141000
          05 WRK-PARM-EMPRESA   PIC X(02).                              00141500
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00142000
       77 WRK-REGGRAVADOS      PIC 9(06) VALUE ZEROS.                   00143000
       77 WRK-REGREJEITADOS    PIC 9(06) VALUE ZEROS.                   00144000
       77 WRK-REGOUTRAEMP      PIC 9(06) VALUE ZEROS.                   00144330
       77 WRK-LER-OUTRO        PIC X(01) VALUE 'S'.                     00144660
       77 WRK-HASH-VALORES     PIC 9(13) VALUE ZEROS.                   00145000
       77 WRK-DATA-ATUAL       PIC 9(08) VALUE ZEROS.                   00146000
      *-----------------------------------------------------            00147000
            MOVE 'SA' TO WRK-PARM-TIPOPAG                               00178000
           END-IF.                                                      00179000
           MOVE WRK-PARM-TIPOPAG TO WRK-DET-TIPOPAG.                    00180000
           IF WRK-PARM-EMPRESA EQUAL LOW-VALUES                         00180050
            MOVE SPACES TO WRK-PARM-EMPRESA                             00180100
           END-IF.                                                      00180150
           MOVE WRK-PARM-EMPRESA TO WRK-HDR-CODEMP.                     00180200
           IF WRK-PARM-TIPOPAG EQUAL 'SA'                               00180250
            PERFORM 1050-VERIFICAR-REVISAO                              00180500
           END-IF.                                                      00180750
                                                                        00181000
           OPEN INPUT RELFOPAG CONTBANC                                 00182000
                OUTPUT REMESSA REMREJ.                                  00183000
           PERFORM 1100-DATA-DE-PAGAMENTO.                              00188000
           WRITE FD-REMESSA FROM WRK-REM-HEADER.                        00189000
                                                                        00190000
           PERFORM 5000-LER-RELFOPAG.                                   00191000
           IF WRK-FS-RELFOPAG EQUAL 10                                  00192000
            DISPLAY 'RELFOPAG VAZIO - REMESSA SEM DETALHES'             00194000
           END-IF.                                                      00197000
           READ CONTBANC.                                               00198000
           IF WRK-FS-CONTBANC EQUAL 10                                  00199000
           END-IF.                                                      00201000
      *-----------------------------------------------------            00202000
       1000-99-FIM.                                  EXIT.              00203000
      *-----------------------------------------------------            00203040
                                                                        00203080
      *-----------------------------------------------------            00203120
       1050-VERIFICAR-REVISAO                     SECTION.              00203160
      *-----------------------------------------------------            00203200
      *    A REMESSA SO SAI DEPOIS DA CIENCIA DA OPERACAO               00203240
      *    NOS AVISOS DA REVISAO DE VARIACAO DA FOLHA                   00203280
      *    (FR22DB64), REGISTRADOS EM IVAN.RUNCTL.                      00203320
           MOVE 'V'                      TO RUN-FUNCAO.                 00203360
           MOVE 'FR22DB64'               TO RUN-PROGRAMA.               00203400
           ACCEPT RUN-DATA-PROC FROM DATE YYYYMMDD.                     00203440
           CALL 'GRAVARUN' USING RUN-DADOS.                             00203480
                                                                        00203520
           IF RUN-AVISO-PENDENTE OR RUN-ERRO                            00203560
            DISPLAY 'REMESSA BLOQUEADA - REVISAO DA FOLHA '             00203600
                    '(FR22DB64) COM AVISO SEM CIENCIA'                  00203640
            MOVE 'FR22EX05'              TO WRK-PROGRAMA                00203680
            MOVE 'REVISAO DA FOLHA SEM CIENCIA' TO WRK-MENSAGEM         00203720
            MOVE '1050'                  TO WRK-SECAO                   00203760
            MOVE 04                      TO WRK-STATUS                  00203800
            PERFORM 9000-TRATAERROS                                     00203840
           END-IF.                                                      00203880
      *-----------------------------------------------------            00203920
       1050-99-FIM.                                  EXIT.              00203960
      *-----------------------------------------------------            00204000
                                                                        00205000
      *-----------------------------------------------------            00206000
           DISPLAY 'FUNCIONARIOS LIDOS:     ' WRK-REGLIDOS.             00301000
           DISPLAY 'PAGAMENTOS NA REMESSA:  ' WRK-REGGRAVADOS.          00302000
           DISPLAY 'SEM CONTA (REJEITADOS): ' WRK-REGREJEITADOS.        00303000
           IF WRK-PARM-EMPRESA NOT EQUAL SPACES                         00303200
            DISPLAY 'EMPRESA DO LOTE:        ' WRK-PARM-EMPRESA         00303400
            DISPLAY 'DE OUTRAS EMPRESAS:     ' WRK-REGOUTRAEMP          00303600
           END-IF.                                                      00303800
           DISPLAY 'HASH DOS VALORES:       ' WRK-HASH-VALORES.         00304000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00305000
      *-----------------------------------------------------            00306000
      *-----------------------------------------------------            00345000
       5000-LER-RELFOPAG                          SECTION.              00346000
      *-----------------------------------------------------            00347000
      *    COM EMPRESA NO PARAMETRO, OS FUNCIONARIOS DAS                00347070
      *    DEMAIS EMPRESAS SAO SALTADOS NA LEITURA.                     00347140
           MOVE 'S' TO WRK-LER-OUTRO.                                   00347210
           PERFORM 5050-LER-REGISTRO                                    00347280
                   UNTIL WRK-LER-OUTRO EQUAL 'N'.                       00347350
      *-----------------------------------------------------            00347420
       5000-99-FIM.                                  EXIT.              00347490
      *-----------------------------------------------------            00347560
                                                                        00347630
      *-----------------------------------------------------            00347700
       5050-LER-REGISTRO                          SECTION.              00347770
      *-----------------------------------------------------            00347840
           MOVE 'N' TO WRK-LER-OUTRO.                                   00347910
           READ RELFOPAG.                                               00348000
           IF WRK-FS-RELFOPAG EQUAL 10                                  00349000
            MOVE HIGH-VALUES TO FD-FOPAG-ID                             00350000
           ELSE                                                         00351000
            ADD 1 TO WRK-REGLIDOS                                       00352000
            IF WRK-PARM-EMPRESA NOT EQUAL SPACES                        00352160
               AND FD-FOPAG-EMPRESA NOT EQUAL WRK-PARM-EMPRESA          00352320
             ADD 1 TO WRK-REGOUTRAEMP                                   00352480
             MOVE 'S' TO WRK-LER-OUTRO                                  00352640
            END-IF                                                      00352800
           END-IF.                                                      00353000
      *-----------------------------------------------------            00354000
       5050-99-FIM.                                  EXIT.              00355000
      *-----------------------------------------------------            00356000
                                                                        00357000
      *-----------------------------------------------------            00358000
