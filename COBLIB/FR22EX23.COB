      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22EX23.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: APLICAR A REVISAO DE LIMITE DO         *             00008000
      *            FR22EX22: CONFRONTA AS PROPOSTAS DO    *             00009000
      *            PROPLIM COM AS DECISOES DA AGENCIA     *             00010000
      *            (APRVLIM, POR CONTA: 'S' APROVA, 'N'   *             00011000
      *            RECUSA, COM LIMITE AJUSTADO OPCIONAL). *             00012000
      *            PROPOSTA APROVADA VIRA OPERACAO 'M' NO *             00013000
      *            LAYOUT DO MANUCLI (MANUREV) COM O NOME *             00014000
      *            ATUAL E O NOVO LIMITE, PARA O FR22EX07 *             00015000
      *            ALTERAR O CADASTRO PELA TRILHA NORMAL  *             00016000
      *            DE MANUTENCAO. PROPOSTA SEM DECISAO    *             00017000
      *            FICA PENDENTE E DECISAO SEM PROPOSTA   *             00018000
      *            OU COM CODIGO INVALIDO E REJEITADA;    *             00019000
      *            TUDO SAI NO RELAPRV.                   *             00020000
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
      *  PROPLIM             I             ---------      *             00024000
      *  APRVLIM             I             ---------      *             00025000
      *  APRVORD             O/I           ---------      *             00026000
      *  MANUREV             O             ---------      *             00027000
      *  RELAPRV             O             ---------      *             00028000
      *===================================================*             00029000
                                                                        00030000
      *====================================================             00031000
       ENVIRONMENT                               DIVISION.              00032000
      *====================================================             00033000
       CONFIGURATION                             SECTION.               00034000
       SPECIAL-NAMES.                                                   00035000
           DECIMAL-POINT  IS COMMA.                                     00036000
                                                                        00037000
       INPUT-OUTPUT                              SECTION.               00038000
       FILE-CONTROL.                                                    00039000
           SELECT PROPLIM ASSIGN TO PROPLIM                             00040000
               FILE STATUS IS WRK-FS-PROPLIM.                           00041000
                                                                        00042000
           SELECT APRVLIM ASSIGN TO APRVLIM                             00043000
               FILE STATUS IS WRK-FS-APRVLIM.                           00044000
                                                                        00045000
           SELECT APRVORD ASSIGN TO APRVORD                             00046000
               FILE STATUS IS WRK-FS-APRVORD.                           00047000
                                                                        00048000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00049000
                                                                        00050000
           SELECT MANUREV ASSIGN TO MANUREV                             00051000
               FILE STATUS IS WRK-FS-MANUREV.                           00052000
                                                                        00053000
           SELECT RELAPRV ASSIGN TO RELAPRV                             00054000
               FILE STATUS IS WRK-FS-RELAPRV.                           00055000
                                                                        00056000
      *====================================================             00057000
       DATA                                      DIVISION.              00058000
      *====================================================             00059000
      *-----------------------------------------------------            00060000
       FILE                                      SECTION.               00061000
      *-----------------------------------------------------            00062000
       FD PROPLIM                                                       00063000
           RECORDING MODE IS F                                          00064000
           BLOCK CONTAINS 0 RECORDS.                                    00065000
      *-----------LRECL 60----------------------------------            00066000
       01 FD-PROPLIM.                                                   00067000
          05 FD-PROP-CHAVE          PIC X(08).                          00068000
          05 FD-PROP-NOME           PIC X(30).                          00069000
          05 FD-PROP-LIMITE-ATUAL   PIC 9(08).                          00070000
          05 FD-PROP-LIMITE-NOVO    PIC 9(08).                          00071000
          05 FD-PROP-PONTOS         PIC 9(03).                          00072000
          05 FD-PROP-ACAO           PIC X(01).                          00073000
          05 FILLER                 PIC X(02).                          00074000
                                                                        00075000
       FD APRVLIM                                                       00076000
           RECORDING MODE IS F                                          00077000
           BLOCK CONTAINS 0 RECORDS.                                    00078000
      *-----------LRECL 30----------------------------------            00079000
       01 FD-APRVLIM                PIC X(30).                          00080000
                                                                        00081000
       FD APRVORD                                                       00082000
           RECORDING MODE IS F                                          00083000
           BLOCK CONTAINS 0 RECORDS.                                    00084000
      *-----------LRECL 30----------------------------------            00085000
       01 FD-APRVORD.                                                   00086000
          05 FD-APR-CHAVE           PIC X(08).                          00087000
          05 FD-APR-DECISAO         PIC X(01).                          00088000
             88 FD-APR-APROVADA               VALUE 'S'.                00089000
             88 FD-APR-RECUSADA               VALUE 'N'.                00090000
          05 FD-APR-LIMITE          PIC X(08).                          00091000
          05 FD-APR-LIMITE-N REDEFINES                                  00092000
             FD-APR-LIMITE          PIC 9(08).                          00093000
          05 FD-APR-RESPONSAVEL     PIC X(08).                          00094000
          05 FILLER                 PIC X(05).                          00095000
      *-----------------------------------------------------            00096000
       SD ARQSORT.                                                      00097000
       01 SD-ARQSORT.                                                   00098000
          05 SD-SORT-CHAVE          PIC X(08).                          00099000
          05 FILLER                 PIC X(22).                          00100000
      *-----------------------------------------------------            00101000
       FD MANUREV                                                       00102000
           RECORDING MODE IS F                                          00103000
           BLOCK CONTAINS 0 RECORDS.                                    00104000
      *-----------LRECL 55----------------------------------            00105000
       01 FD-MANUREV.                                                   00106000
          05 FD-MANU-OPERACAO       PIC X(01).                          00107000
          05 FD-MANU-CHAVE          PIC X(08).                          00108000
          05 FD-MANU-NOME           PIC X(30).                          00109000
          05 FD-MANU-SALDO          PIC 9(08).                          00110000
          05 FD-MANU-LIMITE         PIC 9(08).                          00111000
                                                                        00112000
       FD RELAPRV                                                       00113000
           RECORDING MODE IS F                                          00114000
           BLOCK CONTAINS 0 RECORDS.                                    00115000
      *-----------LRECL 80----------------------------------            00116000
       01 FD-RELAPRV                PIC X(80).                          00117000
      *-----------------------------------------------------            00118000
       WORKING-STORAGE                           SECTION.               00119000
      *-----------------------------------------------------            00120000
           COPY '#GLOG'.                                                00121000
      *-----------------------------------------------------            00122000
       01 FILLER PIC X(48) VALUE                                        00123000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00124000
      *-----------------------------------------------------            00125000
       77 WRK-FS-PROPLIM       PIC 9(02).                               00126000
       77 WRK-FS-APRVLIM       PIC 9(02).                               00127000
       77 WRK-FS-APRVORD       PIC 9(02).                               00128000
       77 WRK-FS-MANUREV       PIC 9(02).                               00129000
       77 WRK-FS-RELAPRV       PIC 9(02).                               00130000
      *-----------------------------------------------------            00131000
       01 FILLER PIC X(48) VALUE                                        00132000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00133000
      *-----------------------------------------------------            00134000
       77 WRK-LIMITE-APROVADO  PIC 9(08) VALUE ZEROS.                   00135000
       77 WRK-REGPROPOSTAS     PIC 9(06) VALUE ZEROS.                   00136000
       77 WRK-REGDECISOES      PIC 9(06) VALUE ZEROS.                   00137000
       77 WRK-REGAPROVADAS     PIC 9(06) VALUE ZEROS.                   00138000
       77 WRK-REGRECUSADAS     PIC 9(06) VALUE ZEROS.                   00139000
       77 WRK-REGPENDENTES     PIC 9(06) VALUE ZEROS.                   00140000
       77 WRK-REGREJEITADAS    PIC 9(06) VALUE ZEROS.                   00141000
      *-----------------------------------------------------            00142000
       01 FILLER PIC X(48) VALUE                                        00143000
            '-------LINHAS DO RELATORIO-------------------'.            00144000
      *-----------------------------------------------------            00145000
       01 WRK-REL-CABEC         PIC X(80) VALUE                         00146000
           'APROVACAO DA REVISAO DE LIMITE DE CHEQUE ESPECIAL'.         00147000
       01 WRK-REL-COLUNAS.                                              00148000
          05 FILLER             PIC X(40) VALUE                         00149000
             'CONTA    NOME                 LIMITE AT'.                 00150000
          05 FILLER             PIC X(40) VALUE                         00151000
             'UAL  LIMITE NOVO SITUACAO'.                               00152000
       01 WRK-REL-DETALHE.                                              00153000
          05 WRK-REL-CHAVE      PIC X(08).                              00154000
          05 FILLER             PIC X(01) VALUE SPACES.                 00155000
          05 WRK-REL-NOME       PIC X(20).                              00156000
          05 FILLER             PIC X(01) VALUE SPACES.                 00157000
          05 WRK-REL-LIMATU     PIC ZZ.ZZZ.ZZ9.                         00158000
          05 FILLER             PIC X(03) VALUE SPACES.                 00159000
          05 WRK-REL-LIMNOVO    PIC ZZ.ZZZ.ZZ9.                         00160000
          05 FILLER             PIC X(01) VALUE SPACES.                 00161000
          05 WRK-REL-SITUACAO   PIC X(26).                              00162000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00163000
      *====================================================             00164000
       PROCEDURE                                 DIVISION.              00165000
      *====================================================             00166000
      *-----------------------------------------------------            00167000
       0000-PRINCIPAL                             SECTION.              00168000
      *-----------------------------------------------------            00169000
           PERFORM 1000-INICIALIZAR.                                    00170000
           PERFORM 2000-PROCESSAR UNTIL FD-PROP-CHAVE EQUAL             00171000
                                        HIGH-VALUES                     00172000
                                    AND FD-APR-CHAVE EQUAL              00173000
                                        HIGH-VALUES.                    00174000
           PERFORM 3000-FINALIZAR.                                      00175000
           STOP RUN.                                                    00176000
      *-----------------------------------------------------            00177000
       0000-99-FIM.                                  EXIT.              00178000
      *-----------------------------------------------------            00179000
                                                                        00180000
      *-----------------------------------------------------            00181000
       1000-INICIALIZAR                           SECTION.              00182000
      *-----------------------------------------------------            00183000
      *    AS DECISOES SAO DIGITADAS NA ORDEM DO RELREVL                00184000
      *    (JA POR CONTA), MAS O SORT GARANTE A ORDEM DO                00185000
      *    PROPLIM.                                                     00186000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-CHAVE                  00187000
                USING APRVLIM                                           00188000
                GIVING APRVORD.                                         00189000
                                                                        00190000
           OPEN INPUT PROPLIM APRVORD                                   00191000
                OUTPUT MANUREV RELAPRV.                                 00192000
             PERFORM 4000-TESTAR-STATUS.                                00193000
                                                                        00194000
           WRITE FD-RELAPRV FROM WRK-REL-CABEC.                         00195000
           WRITE FD-RELAPRV FROM WRK-LINHABRANCO.                       00196000
           WRITE FD-RELAPRV FROM WRK-REL-COLUNAS.                       00197000
                                                                        00198000
           PERFORM 5000-LER-PROPOSTA.                                   00199000
           PERFORM 5100-LER-DECISAO.                                    00200000
      *-----------------------------------------------------            00201000
       1000-99-FIM.                                  EXIT.              00202000
      *-----------------------------------------------------            00203000
                                                                        00204000
      *-----------------------------------------------------            00205000
       2000-PROCESSAR                             SECTION.              00206000
      *-----------------------------------------------------            00207000
           EVALUATE TRUE                                                00208000
            WHEN FD-APR-CHAVE LESS FD-PROP-CHAVE                        00209000
             MOVE FD-APR-CHAVE TO WRK-REL-CHAVE                         00210000
             MOVE SPACES       TO WRK-REL-NOME                          00211000
             MOVE ZEROS        TO WRK-REL-LIMATU                        00212000
             MOVE ZEROS        TO WRK-REL-LIMNOVO                       00213000
             MOVE 'REJEITADA - SEM PROPOSTA' TO WRK-REL-SITUACAO        00214000
             WRITE FD-RELAPRV FROM WRK-REL-DETALHE                      00215000
             ADD 1 TO WRK-REGREJEITADAS                                 00216000
             PERFORM 5100-LER-DECISAO                                   00217000
            WHEN FD-APR-CHAVE EQUAL FD-PROP-CHAVE                       00218000
             PERFORM 2100-APLICAR-DECISAO                               00219000
             PERFORM 5000-LER-PROPOSTA                                  00220000
             PERFORM 5100-LER-DECISAO                                   00221000
            WHEN OTHER                                                  00222000
             MOVE FD-PROP-CHAVE        TO WRK-REL-CHAVE                 00223000
             MOVE FD-PROP-NOME         TO WRK-REL-NOME                  00224000
             MOVE FD-PROP-LIMITE-ATUAL TO WRK-REL-LIMATU                00225000
             MOVE FD-PROP-LIMITE-NOVO  TO WRK-REL-LIMNOVO               00226000
             MOVE 'PENDENTE - SEM DECISAO' TO WRK-REL-SITUACAO          00227000
             WRITE FD-RELAPRV FROM WRK-REL-DETALHE                      00228000
             ADD 1 TO WRK-REGPENDENTES                                  00229000
             PERFORM 5000-LER-PROPOSTA                                  00230000
           END-EVALUATE.                                                00231000
      *-----------------------------------------------------            00232000
       2000-99-FIM.                                  EXIT.              00233000
      *-----------------------------------------------------            00234000
                                                                        00235000
      *-----------------------------------------------------            00236000
       2100-APLICAR-DECISAO                       SECTION.              00237000
      *-----------------------------------------------------            00238000
           MOVE FD-PROP-CHAVE        TO WRK-REL-CHAVE.                  00239000
           MOVE FD-PROP-NOME         TO WRK-REL-NOME.                   00240000
           MOVE FD-PROP-LIMITE-ATUAL TO WRK-REL-LIMATU.                 00241000
                                                                        00242000
      *    A AGENCIA PODE APROVAR OUTRO VALOR NO LUGAR DO               00243000
      *    PROPOSTO; VAZIO OU ZERO MANTEM A PROPOSTA.                   00244000
           IF FD-APR-LIMITE-N NUMERIC                                   00245000
              AND FD-APR-LIMITE-N GREATER ZEROS                         00246000
            MOVE FD-APR-LIMITE-N     TO WRK-LIMITE-APROVADO             00247000
           ELSE                                                         00248000
            MOVE FD-PROP-LIMITE-NOVO TO WRK-LIMITE-APROVADO             00249000
           END-IF.                                                      00250000
           MOVE WRK-LIMITE-APROVADO  TO WRK-REL-LIMNOVO.                00251000
                                                                        00252000
           EVALUATE TRUE                                                00253000
            WHEN FD-APR-APROVADA                                        00254000
             MOVE SPACES              TO FD-MANUREV                     00255000
             MOVE 'M'                 TO FD-MANU-OPERACAO               00256000
             MOVE FD-PROP-CHAVE       TO FD-MANU-CHAVE                  00257000
             MOVE FD-PROP-NOME        TO FD-MANU-NOME                   00258000
             MOVE ZEROS               TO FD-MANU-SALDO                  00259000
             MOVE WRK-LIMITE-APROVADO TO FD-MANU-LIMITE                 00260000
             WRITE FD-MANUREV                                           00261000
             MOVE 'APROVADA'          TO WRK-REL-SITUACAO               00262000
             ADD 1 TO WRK-REGAPROVADAS                                  00263000
            WHEN FD-APR-RECUSADA                                        00264000
             MOVE FD-PROP-LIMITE-ATUAL TO WRK-REL-LIMNOVO               00265000
             MOVE 'RECUSADA'          TO WRK-REL-SITUACAO               00266000
             ADD 1 TO WRK-REGRECUSADAS                                  00267000
            WHEN OTHER                                                  00268000
             MOVE 'REJEITADA - DECISAO INVALIDA'                        00269000
                                      TO WRK-REL-SITUACAO               00270000
             ADD 1 TO WRK-REGREJEITADAS                                 00271000
           END-EVALUATE.                                                00272000
           WRITE FD-RELAPRV FROM WRK-REL-DETALHE.                       00273000
      *-----------------------------------------------------            00274000
       2100-99-FIM.                                  EXIT.              00275000
      *-----------------------------------------------------            00276000
                                                                        00277000
      *-----------------------------------------------------            00278000
       3000-FINALIZAR                             SECTION.              00279000
      *-----------------------------------------------------            00280000
           CLOSE PROPLIM APRVORD MANUREV RELAPRV.                       00281000
                                                                        00282000
           DISPLAY ' '.                                                 00283000
           DISPLAY 'PROPOSTAS LIDAS:         ' WRK-REGPROPOSTAS.        00284000
           DISPLAY 'DECISOES LIDAS:          ' WRK-REGDECISOES.         00285000
           DISPLAY 'APROVADAS (MANUREV):     ' WRK-REGAPROVADAS.        00286000
           DISPLAY 'RECUSADAS:               ' WRK-REGRECUSADAS.        00287000
           DISPLAY 'PENDENTES:               ' WRK-REGPENDENTES.        00288000
           DISPLAY 'DECISOES REJEITADAS:     ' WRK-REGREJEITADAS.       00289000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00290000
      *-----------------------------------------------------            00291000
       3000-99-FIM.                                  EXIT.              00292000
      *-----------------------------------------------------            00293000
                                                                        00294000
      *-----------------------------------------------------            00295000
       4000-TESTAR-STATUS                         SECTION.              00296000
      *-----------------------------------------------------            00297000
           IF WRK-FS-PROPLIM NOT EQUAL 00                               00298000
            MOVE 'FR22EX23'              TO WRK-PROGRAMA                00299000
            MOVE 'ERRO NO OPEN PROPLIM'  TO WRK-MENSAGEM                00300000
            MOVE '1000'                  TO WRK-SECAO                   00301000
            MOVE WRK-FS-PROPLIM          TO WRK-STATUS                  00302000
            PERFORM 9000-TRATAERROS                                     00303000
           END-IF.                                                      00304000
           IF WRK-FS-APRVORD NOT EQUAL 00                               00305000
            MOVE 'FR22EX23'              TO WRK-PROGRAMA                00306000
            MOVE 'ERRO NO OPEN APRVORD'  TO WRK-MENSAGEM                00307000
            MOVE '1000'                  TO WRK-SECAO                   00308000
            MOVE WRK-FS-APRVORD          TO WRK-STATUS                  00309000
            PERFORM 9000-TRATAERROS                                     00310000
           END-IF.                                                      00311000
           IF WRK-FS-MANUREV NOT EQUAL 00                               00312000
            MOVE 'FR22EX23'              TO WRK-PROGRAMA                00313000
            MOVE 'ERRO NO OPEN MANUREV'  TO WRK-MENSAGEM                00314000
            MOVE '1000'                  TO WRK-SECAO                   00315000
            MOVE WRK-FS-MANUREV          TO WRK-STATUS                  00316000
            PERFORM 9000-TRATAERROS                                     00317000
           END-IF.                                                      00318000
           IF WRK-FS-RELAPRV NOT EQUAL 00                               00319000
            MOVE 'FR22EX23'              TO WRK-PROGRAMA                00320000
            MOVE 'ERRO NO OPEN RELAPRV'  TO WRK-MENSAGEM                00321000
            MOVE '1000'                  TO WRK-SECAO                   00322000
            MOVE WRK-FS-RELAPRV          TO WRK-STATUS                  00323000
            PERFORM 9000-TRATAERROS                                     00324000
           END-IF.                                                      00325000
      *-----------------------------------------------------            00326000
       4000-99-FIM.                                  EXIT.              00327000
      *-----------------------------------------------------            00328000
                                                                        00329000
      *-----------------------------------------------------            00330000
       5000-LER-PROPOSTA                          SECTION.              00331000
      *-----------------------------------------------------            00332000
           READ PROPLIM.                                                00333000
           IF WRK-FS-PROPLIM EQUAL 10                                   00334000
            MOVE HIGH-VALUES TO FD-PROP-CHAVE                           00335000
           ELSE                                                         00336000
            ADD 1 TO WRK-REGPROPOSTAS                                   00337000
           END-IF.                                                      00338000
      *-----------------------------------------------------            00339000
       5000-99-FIM.                                  EXIT.              00340000
      *-----------------------------------------------------            00341000
                                                                        00342000
      *-----------------------------------------------------            00343000
       5100-LER-DECISAO                           SECTION.              00344000
      *-----------------------------------------------------            00345000
           READ APRVORD.                                                00346000
           IF WRK-FS-APRVORD EQUAL 10                                   00347000
            MOVE HIGH-VALUES TO FD-APR-CHAVE                            00348000
           ELSE                                                         00349000
            ADD 1 TO WRK-REGDECISOES                                    00350000
           END-IF.                                                      00351000
      *-----------------------------------------------------            00352000
       5100-99-FIM.                                  EXIT.              00353000
      *-----------------------------------------------------            00354000
                                                                        00355000
      *-----------------------------------------------------            00356000
       9000-TRATAERROS                            SECTION.              00357000
      *-----------------------------------------------------            00358000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00359000
           GOBACK.                                                      00360000
      *-----------------------------------------------------            00361000
       9000-99-FIM.                                  EXIT.              00362000
      *-----------------------------------------------------            00363000
