      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB48.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: REMESSA DE COBRANCA BANCARIA (BOLETO): *             00008000
      *            CASA O MASTER DE DUPLICATAS (DUPLICAT, *             00009000
      *            GERADO PELO FR22CB27/CB28) COM O       *             00010000
      *            MASTER DE BOLETOS (BOLANT), AMBOS POR  *             00011000
      *            NUMERO DA DUPLICATA. DUPLICATA EM      *             00012000
      *            ABERTO AINDA SEM BOLETO, OU COM BOLETO *             00013000
      *            REJEITADO PELO BANCO ('J'), E          *             00014000
      *            REGISTRADA NO ARQUIVO REMESSA          *             00015000
      *            (MOVIMENTO 01) COM NOVO NOSSO NUMERO,  *             00016000
      *            SACADO DO CLIMSTR, JUROS DE MORA AO    *             00017000
      *            DIA E MULTA; DUPLICATA QUITADA OU      *             00018000
      *            CANCELADA COM BOLETO EM CARTEIRA GERA  *             00019000
      *            PEDIDO DE BAIXA (MOVIMENTO 02). A      *             00020000
      *            REMESSA TEM HEADER (DATA, SEQUENCIA,   *             00021000
      *            CONVENIO) E TRAILER (QUANTIDADE E      *             00022000
      *            VALOR). O ULTIMO NOSSO NUMERO E A      *             00023000
      *            ULTIMA SEQUENCIA VEM DO LOG DE         *             00024000
      *            REMESSAS BOLCTL, QUE RECEBE UMA LINHA  *             00025000
      *            POR EXECUCAO. CLIENTE SEM CADASTRO OU  *             00026000
      *            SEM CNPJ/CPF E VENCIMENTO JA PASSADO   *             00027000
      *            NAO SAO REMETIDOS E SAEM EM RELREMES.  *             00028000
      *            GRAVA O NOVO MASTER DE BOLETOS BOLNOVO *             00029000
      *            (R = REMETIDO, E = EM CARTEIRA,        *             00030000
      *            J = REJEITADO, L = LIQUIDADO,          *             00031000
      *            B = BAIXADO), ATUALIZADO PELO RETORNO  *             00032000
      *            NO FR22CB49.                           *             00033000
      *---------------------------------------------------*             00034000
      *  PARAMETRO (SYSIN): CONVENIO 9(07), AGENCIA 9(04),*             00035000
      *            CONTA 9(08), DATA AAAAMMDD (ZEROS =    *             00036000
      *            DATA DO SISTEMA), JUROS % AO DIA       *             00037000
      *            9V9999 (PADRAO 0,0333) E MULTA % 99V99 *             00038000
      *            (PADRAO 02,00), OS MESMOS DO FR22CB28. *             00039000
      *---------------------------------------------------*             00040000
      *  ARQUIVOS:                                        *             00041000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00042000
      *  DUPLICAT            I             ---------      *             00043000
      *  BOLANT              I             ---------      *             00044000
      *  CLIMSTR             I             ---------      *             00045000
      *  BOLCTL              I/O           ---------      *             00046000
      *  REMESSA             O             ---------      *             00047000
      *  BOLNOVO             O             ---------      *             00048000
      *  RELREMES            O             ---------      *             00049000
      *===================================================*             00050000
                                                                        00051000
      *====================================================             00052000
       ENVIRONMENT                               DIVISION.              00053000
      *====================================================             00054000
       CONFIGURATION                             SECTION.               00055000
       SPECIAL-NAMES.                                                   00056000
           DECIMAL-POINT  IS COMMA.                                     00057000
                                                                        00058000
       INPUT-OUTPUT                              SECTION.               00059000
       FILE-CONTROL.                                                    00060000
           SELECT DUPLICAT ASSIGN TO DUPLICAT                           00061000
               FILE STATUS IS WRK-FS-DUPLICAT.                          00062000
                                                                        00063000
           SELECT BOLANT ASSIGN TO BOLANT                               00064000
               FILE STATUS IS WRK-FS-BOLANT.                            00065000
                                                                        00066000
           SELECT CLIMSTR ASSIGN TO CLIMSTR                             00067000
               FILE STATUS IS WRK-FS-CLIMSTR.                           00068000
                                                                        00069000
           SELECT BOLCTL ASSIGN TO BOLCTL                               00070000
               FILE STATUS IS WRK-FS-BOLCTL.                            00071000
                                                                        00072000
           SELECT REMESSA ASSIGN TO REMESSA                             00073000
               FILE STATUS IS WRK-FS-REMESSA.                           00074000
                                                                        00075000
           SELECT BOLNOVO ASSIGN TO BOLNOVO                             00076000
               FILE STATUS IS WRK-FS-BOLNOVO.                           00077000
                                                                        00078000
           SELECT RELREMES ASSIGN TO RELREMES                           00079000
               FILE STATUS IS WRK-FS-RELREMES.                          00080000
                                                                        00081000
      *====================================================             00082000
       DATA                                      DIVISION.              00083000
      *====================================================             00084000
      *-----------------------------------------------------            00085000
       FILE                                      SECTION.               00086000
      *-----------------------------------------------------            00087000
       FD DUPLICAT                                                      00088000
           RECORDING MODE IS F                                          00089000
           BLOCK CONTAINS 0 RECORDS.                                    00090000
      *-----------LRECL 75----------------------------------            00091000
       01 FD-DUPLICAT.                                                  00092000
          05 FD-DUP-NUMERO      PIC 9(06).                              00093000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00094000
          05 FD-DUP-VALOR       PIC 9(08)V9(02).                        00095000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00096000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00097000
          05 FD-DUP-SITUACAO    PIC X(01).                              00098000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00099000
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00100000
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00101000
          05 FD-DUP-DTCALC      PIC 9(08).                              00102000
          05 FD-DUP-MULTADA     PIC X(01).                              00103000
          05 FILLER             PIC X(01).                              00104000
                                                                        00105000
       FD BOLANT                                                        00106000
           RECORDING MODE IS F                                          00107000
           BLOCK CONTAINS 0 RECORDS.                                    00108000
      *-----------LRECL 60----------------------------------            00109000
      *    SITUACAO: R = REMETIDO, E = EM CARTEIRA (ENTRADA             00110000
      *    CONFIRMADA), J = REJEITADO, L = LIQUIDADO,                   00111000
      *    B = BAIXADO. MOTIVO = CODIGO DE REJEICAO DO BANCO.           00112000
       01 FD-BOLANT.                                                    00113000
          05 FD-BOL-NUMERO      PIC 9(06).                              00114000
          05 FD-BOL-NOSSONUM    PIC 9(10).                              00115000
          05 FD-BOL-CLIENTE     PIC 9(05).                              00116000
          05 FD-BOL-VENCIMENTO  PIC 9(08).                              00117000
          05 FD-BOL-VALOR       PIC 9(08)V9(02).                        00118000
          05 FD-BOL-SITUACAO    PIC X(01).                              00119000
          05 FD-BOL-DTREMESSA   PIC 9(08).                              00120000
          05 FD-BOL-DTOCORR     PIC 9(08).                              00121000
          05 FD-BOL-MOTIVO      PIC X(02).                              00122000
          05 FILLER             PIC X(02).                              00123000
                                                                        00124000
       FD CLIMSTR                                                       00125000
           RECORDING MODE IS F                                          00126000
           BLOCK CONTAINS 0 RECORDS.                                    00127000
      *-----------LRECL 112---------------------------------            00128000
       01 FD-CLIMSTR.                                                   00129000
          05 FD-CLI-CODIGO      PIC 9(05).                              00130000
          05 FD-CLI-RAZAO       PIC X(40).                              00131000
          05 FD-CLI-CNPJ        PIC X(14).                              00132000
          05 FD-CLI-ENDERECO    PIC X(40).                              00133000
          05 FD-CLI-LIMITE      PIC 9(08)V99.                           00134000
          05 FD-CLI-GRUPO       PIC X(03).                              00135000
                                                                        00136000
       FD BOLCTL                                                        00137000
           RECORDING MODE IS F                                          00138000
           BLOCK CONTAINS 0 RECORDS.                                    00139000
      *-----------LRECL 50----------------------------------            00140000
      *    UMA LINHA POR REMESSA GERADA; A ULTIMA TRAZ A                00141000
      *    SEQUENCIA E O NOSSO NUMERO DA PROXIMA EXECUCAO.              00142000
       01 FD-BOLCTL.                                                    00143000
          05 FD-CTL-DATA        PIC 9(08).                              00144000
          05 FD-CTL-SEQUENCIA   PIC 9(06).                              00145000
          05 FD-CTL-NOSSONUM    PIC 9(10).                              00146000
          05 FD-CTL-QTDE        PIC 9(06).                              00147000
          05 FD-CTL-VALOR       PIC 9(12)V9(02).                        00148000
          05 FILLER             PIC X(06).                              00149000
                                                                        00150000
       FD REMESSA                                                       00151000
           RECORDING MODE IS F                                          00152000
           BLOCK CONTAINS 0 RECORDS.                                    00153000
      *-----------LRECL 150---------------------------------            00154000
       01 FD-REMESSA            PIC X(150).                             00155000
                                                                        00156000
       FD BOLNOVO                                                       00157000
           RECORDING MODE IS F                                          00158000
           BLOCK CONTAINS 0 RECORDS.                                    00159000
      *-----------LRECL 60----------------------------------            00160000
       01 FD-BOLNOVO            PIC X(60).                              00161000
                                                                        00162000
       FD RELREMES                                                      00163000
           RECORDING MODE IS F                                          00164000
           BLOCK CONTAINS 0 RECORDS.                                    00165000
      *-----------LRECL 80----------------------------------            00166000
       01 FD-RELREMES           PIC X(80).                              00167000
      *-----------------------------------------------------            00168000
       WORKING-STORAGE                           SECTION.               00169000
      *-----------------------------------------------------            00170000
           COPY '#GLOG'.                                                00171000
      *-----------------------------------------------------            00172000
       01 FILLER PIC X(48) VALUE                                        00173000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00174000
      *-----------------------------------------------------            00175000
       77 WRK-FS-DUPLICAT      PIC 9(02).                               00176000
       77 WRK-FS-BOLANT        PIC 9(02).                               00177000
       77 WRK-FS-CLIMSTR       PIC 9(02).                               00178000
       77 WRK-FS-BOLCTL        PIC 9(02).                               00179000
       77 WRK-FS-REMESSA       PIC 9(02).                               00180000
       77 WRK-FS-BOLNOVO       PIC 9(02).                               00181000
       77 WRK-FS-RELREMES      PIC 9(02).                               00182000
      *-----------------------------------------------------            00183000
       01 FILLER PIC X(48) VALUE                                        00184000
            '-------PARAMETRO DE ENTRADA------------------'.            00185000
      *-----------------------------------------------------            00186000
       01 WRK-PARM.                                                     00187000
          05 WRK-PARM-CONVENIO PIC 9(07).                               00188000
          05 WRK-PARM-AGENCIA  PIC 9(04).                               00189000
          05 WRK-PARM-CONTA    PIC 9(08).                               00190000
          05 WRK-PARM-DATA     PIC 9(08).                               00191000
          05 WRK-PARM-JUROS    PIC 9(01)V9(04).                         00192000
          05 WRK-PARM-MULTA    PIC 9(02)V9(02).                         00193000
      *-----------------------------------------------------            00194000
       01 FILLER PIC X(48) VALUE                                        00195000
            '-------CONTROLE DA REMESSA-------------------'.            00196000
      *-----------------------------------------------------            00197000
       77 WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.                   00198000
       77 WRK-SEQUENCIA        PIC 9(06) VALUE ZEROS.                   00199000
       77 WRK-NOSSONUM         PIC 9(10) VALUE ZEROS.                   00200000
       77 WRK-REGISTROU        PIC X(01) VALUE 'N'.                     00201000
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.                  00202000
      *    BOLETO MONTADO NO REGISTRO (NOVO OU REENVIADO).              00203000
       01 WRK-BOL-REG.                                                  00204000
          05 WRK-BOL-NUMERO     PIC 9(06).                              00205000
          05 WRK-BOL-NOSSONUM   PIC 9(10).                              00206000
          05 WRK-BOL-CLIENTE    PIC 9(05).                              00207000
          05 WRK-BOL-VENCIMENTO PIC 9(08).                              00208000
          05 WRK-BOL-VALOR      PIC 9(08)V9(02).                        00209000
          05 WRK-BOL-SITUACAO   PIC X(01).                              00210000
          05 WRK-BOL-DTREMESSA  PIC 9(08).                              00211000
          05 WRK-BOL-DTOCORR    PIC 9(08).                              00212000
          05 WRK-BOL-MOTIVO     PIC X(02).                              00213000
          05 FILLER             PIC X(02).                              00214000
      *-----------------------------------------------------            00215000
       01 FILLER PIC X(48) VALUE                                        00216000
            '-------CLIENTES (CLIMSTR)--------------------'.            00217000
      *-----------------------------------------------------            00218000
       77 WRK-CLI-COUNT        PIC 9(03) VALUE ZEROS.                   00219000
       77 WRK-CLI-IDX          PIC 9(03) VALUE ZEROS.                   00220000
       77 WRK-CLI-ACHOU        PIC X(01) VALUE 'N'.                     00221000
       01 WRK-CLI-TAB.                                                  00222000
          05 WRK-CLI-ITEM OCCURS 200 TIMES.                             00223000
             10 WRK-CLI-CODIGO     PIC 9(05).                           00224000
             10 WRK-CLI-RAZAO      PIC X(40).                           00225000
             10 WRK-CLI-CNPJ       PIC X(14).                           00226000
             10 WRK-CLI-ENDERECO   PIC X(40).                           00227000
      *-----------------------------------------------------            00228000
       01 FILLER PIC X(48) VALUE                                        00229000
            '-------REGISTROS DA REMESSA------------------'.            00230000
      *-----------------------------------------------------            00231000
       01 WRK-RM-HEADER.                                                00232000
          05 FILLER             PIC X(01) VALUE '0'.                    00233000
          05 WRK-RMH-DATA       PIC 9(08).                              00234000
          05 WRK-RMH-SEQUENCIA  PIC 9(06).                              00235000
          05 WRK-RMH-CONVENIO   PIC 9(07).                              00236000
          05 WRK-RMH-AGENCIA    PIC 9(04).                              00237000
          05 WRK-RMH-CONTA      PIC 9(08).                              00238000
          05 FILLER             PIC X(116) VALUE SPACES.                00239000
      *    MOVIMENTO 01 = REGISTRO DO TITULO, 02 = PEDIDO DE            00240000
      *    BAIXA. SEU NUMERO = NUMERO DA DUPLICATA.                     00241000
       01 WRK-RM-DETALHE.                                               00242000
          05 FILLER             PIC X(01) VALUE '1'.                    00243000
          05 WRK-RMD-MOVIMENTO  PIC X(02).                              00244000
          05 WRK-RMD-NOSSONUM   PIC 9(10).                              00245000
          05 WRK-RMD-SEUNUM     PIC 9(06).                              00246000
          05 WRK-RMD-VENCIMENTO PIC 9(08).                              00247000
          05 WRK-RMD-VALOR      PIC 9(08)V9(02).                        00248000
          05 WRK-RMD-MORA-DIA   PIC 9(06)V9(02).                        00249000
          05 WRK-RMD-MULTA      PIC 9(02)V9(02).                        00250000
          05 WRK-RMD-CNPJ       PIC X(14).                              00251000
          05 WRK-RMD-SACADO     PIC X(40).                              00252000
          05 WRK-RMD-ENDERECO   PIC X(40).                              00253000
          05 FILLER             PIC X(07) VALUE SPACES.                 00254000
       01 WRK-RM-TRAILER.                                               00255000
          05 FILLER             PIC X(01) VALUE '9'.                    00256000
          05 WRK-RMT-QTDE       PIC 9(06).                              00257000
          05 WRK-RMT-VALOR      PIC 9(12)V9(02).                        00258000
          05 FILLER             PIC X(129) VALUE SPACES.                00259000
      *-----------------------------------------------------            00260000
       01 FILLER PIC X(48) VALUE                                        00261000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00262000
      *-----------------------------------------------------            00263000
       77 WRK-REGDUP           PIC 9(06) VALUE ZEROS.                   00264000
       77 WRK-REGREMETIDOS     PIC 9(06) VALUE ZEROS.                   00265000
       77 WRK-REGREENVIADOS    PIC 9(06) VALUE ZEROS.                   00266000
       77 WRK-REGBAIXAS        PIC 9(06) VALUE ZEROS.                   00267000
       77 WRK-REGREJEITADOS    PIC 9(06) VALUE ZEROS.                   00268000
       77 WRK-REGDETALHES      PIC 9(06) VALUE ZEROS.                   00269000
       77 WRK-VLR-REMESSA      PIC 9(12)V9(02) VALUE ZEROS.             00270000
      *-----------------------------------------------------            00271000
       01 FILLER PIC X(48) VALUE                                        00272000
            '-------LINHAS DO RELATORIO-------------------'.            00273000
      *-----------------------------------------------------            00274000
       01 WRK-REL-CABEC.                                                00275000
          05 FILLER             PIC X(40) VALUE                         00276000
             'REMESSA DE COBRANCA - NAO REMETIDOS -'.                   00277000
          05 WRK-REL-CAB-DATA   PIC 9(08).                              00278000
          05 FILLER             PIC X(06) VALUE ' SEQ: '.               00279000
          05 WRK-REL-CAB-SEQ    PIC 9(06).                              00280000
          05 FILLER             PIC X(20) VALUE SPACES.                 00281000
       01 WRK-REL-LINHA.                                                00282000
          05 FILLER             PIC X(11) VALUE 'DUPLICATA: '.          00283000
          05 WRK-REL-NUMERO     PIC 9(06).                              00284000
          05 FILLER             PIC X(10) VALUE ' CLIENTE: '.           00285000
          05 WRK-REL-CLIENTE    PIC 9(05).                              00286000
          05 FILLER             PIC X(01) VALUE SPACES.                 00287000
          05 WRK-REL-VALOR      PIC ZZ.ZZZ.ZZ9,99.                      00288000
          05 FILLER             PIC X(01) VALUE SPACES.                 00289000
          05 WRK-REL-MOTIVO     PIC X(30).                              00290000
          05 FILLER             PIC X(03) VALUE SPACES.                 00291000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00292000
      *====================================================             00293000
       PROCEDURE                                 DIVISION.              00294000
      *====================================================             00295000
      *-----------------------------------------------------            00296000
       0000-PRINCIPAL                             SECTION.              00297000
      *-----------------------------------------------------            00298000
           PERFORM 1000-INICIALIZAR.                                    00299000
           PERFORM 2000-PROCESSAR UNTIL                                 00300000
                   FD-DUP-NUMERO EQUAL 999999                           00301000
                   AND FD-BOL-NUMERO EQUAL 999999.                      00302000
           PERFORM 3000-FINALIZAR.                                      00303000
           STOP RUN.                                                    00304000
      *-----------------------------------------------------            00305000
       0000-99-FIM.                                  EXIT.              00306000
      *-----------------------------------------------------            00307000
                                                                        00308000
      *-----------------------------------------------------            00309000
       1000-INICIALIZAR                           SECTION.              00310000
      *-----------------------------------------------------            00311000
           ACCEPT WRK-PARM FROM SYSIN.                                  00312000
           IF WRK-PARM-CONVENIO NOT NUMERIC                             00313000
              OR WRK-PARM-CONVENIO EQUAL ZEROS                          00314000
              OR WRK-PARM-AGENCIA NOT NUMERIC                           00315000
              OR WRK-PARM-CONTA NOT NUMERIC                             00316000
            DISPLAY 'CONVENIO/AGENCIA/CONTA NAO INFORMADOS - '          00317000
                    'EXECUCAO ABORTADA'                                 00318000
            STOP RUN                                                    00319000
           END-IF.                                                      00320000
           IF WRK-PARM-DATA NOT NUMERIC                                 00321000
              OR WRK-PARM-DATA EQUAL ZEROS                              00322000
            ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD                     00323000
           ELSE                                                         00324000
            MOVE WRK-PARM-DATA TO WRK-DATA-PROC                         00325000
           END-IF.                                                      00326000
           IF WRK-PARM-JUROS NOT NUMERIC                                00327000
            MOVE 0,0333 TO WRK-PARM-JUROS                               00328000
           END-IF.                                                      00329000
           IF WRK-PARM-MULTA NOT NUMERIC                                00330000
            MOVE 02,00 TO WRK-PARM-MULTA                                00331000
           END-IF.                                                      00332000
                                                                        00333000
      *    ULTIMA SEQUENCIA E ULTIMO NOSSO NUMERO USADOS.               00334000
           OPEN INPUT BOLCTL.                                           00335000
           IF WRK-FS-BOLCTL EQUAL 35                                    00336000
            DISPLAY 'BOLCTL AUSENTE - PRIMEIRA REMESSA'                 00337000
           ELSE                                                         00338000
            IF WRK-FS-BOLCTL NOT EQUAL 00                               00339000
             MOVE 'FR22CB48'              TO WRK-PROGRAMA               00340000
             MOVE 'ERRO NO OPEN BOLCTL'   TO WRK-MENSAGEM               00341000
             MOVE '1000'                  TO WRK-SECAO                  00342000
             MOVE WRK-FS-BOLCTL           TO WRK-STATUS                 00343000
             PERFORM 9000-TRATAERROS                                    00344000
            END-IF                                                      00345000
            PERFORM 1100-LER-CONTROLE                                   00346000
                    UNTIL WRK-FS-BOLCTL EQUAL 10                        00347000
            CLOSE BOLCTL                                                00348000
           END-IF.                                                      00349000
           ADD 1 TO WRK-SEQUENCIA.                                      00350000
                                                                        00351000
           OPEN INPUT DUPLICAT BOLANT CLIMSTR                           00352000
                OUTPUT REMESSA BOLNOVO RELREMES.                        00353000
      *    PRIMEIRA EXECUCAO: MASTER DE BOLETOS AUSENTE ENTRA           00354000
      *    VAZIO.                                                       00355000
           IF WRK-FS-BOLANT EQUAL 35                                    00356000
            MOVE 10 TO WRK-FS-BOLANT                                    00357000
           END-IF.                                                      00358000
             PERFORM 4000-TESTAR-STATUS.                                00359000
                                                                        00360000
           PERFORM 1200-CARREGAR-CLIENTES                               00361000
                   UNTIL WRK-FS-CLIMSTR EQUAL 10.                       00362000
           CLOSE CLIMSTR.                                               00363000
                                                                        00364000
           MOVE WRK-DATA-PROC     TO WRK-RMH-DATA.                      00365000
           MOVE WRK-SEQUENCIA     TO WRK-RMH-SEQUENCIA.                 00366000
           MOVE WRK-PARM-CONVENIO TO WRK-RMH-CONVENIO.                  00367000
           MOVE WRK-PARM-AGENCIA  TO WRK-RMH-AGENCIA.                   00368000
           MOVE WRK-PARM-CONTA    TO WRK-RMH-CONTA.                     00369000
           WRITE FD-REMESSA FROM WRK-RM-HEADER.                         00370000
                                                                        00371000
           MOVE WRK-DATA-PROC TO WRK-REL-CAB-DATA.                      00372000
           MOVE WRK-SEQUENCIA TO WRK-REL-CAB-SEQ.                       00373000
           WRITE FD-RELREMES FROM WRK-REL-CABEC.                        00374000
           WRITE FD-RELREMES FROM WRK-LINHABRANCO.                      00375000
                                                                        00376000
           PERFORM 5000-LER-DUPLICATA.                                  00377000
           PERFORM 5100-LER-BOLETO.                                     00378000
      *-----------------------------------------------------            00379000
       1000-99-FIM.                                  EXIT.              00380000
      *-----------------------------------------------------            00381000
                                                                        00382000
      *-----------------------------------------------------            00383000
       1100-LER-CONTROLE                          SECTION.              00384000
      *-----------------------------------------------------            00385000
           READ BOLCTL                                                  00386000
             AT END                                                     00387000
              MOVE 10 TO WRK-FS-BOLCTL                                  00388000
             NOT AT END                                                 00389000
              MOVE FD-CTL-SEQUENCIA TO WRK-SEQUENCIA                    00390000
              MOVE FD-CTL-NOSSONUM  TO WRK-NOSSONUM                     00391000
           END-READ.                                                    00392000
      *-----------------------------------------------------            00393000
       1100-99-FIM.                                  EXIT.              00394000
      *-----------------------------------------------------            00395000
                                                                        00396000
      *-----------------------------------------------------            00397000
       1200-CARREGAR-CLIENTES                     SECTION.              00398000
      *-----------------------------------------------------            00399000
           READ CLIMSTR                                                 00400000
             AT END                                                     00401000
              MOVE 10 TO WRK-FS-CLIMSTR                                 00402000
             NOT AT END                                                 00403000
              IF WRK-CLI-COUNT LESS 200                                 00404000
               ADD 1 TO WRK-CLI-COUNT                                   00405000
               MOVE FD-CLI-CODIGO                                       00406000
                 TO WRK-CLI-CODIGO (WRK-CLI-COUNT)                      00407000
               MOVE FD-CLI-RAZAO                                        00408000
                 TO WRK-CLI-RAZAO (WRK-CLI-COUNT)                       00409000
               MOVE FD-CLI-CNPJ                                         00410000
                 TO WRK-CLI-CNPJ (WRK-CLI-COUNT)                        00411000
               MOVE FD-CLI-ENDERECO                                     00412000
                 TO WRK-CLI-ENDERECO (WRK-CLI-COUNT)                    00413000
              ELSE                                                      00414000
               DISPLAY 'CLIMSTR EXCEDE A TABELA INTERNA '               00415000
                       '(200) - EXECUCAO ABORTADA'                      00416000
               STOP RUN                                                 00417000
              END-IF                                                    00418000
           END-READ.                                                    00419000
      *-----------------------------------------------------            00420000
       1200-99-FIM.                                  EXIT.              00421000
      *-----------------------------------------------------            00422000
                                                                        00423000
      *-----------------------------------------------------            00424000
       2000-PROCESSAR                             SECTION.              00425000
      *-----------------------------------------------------            00426000
           EVALUATE TRUE                                                00427000
            WHEN FD-DUP-NUMERO LESS FD-BOL-NUMERO                       00428000
             PERFORM 2100-DUPLICATA-SEM-BOLETO                          00429000
             PERFORM 5000-LER-DUPLICATA                                 00430000
                                                                        00431000
            WHEN FD-BOL-NUMERO LESS FD-DUP-NUMERO                       00432000
             WRITE FD-BOLNOVO FROM FD-BOLANT                            00433000
             PERFORM 5100-LER-BOLETO                                    00434000
                                                                        00435000
            WHEN OTHER                                                  00436000
             PERFORM 2200-DUPLICATA-COM-BOLETO                          00437000
             PERFORM 5000-LER-DUPLICATA                                 00438000
             PERFORM 5100-LER-BOLETO                                    00439000
           END-EVALUATE.                                                00440000
      *-----------------------------------------------------            00441000
       2000-99-FIM.                                  EXIT.              00442000
      *-----------------------------------------------------            00443000
                                                                        00444000
      *-----------------------------------------------------            00445000
       2100-DUPLICATA-SEM-BOLETO                  SECTION.              00446000
      *-----------------------------------------------------            00447000
      *    SO VAI PARA O BANCO O TITULO EM ABERTO (INTEGRAL OU          00448000
      *    PARCIAL), PELO SALDO.                                        00449000
           IF (FD-DUP-SITUACAO EQUAL 'A'                                00450000
               OR FD-DUP-SITUACAO EQUAL 'P')                            00451000
              AND FD-DUP-SALDO GREATER ZEROS                            00452000
            PERFORM 2300-REGISTRAR-BOLETO                               00453000
            IF WRK-REGISTROU EQUAL 'S'                                  00454000
             WRITE FD-BOLNOVO FROM WRK-BOL-REG                          00455000
             ADD 1 TO WRK-REGREMETIDOS                                  00456000
            END-IF                                                      00457000
           END-IF.                                                      00458000
      *-----------------------------------------------------            00459000
       2100-99-FIM.                                  EXIT.              00460000
      *-----------------------------------------------------            00461000
                                                                        00462000
      *-----------------------------------------------------            00463000
       2200-DUPLICATA-COM-BOLETO                  SECTION.              00464000
      *-----------------------------------------------------            00465000
      *    REJEITADO PELO BANCO E AINDA EM ABERTO: REENVIA COM          00466000
      *    NOVO NOSSO NUMERO. EM CARTEIRA (OU AINDA SEM                 00467000
      *    RETORNO) COM A DUPLICATA QUITADA POR FORA DO BANCO           00468000
      *    OU CANCELADA: PEDE A BAIXA.                                  00469000
           EVALUATE TRUE                                                00470000
            WHEN FD-BOL-SITUACAO EQUAL 'J'                              00471000
             AND (FD-DUP-SITUACAO EQUAL 'A'                             00472000
               OR FD-DUP-SITUACAO EQUAL 'P')                            00473000
             AND FD-DUP-SALDO GREATER ZEROS                             00474000
             PERFORM 2300-REGISTRAR-BOLETO                              00475000
             IF WRK-REGISTROU EQUAL 'S'                                 00476000
              WRITE FD-BOLNOVO FROM WRK-BOL-REG                         00477000
              ADD 1 TO WRK-REGREENVIADOS                                00478000
             ELSE                                                       00479000
              WRITE FD-BOLNOVO FROM FD-BOLANT                           00480000
             END-IF                                                     00481000
                                                                        00482000
            WHEN (FD-BOL-SITUACAO EQUAL 'R'                             00483000
               OR FD-BOL-SITUACAO EQUAL 'E')                            00484000
             AND (FD-DUP-SITUACAO EQUAL 'Q'                             00485000
               OR FD-DUP-SITUACAO EQUAL 'C')                            00486000
             PERFORM 2400-PEDIR-BAIXA                                   00487000
             WRITE FD-BOLNOVO FROM FD-BOLANT                            00488000
                                                                        00489000
            WHEN OTHER                                                  00490000
             WRITE FD-BOLNOVO FROM FD-BOLANT                            00491000
           END-EVALUATE.                                                00492000
      *-----------------------------------------------------            00493000
       2200-99-FIM.                                  EXIT.              00494000
      *-----------------------------------------------------            00495000
                                                                        00496000
      *-----------------------------------------------------            00497000
       2300-REGISTRAR-BOLETO                      SECTION.              00498000
      *-----------------------------------------------------            00499000
           MOVE 'N'    TO WRK-REGISTROU.                                00500000
           MOVE SPACES TO WRK-MOTIVO.                                   00501000
           MOVE 'N' TO WRK-CLI-ACHOU.                                   00502000
           MOVE 1   TO WRK-CLI-IDX.                                     00503000
           PERFORM 2350-PROCURA-CLIENTE                                 00504000
                   UNTIL WRK-CLI-IDX GREATER WRK-CLI-COUNT              00505000
                      OR WRK-CLI-ACHOU EQUAL 'S'.                       00506000
           EVALUATE TRUE                                                00507000
            WHEN WRK-CLI-ACHOU EQUAL 'N'                                00508000
             MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO                00509000
            WHEN WRK-CLI-CNPJ (WRK-CLI-IDX) NOT NUMERIC                 00510000
              OR WRK-CLI-CNPJ (WRK-CLI-IDX) EQUAL ZEROS                 00511000
             MOVE 'CLIENTE SEM CNPJ/CPF VALIDO' TO WRK-MOTIVO           00512000
            WHEN FD-DUP-VENCIMENTO LESS WRK-DATA-PROC                   00513000
             MOVE 'VENCIMENTO ANTERIOR A REMESSA'                       00514000
               TO WRK-MOTIVO                                            00515000
            WHEN OTHER                                                  00516000
             CONTINUE                                                   00517000
           END-EVALUATE.                                                00518000
           IF WRK-MOTIVO NOT EQUAL SPACES                               00519000
            PERFORM 2500-REJEITAR                                       00520000
            GO TO 2300-99-FIM                                           00521000
           END-IF.                                                      00522000
                                                                        00523000
           ADD 1 TO WRK-NOSSONUM.                                       00524000
           MOVE '01'                TO WRK-RMD-MOVIMENTO.               00525000
           MOVE WRK-NOSSONUM        TO WRK-RMD-NOSSONUM.                00526000
           MOVE FD-DUP-NUMERO       TO WRK-RMD-SEUNUM.                  00527000
           MOVE FD-DUP-VENCIMENTO   TO WRK-RMD-VENCIMENTO.              00528000
           MOVE FD-DUP-SALDO        TO WRK-RMD-VALOR.                   00529000
           COMPUTE WRK-RMD-MORA-DIA ROUNDED =                           00530000
                   FD-DUP-SALDO * WRK-PARM-JUROS / 100.                 00531000
           MOVE WRK-PARM-MULTA      TO WRK-RMD-MULTA.                   00532000
           MOVE WRK-CLI-CNPJ (WRK-CLI-IDX)     TO WRK-RMD-CNPJ.         00533000
           MOVE WRK-CLI-RAZAO (WRK-CLI-IDX)    TO WRK-RMD-SACADO.       00534000
           MOVE WRK-CLI-ENDERECO (WRK-CLI-IDX) TO WRK-RMD-ENDERECO.     00535000
           WRITE FD-REMESSA FROM WRK-RM-DETALHE.                        00536000
           ADD 1 TO WRK-REGDETALHES.                                    00537000
           ADD FD-DUP-SALDO TO WRK-VLR-REMESSA.                         00538000
                                                                        00539000
           MOVE SPACES            TO WRK-BOL-REG.                       00540000
           MOVE FD-DUP-NUMERO     TO WRK-BOL-NUMERO.                    00541000
           MOVE WRK-NOSSONUM      TO WRK-BOL-NOSSONUM.                  00542000
           MOVE FD-DUP-CLIENTE    TO WRK-BOL-CLIENTE.                   00543000
           MOVE FD-DUP-VENCIMENTO TO WRK-BOL-VENCIMENTO.                00544000
           MOVE FD-DUP-SALDO      TO WRK-BOL-VALOR.                     00545000
           MOVE 'R'               TO WRK-BOL-SITUACAO.                  00546000
           MOVE WRK-DATA-PROC     TO WRK-BOL-DTREMESSA.                 00547000
           MOVE WRK-DATA-PROC     TO WRK-BOL-DTOCORR.                   00548000
           MOVE 'S' TO WRK-REGISTROU.                                   00549000
      *-----------------------------------------------------            00550000
       2300-99-FIM.                                  EXIT.              00551000
      *-----------------------------------------------------            00552000
                                                                        00553000
      *-----------------------------------------------------            00554000
       2350-PROCURA-CLIENTE                       SECTION.              00555000
      *-----------------------------------------------------            00556000
           IF WRK-CLI-CODIGO (WRK-CLI-IDX) EQUAL FD-DUP-CLIENTE         00557000
            MOVE 'S' TO WRK-CLI-ACHOU                                   00558000
           ELSE                                                         00559000
            ADD 1 TO WRK-CLI-IDX                                        00560000
           END-IF.                                                      00561000
      *-----------------------------------------------------            00562000
       2350-99-FIM.                                  EXIT.              00563000
      *-----------------------------------------------------            00564000
                                                                        00565000
      *-----------------------------------------------------            00566000
       2400-PEDIR-BAIXA                           SECTION.              00567000
      *-----------------------------------------------------            00568000
           MOVE SPACES              TO WRK-RM-DETALHE.                  00569000
           MOVE '1'                 TO WRK-RM-DETALHE (1:1).            00570000
           MOVE '02'                TO WRK-RMD-MOVIMENTO.               00571000
           MOVE FD-BOL-NOSSONUM     TO WRK-RMD-NOSSONUM.                00572000
           MOVE FD-BOL-NUMERO       TO WRK-RMD-SEUNUM.                  00573000
           MOVE FD-BOL-VENCIMENTO   TO WRK-RMD-VENCIMENTO.              00574000
           MOVE FD-BOL-VALOR        TO WRK-RMD-VALOR.                   00575000
           MOVE ZEROS               TO WRK-RMD-MORA-DIA.                00576000
           MOVE ZEROS               TO WRK-RMD-MULTA.                   00577000
           WRITE FD-REMESSA FROM WRK-RM-DETALHE.                        00578000
           ADD 1 TO WRK-REGDETALHES.                                    00579000
           ADD 1 TO WRK-REGBAIXAS.                                      00580000
           MOVE 'B'           TO FD-BOL-SITUACAO.                       00581000
           MOVE WRK-DATA-PROC TO FD-BOL-DTOCORR.                        00582000
      *-----------------------------------------------------            00583000
       2400-99-FIM.                                  EXIT.              00584000
      *-----------------------------------------------------            00585000
                                                                        00586000
      *-----------------------------------------------------            00587000
       2500-REJEITAR                              SECTION.              00588000
      *-----------------------------------------------------            00589000
           ADD 1 TO WRK-REGREJEITADOS.                                  00590000
           MOVE FD-DUP-NUMERO  TO WRK-REL-NUMERO.                       00591000
           MOVE FD-DUP-CLIENTE TO WRK-REL-CLIENTE.                      00592000
           MOVE FD-DUP-SALDO   TO WRK-REL-VALOR.                        00593000
           MOVE WRK-MOTIVO     TO WRK-REL-MOTIVO.                       00594000
           WRITE FD-RELREMES FROM WRK-REL-LINHA.                        00595000
      *-----------------------------------------------------            00596000
       2500-99-FIM.                                  EXIT.              00597000
      *-----------------------------------------------------            00598000
                                                                        00599000
      *-----------------------------------------------------            00600000
       3000-FINALIZAR                             SECTION.              00601000
      *-----------------------------------------------------            00602000
           MOVE WRK-REGDETALHES TO WRK-RMT-QTDE.                        00603000
           MOVE WRK-VLR-REMESSA TO WRK-RMT-VALOR.                       00604000
           WRITE FD-REMESSA FROM WRK-RM-TRAILER.                        00605000
                                                                        00606000
           CLOSE DUPLICAT BOLANT REMESSA BOLNOVO RELREMES.              00607000
                                                                        00608000
           OPEN EXTEND BOLCTL.                                          00609000
           IF WRK-FS-BOLCTL EQUAL 35                                    00610000
            OPEN OUTPUT BOLCTL                                          00611000
           END-IF.                                                      00612000
           IF WRK-FS-BOLCTL NOT EQUAL 00                                00613000
            MOVE 'FR22CB48'              TO WRK-PROGRAMA                00614000
            MOVE 'ERRO NO OPEN BOLCTL'   TO WRK-MENSAGEM                00615000
            MOVE '3000'                  TO WRK-SECAO                   00616000
            MOVE WRK-FS-BOLCTL           TO WRK-STATUS                  00617000
            PERFORM 9000-TRATAERROS                                     00618000
           END-IF.                                                      00619000
           MOVE SPACES          TO FD-BOLCTL.                           00620000
           MOVE WRK-DATA-PROC   TO FD-CTL-DATA.                         00621000
           MOVE WRK-SEQUENCIA   TO FD-CTL-SEQUENCIA.                    00622000
           MOVE WRK-NOSSONUM    TO FD-CTL-NOSSONUM.                     00623000
           MOVE WRK-REGDETALHES TO FD-CTL-QTDE.                         00624000
           MOVE WRK-VLR-REMESSA TO FD-CTL-VALOR.                        00625000
           WRITE FD-BOLCTL.                                             00626000
           CLOSE BOLCTL.                                                00627000
                                                                        00628000
           DISPLAY ' '.                                                 00629000
           DISPLAY 'REMESSA SEQUENCIA:     ' WRK-SEQUENCIA.             00630000
           DISPLAY 'DUPLICATAS LIDAS:      ' WRK-REGDUP.                00631000
           DISPLAY 'BOLETOS REGISTRADOS:   ' WRK-REGREMETIDOS.          00632000
           DISPLAY 'BOLETOS REENVIADOS:    ' WRK-REGREENVIADOS.         00633000
           DISPLAY 'PEDIDOS DE BAIXA:      ' WRK-REGBAIXAS.             00634000
           DISPLAY 'NAO REMETIDOS:         ' WRK-REGREJEITADOS.         00635000
           DISPLAY 'DETALHES NA REMESSA:   ' WRK-REGDETALHES.           00636000
           DISPLAY 'VALOR DA REMESSA:      ' WRK-VLR-REMESSA.           00637000
           DISPLAY 'ULTIMO NOSSO NUMERO:   ' WRK-NOSSONUM.              00638000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00639000
      *-----------------------------------------------------            00640000
       3000-99-FIM.                                  EXIT.              00641000
      *-----------------------------------------------------            00642000
                                                                        00643000
      *-----------------------------------------------------            00644000
       4000-TESTAR-STATUS                         SECTION.              00645000
      *-----------------------------------------------------            00646000
           IF WRK-FS-DUPLICAT NOT EQUAL 00                              00647000
            MOVE 'FR22CB48'              TO WRK-PROGRAMA                00648000
            MOVE 'ERRO NO OPEN DUPLICAT' TO WRK-MENSAGEM                00649000
            MOVE '1000'                  TO WRK-SECAO                   00650000
            MOVE WRK-FS-DUPLICAT         TO WRK-STATUS                  00651000
            PERFORM 9000-TRATAERROS                                     00652000
           END-IF.                                                      00653000
           IF WRK-FS-BOLANT NOT EQUAL 00                                00654000
              AND WRK-FS-BOLANT NOT EQUAL 10                            00655000
            MOVE 'FR22CB48'              TO WRK-PROGRAMA                00656000
            MOVE 'ERRO NO OPEN BOLANT'   TO WRK-MENSAGEM                00657000
            MOVE '1000'                  TO WRK-SECAO                   00658000
            MOVE WRK-FS-BOLANT           TO WRK-STATUS                  00659000
            PERFORM 9000-TRATAERROS                                     00660000
           END-IF.                                                      00661000
           IF WRK-FS-CLIMSTR NOT EQUAL 00                               00662000
            MOVE 'FR22CB48'              TO WRK-PROGRAMA                00663000
            MOVE 'ERRO NO OPEN CLIMSTR'  TO WRK-MENSAGEM                00664000
            MOVE '1000'                  TO WRK-SECAO                   00665000
            MOVE WRK-FS-CLIMSTR          TO WRK-STATUS                  00666000
            PERFORM 9000-TRATAERROS                                     00667000
           END-IF.                                                      00668000
           IF WRK-FS-REMESSA NOT EQUAL 00                               00669000
            MOVE 'FR22CB48'              TO WRK-PROGRAMA                00670000
            MOVE 'ERRO NO OPEN REMESSA'  TO WRK-MENSAGEM                00671000
            MOVE '1000'                  TO WRK-SECAO                   00672000
            MOVE WRK-FS-REMESSA          TO WRK-STATUS                  00673000
            PERFORM 9000-TRATAERROS                                     00674000
           END-IF.                                                      00675000
           IF WRK-FS-BOLNOVO NOT EQUAL 00                               00676000
            MOVE 'FR22CB48'              TO WRK-PROGRAMA                00677000
            MOVE 'ERRO NO OPEN BOLNOVO'  TO WRK-MENSAGEM                00678000
            MOVE '1000'                  TO WRK-SECAO                   00679000
            MOVE WRK-FS-BOLNOVO          TO WRK-STATUS                  00680000
            PERFORM 9000-TRATAERROS                                     00681000
           END-IF.                                                      00682000
           IF WRK-FS-RELREMES NOT EQUAL 00                              00683000
            MOVE 'FR22CB48'              TO WRK-PROGRAMA                00684000
            MOVE 'ERRO NO OPEN RELREMES' TO WRK-MENSAGEM                00685000
            MOVE '1000'                  TO WRK-SECAO                   00686000
            MOVE WRK-FS-RELREMES         TO WRK-STATUS                  00687000
            PERFORM 9000-TRATAERROS                                     00688000
           END-IF.                                                      00689000
      *-----------------------------------------------------            00690000
       4000-99-FIM.                                  EXIT.              00691000
      *-----------------------------------------------------            00692000
                                                                        00693000
      *-----------------------------------------------------            00694000
       5000-LER-DUPLICATA                         SECTION.              00695000
      *-----------------------------------------------------            00696000
           READ DUPLICAT.                                               00697000
           IF WRK-FS-DUPLICAT EQUAL 10                                  00698000
            MOVE 999999 TO FD-DUP-NUMERO                                00699000
           ELSE                                                         00700000
            ADD 1 TO WRK-REGDUP                                         00701000
           END-IF.                                                      00702000
      *-----------------------------------------------------            00703000
       5000-99-FIM.                                  EXIT.              00704000
      *-----------------------------------------------------            00705000
                                                                        00706000
      *-----------------------------------------------------            00707000
       5100-LER-BOLETO                            SECTION.              00708000
      *-----------------------------------------------------            00709000
           IF WRK-FS-BOLANT EQUAL 10                                    00710000
            MOVE 999999 TO FD-BOL-NUMERO                                00711000
           ELSE                                                         00712000
            READ BOLANT                                                 00713000
            IF WRK-FS-BOLANT EQUAL 10                                   00714000
             MOVE 999999 TO FD-BOL-NUMERO                               00715000
            END-IF                                                      00716000
           END-IF.                                                      00717000
      *-----------------------------------------------------            00718000
       5100-99-FIM.                                  EXIT.              00719000
      *-----------------------------------------------------            00720000
                                                                        00721000
      *-----------------------------------------------------            00722000
       9000-TRATAERROS                            SECTION.              00723000
      *-----------------------------------------------------            00724000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00725000
           GOBACK.                                                      00726000
      *-----------------------------------------------------            00727000
       9000-99-FIM.                                  EXIT.              00728000
      *-----------------------------------------------------            00729000
