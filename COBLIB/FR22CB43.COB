      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB43.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: REGUA DE COBRANCA SEMANAL: ORDENA O    *             00008000
      *            MASTER DE DUPLICATAS (FR22CB27/CB28)   *             00009000
      *            POR CLIENTE E, NA DATA DE REFERENCIA,  *             00010000
      *            CLASSIFICA CADA TITULO EM ABERTO NO    *             00011000
      *            ESTAGIO DE 5, 15 OU 30 DIAS DE ATRASO  *             00012000
      *            (BASE COMERCIAL, COMO O FR22CB29).     *             00013000
      *            CLIENTE COM TITULO EM ESTAGIO AINDA    *             00014000
      *            NAO AVISADO RECEBE UMA CARTA (UMA      *             00015000
      *            PAGINA EM CARTAS) COM TODOS OS SEUS    *             00016000
      *            TITULOS VENCIDOS E O VALOR ATUALIZADO  *             00017000
      *            COM JUROS E MULTA PELAS MESMAS REGRAS  *             00018000
      *            DA BAIXA DO FR22CB28. CADA AVISO       *             00019000
      *            EMITIDO E GRAVADO EM CARTAHIS (TITULO  *             00020000
      *            E ESTAGIO), LIDO NA EXECUCAO SEGUINTE  *             00021000
      *            PARA NAO REPETIR O MESMO ESTAGIO.      *             00022000
      *            CLIENTE FORA DO CLIMSTR NAO RECEBE     *             00023000
      *            CARTA E SAI NO LOG DA EXECUCAO.        *             00024000
      *---------------------------------------------------*             00025000
      *  PARAMETRO (SYSIN): DATA DE REFERENCIA AAAAMMDD   *             00026000
      *            (ZEROS = DATA DO SISTEMA), JUROS % AO  *             00027000
      *            DIA 9V9999 (PADRAO 0,0333) E MULTA %   *             00028000
      *            99V99 (PADRAO 02,00) - OS MESMOS DO    *             00029000
      *            FR22CB28.                              *             00030000
      *---------------------------------------------------*             00031000
      *  ARQUIVOS:                                        *             00032000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00033000
      *  DUPLICAT            I             ---------      *             00034000
      *  DUPSORT             I/O           ---------      *             00035000
      *  CLIMSTR             I             ---------      *             00036000
      *  CARTAHIS            I/O           ---------      *             00037000
      *  CARTAS              O             ---------      *             00038000
      *===================================================*             00039000
                                                                        00040000
      *====================================================             00041000
       ENVIRONMENT                               DIVISION.              00042000
      *====================================================             00043000
       CONFIGURATION                             SECTION.               00044000
       SPECIAL-NAMES.                                                   00045000
           DECIMAL-POINT  IS COMMA.                                     00046000
                                                                        00047000
       INPUT-OUTPUT                              SECTION.               00048000
       FILE-CONTROL.                                                    00049000
           SELECT DUPLICAT ASSIGN TO DUPLICAT                           00050000
               FILE STATUS IS WRK-FS-DUPLICAT.                          00051000
                                                                        00052000
           SELECT DUPSORT ASSIGN TO DUPSORT                             00053000
               FILE STATUS IS WRK-FS-DUPSORT.                           00054000
                                                                        00055000
           SELECT CLIMSTR ASSIGN TO CLIMSTR                             00056000
               FILE STATUS IS WRK-FS-CLIMSTR.                           00057000
                                                                        00058000
           SELECT CARTAHIS ASSIGN TO CARTAHIS                           00059000
               FILE STATUS IS WRK-FS-CARTAHIS.                          00060000
                                                                        00061000
           SELECT CARTAS ASSIGN TO CARTAS                               00062000
               FILE STATUS IS WRK-FS-CARTAS.                            00063000
                                                                        00064000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00065000
                                                                        00066000
      *====================================================             00067000
       DATA                                      DIVISION.              00068000
      *====================================================             00069000
      *-----------------------------------------------------            00070000
       FILE                                      SECTION.               00071000
      *-----------------------------------------------------            00072000
       FD DUPLICAT                                                      00073000
           RECORDING MODE IS F                                          00074000
           BLOCK CONTAINS 0 RECORDS.                                    00075000
      *-----------LRECL 75----------------------------------            00076000
       01 FD-DUPLICAT           PIC X(75).                              00077000
                                                                        00078000
       FD DUPSORT                                                       00079000
           RECORDING MODE IS F                                          00080000
           BLOCK CONTAINS 0 RECORDS.                                    00081000
      *-----------LRECL 75----------------------------------            00082000
       01 FD-DUPSORT.                                                   00083000
          05 FD-DPS-NUMERO      PIC 9(06).                              00084000
          05 FD-DPS-CLIENTE     PIC 9(05).                              00085000
          05 FD-DPS-VALOR       PIC 9(08)V9(02).                        00086000
          05 FD-DPS-VENCIMENTO  PIC 9(08).                              00087000
          05 FD-DPS-SALDO       PIC 9(08)V9(02).                        00088000
          05 FD-DPS-SITUACAO    PIC X(01).                              00089000
          05 FD-DPS-VENDEDOR    PIC 9(05).                              00090000
          05 FD-DPS-COMISSAO    PIC 9(08)V9(02).                        00091000
          05 FD-DPS-ENCARGOS    PIC 9(08)V9(02).                        00092000
          05 FD-DPS-DTCALC      PIC 9(08).                              00093000
          05 FD-DPS-MULTADA     PIC X(01).                              00094000
          05 FILLER             PIC X(01).                              00095000
                                                                        00096000
       FD CLIMSTR                                                       00097000
           RECORDING MODE IS F                                          00098000
           BLOCK CONTAINS 0 RECORDS.                                    00099000
      *-----------LRECL 112---------------------------------            00100000
       01 FD-CLIMSTR.                                                   00101000
          05 FD-CLI-CODIGO      PIC 9(05).                              00102000
          05 FD-CLI-RAZAO       PIC X(40).                              00103000
          05 FD-CLI-CNPJ        PIC X(14).                              00104000
          05 FD-CLI-ENDERECO    PIC X(40).                              00105000
          05 FD-CLI-LIMITE      PIC 9(08)V99.                           00106000
          05 FD-CLI-GRUPO       PIC X(03).                              00106500
                                                                        00107000
       FD CARTAHIS                                                      00108000
           RECORDING MODE IS F                                          00109000
           BLOCK CONTAINS 0 RECORDS.                                    00110000
      *-----------LRECL 40----------------------------------            00111000
      *    ESTAGIO 05, 15 OU 30 DIAS DE ATRASO.                         00112000
       01 FD-CARTAHIS.                                                  00113000
          05 FD-HIS-NUMERO      PIC 9(06).                              00114000
          05 FD-HIS-CLIENTE     PIC 9(05).                              00115000
          05 FD-HIS-ESTAGIO     PIC 9(02).                              00116000
          05 FD-HIS-DATA        PIC 9(08).                              00117000
          05 FD-HIS-DIAS        PIC 9(03).                              00118000
          05 FD-HIS-VALOR       PIC 9(08)V9(02).                        00119000
          05 FILLER             PIC X(06).                              00120000
                                                                        00121000
       FD CARTAS                                                        00122000
           RECORDING MODE IS F                                          00123000
           BLOCK CONTAINS 0 RECORDS.                                    00124000
      *-----------LRECL 80----------------------------------            00125000
       01 FD-CARTAS             PIC X(80).                              00126000
      *-----------------------------------------------------            00127000
       SD ARQSORT.                                                      00128000
       01 SD-ARQSORT.                                                   00129000
          05 SD-SORT-NUMERO     PIC 9(06).                              00130000
          05 SD-SORT-CLIENTE    PIC 9(05).                              00131000
          05 FILLER             PIC X(64).                              00132000
      *-----------------------------------------------------            00133000
       WORKING-STORAGE                           SECTION.               00134000
      *-----------------------------------------------------            00135000
           COPY '#GLOG'.                                                00136000
      *-----------------------------------------------------            00137000
       01 FILLER PIC X(48) VALUE                                        00138000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00139000
      *-----------------------------------------------------            00140000
       77 WRK-FS-DUPLICAT      PIC 9(02).                               00141000
       77 WRK-FS-DUPSORT       PIC 9(02).                               00142000
       77 WRK-FS-CLIMSTR       PIC 9(02).                               00143000
       77 WRK-FS-CARTAHIS      PIC 9(02).                               00144000
       77 WRK-FS-CARTAS        PIC 9(02).                               00145000
      *-----------------------------------------------------            00146000
       01 FILLER PIC X(48) VALUE                                        00147000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00148000
      *-----------------------------------------------------            00149000
       01 WRK-PARM.                                                     00150000
          05 WRK-PARM-DATAREF  PIC 9(08).                               00151000
          05 WRK-PARM-JUROS    PIC 9(01)V9(04).                         00152000
          05 WRK-PARM-MULTA    PIC 9(02)V9(02).                         00153000
      *-----------------------------------------------------            00154000
       01 FILLER PIC X(48) VALUE                                        00155000
            '-------CALCULO DE DIAS (BASE 30)-------------'.            00156000
      *-----------------------------------------------------            00157000
       01 WRK-DATA-AUX.                                                 00158000
          05 WRK-AUX-ANO    PIC 9(04).                                  00159000
          05 WRK-AUX-MES    PIC 9(02).                                  00160000
          05 WRK-AUX-DIA    PIC 9(02).                                  00161000
       01 WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX                         00162000
                           PIC 9(08).                                   00163000
       01 WRK-DATA-EDIT.                                                00164000
          05 WRK-EDT-DIA    PIC 9(02).                                  00165000
          05 FILLER         PIC X(01) VALUE '/'.                        00166000
          05 WRK-EDT-MES    PIC 9(02).                                  00167000
          05 FILLER         PIC X(01) VALUE '/'.                        00168000
          05 WRK-EDT-ANO    PIC 9(04).                                  00169000
       77 WRK-DIAS-REF     PIC 9(08)    VALUE ZEROS.                    00170000
       77 WRK-DIAS-AUX     PIC 9(08)    VALUE ZEROS.                    00171000
       77 WRK-DIAS-ATRASO  PIC S9(05)   VALUE ZEROS.                    00172000
       77 WRK-DIAS-JUROS   PIC S9(05)   VALUE ZEROS.                    00173000
       77 WRK-PRINCIPAL    PIC 9(08)V9(02) VALUE ZEROS.                 00174000
       77 WRK-JUROS        PIC 9(08)V9(02) VALUE ZEROS.                 00175000
       77 WRK-MULTA        PIC 9(08)V9(02) VALUE ZEROS.                 00176000
       77 WRK-ESTAGIO      PIC 9(02)    VALUE ZEROS.                    00177000
      *-----------------------------------------------------            00178000
       01 FILLER PIC X(48) VALUE                                        00179000
            '-------CADASTRO DE CLIENTES------------------'.            00180000
      *-----------------------------------------------------            00181000
       77 WRK-CLI-COUNT    PIC 9(03)    VALUE ZEROS.                    00182000
       77 WRK-CLI-IDX      PIC 9(03)    VALUE ZEROS.                    00183000
       77 WRK-CLI-ACHOU    PIC X(01)    VALUE 'N'.                      00184000
       01 WRK-CLI-TAB.                                                  00185000
          05 WRK-CLI-ITEM OCCURS 200 TIMES.                             00186000
             10 WRK-CLI-CODIGO   PIC 9(05).                             00187000
             10 WRK-CLI-RAZAO    PIC X(40).                             00188000
             10 WRK-CLI-CNPJ     PIC X(14).                             00189000
             10 WRK-CLI-ENDERECO PIC X(40).                             00190000
      *-----------------------------------------------------            00191000
       01 FILLER PIC X(48) VALUE                                        00192000
            '-------AVISOS JA EMITIDOS (CARTAHIS)---------'.            00193000
      *-----------------------------------------------------            00194000
       77 WRK-HIS-COUNT    PIC 9(04)    VALUE ZEROS.                    00195000
       77 WRK-HIS-IDX      PIC 9(04)    VALUE ZEROS.                    00196000
       77 WRK-HIS-ACHOU    PIC X(01)    VALUE 'N'.                      00197000
       01 WRK-HIS-TAB.                                                  00198000
          05 WRK-HIS-ITEM OCCURS 5000 TIMES.                            00199000
             10 WRK-HIS-NUMERO   PIC 9(06).                             00200000
             10 WRK-HIS-ESTAGIO  PIC 9(02).                             00201000
      *-----------------------------------------------------            00202000
       01 FILLER PIC X(48) VALUE                                        00203000
            '-------TITULOS VENCIDOS DO CLIENTE-----------'.            00204000
      *-----------------------------------------------------            00205000
      *    NOVO: S-ESTAGIO AINDA NAO AVISADO AO CLIENTE.                00206000
       77 WRK-CLI-ATUAL    PIC 9(05)    VALUE ZEROS.                    00207000
       77 WRK-TIT-COUNT    PIC 9(03)    VALUE ZEROS.                    00208000
       77 WRK-TIT-IDX      PIC 9(03)    VALUE ZEROS.                    00209000
       77 WRK-TIT-NOVOS    PIC 9(03)    VALUE ZEROS.                    00210000
       77 WRK-TOT-CARTA    PIC 9(10)V9(02) VALUE ZEROS.                 00211000
       01 WRK-TIT-TAB.                                                  00212000
          05 WRK-TIT-ITEM OCCURS 200 TIMES.                             00213000
             10 WRK-TIT-NUMERO     PIC 9(06).                           00214000
             10 WRK-TIT-VENCIMENTO PIC 9(08).                           00215000
             10 WRK-TIT-DIAS       PIC 9(05).                           00216000
             10 WRK-TIT-SALDO      PIC 9(08)V9(02).                     00217000
             10 WRK-TIT-ENCARGOS   PIC 9(08)V9(02).                     00218000
             10 WRK-TIT-ATUALIZADO PIC 9(08)V9(02).                     00219000
             10 WRK-TIT-ESTAGIO    PIC 9(02).                           00220000
             10 WRK-TIT-NOVO       PIC X(01).                           00221000
      *-----------------------------------------------------            00222000
       01 FILLER PIC X(48) VALUE                                        00223000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00224000
      *-----------------------------------------------------            00225000
       77 WRK-REGLIDOS     PIC 9(06)    VALUE ZEROS.                    00226000
       77 WRK-REGVENCIDOS  PIC 9(06)    VALUE ZEROS.                    00227000
       77 WRK-REGAVISOS    PIC 9(06)    VALUE ZEROS.                    00228000
       77 WRK-REGCARTAS    PIC 9(06)    VALUE ZEROS.                    00229000
       77 WRK-REGSEMCAD    PIC 9(06)    VALUE ZEROS.                    00230000
       77 WRK-TOT-COBRADO  PIC 9(12)V9(02) VALUE ZEROS.                 00231000
      *-----------------------------------------------------            00232000
       01 FILLER PIC X(48) VALUE                                        00233000
            '-------LINHAS DA CARTA-----------------------'.            00234000
      *-----------------------------------------------------            00235000
       01 WRK-CAR-CABEC1.                                               00236000
          05 FILLER             PIC X(30) VALUE                         00237000
             'AVISO DE COBRANCA'.                                       00238000
          05 FILLER             PIC X(34) VALUE SPACES.                 00239000
          05 FILLER             PIC X(06) VALUE 'DATA: '.               00240000
          05 WRK-CAR-CAB-DATA   PIC X(10).                              00241000
       01 WRK-CAR-DEST1.                                                00242000
          05 FILLER             PIC X(09) VALUE 'CLIENTE: '.            00243000
          05 WRK-CAR-CODIGO     PIC 9(05).                              00244000
          05 FILLER             PIC X(03) VALUE ' - '.                  00245000
          05 WRK-CAR-RAZAO      PIC X(40).                              00246000
          05 FILLER             PIC X(23) VALUE SPACES.                 00247000
       01 WRK-CAR-DEST2.                                                00248000
          05 FILLER             PIC X(17) VALUE SPACES.                 00249000
          05 WRK-CAR-ENDERECO   PIC X(40).                              00250000
          05 FILLER             PIC X(23) VALUE SPACES.                 00251000
       01 WRK-CAR-DEST3.                                                00252000
          05 FILLER             PIC X(17) VALUE SPACES.                 00253000
          05 FILLER             PIC X(10) VALUE 'CNPJ/CPF: '.           00254000
          05 WRK-CAR-CNPJ       PIC X(14).                              00255000
          05 FILLER             PIC X(39) VALUE SPACES.                 00256000
       01 WRK-CAR-TEXTO1        PIC X(80) VALUE                         00257000
           'PREZADO CLIENTE,'.                                          00258000
       01 WRK-CAR-TEXTO2.                                               00259000
          05 FILLER             PIC X(40) VALUE                         00260000
             'NAO CONSTA EM NOSSOS REGISTROS O PAGAMEN'.                00261000
          05 FILLER             PIC X(40) VALUE                         00262000
             'TO DOS TITULOS VENCIDOS ABAIXO.'.                         00263000
       01 WRK-CAR-TEXTO3.                                               00264000
          05 FILLER             PIC X(40) VALUE                         00265000
             'OS VALORES ESTAO ATUALIZADOS ATE A DATA '.                00266000
          05 FILLER             PIC X(40) VALUE                         00267000
             'DESTE AVISO COM JUROS E MULTA.'.                          00268000
       01 WRK-CAR-CABEC2.                                               00269000
          05 FILLER             PIC X(08) VALUE 'TITULO'.               00270000
          05 FILLER             PIC X(11) VALUE 'VENCIMENTO'.           00271000
          05 FILLER             PIC X(04) VALUE 'DIAS'.                 00272000
          05 FILLER             PIC X(14) VALUE '        SALDO'.        00273000
          05 FILLER             PIC X(14) VALUE '     ENCARGOS'.        00274000
          05 FILLER             PIC X(15) VALUE '   ATUALIZADO'.        00275000
          05 FILLER             PIC X(14) VALUE 'SITUACAO'.             00276000
       01 WRK-CAR-DETALHE.                                              00277000
          05 WRK-CAR-DET-NUMERO PIC 9(06).                              00278000
          05 FILLER             PIC X(02) VALUE SPACES.                 00279000
          05 WRK-CAR-DET-VENC   PIC X(10).                              00280000
          05 FILLER             PIC X(01) VALUE SPACES.                 00281000
          05 WRK-CAR-DET-DIAS   PIC ZZ9.                                00282000
          05 FILLER             PIC X(01) VALUE SPACES.                 00283000
          05 WRK-CAR-DET-SALDO  PIC ZZ.ZZZ.ZZ9,99.                      00284000
          05 FILLER             PIC X(01) VALUE SPACES.                 00285000
          05 WRK-CAR-DET-ENCARG PIC ZZ.ZZZ.ZZ9,99.                      00286000
          05 FILLER             PIC X(01) VALUE SPACES.                 00287000
          05 WRK-CAR-DET-ATUAL  PIC ZZ.ZZZ.ZZ9,99.                      00288000
          05 FILLER             PIC X(02) VALUE SPACES.                 00289000
          05 WRK-CAR-DET-SITUA  PIC X(14).                              00290000
       01 WRK-CAR-TOTAL.                                                00291000
          05 FILLER             PIC X(50) VALUE                         00292000
             'TOTAL ATUALIZADO EM ABERTO.......................:'.      00293000
          05 WRK-CAR-TOT-VALOR  PIC ZZZ.ZZZ.ZZ9,99.                     00294000
          05 FILLER             PIC X(16) VALUE SPACES.                 00295000
       01 WRK-CAR-RODAPE1.                                              00296000
          05 FILLER             PIC X(40) VALUE                         00297000
             'CASO O PAGAMENTO JA TENHA SIDO EFETUADO,'.                00298000
          05 FILLER             PIC X(40) VALUE                         00299000
             ' FAVOR DESCONSIDERAR ESTE AVISO.'.                        00300000
       01 WRK-CAR-RODAPE2       PIC X(80) VALUE                         00301000
           'DEPARTAMENTO DE COBRANCA'.                                  00302000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00303000
      *====================================================             00304000
       PROCEDURE                                 DIVISION.              00305000
      *====================================================             00306000
      *-----------------------------------------------------            00307000
       0000-PRINCIPAL                             SECTION.              00308000
      *-----------------------------------------------------            00309000
           PERFORM 1000-INICIALIZAR.                                    00310000
           PERFORM 2000-PROCESSAR UNTIL WRK-FS-DUPSORT EQUAL 10.        00311000
           PERFORM 3000-FINALIZAR.                                      00312000
           STOP RUN.                                                    00313000
      *-----------------------------------------------------            00314000
       0000-99-FIM.                                  EXIT.              00315000
      *-----------------------------------------------------            00316000
                                                                        00317000
      *-----------------------------------------------------            00318000
       1000-INICIALIZAR                           SECTION.              00319000
      *-----------------------------------------------------            00320000
           ACCEPT WRK-PARM FROM SYSIN.                                  00321000
           IF WRK-PARM-DATAREF NOT NUMERIC                              00322000
              OR WRK-PARM-DATAREF EQUAL ZEROS                           00323000
            ACCEPT WRK-PARM-DATAREF FROM DATE YYYYMMDD                  00324000
           END-IF.                                                      00325000
           IF WRK-PARM-JUROS NOT NUMERIC                                00326000
            MOVE 0,0333 TO WRK-PARM-JUROS                               00327000
           END-IF.                                                      00328000
           IF WRK-PARM-MULTA NOT NUMERIC                                00329000
            MOVE 02,00 TO WRK-PARM-MULTA                                00330000
           END-IF.                                                      00331000
           DISPLAY 'DATA DE REFERENCIA: ' WRK-PARM-DATAREF              00332000
                   ' JUROS % AO DIA: ' WRK-PARM-JUROS                   00333000
                   ' MULTA %: ' WRK-PARM-MULTA.                         00334000
           MOVE WRK-PARM-DATAREF TO WRK-DATA-AUX-N.                     00335000
           PERFORM 1100-DIAS-COMERCIAIS.                                00336000
           MOVE WRK-DIAS-AUX TO WRK-DIAS-REF.                           00337000
           PERFORM 2900-EDITAR-DATA.                                    00338000
           MOVE WRK-DATA-EDIT TO WRK-CAR-CAB-DATA.                      00339000
                                                                        00340000
           OPEN INPUT CLIMSTR.                                          00341000
           IF WRK-FS-CLIMSTR NOT EQUAL 00                               00342000
            MOVE 'FR22CB43'              TO WRK-PROGRAMA                00343000
            MOVE 'ERRO NO OPEN CLIMSTR'  TO WRK-MENSAGEM                00344000
            MOVE '1000'                  TO WRK-SECAO                   00345000
            MOVE WRK-FS-CLIMSTR          TO WRK-STATUS                  00346000
            PERFORM 9000-TRATAERROS                                     00347000
           END-IF.                                                      00348000
           PERFORM 1200-CARREGAR-CLIENTE                                00349000
                   UNTIL WRK-FS-CLIMSTR EQUAL 10.                       00350000
           CLOSE CLIMSTR.                                               00351000
                                                                        00352000
      *    HISTORICO AUSENTE: PRIMEIRA EXECUCAO DA REGUA.               00353000
           OPEN INPUT CARTAHIS.                                         00354000
           IF WRK-FS-CARTAHIS EQUAL 35                                  00355000
            DISPLAY 'CARTAHIS NAO ENCONTRADO - SEM AVISOS ANTERIORES'   00356000
           ELSE                                                         00357000
            IF WRK-FS-CARTAHIS NOT EQUAL 00                             00358000
             MOVE 'FR22CB43'              TO WRK-PROGRAMA               00359000
             MOVE 'ERRO NO OPEN CARTAHIS' TO WRK-MENSAGEM               00360000
             MOVE '1000'                  TO WRK-SECAO                  00361000
             MOVE WRK-FS-CARTAHIS         TO WRK-STATUS                 00362000
             PERFORM 9000-TRATAERROS                                    00363000
            END-IF                                                      00364000
            PERFORM 1300-CARREGAR-HISTORICO                             00365000
                    UNTIL WRK-FS-CARTAHIS EQUAL 10                      00366000
            CLOSE CARTAHIS                                              00367000
           END-IF.                                                      00368000
                                                                        00369000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-CLIENTE                00370000
                                         SD-SORT-NUMERO                 00371000
                USING DUPLICAT                                          00372000
                GIVING DUPSORT.                                         00373000
                                                                        00374000
           OPEN INPUT  DUPSORT                                          00375000
                OUTPUT CARTAS.                                          00376000
           OPEN EXTEND CARTAHIS.                                        00377000
           IF WRK-FS-CARTAHIS EQUAL 35                                  00378000
            OPEN OUTPUT CARTAHIS                                        00379000
           END-IF.                                                      00380000
             PERFORM 4000-TESTAR-STATUS.                                00381000
                                                                        00382000
           PERFORM 1400-LER-DUPSORT.                                    00383000
           IF WRK-FS-DUPSORT EQUAL 10                                   00384000
            DISPLAY 'MASTER DE DUPLICATAS VAZIO'                        00385000
           END-IF.                                                      00386000
      *-----------------------------------------------------            00387000
       1000-99-FIM.                                  EXIT.              00388000
      *-----------------------------------------------------            00389000
                                                                        00390000
      *-----------------------------------------------------            00391000
       1100-DIAS-COMERCIAIS                       SECTION.              00392000
      *-----------------------------------------------------            00393000
      *    CONTAGEM COMERCIAL (ANO DE 360, MES DE 30).                  00394000
           COMPUTE WRK-DIAS-AUX =                                       00395000
                   (WRK-AUX-ANO * 360)                                  00396000
                   + (WRK-AUX-MES * 30)                                 00397000
                   + WRK-AUX-DIA.                                       00398000
      *-----------------------------------------------------            00399000
       1100-99-FIM.                                  EXIT.              00400000
      *-----------------------------------------------------            00401000
                                                                        00402000
      *-----------------------------------------------------            00403000
       1200-CARREGAR-CLIENTE                      SECTION.              00404000
      *-----------------------------------------------------            00405000
           READ CLIMSTR                                                 00406000
             AT END                                                     00407000
              MOVE 10 TO WRK-FS-CLIMSTR                                 00408000
             NOT AT END                                                 00409000
              IF WRK-CLI-COUNT LESS 200                                 00410000
               ADD 1 TO WRK-CLI-COUNT                                   00411000
               MOVE FD-CLI-CODIGO                                       00412000
                 TO WRK-CLI-CODIGO (WRK-CLI-COUNT)                      00413000
               MOVE FD-CLI-RAZAO                                        00414000
                 TO WRK-CLI-RAZAO (WRK-CLI-COUNT)                       00415000
               MOVE FD-CLI-CNPJ                                         00416000
                 TO WRK-CLI-CNPJ (WRK-CLI-COUNT)                        00417000
               MOVE FD-CLI-ENDERECO                                     00418000
                 TO WRK-CLI-ENDERECO (WRK-CLI-COUNT)                    00419000
              ELSE                                                      00420000
               DISPLAY 'CLIMSTR EXCEDE A TABELA INTERNA (200)'          00421000
                       ' - EXECUCAO ABORTADA'                           00422000
               STOP RUN                                                 00423000
              END-IF                                                    00424000
           END-READ.                                                    00425000
      *-----------------------------------------------------            00426000
       1200-99-FIM.                                  EXIT.              00427000
      *-----------------------------------------------------            00428000
                                                                        00429000
      *-----------------------------------------------------            00430000
       1300-CARREGAR-HISTORICO                    SECTION.              00431000
      *-----------------------------------------------------            00432000
           READ CARTAHIS                                                00433000
             AT END                                                     00434000
              MOVE 10 TO WRK-FS-CARTAHIS                                00435000
             NOT AT END                                                 00436000
              IF WRK-HIS-COUNT LESS 5000                                00437000
               ADD 1 TO WRK-HIS-COUNT                                   00438000
               MOVE FD-HIS-NUMERO                                       00439000
                 TO WRK-HIS-NUMERO (WRK-HIS-COUNT)                      00440000
               MOVE FD-HIS-ESTAGIO                                      00441000
                 TO WRK-HIS-ESTAGIO (WRK-HIS-COUNT)                     00442000
              ELSE                                                      00443000
               DISPLAY 'CARTAHIS EXCEDE A TABELA INTERNA (5000)'        00444000
                       ' - EXECUCAO ABORTADA'                           00445000
               STOP RUN                                                 00446000
              END-IF                                                    00447000
           END-READ.                                                    00448000
      *-----------------------------------------------------            00449000
       1300-99-FIM.                                  EXIT.              00450000
      *-----------------------------------------------------            00451000
                                                                        00452000
      *-----------------------------------------------------            00453000
       1400-LER-DUPSORT                           SECTION.              00454000
      *-----------------------------------------------------            00455000
           READ DUPSORT                                                 00456000
             AT END                                                     00457000
              MOVE 10 TO WRK-FS-DUPSORT                                 00458000
             NOT AT END                                                 00459000
              ADD 1 TO WRK-REGLIDOS                                     00460000
      *       TITULO SEM HISTORICO DE ENCARGOS.                         00461000
              IF FD-DPS-ENCARGOS NOT NUMERIC                            00462000
               MOVE ZEROS TO FD-DPS-ENCARGOS                            00463000
               MOVE ZEROS TO FD-DPS-DTCALC                              00464000
               MOVE 'N'   TO FD-DPS-MULTADA                             00465000
              END-IF                                                    00466000
           END-READ.                                                    00467000
      *-----------------------------------------------------            00468000
       1400-99-FIM.                                  EXIT.              00469000
      *-----------------------------------------------------            00470000
                                                                        00471000
      *-----------------------------------------------------            00472000
       2000-PROCESSAR                             SECTION.              00473000
      *-----------------------------------------------------            00474000
      *    UM CLIENTE POR VEZ: OS TITULOS VENCIDOS FICAM NA             00475000
      *    TABELA E A CARTA SO SAI SE HOUVER ESTAGIO NOVO.              00476000
           MOVE FD-DPS-CLIENTE TO WRK-CLI-ATUAL.                        00477000
           MOVE ZEROS TO WRK-TIT-COUNT                                  00478000
                         WRK-TIT-NOVOS                                  00479000
                         WRK-TOT-CARTA.                                 00480000
           PERFORM 2100-AVALIAR-TITULO                                  00481000
                   UNTIL WRK-FS-DUPSORT EQUAL 10                        00482000
                      OR FD-DPS-CLIENTE NOT EQUAL WRK-CLI-ATUAL.        00483000
           IF WRK-TIT-NOVOS GREATER ZEROS                               00484000
            PERFORM 2500-EMITIR-CARTA                                   00485000
           END-IF.                                                      00486000
      *-----------------------------------------------------            00487000
       2000-99-FIM.                                  EXIT.              00488000
      *-----------------------------------------------------            00489000
                                                                        00490000
      *-----------------------------------------------------            00491000
       2100-AVALIAR-TITULO                        SECTION.              00492000
      *-----------------------------------------------------            00493000
           PERFORM 2110-CLASSIFICAR-TITULO.                             00494000
           PERFORM 1400-LER-DUPSORT.                                    00495000
      *-----------------------------------------------------            00496000
       2100-99-FIM.                                  EXIT.              00497000
      *-----------------------------------------------------            00498000
                                                                        00499000
      *-----------------------------------------------------            00500000
       2110-CLASSIFICAR-TITULO                    SECTION.              00501000
      *-----------------------------------------------------            00502000
      *    QUITADA OU CANCELADA (FR22CB36) NAO E COBRADA.               00503000
           IF FD-DPS-SITUACAO EQUAL 'Q'                                 00504000
              OR FD-DPS-SITUACAO EQUAL 'C'                              00505000
              OR FD-DPS-SALDO EQUAL ZEROS                               00506000
            GO TO 2110-99-FIM                                           00507000
           END-IF.                                                      00508000
                                                                        00509000
           MOVE FD-DPS-VENCIMENTO TO WRK-DATA-AUX-N.                    00510000
           PERFORM 1100-DIAS-COMERCIAIS.                                00511000
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-REF - WRK-DIAS-AUX.       00512000
           IF WRK-DIAS-ATRASO NOT GREATER ZEROS                         00513000
            GO TO 2110-99-FIM                                           00514000
           END-IF.                                                      00515000
                                                                        00516000
           ADD 1 TO WRK-REGVENCIDOS.                                    00517000
           IF WRK-TIT-COUNT NOT LESS 200                                00518000
            DISPLAY 'CLIENTE ' WRK-CLI-ATUAL                            00519000
                    ' EXCEDE A TABELA INTERNA DE TITULOS (200)'         00520000
                    ' - EXECUCAO ABORTADA'                              00521000
            STOP RUN                                                    00522000
           END-IF.                                                      00523000
                                                                        00524000
           PERFORM 2150-ATUALIZAR-VALOR.                                00525000
                                                                        00526000
           EVALUATE TRUE                                                00527000
            WHEN WRK-DIAS-ATRASO NOT LESS 30                            00528000
             MOVE 30 TO WRK-ESTAGIO                                     00529000
            WHEN WRK-DIAS-ATRASO NOT LESS 15                            00530000
             MOVE 15 TO WRK-ESTAGIO                                     00531000
            WHEN WRK-DIAS-ATRASO NOT LESS 5                             00532000
             MOVE 05 TO WRK-ESTAGIO                                     00533000
            WHEN OTHER                                                  00534000
             MOVE ZEROS TO WRK-ESTAGIO                                  00535000
           END-EVALUATE.                                                00536000
                                                                        00537000
           ADD 1 TO WRK-TIT-COUNT.                                      00538000
           MOVE WRK-TIT-COUNT TO WRK-TIT-IDX.                           00539000
           MOVE FD-DPS-NUMERO     TO WRK-TIT-NUMERO (WRK-TIT-IDX).      00540000
           MOVE FD-DPS-VENCIMENTO                                       00541000
             TO WRK-TIT-VENCIMENTO (WRK-TIT-IDX).                       00542000
           MOVE WRK-DIAS-ATRASO   TO WRK-TIT-DIAS (WRK-TIT-IDX).        00543000
           MOVE FD-DPS-SALDO      TO WRK-TIT-SALDO (WRK-TIT-IDX).       00544000
           COMPUTE WRK-TIT-ENCARGOS (WRK-TIT-IDX) =                     00545000
                   FD-DPS-ENCARGOS + WRK-JUROS + WRK-MULTA.             00546000
           COMPUTE WRK-TIT-ATUALIZADO (WRK-TIT-IDX) =                   00547000
                   FD-DPS-SALDO + WRK-JUROS + WRK-MULTA.                00548000
           MOVE WRK-ESTAGIO       TO WRK-TIT-ESTAGIO (WRK-TIT-IDX).     00549000
           MOVE 'N'               TO WRK-TIT-NOVO (WRK-TIT-IDX).        00550000
           ADD WRK-TIT-ATUALIZADO (WRK-TIT-IDX) TO WRK-TOT-CARTA.       00551000
                                                                        00552000
           IF WRK-ESTAGIO GREATER ZEROS                                 00553000
            MOVE 'N' TO WRK-HIS-ACHOU                                   00554000
            MOVE 1   TO WRK-HIS-IDX                                     00555000
            PERFORM 2160-PROCURA-AVISO                                  00556000
                    UNTIL WRK-HIS-IDX GREATER WRK-HIS-COUNT             00557000
                       OR WRK-HIS-ACHOU EQUAL 'S'                       00558000
            IF WRK-HIS-ACHOU EQUAL 'N'                                  00559000
             MOVE 'S' TO WRK-TIT-NOVO (WRK-TIT-IDX)                     00560000
             ADD 1 TO WRK-TIT-NOVOS                                     00561000
            END-IF                                                      00562000
           END-IF.                                                      00563000
      *-----------------------------------------------------            00564000
       2110-99-FIM.                                  EXIT.              00565000
      *-----------------------------------------------------            00566000
                                                                        00567000
      *-----------------------------------------------------            00568000
       2150-ATUALIZAR-VALOR                       SECTION.              00569000
      *-----------------------------------------------------            00570000
      *    MESMA REGRA DA BAIXA DO FR22CB28: JUROS DIARIOS              00571000
      *    SOBRE O PRINCIPAL A PARTIR DO VENCIMENTO OU DA               00572000
      *    ULTIMA BAIXA EM ATRASO, MAIS A MULTA AINDA NAO               00573000
      *    COBRADA. O RESIDUO DE ENCARGOS JA ESTA NO SALDO.             00574000
           IF FD-DPS-DTCALC GREATER FD-DPS-VENCIMENTO                   00575000
            MOVE FD-DPS-DTCALC TO WRK-DATA-AUX-N                        00576000
            PERFORM 1100-DIAS-COMERCIAIS                                00577000
           END-IF.                                                      00578000
           COMPUTE WRK-DIAS-JUROS = WRK-DIAS-REF - WRK-DIAS-AUX.        00579000
           IF WRK-DIAS-JUROS LESS ZEROS                                 00580000
            MOVE ZEROS TO WRK-DIAS-JUROS                                00581000
           END-IF.                                                      00582000
                                                                        00583000
           COMPUTE WRK-PRINCIPAL =                                      00584000
                   FD-DPS-SALDO - FD-DPS-ENCARGOS.                      00585000
           COMPUTE WRK-JUROS ROUNDED =                                  00586000
                   WRK-PRINCIPAL * WRK-PARM-JUROS / 100                 00587000
                   * WRK-DIAS-JUROS.                                    00588000
           MOVE ZEROS TO WRK-MULTA.                                     00589000
           IF FD-DPS-MULTADA NOT EQUAL 'S'                              00590000
            COMPUTE WRK-MULTA ROUNDED =                                 00591000
                    WRK-PRINCIPAL * WRK-PARM-MULTA / 100                00592000
           END-IF.                                                      00593000
      *-----------------------------------------------------            00594000
       2150-99-FIM.                                  EXIT.              00595000
      *-----------------------------------------------------            00596000
                                                                        00597000
      *-----------------------------------------------------            00598000
       2160-PROCURA-AVISO                         SECTION.              00599000
      *-----------------------------------------------------            00600000
           IF WRK-HIS-NUMERO (WRK-HIS-IDX) EQUAL FD-DPS-NUMERO          00601000
              AND WRK-HIS-ESTAGIO (WRK-HIS-IDX) EQUAL WRK-ESTAGIO       00602000
            MOVE 'S' TO WRK-HIS-ACHOU                                   00603000
           ELSE                                                         00604000
            ADD 1 TO WRK-HIS-IDX                                        00605000
           END-IF.                                                      00606000
      *-----------------------------------------------------            00607000
       2160-99-FIM.                                  EXIT.              00608000
      *-----------------------------------------------------            00609000
                                                                        00610000
      *-----------------------------------------------------            00611000
       2500-EMITIR-CARTA                          SECTION.              00612000
      *-----------------------------------------------------            00613000
           MOVE 'N' TO WRK-CLI-ACHOU.                                   00614000
           MOVE 1   TO WRK-CLI-IDX.                                     00615000
           PERFORM 2510-PROCURA-CLIENTE                                 00616000
                   UNTIL WRK-CLI-IDX GREATER WRK-CLI-COUNT              00617000
                      OR WRK-CLI-ACHOU EQUAL 'S'.                       00618000
      *    SEM CADASTRO NAO HA ENDERECO: O AVISO NAO E                  00619000
      *    GRAVADO E SAI NA PROXIMA EXECUCAO.                           00620000
           IF WRK-CLI-ACHOU EQUAL 'N'                                   00621000
            ADD 1 TO WRK-REGSEMCAD                                      00622000
            DISPLAY 'CLIENTE ' WRK-CLI-ATUAL                            00623000
                    ' FORA DO CLIMSTR - CARTA NAO EMITIDA'              00624000
            GO TO 2500-99-FIM                                           00625000
           END-IF.                                                      00626000
                                                                        00627000
           ADD 1 TO WRK-REGCARTAS.                                      00628000
           ADD WRK-TOT-CARTA TO WRK-TOT-COBRADO.                        00629000
           WRITE FD-CARTAS FROM WRK-CAR-CABEC1                          00630000
                 AFTER ADVANCING PAGE.                                  00631000
           WRITE FD-CARTAS FROM WRK-LINHABRANCO.                        00632000
           MOVE WRK-CLI-CODIGO (WRK-CLI-IDX)   TO WRK-CAR-CODIGO.       00633000
           MOVE WRK-CLI-RAZAO (WRK-CLI-IDX)    TO WRK-CAR-RAZAO.        00634000
           MOVE WRK-CLI-ENDERECO (WRK-CLI-IDX) TO WRK-CAR-ENDERECO.     00635000
           MOVE WRK-CLI-CNPJ (WRK-CLI-IDX)     TO WRK-CAR-CNPJ.         00636000
           WRITE FD-CARTAS FROM WRK-CAR-DEST1.                          00637000
           WRITE FD-CARTAS FROM WRK-CAR-DEST2.                          00638000
           WRITE FD-CARTAS FROM WRK-CAR-DEST3.                          00639000
           WRITE FD-CARTAS FROM WRK-LINHABRANCO.                        00640000
           WRITE FD-CARTAS FROM WRK-CAR-TEXTO1.                         00641000
           WRITE FD-CARTAS FROM WRK-LINHABRANCO.                        00642000
           WRITE FD-CARTAS FROM WRK-CAR-TEXTO2.                         00643000
           WRITE FD-CARTAS FROM WRK-CAR-TEXTO3.                         00644000
           WRITE FD-CARTAS FROM WRK-LINHABRANCO.                        00645000
           WRITE FD-CARTAS FROM WRK-CAR-CABEC2.                         00646000
                                                                        00647000
           MOVE 1 TO WRK-TIT-IDX.                                       00648000
           PERFORM 2520-IMPRIMIR-TITULO                                 00649000
                   UNTIL WRK-TIT-IDX GREATER WRK-TIT-COUNT.             00650000
                                                                        00651000
           MOVE WRK-TOT-CARTA TO WRK-CAR-TOT-VALOR.                     00652000
           WRITE FD-CARTAS FROM WRK-LINHABRANCO.                        00653000
           WRITE FD-CARTAS FROM WRK-CAR-TOTAL.                          00654000
           WRITE FD-CARTAS FROM WRK-LINHABRANCO.                        00655000
           WRITE FD-CARTAS FROM WRK-CAR-RODAPE1.                        00656000
           WRITE FD-CARTAS FROM WRK-LINHABRANCO.                        00657000
           WRITE FD-CARTAS FROM WRK-CAR-RODAPE2.                        00658000
      *-----------------------------------------------------            00659000
       2500-99-FIM.                                  EXIT.              00660000
      *-----------------------------------------------------            00661000
                                                                        00662000
      *-----------------------------------------------------            00663000
       2510-PROCURA-CLIENTE                       SECTION.              00664000
      *-----------------------------------------------------            00665000
           IF WRK-CLI-CODIGO (WRK-CLI-IDX) EQUAL WRK-CLI-ATUAL          00666000
            MOVE 'S' TO WRK-CLI-ACHOU                                   00667000
           ELSE                                                         00668000
            ADD 1 TO WRK-CLI-IDX                                        00669000
           END-IF.                                                      00670000
      *-----------------------------------------------------            00671000
       2510-99-FIM.                                  EXIT.              00672000
      *-----------------------------------------------------            00673000
                                                                        00674000
      *-----------------------------------------------------            00675000
       2520-IMPRIMIR-TITULO                       SECTION.              00676000
      *-----------------------------------------------------            00677000
           MOVE WRK-TIT-NUMERO (WRK-TIT-IDX) TO WRK-CAR-DET-NUMERO.     00678000
           MOVE WRK-TIT-VENCIMENTO (WRK-TIT-IDX) TO WRK-DATA-AUX-N.     00679000
           PERFORM 2900-EDITAR-DATA.                                    00680000
           MOVE WRK-DATA-EDIT TO WRK-CAR-DET-VENC.                      00681000
           IF WRK-TIT-DIAS (WRK-TIT-IDX) GREATER 999                    00682000
            MOVE 999 TO WRK-CAR-DET-DIAS                                00683000
           ELSE                                                         00684000
            MOVE WRK-TIT-DIAS (WRK-TIT-IDX) TO WRK-CAR-DET-DIAS         00685000
           END-IF.                                                      00686000
           MOVE WRK-TIT-SALDO (WRK-TIT-IDX)    TO WRK-CAR-DET-SALDO.    00687000
           MOVE WRK-TIT-ENCARGOS (WRK-TIT-IDX) TO WRK-CAR-DET-ENCARG.   00688000
           MOVE WRK-TIT-ATUALIZADO (WRK-TIT-IDX)                        00689000
             TO WRK-CAR-DET-ATUAL.                                      00690000
                                                                        00691000
           EVALUATE TRUE                                                00692000
            WHEN WRK-TIT-NOVO (WRK-TIT-IDX) EQUAL 'S'                   00693000
             MOVE SPACES TO WRK-CAR-DET-SITUA                           00694000
             STRING 'AVISO ' WRK-TIT-ESTAGIO (WRK-TIT-IDX)              00695000
                    ' DIAS' DELIMITED BY SIZE                           00696000
               INTO WRK-CAR-DET-SITUA                                   00697000
             PERFORM 2530-GRAVAR-HISTORICO                              00698000
            WHEN WRK-TIT-ESTAGIO (WRK-TIT-IDX) GREATER ZEROS            00699000
             MOVE 'JA AVISADO' TO WRK-CAR-DET-SITUA                     00700000
            WHEN OTHER                                                  00701000
             MOVE SPACES TO WRK-CAR-DET-SITUA                           00702000
           END-EVALUATE.                                                00703000
                                                                        00704000
           WRITE FD-CARTAS FROM WRK-CAR-DETALHE.                        00705000
           ADD 1 TO WRK-TIT-IDX.                                        00706000
      *-----------------------------------------------------            00707000
       2520-99-FIM.                                  EXIT.              00708000
      *-----------------------------------------------------            00709000
                                                                        00710000
      *-----------------------------------------------------            00711000
       2530-GRAVAR-HISTORICO                      SECTION.              00712000
      *-----------------------------------------------------            00713000
           MOVE SPACES TO FD-CARTAHIS.                                  00714000
           MOVE WRK-TIT-NUMERO (WRK-TIT-IDX)  TO FD-HIS-NUMERO.         00715000
           MOVE WRK-CLI-ATUAL                 TO FD-HIS-CLIENTE.        00716000
           MOVE WRK-TIT-ESTAGIO (WRK-TIT-IDX) TO FD-HIS-ESTAGIO.        00717000
           MOVE WRK-PARM-DATAREF              TO FD-HIS-DATA.           00718000
           IF WRK-TIT-DIAS (WRK-TIT-IDX) GREATER 999                    00719000
            MOVE 999 TO FD-HIS-DIAS                                     00720000
           ELSE                                                         00721000
            MOVE WRK-TIT-DIAS (WRK-TIT-IDX) TO FD-HIS-DIAS              00722000
           END-IF.                                                      00723000
           MOVE WRK-TIT-ATUALIZADO (WRK-TIT-IDX) TO FD-HIS-VALOR.       00724000
           WRITE FD-CARTAHIS.                                           00725000
           IF WRK-FS-CARTAHIS NOT EQUAL 00                              00726000
            MOVE 'FR22CB43'              TO WRK-PROGRAMA                00727000
            MOVE 'ERRO NO WRITE CARTAHIS' TO WRK-MENSAGEM               00728000
            MOVE '2530'                  TO WRK-SECAO                   00729000
            MOVE WRK-FS-CARTAHIS         TO WRK-STATUS                  00730000
            PERFORM 9000-TRATAERROS                                     00731000
           END-IF.                                                      00732000
           ADD 1 TO WRK-REGAVISOS.                                      00733000
      *-----------------------------------------------------            00734000
       2530-99-FIM.                                  EXIT.              00735000
      *-----------------------------------------------------            00736000
                                                                        00737000
      *-----------------------------------------------------            00738000
       2900-EDITAR-DATA                           SECTION.              00739000
      *-----------------------------------------------------            00740000
           MOVE WRK-AUX-DIA TO WRK-EDT-DIA.                             00741000
           MOVE WRK-AUX-MES TO WRK-EDT-MES.                             00742000
           MOVE WRK-AUX-ANO TO WRK-EDT-ANO.                             00743000
      *-----------------------------------------------------            00744000
       2900-99-FIM.                                  EXIT.              00745000
      *-----------------------------------------------------            00746000
                                                                        00747000
      *-----------------------------------------------------            00748000
       3000-FINALIZAR                             SECTION.              00749000
      *-----------------------------------------------------            00750000
           CLOSE DUPSORT CARTAS CARTAHIS.                               00751000
                                                                        00752000
           DISPLAY ' '.                                                 00753000
           DISPLAY 'DUPLICATAS LIDAS:      ' WRK-REGLIDOS.              00754000
           DISPLAY 'TITULOS VENCIDOS:      ' WRK-REGVENCIDOS.           00755000
           DISPLAY 'CARTAS EMITIDAS:       ' WRK-REGCARTAS.             00756000
           DISPLAY 'AVISOS GRAVADOS:       ' WRK-REGAVISOS.             00757000
           DISPLAY 'CLIENTES SEM CADASTRO: ' WRK-REGSEMCAD.             00758000
           DISPLAY 'TOTAL COBRADO:         ' WRK-TOT-COBRADO.           00759000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00760000
      *-----------------------------------------------------            00761000
       3000-99-FIM.                                  EXIT.              00762000
      *-----------------------------------------------------            00763000
                                                                        00764000
      *-----------------------------------------------------            00765000
       4000-TESTAR-STATUS                         SECTION.              00766000
      *-----------------------------------------------------            00767000
           IF WRK-FS-DUPSORT NOT EQUAL 00                               00768000
            MOVE 'FR22CB43'              TO WRK-PROGRAMA                00769000
            MOVE 'ERRO NO OPEN DUPSORT'  TO WRK-MENSAGEM                00770000
            MOVE '1000'                  TO WRK-SECAO                   00771000
            MOVE WRK-FS-DUPSORT          TO WRK-STATUS                  00772000
            PERFORM 9000-TRATAERROS                                     00773000
           END-IF.                                                      00774000
           IF WRK-FS-CARTAS NOT EQUAL 00                                00775000
            MOVE 'FR22CB43'              TO WRK-PROGRAMA                00776000
            MOVE 'ERRO NO OPEN CARTAS'   TO WRK-MENSAGEM                00777000
            MOVE '1000'                  TO WRK-SECAO                   00778000
            MOVE WRK-FS-CARTAS           TO WRK-STATUS                  00779000
            PERFORM 9000-TRATAERROS                                     00780000
           END-IF.                                                      00781000
           IF WRK-FS-CARTAHIS NOT EQUAL 00                              00782000
            MOVE 'FR22CB43'              TO WRK-PROGRAMA                00783000
            MOVE 'ERRO NO OPEN CARTAHIS' TO WRK-MENSAGEM                00784000
            MOVE '1000'                  TO WRK-SECAO                   00785000
            MOVE WRK-FS-CARTAHIS         TO WRK-STATUS                  00786000
            PERFORM 9000-TRATAERROS                                     00787000
           END-IF.                                                      00788000
      *-----------------------------------------------------            00789000
       4000-99-FIM.                                  EXIT.              00790000
      *-----------------------------------------------------            00791000
                                                                        00792000
      *-----------------------------------------------------            00793000
       9000-TRATAERROS                            SECTION.              00794000
      *-----------------------------------------------------            00795000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00796000
           GOBACK.                                                      00797000
      *-----------------------------------------------------            00798000
       9000-99-FIM.                                  EXIT.              00799000
      *-----------------------------------------------------            00800000
