      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB77.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: VALIDACAO PADRAO DOS ARQUIVOS DE       *             00008000
      *            INTERFACE RECEBIDOS (BANCO, GOVERNO,   *             00009000
      *            OPERADORA DE SAUDE E TRANSPORTADORAS), *             00010000
      *            RODADA COMO PASSO ANTERIOR AO DO       *             00011000
      *            PROGRAMA CONSUMIDOR. O ARQUIVO CHEGA   *             00012000
      *            COM UM HEADER NO PRIMEIRO REGISTRO     *             00013000
      *            ('H', DATA AAAAMMDD E SEQUENCIA) E UM  *             00014000
      *            TRAILER NO ULTIMO ('T', QTDE DE        *             00015000
      *            REGISTROS DE DADOS E HASH TOTAL), NO   *             00016000
      *            PROPRIO LRECL DA INTERFACE. O HASH E A *             00017000
      *            SOMA DO CAMPO DE CONTROLE DA INTERFACE *             00018000
      *            (9 ULTIMOS DIGITOS):                   *             00019000
      *            RETORNO  - VALOR PAGO DOS DETALHES '1' *             00020000
      *                       (FOLHA, FR22DB15)           *             00020250
      *            RETCOB   - VALOR PAGO DOS DETALHES '1' *             00020500
      *                       (BOLETO, FR22CB49)          *             00020750
      *            ESOCRET  - ID DO FUNCIONARIO           *             00021000
      *            FATURAOP - VALOR DA FATURA             *             00022000
      *            MOV0106  - VALOR DO MOVIMENTO          *             00023000
      *            CARGAFUN - ID DO FUNCIONARIO           *             00024000
      *            CARGADEM - ID DO FUNCIONARIO           *             00025000
      *            PAGDUP   - VALOR PAGO                  *             00026000
      *            ENTREGAS - QUANTIDADE ENTREGUE         *             00027000
      *            O ARQUIVO SEM HEADER, SEM TRAILER      *             00028000
      *            (TRUNCADO), COM QTDE OU HASH QUE NAO   *             00029000
      *            FECHAM, OU CUJA SEQUENCIA JA FOI       *             00030000
      *            ACEITA (REPETIDO) OU E ANTERIOR A      *             00031000
      *            ULTIMA ACEITA E RECUSADO: A MENSAGEM   *             00032000
      *            VAI PARA O RELOPER E O RETURN CODE 12  *             00033000
      *            INTERROMPE A CADEIA. ACEITO, O ARQUIVO *             00034000
      *            E REGISTRADO EM IVAN.ARQCTL PELA       *             00035000
      *            GRAVAARQ E SO OS REGISTROS DE DADOS    *             00036000
      *            (SEM HEADER E TRAILER) SAO COPIADOS    *             00037000
      *            PARA O DDNAME 'V' DA INTERFACE, QUE E  *             00038000
      *            O ARQUIVO LIDO PELO CONSUMIDOR.        *             00039000
      *---------------------------------------------------*             00040000
      *  PARAMETRO (SYSIN): INTERFACE (NOME DO DDNAME DE  *             00041000
      *            ENTRADA, EX.: RETORNO OU RETCOB).      *             00042000
      *---------------------------------------------------*             00043000
      *  ARQUIVOS:                                        *             00044000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00045000
      *  RETORNO             I             ---------      *             00046000
      *  RETCOB              I             ---------      *             00046500
      *  ESOCRET             I             ---------      *             00047000
      *  FATURAOP            I             ---------      *             00048000
      *  MOV0106             I             ---------      *             00049000
      *  CARGAFUN            I             ---------      *             00050000
      *  CARGADEM            I             ---------      *             00051000
      *  PAGDUP              I             ---------      *             00052000
      *  ENTREGAS            I             ---------      *             00053000
      *  VRETORNO            O             ---------      *             00054000
      *  VRETCOB             O             ---------      *             00054500
      *  VESOCRET            O             ---------      *             00055000
      *  VFATURAO            O             ---------      *             00056000
      *  VMOV0106            O             ---------      *             00057000
      *  VCARGAFU            O             ---------      *             00058000
      *  VCARGADE            O             ---------      *             00059000
      *  VPAGDUP             O             ---------      *             00060000
      *  VENTREGA            O             ---------      *             00061000
      *  RELOPER             O             ---------      *             00062000
      *---------------------------------------------------*             00063000
      *  BASE  DE DADOS:                                  *             00064000
      *  TABELA             I/O           INCLUDE/BOOK    *             00065000
      *  IVAN.ARQCTL        I/O            #ARQCTL        *             00066000
      *===================================================*             00067000
                                                                        00068000
      *====================================================             00069000
       ENVIRONMENT                               DIVISION.              00070000
      *====================================================             00071000
       CONFIGURATION                             SECTION.               00072000
       SPECIAL-NAMES.                                                   00073000
           DECIMAL-POINT  IS COMMA.                                     00074000
                                                                        00075000
       INPUT-OUTPUT                              SECTION.               00076000
       FILE-CONTROL.                                                    00077000
      *    SO UMA INTERFACE E VALIDADA POR EXECUCAO: AS                 00078000
      *    ENTRADAS DIVIDEM O MESMO FILE STATUS, E AS SAIDAS            00079000
      *    TAMBEM.                                                      00080000
           SELECT RETORNO ASSIGN TO RETORNO                             00081000
               FILE STATUS IS WRK-FS-ENTRADA.                           00082000
                                                                        00083000
           SELECT RETCOB ASSIGN TO RETCOB                               00083250
               FILE STATUS IS WRK-FS-ENTRADA.                           00083500
                                                                        00083750
           SELECT ESOCRET ASSIGN TO ESOCRET                             00084000
               FILE STATUS IS WRK-FS-ENTRADA.                           00085000
                                                                        00086000
           SELECT FATURAOP ASSIGN TO FATURAOP                           00087000
               FILE STATUS IS WRK-FS-ENTRADA.                           00088000
                                                                        00089000
           SELECT MOV0106 ASSIGN TO MOV0106                             00090000
               FILE STATUS IS WRK-FS-ENTRADA.                           00091000
                                                                        00092000
           SELECT CARGAFUN ASSIGN TO CARGAFUN                           00093000
               FILE STATUS IS WRK-FS-ENTRADA.                           00094000
                                                                        00095000
           SELECT CARGADEM ASSIGN TO CARGADEM                           00096000
               FILE STATUS IS WRK-FS-ENTRADA.                           00097000
                                                                        00098000
           SELECT PAGDUP ASSIGN TO PAGDUP                               00099000
               FILE STATUS IS WRK-FS-ENTRADA.                           00100000
                                                                        00101000
           SELECT ENTREGAS ASSIGN TO ENTREGAS                           00102000
               FILE STATUS IS WRK-FS-ENTRADA.                           00103000
                                                                        00104000
           SELECT VRETORNO ASSIGN TO VRETORNO                           00105000
               FILE STATUS IS WRK-FS-SAIDA.                             00105250
                                                                        00105500
           SELECT VRETCOB ASSIGN TO VRETCOB                             00105750
               FILE STATUS IS WRK-FS-SAIDA.                             00106000
                                                                        00107000
           SELECT VESOCRET ASSIGN TO VESOCRET                           00108000
               FILE STATUS IS WRK-FS-SAIDA.                             00109000
                                                                        00110000
           SELECT VFATURAO ASSIGN TO VFATURAO                           00111000
               FILE STATUS IS WRK-FS-SAIDA.                             00112000
                                                                        00113000
           SELECT VMOV0106 ASSIGN TO VMOV0106                           00114000
               FILE STATUS IS WRK-FS-SAIDA.                             00115000
                                                                        00116000
           SELECT VCARGAFU ASSIGN TO VCARGAFU                           00117000
               FILE STATUS IS WRK-FS-SAIDA.                             00118000
                                                                        00119000
           SELECT VCARGADE ASSIGN TO VCARGADE                           00120000
               FILE STATUS IS WRK-FS-SAIDA.                             00121000
                                                                        00122000
           SELECT VPAGDUP ASSIGN TO VPAGDUP                             00123000
               FILE STATUS IS WRK-FS-SAIDA.                             00124000
                                                                        00125000
           SELECT VENTREGA ASSIGN TO VENTREGA                           00126000
               FILE STATUS IS WRK-FS-SAIDA.                             00127000
                                                                        00128000
           SELECT RELOPER ASSIGN TO RELOPER                             00129000
               FILE STATUS IS WRK-FS-RELOPER.                           00130000
                                                                        00131000
      *====================================================             00132000
       DATA                                      DIVISION.              00133000
      *====================================================             00134000
      *-----------------------------------------------------            00135000
       FILE                                      SECTION.               00136000
      *-----------------------------------------------------            00137000
       FD RETORNO                                                       00138000
           RECORDING MODE IS F                                          00139000
           BLOCK CONTAINS 0 RECORDS.                                    00140000
      *-----------LRECL 80----------------------------------            00141000
       01 FD-RETORNO            PIC X(80).                              00142000
                                                                        00143000
       FD VRETORNO                                                      00144000
           RECORDING MODE IS F                                          00145000
           BLOCK CONTAINS 0 RECORDS.                                    00146000
      *-----------LRECL 80----------------------------------            00146140
       01 FD-VRETORNO           PIC X(80).                              00146280
                                                                        00146420
       FD RETCOB                                                        00146560
           RECORDING MODE IS F                                          00146700
           BLOCK CONTAINS 0 RECORDS.                                    00146840
      *-----------LRECL 150---------------------------------            00147000
       01 FD-RETCOB             PIC X(150).                             00147250
                                                                        00147500
       FD VRETCOB                                                       00147750
           RECORDING MODE IS F                                          00148000
           BLOCK CONTAINS 0 RECORDS.                                    00148250
      *-----------LRECL 150---------------------------------            00148500
       01 FD-VRETCOB            PIC X(150).                             00148750
                                                                        00149000
       FD ESOCRET                                                       00150000
           RECORDING MODE IS F                                          00151000
           BLOCK CONTAINS 0 RECORDS.                                    00152000
      *-----------LRECL 61----------------------------------            00153000
       01 FD-ESOCRET            PIC X(61).                              00154000
                                                                        00155000
       FD VESOCRET                                                      00156000
           RECORDING MODE IS F                                          00157000
           BLOCK CONTAINS 0 RECORDS.                                    00158000
      *-----------LRECL 61----------------------------------            00159000
       01 FD-VESOCRET           PIC X(61).                              00160000
                                                                        00161000
       FD FATURAOP                                                      00162000
           RECORDING MODE IS F                                          00163000
           BLOCK CONTAINS 0 RECORDS.                                    00164000
      *-----------LRECL 28----------------------------------            00165000
       01 FD-FATURAOP           PIC X(28).                              00166000
                                                                        00167000
       FD VFATURAO                                                      00168000
           RECORDING MODE IS F                                          00169000
           BLOCK CONTAINS 0 RECORDS.                                    00170000
      *-----------LRECL 28----------------------------------            00171000
       01 FD-VFATURAO           PIC X(28).                              00172000
                                                                        00173000
       FD MOV0106                                                       00174000
           RECORDING MODE IS F                                          00175000
           BLOCK CONTAINS 0 RECORDS.                                    00176000
      *-----------LRECL 47----------------------------------            00177000
       01 FD-MOV0106            PIC X(47).                              00178000
                                                                        00179000
       FD VMOV0106                                                      00180000
           RECORDING MODE IS F                                          00181000
           BLOCK CONTAINS 0 RECORDS.                                    00182000
      *-----------LRECL 47----------------------------------            00183000
       01 FD-VMOV0106           PIC X(47).                              00184000
                                                                        00185000
       FD CARGAFUN                                                      00186000
           RECORDING MODE IS F                                          00187000
           BLOCK CONTAINS 0 RECORDS.                                    00188000
      *-----------LRECL 116---------------------------------            00189000
       01 FD-CARGAFUN           PIC X(116).                             00190000
                                                                        00191000
       FD VCARGAFU                                                      00192000
           RECORDING MODE IS F                                          00193000
           BLOCK CONTAINS 0 RECORDS.                                    00194000
      *-----------LRECL 116---------------------------------            00195000
       01 FD-VCARGAFU           PIC X(116).                             00196000
                                                                        00197000
       FD CARGADEM                                                      00198000
           RECORDING MODE IS F                                          00199000
           BLOCK CONTAINS 0 RECORDS.                                    00200000
      *-----------LRECL 17----------------------------------            00201000
       01 FD-CARGADEM           PIC X(17).                              00202000
                                                                        00203000
       FD VCARGADE                                                      00204000
           RECORDING MODE IS F                                          00205000
           BLOCK CONTAINS 0 RECORDS.                                    00206000
      *-----------LRECL 17----------------------------------            00207000
       01 FD-VCARGADE           PIC X(17).                              00208000
                                                                        00209000
       FD PAGDUP                                                        00210000
           RECORDING MODE IS F                                          00211000
           BLOCK CONTAINS 0 RECORDS.                                    00212000
      *-----------LRECL 50----------------------------------            00213000
       01 FD-PAGDUP             PIC X(50).                              00214000
                                                                        00215000
       FD VPAGDUP                                                       00216000
           RECORDING MODE IS F                                          00217000
           BLOCK CONTAINS 0 RECORDS.                                    00218000
      *-----------LRECL 50----------------------------------            00219000
       01 FD-VPAGDUP            PIC X(50).                              00220000
                                                                        00221000
       FD ENTREGAS                                                      00222000
           RECORDING MODE IS F                                          00223000
           BLOCK CONTAINS 0 RECORDS.                                    00224000
      *-----------LRECL 29----------------------------------            00225000
       01 FD-ENTREGAS           PIC X(29).                              00226000
                                                                        00227000
       FD VENTREGA                                                      00228000
           RECORDING MODE IS F                                          00229000
           BLOCK CONTAINS 0 RECORDS.                                    00230000
      *-----------LRECL 29----------------------------------            00231000
       01 FD-VENTREGA           PIC X(29).                              00232000
                                                                        00233000
       FD RELOPER                                                       00234000
           RECORDING MODE IS F                                          00235000
           BLOCK CONTAINS 0 RECORDS.                                    00236000
      *-----------LRECL 70----------------------------------            00237000
       01 FD-RELOPER            PIC X(70).                              00238000
      *-----------------------------------------------------            00239000
       WORKING-STORAGE                           SECTION.               00240000
      *-----------------------------------------------------            00241000
           COPY '#GLOG'.                                                00242000
                                                                        00243000
           COPY '#ARQCTL'.                                              00244000
      *----------------------------------------------------             00245000
       01 FILLER PIC X(48) VALUE                                        00246000
           '--------------VARIAVEIS PARA FILE STATUS-----'.             00247000
      *----------------------------------------------------             00248000
       77 WRK-FS-ENTRADA   PIC 9(02).                                   00249000
       77 WRK-FS-SAIDA     PIC 9(02).                                   00250000
       77 WRK-FS-RELOPER   PIC 9(02).                                   00251000
      *----------------------------------------------------             00252000
       01 FILLER PIC X(48) VALUE                                        00253000
           '--------------PARAMETRO----------------------'.             00254000
      *----------------------------------------------------             00255000
       01 WRK-PARM.                                                     00256000
          05 WRK-PARM-INTERFACE PIC X(08) VALUE SPACES.                 00257000
             88 WRK-INTERFACE-VALIDA     VALUE 'RETORNO '               00258000
                                               'RETCOB  '               00258500
                                               'ESOCRET '               00259000
                                               'FATURAOP'               00260000
                                               'MOV0106 '               00261000
                                               'CARGAFUN'               00262000
                                               'CARGADEM'               00263000
                                               'PAGDUP  '               00264000
                                               'ENTREGAS'.              00265000
      *----------------------------------------------------             00266000
       01 FILLER PIC X(48) VALUE                                        00267000
           '--------------REGISTRO LIDO E PENDENTE-------'.             00268000
      *----------------------------------------------------             00269000
      *    O ULTIMO REGISTRO SO E CONHECIDO NA LEITURA                  00270000
      *    SEGUINTE: O REGISTRO FICA PENDENTE ATE LA, E O QUE           00271000
      *    SOBRA NO FIM DO ARQUIVO E O TRAILER.                         00272000
       77 WRK-LIDO         PIC X(150).                                  00273000
       77 WRK-PENDENTE     PIC X(01)    VALUE 'N'.                      00274000
          88 WRK-TEM-PENDENTE          VALUE 'S'.                       00275000
       01 WRK-REGISTRO     PIC X(150).                                  00276000
       01 WRK-REG-HEADER REDEFINES WRK-REGISTRO.                        00277000
          05 WRK-HDR-TIPO       PIC X(01).                              00278000
          05 WRK-HDR-DATA       PIC 9(08).                              00279000
          05 WRK-HDR-DATA-R REDEFINES WRK-HDR-DATA.                     00280000
             10 WRK-HDR-ANO     PIC 9(04).                              00281000
             10 WRK-HDR-MES     PIC 9(02).                              00282000
             10 WRK-HDR-DIA     PIC 9(02).                              00283000
          05 WRK-HDR-SEQUENCIA  PIC 9(06).                              00284000
          05 FILLER             PIC X(135).                             00285000
       01 WRK-REG-TRAILER REDEFINES WRK-REGISTRO.                       00286000
          05 WRK-TRL-TIPO       PIC X(01).                              00287000
          05 WRK-TRL-QTDE       PIC 9(07).                              00288000
          05 WRK-TRL-HASH       PIC 9(09).                              00289000
          05 FILLER             PIC X(133).                             00290000
      *    CAMPOS DE CONTROLE (HASH) DE CADA INTERFACE.                 00291000
       01 WRK-REG-RETORNO REDEFINES WRK-REGISTRO.                       00292000
          05 WRK-RET-TIPO       PIC X(01).                              00293000
          05 FILLER             PIC X(17).                              00293160
          05 WRK-RET-VALOR      PIC 9(10).                              00293320
          05 FILLER             PIC X(122).                             00293480
       01 WRK-REG-RETCOB REDEFINES WRK-REGISTRO.                        00293640
          05 WRK-RCB-TIPO       PIC X(01).                              00293800
          05 FILLER             PIC X(44).                              00294000
          05 WRK-RCB-VALOR-PAGO PIC 9(10).                              00295000
          05 FILLER             PIC X(95).                              00296000
       01 WRK-REG-ESOCRET REDEFINES WRK-REGISTRO.                       00297000
          05 FILLER             PIC X(10).                              00298000
          05 WRK-ESO-ID         PIC 9(05).                              00299000
          05 FILLER             PIC X(135).                             00300000
       01 WRK-REG-FATURAOP REDEFINES WRK-REGISTRO.                      00301000
          05 FILLER             PIC X(18).                              00302000
          05 WRK-FAT-VALOR      PIC 9(10).                              00303000
          05 FILLER             PIC X(122).                             00304000
       01 WRK-REG-MOV0106 REDEFINES WRK-REGISTRO.                       00305000
          05 FILLER             PIC X(38).                              00306000
          05 WRK-MOV-VALORMOV   PIC 9(08).                              00307000
          05 FILLER             PIC X(104).                             00308000
       01 WRK-REG-CARGA REDEFINES WRK-REGISTRO.                         00309000
          05 WRK-CAR-ID         PIC 9(05).                              00310000
          05 FILLER             PIC X(145).                             00311000
       01 WRK-REG-PAGDUP REDEFINES WRK-REGISTRO.                        00312000
          05 FILLER             PIC X(06).                              00313000
          05 WRK-PAG-VALOR      PIC 9(10).                              00314000
          05 FILLER             PIC X(134).                             00315000
       01 WRK-REG-ENTREGAS REDEFINES WRK-REGISTRO.                      00316000
          05 FILLER             PIC X(09).                              00317000
          05 WRK-ENT-QTDE       PIC 9(05).                              00318000
          05 FILLER             PIC X(136).                             00319000
      *----------------------------------------------------             00320000
       01 FILLER PIC X(48) VALUE                                        00321000
           '--------------CONTROLE DO ARQUIVO------------'.             00322000
      *----------------------------------------------------             00323000
       77 WRK-MOTIVO       PIC X(40)    VALUE SPACES.                   00324000
       77 WRK-AVISO        PIC X(01)    VALUE 'N'.                      00325000
          88 WRK-TEM-AVISO             VALUE 'S'.                       00326000
       77 WRK-TEM-TRAILER  PIC X(01)    VALUE 'N'.                      00327000
       77 WRK-HASH-CALC    PIC 9(18)    VALUE ZEROS.                    00328000
       77 WRK-HASH-MOD     PIC 9(09)    VALUE ZEROS.                    00329000
       77 WRK-DIAS-MES     PIC 9(02).                                   00330000
       01 WRK-DATA-HOJE-N  PIC 9(08)    VALUE ZEROS.                    00331000
       01 WRK-HEADER-SALVO.                                             00332000
          05 WRK-SAL-DATA       PIC 9(08) VALUE ZEROS.                  00333000
          05 WRK-SAL-SEQUENCIA  PIC 9(06) VALUE ZEROS.                  00334000
       01 WRK-TRAILER-SALVO.                                            00335000
          05 WRK-SAL-QTDE       PIC 9(07) VALUE ZEROS.                  00336000
          05 WRK-SAL-HASH       PIC 9(09) VALUE ZEROS.                  00337000
      *----------------------------------------------------             00338000
       01 FILLER PIC X(48) VALUE                                        00339000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00340000
      *----------------------------------------------------             00341000
       77 WRK-REGLIDOS     PIC 9(07)    VALUE ZEROS.                    00342000
       77 WRK-REGDADOS     PIC 9(07)    VALUE ZEROS.                    00343000
       77 WRK-REGCOPIADOS  PIC 9(07)    VALUE ZEROS.                    00344000
      *----------------------------------------------------             00345000
       01 FILLER PIC X(48) VALUE                                        00346000
           '--------------LINHAS DO RELOPER--------------'.             00347000
      *----------------------------------------------------             00348000
       01 WRK-REL-CABEC.                                                00349000
          05 FILLER             PIC X(23) VALUE                         00350000
             'VALIDACAO DE INTERFACE '.                                 00351000
          05 WRK-CAB-INTERFACE  PIC X(08).                              00352000
          05 FILLER             PIC X(05) VALUE ' SEQ '.                00353000
          05 WRK-CAB-SEQUENCIA  PIC 9(06).                              00354000
          05 FILLER             PIC X(06) VALUE ' DATA '.               00355000
          05 WRK-CAB-DATA       PIC 9(08).                              00356000
          05 FILLER             PIC X(14) VALUE SPACES.                 00357000
       01 WRK-REL-ACEITO.                                               00358000
          05 FILLER             PIC X(24) VALUE                         00359000
             '  ACEITO   - REGISTROS: '.                                00360000
          05 WRK-ACE-QTDE       PIC ZZZZZZ9.                            00361000
          05 FILLER             PIC X(07) VALUE '  HASH '.              00362000
          05 WRK-ACE-HASH       PIC 9(09).                              00363000
          05 FILLER             PIC X(23) VALUE SPACES.                 00364000
       01 WRK-REL-RECUSADO.                                             00365000
          05 FILLER             PIC X(13) VALUE                         00366000
             '  RECUSADO - '.                                           00367000
          05 WRK-REC-MOTIVO     PIC X(40).                              00368000
          05 FILLER             PIC X(17) VALUE                         00369000
             ' - RC 12'.                                                00370000
       01 WRK-REL-TRAILER.                                              00371000
          05 FILLER             PIC X(15) VALUE                         00372000
             '  TRAILER QTDE '.                                         00373000
          05 WRK-TRA-QTDE       PIC 9(07).                              00374000
          05 FILLER             PIC X(06) VALUE ' HASH '.               00375000
          05 WRK-TRA-HASH       PIC 9(09).                              00376000
          05 FILLER             PIC X(06) VALUE ' LIDO '.               00377000
          05 WRK-TRA-LIDO-QTDE  PIC 9(07).                              00378000
          05 FILLER             PIC X(06) VALUE ' HASH '.               00379000
          05 WRK-TRA-LIDO-HASH  PIC 9(09).                              00380000
          05 FILLER             PIC X(05) VALUE SPACES.                 00381000
       01 WRK-REL-AVISO.                                                00382000
          05 FILLER             PIC X(45) VALUE                         00383000
             '  AVISO    - SEQUENCIA PULADA: ULTIMA ACEITA '.           00384000
          05 WRK-AVI-SEQUENCIA  PIC 9(06).                              00385000
          05 FILLER             PIC X(19) VALUE SPACES.                 00386000
      *====================================================             00387000
       PROCEDURE                                 DIVISION.              00388000
      *====================================================             00389000
      *-----------------------------------------------------            00390000
       0000-PRINCIPAL                             SECTION.              00391000
      *-----------------------------------------------------            00392000
           PERFORM 1000-INICIALIZAR.                                    00393000
           PERFORM 2000-CONFERIR-ESTRUTURA.                             00394000
                                                                        00395000
           IF WRK-MOTIVO EQUAL SPACES                                   00396000
            PERFORM 2500-CONFERIR-SEQUENCIA                             00397000
           END-IF.                                                      00398000
                                                                        00399000
           IF WRK-MOTIVO EQUAL SPACES                                   00400000
            PERFORM 3000-COPIAR-DADOS                                   00401000
            PERFORM 3500-REGISTRAR-ACEITE                               00402000
           END-IF.                                                      00403000
                                                                        00404000
           PERFORM 8000-RELATAR.                                        00405000
           PERFORM 8500-FINALIZAR.                                      00406000
           STOP RUN.                                                    00407000
      *-----------------------------------------------------            00408000
       0000-99-FIM.                                  EXIT.              00409000
      *-----------------------------------------------------            00410000
                                                                        00411000
      *-----------------------------------------------------            00412000
       1000-INICIALIZAR                           SECTION.              00413000
      *-----------------------------------------------------            00414000
           ACCEPT WRK-PARM FROM SYSIN.                                  00415000
           ACCEPT WRK-DATA-HOJE-N FROM DATE YYYYMMDD.                   00416000
                                                                        00417000
           IF NOT WRK-INTERFACE-VALIDA                                  00418000
            DISPLAY 'INTERFACE INVALIDA NO SYSIN: '                     00419000
                    WRK-PARM-INTERFACE                                  00420000
                    ' - EXECUCAO ABORTADA'                              00421000
            MOVE 12 TO RETURN-CODE                                      00422000
            STOP RUN                                                    00423000
           END-IF.                                                      00424000
                                                                        00425000
      *    O RELOPER ACUMULA AS OCORRENCIAS DO DIA; SEM                 00426000
      *    ARQUIVO ANTERIOR (STATUS 35) ELE E CRIADO.                   00427000
           OPEN EXTEND RELOPER.                                         00428000
           IF WRK-FS-RELOPER EQUAL 35                                   00429000
            OPEN OUTPUT RELOPER                                         00430000
           END-IF.                                                      00431000
           IF WRK-FS-RELOPER NOT EQUAL 0                                00432000
            MOVE 'FR22DB77'              TO WRK-PROGRAMA                00433000
            MOVE 'ERRO NO OPEN RELOPER'  TO WRK-MENSAGEM                00434000
            MOVE '1000'                  TO WRK-SECAO                   00435000
            MOVE WRK-FS-RELOPER          TO WRK-STATUS                  00436000
            PERFORM 9000-ERRO                                           00437000
           END-IF.                                                      00438000
      *-----------------------------------------------------            00439000
       1000-99-FIM.                                  EXIT.              00440000
      *-----------------------------------------------------            00441000
                                                                        00442000
      *-----------------------------------------------------            00443000
       2000-CONFERIR-ESTRUTURA                    SECTION.              00444000
      *-----------------------------------------------------            00445000
      *    PRIMEIRA PASSADA: SO CONFERE HEADER, TRAILER, QTDE           00446000
      *    E HASH. NADA E ENTREGUE AO CONSUMIDOR ANTES DISSO.           00447000
           PERFORM 5000-ABRIR-ENTRADA.                                  00448000
                                                                        00449000
           PERFORM 5100-LER-ENTRADA.                                    00450000
           IF WRK-FS-ENTRADA EQUAL 10                                   00451000
            MOVE 'ARQUIVO VAZIO' TO WRK-MOTIVO                          00452000
           ELSE                                                         00453000
            MOVE WRK-LIDO TO WRK-REGISTRO                               00454000
            PERFORM 2100-CONFERIR-HEADER                                00455000
           END-IF.                                                      00456000
                                                                        00457000
           IF WRK-MOTIVO EQUAL SPACES                                   00458000
            MOVE 'N' TO WRK-PENDENTE                                    00459000
            PERFORM 2200-LER-PROXIMO                                    00460000
                    UNTIL WRK-FS-ENTRADA EQUAL 10                       00461000
            PERFORM 2400-CONFERIR-TRAILER                               00462000
           END-IF.                                                      00463000
                                                                        00464000
           PERFORM 5300-FECHAR-ENTRADA.                                 00465000
      *-----------------------------------------------------            00466000
       2000-99-FIM.                                  EXIT.              00467000
      *-----------------------------------------------------            00468000
                                                                        00469000
      *-----------------------------------------------------            00470000
       2100-CONFERIR-HEADER                       SECTION.              00471000
      *-----------------------------------------------------            00472000
           IF WRK-HDR-TIPO NOT EQUAL 'H'                                00473000
              OR WRK-HDR-SEQUENCIA NOT NUMERIC                          00474000
              OR WRK-HDR-SEQUENCIA EQUAL ZEROS                          00475000
            MOVE 'HEADER AUSENTE OU INVALIDO' TO WRK-MOTIVO             00476000
           ELSE                                                         00477000
            MOVE WRK-HDR-SEQUENCIA TO WRK-SAL-SEQUENCIA                 00478000
            PERFORM 2150-VALIDAR-DATA                                   00479000
           END-IF.                                                      00480000
      *-----------------------------------------------------            00481000
       2100-99-FIM.                                  EXIT.              00482000
      *-----------------------------------------------------            00483000
                                                                        00484000
      *-----------------------------------------------------            00485000
       2150-VALIDAR-DATA                          SECTION.              00486000
      *-----------------------------------------------------            00487000
           MOVE 0 TO WRK-DIAS-MES.                                      00488000
                                                                        00489000
           IF WRK-HDR-DATA NUMERIC                                      00490000
            MOVE WRK-HDR-DATA TO WRK-SAL-DATA                           00491000
            EVALUATE WRK-HDR-MES                                        00492000
             WHEN 01 WHEN 03 WHEN 05 WHEN 07                            00493000
             WHEN 08 WHEN 10 WHEN 12                                    00494000
              MOVE 31 TO WRK-DIAS-MES                                   00495000
             WHEN 04 WHEN 06 WHEN 09 WHEN 11                            00496000
              MOVE 30 TO WRK-DIAS-MES                                   00497000
             WHEN 02                                                    00498000
              IF FUNCTION MOD(WRK-HDR-ANO, 4) = 0                       00499000
                 AND (FUNCTION MOD(WRK-HDR-ANO, 100)                    00500000
                     NOT = 0 OR                                         00501000
                     FUNCTION MOD(WRK-HDR-ANO, 400) = 0)                00502000
               MOVE 29 TO WRK-DIAS-MES                                  00503000
              ELSE                                                      00504000
               MOVE 28 TO WRK-DIAS-MES                                  00505000
              END-IF                                                    00506000
             WHEN OTHER                                                 00507000
              MOVE 0 TO WRK-DIAS-MES                                    00508000
            END-EVALUATE                                                00509000
           END-IF.                                                      00510000
                                                                        00511000
           IF WRK-DIAS-MES EQUAL 0                                      00512000
              OR WRK-HDR-DIA EQUAL 0                                    00513000
              OR WRK-HDR-DIA GREATER WRK-DIAS-MES                       00514000
            MOVE 'DATA DO HEADER INVALIDA' TO WRK-MOTIVO                00515000
           ELSE                                                         00516000
            IF WRK-HDR-DATA GREATER WRK-DATA-HOJE-N                     00517000
             MOVE 'DATA DO HEADER NO FUTURO' TO WRK-MOTIVO              00518000
            END-IF                                                      00519000
           END-IF.                                                      00520000
      *-----------------------------------------------------            00521000
       2150-99-FIM.                                  EXIT.              00522000
      *-----------------------------------------------------            00523000
                                                                        00524000
      *-----------------------------------------------------            00525000
       2200-LER-PROXIMO                           SECTION.              00526000
      *-----------------------------------------------------            00527000
      *    CHEGOU UM REGISTRO: O PENDENTE NAO ERA O ULTIMO,             00528000
      *    ENTAO E DADO E ENTRA NA QTDE E NO HASH.                      00529000
           PERFORM 5100-LER-ENTRADA.                                    00530000
                                                                        00531000
           IF WRK-FS-ENTRADA EQUAL 0                                    00532000
            IF WRK-TEM-PENDENTE                                         00533000
             PERFORM 2300-ACUMULAR-HASH                                 00534000
            END-IF                                                      00535000
            MOVE WRK-LIDO TO WRK-REGISTRO                               00536000
            MOVE 'S' TO WRK-PENDENTE                                    00537000
           END-IF.                                                      00538000
      *-----------------------------------------------------            00539000
       2200-99-FIM.                                  EXIT.              00540000
      *-----------------------------------------------------            00541000
                                                                        00542000
      *-----------------------------------------------------            00543000
       2300-ACUMULAR-HASH                         SECTION.              00544000
      *-----------------------------------------------------            00545000
           ADD 1 TO WRK-REGDADOS.                                       00546000
                                                                        00547000
           EVALUATE WRK-PARM-INTERFACE                                  00548000
            WHEN 'RETORNO'                                              00549000
             IF WRK-RET-TIPO EQUAL '1'                                  00550000
              IF WRK-RET-VALOR NUMERIC                                  00550270
               ADD WRK-RET-VALOR TO WRK-HASH-CALC                       00550540
              ELSE                                                      00550810
               PERFORM 2350-HASH-INVALIDO                               00551080
              END-IF                                                    00551350
             END-IF                                                     00551620
            WHEN 'RETCOB'                                               00551890
             IF WRK-RCB-TIPO EQUAL '1'                                  00552160
              IF WRK-RCB-VALOR-PAGO NUMERIC                             00552430
               ADD WRK-RCB-VALOR-PAGO TO WRK-HASH-CALC                  00552700
              ELSE                                                      00553000
               PERFORM 2350-HASH-INVALIDO                               00554000
              END-IF                                                    00555000
             END-IF                                                     00556000
            WHEN 'ESOCRET'                                              00557000
             IF WRK-ESO-ID NUMERIC                                      00558000
              ADD WRK-ESO-ID TO WRK-HASH-CALC                           00559000
             ELSE                                                       00560000
              PERFORM 2350-HASH-INVALIDO                                00561000
             END-IF                                                     00562000
            WHEN 'FATURAOP'                                             00563000
             IF WRK-FAT-VALOR NUMERIC                                   00564000
              ADD WRK-FAT-VALOR TO WRK-HASH-CALC                        00565000
             ELSE                                                       00566000
              PERFORM 2350-HASH-INVALIDO                                00567000
             END-IF                                                     00568000
            WHEN 'MOV0106'                                              00569000
             IF WRK-MOV-VALORMOV NUMERIC                                00570000
              ADD WRK-MOV-VALORMOV TO WRK-HASH-CALC                     00571000
             ELSE                                                       00572000
              PERFORM 2350-HASH-INVALIDO                                00573000
             END-IF                                                     00574000
            WHEN 'CARGAFUN'                                             00575000
            WHEN 'CARGADEM'                                             00576000
             IF WRK-CAR-ID NUMERIC                                      00577000
              ADD WRK-CAR-ID TO WRK-HASH-CALC                           00578000
             ELSE                                                       00579000
              PERFORM 2350-HASH-INVALIDO                                00580000
             END-IF                                                     00581000
            WHEN 'PAGDUP'                                               00582000
             IF WRK-PAG-VALOR NUMERIC                                   00583000
              ADD WRK-PAG-VALOR TO WRK-HASH-CALC                        00584000
             ELSE                                                       00585000
              PERFORM 2350-HASH-INVALIDO                                00586000
             END-IF                                                     00587000
            WHEN 'ENTREGAS'                                             00588000
             IF WRK-ENT-QTDE NUMERIC                                    00589000
              ADD WRK-ENT-QTDE TO WRK-HASH-CALC                         00590000
             ELSE                                                       00591000
              PERFORM 2350-HASH-INVALIDO                                00592000
             END-IF                                                     00593000
           END-EVALUATE.                                                00594000
      *-----------------------------------------------------            00595000
       2300-99-FIM.                                  EXIT.              00596000
      *-----------------------------------------------------            00597000
                                                                        00598000
      *-----------------------------------------------------            00599000
       2350-HASH-INVALIDO                         SECTION.              00600000
      *-----------------------------------------------------            00601000
           IF WRK-MOTIVO EQUAL SPACES                                   00602000
            MOVE 'CAMPO DE CONTROLE NAO NUMERICO'                       00603000
              TO WRK-MOTIVO                                             00604000
            DISPLAY 'CAMPO DE CONTROLE NAO NUMERICO NO '                00605000
                    'REGISTRO DE DADOS ' WRK-REGDADOS                   00606000
           END-IF.                                                      00607000
      *-----------------------------------------------------            00608000
       2350-99-FIM.                                  EXIT.              00609000
      *-----------------------------------------------------            00610000
                                                                        00611000
      *-----------------------------------------------------            00612000
       2400-CONFERIR-TRAILER                      SECTION.              00613000
      *-----------------------------------------------------            00614000
      *    O PENDENTE QUE SOBROU E O TRAILER. SEM ELE O                 00615000
      *    ARQUIVO VEIO CORTADO.                                        00616000
           MOVE WRK-HASH-CALC TO WRK-HASH-MOD.                          00617000
                                                                        00618000
           IF NOT WRK-TEM-PENDENTE                                      00619000
              OR WRK-TRL-TIPO NOT EQUAL 'T'                             00620000
            IF WRK-MOTIVO EQUAL SPACES                                  00621000
             MOVE 'TRAILER AUSENTE - ARQUIVO TRUNCADO'                  00622000
               TO WRK-MOTIVO                                            00623000
            END-IF                                                      00624000
           ELSE                                                         00625000
            IF WRK-TRL-QTDE NOT NUMERIC                                 00626000
               OR WRK-TRL-HASH NOT NUMERIC                              00627000
             IF WRK-MOTIVO EQUAL SPACES                                 00628000
              MOVE 'TRAILER INVALIDO' TO WRK-MOTIVO                     00629000
             END-IF                                                     00630000
            ELSE                                                        00631000
             MOVE 'S'          TO WRK-TEM-TRAILER                       00632000
             MOVE WRK-TRL-QTDE TO WRK-SAL-QTDE                          00633000
             MOVE WRK-TRL-HASH TO WRK-SAL-HASH                          00634000
             IF WRK-MOTIVO EQUAL SPACES                                 00635000
              IF WRK-SAL-QTDE NOT EQUAL WRK-REGDADOS                    00636000
               MOVE 'QTDE DO TRAILER NAO FECHA - TRUNCADO'              00637000
                 TO WRK-MOTIVO                                          00638000
              ELSE                                                      00639000
               IF WRK-SAL-HASH NOT EQUAL WRK-HASH-MOD                   00640000
                MOVE 'HASH DO TRAILER NAO FECHA'                        00641000
                  TO WRK-MOTIVO                                         00642000
               END-IF                                                   00643000
              END-IF                                                    00644000
             END-IF                                                     00645000
            END-IF                                                      00646000
           END-IF.                                                      00647000
      *-----------------------------------------------------            00648000
       2400-99-FIM.                                  EXIT.              00649000
      *-----------------------------------------------------            00650000
                                                                        00651000
      *-----------------------------------------------------            00652000
       2500-CONFERIR-SEQUENCIA                    SECTION.              00653000
      *-----------------------------------------------------            00654000
           MOVE 'V'                TO ARQ-FUNCAO.                       00655000
           MOVE WRK-PARM-INTERFACE TO ARQ-INTERFACE.                    00656000
           MOVE WRK-SAL-SEQUENCIA  TO ARQ-SEQUENCIA.                    00657000
           MOVE WRK-SAL-DATA       TO ARQ-DATA-ARQ.                     00658000
           MOVE WRK-SAL-QTDE       TO ARQ-QTDE.                         00659000
           MOVE WRK-SAL-HASH       TO ARQ-HASH.                         00660000
           MOVE WRK-DATA-HOJE-N    TO ARQ-DATA-PROC.                    00661000
           CALL 'GRAVAARQ' USING ARQ-DADOS.                             00662000
                                                                        00663000
           EVALUATE TRUE                                                00664000
            WHEN ARQ-REPETIDO                                           00665000
             MOVE 'SEQUENCIA JA ACEITA - ARQUIVO REPETIDO'              00666000
               TO WRK-MOTIVO                                            00667000
            WHEN ARQ-FORA-ORDEM                                         00668000
             MOVE 'SEQUENCIA/DATA ANTERIOR A ULTIMA ACEITA'             00669000
               TO WRK-MOTIVO                                            00670000
            WHEN ARQ-ERRO                                               00671000
             MOVE 'ERRO NA CONSULTA DE IVAN.ARQCTL'                     00672000
               TO WRK-MOTIVO                                            00673000
            WHEN OTHER                                                  00674000
      *      SEQUENCIA SALTADA NAO RECUSA O ARQUIVO, MAS A              00675000
      *      OPERACAO PRECISA SABER QUE UM ARQUIVO FALTOU.              00676000
             IF ARQ-ULT-SEQUENCIA GREATER ZEROS                         00677000
                AND ARQ-SEQUENCIA GREATER                               00678000
                    ARQ-ULT-SEQUENCIA + 1                               00679000
              MOVE 'S' TO WRK-AVISO                                     00680000
             END-IF                                                     00681000
           END-EVALUATE.                                                00682000
      *-----------------------------------------------------            00683000
       2500-99-FIM.                                  EXIT.              00684000
      *-----------------------------------------------------            00685000
                                                                        00686000
      *-----------------------------------------------------            00687000
       3000-COPIAR-DADOS                          SECTION.              00688000
      *-----------------------------------------------------            00689000
      *    SEGUNDA PASSADA: O CONSUMIDOR RECEBE SO OS DADOS.            00690000
           MOVE ZEROS TO WRK-REGLIDOS.                                  00691000
           PERFORM 5000-ABRIR-ENTRADA.                                  00692000
           PERFORM 5200-ABRIR-SAIDA.                                    00693000
                                                                        00694000
           PERFORM 5100-LER-ENTRADA.                                    00695000
           MOVE 'N' TO WRK-PENDENTE.                                    00696000
           PERFORM 3100-COPIAR-PROXIMO                                  00697000
                   UNTIL WRK-FS-ENTRADA EQUAL 10.                       00698000
                                                                        00699000
           PERFORM 5300-FECHAR-ENTRADA.                                 00700000
           PERFORM 5500-FECHAR-SAIDA.                                   00701000
      *-----------------------------------------------------            00702000
       3000-99-FIM.                                  EXIT.              00703000
      *-----------------------------------------------------            00704000
                                                                        00705000
      *-----------------------------------------------------            00706000
       3100-COPIAR-PROXIMO                        SECTION.              00707000
      *-----------------------------------------------------            00708000
           PERFORM 5100-LER-ENTRADA.                                    00709000
                                                                        00710000
           IF WRK-FS-ENTRADA EQUAL 0                                    00711000
            IF WRK-TEM-PENDENTE                                         00712000
             PERFORM 5400-GRAVAR-SAIDA                                  00713000
            END-IF                                                      00714000
            MOVE WRK-LIDO TO WRK-REGISTRO                               00715000
            MOVE 'S' TO WRK-PENDENTE                                    00716000
           END-IF.                                                      00717000
      *-----------------------------------------------------            00718000
       3100-99-FIM.                                  EXIT.              00719000
      *-----------------------------------------------------            00720000
                                                                        00721000
      *-----------------------------------------------------            00722000
       3500-REGISTRAR-ACEITE                      SECTION.              00723000
      *-----------------------------------------------------            00724000
           MOVE 'A' TO ARQ-FUNCAO.                                      00725000
           CALL 'GRAVAARQ' USING ARQ-DADOS.                             00726000
                                                                        00727000
           IF ARQ-ERRO                                                  00728000
            MOVE 'ERRO AO REGISTRAR EM IVAN.ARQCTL'                     00729000
              TO WRK-MOTIVO                                             00730000
           END-IF.                                                      00731000
      *-----------------------------------------------------            00732000
       3500-99-FIM.                                  EXIT.              00733000
      *-----------------------------------------------------            00734000
                                                                        00735000
      *-----------------------------------------------------            00736000
       5000-ABRIR-ENTRADA                         SECTION.              00737000
      *-----------------------------------------------------            00738000
           EVALUATE WRK-PARM-INTERFACE                                  00739000
            WHEN 'RETORNO'  OPEN INPUT RETORNO                          00740000
            WHEN 'RETCOB'   OPEN INPUT RETCOB                           00740500
            WHEN 'ESOCRET'  OPEN INPUT ESOCRET                          00741000
            WHEN 'FATURAOP' OPEN INPUT FATURAOP                         00742000
            WHEN 'MOV0106'  OPEN INPUT MOV0106                          00743000
            WHEN 'CARGAFUN' OPEN INPUT CARGAFUN                         00744000
            WHEN 'CARGADEM' OPEN INPUT CARGADEM                         00745000
            WHEN 'PAGDUP'   OPEN INPUT PAGDUP                           00746000
            WHEN 'ENTREGAS' OPEN INPUT ENTREGAS                         00747000
           END-EVALUATE.                                                00748000
                                                                        00749000
           IF WRK-FS-ENTRADA NOT EQUAL 0                                00750000
            MOVE 'FR22DB77'              TO WRK-PROGRAMA                00751000
            MOVE 'ERRO NO OPEN DA INTERFACE' TO WRK-MENSAGEM            00752000
            MOVE '5000'                  TO WRK-SECAO                   00753000
            MOVE WRK-FS-ENTRADA          TO WRK-STATUS                  00754000
            PERFORM 9000-ERRO                                           00755000
           END-IF.                                                      00756000
      *-----------------------------------------------------            00757000
       5000-99-FIM.                                  EXIT.              00758000
      *-----------------------------------------------------            00759000
                                                                        00760000
      *-----------------------------------------------------            00761000
       5100-LER-ENTRADA                           SECTION.              00762000
      *-----------------------------------------------------            00763000
           EVALUATE WRK-PARM-INTERFACE                                  00764000
            WHEN 'RETORNO'  READ RETORNO  INTO WRK-LIDO                 00765000
            WHEN 'RETCOB'   READ RETCOB   INTO WRK-LIDO                 00765500
            WHEN 'ESOCRET'  READ ESOCRET  INTO WRK-LIDO                 00766000
            WHEN 'FATURAOP' READ FATURAOP INTO WRK-LIDO                 00767000
            WHEN 'MOV0106'  READ MOV0106  INTO WRK-LIDO                 00768000
            WHEN 'CARGAFUN' READ CARGAFUN INTO WRK-LIDO                 00769000
            WHEN 'CARGADEM' READ CARGADEM INTO WRK-LIDO                 00770000
            WHEN 'PAGDUP'   READ PAGDUP   INTO WRK-LIDO                 00771000
            WHEN 'ENTREGAS' READ ENTREGAS INTO WRK-LIDO                 00772000
           END-EVALUATE.                                                00773000
                                                                        00774000
           IF WRK-FS-ENTRADA NOT EQUAL 0                                00775000
              AND WRK-FS-ENTRADA NOT EQUAL 10                           00776000
            MOVE 'FR22DB77'              TO WRK-PROGRAMA                00777000
            MOVE 'ERRO NA LEITURA DA INTERFACE' TO WRK-MENSAGEM         00778000
            MOVE '5100'                  TO WRK-SECAO                   00779000
            MOVE WRK-FS-ENTRADA          TO WRK-STATUS                  00780000
            PERFORM 9000-ERRO                                           00781000
           END-IF.                                                      00782000
                                                                        00783000
           IF WRK-FS-ENTRADA EQUAL 0                                    00784000
            ADD 1 TO WRK-REGLIDOS                                       00785000
           END-IF.                                                      00786000
      *-----------------------------------------------------            00787000
       5100-99-FIM.                                  EXIT.              00788000
      *-----------------------------------------------------            00789000
                                                                        00790000
      *-----------------------------------------------------            00791000
       5200-ABRIR-SAIDA                           SECTION.              00792000
      *-----------------------------------------------------            00793000
           EVALUATE WRK-PARM-INTERFACE                                  00794000
            WHEN 'RETORNO'  OPEN OUTPUT VRETORNO                        00795000
            WHEN 'RETCOB'   OPEN OUTPUT VRETCOB                         00795500
            WHEN 'ESOCRET'  OPEN OUTPUT VESOCRET                        00796000
            WHEN 'FATURAOP' OPEN OUTPUT VFATURAO                        00797000
            WHEN 'MOV0106'  OPEN OUTPUT VMOV0106                        00798000
            WHEN 'CARGAFUN' OPEN OUTPUT VCARGAFU                        00799000
            WHEN 'CARGADEM' OPEN OUTPUT VCARGADE                        00800000
            WHEN 'PAGDUP'   OPEN OUTPUT VPAGDUP                         00801000
            WHEN 'ENTREGAS' OPEN OUTPUT VENTREGA                        00802000
           END-EVALUATE.                                                00803000
                                                                        00804000
           IF WRK-FS-SAIDA NOT EQUAL 0                                  00805000
            MOVE 'FR22DB77'              TO WRK-PROGRAMA                00806000
            MOVE 'ERRO NO OPEN DA SAIDA VALIDADA' TO WRK-MENSAGEM       00807000
            MOVE '5200'                  TO WRK-SECAO                   00808000
            MOVE WRK-FS-SAIDA            TO WRK-STATUS                  00809000
            PERFORM 9000-ERRO                                           00810000
           END-IF.                                                      00811000
      *-----------------------------------------------------            00812000
       5200-99-FIM.                                  EXIT.              00813000
      *-----------------------------------------------------            00814000
                                                                        00815000
      *-----------------------------------------------------            00816000
       5300-FECHAR-ENTRADA                        SECTION.              00817000
      *-----------------------------------------------------            00818000
           EVALUATE WRK-PARM-INTERFACE                                  00819000
            WHEN 'RETORNO'  CLOSE RETORNO                               00820000
            WHEN 'RETCOB'   CLOSE RETCOB                                00820500
            WHEN 'ESOCRET'  CLOSE ESOCRET                               00821000
            WHEN 'FATURAOP' CLOSE FATURAOP                              00822000
            WHEN 'MOV0106'  CLOSE MOV0106                               00823000
            WHEN 'CARGAFUN' CLOSE CARGAFUN                              00824000
            WHEN 'CARGADEM' CLOSE CARGADEM                              00825000
            WHEN 'PAGDUP'   CLOSE PAGDUP                                00826000
            WHEN 'ENTREGAS' CLOSE ENTREGAS                              00827000
           END-EVALUATE.                                                00828000
      *-----------------------------------------------------            00829000
       5300-99-FIM.                                  EXIT.              00830000
      *-----------------------------------------------------            00831000
                                                                        00832000
      *-----------------------------------------------------            00833000
       5400-GRAVAR-SAIDA                          SECTION.              00834000
      *-----------------------------------------------------            00835000
           EVALUATE WRK-PARM-INTERFACE                                  00836000
            WHEN 'RETORNO'  WRITE FD-VRETORNO FROM WRK-REGISTRO         00837000
            WHEN 'RETCOB'   WRITE FD-VRETCOB  FROM WRK-REGISTRO         00837500
            WHEN 'ESOCRET'  WRITE FD-VESOCRET FROM WRK-REGISTRO         00838000
            WHEN 'FATURAOP' WRITE FD-VFATURAO FROM WRK-REGISTRO         00839000
            WHEN 'MOV0106'  WRITE FD-VMOV0106 FROM WRK-REGISTRO         00840000
            WHEN 'CARGAFUN' WRITE FD-VCARGAFU FROM WRK-REGISTRO         00841000
            WHEN 'CARGADEM' WRITE FD-VCARGADE FROM WRK-REGISTRO         00842000
            WHEN 'PAGDUP'   WRITE FD-VPAGDUP  FROM WRK-REGISTRO         00843000
            WHEN 'ENTREGAS' WRITE FD-VENTREGA FROM WRK-REGISTRO         00844000
           END-EVALUATE.                                                00845000
                                                                        00846000
           IF WRK-FS-SAIDA NOT EQUAL 0                                  00847000
            MOVE 'FR22DB77'              TO WRK-PROGRAMA                00848000
            MOVE 'ERRO NA GRAVACAO DA SAIDA' TO WRK-MENSAGEM            00849000
            MOVE '5400'                  TO WRK-SECAO                   00850000
            MOVE WRK-FS-SAIDA            TO WRK-STATUS                  00851000
            PERFORM 9000-ERRO                                           00852000
           END-IF.                                                      00853000
                                                                        00854000
           ADD 1 TO WRK-REGCOPIADOS.                                    00855000
      *-----------------------------------------------------            00856000
       5400-99-FIM.                                  EXIT.              00857000
      *-----------------------------------------------------            00858000
                                                                        00859000
      *-----------------------------------------------------            00860000
       5500-FECHAR-SAIDA                          SECTION.              00861000
      *-----------------------------------------------------            00862000
           EVALUATE WRK-PARM-INTERFACE                                  00863000
            WHEN 'RETORNO'  CLOSE VRETORNO                              00864000
            WHEN 'RETCOB'   CLOSE VRETCOB                               00864500
            WHEN 'ESOCRET'  CLOSE VESOCRET                              00865000
            WHEN 'FATURAOP' CLOSE VFATURAO                              00866000
            WHEN 'MOV0106'  CLOSE VMOV0106                              00867000
            WHEN 'CARGAFUN' CLOSE VCARGAFU                              00868000
            WHEN 'CARGADEM' CLOSE VCARGADE                              00869000
            WHEN 'PAGDUP'   CLOSE VPAGDUP                               00870000
            WHEN 'ENTREGAS' CLOSE VENTREGA                              00871000
           END-EVALUATE.                                                00872000
      *-----------------------------------------------------            00873000
       5500-99-FIM.                                  EXIT.              00874000
      *-----------------------------------------------------            00875000
                                                                        00876000
      *-----------------------------------------------------            00877000
       8000-RELATAR                               SECTION.              00878000
      *-----------------------------------------------------            00879000
           MOVE WRK-PARM-INTERFACE TO WRK-CAB-INTERFACE.                00880000
           MOVE WRK-SAL-SEQUENCIA  TO WRK-CAB-SEQUENCIA.                00881000
           MOVE WRK-SAL-DATA       TO WRK-CAB-DATA.                     00882000
           WRITE FD-RELOPER FROM WRK-REL-CABEC.                         00883000
                                                                        00884000
           IF WRK-MOTIVO EQUAL SPACES                                   00885000
            MOVE WRK-REGCOPIADOS TO WRK-ACE-QTDE                        00886000
            MOVE WRK-SAL-HASH    TO WRK-ACE-HASH                        00887000
            WRITE FD-RELOPER FROM WRK-REL-ACEITO                        00888000
            IF WRK-TEM-AVISO                                            00889000
             MOVE ARQ-ULT-SEQUENCIA TO WRK-AVI-SEQUENCIA                00890000
             WRITE FD-RELOPER FROM WRK-REL-AVISO                        00891000
            END-IF                                                      00892000
           ELSE                                                         00893000
            MOVE WRK-MOTIVO TO WRK-REC-MOTIVO                           00894000
            WRITE FD-RELOPER FROM WRK-REL-RECUSADO                      00895000
            IF WRK-TEM-TRAILER EQUAL 'S'                                00896000
             MOVE WRK-SAL-QTDE  TO WRK-TRA-QTDE                         00897000
             MOVE WRK-SAL-HASH  TO WRK-TRA-HASH                         00898000
             MOVE WRK-REGDADOS  TO WRK-TRA-LIDO-QTDE                    00899000
             MOVE WRK-HASH-MOD  TO WRK-TRA-LIDO-HASH                    00900000
             WRITE FD-RELOPER FROM WRK-REL-TRAILER                      00901000
            END-IF                                                      00902000
      *     O RETURN CODE 12 SEGURA O PASSO CONSUMIDOR.                 00903000
            MOVE 12 TO RETURN-CODE                                      00904000
           END-IF.                                                      00905000
      *-----------------------------------------------------            00906000
       8000-99-FIM.                                  EXIT.              00907000
      *-----------------------------------------------------            00908000
                                                                        00909000
      *-----------------------------------------------------            00910000
       8500-FINALIZAR                             SECTION.              00911000
      *-----------------------------------------------------            00912000
           CLOSE RELOPER.                                               00913000
                                                                        00914000
           DISPLAY ' '.                                                 00915000
           DISPLAY 'INTERFACE:              ' WRK-PARM-INTERFACE.       00916000
           DISPLAY 'REGISTROS LIDOS:        ' WRK-REGLIDOS.             00917000
           DISPLAY 'REGISTROS DE DADOS:     ' WRK-REGDADOS.             00918000
           DISPLAY 'REGISTROS COPIADOS:     ' WRK-REGCOPIADOS.          00919000
           IF WRK-MOTIVO EQUAL SPACES                                   00920000
            DISPLAY 'ARQUIVO ACEITO.'                                   00921000
           ELSE                                                         00922000
            DISPLAY 'ARQUIVO RECUSADO: ' WRK-MOTIVO                     00923000
           END-IF.                                                      00924000
      *-----------------------------------------------------            00925000
       8500-99-FIM.                                  EXIT.              00926000
      *-----------------------------------------------------            00927000
                                                                        00928000
      *-----------------------------------------------------            00929000
       9000-ERRO                                  SECTION.              00930000
      *-----------------------------------------------------            00931000
           DISPLAY WRK-MENSAGEM.                                        00932000
           CALL 'GRAVALOG' USING WRK-DADOS.                             00933000
           MOVE 12 TO RETURN-CODE.                                      00934000
           GOBACK.                                                      00935000
      *-----------------------------------------------------            00936000
       9000-99-FIM.                                  EXIT.              00937000
      *-----------------------------------------------------            00938000
