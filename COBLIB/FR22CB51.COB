      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22CB51.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: CONTAS A RECEBER - FATURAMENTO MENSAL  *             00008000
      *            DAS MENSALIDADES ESCOLARES: CADA ALUNO *             00009000
      *            MATRICULADO NO ALUNOSN (ARQ2208; A     *             00010000
      *            LISTA DE ESPERA NAO ENTRA NELE E NAO E *             00011000
      *            COBRADA) GERA UMA DUPLICATA NO MESMO   *             00012000
      *            MASTER DO FR22CB27, EM NOME DO         *             00013000
      *            RESPONSAVEL FINANCEIRO (RESPFIN), PARA *             00014000
      *            A BAIXA (FR22CB28), O AGING (FR22CB29),*             00015000
      *            A COBRANCA (FR22CB43) E O BOLETO       *             00016000
      *            (FR22CB48) FUNCIONAREM IGUAL.          *             00017000
      *            VALOR = MENSALIDADE DA SERIE (TABMENS) *             00018000
      *            MENOS A BOLSA % DO ALUNO (RESPFIN) E,  *             00019000
      *            PARA O SEGUNDO ALUNO EM DIANTE DO      *             00020000
      *            MESMO RESPONSAVEL, MENOS O DESCONTO DE *             00021000
      *            IRMAOS. VENCIMENTO NO DIA DA TABELA DA *             00022000
      *            COMPETENCIA (LIMITADO AO FIM DO MES),  *             00023000
      *            ADIADO PARA O DIA UTIL SEGUINTE        *             00024000
      *            (SUBROTINA DIAUTIL). AS MENSALIDADES   *             00025000
      *            USAM A FAIXA DE NUMERACAO A PARTIR DE  *             00026000
      *            900000 E ENTRAM NO FIM DO NOVO MASTER  *             00027000
      *            DUPNOVO (O FR22CB27 AS MANTEM DEPOIS   *             00028000
      *            DAS DUPLICATAS DE NOTA). SERIE SEM     *             00029000
      *            TABELA, ALUNO SEM RESPONSAVEL E BOLSA  *             00030000
      *            INTEGRAL NAO GERAM DUPLICATA E SAEM EM *             00031000
      *            RELMENS. O LOG MENSCTL RECEBE UMA      *             00032000
      *            LINHA POR COMPETENCIA FATURADA E       *             00033000
      *            IMPEDE FATURAR A MESMA DUAS VEZES; O   *             00034000
      *            MENSREF LIGA CADA DUPLICATA AO RM.     *             00035000
      *---------------------------------------------------*             00036000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM (ZEROS =   *             00037000
      *            MES CORRENTE) E DESCONTO DE IRMAOS %   *             00038000
      *            99V99 (PADRAO 10,00).                  *             00039000
      *---------------------------------------------------*             00040000
      *  ARQUIVOS:                                        *             00041000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00042000
      *  ALUNOSN             I             ---------      *             00043000
      *  TABMENS             I             ---------      *             00044000
      *  RESPFIN             I             ---------      *             00045000
      *  CLIMSTR             I             ---------      *             00046000
      *  DUPANT              I             ---------      *             00047000
      *  MENSCTL             I/O           ---------      *             00048000
      *  DUPNOVO             O             ---------      *             00049000
      *  MENSREF             O             ---------      *             00050000
      *  RELMENS             O             ---------      *             00051000
      *===================================================*             00052000
                                                                        00053000
      *====================================================             00054000
       ENVIRONMENT                               DIVISION.              00055000
      *====================================================             00056000
       CONFIGURATION                             SECTION.               00057000
       SPECIAL-NAMES.                                                   00058000
           DECIMAL-POINT  IS COMMA.                                     00059000
                                                                        00060000
       INPUT-OUTPUT                              SECTION.               00061000
       FILE-CONTROL.                                                    00062000
           SELECT ALUNOSN ASSIGN TO ALUNOSN                             00063000
               FILE STATUS IS WRK-FS-ALUNOSN.                           00064000
                                                                        00065000
           SELECT TABMENS ASSIGN TO TABMENS                             00066000
               FILE STATUS IS WRK-FS-TABMENS.                           00067000
                                                                        00068000
           SELECT RESPFIN ASSIGN TO RESPFIN                             00069000
               FILE STATUS IS WRK-FS-RESPFIN.                           00070000
                                                                        00071000
           SELECT CLIMSTR ASSIGN TO CLIMSTR                             00072000
               FILE STATUS IS WRK-FS-CLIMSTR.                           00073000
                                                                        00074000
           SELECT DUPANT ASSIGN TO DUPANT                               00075000
               FILE STATUS IS WRK-FS-DUPANT.                            00076000
                                                                        00077000
           SELECT MENSCTL ASSIGN TO MENSCTL                             00078000
               FILE STATUS IS WRK-FS-MENSCTL.                           00079000
                                                                        00080000
           SELECT DUPNOVO ASSIGN TO DUPNOVO                             00081000
               FILE STATUS IS WRK-FS-DUPNOVO.                           00082000
                                                                        00083000
           SELECT MENSREF ASSIGN TO MENSREF                             00084000
               FILE STATUS IS WRK-FS-MENSREF.                           00085000
                                                                        00086000
           SELECT RELMENS ASSIGN TO RELMENS                             00087000
               FILE STATUS IS WRK-FS-RELMENS.                           00088000
                                                                        00089000
      *====================================================             00090000
       DATA                                      DIVISION.              00091000
      *====================================================             00092000
      *-----------------------------------------------------            00093000
       FILE                                      SECTION.               00094000
      *-----------------------------------------------------            00095000
       FD ALUNOSN                                                       00096000
           RECORDING MODE IS F                                          00097000
           BLOCK CONTAINS 0 RECORDS.                                    00098000
      *-----------LRECL 35----------------------------------            00099000
       01 FD-ALUNOSN.                                                   00100000
          05 FD-ALN-RM          PIC X(05).                              00101000
          05 FD-ALN-NOME        PIC X(20).                              00102000
          05 FD-ALN-SERIE       PIC X(03).                              00103000
          05 FD-ALN-MEDIA       PIC X(04).                              00104000
          05 FD-ALN-TURMA       PIC X(03).                              00105000
                                                                        00106000
       FD TABMENS                                                       00107000
           RECORDING MODE IS F                                          00108000
           BLOCK CONTAINS 0 RECORDS.                                    00109000
      *-----------LRECL 20----------------------------------            00110000
      *    MENSALIDADE E DIA DE VENCIMENTO POR SERIE (DIA               00111000
      *    ZERO = DIA 10).                                              00112000
       01 FD-TABMENS.                                                   00113000
          05 FD-TBM-SERIE       PIC X(03).                              00114000
          05 FD-TBM-VALOR       PIC 9(05)V9(02).                        00115000
          05 FD-TBM-DIAVENC     PIC 9(02).                              00116000
          05 FILLER             PIC X(08).                              00117000
                                                                        00118000
       FD RESPFIN                                                       00119000
           RECORDING MODE IS F                                          00120000
           BLOCK CONTAINS 0 RECORDS.                                    00121000
      *-----------LRECL 20----------------------------------            00122000
      *    RESPONSAVEL FINANCEIRO DO ALUNO (CLIENTE DO                  00123000
      *    CLIMSTR) E BOLSA % SOBRE A MENSALIDADE.                      00124000
       01 FD-RESPFIN.                                                   00125000
          05 FD-RSP-RM          PIC X(05).                              00126000
          05 FD-RSP-CLIENTE     PIC 9(05).                              00127000
          05 FD-RSP-BOLSA       PIC 9(03)V9(02).                        00128000
          05 FILLER             PIC X(05).                              00129000
                                                                        00130000
       FD CLIMSTR                                                       00131000
           RECORDING MODE IS F                                          00132000
           BLOCK CONTAINS 0 RECORDS.                                    00133000
      *-----------LRECL 112---------------------------------            00134000
       01 FD-CLIMSTR.                                                   00135000
          05 FD-CLI-CODIGO      PIC 9(05).                              00136000
          05 FD-CLI-RAZAO       PIC X(40).                              00137000
          05 FD-CLI-CNPJ        PIC X(14).                              00138000
          05 FD-CLI-ENDERECO    PIC X(40).                              00139000
          05 FD-CLI-LIMITE      PIC 9(08)V99.                           00140000
          05 FD-CLI-GRUPO       PIC X(03).                              00141000
                                                                        00142000
       FD DUPANT                                                        00143000
           RECORDING MODE IS F                                          00144000
           BLOCK CONTAINS 0 RECORDS.                                    00145000
      *-----------LRECL 75----------------------------------            00146000
       01 FD-DUPANT.                                                    00147000
          05 FD-DPA-NUMERO      PIC 9(06).                              00148000
          05 FILLER             PIC X(69).                              00149000
                                                                        00150000
       FD MENSCTL                                                       00151000
           RECORDING MODE IS F                                          00152000
           BLOCK CONTAINS 0 RECORDS.                                    00153000
      *-----------LRECL 50----------------------------------            00154000
      *    UMA LINHA POR COMPETENCIA FATURADA, COM A FAIXA              00155000
      *    DE NUMEROS DE DUPLICATA USADA.                               00156000
       01 FD-MENSCTL.                                                   00157000
          05 FD-MCT-COMPET      PIC 9(06).                              00158000
          05 FD-MCT-DATA        PIC 9(08).                              00159000
          05 FD-MCT-QTDE        PIC 9(05).                              00160000
          05 FD-MCT-VALOR       PIC 9(09)V9(02).                        00161000
          05 FD-MCT-PRIMEIRA    PIC 9(06).                              00162000
          05 FD-MCT-ULTIMA      PIC 9(06).                              00163000
          05 FILLER             PIC X(08).                              00164000
                                                                        00165000
       FD DUPNOVO                                                       00166000
           RECORDING MODE IS F                                          00167000
           BLOCK CONTAINS 0 RECORDS.                                    00168000
      *-----------LRECL 75----------------------------------            00169000
       01 FD-DUPNOVO.                                                   00170000
          05 FD-DUP-NUMERO      PIC 9(06).                              00171000
          05 FD-DUP-CLIENTE     PIC 9(05).                              00172000
          05 FD-DUP-VALOR       PIC 9(08)V9(02).                        00173000
          05 FD-DUP-VENCIMENTO  PIC 9(08).                              00174000
          05 FD-DUP-SALDO       PIC 9(08)V9(02).                        00175000
          05 FD-DUP-SITUACAO    PIC X(01).                              00176000
          05 FD-DUP-VENDEDOR    PIC 9(05).                              00177000
          05 FD-DUP-COMISSAO    PIC 9(08)V9(02).                        00178000
          05 FD-DUP-ENCARGOS    PIC 9(08)V9(02).                        00179000
          05 FD-DUP-DTCALC      PIC 9(08).                              00180000
          05 FD-DUP-MULTADA     PIC X(01).                              00181000
          05 FILLER             PIC X(01).                              00182000
                                                                        00183000
       FD MENSREF                                                       00184000
           RECORDING MODE IS F                                          00185000
           BLOCK CONTAINS 0 RECORDS.                                    00186000
      *-----------LRECL 40----------------------------------            00187000
      *    DUPLICATA DE MENSALIDADE X ALUNO (ACUMULA TODAS              00188000
      *    AS COMPETENCIAS).                                            00189000
       01 FD-MENSREF.                                                   00190000
          05 FD-MRF-NUMERO      PIC 9(06).                              00191000
          05 FD-MRF-RM          PIC X(05).                              00192000
          05 FD-MRF-COMPET      PIC 9(06).                              00193000
          05 FD-MRF-CLIENTE     PIC 9(05).                              00194000
          05 FD-MRF-VALOR       PIC 9(08)V9(02).                        00195000
          05 FD-MRF-VENCIMENTO  PIC 9(08).                              00196000
                                                                        00197000
       FD RELMENS                                                       00198000
           RECORDING MODE IS F                                          00199000
           BLOCK CONTAINS 0 RECORDS.                                    00200000
      *-----------LRECL 80----------------------------------            00201000
       01 FD-RELMENS            PIC X(80).                              00202000
      *-----------------------------------------------------            00203000
       WORKING-STORAGE                           SECTION.               00204000
      *-----------------------------------------------------            00205000
           COPY '#GLOG'.                                                00206000
           COPY '#DIAUTIL'.                                             00207000
      *-----------------------------------------------------            00208000
       01 FILLER PIC X(48) VALUE                                        00209000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00210000
      *-----------------------------------------------------            00211000
       77 WRK-FS-ALUNOSN       PIC 9(02).                               00212000
       77 WRK-FS-TABMENS       PIC 9(02).                               00213000
       77 WRK-FS-RESPFIN       PIC 9(02).                               00214000
       77 WRK-FS-CLIMSTR       PIC 9(02).                               00215000
       77 WRK-FS-DUPANT        PIC 9(02).                               00216000
       77 WRK-FS-MENSCTL       PIC 9(02).                               00217000
       77 WRK-FS-DUPNOVO       PIC 9(02).                               00218000
       77 WRK-FS-MENSREF       PIC 9(02).                               00219000
       77 WRK-FS-RELMENS       PIC 9(02).                               00220000
      *-----------------------------------------------------            00221000
       01 FILLER PIC X(48) VALUE                                        00222000
            '-------PARAMETRO DE ENTRADA------------------'.            00223000
      *-----------------------------------------------------            00224000
       01 WRK-PARM.                                                     00225000
          05 WRK-PARM-COMPET   PIC 9(06).                               00226000
          05 WRK-PARM-DESCONTO PIC 9(02)V9(02).                         00227000
      *-----------------------------------------------------            00228000
       01 FILLER PIC X(48) VALUE                                        00229000
            '-------CONTROLE DO FATURAMENTO---------------'.            00230000
      *-----------------------------------------------------            00231000
      *    FAIXA DE NUMERACAO DAS MENSALIDADES NO MASTER DE             00232000
      *    DUPLICATAS (AS NOTAS FISCAIS FICAM ABAIXO DELA;              00233000
      *    999999 E A MARCA DE FIM DE ARQUIVO DOS BALANCE               00234000
      *    LINE DO CONTAS A RECEBER).                                   00235000
       77 WRK-MENS-INICIO      PIC 9(06) VALUE 900000.                  00236000
       77 WRK-MENS-LIMITE      PIC 9(06) VALUE 999998.                  00237000
       77 WRK-DATA-PROC        PIC 9(08) VALUE ZEROS.                   00238000
       77 WRK-ULT-NUMERO       PIC 9(06) VALUE ZEROS.                   00239000
       77 WRK-PRI-NUMERO       PIC 9(06) VALUE ZEROS.                   00240000
       77 WRK-PROX-LIVRE       PIC 9(07) VALUE ZEROS.                   00241000
       01 WRK-COMPET.                                                   00242000
          05 WRK-COMPET-ANO     PIC 9(04).                              00243000
          05 WRK-COMPET-MES     PIC 9(02).                              00244000
       01 WRK-VENCTO.                                                   00245000
          05 WRK-VENCTO-AAAAMM  PIC 9(06).                              00246000
          05 WRK-VENCTO-DIA     PIC 9(02).                              00247000
       01 WRK-VENCTO-N REDEFINES WRK-VENCTO PIC 9(08).                  00248000
       77 WRK-FIM-MES          PIC 9(02) VALUE ZEROS.                   00249000
       77 WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.                   00250000
       77 WRK-RESTO-4          PIC 9(04) VALUE ZEROS.                   00251000
       77 WRK-RESTO-100        PIC 9(04) VALUE ZEROS.                   00252000
       77 WRK-RESTO-400        PIC 9(04) VALUE ZEROS.                   00253000
      *-----------------------------------------------------            00254000
       01 FILLER PIC X(48) VALUE                                        00255000
            '-------MENSALIDADE CORRENTE------------------'.            00256000
      *-----------------------------------------------------            00257000
       77 WRK-MEN-VALOR        PIC 9(08)V9(02) VALUE ZEROS.             00258000
       77 WRK-MEN-DESCONTO     PIC 9(08)V9(02) VALUE ZEROS.             00259000
       77 WRK-MEN-IRMAO        PIC X(01) VALUE 'N'.                     00260000
       77 WRK-MEN-MOTIVO       PIC X(30) VALUE SPACES.                  00261000
      *-----------------------------------------------------            00262000
       01 FILLER PIC X(48) VALUE                                        00263000
            '-------MENSALIDADES POR SERIE (TABMENS)------'.            00264000
      *-----------------------------------------------------            00265000
       77 WRK-TBM-COUNT        PIC 9(03) VALUE ZEROS.                   00266000
       77 WRK-TBM-IDX          PIC 9(03) VALUE ZEROS.                   00267000
       77 WRK-TBM-ACHOU        PIC X(01) VALUE 'N'.                     00268000
       01 WRK-TBM-TAB.                                                  00269000
          05 WRK-TBM-ITEM OCCURS 100 TIMES.                             00270000
             10 WRK-TBM-SERIE      PIC X(03).                           00271000
             10 WRK-TBM-VALOR      PIC 9(05)V9(02).                     00272000
             10 WRK-TBM-DIAVENC    PIC 9(02).                           00273000
      *-----------------------------------------------------            00274000
       01 FILLER PIC X(48) VALUE                                        00275000
            '-------RESPONSAVEIS FINANCEIROS (RESPFIN)----'.            00276000
      *-----------------------------------------------------            00277000
       77 WRK-RSP-COUNT        PIC 9(04) VALUE ZEROS.                   00278000
       77 WRK-RSP-IDX          PIC 9(04) VALUE ZEROS.                   00279000
       77 WRK-RSP-ACHOU        PIC X(01) VALUE 'N'.                     00280000
       01 WRK-RSP-TAB.                                                  00281000
          05 WRK-RSP-ITEM OCCURS 2000 TIMES.                            00282000
             10 WRK-RSP-RM         PIC X(05).                           00283000
             10 WRK-RSP-CLIENTE    PIC 9(05).                           00284000
             10 WRK-RSP-BOLSA      PIC 9(03)V9(02).                     00285000
      *-----------------------------------------------------            00286000
       01 FILLER PIC X(48) VALUE                                        00287000
            '-------CLIENTES (CLIMSTR)--------------------'.            00288000
      *-----------------------------------------------------            00289000
       77 WRK-CLI-COUNT        PIC 9(04) VALUE ZEROS.                   00290000
       77 WRK-CLI-IDX          PIC 9(04) VALUE ZEROS.                   00291000
       77 WRK-CLI-ACHOU        PIC X(01) VALUE 'N'.                     00292000
       01 WRK-CLI-TAB.                                                  00293000
          05 WRK-CLI-CODIGO OCCURS 2000 TIMES PIC 9(05).                00294000
      *-----------------------------------------------------            00295000
       01 FILLER PIC X(48) VALUE                                        00296000
            '-------ALUNOS MATRICULADOS (ALUNOSN)---------'.            00297000
      *-----------------------------------------------------            00298000
      *    COBRADO = 'S' QUANDO O ALUNO JA GEROU DUPLICATA              00299000
      *    NESTA COMPETENCIA (BASE DO DESCONTO DE IRMAOS).              00300000
       77 WRK-ALT-COUNT        PIC 9(03) VALUE ZEROS.                   00301000
       77 WRK-ALT-IDX          PIC 9(03) VALUE ZEROS.                   00302000
       77 WRK-ALT-ANT          PIC 9(03) VALUE ZEROS.                   00303000
       01 WRK-ALT-TAB.                                                  00304000
          05 WRK-ALT-ITEM OCCURS 500 TIMES.                             00305000
             10 WRK-ALT-RM         PIC X(05).                           00306000
             10 WRK-ALT-NOME       PIC X(20).                           00307000
             10 WRK-ALT-SERIE      PIC X(03).                           00308000
             10 WRK-ALT-CLIENTE    PIC 9(05).                           00309000
             10 WRK-ALT-BOLSA      PIC 9(03)V9(02).                     00310000
             10 WRK-ALT-TEMRESP    PIC X(01).                           00311000
             10 WRK-ALT-COBRADO    PIC X(01).                           00312000
      *-----------------------------------------------------            00313000
       01 FILLER PIC X(48) VALUE                                        00314000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00315000
      *-----------------------------------------------------            00316000
       77 WRK-REGANTIGAS       PIC 9(06) VALUE ZEROS.                   00317000
       77 WRK-REGALUNOS        PIC 9(05) VALUE ZEROS.                   00318000
       77 WRK-REGGERADAS       PIC 9(05) VALUE ZEROS.                   00319000
       77 WRK-REGIRMAOS        PIC 9(05) VALUE ZEROS.                   00320000
       77 WRK-REGBOLSISTAS     PIC 9(05) VALUE ZEROS.                   00321000
       77 WRK-REGNAOCOBRADOS   PIC 9(05) VALUE ZEROS.                   00322000
       77 WRK-VLR-FATURADO     PIC 9(09)V9(02) VALUE ZEROS.             00323000
      *-----------------------------------------------------            00324000
       01 FILLER PIC X(48) VALUE                                        00325000
            '-------LINHAS DO RELATORIO-------------------'.            00326000
      *-----------------------------------------------------            00327000
       01 WRK-REL-CABEC.                                                00328000
          05 FILLER             PIC X(37) VALUE                         00329000
             'FATURAMENTO DE MENSALIDADES - COMPET.'.                   00330000
          05 FILLER             PIC X(01) VALUE SPACES.                 00331000
          05 WRK-REL-CAB-MES    PIC 9(02).                              00332000
          05 FILLER             PIC X(01) VALUE '/'.                    00333000
          05 WRK-REL-CAB-ANO    PIC 9(04).                              00334000
          05 FILLER             PIC X(35) VALUE SPACES.                 00335000
       01 WRK-REL-TITULO.                                               00336000
          05 FILLER             PIC X(40) VALUE                         00337000
             'RM    ALUNO                SER CLIEN DUP'.                00338000
          05 FILLER             PIC X(40) VALUE                         00339000
             'LIC VENCIMEN     VALOR OBSERVACAO'.                       00340000
       01 WRK-REL-LINHA.                                                00341000
          05 WRK-REL-RM         PIC X(05).                              00342000
          05 FILLER             PIC X(01) VALUE SPACES.                 00343000
          05 WRK-REL-NOME       PIC X(20).                              00344000
          05 FILLER             PIC X(01) VALUE SPACES.                 00345000
          05 WRK-REL-SERIE      PIC X(03).                              00346000
          05 FILLER             PIC X(01) VALUE SPACES.                 00347000
          05 WRK-REL-CLIENTE    PIC 9(05).                              00348000
          05 FILLER             PIC X(01) VALUE SPACES.                 00349000
          05 WRK-REL-NUMERO     PIC 9(06).                              00350000
          05 FILLER             PIC X(01) VALUE SPACES.                 00351000
          05 WRK-REL-VENCTO     PIC 9(08).                              00352000
          05 FILLER             PIC X(01) VALUE SPACES.                 00353000
          05 WRK-REL-VALOR      PIC ZZ.ZZ9,99.                          00354000
          05 FILLER             PIC X(01) VALUE SPACES.                 00355000
          05 WRK-REL-OBS        PIC X(17).                              00356000
       01 WRK-REL-TOTAL.                                                00357000
          05 WRK-REL-TOT-DESC   PIC X(30).                              00358000
          05 WRK-REL-TOT-QTDE   PIC ZZ.ZZ9.                             00359000
          05 FILLER             PIC X(02) VALUE SPACES.                 00360000
          05 WRK-REL-TOT-VALOR  PIC ZZZ.ZZZ.ZZ9,99.                     00361000
          05 FILLER             PIC X(28) VALUE SPACES.                 00362000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00363000
      *====================================================             00364000
       PROCEDURE                                 DIVISION.              00365000
      *====================================================             00366000
      *-----------------------------------------------------            00367000
       0000-PRINCIPAL                             SECTION.              00368000
      *-----------------------------------------------------            00369000
           PERFORM 1000-INICIALIZAR.                                    00370000
           MOVE 1 TO WRK-ALT-IDX.                                       00371000
           PERFORM 2000-PROCESSAR                                       00372000
                   UNTIL WRK-ALT-IDX GREATER WRK-ALT-COUNT.             00373000
           PERFORM 3000-FINALIZAR.                                      00374000
           STOP RUN.                                                    00375000
      *-----------------------------------------------------            00376000
       0000-99-FIM.                                  EXIT.              00377000
      *-----------------------------------------------------            00378000
                                                                        00379000
      *-----------------------------------------------------            00380000
       1000-INICIALIZAR                           SECTION.              00381000
      *-----------------------------------------------------            00382000
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.                     00383000
           ACCEPT WRK-PARM FROM SYSIN.                                  00384000
           IF WRK-PARM-COMPET NOT NUMERIC                               00385000
              OR WRK-PARM-COMPET EQUAL ZEROS                            00386000
            MOVE WRK-DATA-PROC (1:6) TO WRK-COMPET                      00387000
           ELSE                                                         00388000
            MOVE WRK-PARM-COMPET TO WRK-COMPET                          00389000
           END-IF.                                                      00390000
           IF WRK-COMPET-MES LESS 01                                    00391000
              OR WRK-COMPET-MES GREATER 12                              00392000
            DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPET                 00393000
                    ' - EXECUCAO ABORTADA'                              00394000
            STOP RUN                                                    00395000
           END-IF.                                                      00396000
           IF WRK-PARM-DESCONTO NOT NUMERIC                             00397000
            MOVE 10,00 TO WRK-PARM-DESCONTO                             00398000
           END-IF.                                                      00399000
           PERFORM 1050-CALCULAR-FIM-MES.                               00400000
                                                                        00401000
      *    COMPETENCIA JA FATURADA NAO E FATURADA DE NOVO.              00402000
           OPEN INPUT MENSCTL.                                          00403000
           IF WRK-FS-MENSCTL EQUAL 35                                   00404000
            DISPLAY 'MENSCTL AUSENTE - PRIMEIRO FATURAMENTO'            00405000
           ELSE                                                         00406000
            IF WRK-FS-MENSCTL NOT EQUAL 00                              00407000
             MOVE 'FR22CB51'              TO WRK-PROGRAMA               00408000
             MOVE 'ERRO NO OPEN MENSCTL'  TO WRK-MENSAGEM               00409000
             MOVE '1000'                  TO WRK-SECAO                  00410000
             MOVE WRK-FS-MENSCTL          TO WRK-STATUS                 00411000
             PERFORM 9000-TRATAERROS                                    00412000
            END-IF                                                      00413000
            PERFORM 1100-LER-CONTROLE                                   00414000
                    UNTIL WRK-FS-MENSCTL EQUAL 10                       00415000
            CLOSE MENSCTL                                               00416000
           END-IF.                                                      00417000
                                                                        00418000
           OPEN INPUT TABMENS.                                          00419000
           IF WRK-FS-TABMENS NOT EQUAL 00                               00420000
            MOVE 'FR22CB51'              TO WRK-PROGRAMA                00421000
            MOVE 'ERRO NO OPEN TABMENS'  TO WRK-MENSAGEM                00422000
            MOVE '1000'                  TO WRK-SECAO                   00423000
            MOVE WRK-FS-TABMENS          TO WRK-STATUS                  00424000
            PERFORM 9000-TRATAERROS                                     00425000
           END-IF.                                                      00426000
           PERFORM 1200-CARREGAR-TABMENS                                00427000
                   UNTIL WRK-FS-TABMENS EQUAL 10.                       00428000
           CLOSE TABMENS.                                               00429000
                                                                        00430000
      *    SEM RESPFIN NENHUM ALUNO TEM QUEM PAGUE.                     00431000
           OPEN INPUT RESPFIN.                                          00432000
           IF WRK-FS-RESPFIN EQUAL 35                                   00433000
            DISPLAY 'RESPFIN AUSENTE - NENHUM ALUNO FATURADO'           00434000
           ELSE                                                         00435000
            IF WRK-FS-RESPFIN NOT EQUAL 00                              00436000
             MOVE 'FR22CB51'              TO WRK-PROGRAMA               00437000
             MOVE 'ERRO NO OPEN RESPFIN'  TO WRK-MENSAGEM               00438000
             MOVE '1000'                  TO WRK-SECAO                  00439000
             MOVE WRK-FS-RESPFIN          TO WRK-STATUS                 00440000
             PERFORM 9000-TRATAERROS                                    00441000
            END-IF                                                      00442000
            PERFORM 1300-CARREGAR-RESPFIN                               00443000
                    UNTIL WRK-FS-RESPFIN EQUAL 10                       00444000
            CLOSE RESPFIN                                               00445000
           END-IF.                                                      00446000
                                                                        00447000
           OPEN INPUT CLIMSTR.                                          00448000
           IF WRK-FS-CLIMSTR NOT EQUAL 00                               00449000
            MOVE 'FR22CB51'              TO WRK-PROGRAMA                00450000
            MOVE 'ERRO NO OPEN CLIMSTR'  TO WRK-MENSAGEM                00451000
            MOVE '1000'                  TO WRK-SECAO                   00452000
            MOVE WRK-FS-CLIMSTR          TO WRK-STATUS                  00453000
            PERFORM 9000-TRATAERROS                                     00454000
           END-IF.                                                      00455000
           PERFORM 1400-CARREGAR-CLIENTES                               00456000
                   UNTIL WRK-FS-CLIMSTR EQUAL 10.                       00457000
           CLOSE CLIMSTR.                                               00458000
                                                                        00459000
           OPEN INPUT ALUNOSN.                                          00460000
           IF WRK-FS-ALUNOSN NOT EQUAL 00                               00461000
            MOVE 'FR22CB51'              TO WRK-PROGRAMA                00462000
            MOVE 'ERRO NO OPEN ALUNOSN'  TO WRK-MENSAGEM                00463000
            MOVE '1000'                  TO WRK-SECAO                   00464000
            MOVE WRK-FS-ALUNOSN          TO WRK-STATUS                  00465000
            PERFORM 9000-TRATAERROS                                     00466000
           END-IF.                                                      00467000
           PERFORM 1500-CARREGAR-ALUNOS                                 00468000
                   UNTIL WRK-FS-ALUNOSN EQUAL 10.                       00469000
           CLOSE ALUNOSN.                                               00470000
           IF WRK-ALT-COUNT EQUAL ZEROS                                 00471000
            DISPLAY 'ALUNOSN VAZIO - NENHUMA MENSALIDADE GERADA'        00472000
           END-IF.                                                      00473000
                                                                        00474000
           OPEN INPUT DUPANT                                            00475000
                OUTPUT DUPNOVO RELMENS.                                 00476000
      *    PRIMEIRA EXECUCAO: MASTER ANTERIOR AUSENTE ENTRA             00477000
      *    VAZIO.                                                       00478000
           IF WRK-FS-DUPANT EQUAL 35                                    00479000
            MOVE 10 TO WRK-FS-DUPANT                                    00480000
           END-IF.                                                      00481000
             PERFORM 4000-TESTAR-STATUS.                                00482000
                                                                        00483000
      *    O MASTER E COPIADO INTEIRO; A ULTIMA MENSALIDADE             00484000
      *    DELE DA O PROXIMO NUMERO DA FAIXA.                           00485000
           COMPUTE WRK-ULT-NUMERO = WRK-MENS-INICIO - 1.                00486000
           PERFORM 1600-COPIAR-MASTER                                   00487000
                   UNTIL WRK-FS-DUPANT EQUAL 10.                        00488000
           COMPUTE WRK-PROX-LIVRE = WRK-ULT-NUMERO + WRK-ALT-COUNT.     00489000
           IF WRK-PROX-LIVRE GREATER WRK-MENS-LIMITE                    00490000
            DISPLAY 'FAIXA DE NUMERACAO DAS MENSALIDADES '              00491000
                    'ESGOTADA - EXECUCAO ABORTADA'                      00492000
            STOP RUN                                                    00493000
           END-IF.                                                      00494000
           COMPUTE WRK-PRI-NUMERO = WRK-ULT-NUMERO + 1.                 00495000
                                                                        00496000
           OPEN EXTEND MENSREF.                                         00497000
           IF WRK-FS-MENSREF EQUAL 35                                   00498000
            OPEN OUTPUT MENSREF                                         00499000
           END-IF.                                                      00500000
           IF WRK-FS-MENSREF NOT EQUAL 00                               00501000
            MOVE 'FR22CB51'              TO WRK-PROGRAMA                00502000
            MOVE 'ERRO NO OPEN MENSREF'  TO WRK-MENSAGEM                00503000
            MOVE '1000'                  TO WRK-SECAO                   00504000
            MOVE WRK-FS-MENSREF          TO WRK-STATUS                  00505000
            PERFORM 9000-TRATAERROS                                     00506000
           END-IF.                                                      00507000
                                                                        00508000
           MOVE WRK-COMPET-MES TO WRK-REL-CAB-MES.                      00509000
           MOVE WRK-COMPET-ANO TO WRK-REL-CAB-ANO.                      00510000
           WRITE FD-RELMENS FROM WRK-REL-CABEC.                         00511000
           WRITE FD-RELMENS FROM WRK-LINHABRANCO.                       00512000
           WRITE FD-RELMENS FROM WRK-REL-TITULO.                        00513000
      *-----------------------------------------------------            00514000
       1000-99-FIM.                                  EXIT.              00515000
      *-----------------------------------------------------            00516000
                                                                        00517000
      *-----------------------------------------------------            00518000
       1050-CALCULAR-FIM-MES                      SECTION.              00519000
      *-----------------------------------------------------            00520000
      *    ULTIMO DIA DO MES DA COMPETENCIA (FEVEREIRO COM              00521000
      *    29 DIAS NO ANO BISSEXTO).                                    00522000
           EVALUATE WRK-COMPET-MES                                      00523000
            WHEN 04                                                     00524000
            WHEN 06                                                     00525000
            WHEN 09                                                     00526000
            WHEN 11                                                     00527000
             MOVE 30 TO WRK-FIM-MES                                     00528000
            WHEN 02                                                     00529000
             DIVIDE WRK-COMPET-ANO BY 4 GIVING WRK-QUOCIENTE            00530000
                    REMAINDER WRK-RESTO-4                               00531000
             DIVIDE WRK-COMPET-ANO BY 100 GIVING WRK-QUOCIENTE          00532000
                    REMAINDER WRK-RESTO-100                             00533000
             DIVIDE WRK-COMPET-ANO BY 400 GIVING WRK-QUOCIENTE          00534000
                    REMAINDER WRK-RESTO-400                             00535000
             IF WRK-RESTO-400 EQUAL ZEROS                               00536000
                OR (WRK-RESTO-4 EQUAL ZEROS                             00537000
                    AND WRK-RESTO-100 NOT EQUAL ZEROS)                  00538000
              MOVE 29 TO WRK-FIM-MES                                    00539000
             ELSE                                                       00540000
              MOVE 28 TO WRK-FIM-MES                                    00541000
             END-IF                                                     00542000
            WHEN OTHER                                                  00543000
             MOVE 31 TO WRK-FIM-MES                                     00544000
           END-EVALUATE.                                                00545000
      *-----------------------------------------------------            00546000
       1050-99-FIM.                                  EXIT.              00547000
      *-----------------------------------------------------            00548000
                                                                        00549000
      *-----------------------------------------------------            00550000
       1100-LER-CONTROLE                          SECTION.              00551000
      *-----------------------------------------------------            00552000
           READ MENSCTL                                                 00553000
             AT END                                                     00554000
              MOVE 10 TO WRK-FS-MENSCTL                                 00555000
             NOT AT END                                                 00556000
              IF FD-MCT-COMPET EQUAL WRK-COMPET                         00557000
               DISPLAY 'COMPETENCIA ' WRK-COMPET                        00558000
                       ' JA FATURADA EM ' FD-MCT-DATA                   00559000
                       ' - EXECUCAO ABORTADA'                           00560000
               CLOSE MENSCTL                                            00561000
               STOP RUN                                                 00562000
              END-IF                                                    00563000
           END-READ.                                                    00564000
      *-----------------------------------------------------            00565000
       1100-99-FIM.                                  EXIT.              00566000
      *-----------------------------------------------------            00567000
                                                                        00568000
      *-----------------------------------------------------            00569000
       1200-CARREGAR-TABMENS                      SECTION.              00570000
      *-----------------------------------------------------            00571000
           READ TABMENS                                                 00572000
             AT END                                                     00573000
              MOVE 10 TO WRK-FS-TABMENS                                 00574000
             NOT AT END                                                 00575000
              IF WRK-TBM-COUNT LESS 100                                 00576000
               ADD 1 TO WRK-TBM-COUNT                                   00577000
               MOVE FD-TBM-SERIE                                        00578000
                 TO WRK-TBM-SERIE (WRK-TBM-COUNT)                       00579000
               MOVE FD-TBM-VALOR                                        00580000
                 TO WRK-TBM-VALOR (WRK-TBM-COUNT)                       00581000
               MOVE FD-TBM-DIAVENC                                      00582000
                 TO WRK-TBM-DIAVENC (WRK-TBM-COUNT)                     00583000
               IF WRK-TBM-DIAVENC (WRK-TBM-COUNT) NOT NUMERIC           00584000
                  OR WRK-TBM-DIAVENC (WRK-TBM-COUNT) EQUAL ZEROS        00585000
                MOVE 10 TO WRK-TBM-DIAVENC (WRK-TBM-COUNT)              00586000
               END-IF                                                   00587000
              ELSE                                                      00588000
               DISPLAY 'TABMENS EXCEDE A TABELA INTERNA '               00589000
                       '(100) - EXECUCAO ABORTADA'                      00590000
               STOP RUN                                                 00591000
              END-IF                                                    00592000
           END-READ.                                                    00593000
      *-----------------------------------------------------            00594000
       1200-99-FIM.                                  EXIT.              00595000
      *-----------------------------------------------------            00596000
                                                                        00597000
      *-----------------------------------------------------            00598000
       1300-CARREGAR-RESPFIN                      SECTION.              00599000
      *-----------------------------------------------------            00600000
           READ RESPFIN                                                 00601000
             AT END                                                     00602000
              MOVE 10 TO WRK-FS-RESPFIN                                 00603000
             NOT AT END                                                 00604000
              IF WRK-RSP-COUNT LESS 2000                                00605000
               ADD 1 TO WRK-RSP-COUNT                                   00606000
               MOVE FD-RSP-RM                                           00607000
                 TO WRK-RSP-RM (WRK-RSP-COUNT)                          00608000
               MOVE FD-RSP-CLIENTE                                      00609000
                 TO WRK-RSP-CLIENTE (WRK-RSP-COUNT)                     00610000
               MOVE FD-RSP-BOLSA                                        00611000
                 TO WRK-RSP-BOLSA (WRK-RSP-COUNT)                       00612000
               IF WRK-RSP-BOLSA (WRK-RSP-COUNT) NOT NUMERIC             00613000
                MOVE ZEROS TO WRK-RSP-BOLSA (WRK-RSP-COUNT)             00614000
               END-IF                                                   00615000
               IF WRK-RSP-BOLSA (WRK-RSP-COUNT) GREATER 100             00616000
                MOVE 100 TO WRK-RSP-BOLSA (WRK-RSP-COUNT)               00617000
               END-IF                                                   00618000
              ELSE                                                      00619000
               DISPLAY 'RESPFIN EXCEDE A TABELA INTERNA '               00620000
                       '(2000) - EXECUCAO ABORTADA'                     00621000
               STOP RUN                                                 00622000
              END-IF                                                    00623000
           END-READ.                                                    00624000
      *-----------------------------------------------------            00625000
       1300-99-FIM.                                  EXIT.              00626000
      *-----------------------------------------------------            00627000
                                                                        00628000
      *-----------------------------------------------------            00629000
       1400-CARREGAR-CLIENTES                     SECTION.              00630000
      *-----------------------------------------------------            00631000
           READ CLIMSTR                                                 00632000
             AT END                                                     00633000
              MOVE 10 TO WRK-FS-CLIMSTR                                 00634000
             NOT AT END                                                 00635000
              IF WRK-CLI-COUNT LESS 2000                                00636000
               ADD 1 TO WRK-CLI-COUNT                                   00637000
               MOVE FD-CLI-CODIGO                                       00638000
                 TO WRK-CLI-CODIGO (WRK-CLI-COUNT)                      00639000
              ELSE                                                      00640000
               DISPLAY 'CLIMSTR EXCEDE A TABELA INTERNA '               00641000
                       '(2000) - EXECUCAO ABORTADA'                     00642000
               STOP RUN                                                 00643000
              END-IF                                                    00644000
           END-READ.                                                    00645000
      *-----------------------------------------------------            00646000
       1400-99-FIM.                                  EXIT.              00647000
      *-----------------------------------------------------            00648000
                                                                        00649000
      *-----------------------------------------------------            00650000
       1500-CARREGAR-ALUNOS                       SECTION.              00651000
      *-----------------------------------------------------            00652000
           READ ALUNOSN                                                 00653000
             AT END                                                     00654000
              MOVE 10 TO WRK-FS-ALUNOSN                                 00655000
             NOT AT END                                                 00656000
              ADD 1 TO WRK-REGALUNOS                                    00657000
              IF WRK-ALT-COUNT LESS 500                                 00658000
               ADD 1 TO WRK-ALT-COUNT                                   00659000
               MOVE FD-ALN-RM                                           00660000
                 TO WRK-ALT-RM (WRK-ALT-COUNT)                          00661000
               MOVE FD-ALN-NOME                                         00662000
                 TO WRK-ALT-NOME (WRK-ALT-COUNT)                        00663000
               MOVE FD-ALN-SERIE                                        00664000
                 TO WRK-ALT-SERIE (WRK-ALT-COUNT)                       00665000
               MOVE 'N' TO WRK-ALT-COBRADO (WRK-ALT-COUNT)              00666000
               PERFORM 1510-BUSCAR-RESPONSAVEL                          00667000
              ELSE                                                      00668000
               DISPLAY 'ALUNOSN EXCEDE A TABELA INTERNA '               00669000
                       '(500) - EXECUCAO ABORTADA'                      00670000
               STOP RUN                                                 00671000
              END-IF                                                    00672000
           END-READ.                                                    00673000
      *-----------------------------------------------------            00674000
       1500-99-FIM.                                  EXIT.              00675000
      *-----------------------------------------------------            00676000
                                                                        00677000
      *-----------------------------------------------------            00678000
       1510-BUSCAR-RESPONSAVEL                    SECTION.              00679000
      *-----------------------------------------------------            00680000
           MOVE 'N'   TO WRK-RSP-ACHOU.                                 00681000
           MOVE 1     TO WRK-RSP-IDX.                                   00682000
           PERFORM 1520-COMPARAR-RESPONSAVEL                            00683000
                   UNTIL WRK-RSP-IDX GREATER WRK-RSP-COUNT              00684000
                      OR WRK-RSP-ACHOU EQUAL 'S'.                       00685000
           IF WRK-RSP-ACHOU EQUAL 'S'                                   00686000
            MOVE 'S' TO WRK-ALT-TEMRESP (WRK-ALT-COUNT)                 00687000
            MOVE WRK-RSP-CLIENTE (WRK-RSP-IDX)                          00688000
              TO WRK-ALT-CLIENTE (WRK-ALT-COUNT)                        00689000
            MOVE WRK-RSP-BOLSA (WRK-RSP-IDX)                            00690000
              TO WRK-ALT-BOLSA (WRK-ALT-COUNT)                          00691000
           ELSE                                                         00692000
            MOVE 'N'   TO WRK-ALT-TEMRESP (WRK-ALT-COUNT)               00693000
            MOVE ZEROS TO WRK-ALT-CLIENTE (WRK-ALT-COUNT)               00694000
            MOVE ZEROS TO WRK-ALT-BOLSA (WRK-ALT-COUNT)                 00695000
           END-IF.                                                      00696000
      *-----------------------------------------------------            00697000
       1510-99-FIM.                                  EXIT.              00698000
      *-----------------------------------------------------            00699000
                                                                        00700000
      *-----------------------------------------------------            00701000
       1520-COMPARAR-RESPONSAVEL                  SECTION.              00702000
      *-----------------------------------------------------            00703000
           IF WRK-RSP-RM (WRK-RSP-IDX) EQUAL FD-ALN-RM                  00704000
            MOVE 'S' TO WRK-RSP-ACHOU                                   00705000
           ELSE                                                         00706000
            ADD 1 TO WRK-RSP-IDX                                        00707000
           END-IF.                                                      00708000
      *-----------------------------------------------------            00709000
       1520-99-FIM.                                  EXIT.              00710000
      *-----------------------------------------------------            00711000
                                                                        00712000
      *-----------------------------------------------------            00713000
       1600-COPIAR-MASTER                         SECTION.              00714000
      *-----------------------------------------------------            00715000
           READ DUPANT                                                  00716000
             AT END                                                     00717000
              MOVE 10 TO WRK-FS-DUPANT                                  00718000
             NOT AT END                                                 00719000
              WRITE FD-DUPNOVO FROM FD-DUPANT                           00720000
              ADD 1 TO WRK-REGANTIGAS                                   00721000
              IF FD-DPA-NUMERO NOT LESS WRK-MENS-INICIO                 00722000
                 AND FD-DPA-NUMERO GREATER WRK-ULT-NUMERO               00723000
               MOVE FD-DPA-NUMERO TO WRK-ULT-NUMERO                     00724000
              END-IF                                                    00725000
           END-READ.                                                    00726000
      *-----------------------------------------------------            00727000
       1600-99-FIM.                                  EXIT.              00728000
      *-----------------------------------------------------            00729000
                                                                        00730000
      *-----------------------------------------------------            00731000
       2000-PROCESSAR                             SECTION.              00732000
      *-----------------------------------------------------            00733000
           MOVE SPACES TO WRK-MEN-MOTIVO.                               00734000
           MOVE ZEROS  TO WRK-MEN-VALOR.                                00735000
           MOVE 'N'    TO WRK-MEN-IRMAO.                                00736000
                                                                        00737000
           MOVE 'N' TO WRK-TBM-ACHOU.                                   00738000
           MOVE 1   TO WRK-TBM-IDX.                                     00739000
           PERFORM 2300-PROCURA-SERIE                                   00740000
                   UNTIL WRK-TBM-IDX GREATER WRK-TBM-COUNT              00741000
                      OR WRK-TBM-ACHOU EQUAL 'S'.                       00742000
                                                                        00743000
           EVALUATE TRUE                                                00744000
            WHEN WRK-TBM-ACHOU EQUAL 'N'                                00745000
             MOVE 'SERIE SEM TABELA' TO WRK-MEN-MOTIVO                  00746000
            WHEN WRK-ALT-TEMRESP (WRK-ALT-IDX) EQUAL 'N'                00747000
             MOVE 'SEM RESPONSAVEL' TO WRK-MEN-MOTIVO                   00748000
            WHEN OTHER                                                  00749000
             PERFORM 2100-CALCULAR-VALOR                                00750000
           END-EVALUATE.                                                00751000
                                                                        00752000
           IF WRK-MEN-MOTIVO EQUAL SPACES                               00753000
            PERFORM 2200-GERAR-DUPLICATA                                00754000
           ELSE                                                         00755000
            ADD 1 TO WRK-REGNAOCOBRADOS                                 00756000
            MOVE SPACES TO WRK-REL-LINHA                                00757000
            MOVE WRK-ALT-RM (WRK-ALT-IDX)      TO WRK-REL-RM            00758000
            MOVE WRK-ALT-NOME (WRK-ALT-IDX)    TO WRK-REL-NOME          00759000
            MOVE WRK-ALT-SERIE (WRK-ALT-IDX)   TO WRK-REL-SERIE         00760000
            MOVE WRK-ALT-CLIENTE (WRK-ALT-IDX) TO WRK-REL-CLIENTE       00761000
            MOVE ZEROS                         TO WRK-REL-NUMERO        00762000
            MOVE ZEROS                         TO WRK-REL-VENCTO        00763000
            MOVE ZEROS                         TO WRK-REL-VALOR         00764000
            MOVE WRK-MEN-MOTIVO                TO WRK-REL-OBS           00765000
            WRITE FD-RELMENS FROM WRK-REL-LINHA                         00766000
           END-IF.                                                      00767000
                                                                        00768000
           ADD 1 TO WRK-ALT-IDX.                                        00769000
      *-----------------------------------------------------            00770000
       2000-99-FIM.                                  EXIT.              00771000
      *-----------------------------------------------------            00772000
                                                                        00773000
      *-----------------------------------------------------            00774000
       2100-CALCULAR-VALOR                        SECTION.              00775000
      *-----------------------------------------------------            00776000
      *    BOLSA PRIMEIRO, DEPOIS O DESCONTO DE IRMAOS                  00777000
      *    SOBRE O QUE SOBROU.                                          00778000
           MOVE WRK-TBM-VALOR (WRK-TBM-IDX) TO WRK-MEN-VALOR.           00779000
           IF WRK-ALT-BOLSA (WRK-ALT-IDX) GREATER ZEROS                 00780000
            ADD 1 TO WRK-REGBOLSISTAS                                   00781000
            COMPUTE WRK-MEN-DESCONTO ROUNDED =                          00782000
                    WRK-MEN-VALOR * WRK-ALT-BOLSA (WRK-ALT-IDX)         00783000
                    / 100                                               00784000
            SUBTRACT WRK-MEN-DESCONTO FROM WRK-MEN-VALOR                00785000
           END-IF.                                                      00786000
           IF WRK-MEN-VALOR EQUAL ZEROS                                 00787000
            MOVE 'BOLSA INTEGRAL' TO WRK-MEN-MOTIVO                     00788000
           ELSE                                                         00789000
      *     IRMAO = ALUNO ANTERIOR DO MESMO RESPONSAVEL JA              00790000
      *     FATURADO NESTA COMPETENCIA.                                 00791000
            MOVE 1 TO WRK-ALT-ANT                                       00792000
            PERFORM 2110-PROCURA-IRMAO                                  00793000
                    UNTIL WRK-ALT-ANT NOT LESS WRK-ALT-IDX              00794000
                       OR WRK-MEN-IRMAO EQUAL 'S'                       00795000
            IF WRK-MEN-IRMAO EQUAL 'S'                                  00796000
               AND WRK-PARM-DESCONTO GREATER ZEROS                      00797000
             ADD 1 TO WRK-REGIRMAOS                                     00798000
             COMPUTE WRK-MEN-DESCONTO ROUNDED =                         00799000
                     WRK-MEN-VALOR * WRK-PARM-DESCONTO / 100            00800000
             SUBTRACT WRK-MEN-DESCONTO FROM WRK-MEN-VALOR               00801000
            END-IF                                                      00802000
           END-IF.                                                      00803000
      *-----------------------------------------------------            00804000
       2100-99-FIM.                                  EXIT.              00805000
      *-----------------------------------------------------            00806000
                                                                        00807000
      *-----------------------------------------------------            00808000
       2110-PROCURA-IRMAO                         SECTION.              00809000
      *-----------------------------------------------------            00810000
           IF WRK-ALT-CLIENTE (WRK-ALT-ANT)                             00811000
              EQUAL WRK-ALT-CLIENTE (WRK-ALT-IDX)                       00812000
              AND WRK-ALT-COBRADO (WRK-ALT-ANT) EQUAL 'S'               00813000
            MOVE 'S' TO WRK-MEN-IRMAO                                   00814000
           ELSE                                                         00815000
            ADD 1 TO WRK-ALT-ANT                                        00816000
           END-IF.                                                      00817000
      *-----------------------------------------------------            00818000
       2110-99-FIM.                                  EXIT.              00819000
      *-----------------------------------------------------            00820000
                                                                        00821000
      *-----------------------------------------------------            00822000
       2200-GERAR-DUPLICATA                       SECTION.              00823000
      *-----------------------------------------------------            00824000
           ADD 1 TO WRK-ULT-NUMERO.                                     00825000
           MOVE SPACES                      TO FD-DUPNOVO.              00826000
           MOVE WRK-ULT-NUMERO              TO FD-DUP-NUMERO.           00827000
           MOVE WRK-ALT-CLIENTE (WRK-ALT-IDX) TO FD-DUP-CLIENTE.        00828000
           MOVE WRK-MEN-VALOR               TO FD-DUP-VALOR.            00829000
           MOVE WRK-MEN-VALOR               TO FD-DUP-SALDO.            00830000
           MOVE 'A'                         TO FD-DUP-SITUACAO.         00831000
           MOVE ZEROS                       TO FD-DUP-VENDEDOR.         00832000
           MOVE ZEROS                       TO FD-DUP-COMISSAO.         00833000
           MOVE ZEROS                       TO FD-DUP-ENCARGOS.         00834000
           MOVE ZEROS                       TO FD-DUP-DTCALC.           00835000
           MOVE 'N'                         TO FD-DUP-MULTADA.          00836000
                                                                        00837000
      *    DIA DA TABELA NA COMPETENCIA, SEM PASSAR DO FIM              00838000
      *    DO MES; CAINDO EM DIA NAO UTIL VAI PARA O                    00839000
      *    PROXIMO DIA UTIL.                                            00840000
           MOVE WRK-COMPET TO WRK-VENCTO-AAAAMM.                        00841000
           MOVE WRK-TBM-DIAVENC (WRK-TBM-IDX) TO WRK-VENCTO-DIA.        00842000
           IF WRK-VENCTO-DIA GREATER WRK-FIM-MES                        00843000
            MOVE WRK-FIM-MES TO WRK-VENCTO-DIA                          00844000
           END-IF.                                                      00845000
           MOVE WRK-VENCTO-N TO FD-DUP-VENCIMENTO.                      00846000
           MOVE 'D' TO UTI-FUNCAO.                                      00847000
           MOVE WRK-VENCTO-N TO UTI-DATA.                               00848000
           CALL 'DIAUTIL' USING UTI-DADOS.                              00849000
           IF UTI-OK AND UTI-DIA-NAOUTIL                                00850000
            MOVE 'N' TO UTI-FUNCAO                                      00851000
            MOVE WRK-VENCTO-N TO UTI-DATA                               00852000
            MOVE 1 TO UTI-QTDE                                          00853000
            CALL 'DIAUTIL' USING UTI-DADOS                              00854000
            IF UTI-OK                                                   00855000
             MOVE UTI-DATA-RESULT TO FD-DUP-VENCIMENTO                  00856000
            END-IF                                                      00857000
           END-IF.                                                      00858000
           IF NOT UTI-OK                                                00859000
            DISPLAY 'ERRO NA DIAUTIL - VENCIMENTO SEM AJUSTE '          00860000
                    '- RM: ' WRK-ALT-RM (WRK-ALT-IDX)                   00861000
           END-IF.                                                      00862000
                                                                        00863000
           WRITE FD-DUPNOVO.                                            00864000
           MOVE 'S' TO WRK-ALT-COBRADO (WRK-ALT-IDX).                   00865000
           ADD 1 TO WRK-REGGERADAS.                                     00866000
           ADD FD-DUP-VALOR TO WRK-VLR-FATURADO.                        00867000
                                                                        00868000
           MOVE FD-DUP-NUMERO               TO FD-MRF-NUMERO.           00869000
           MOVE WRK-ALT-RM (WRK-ALT-IDX)    TO FD-MRF-RM.               00870000
           MOVE WRK-COMPET                  TO FD-MRF-COMPET.           00871000
           MOVE FD-DUP-CLIENTE              TO FD-MRF-CLIENTE.          00872000
           MOVE FD-DUP-VALOR                TO FD-MRF-VALOR.            00873000
           MOVE FD-DUP-VENCIMENTO           TO FD-MRF-VENCIMENTO.       00874000
           WRITE FD-MENSREF.                                            00875000
                                                                        00876000
           MOVE SPACES TO WRK-REL-LINHA.                                00877000
           MOVE WRK-ALT-RM (WRK-ALT-IDX)      TO WRK-REL-RM.            00878000
           MOVE WRK-ALT-NOME (WRK-ALT-IDX)    TO WRK-REL-NOME.          00879000
           MOVE WRK-ALT-SERIE (WRK-ALT-IDX)   TO WRK-REL-SERIE.         00880000
           MOVE FD-DUP-CLIENTE                TO WRK-REL-CLIENTE.       00881000
           MOVE FD-DUP-NUMERO                 TO WRK-REL-NUMERO.        00882000
           MOVE FD-DUP-VENCIMENTO             TO WRK-REL-VENCTO.        00883000
           MOVE FD-DUP-VALOR                  TO WRK-REL-VALOR.         00884000
                                                                        00885000
      *    RESPONSAVEL FORA DO CLIMSTR E FATURADO, MAS NAO              00886000
      *    RECEBE BOLETO NEM CARTA DE COBRANCA.                         00887000
           MOVE 'N' TO WRK-CLI-ACHOU.                                   00888000
           MOVE 1   TO WRK-CLI-IDX.                                     00889000
           PERFORM 2400-PROCURA-CLIENTE                                 00890000
                   UNTIL WRK-CLI-IDX GREATER WRK-CLI-COUNT              00891000
                      OR WRK-CLI-ACHOU EQUAL 'S'.                       00892000
           EVALUATE TRUE                                                00893000
            WHEN WRK-CLI-ACHOU EQUAL 'N'                                00894000
             MOVE 'RESP SEM CADASTRO' TO WRK-REL-OBS                    00895000
            WHEN WRK-MEN-IRMAO EQUAL 'S'                                00896000
             MOVE 'DESCONTO IRMAO' TO WRK-REL-OBS                       00897000
            WHEN WRK-ALT-BOLSA (WRK-ALT-IDX) GREATER ZEROS              00898000
             MOVE 'BOLSISTA' TO WRK-REL-OBS                             00899000
            WHEN OTHER                                                  00900000
             CONTINUE                                                   00901000
           END-EVALUATE.                                                00902000
           WRITE FD-RELMENS FROM WRK-REL-LINHA.                         00903000
      *-----------------------------------------------------            00904000
       2200-99-FIM.                                  EXIT.              00905000
      *-----------------------------------------------------            00906000
                                                                        00907000
      *-----------------------------------------------------            00908000
       2300-PROCURA-SERIE                         SECTION.              00909000
      *-----------------------------------------------------            00910000
           IF WRK-TBM-SERIE (WRK-TBM-IDX)                               00911000
              EQUAL WRK-ALT-SERIE (WRK-ALT-IDX)                         00912000
            MOVE 'S' TO WRK-TBM-ACHOU                                   00913000
           ELSE                                                         00914000
            ADD 1 TO WRK-TBM-IDX                                        00915000
           END-IF.                                                      00916000
      *-----------------------------------------------------            00917000
       2300-99-FIM.                                  EXIT.              00918000
      *-----------------------------------------------------            00919000
                                                                        00920000
      *-----------------------------------------------------            00921000
       2400-PROCURA-CLIENTE                       SECTION.              00922000
      *-----------------------------------------------------            00923000
           IF WRK-CLI-CODIGO (WRK-CLI-IDX)                              00924000
              EQUAL WRK-ALT-CLIENTE (WRK-ALT-IDX)                       00925000
            MOVE 'S' TO WRK-CLI-ACHOU                                   00926000
           ELSE                                                         00927000
            ADD 1 TO WRK-CLI-IDX                                        00928000
           END-IF.                                                      00929000
      *-----------------------------------------------------            00930000
       2400-99-FIM.                                  EXIT.              00931000
      *-----------------------------------------------------            00932000
                                                                        00933000
      *-----------------------------------------------------            00934000
       3000-FINALIZAR                             SECTION.              00935000
      *-----------------------------------------------------            00936000
           WRITE FD-RELMENS FROM WRK-LINHABRANCO.                       00937000
           MOVE 'ALUNOS MATRICULADOS'      TO WRK-REL-TOT-DESC.         00938000
           MOVE WRK-REGALUNOS              TO WRK-REL-TOT-QTDE.         00939000
           MOVE ZEROS                      TO WRK-REL-TOT-VALOR.        00940000
           WRITE FD-RELMENS FROM WRK-REL-TOTAL.                         00941000
           MOVE 'MENSALIDADES GERADAS'     TO WRK-REL-TOT-DESC.         00942000
           MOVE WRK-REGGERADAS             TO WRK-REL-TOT-QTDE.         00943000
           MOVE WRK-VLR-FATURADO           TO WRK-REL-TOT-VALOR.        00944000
           WRITE FD-RELMENS FROM WRK-REL-TOTAL.                         00945000
           MOVE 'COM DESCONTO DE IRMAO'    TO WRK-REL-TOT-DESC.         00946000
           MOVE WRK-REGIRMAOS              TO WRK-REL-TOT-QTDE.         00947000
           MOVE ZEROS                      TO WRK-REL-TOT-VALOR.        00948000
           WRITE FD-RELMENS FROM WRK-REL-TOTAL.                         00949000
           MOVE 'BOLSISTAS'                TO WRK-REL-TOT-DESC.         00950000
           MOVE WRK-REGBOLSISTAS           TO WRK-REL-TOT-QTDE.         00951000
           WRITE FD-RELMENS FROM WRK-REL-TOTAL.                         00952000
           MOVE 'NAO FATURADOS'            TO WRK-REL-TOT-DESC.         00953000
           MOVE WRK-REGNAOCOBRADOS         TO WRK-REL-TOT-QTDE.         00954000
           WRITE FD-RELMENS FROM WRK-REL-TOTAL.                         00955000
                                                                        00956000
           CLOSE DUPANT DUPNOVO MENSREF RELMENS.                        00957000
                                                                        00958000
      *    SO REGISTRA A COMPETENCIA SE ALGO FOI FATURADO,              00959000
      *    PARA PERMITIR REPROCESSAR UMA EXECUCAO VAZIA.                00960000
           IF WRK-REGGERADAS GREATER ZEROS                              00961000
            OPEN EXTEND MENSCTL                                         00962000
            IF WRK-FS-MENSCTL EQUAL 35                                  00963000
             OPEN OUTPUT MENSCTL                                        00964000
            END-IF                                                      00965000
            IF WRK-FS-MENSCTL NOT EQUAL 00                              00966000
             MOVE 'FR22CB51'              TO WRK-PROGRAMA               00967000
             MOVE 'ERRO NO OPEN MENSCTL'  TO WRK-MENSAGEM               00968000
             MOVE '3000'                  TO WRK-SECAO                  00969000
             MOVE WRK-FS-MENSCTL          TO WRK-STATUS                 00970000
             PERFORM 9000-TRATAERROS                                    00971000
            END-IF                                                      00972000
            MOVE SPACES           TO FD-MENSCTL                         00973000
            MOVE WRK-COMPET       TO FD-MCT-COMPET                      00974000
            MOVE WRK-DATA-PROC    TO FD-MCT-DATA                        00975000
            MOVE WRK-REGGERADAS   TO FD-MCT-QTDE                        00976000
            MOVE WRK-VLR-FATURADO TO FD-MCT-VALOR                       00977000
            MOVE WRK-PRI-NUMERO   TO FD-MCT-PRIMEIRA                    00978000
            MOVE WRK-ULT-NUMERO   TO FD-MCT-ULTIMA                      00979000
            WRITE FD-MENSCTL                                            00980000
            CLOSE MENSCTL                                               00981000
           END-IF.                                                      00982000
                                                                        00983000
           DISPLAY ' '.                                                 00984000
           DISPLAY 'COMPETENCIA:           ' WRK-COMPET.                00985000
           DISPLAY 'DUPLICATAS NO MASTER:  ' WRK-REGANTIGAS.            00986000
           DISPLAY 'ALUNOS MATRICULADOS:   ' WRK-REGALUNOS.             00987000
           DISPLAY 'MENSALIDADES GERADAS:  ' WRK-REGGERADAS.            00988000
           DISPLAY 'COM DESCONTO IRMAO:    ' WRK-REGIRMAOS.             00989000
           DISPLAY 'BOLSISTAS:             ' WRK-REGBOLSISTAS.          00990000
           DISPLAY 'NAO FATURADOS:         ' WRK-REGNAOCOBRADOS.        00991000
           DISPLAY 'VALOR FATURADO:        ' WRK-VLR-FATURADO.          00992000
           DISPLAY 'ULTIMA DUPLICATA:      ' WRK-ULT-NUMERO.            00993000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00994000
      *-----------------------------------------------------            00995000
       3000-99-FIM.                                  EXIT.              00996000
      *-----------------------------------------------------            00997000
                                                                        00998000
      *-----------------------------------------------------            00999000
       4000-TESTAR-STATUS                         SECTION.              01000000
      *-----------------------------------------------------            01001000
           IF WRK-FS-DUPANT NOT EQUAL 00                                01002000
              AND WRK-FS-DUPANT NOT EQUAL 10                            01003000
            MOVE 'FR22CB51'              TO WRK-PROGRAMA                01004000
            MOVE 'ERRO NO OPEN DUPANT'   TO WRK-MENSAGEM                01005000
            MOVE '1000'                  TO WRK-SECAO                   01006000
            MOVE WRK-FS-DUPANT           TO WRK-STATUS                  01007000
            PERFORM 9000-TRATAERROS                                     01008000
           END-IF.                                                      01009000
           IF WRK-FS-DUPNOVO NOT EQUAL 00                               01010000
            MOVE 'FR22CB51'              TO WRK-PROGRAMA                01011000
            MOVE 'ERRO NO OPEN DUPNOVO'  TO WRK-MENSAGEM                01012000
            MOVE '1000'                  TO WRK-SECAO                   01013000
            MOVE WRK-FS-DUPNOVO          TO WRK-STATUS                  01014000
            PERFORM 9000-TRATAERROS                                     01015000
           END-IF.                                                      01016000
           IF WRK-FS-RELMENS NOT EQUAL 00                               01017000
            MOVE 'FR22CB51'              TO WRK-PROGRAMA                01018000
            MOVE 'ERRO NO OPEN RELMENS'  TO WRK-MENSAGEM                01019000
            MOVE '1000'                  TO WRK-SECAO                   01020000
            MOVE WRK-FS-RELMENS          TO WRK-STATUS                  01021000
            PERFORM 9000-TRATAERROS                                     01022000
           END-IF.                                                      01023000
      *-----------------------------------------------------            01024000
       4000-99-FIM.                                  EXIT.              01025000
      *-----------------------------------------------------            01026000
                                                                        01027000
      *-----------------------------------------------------            01028000
       9000-TRATAERROS                            SECTION.              01029000
      *-----------------------------------------------------            01030000
            CALL 'GRAVALOG' USING WRK-DADOS.                            01031000
           GOBACK.                                                      01032000
      *-----------------------------------------------------            01033000
       9000-99-FIM.                                  EXIT.              01034000
      *-----------------------------------------------------            01035000
