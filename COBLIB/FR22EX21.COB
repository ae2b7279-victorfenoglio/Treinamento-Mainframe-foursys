      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22EX21.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: COMPENSACAO DIARIA DE CHEQUES,         *             00008000
      *            ANTES DO FR22EX04: JUNTA OS CHEQUES    *             00009000
      *            PENDENTES (CHQPEND) COM OS DEPOSITADOS *             00010000
      *            NA VESPERA (CHQDEP, DO FR22EX04) E     *             00011000
      *            CONFRONTA COM AS DEVOLUCOES DA         *             00012000
      *            COMPENSACAO (CHQDEV) POR CONTA/NUMERO. *             00013000
      *            CHEQUE DEVOLVIDO COM MOTIVO VALIDO     *             00014000
      *            GERA NO LAYOUT DO MOV0106 (MOVCHQ) O   *             00015000
      *            ESTORNO 'V' DO VALOR E A TARIFA 'D' DE *             00016000
      *            DEVOLUCAO; CHEQUE COM DATA DE          *             00017000
      *            LIBERACAO ATE A DATA DO PROCESSAMENTO  *             00018000
      *            SAI DO BLOQUEIO; O RESTO CONTINUA NO   *             00019000
      *            CHQNOVO (NOVO CHQPEND). TUDO SAI NO    *             00020000
      *            RELCHQ. DEVOLUCAO SEM CHEQUE PENDENTE  *             00021000
      *            OU COM MOTIVO DESCONHECIDO E REJEITADA.*             00022000
      *---------------------------------------------------*             00023000
      *  PARAMETRO (SYSIN): TARIFA DE DEVOLUCAO (9(08);   *             00024000
      *  ZERO = SEM TARIFA) + DATA DO PROCESSAMENTO       *             00025000
      *  (AAAAMMDD; VAZIA = DATA DO DIA).                 *             00026000
      *---------------------------------------------------*             00027000
      *  ARQUIVOS:                                        *             00028000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00029000
      *  CHQPEND             I             ---------      *             00030000
      *  CHQDEP              I             ---------      *             00031000
      *  CHQDEV              I             ---------      *             00032000
      *  CHQORD              O/I           ---------      *             00033000
      *  DEVORD              O/I           ---------      *             00034000
      *  CHQNOVO             O             ---------      *             00035000
      *  MOVCHQ              O             ---------      *             00036000
      *  RELCHQ              O             ---------      *             00037000
      *===================================================*             00038000
                                                                        00039000
      *====================================================             00040000
       ENVIRONMENT                               DIVISION.              00041000
      *====================================================             00042000
       CONFIGURATION                             SECTION.               00043000
       SPECIAL-NAMES.                                                   00044000
           DECIMAL-POINT  IS COMMA.                                     00045000
                                                                        00046000
       INPUT-OUTPUT                              SECTION.               00047000
       FILE-CONTROL.                                                    00048000
           SELECT CHQPEND ASSIGN TO CHQPEND                             00049000
               FILE STATUS IS WRK-FS-CHQPEND.                           00050000
                                                                        00051000
           SELECT CHQDEP ASSIGN TO CHQDEP                               00052000
               FILE STATUS IS WRK-FS-CHQDEP.                            00053000
                                                                        00054000
           SELECT CHQDEV ASSIGN TO CHQDEV                               00055000
               FILE STATUS IS WRK-FS-CHQDEV.                            00056000
                                                                        00057000
           SELECT CHQORD ASSIGN TO CHQORD                               00058000
               FILE STATUS IS WRK-FS-CHQORD.                            00059000
                                                                        00060000
           SELECT DEVORD ASSIGN TO DEVORD                               00061000
               FILE STATUS IS WRK-FS-DEVORD.                            00062000
                                                                        00063000
           SELECT ARQSORT ASSIGN TO SORTWK01.                           00064000
                                                                        00065000
           SELECT ARQSORT2 ASSIGN TO SORTWK02.                          00066000
                                                                        00067000
           SELECT CHQNOVO ASSIGN TO CHQNOVO                             00068000
               FILE STATUS IS WRK-FS-CHQNOVO.                           00069000
                                                                        00070000
           SELECT MOVCHQ ASSIGN TO MOVCHQ                               00071000
               FILE STATUS IS WRK-FS-MOVCHQ.                            00072000
                                                                        00073000
           SELECT RELCHQ ASSIGN TO RELCHQ                               00074000
               FILE STATUS IS WRK-FS-RELCHQ.                            00075000
                                                                        00076000
      *====================================================             00077000
       DATA                                      DIVISION.              00078000
      *====================================================             00079000
      *-----------------------------------------------------            00080000
       FILE                                      SECTION.               00081000
      *-----------------------------------------------------            00082000
       FD CHQPEND                                                       00083000
           RECORDING MODE IS F                                          00084000
           BLOCK CONTAINS 0 RECORDS.                                    00085000
      *-----------LRECL 50----------------------------------            00086000
       01 FD-CHQPEND                PIC X(50).                          00087000
                                                                        00088000
       FD CHQDEP                                                        00089000
           RECORDING MODE IS F                                          00090000
           BLOCK CONTAINS 0 RECORDS.                                    00091000
      *-----------LRECL 50----------------------------------            00092000
       01 FD-CHQDEP                 PIC X(50).                          00093000
                                                                        00094000
       FD CHQDEV                                                        00095000
           RECORDING MODE IS F                                          00096000
           BLOCK CONTAINS 0 RECORDS.                                    00097000
      *-----------LRECL 50----------------------------------            00098000
       01 FD-CHQDEV                 PIC X(50).                          00099000
                                                                        00100000
       FD CHQORD                                                        00101000
           RECORDING MODE IS F                                          00102000
           BLOCK CONTAINS 0 RECORDS.                                    00103000
      *-----------LRECL 50----------------------------------            00104000
       01 FD-CHQORD.                                                    00105000
          05 FD-ORD-ID.                                                 00106000
             10 FD-ORD-CHAVE        PIC X(08).                          00107000
             10 FD-ORD-NUMERO       PIC 9(06).                          00108000
          05 FD-ORD-VALOR           PIC 9(08).                          00109000
          05 FD-ORD-DATA-DEP        PIC 9(08).                          00110000
          05 FD-ORD-DATA-LIB        PIC 9(08).                          00111000
          05 FILLER                 PIC X(12).                          00112000
                                                                        00113000
       FD DEVORD                                                        00114000
           RECORDING MODE IS F                                          00115000
           BLOCK CONTAINS 0 RECORDS.                                    00116000
      *-----------LRECL 50----------------------------------            00117000
       01 FD-DEVORD.                                                    00118000
          05 FD-DEV-ID.                                                 00119000
             10 FD-DEV-CHAVE        PIC X(08).                          00120000
             10 FD-DEV-NUMERO       PIC 9(06).                          00121000
          05 FD-DEV-MOTIVO          PIC 9(02).                          00122000
          05 FILLER                 PIC X(34).                          00123000
      *-----------------------------------------------------            00124000
       SD ARQSORT.                                                      00125000
       01 SD-ARQSORT.                                                   00126000
          05 SD-SORT-CHAVE          PIC X(08).                          00127000
          05 SD-SORT-NUMERO         PIC 9(06).                          00128000
          05 FILLER                 PIC X(36).                          00129000
                                                                        00130000
       SD ARQSORT2.                                                     00131000
       01 SD-ARQSORT2.                                                  00132000
          05 SD-SORT2-CHAVE         PIC X(08).                          00133000
          05 SD-SORT2-NUMERO        PIC 9(06).                          00134000
          05 FILLER                 PIC X(36).                          00135000
      *-----------------------------------------------------            00136000
       FD CHQNOVO                                                       00137000
           RECORDING MODE IS F                                          00138000
           BLOCK CONTAINS 0 RECORDS.                                    00139000
      *-----------LRECL 50----------------------------------            00140000
       01 FD-CHQNOVO                PIC X(50).                          00141000
                                                                        00142000
       FD MOVCHQ                                                        00143000
           RECORDING MODE IS F                                          00144000
           BLOCK CONTAINS 0 RECORDS.                                    00145000
      *-----------LRECL 47----------------------------------            00146000
       01 FD-MOVCHQ.                                                    00147000
          05 FD-MOVCHQ-CHAVE        PIC X(08).                          00148000
          05 FD-MOVCHQ-MOVIMENTO    PIC X(30).                          00149000
          05 FD-MOVCHQ-DEVOLUCAO REDEFINES                              00150000
             FD-MOVCHQ-MOVIMENTO.                                       00151000
             10 FD-MOVCHQ-NUMERO    PIC 9(06).                          00152000
             10 FILLER              PIC X(01).                          00153000
             10 FD-MOVCHQ-TEXTO     PIC X(20).                          00154000
             10 FILLER              PIC X(01).                          00155000
             10 FD-MOVCHQ-MOTIVO    PIC 9(02).                          00156000
          05 FD-MOVCHQ-VALORMOV     PIC 9(08).                          00157000
          05 FD-MOVCHQ-TIPOMOV      PIC X(01).                          00158000
                                                                        00159000
       FD RELCHQ                                                        00160000
           RECORDING MODE IS F                                          00161000
           BLOCK CONTAINS 0 RECORDS.                                    00162000
      *-----------LRECL 80----------------------------------            00163000
       01 FD-RELCHQ                 PIC X(80).                          00164000
      *-----------------------------------------------------            00165000
       WORKING-STORAGE                           SECTION.               00166000
      *-----------------------------------------------------            00167000
           COPY '#GLOG'.                                                00168000
      *-----------------------------------------------------            00169000
       01 FILLER PIC X(48) VALUE                                        00170000
            '-------VARIAVEIS PARA FILE STATUS------------'.            00171000
      *-----------------------------------------------------            00172000
       77 WRK-FS-CHQPEND       PIC 9(02).                               00173000
       77 WRK-FS-CHQDEP        PIC 9(02).                               00174000
       77 WRK-FS-CHQDEV        PIC 9(02).                               00175000
       77 WRK-FS-CHQORD        PIC 9(02).                               00176000
       77 WRK-FS-DEVORD        PIC 9(02).                               00177000
       77 WRK-FS-CHQNOVO       PIC 9(02).                               00178000
       77 WRK-FS-MOVCHQ        PIC 9(02).                               00179000
       77 WRK-FS-RELCHQ        PIC 9(02).                               00180000
      *-----------------------------------------------------            00181000
       01 FILLER PIC X(48) VALUE                                        00182000
            '-------VARIAVEIS PARA PARAMETRO--------------'.            00183000
      *-----------------------------------------------------            00184000
       01 WRK-PARM.                                                     00185000
          05 WRK-PARM-TARIFA   PIC 9(08).                               00186000
          05 WRK-PARM-DATAPROC PIC 9(08).                               00187000
      *-----------------------------------------------------            00188000
       01 FILLER PIC X(48) VALUE                                        00189000
            '-------MOTIVOS DE DEVOLUCAO DA COMPENSACAO---'.            00190000
      *-----------------------------------------------------            00191000
       01 WRK-MOTIVO-CONST.                                             00192000
          05 FILLER PIC X(32) VALUE                                     00193000
             '11SEM FUNDOS - 1A APRESENTACAO  '.                        00194000
          05 FILLER PIC X(32) VALUE                                     00195000
             '12SEM FUNDOS - 2A APRESENTACAO  '.                        00196000
          05 FILLER PIC X(32) VALUE                                     00197000
             '13CONTA ENCERRADA               '.                        00198000
          05 FILLER PIC X(32) VALUE                                     00199000
             '14PRATICA ESPURIA               '.                        00200000
          05 FILLER PIC X(32) VALUE                                     00201000
             '20FOLHA CANCELADA PELO EMITENTE '.                        00202000
          05 FILLER PIC X(32) VALUE                                     00203000
             '21CONTRA-ORDEM OU SUSTACAO      '.                        00204000
          05 FILLER PIC X(32) VALUE                                     00205000
             '22DIVERGENCIA DE ASSINATURA     '.                        00206000
          05 FILLER PIC X(32) VALUE                                     00207000
             '25CANCELAMENTO DE TALONARIO     '.                        00208000
          05 FILLER PIC X(32) VALUE                                     00209000
             '28CONTRA-ORDEM POR FURTO/ROUBO  '.                        00210000
          05 FILLER PIC X(32) VALUE                                     00211000
             '31ERRO FORMAL DE PREENCHIMENTO  '.                        00212000
          05 FILLER PIC X(32) VALUE                                     00213000
             '35CHEQUE FRAUDADO               '.                        00214000
          05 FILLER PIC X(32) VALUE                                     00215000
             '48VALOR ACIMA DO LIMITE SEM ID  '.                        00216000
       01 WRK-MOTIVO-TAB REDEFINES WRK-MOTIVO-CONST.                    00217000
          05 WRK-MOT-ITEM OCCURS 12 TIMES.                              00218000
             10 WRK-MOT-CODIGO    PIC 9(02).                            00219000
             10 WRK-MOT-DESCR     PIC X(30).                            00220000
       77 WRK-MOT-COUNT        PIC 9(02) VALUE 12.                      00221000
       77 WRK-MOT-IDX          PIC 9(02) VALUE ZEROS.                   00222000
       77 WRK-MOT-ACHADO       PIC X(01) VALUE 'N'.                     00223000
       77 WRK-MOT-DESCRICAO    PIC X(30) VALUE SPACES.                  00224000
       77 WRK-DESC-TARIFA-DEV  PIC X(30) VALUE                          00225000
           'TARIFA CHEQUE DEVOLVIDO'.                                   00226000
      *-----------------------------------------------------            00227000
       01 FILLER PIC X(48) VALUE                                        00228000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00229000
      *-----------------------------------------------------            00230000
       77 WRK-REGPENDENTES     PIC 9(07) VALUE ZEROS.                   00231000
       77 WRK-REGDEVOLUCOES    PIC 9(07) VALUE ZEROS.                   00232000
       77 WRK-REGDEVOLVIDOS    PIC 9(07) VALUE ZEROS.                   00233000
       77 WRK-REGLIBERADOS     PIC 9(07) VALUE ZEROS.                   00234000
       77 WRK-REGMANTIDOS      PIC 9(07) VALUE ZEROS.                   00235000
       77 WRK-REGREJEITADOS    PIC 9(07) VALUE ZEROS.                   00236000
       77 WRK-TOT-DEVOLVIDO    PIC 9(10) VALUE ZEROS.                   00237000
       77 WRK-TOT-LIBERADO     PIC 9(10) VALUE ZEROS.                   00238000
       77 WRK-TOT-MANTIDO      PIC 9(10) VALUE ZEROS.                   00239000
       77 WRK-TOT-TARIFA       PIC 9(10) VALUE ZEROS.                   00240000
      *-----------------------------------------------------            00241000
       01 FILLER PIC X(48) VALUE                                        00242000
            '-------LINHAS DO RELATORIO-------------------'.            00243000
      *-----------------------------------------------------            00244000
       01 WRK-REL-CABEC.                                                00245000
          05 FILLER             PIC X(38) VALUE                         00246000
             'COMPENSACAO DE CHEQUES - PROCESSAMENTO'.                  00247000
          05 FILLER             PIC X(01) VALUE SPACES.                 00248000
          05 WRK-REL-DATAPROC   PIC 9(08).                              00249000
          05 FILLER             PIC X(33) VALUE SPACES.                 00250000
       01 WRK-REL-COLUNAS.                                              00251000
          05 FILLER             PIC X(40) VALUE                         00252000
             'CONTA    CHEQUE       VALOR SITUACAO'.                    00253000
          05 FILLER             PIC X(40) VALUE SPACES.                 00254000
       01 WRK-REL-DETALHE.                                              00255000
          05 WRK-REL-CHAVE      PIC X(08).                              00256000
          05 FILLER             PIC X(01) VALUE SPACES.                 00257000
          05 WRK-REL-NUMERO     PIC 9(06).                              00258000
          05 FILLER             PIC X(01) VALUE SPACES.                 00259000
          05 WRK-REL-VALOR      PIC ZZ.ZZZ.ZZ9.                         00260000
          05 FILLER             PIC X(01) VALUE SPACES.                 00261000
          05 WRK-REL-SITUACAO   PIC X(12).                              00262000
          05 FILLER             PIC X(01) VALUE SPACES.                 00263000
          05 WRK-REL-MOTIVO     PIC X(02).                              00264000
          05 FILLER             PIC X(01) VALUE SPACES.                 00265000
          05 WRK-REL-DESCR      PIC X(30).                              00266000
          05 FILLER             PIC X(07) VALUE SPACES.                 00267000
       77 WRK-LINHABRANCO       PIC X(80) VALUE SPACES.                 00268000
      *====================================================             00269000
       PROCEDURE                                 DIVISION.              00270000
      *====================================================             00271000
      *-----------------------------------------------------            00272000
       0000-PRINCIPAL                             SECTION.              00273000
      *-----------------------------------------------------            00274000
           PERFORM 1000-INICIALIZAR.                                    00275000
           PERFORM 2000-PROCESSAR UNTIL FD-ORD-ID EQUAL HIGH-VALUES     00276000
                                    AND FD-DEV-ID EQUAL HIGH-VALUES.    00277000
           PERFORM 3000-FINALIZAR.                                      00278000
           STOP RUN.                                                    00279000
      *-----------------------------------------------------            00280000
       0000-99-FIM.                                  EXIT.              00281000
      *-----------------------------------------------------            00282000
                                                                        00283000
      *-----------------------------------------------------            00284000
       1000-INICIALIZAR                           SECTION.              00285000
      *-----------------------------------------------------            00286000
           ACCEPT WRK-PARM FROM SYSIN.                                  00287000
           IF WRK-PARM-TARIFA NOT NUMERIC                               00288000
            MOVE ZEROS TO WRK-PARM-TARIFA                               00289000
           END-IF.                                                      00290000
           IF WRK-PARM-DATAPROC NOT NUMERIC                             00291000
              OR WRK-PARM-DATAPROC EQUAL ZEROS                          00292000
            ACCEPT WRK-PARM-DATAPROC FROM DATE YYYYMMDD                 00293000
           END-IF.                                                      00294000
                                                                        00295000
      *    OS PENDENTES E OS DEPOSITOS DA VESPERA VIRAM UM              00296000
      *    SO ARQUIVO NA ORDEM DE CONTA/NUMERO DO CHEQUE;               00297000
      *    AS DEVOLUCOES SAO ORDENADAS NA MESMA CHAVE.                  00298000
           SORT ARQSORT ON ASCENDING KEY SD-SORT-CHAVE                  00299000
                                         SD-SORT-NUMERO                 00300000
                USING CHQPEND CHQDEP                                    00301000
                GIVING CHQORD.                                          00302000
                                                                        00303000
           SORT ARQSORT2 ON ASCENDING KEY SD-SORT2-CHAVE                00304000
                                          SD-SORT2-NUMERO               00305000
                USING CHQDEV                                            00306000
                GIVING DEVORD.                                          00307000
                                                                        00308000
           OPEN INPUT CHQORD DEVORD                                     00309000
                OUTPUT CHQNOVO MOVCHQ RELCHQ.                           00310000
             PERFORM 4000-TESTAR-STATUS.                                00311000
                                                                        00312000
           MOVE WRK-PARM-DATAPROC TO WRK-REL-DATAPROC.                  00313000
           WRITE FD-RELCHQ FROM WRK-REL-CABEC.                          00314000
           WRITE FD-RELCHQ FROM WRK-LINHABRANCO.                        00315000
           WRITE FD-RELCHQ FROM WRK-REL-COLUNAS.                        00316000
                                                                        00317000
           PERFORM 5000-LER-PENDENTE.                                   00318000
           PERFORM 5100-LER-DEVOLUCAO.                                  00319000
      *-----------------------------------------------------            00320000
       1000-99-FIM.                                  EXIT.              00321000
      *-----------------------------------------------------            00322000
                                                                        00323000
      *-----------------------------------------------------            00324000
       2000-PROCESSAR                             SECTION.              00325000
      *-----------------------------------------------------            00326000
           EVALUATE TRUE                                                00327000
            WHEN FD-DEV-ID LESS FD-ORD-ID                               00328000
             MOVE FD-DEV-CHAVE          TO WRK-REL-CHAVE                00329000
             MOVE FD-DEV-NUMERO         TO WRK-REL-NUMERO               00330000
             MOVE ZEROS                 TO WRK-REL-VALOR                00331000
             MOVE FD-DEV-MOTIVO         TO WRK-REL-MOTIVO               00332000
             MOVE 'CHEQUE NAO PENDENTE' TO WRK-REL-DESCR                00333000
             PERFORM 2500-REJEITAR-DEVOLUCAO                            00334000
             PERFORM 5100-LER-DEVOLUCAO                                 00335000
            WHEN FD-DEV-ID EQUAL FD-ORD-ID                              00336000
             PERFORM 2100-DEVOLVER-CHEQUE                               00337000
            WHEN OTHER                                                  00338000
             PERFORM 2300-LIBERAR-OU-MANTER                             00339000
             PERFORM 5000-LER-PENDENTE                                  00340000
           END-EVALUATE.                                                00341000
      *-----------------------------------------------------            00342000
       2000-99-FIM.                                  EXIT.              00343000
      *-----------------------------------------------------            00344000
                                                                        00345000
      *-----------------------------------------------------            00346000
       2100-DEVOLVER-CHEQUE                       SECTION.              00347000
      *-----------------------------------------------------            00348000
           MOVE 'N'    TO WRK-MOT-ACHADO.                               00349000
           MOVE SPACES TO WRK-MOT-DESCRICAO.                            00350000
           MOVE 1      TO WRK-MOT-IDX.                                  00351000
           PERFORM 2150-LOCALIZAR-MOTIVO                                00352000
                   UNTIL WRK-MOT-IDX GREATER WRK-MOT-COUNT.             00353000
                                                                        00354000
      *    MOTIVO FORA DA TABELA: A DEVOLUCAO E REJEITADA E             00355000
      *    O CHEQUE CONTINUA PENDENTE ATE SER CORRIGIDA.                00356000
           IF WRK-MOT-ACHADO EQUAL 'N'                                  00357000
            MOVE FD-DEV-CHAVE          TO WRK-REL-CHAVE                 00358000
            MOVE FD-DEV-NUMERO         TO WRK-REL-NUMERO                00359000
            MOVE FD-ORD-VALOR          TO WRK-REL-VALOR                 00360000
            MOVE FD-DEV-MOTIVO         TO WRK-REL-MOTIVO                00361000
            MOVE 'MOTIVO DE DEVOLUCAO INVALIDO'                         00362000
                                       TO WRK-REL-DESCR                 00363000
            PERFORM 2500-REJEITAR-DEVOLUCAO                             00364000
            PERFORM 5100-LER-DEVOLUCAO                                  00365000
            GO TO 2100-99-FIM                                           00366000
           END-IF.                                                      00367000
                                                                        00368000
           MOVE SPACES                TO FD-MOVCHQ.                     00369000
           MOVE FD-ORD-CHAVE          TO FD-MOVCHQ-CHAVE.               00370000
           MOVE FD-ORD-NUMERO         TO FD-MOVCHQ-NUMERO.              00371000
           MOVE 'CHEQUE DEVOLVIDO MOT' TO FD-MOVCHQ-TEXTO.              00372000
           MOVE FD-DEV-MOTIVO         TO FD-MOVCHQ-MOTIVO.              00373000
           MOVE FD-ORD-VALOR          TO FD-MOVCHQ-VALORMOV.            00374000
           MOVE 'V'                   TO FD-MOVCHQ-TIPOMOV.             00375000
           WRITE FD-MOVCHQ.                                             00376000
                                                                        00377000
           IF WRK-PARM-TARIFA GREATER ZEROS                             00378000
            MOVE SPACES               TO FD-MOVCHQ                      00379000
            MOVE FD-ORD-CHAVE         TO FD-MOVCHQ-CHAVE                00380000
            MOVE WRK-DESC-TARIFA-DEV  TO FD-MOVCHQ-MOVIMENTO            00381000
            MOVE WRK-PARM-TARIFA      TO FD-MOVCHQ-VALORMOV             00382000
            MOVE 'D'                  TO FD-MOVCHQ-TIPOMOV              00383000
            WRITE FD-MOVCHQ                                             00384000
            ADD WRK-PARM-TARIFA TO WRK-TOT-TARIFA                       00385000
           END-IF.                                                      00386000
                                                                        00387000
           MOVE FD-ORD-CHAVE          TO WRK-REL-CHAVE.                 00388000
           MOVE FD-ORD-NUMERO         TO WRK-REL-NUMERO.                00389000
           MOVE FD-ORD-VALOR          TO WRK-REL-VALOR.                 00390000
           MOVE 'DEVOLVIDO'           TO WRK-REL-SITUACAO.              00391000
           MOVE FD-DEV-MOTIVO         TO WRK-REL-MOTIVO.                00392000
           MOVE WRK-MOT-DESCRICAO     TO WRK-REL-DESCR.                 00393000
           WRITE FD-RELCHQ FROM WRK-REL-DETALHE.                        00394000
                                                                        00395000
           ADD 1 TO WRK-REGDEVOLVIDOS.                                  00396000
           ADD FD-ORD-VALOR TO WRK-TOT-DEVOLVIDO.                       00397000
           PERFORM 5000-LER-PENDENTE.                                   00398000
           PERFORM 5100-LER-DEVOLUCAO.                                  00399000
      *-----------------------------------------------------            00400000
       2100-99-FIM.                                  EXIT.              00401000
      *-----------------------------------------------------            00402000
                                                                        00403000
      *-----------------------------------------------------            00404000
       2150-LOCALIZAR-MOTIVO                      SECTION.              00405000
      *-----------------------------------------------------            00406000
           IF FD-DEV-MOTIVO EQUAL WRK-MOT-CODIGO (WRK-MOT-IDX)          00407000
            MOVE WRK-MOT-DESCR (WRK-MOT-IDX) TO WRK-MOT-DESCRICAO       00408000
            MOVE 'S' TO WRK-MOT-ACHADO                                  00409000
           END-IF.                                                      00410000
           ADD 1 TO WRK-MOT-IDX.                                        00411000
      *-----------------------------------------------------            00412000
       2150-99-FIM.                                  EXIT.              00413000
      *-----------------------------------------------------            00414000
                                                                        00415000
      *-----------------------------------------------------            00416000
       2300-LIBERAR-OU-MANTER                     SECTION.              00417000
      *-----------------------------------------------------            00418000
      *    CHEQUE QUE CHEGOU NA DATA DE COMPENSACAO SEM                 00419000
      *    DEVOLUCAO SAI DO BLOQUEIO; O SALDO JA FOI                    00420000
      *    CREDITADO NO DEPOSITO.                                       00421000
           IF FD-ORD-DATA-LIB NOT GREATER WRK-PARM-DATAPROC             00422000
            MOVE FD-ORD-CHAVE   TO WRK-REL-CHAVE                        00423000
            MOVE FD-ORD-NUMERO  TO WRK-REL-NUMERO                       00424000
            MOVE FD-ORD-VALOR   TO WRK-REL-VALOR                        00425000
            MOVE 'LIBERADO'     TO WRK-REL-SITUACAO                     00426000
            MOVE SPACES         TO WRK-REL-MOTIVO                       00427000
            MOVE SPACES         TO WRK-REL-DESCR                        00428000
            WRITE FD-RELCHQ FROM WRK-REL-DETALHE                        00429000
            ADD 1 TO WRK-REGLIBERADOS                                   00430000
            ADD FD-ORD-VALOR TO WRK-TOT-LIBERADO                        00431000
           ELSE                                                         00432000
            WRITE FD-CHQNOVO FROM FD-CHQORD                             00433000
            ADD 1 TO WRK-REGMANTIDOS                                    00434000
            ADD FD-ORD-VALOR TO WRK-TOT-MANTIDO                         00435000
           END-IF.                                                      00436000
      *-----------------------------------------------------            00437000
       2300-99-FIM.                                  EXIT.              00438000
      *-----------------------------------------------------            00439000
                                                                        00440000
      *-----------------------------------------------------            00441000
       2500-REJEITAR-DEVOLUCAO                    SECTION.              00442000
      *-----------------------------------------------------            00443000
           MOVE 'REJEITADA' TO WRK-REL-SITUACAO.                        00444000
           WRITE FD-RELCHQ FROM WRK-REL-DETALHE.                        00445000
           ADD 1 TO WRK-REGREJEITADOS.                                  00446000
      *-----------------------------------------------------            00447000
       2500-99-FIM.                                  EXIT.              00448000
      *-----------------------------------------------------            00449000
                                                                        00450000
      *-----------------------------------------------------            00451000
       3000-FINALIZAR                             SECTION.              00452000
      *-----------------------------------------------------            00453000
           CLOSE CHQORD DEVORD CHQNOVO MOVCHQ RELCHQ.                   00454000
                                                                        00455000
           DISPLAY ' '.                                                 00456000
           DISPLAY 'CHEQUES PENDENTES LIDOS: ' WRK-REGPENDENTES.        00457000
           DISPLAY 'DEVOLUCOES RECEBIDAS:    ' WRK-REGDEVOLUCOES.       00458000
           DISPLAY 'CHEQUES DEVOLVIDOS:      ' WRK-REGDEVOLVIDOS        00459000
                   ' VALOR: ' WRK-TOT-DEVOLVIDO.                        00460000
           DISPLAY 'TARIFAS DE DEVOLUCAO:    ' WRK-TOT-TARIFA.          00461000
           DISPLAY 'DEVOLUCOES REJEITADAS:   ' WRK-REGREJEITADOS.       00462000
           DISPLAY 'CHEQUES LIBERADOS:       ' WRK-REGLIBERADOS         00463000
                   ' VALOR: ' WRK-TOT-LIBERADO.                         00464000
           DISPLAY 'CHEQUES AINDA BLOQUEADOS:' WRK-REGMANTIDOS          00465000
                   ' VALOR: ' WRK-TOT-MANTIDO.                          00466000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00467000
      *-----------------------------------------------------            00468000
       3000-99-FIM.                                  EXIT.              00469000
      *-----------------------------------------------------            00470000
                                                                        00471000
      *-----------------------------------------------------            00472000
       4000-TESTAR-STATUS                         SECTION.              00473000
      *-----------------------------------------------------            00474000
           IF WRK-FS-CHQORD NOT EQUAL 00                                00475000
            MOVE 'FR22EX21'              TO WRK-PROGRAMA                00476000
            MOVE 'ERRO NO OPEN CHQORD'   TO WRK-MENSAGEM                00477000
            MOVE '1000'                  TO WRK-SECAO                   00478000
            MOVE WRK-FS-CHQORD           TO WRK-STATUS                  00479000
            PERFORM 9000-TRATAERROS                                     00480000
           END-IF.                                                      00481000
           IF WRK-FS-DEVORD NOT EQUAL 00                                00482000
            MOVE 'FR22EX21'              TO WRK-PROGRAMA                00483000
            MOVE 'ERRO NO OPEN DEVORD'   TO WRK-MENSAGEM                00484000
            MOVE '1000'                  TO WRK-SECAO                   00485000
            MOVE WRK-FS-DEVORD           TO WRK-STATUS                  00486000
            PERFORM 9000-TRATAERROS                                     00487000
           END-IF.                                                      00488000
           IF WRK-FS-CHQNOVO NOT EQUAL 00                               00489000
            MOVE 'FR22EX21'              TO WRK-PROGRAMA                00490000
            MOVE 'ERRO NO OPEN CHQNOVO'  TO WRK-MENSAGEM                00491000
            MOVE '1000'                  TO WRK-SECAO                   00492000
            MOVE WRK-FS-CHQNOVO          TO WRK-STATUS                  00493000
            PERFORM 9000-TRATAERROS                                     00494000
           END-IF.                                                      00495000
           IF WRK-FS-MOVCHQ NOT EQUAL 00                                00496000
            MOVE 'FR22EX21'              TO WRK-PROGRAMA                00497000
            MOVE 'ERRO NO OPEN MOVCHQ'   TO WRK-MENSAGEM                00498000
            MOVE '1000'                  TO WRK-SECAO                   00499000
            MOVE WRK-FS-MOVCHQ           TO WRK-STATUS                  00500000
            PERFORM 9000-TRATAERROS                                     00501000
           END-IF.                                                      00502000
           IF WRK-FS-RELCHQ NOT EQUAL 00                                00503000
            MOVE 'FR22EX21'              TO WRK-PROGRAMA                00504000
            MOVE 'ERRO NO OPEN RELCHQ'   TO WRK-MENSAGEM                00505000
            MOVE '1000'                  TO WRK-SECAO                   00506000
            MOVE WRK-FS-RELCHQ           TO WRK-STATUS                  00507000
            PERFORM 9000-TRATAERROS                                     00508000
           END-IF.                                                      00509000
      *-----------------------------------------------------            00510000
       4000-99-FIM.                                  EXIT.              00511000
      *-----------------------------------------------------            00512000
                                                                        00513000
      *-----------------------------------------------------            00514000
       5000-LER-PENDENTE                          SECTION.              00515000
      *-----------------------------------------------------            00516000
           READ CHQORD.                                                 00517000
           IF WRK-FS-CHQORD EQUAL 10                                    00518000
            MOVE HIGH-VALUES TO FD-ORD-ID                               00519000
           ELSE                                                         00520000
            ADD 1 TO WRK-REGPENDENTES                                   00521000
           END-IF.                                                      00522000
      *-----------------------------------------------------            00523000
       5000-99-FIM.                                  EXIT.              00524000
      *-----------------------------------------------------            00525000
                                                                        00526000
      *-----------------------------------------------------            00527000
       5100-LER-DEVOLUCAO                         SECTION.              00528000
      *-----------------------------------------------------            00529000
           READ DEVORD.                                                 00530000
           IF WRK-FS-DEVORD EQUAL 10                                    00531000
            MOVE HIGH-VALUES TO FD-DEV-ID                               00532000
           ELSE                                                         00533000
            ADD 1 TO WRK-REGDEVOLUCOES                                  00534000
           END-IF.                                                      00535000
      *-----------------------------------------------------            00536000
       5100-99-FIM.                                  EXIT.              00537000
      *-----------------------------------------------------            00538000
                                                                        00539000
      *-----------------------------------------------------            00540000
       9000-TRATAERROS                            SECTION.              00541000
      *-----------------------------------------------------            00542000
            CALL 'GRAVALOG' USING WRK-DADOS.                            00543000
           GOBACK.                                                      00544000
      *-----------------------------------------------------            00545000
       9000-99-FIM.                                  EXIT.              00546000
      *-----------------------------------------------------            00547000
