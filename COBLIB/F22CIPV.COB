      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPV.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: CHECKLIST DO FECHAMENTO DA FOLHA POR   *             00008000
      *            COMPETENCIA: LISTA NA ORDEM DA CADEIA  *             00009000
      *            OS PASSOS DO FECHAMENTO COM SITUACAO,  *             00010000
      *            DATA, USUARIO E TOTAIS DE CONTROLE. OS *             00011000
      *            PROGRAMAS REGISTRADOS PELA GRAVARUN    *             00012000
      *            VEM DA ULTIMA EXECUCAO EM IVAN.RUNCTL  *             00013000
      *            COM DATA DE PROCESSAMENTO ENTRE O      *             00014000
      *            PRIMEIRO DIA DA COMPETENCIA E O FIM DO *             00015000
      *            MES SEGUINTE (L=LIDOS, G=GRAVADOS); O  *             00016000
      *            RETORNO DO BANCO VEM DE IVAN.PAGTO     *             00017000
      *            (P=PAGOS, R=NAO CREDITADOS), O ESOCIAL *             00018000
      *            DE IVAN.ESOCPROT (A=ACEITOS, N=NAO     *             00019000
      *            ACEITOS) E O FECHAMENTO CONTABIL DO    *             00020000
      *            ULTIMO EVENTO DE IVAN.FECHCONT. O      *             00021000
      *            PRIMEIRO PASSO NAO CONCLUIDO SAI COMO  *             00022000
      *            PROXIMO. F6 ENCERRA A COMPETENCIA EM   *             00023000
      *            IVAN.FECHFOLHA - SO PERFIL 'A' DE      *             00024000
      *            IVAN.USUARIO (GESTOR DA FOLHA) E SO    *             00025000
      *            COM TODOS OS PASSOS CONCLUIDOS; NEGADO *             00026000
      *            VAI PARA IVAN.USUALOG.                 *             00027000
      *            DEPOIS DO ENCERRAMENTO O FR22DB13      *             00028000
      *            RECUSA NOVO CALCULO DA COMPETENCIA.    *             00029000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00029250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00029500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00029750
      *---------------------------------------------------*             00030000
      *  ARQUIVOS:                                        *             00031000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00032000
      *  F22CIMV             I             ---------      *             00033000
      *---------------------------------------------------*             00034000
      *  BASE  DE DADOS:                                  *             00035000
      *  TABELA             I/O           INCLUDE/BOOK    *             00036000
      *  IVAN.USUARIO        I             ---------      *             00037000
      *  IVAN.USUALOG        O             ---------      *             00038000
      *  IVAN.RUNCTL         I             ---------      *             00039000
      *  IVAN.PAGTO          I             ---------      *             00040000
      *  IVAN.ESOCPROT       I             ---------      *             00041000
      *  IVAN.FECHCONT       I             ---------      *             00042000
      *  IVAN.FECHFOLHA     I/O            ---------      *             00043000
      *===================================================*             00044000
                                                                        00045000
      *====================================================             00046000
       ENVIRONMENT                               DIVISION.              00047000
      *====================================================             00048000
       CONFIGURATION                             SECTION.               00049000
       SPECIAL-NAMES.                                                   00050000
           DECIMAL-POINT  IS COMMA.                                     00051000
                                                                        00052000
      *====================================================             00053000
       DATA                                      DIVISION.              00054000
      *====================================================             00055000
      *-----------------------------------------------------            00056000
       WORKING-STORAGE                            SECTION.              00057000
      *-----------------------------------------------------            00058000
            COPY F22CIMV.                                               00059000
             COPY DFHAID.                                               00060000
                                                                        00061000
            EXEC SQL                                                    00062000
               INCLUDE SQLCA                                            00063000
            END-EXEC.                                                   00064000
      *----------------------------------------------------             00065000
       01 FILLER PIC X(48) VALUE                                        00066000
           '--------------VARIAVEIS PARA APOIO-----------'.             00067000
      *----------------------------------------------------             00068000
       77 WRK-SQLCODE     PIC -999.                                     00069000
       77 WRK-TERMINAL    PIC X(04).                                    00070000
       77 WRK-IDX         PIC 9(02).                                    00071000
       77 WRK-PENDENTES   PIC 9(02).                                    00072000
       77 WRK-PENDENTES-ED PIC Z9.                                      00073000
      *----------------------------------------------------             00074000
       01 FILLER PIC X(48) VALUE                                        00075000
           '--------------PERFIL DO USUARIO (IVAN.USUARIO)'.            00076000
      *----------------------------------------------------             00077000
       77 WRK-USUARIO     PIC X(08).                                    00078000
       77 WRK-PERFIL      PIC X(01).                                    00079000
          88 WRK-PERFIL-CONSULTA       VALUE 'C'.                       00080000
          88 WRK-PERFIL-GESTOR         VALUE 'A'.                       00081000
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00081500
       77 WRK-FUNCAO-NEGADA PIC X(02).                                  00082000
      *----------------------------------------------------             00083000
       01 FILLER PIC X(48) VALUE                                        00084000
           '--------------COMPETENCIA E JANELA DA CADEIA-'.             00085000
      *----------------------------------------------------             00086000
       01 WRK-COMPET.                                                   00087000
          05 WRK-COMP-ANO    PIC 9(04).                                 00088000
          05 WRK-COMP-MES    PIC 9(02).                                 00089000
       01 WRK-COMPET-N REDEFINES WRK-COMPET PIC 9(06).                  00090000
       01 WRK-DATA-LIM.                                                 00091000
          05 WRK-LIM-ANO     PIC 9(04).                                 00092000
          05 WRK-LIM-MES     PIC 9(02).                                 00093000
          05 WRK-LIM-DIA     PIC 9(02).                                 00094000
       01 WRK-DATA-LIM-N REDEFINES WRK-DATA-LIM PIC 9(08).              00095000
       77 WRK-DATA-INI    PIC 9(08).                                    00096000
       77 WRK-DATA-FIM    PIC 9(08).                                    00097000
      *----------------------------------------------------             00098000
       01 FILLER PIC X(48) VALUE                                        00099000
           '--------------ENCERRAMENTO (IVAN.FECHFOLHA)--'.             00100000
      *----------------------------------------------------             00101000
       77 WRK-ENCERRADA   PIC X(01).                                    00102000
          88 WRK-COMP-ENCERRADA        VALUE 'S'.                       00103000
       01 WRK-SIT-LINHA.                                                00104000
          05 FILLER          PIC X(14) VALUE 'ENCERRADA POR '.          00105000
          05 WRK-SIT-USUARIO PIC X(08).                                 00106000
          05 FILLER          PIC X(04) VALUE ' EM '.                    00107000
          05 WRK-SIT-DATA    PIC X(10).                                 00108000
          05 FILLER          PIC X(04) VALUE SPACES.                    00109000
      *----------------------------------------------------             00110000
       01 FILLER PIC X(48) VALUE                                        00111000
           '--------------PASSOS DO FECHAMENTO-----------'.             00112000
      *----------------------------------------------------             00113000
      *    FONTE: R = LIVRO IVAN.RUNCTL (GRAVARUN)                      00114000
      *           P = RETORNO BANCARIO EM IVAN.PAGTO                    00115000
      *           E = PROTOCOLOS EM IVAN.ESOCPROT                       00116000
      *           F = EVENTOS EM IVAN.FECHCONT                          00117000
       01 WRK-PASSOS-CONST.                                             00118000
          05 FILLER PIC X(25) VALUE                                     00119000
             'FR22DB61RCRITICA DE HORAS'.                               00120000
          05 FILLER PIC X(25) VALUE                                     00121000
             'FR22DB72RCOPARTICIPACAO  '.                               00122000
          05 FILLER PIC X(25) VALUE                                     00123000
             'FR22DB62RVALE-TRANSPORTE '.                               00124000
          05 FILLER PIC X(25) VALUE                                     00125000
             'FR22DB74RVALE-REFEICAO   '.                               00126000
          05 FILLER PIC X(25) VALUE                                     00127000
             'FR22DB13RCALCULO DA FOLHA'.                               00128000
          05 FILLER PIC X(25) VALUE                                     00129000
             'FR22DB64RREVISAO VARIACAO'.                               00130000
          05 FILLER PIC X(25) VALUE                                     00131000
             'FR22EX05RREMESSA BANCARIA'.                               00132000
          05 FILLER PIC X(25) VALUE                                     00133000
             'FR22EX13RCENTRAL PAGTOS  '.                               00134000
          05 FILLER PIC X(25) VALUE                                     00135000
             'FR22DB15PRETORNO DO BANCO'.                               00136000
          05 FILLER PIC X(25) VALUE                                     00137000
             'FR22DB16RCONTABILIZACAO  '.                               00138000
          05 FILLER PIC X(25) VALUE                                     00139000
             'FR22DB50RCONCILIACAO PAG '.                               00140000
          05 FILLER PIC X(25) VALUE                                     00141000
             'FR22DB46RGUIA INSS/IRRF  '.                               00142000
          05 FILLER PIC X(25) VALUE                                     00143000
             'FR22DB63RDEPOSITO FGTS   '.                               00144000
          05 FILLER PIC X(25) VALUE                                     00145000
             'FR22DB39EESOCIAL MENSAL  '.                               00146000
          05 FILLER PIC X(25) VALUE                                     00147000
             'FR22DB60FFECHAM CONTABIL '.                               00148000
       01 WRK-PASSOS-TAB REDEFINES WRK-PASSOS-CONST.                    00149000
          05 WRK-PAS-ITEM OCCURS 15 TIMES.                              00150000
             10 WRK-PAS-PROGRAMA PIC X(08).                             00151000
             10 WRK-PAS-FONTE    PIC X(01).                             00152000
             10 WRK-PAS-DESCR    PIC X(16).                             00153000
       77 WRK-QTDE-PASSOS PIC 9(02) VALUE 15.                           00154000
      *----------------------------------------------------             00155000
       01 FILLER PIC X(48) VALUE                                        00156000
           '--------------SITUACAO DO PASSO--------------'.             00157000
      *----------------------------------------------------             00158000
       77 WRK-RUN-RETCODE PIC 9(02).                                    00159000
       77 WRK-RUN-LIDOS   PIC 9(07).                                    00160000
       77 WRK-RUN-GRAVADOS PIC 9(07).                                   00161000
       77 WRK-RUN-FIM     PIC X(01).                                    00162000
       77 WRK-QTDE-TOTAL  PIC 9(07).                                    00163000
       77 WRK-QTDE-OK     PIC 9(07).                                    00164000
       77 WRK-QTDE-REJ    PIC 9(07).                                    00165000
       77 WRK-EVENTO      PIC X(01).                                    00166000
       77 WRK-DATA-EVENTO PIC X(10).                                    00167000
       77 WRK-USU-EVENTO  PIC X(08).                                    00168000
       01 WRK-PAS-LINHA.                                                00169000
          05 WRK-LIN-SEQ      PIC 9(02).                                00170000
          05 FILLER           PIC X(01) VALUE SPACES.                   00171000
          05 WRK-LIN-PROGRAMA PIC X(08).                                00172000
          05 FILLER           PIC X(01) VALUE SPACES.                   00173000
          05 WRK-LIN-DESCR    PIC X(16).                                00174000
          05 FILLER           PIC X(01) VALUE SPACES.                   00175000
          05 WRK-LIN-SITU     PIC X(08).                                00176000
             88 WRK-LIN-CONCLUIDO      VALUE 'OK'.                      00177000
          05 FILLER           PIC X(01) VALUE SPACES.                   00178000
          05 WRK-LIN-DATA     PIC X(10).                                00179000
          05 FILLER           PIC X(01) VALUE SPACES.                   00180000
          05 WRK-LIN-USUARIO  PIC X(08).                                00181000
          05 FILLER           PIC X(01) VALUE SPACES.                   00182000
          05 WRK-LIN-TOTAIS.                                            00183000
             10 WRK-LIN-ROT1  PIC X(02).                                00184000
             10 WRK-LIN-QTD1  PIC ZZZZZZ9.                              00185000
             10 FILLER        PIC X(01).                                00186000
             10 WRK-LIN-ROT2  PIC X(02).                                00187000
             10 WRK-LIN-QTD2  PIC ZZZZZZ9.                              00188000
       01 WRK-PROX-LINHA.                                               00189000
          05 WRK-PRX-SEQ      PIC 9(02).                                00190000
          05 FILLER           PIC X(01) VALUE SPACES.                   00191000
          05 WRK-PRX-PROGRAMA PIC X(08).                                00192000
          05 FILLER           PIC X(01) VALUE SPACES.                   00193000
          05 WRK-PRX-DESCR    PIC X(16).                                00194000
          05 FILLER           PIC X(01) VALUE SPACES.                   00195000
          05 WRK-PRX-SITU     PIC X(08).                                00196000
          05 FILLER           PIC X(03) VALUE SPACES.                   00197000
      *====================================================             00198000
       PROCEDURE                                 DIVISION.              00199000
      *====================================================             00200000
      *-----------------------------------------------------            00201000
       0000-PRINCIPAL                             SECTION.              00202000
      *-----------------------------------------------------            00203000
            PERFORM 1000-INICIALIZAR.                                   00204000
            PERFORM 2000-PROCESSAR.                                     00205000
            PERFORM 3000-FINALIZAR.                                     00206000
      *-----------------------------------------------------            00207000
       0000-99-FIM.                                  EXIT.              00208000
      *-----------------------------------------------------            00209000
                                                                        00210000
      *-----------------------------------------------------            00211000
       1000-INICIALIZAR                           SECTION.              00212000
      *-----------------------------------------------------            00213000
             PERFORM 1100-VERIFICAR-ACESSO.                             00213330
                                                                        00213660
             EXEC CICS SEND                                             00214000
               MAPSET('F22CIMV')                                        00215000
               MAP('MAPA01')                                            00216000
                ERASE                                                   00217000
               MAPONLY                                                  00218000
             END-EXEC.                                                  00219000
      *-----------------------------------------------------            00220000
       1000-99-FIM.                                  EXIT.              00221000
      *-----------------------------------------------------            00221020
                                                                        00221040
      *-----------------------------------------------------            00221060
       1100-VERIFICAR-ACESSO                      SECTION.              00221080
      *-----------------------------------------------------            00221100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00221120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00221140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00221160
      *      MENU F22CIPL.                                              00221180
             EXEC CICS ASSIGN                                           00221200
               USERID(WRK-USUARIO)                                      00221220
             END-EXEC.                                                  00221240
                                                                        00221260
             EXEC SQL                                                   00221280
              SELECT PERFIL INTO :WRK-PERFIL                            00221300
               FROM IVAN.USUARIO                                        00221320
               WHERE USUARIO = :WRK-USUARIO                             00221340
               FETCH FIRST ROW ONLY                                     00221360
             END-EXEC.                                                  00221380
                                                                        00221400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00221420
              MOVE EIBTRMID TO WRK-TERMINAL                             00221440
              EXEC SQL                                                  00221460
               INSERT INTO IVAN.USUALOG                                 00221480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00221500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00221520
                       'RV',CURRENT TIMESTAMP)                          00221540
              END-EXEC                                                  00221560
              EXEC SQL                                                  00221580
                COMMIT                                                  00221600
              END-EXEC                                                  00221620
              MOVE LOW-VALUES TO MAPA01O                                00221640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00221660
                TO MSGO                                                 00221680
              EXEC CICS SEND                                            00221700
                MAPSET('F22CIMV')                                       00221720
                MAP('MAPA01')                                           00221740
                FROM(MAPA01O)                                           00221760
                ERASE                                                   00221780
              END-EXEC                                                  00221800
              EXEC CICS                                                 00221820
               RETURN                                                   00221840
              END-EXEC                                                  00221860
             END-IF.                                                    00221880
      *-----------------------------------------------------            00221900
       1100-99-FIM.                                  EXIT.              00221920
      *-----------------------------------------------------            00222000
                                                                        00223000
      *-----------------------------------------------------            00224000
       2000-PROCESSAR                             SECTION.              00225000
      *-----------------------------------------------------            00226000
             EXEC CICS RECEIVE                                          00227000
               MAPSET('F22CIMV')                                        00228000
               MAP('MAPA01')                                            00229000
               INTO(MAPA01I)                                            00230000
             END-EXEC.                                                  00231000
                                                                        00232000
             PERFORM 2120-IDENTIFICAR.                                  00233000
                                                                        00234000
            EVALUATE TRUE                                               00235000
             WHEN EIBAID = '"'                                          00236000
              PERFORM 2050-LIMPAR                                       00237000
             WHEN EIBAID = ':'                                          00238000
              PERFORM 2100-SAIR                                         00239000
             WHEN EIBAID = '5'                                          00240000
              PERFORM 2150-CONSULTAR                                    00241000
             WHEN EIBAID = '6'                                          00242000
              IF WRK-PERFIL-GESTOR                                      00243000
               PERFORM 2300-ENCERRAR                                    00244000
              ELSE                                                      00245000
               MOVE 'F6' TO WRK-FUNCAO-NEGADA                           00246000
               PERFORM 2030-NEGAR-ACESSO                                00247000
              END-IF                                                    00248000
             END-EVALUATE.                                              00249000
                                                                        00250000
             EXEC CICS SEND                                             00251000
               MAPSET('F22CIMV')                                        00252000
               MAP('MAPA01')                                            00253000
               DATAONLY                                                 00254000
               FROM(MAPA01O)                                            00255000
             END-EXEC.                                                  00256000
      *-----------------------------------------------------            00257000
       2000-99-FIM.                                  EXIT.              00258000
      *-----------------------------------------------------            00259000
                                                                        00260000
      *-----------------------------------------------------            00261000
       2030-NEGAR-ACESSO                          SECTION.              00262000
      *-----------------------------------------------------            00263000
             MOVE 'ACESSO NEGADO - SO O GESTOR DA FOLHA'                00264000
               TO MSGO.                                                 00265000
             MOVE EIBTRMID TO WRK-TERMINAL.                             00266000
             EXEC SQL                                                   00267000
              INSERT INTO IVAN.USUALOG                                  00268000
                    (USUARIO,TERMINAL,FUNCAO,DATAHORA)                  00269000
              VALUES (:WRK-USUARIO,:WRK-TERMINAL,                       00270000
                      :WRK-FUNCAO-NEGADA,CURRENT TIMESTAMP)             00271000
             END-EXEC.                                                  00272000
      *-----------------------------------------------------            00273000
       2030-99-FIM.                                  EXIT.              00274000
      *-----------------------------------------------------            00275000
                                                                        00276000
      *-----------------------------------------------------            00277000
       2050-LIMPAR                                SECTION.              00278000
      *-----------------------------------------------------            00279000
             EXEC CICS                                                  00280000
              RETURN TRANSID ('T22V')                                   00281000
             END-EXEC.                                                  00282000
      *-----------------------------------------------------            00283000
       2050-99-FIM.                                  EXIT.              00284000
      *-----------------------------------------------------            00285000
                                                                        00286000
      *-----------------------------------------------------            00287000
       2100-SAIR                                  SECTION.              00288000
      *-----------------------------------------------------            00289000
             EXEC CICS                                                  00290000
              RETURN TRANSID ('T22M')                                   00291000
             END-EXEC.                                                  00292000
      *-----------------------------------------------------            00293000
       2100-99-FIM.                                  EXIT.              00294000
      *-----------------------------------------------------            00295000
                                                                        00296000
      *-----------------------------------------------------            00297000
       2120-IDENTIFICAR                           SECTION.              00298000
      *-----------------------------------------------------            00299000
      *      PERFIL DO USUARIO: SEM CADASTRO EM                         00300000
      *      IVAN.USUARIO O ACESSO FICA SOMENTE-CONSULTA.               00301000
             EXEC CICS ASSIGN                                           00302000
               USERID(WRK-USUARIO)                                      00303000
             END-EXEC.                                                  00304000
                                                                        00305000
             EXEC SQL                                                   00306000
              SELECT PERFIL INTO :WRK-PERFIL                            00307000
               FROM IVAN.USUARIO                                        00308000
               WHERE USUARIO = :WRK-USUARIO                             00309000
               FETCH FIRST ROW ONLY                                     00310000
             END-EXEC.                                                  00311000
                                                                        00312000
             IF SQLCODE NOT EQUAL 0                                     00313000
              MOVE 'C' TO WRK-PERFIL                                    00314000
             END-IF.                                                    00315000
      *-----------------------------------------------------            00316000
       2120-99-FIM.                                  EXIT.              00317000
      *-----------------------------------------------------            00318000
                                                                        00319000
      *-----------------------------------------------------            00320000
       2150-CONSULTAR                             SECTION.              00321000
      *-----------------------------------------------------            00322000
             MOVE SPACES TO PS01O PS02O PS03O PS04O PS05O               00323000
                            PS06O PS07O PS08O PS09O PS10O               00324000
                            PS11O PS12O PS13O PS14O PS15O               00325000
                            SITUACO PROXO.                              00326000
             MOVE ZEROS TO WRK-PENDENTES.                               00327000
                                                                        00328000
             IF COMPETL EQUAL 0                                         00329000
                OR COMPETI NOT NUMERIC                                  00330000
              MOVE 'INFORME A COMPETENCIA (AAAAMM)' TO MSGO             00331000
              GO TO 2150-99-FIM                                         00332000
             END-IF.                                                    00333000
                                                                        00334000
             MOVE COMPETI TO WRK-COMPET.                                00335000
             IF WRK-COMP-MES LESS 1                                     00336000
                OR WRK-COMP-MES GREATER 12                              00337000
              MOVE 'COMPETENCIA INVALIDA' TO MSGO                       00338000
              GO TO 2150-99-FIM                                         00339000
             END-IF.                                                    00340000
                                                                        00341000
      *      JANELA DA CADEIA: DO PRIMEIRO DIA DA COMPETENCIA           00342000
      *      AO FIM DO MES SEGUINTE, QUANDO RODA O FECHAMENTO.          00343000
             MOVE WRK-COMP-ANO TO WRK-LIM-ANO.                          00344000
             MOVE WRK-COMP-MES TO WRK-LIM-MES.                          00345000
             MOVE 01           TO WRK-LIM-DIA.                          00346000
             MOVE WRK-DATA-LIM-N TO WRK-DATA-INI.                       00347000
             IF WRK-COMP-MES EQUAL 12                                   00348000
              ADD 1 TO WRK-LIM-ANO                                      00349000
              MOVE 01 TO WRK-LIM-MES                                    00350000
             ELSE                                                       00351000
              ADD 1 TO WRK-LIM-MES                                      00352000
             END-IF.                                                    00353000
             MOVE 31           TO WRK-LIM-DIA.                          00354000
             MOVE WRK-DATA-LIM-N TO WRK-DATA-FIM.                       00355000
                                                                        00356000
             PERFORM 2170-SITUACAO-ENCERRAMENTO.                        00357000
                                                                        00358000
             MOVE 1 TO WRK-IDX.                                         00359000
             PERFORM 2200-AVALIAR-PASSO                                 00360000
                     UNTIL WRK-IDX GREATER WRK-QTDE-PASSOS.             00361000
                                                                        00362000
             EVALUATE TRUE                                              00363000
              WHEN WRK-PENDENTES EQUAL ZEROS                            00364000
                   AND WRK-COMP-ENCERRADA                               00365000
               MOVE 'COMPETENCIA ENCERRADA' TO MSGO                     00366000
              WHEN WRK-PENDENTES EQUAL ZEROS                            00367000
               MOVE 'TODOS OS PASSOS CONCLUIDOS - F6 ENCERRA'           00368000
                 TO MSGO                                                00369000
              WHEN OTHER                                                00370000
               MOVE WRK-PENDENTES TO WRK-PENDENTES-ED                   00371000
               MOVE 'PASSO(S) PENDENTE(S) NO FECHAMENTO'                00372000
                 TO MSGO                                                00373000
               MOVE WRK-PENDENTES-ED TO MSGO(36:02)                     00374000
             END-EVALUATE.                                              00375000
      *-----------------------------------------------------            00376000
       2150-99-FIM.                                  EXIT.              00377000
      *-----------------------------------------------------            00378000
                                                                        00379000
      *-----------------------------------------------------            00380000
       2170-SITUACAO-ENCERRAMENTO                 SECTION.              00381000
      *-----------------------------------------------------            00382000
             MOVE 'N' TO WRK-ENCERRADA.                                 00383000
             EXEC SQL                                                   00384000
              SELECT USUARIO, SUBSTR(CHAR(DATAHORA),1,10)               00385000
               INTO :WRK-SIT-USUARIO, :WRK-SIT-DATA                     00386000
               FROM IVAN.FECHFOLHA                                      00387000
               WHERE COMPETENCIA = :WRK-COMPET-N                        00388000
               FETCH FIRST ROW ONLY                                     00389000
             END-EXEC.                                                  00390000
                                                                        00391000
             EVALUATE SQLCODE                                           00392000
              WHEN 0                                                    00393000
               MOVE 'S'           TO WRK-ENCERRADA                      00394000
               MOVE WRK-SIT-LINHA TO SITUACO                            00395000
              WHEN 100                                                  00396000
               MOVE 'EM ABERTO'   TO SITUACO                            00397000
              WHEN OTHER                                                00398000
               MOVE SQLCODE       TO WRK-SQLCODE                        00399000
               MOVE 'SITUACAO INDISPONIVEL - ERRO '                     00400000
                                  TO SITUACO                            00401000
               MOVE WRK-SQLCODE   TO SITUACO(31:04)                     00402000
             END-EVALUATE.                                              00403000
      *-----------------------------------------------------            00404000
       2170-99-FIM.                                  EXIT.              00405000
      *-----------------------------------------------------            00406000
                                                                        00407000
      *-----------------------------------------------------            00408000
       2200-AVALIAR-PASSO                         SECTION.              00409000
      *-----------------------------------------------------            00410000
             MOVE WRK-IDX                   TO WRK-LIN-SEQ.             00411000
             MOVE WRK-PAS-PROGRAMA(WRK-IDX) TO WRK-LIN-PROGRAMA.        00412000
             MOVE WRK-PAS-DESCR(WRK-IDX)    TO WRK-LIN-DESCR.           00413000
             MOVE 'PENDENTE'                TO WRK-LIN-SITU.            00414000
             MOVE SPACES TO WRK-LIN-DATA WRK-LIN-USUARIO                00415000
                            WRK-LIN-TOTAIS.                             00416000
                                                                        00417000
             EVALUATE WRK-PAS-FONTE(WRK-IDX)                            00418000
              WHEN 'R'                                                  00419000
               PERFORM 2210-LER-RUNCTL                                  00420000
              WHEN 'P'                                                  00421000
               PERFORM 2220-LER-PAGTO                                   00422000
              WHEN 'E'                                                  00423000
               PERFORM 2230-LER-ESOCPROT                                00424000
              WHEN 'F'                                                  00425000
               PERFORM 2240-LER-FECHCONT                                00426000
             END-EVALUATE.                                              00427000
                                                                        00428000
      *      O PRIMEIRO PASSO NAO CONCLUIDO E O PROXIMO DA              00429000
      *      CADEIA; OS DEMAIS PENDENTES SO ENTRAM NA CONTA.            00430000
             IF NOT WRK-LIN-CONCLUIDO                                   00431000
              ADD 1 TO WRK-PENDENTES                                    00432000
              IF WRK-PENDENTES EQUAL 1                                  00433000
               MOVE WRK-LIN-SEQ      TO WRK-PRX-SEQ                     00434000
               MOVE WRK-LIN-PROGRAMA TO WRK-PRX-PROGRAMA                00435000
               MOVE WRK-LIN-DESCR    TO WRK-PRX-DESCR                   00436000
               MOVE WRK-LIN-SITU     TO WRK-PRX-SITU                    00437000
               MOVE WRK-PROX-LINHA   TO PROXO                           00438000
              END-IF                                                    00439000
             END-IF.                                                    00440000
                                                                        00441000
             PERFORM 2250-EXIBIR-PASSO.                                 00442000
             ADD 1 TO WRK-IDX.                                          00443000
      *-----------------------------------------------------            00444000
       2200-99-FIM.                                  EXIT.              00445000
      *-----------------------------------------------------            00446000
                                                                        00447000
      *-----------------------------------------------------            00448000
       2210-LER-RUNCTL                            SECTION.              00449000
      *-----------------------------------------------------            00450000
      *      VALE A EXECUCAO MAIS RECENTE DENTRO DA JANELA;             00451000
      *      O LIVRO NAO GUARDA USUARIO (EXECUCAO BATCH).               00452000
             EXEC SQL                                                   00453000
              SELECT RETCODE, LIDOS, GRAVADOS,                          00454000
                     CASE WHEN FIM IS NULL THEN 'N'                     00455000
                          ELSE 'S' END,                                 00456000
                     SUBSTR(CHAR(COALESCE(FIM,INICIO)),1,10)            00457000
               INTO :WRK-RUN-RETCODE, :WRK-RUN-LIDOS,                   00458000
                    :WRK-RUN-GRAVADOS, :WRK-RUN-FIM,                    00459000
                    :WRK-DATA-EVENTO                                    00460000
               FROM IVAN.RUNCTL                                         00461000
               WHERE PROGRAMA = :WRK-LIN-PROGRAMA                       00462000
                 AND DATAPROC BETWEEN :WRK-DATA-INI                     00463000
                                  AND :WRK-DATA-FIM                     00464000
               ORDER BY INICIO DESC                                     00465000
               FETCH FIRST ROW ONLY                                     00466000
             END-EXEC.                                                  00467000
                                                                        00468000
             EVALUATE TRUE                                              00469000
              WHEN SQLCODE EQUAL 100                                    00470000
               CONTINUE                                                 00471000
              WHEN SQLCODE NOT EQUAL 0                                  00472000
               MOVE 'INDISPON'       TO WRK-LIN-SITU                    00473000
              WHEN OTHER                                                00474000
               MOVE WRK-DATA-EVENTO  TO WRK-LIN-DATA                    00475000
               MOVE 'BATCH'          TO WRK-LIN-USUARIO                 00476000
               MOVE 'L:'             TO WRK-LIN-ROT1                    00477000
               MOVE WRK-RUN-LIDOS    TO WRK-LIN-QTD1                    00478000
               MOVE 'G:'             TO WRK-LIN-ROT2                    00479000
               MOVE WRK-RUN-GRAVADOS TO WRK-LIN-QTD2                    00480000
               EVALUATE TRUE                                            00481000
                WHEN WRK-RUN-FIM EQUAL 'N'                              00482000
                 MOVE 'EXECUCAO'     TO WRK-LIN-SITU                    00483000
                WHEN WRK-RUN-RETCODE EQUAL 0                            00484000
                 MOVE 'OK'           TO WRK-LIN-SITU                    00485000
                WHEN WRK-RUN-RETCODE EQUAL 4                            00486000
                 MOVE 'AVISO'        TO WRK-LIN-SITU                    00487000
                WHEN OTHER                                              00488000
                 MOVE 'ERRO'         TO WRK-LIN-SITU                    00489000
               END-EVALUATE                                             00490000
             END-EVALUATE.                                              00491000
      *-----------------------------------------------------            00492000
       2210-99-FIM.                                  EXIT.              00493000
      *-----------------------------------------------------            00494000
                                                                        00495000
      *-----------------------------------------------------            00496000
       2220-LER-PAGTO                             SECTION.              00497000
      *-----------------------------------------------------            00498000
      *      RETORNO DO BANCO (FR22DB15): CONCLUIDO QUANDO TODO         00499000
      *      SALARIO DA COMPETENCIA ESTA CREDITADO ('L', OU             00499660
      *      'I' QUANDO PAGO PELO CANAL INTERNO).                       00500320
             EXEC SQL                                                   00501000
              SELECT COUNT(*),                                          00502000
                     COALESCE(SUM(CASE WHEN STATUS IN ('L','I')         00503000
                                       THEN 1 ELSE 0 END),0),           00504000
                     COALESCE(SUBSTR(CHAR(MAX(DATAHORA)),1,10),         00505000
                              ' ')                                      00506000
               INTO :WRK-QTDE-TOTAL, :WRK-QTDE-OK,                      00507000
                    :WRK-DATA-EVENTO                                    00508000
               FROM IVAN.PAGTO                                          00509000
               WHERE COMPETENCIA = :WRK-COMPET-N                        00510000
                 AND TIPOPAG = 'SA'                                     00511000
             END-EXEC.                                                  00512000
                                                                        00513000
             EVALUATE TRUE                                              00514000
              WHEN SQLCODE NOT EQUAL 0                                  00515000
               MOVE 'INDISPON'       TO WRK-LIN-SITU                    00516000
              WHEN WRK-QTDE-TOTAL EQUAL ZEROS                           00517000
               CONTINUE                                                 00518000
              WHEN OTHER                                                00519000
               COMPUTE WRK-QTDE-REJ = WRK-QTDE-TOTAL - WRK-QTDE-OK      00520000
               MOVE WRK-DATA-EVENTO  TO WRK-LIN-DATA                    00521000
               MOVE 'BATCH'          TO WRK-LIN-USUARIO                 00522000
               MOVE 'P:'             TO WRK-LIN-ROT1                    00523000
               MOVE WRK-QTDE-OK      TO WRK-LIN-QTD1                    00524000
               MOVE 'R:'             TO WRK-LIN-ROT2                    00525000
               MOVE WRK-QTDE-REJ     TO WRK-LIN-QTD2                    00526000
               IF WRK-QTDE-REJ EQUAL ZEROS                              00527000
                MOVE 'OK'            TO WRK-LIN-SITU                    00528000
               ELSE                                                     00529000
                MOVE 'REJEIT.'       TO WRK-LIN-SITU                    00530000
               END-IF                                                   00531000
             END-EVALUATE.                                              00532000
      *-----------------------------------------------------            00533000
       2220-99-FIM.                                  EXIT.              00534000
      *-----------------------------------------------------            00535000
                                                                        00536000
      *-----------------------------------------------------            00537000
       2230-LER-ESOCPROT                          SECTION.              00538000
      *-----------------------------------------------------            00539000
      *      ESOCIAL (FR22DB39/53/54): CONCLUIDO QUANDO TODO            00540000
      *      EVENTO DA COMPETENCIA FOI ACEITO PELO ORGAO ('A').         00541000
             EXEC SQL                                                   00542000
              SELECT COUNT(*),                                          00543000
                     COALESCE(SUM(CASE WHEN SITUACAO = 'A'              00544000
                                       THEN 1 ELSE 0 END),0),           00545000
                     COALESCE(SUM(CASE WHEN SITUACAO = 'R'              00546000
                                       THEN 1 ELSE 0 END),0),           00547000
                     COALESCE(SUBSTR(CHAR(MAX(DATAHORA)),1,10),         00548000
                              ' ')                                      00549000
               INTO :WRK-QTDE-TOTAL, :WRK-QTDE-OK,                      00550000
                    :WRK-QTDE-REJ, :WRK-DATA-EVENTO                     00551000
               FROM IVAN.ESOCPROT                                       00552000
               WHERE COMPETENCIA = :WRK-COMPET-N                        00553000
             END-EXEC.                                                  00554000
                                                                        00555000
             EVALUATE TRUE                                              00556000
              WHEN SQLCODE NOT EQUAL 0                                  00557000
               MOVE 'INDISPON'       TO WRK-LIN-SITU                    00558000
              WHEN WRK-QTDE-TOTAL EQUAL ZEROS                           00559000
               CONTINUE                                                 00560000
              WHEN OTHER                                                00561000
               MOVE WRK-DATA-EVENTO  TO WRK-LIN-DATA                    00562000
               MOVE 'BATCH'          TO WRK-LIN-USUARIO                 00563000
               MOVE 'A:'             TO WRK-LIN-ROT1                    00564000
               MOVE WRK-QTDE-OK      TO WRK-LIN-QTD1                    00565000
               MOVE 'N:'             TO WRK-LIN-ROT2                    00566000
               COMPUTE WRK-LIN-QTD2 = WRK-QTDE-TOTAL - WRK-QTDE-OK      00567000
               EVALUATE TRUE                                            00568000
                WHEN WRK-QTDE-REJ GREATER ZEROS                         00569000
                 MOVE 'REJEIT.'      TO WRK-LIN-SITU                    00570000
                WHEN WRK-QTDE-OK LESS WRK-QTDE-TOTAL                    00571000
                 MOVE 'AGUARD.'      TO WRK-LIN-SITU                    00572000
                WHEN OTHER                                              00573000
                 MOVE 'OK'           TO WRK-LIN-SITU                    00574000
               END-EVALUATE                                             00575000
             END-EVALUATE.                                              00576000
      *-----------------------------------------------------            00577000
       2230-99-FIM.                                  EXIT.              00578000
      *-----------------------------------------------------            00579000
                                                                        00580000
      *-----------------------------------------------------            00581000
       2240-LER-FECHCONT                          SECTION.              00582000
      *-----------------------------------------------------            00583000
      *      FECHAMENTO CONTABIL (FR22DB60): VALE O EVENTO MAIS         00584000
      *      RECENTE; REABERTURA DEIXA O PASSO EM ABERTO.               00585000
             EXEC SQL                                                   00586000
              SELECT EVENTO, USUARIO,                                   00587000
                     SUBSTR(CHAR(DATAHORA),1,10)                        00588000
               INTO :WRK-EVENTO, :WRK-USU-EVENTO,                       00589000
                    :WRK-DATA-EVENTO                                    00590000
               FROM IVAN.FECHCONT                                       00591000
               WHERE COMPETENCIA = :WRK-COMPET-N                        00592000
               ORDER BY DATAHORA DESC                                   00593000
               FETCH FIRST ROW ONLY                                     00594000
             END-EXEC.                                                  00595000
                                                                        00596000
             EVALUATE TRUE                                              00597000
              WHEN SQLCODE EQUAL 100                                    00598000
               CONTINUE                                                 00599000
              WHEN SQLCODE NOT EQUAL 0                                  00600000
               MOVE 'INDISPON'       TO WRK-LIN-SITU                    00601000
              WHEN OTHER                                                00602000
               MOVE WRK-DATA-EVENTO  TO WRK-LIN-DATA                    00603000
               MOVE WRK-USU-EVENTO   TO WRK-LIN-USUARIO                 00604000
               IF WRK-EVENTO EQUAL 'F'                                  00605000
                MOVE 'OK'            TO WRK-LIN-SITU                    00606000
               ELSE                                                     00607000
                MOVE 'REABERTA'      TO WRK-LIN-SITU                    00608000
               END-IF                                                   00609000
             END-EVALUATE.                                              00610000
      *-----------------------------------------------------            00611000
       2240-99-FIM.                                  EXIT.              00612000
      *-----------------------------------------------------            00613000
                                                                        00614000
      *-----------------------------------------------------            00615000
       2250-EXIBIR-PASSO                          SECTION.              00616000
      *-----------------------------------------------------            00617000
             EVALUATE WRK-IDX                                           00618000
               WHEN 1                                                   00619000
                MOVE WRK-PAS-LINHA TO PS01O                             00620000
               WHEN 2                                                   00621000
                MOVE WRK-PAS-LINHA TO PS02O                             00622000
               WHEN 3                                                   00623000
                MOVE WRK-PAS-LINHA TO PS03O                             00624000
               WHEN 4                                                   00625000
                MOVE WRK-PAS-LINHA TO PS04O                             00626000
               WHEN 5                                                   00627000
                MOVE WRK-PAS-LINHA TO PS05O                             00628000
               WHEN 6                                                   00629000
                MOVE WRK-PAS-LINHA TO PS06O                             00630000
               WHEN 7                                                   00631000
                MOVE WRK-PAS-LINHA TO PS07O                             00632000
               WHEN 8                                                   00633000
                MOVE WRK-PAS-LINHA TO PS08O                             00634000
               WHEN 9                                                   00635000
                MOVE WRK-PAS-LINHA TO PS09O                             00636000
               WHEN 10                                                  00637000
                MOVE WRK-PAS-LINHA TO PS10O                             00638000
               WHEN 11                                                  00639000
                MOVE WRK-PAS-LINHA TO PS11O                             00640000
               WHEN 12                                                  00641000
                MOVE WRK-PAS-LINHA TO PS12O                             00642000
               WHEN 13                                                  00643000
                MOVE WRK-PAS-LINHA TO PS13O                             00644000
               WHEN 14                                                  00645000
                MOVE WRK-PAS-LINHA TO PS14O                             00646000
               WHEN 15                                                  00647000
                MOVE WRK-PAS-LINHA TO PS15O                             00648000
             END-EVALUATE.                                              00649000
      *-----------------------------------------------------            00650000
       2250-99-FIM.                                  EXIT.              00651000
      *-----------------------------------------------------            00652000
                                                                        00653000
      *-----------------------------------------------------            00654000
       2300-ENCERRAR                              SECTION.              00655000
      *-----------------------------------------------------            00656000
      *      O ENCERRAMENTO PARTE DA SITUACAO ATUAL DA CADEIA:          00657000
      *      SO COM TODOS OS PASSOS CONCLUIDOS.                         00658000
             PERFORM 2150-CONSULTAR.                                    00659000
                                                                        00660000
             EVALUATE TRUE                                              00661000
              WHEN COMPETL EQUAL 0                                      00662000
                   OR COMPETI NOT NUMERIC                               00663000
               CONTINUE                                                 00664000
              WHEN WRK-COMP-MES LESS 1                                  00665000
                   OR WRK-COMP-MES GREATER 12                           00666000
               CONTINUE                                                 00667000
              WHEN WRK-COMP-ENCERRADA                                   00668000
               MOVE 'COMPETENCIA JA ENCERRADA' TO MSGO                  00669000
              WHEN WRK-PENDENTES GREATER ZEROS                          00670000
               MOVE 'HA PASSOS PENDENTES - NAO ENCERRADA'               00671000
                 TO MSGO                                                00672000
              WHEN OTHER                                                00673000
               PERFORM 2310-GRAVAR-ENCERRAMENTO                         00674000
             END-EVALUATE.                                              00675000
      *-----------------------------------------------------            00676000
       2300-99-FIM.                                  EXIT.              00677000
      *-----------------------------------------------------            00678000
                                                                        00679000
      *-----------------------------------------------------            00680000
       2310-GRAVAR-ENCERRAMENTO                   SECTION.              00681000
      *-----------------------------------------------------            00682000
             EXEC SQL                                                   00683000
              INSERT INTO IVAN.FECHFOLHA                                00684000
                    (COMPETENCIA,USUARIO,DATAHORA)                      00685000
              VALUES (:WRK-COMPET-N,:WRK-USUARIO,                       00686000
                      CURRENT TIMESTAMP)                                00687000
             END-EXEC.                                                  00688000
                                                                        00689000
             EVALUATE SQLCODE                                           00690000
              WHEN 0                                                    00691000
               EXEC SQL                                                 00692000
                 COMMIT                                                 00693000
               END-EXEC                                                 00694000
               PERFORM 2170-SITUACAO-ENCERRAMENTO                       00695000
               MOVE 'COMPETENCIA ENCERRADA'     TO MSGO                 00696000
              WHEN -803                                                 00697000
               MOVE 'COMPETENCIA JA ENCERRADA'  TO MSGO                 00698000
              WHEN OTHER                                                00699000
               MOVE SQLCODE                    TO WRK-SQLCODE           00700000
               MOVE 'ERRO: '                   TO MSGO                  00701000
               MOVE WRK-SQLCODE                TO MSGO(07:04)           00702000
             END-EVALUATE.                                              00703000
      *-----------------------------------------------------            00704000
       2310-99-FIM.                                  EXIT.              00705000
      *-----------------------------------------------------            00706000
                                                                        00707000
      *-----------------------------------------------------            00708000
       3000-FINALIZAR                             SECTION.              00709000
      *-----------------------------------------------------            00710000
            EXEC CICS                                                   00711000
             RETURN TRANSID ('T22V')                                    00712000
            END-EXEC.                                                   00713000
      *-----------------------------------------------------            00714000
       3000-99-FIM.                                  EXIT.              00715000
      *-----------------------------------------------------            00716000
