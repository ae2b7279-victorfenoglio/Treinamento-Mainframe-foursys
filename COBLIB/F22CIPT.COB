      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. F22CIPT.                                             00004000
      *===================================================*             00005000
      *  AUTOR: VICTOR LEAL                               *             00006000
      *  EMPRESA: FOURSYS                                 *             00007000
      *  OBJETIVO: FILA DE APROVACAO DO RH PARA AS        *             00008000
      *            ALTERACOES CADASTRAIS PEDIDAS PELO     *             00009000
      *            PROPRIO FUNCIONARIO NO F22CIPS         *             00010000
      *            (IVAN.FUNCALT). SO PERFIL M/A DE       *             00011000
      *            IVAN.USUARIO (NEGADO VAI PARA          *             00012000
      *            IVAN.USUALOG, COMO NO F22CIP1). F5     *             00013000
      *            LISTA OS PENDENTES E, COM O ID         *             00014000
      *            INFORMADO, MOSTRA O PEDIDO; F6 APROVA: *             00015000
      *            EMAIL E ENDERECO VAO DIRETO PARA       *             00016000
      *            IVAN.FUNC, A CONTA BANCARIA FICA PARA  *             00017000
      *            O FR22DB70 GERAR A OPERACAO MANUCON DO *             00018000
      *            FR22EX14; F7 RECUSA COM MOTIVO. O      *             00019000
      *            APROVADOR NAO PODE SER O SOLICITANTE.  *             00020000
      *            A ALTERACAO APLICADA FICA NO LOG 'S'   *             00021000
      *            DE IVAN.FUNCLOG (VALORES ANTERIORES)   *             00022000
      *            COM OS DOIS USUARIOS.                  *             00023000
      *            USUARIO RESTRITO EM IVAN.USUEMP SO VE  *             00023160
      *            FUNCIONARIOS DAS EMPRESAS LIBERADAS.   *             00023320
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00023480
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00023640
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00023800
      *---------------------------------------------------*             00024000
      *  ARQUIVOS:                                        *             00025000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00026000
      *  F22CIMT             I             ---------      *             00027000
      *---------------------------------------------------*             00028000
      *  BASE  DE DADOS:                                  *             00029000
      *  TABELA             I/O           INCLUDE/BOOK    *             00030000
      *  IVAN.USUEMP         I             ---------      *             00030500
      *  IVAN.USUARIO        I             ---------      *             00031000
      *  IVAN.USUALOG        O             ---------      *             00032000
      *  IVAN.FUNCALT       I/O            ---------      *             00033000
      *  IVAN.FUNC          I/O            ---------      *             00034000
      *  IVAN.FUNCLOG        O             ---------      *             00035000
      *===================================================*             00036000
       DATA                                      DIVISION.              00037000
      *====================================================             00038000
      *-----------------------------------------------------            00039000
       WORKING-STORAGE                            SECTION.              00040000
      *-----------------------------------------------------            00041000
            COPY F22CIMT.                                               00042000
             COPY DFHAID.                                               00043000
                                                                        00044000
            EXEC SQL                                                    00045000
               INCLUDE SQLCA                                            00046000
            END-EXEC.                                                   00047000
                                                                        00048000
            EXEC SQL                                                    00049000
               DECLARE CALT CURSOR FOR                                  00050000
                SELECT A.IDFUNC, F.NOME, A.EMAIL,                       00051000
                       A.ENDERECO, A.AGENCIA, A.DATAHORA                00052000
                 FROM IVAN.FUNCALT A, IVAN.FUNC F                       00053000
                 WHERE A.SITUACAO = 'P'                                 00054000
                   AND A.IDFUNC = F.ID                                  00055000
                   AND (NOT EXISTS                                      00055140
                        (SELECT 1 FROM IVAN.USUEMP E                    00055280
                          WHERE E.USUARIO = :WRK-USUARIO)               00055420
                    OR F.EMPRESA IN                                     00055560
                        (SELECT E.EMPRESA FROM IVAN.USUEMP E            00055700
                          WHERE E.USUARIO = :WRK-USUARIO))              00055840
                 ORDER BY A.DATAHORA                                    00056000
            END-EXEC.                                                   00057000
      *----------------------------------------------------             00058000
       01 FILLER PIC X(48) VALUE                                        00059000
           '--------------VARIAVEIS PARA APOIO-----------'.             00060000
      *----------------------------------------------------             00061000
       77 WRK-SQLCODE     PIC -999.                                     00062000
       77 WRK-TERMINAL    PIC X(04).                                    00063000
       77 WRK-IDX         PIC 9(02).                                    00064000
      *----------------------------------------------------             00065000
       01 FILLER PIC X(48) VALUE                                        00066000
           '--------------PERFIL DO USUARIO (IVAN.USUARIO)'.            00067000
      *----------------------------------------------------             00068000
       77 WRK-USUARIO     PIC X(08).                                    00069000
       77 WRK-PERFIL      PIC X(01).                                    00070000
          88 WRK-PERFIL-CONSULTA       VALUE 'C'.                       00071000
          88 WRK-PERFIL-MANUTENCAO     VALUE 'M' 'A'.                   00072000
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00072500
       77 WRK-FUNCAO-NEGADA PIC X(02).                                  00073000
      *----------------------------------------------------             00074000
       01 FILLER PIC X(48) VALUE                                        00075000
           '--------------AREA DO PEDIDO-----------------'.             00076000
      *----------------------------------------------------             00077000
       01 WRK-ALTERACAO.                                                00078000
          05 WRK-ALT-IDFUNC     PIC 9(05).                              00079000
          05 WRK-ALT-NOME       PIC X(30).                              00080000
          05 WRK-ALT-EMAIL      PIC X(40).                              00081000
          05 WRK-ALT-ENDER      PIC X(50).                              00082000
          05 WRK-ALT-AGENCIA    PIC X(04).                              00083000
          05 WRK-ALT-CONTA      PIC X(08).                              00084000
          05 WRK-ALT-SOLIC      PIC X(08).                              00085000
          05 WRK-ALT-DATAHORA   PIC X(26).                              00086000
          05 WRK-ALT-MOTIVO     PIC X(30).                              00087000
       01 WRK-ALT-LINHA.                                                00088000
          05 WRK-LIN-ID       PIC 9(05).                                00089000
          05 FILLER           PIC X(01) VALUE SPACES.                   00090000
          05 WRK-LIN-NOME     PIC X(30).                                00091000
          05 FILLER           PIC X(01) VALUE SPACES.                   00092000
          05 WRK-LIN-EMAIL    PIC X(06).                                00093000
          05 WRK-LIN-ENDER    PIC X(04).                                00094000
          05 WRK-LIN-BANCO    PIC X(06).                                00095000
          05 FILLER           PIC X(01) VALUE SPACES.                   00096000
          05 WRK-LIN-DATA     PIC X(10).                                00097000
          05 FILLER           PIC X(06) VALUE SPACES.                   00098000
      *----------------------------------------------------             00099000
       01 FILLER PIC X(48) VALUE                                        00100000
           '--------------DADOS ANTERIORES (IVAN.FUNC)---'.             00101000
      *----------------------------------------------------             00102000
       01 WRK-ANTES.                                                    00103000
          05 WRK-ANTES-NOME    PIC X(30).                               00104000
          05 WRK-ANTES-SETOR   PIC X(04).                               00105000
          05 WRK-ANTES-SALARIO PIC 9(08)V9(02).                         00106000
          05 WRK-ANTES-DATAADM PIC X(10).                               00107000
          05 WRK-ANTES-EMAIL   PIC X(40).                               00108000
       77 WRK-NULL-EMAIL  PIC S9(04) COMP.                              00109000
      *----------------------------------------------------             00109110
       01 FILLER PIC X(48) VALUE                                        00109220
           '--------------EMPRESAS DO USUARIO (IVAN.USUEMP)'.           00109330
      *----------------------------------------------------             00109440
       77 WRK-EMP-IDFUNC    PIC 9(05).                                  00109550
       77 WRK-QTD-USUEMP    PIC S9(04) COMP.                            00109660
       77 WRK-EMP-BLOQUEIO  PIC X(01).                                  00109770
          88 WRK-EMP-BLOQUEADA         VALUE 'S'.                       00109880
      *====================================================             00110000
       PROCEDURE                                 DIVISION.              00111000
      *====================================================             00112000
      *-----------------------------------------------------            00113000
       0000-PRINCIPAL                             SECTION.              00114000
      *-----------------------------------------------------            00115000
            PERFORM 1000-INICIALIZAR.                                   00116000
            PERFORM 2000-PROCESSAR.                                     00117000
            PERFORM 3000-FINALIZAR.                                     00118000
      *-----------------------------------------------------            00119000
       0000-99-FIM.                                  EXIT.              00120000
      *-----------------------------------------------------            00121000
                                                                        00122000
      *-----------------------------------------------------            00123000
       1000-INICIALIZAR                           SECTION.              00124000
      *-----------------------------------------------------            00125000
             PERFORM 1100-VERIFICAR-ACESSO.                             00125330
                                                                        00125660
             EXEC CICS SEND                                             00126000
               MAPSET('F22CIMT')                                        00127000
               MAP('MAPA01')                                            00128000
                ERASE                                                   00129000
               MAPONLY                                                  00130000
             END-EXEC.                                                  00131000
      *-----------------------------------------------------            00132000
       1000-99-FIM.                                  EXIT.              00133000
      *-----------------------------------------------------            00133020
                                                                        00133040
      *-----------------------------------------------------            00133060
       1100-VERIFICAR-ACESSO                      SECTION.              00133080
      *-----------------------------------------------------            00133100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00133120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00133140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00133160
      *      MENU F22CIPL.                                              00133180
             EXEC CICS ASSIGN                                           00133200
               USERID(WRK-USUARIO)                                      00133220
             END-EXEC.                                                  00133240
                                                                        00133260
             EXEC SQL                                                   00133280
              SELECT PERFIL INTO :WRK-PERFIL                            00133300
               FROM IVAN.USUARIO                                        00133320
               WHERE USUARIO = :WRK-USUARIO                             00133340
               FETCH FIRST ROW ONLY                                     00133360
             END-EXEC.                                                  00133380
                                                                        00133400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00133420
              MOVE EIBTRMID TO WRK-TERMINAL                             00133440
              EXEC SQL                                                  00133460
               INSERT INTO IVAN.USUALOG                                 00133480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00133500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00133520
                       'RV',CURRENT TIMESTAMP)                          00133540
              END-EXEC                                                  00133560
              EXEC SQL                                                  00133580
                COMMIT                                                  00133600
              END-EXEC                                                  00133620
              MOVE LOW-VALUES TO MAPA01O                                00133640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00133660
                TO MSGO                                                 00133680
              EXEC CICS SEND                                            00133700
                MAPSET('F22CIMT')                                       00133720
                MAP('MAPA01')                                           00133740
                FROM(MAPA01O)                                           00133760
                ERASE                                                   00133780
              END-EXEC                                                  00133800
              EXEC CICS                                                 00133820
               RETURN                                                   00133840
              END-EXEC                                                  00133860
             END-IF.                                                    00133880
      *-----------------------------------------------------            00133900
       1100-99-FIM.                                  EXIT.              00133920
      *-----------------------------------------------------            00134000
                                                                        00135000
      *-----------------------------------------------------            00136000
       2000-PROCESSAR                             SECTION.              00137000
      *-----------------------------------------------------            00138000
             EXEC CICS RECEIVE                                          00139000
               MAPSET('F22CIMT')                                        00140000
               MAP('MAPA01')                                            00141000
               INTO(MAPA01I)                                            00142000
             END-EXEC.                                                  00143000
                                                                        00144000
             PERFORM 2120-IDENTIFICAR.                                  00145000
                                                                        00146000
            EVALUATE TRUE                                               00147000
             WHEN EIBAID = '"'                                          00148000
              PERFORM 2050-LIMPAR                                       00149000
             WHEN EIBAID = ':'                                          00150000
              PERFORM 2100-SAIR                                         00151000
             WHEN EIBAID = '5'                                          00152000
              IF WRK-PERFIL-MANUTENCAO                                  00153000
               PERFORM 2150-LISTAR                                      00154000
              ELSE                                                      00155000
               MOVE 'F5' TO WRK-FUNCAO-NEGADA                           00156000
               PERFORM 2030-NEGAR-ACESSO                                00157000
              END-IF                                                    00158000
             WHEN EIBAID = '6'                                          00159000
              IF WRK-PERFIL-MANUTENCAO                                  00160000
               PERFORM 2200-APROVAR                                     00161000
              ELSE                                                      00162000
               MOVE 'F6' TO WRK-FUNCAO-NEGADA                           00163000
               PERFORM 2030-NEGAR-ACESSO                                00164000
              END-IF                                                    00165000
             WHEN EIBAID = '7'                                          00166000
              IF WRK-PERFIL-MANUTENCAO                                  00167000
               PERFORM 2300-RECUSAR                                     00168000
              ELSE                                                      00169000
               MOVE 'F7' TO WRK-FUNCAO-NEGADA                           00170000
               PERFORM 2030-NEGAR-ACESSO                                00171000
              END-IF                                                    00172000
             END-EVALUATE.                                              00173000
                                                                        00174000
             EXEC CICS SEND                                             00175000
               MAPSET('F22CIMT')                                        00176000
               MAP('MAPA01')                                            00177000
               DATAONLY                                                 00178000
               FROM(MAPA01O)                                            00179000
             END-EXEC.                                                  00180000
      *-----------------------------------------------------            00181000
       2000-99-FIM.                                  EXIT.              00182000
      *-----------------------------------------------------            00183000
                                                                        00184000
      *-----------------------------------------------------            00185000
       2030-NEGAR-ACESSO                          SECTION.              00186000
      *-----------------------------------------------------            00187000
             MOVE 'ACESSO NEGADO - PERFIL SOMENTE CONSULTA'             00188000
               TO MSGO.                                                 00189000
             MOVE EIBTRMID TO WRK-TERMINAL.                             00190000
             EXEC SQL                                                   00191000
              INSERT INTO IVAN.USUALOG                                  00192000
                    (USUARIO,TERMINAL,FUNCAO,DATAHORA)                  00193000
              VALUES (:WRK-USUARIO,:WRK-TERMINAL,                       00194000
                      :WRK-FUNCAO-NEGADA,CURRENT TIMESTAMP)             00195000
             END-EXEC.                                                  00196000
      *-----------------------------------------------------            00197000
       2030-99-FIM.                                  EXIT.              00198000
      *-----------------------------------------------------            00199000
                                                                        00200000
      *-----------------------------------------------------            00201000
       2050-LIMPAR                                SECTION.              00202000
      *-----------------------------------------------------            00203000
             EXEC CICS                                                  00204000
              RETURN TRANSID ('T22T')                                   00205000
             END-EXEC.                                                  00206000
      *-----------------------------------------------------            00207000
       2050-99-FIM.                                  EXIT.              00208000
      *-----------------------------------------------------            00209000
                                                                        00210000
      *-----------------------------------------------------            00211000
       2100-SAIR                                  SECTION.              00212000
      *-----------------------------------------------------            00213000
             EXEC CICS                                                  00214000
              RETURN TRANSID ('T22M')                                   00215000
             END-EXEC.                                                  00216000
      *-----------------------------------------------------            00217000
       2100-99-FIM.                                  EXIT.              00218000
      *-----------------------------------------------------            00219000
                                                                        00220000
      *-----------------------------------------------------            00221000
       2120-IDENTIFICAR                           SECTION.              00222000
      *-----------------------------------------------------            00223000
      *      PERFIL DO USUARIO: SEM CADASTRO EM                         00224000
      *      IVAN.USUARIO O ACESSO FICA SOMENTE-CONSULTA.               00225000
             EXEC CICS ASSIGN                                           00226000
               USERID(WRK-USUARIO)                                      00227000
             END-EXEC.                                                  00228000
                                                                        00229000
             EXEC SQL                                                   00230000
              SELECT PERFIL INTO :WRK-PERFIL                            00231000
               FROM IVAN.USUARIO                                        00232000
               WHERE USUARIO = :WRK-USUARIO                             00233000
               FETCH FIRST ROW ONLY                                     00234000
             END-EXEC.                                                  00235000
                                                                        00236000
             IF SQLCODE NOT EQUAL 0                                     00237000
              MOVE 'C' TO WRK-PERFIL                                    00238000
             END-IF.                                                    00239000
      *-----------------------------------------------------            00240000
       2120-99-FIM.                                  EXIT.              00241000
      *-----------------------------------------------------            00242000
                                                                        00243000
      *-----------------------------------------------------            00244000
       2150-LISTAR                                SECTION.              00245000
      *-----------------------------------------------------            00246000
             MOVE SPACES TO PED1O PED2O PED3O PED4O                     00247000
                            PED5O PED6O.                                00248000
             EXEC SQL                                                   00249000
              OPEN CALT                                                 00250000
             END-EXEC.                                                  00251000
             IF SQLCODE NOT EQUAL 0                                     00252000
              MOVE SQLCODE TO WRK-SQLCODE                               00253000
              MOVE WRK-SQLCODE TO MSGO                                  00254000
             ELSE                                                       00255000
              MOVE ZEROS TO WRK-IDX                                     00256000
              PERFORM 2160-CARREGAR-LINHA                               00257000
                      UNTIL WRK-IDX NOT LESS 6                          00258000
                         OR SQLCODE NOT EQUAL 0                         00259000
              EXEC SQL                                                  00260000
               CLOSE CALT                                               00261000
              END-EXEC                                                  00262000
              IF WRK-IDX EQUAL ZEROS                                    00263000
               MOVE 'SEM ALTERACOES PENDENTES' TO MSGO                  00264000
              ELSE                                                      00265000
               MOVE 'APROVE (F6) OU RECUSE (F7) PELO ID'                00266000
                 TO MSGO                                                00267000
              END-IF                                                    00268000
              IF IDFUNCL GREATER 0                                      00269000
               PERFORM 2170-DETALHAR                                    00270000
              END-IF                                                    00271000
             END-IF.                                                    00272000
      *-----------------------------------------------------            00273000
       2150-99-FIM.                                  EXIT.              00274000
      *-----------------------------------------------------            00275000
                                                                        00276000
      *-----------------------------------------------------            00277000
       2160-CARREGAR-LINHA                        SECTION.              00278000
      *-----------------------------------------------------            00279000
             EXEC SQL                                                   00280000
              FETCH CALT                                                00281000
               INTO :WRK-ALT-IDFUNC,                                    00282000
                    :WRK-ALT-NOME,                                      00283000
                    :WRK-ALT-EMAIL,                                     00284000
                    :WRK-ALT-ENDER,                                     00285000
                    :WRK-ALT-AGENCIA,                                   00286000
                    :WRK-ALT-DATAHORA                                   00287000
             END-EXEC.                                                  00288000
             IF SQLCODE EQUAL 0                                         00289000
              ADD 1 TO WRK-IDX                                          00290000
              MOVE WRK-ALT-IDFUNC         TO WRK-LIN-ID                 00291000
              MOVE WRK-ALT-NOME           TO WRK-LIN-NOME               00292000
              MOVE SPACES TO WRK-LIN-EMAIL WRK-LIN-ENDER                00293000
                             WRK-LIN-BANCO                              00294000
              IF WRK-ALT-EMAIL NOT EQUAL SPACES                         00295000
               MOVE 'EMAIL'               TO WRK-LIN-EMAIL              00296000
              END-IF                                                    00297000
              IF WRK-ALT-ENDER NOT EQUAL SPACES                         00298000
               MOVE 'END'                 TO WRK-LIN-ENDER              00299000
              END-IF                                                    00300000
              IF WRK-ALT-AGENCIA NOT EQUAL SPACES                       00301000
               MOVE 'BANCO'               TO WRK-LIN-BANCO              00302000
              END-IF                                                    00303000
              MOVE WRK-ALT-DATAHORA(1:10) TO WRK-LIN-DATA               00304000
              EVALUATE WRK-IDX                                          00305000
               WHEN 1                                                   00306000
                MOVE WRK-ALT-LINHA TO PED1O                             00307000
               WHEN 2                                                   00308000
                MOVE WRK-ALT-LINHA TO PED2O                             00309000
               WHEN 3                                                   00310000
                MOVE WRK-ALT-LINHA TO PED3O                             00311000
               WHEN 4                                                   00312000
                MOVE WRK-ALT-LINHA TO PED4O                             00313000
               WHEN 5                                                   00314000
                MOVE WRK-ALT-LINHA TO PED5O                             00315000
               WHEN 6                                                   00316000
                MOVE WRK-ALT-LINHA TO PED6O                             00317000
              END-EVALUATE                                              00318000
             END-IF.                                                    00319000
      *-----------------------------------------------------            00320000
       2160-99-FIM.                                  EXIT.              00321000
      *-----------------------------------------------------            00322000
                                                                        00323000
      *-----------------------------------------------------            00324000
       2170-DETALHAR                              SECTION.              00325000
      *-----------------------------------------------------            00326000
             MOVE IDFUNCI TO WRK-ALT-IDFUNC.                            00327000
             MOVE WRK-ALT-IDFUNC TO WRK-EMP-IDFUNC                      00327120
             PERFORM 2900-VERIFICAR-EMPRESA                             00327240
             IF WRK-EMP-BLOQUEADA                                       00327360
              MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO               00327480
              GO TO 2170-99-FIM                                         00327600
             END-IF.                                                    00327720
                                                                        00327840
             PERFORM 2220-BUSCAR-PEDIDO.                                00328000
             EVALUATE SQLCODE                                           00329000
              WHEN 0                                                    00330000
               MOVE WRK-ANTES-NOME  TO NOMEO                            00331000
               MOVE WRK-ALT-EMAIL   TO EMAILO                           00332000
               MOVE WRK-ALT-ENDER   TO ENDERO                           00333000
               MOVE WRK-ALT-AGENCIA TO AGENCIAO                         00334000
               MOVE WRK-ALT-CONTA   TO CONTAO                           00335000
               MOVE WRK-ALT-SOLIC   TO SOLICO                           00336000
              WHEN 100                                                  00337000
               MOVE 'ALTERACAO PENDENTE NAO ENCONTRADA'                 00338000
                 TO MSGO                                                00339000
              WHEN OTHER                                                00340000
               MOVE SQLCODE TO WRK-SQLCODE                              00341000
               MOVE WRK-SQLCODE TO MSGO                                 00342000
             END-EVALUATE.                                              00343000
      *-----------------------------------------------------            00344000
       2170-99-FIM.                                  EXIT.              00345000
      *-----------------------------------------------------            00346000
                                                                        00347000
      *-----------------------------------------------------            00348000
       2200-APROVAR                               SECTION.              00349000
      *-----------------------------------------------------            00350000
             IF IDFUNCL EQUAL 0                                         00351000
              MOVE 'INFORME O FUNCIONARIO' TO MSGO                      00352000
             ELSE                                                       00353000
              MOVE IDFUNCI TO WRK-ALT-IDFUNC                            00354000
              MOVE WRK-ALT-IDFUNC TO WRK-EMP-IDFUNC                     00354140
              PERFORM 2900-VERIFICAR-EMPRESA                            00354280
              IF WRK-EMP-BLOQUEADA                                      00354420
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO              00354560
               GO TO 2200-99-FIM                                        00354700
              END-IF                                                    00354840
              PERFORM 2220-BUSCAR-PEDIDO                                00355000
              EVALUATE TRUE                                             00356000
               WHEN SQLCODE NOT EQUAL 0                                 00357000
                MOVE 'ALTERACAO PENDENTE NAO ENCONTRADA'                00358000
                  TO MSGO                                               00359000
               WHEN WRK-ALT-SOLIC EQUAL WRK-USUARIO                     00360000
                MOVE 'APROVADOR NAO PODE SER O SOLICITANTE'             00361000
                  TO MSGO                                               00362000
               WHEN OTHER                                               00363000
                PERFORM 2240-APLICAR-ALTERACAO                          00364000
              END-EVALUATE                                              00365000
             END-IF.                                                    00366000
      *-----------------------------------------------------            00367000
       2200-99-FIM.                                  EXIT.              00368000
      *-----------------------------------------------------            00369000
                                                                        00370000
      *-----------------------------------------------------            00371000
       2220-BUSCAR-PEDIDO                         SECTION.              00372000
      *-----------------------------------------------------            00373000
             MOVE SPACES TO WRK-ANTES-EMAIL.                            00374000
             EXEC SQL                                                   00375000
              SELECT A.EMAIL, A.ENDERECO, A.AGENCIA, A.CONTA,           00376000
                     A.SOLICITANTE, F.NOME, F.SETOR,                    00377000
                     F.SALARIO, F.DATAADM, F.EMAIL                      00378000
               INTO :WRK-ALT-EMAIL,                                     00379000
                    :WRK-ALT-ENDER,                                     00380000
                    :WRK-ALT-AGENCIA,                                   00381000
                    :WRK-ALT-CONTA,                                     00382000
                    :WRK-ALT-SOLIC,                                     00383000
                    :WRK-ANTES-NOME,                                    00384000
                    :WRK-ANTES-SETOR,                                   00385000
                    :WRK-ANTES-SALARIO,                                 00386000
                    :WRK-ANTES-DATAADM,                                 00387000
                    :WRK-ANTES-EMAIL :WRK-NULL-EMAIL                    00388000
               FROM IVAN.FUNCALT A, IVAN.FUNC F                         00389000
               WHERE A.IDFUNC = :WRK-ALT-IDFUNC                         00390000
                 AND A.SITUACAO = 'P'                                   00391000
                 AND A.IDFUNC = F.ID                                    00392000
               FETCH FIRST ROW ONLY                                     00393000
             END-EXEC.                                                  00394000
      *-----------------------------------------------------            00395000
       2220-99-FIM.                                  EXIT.              00396000
      *-----------------------------------------------------            00397000
                                                                        00398000
      *-----------------------------------------------------            00399000
       2240-APLICAR-ALTERACAO                     SECTION.              00400000
      *-----------------------------------------------------            00401000
      *      LOG 'S' COM OS VALORES ANTERIORES; EMAIL E                 00402000
      *      ENDERECO SO SAO TROCADOS QUANDO PEDIDOS. A                 00403000
      *      CONTA BANCARIA SO MUDA NO CONTBANC, PELO                   00404000
      *      FR22DB70/FR22EX14.                                         00405000
             MOVE EIBTRMID TO WRK-TERMINAL.                             00406000
             EXEC SQL                                                   00407000
              INSERT INTO IVAN.FUNCLOG                                  00408000
                    (ID,OPERACAO,DATAHORA,NOME,SETOR,SALARIO,           00409000
                     DATAADM,EMAIL,TERMINAL,SOLICITANTE,                00410000
                     APROVADOR)                                         00411000
              VALUES (:WRK-ALT-IDFUNC,'S',CURRENT TIMESTAMP,            00412000
                      :WRK-ANTES-NOME,:WRK-ANTES-SETOR,                 00413000
                      :WRK-ANTES-SALARIO,:WRK-ANTES-DATAADM,            00414000
                      :WRK-ANTES-EMAIL :WRK-NULL-EMAIL,                 00415000
                      :WRK-TERMINAL,:WRK-ALT-SOLIC,                     00416000
                      :WRK-USUARIO)                                     00417000
             END-EXEC.                                                  00418000
                                                                        00419000
             IF SQLCODE EQUAL 0                                         00420000
                AND WRK-ALT-EMAIL NOT EQUAL SPACES                      00421000
              EXEC SQL                                                  00422000
               UPDATE IVAN.FUNC                                         00423000
                  SET EMAIL = :WRK-ALT-EMAIL                            00424000
                WHERE ID = :WRK-ALT-IDFUNC                              00425000
              END-EXEC                                                  00426000
             END-IF.                                                    00427000
                                                                        00428000
             IF SQLCODE EQUAL 0                                         00429000
                AND WRK-ALT-ENDER NOT EQUAL SPACES                      00430000
              EXEC SQL                                                  00431000
               UPDATE IVAN.FUNC                                         00432000
                  SET ENDERECO = :WRK-ALT-ENDER                         00433000
                WHERE ID = :WRK-ALT-IDFUNC                              00434000
              END-EXEC                                                  00435000
             END-IF.                                                    00436000
                                                                        00437000
             IF SQLCODE EQUAL 0                                         00438000
              EXEC SQL                                                  00439000
               UPDATE IVAN.FUNCALT                                      00440000
                  SET SITUACAO  = 'A',                                  00441000
                      APROVADOR = :WRK-USUARIO,                         00442000
                      DATADECIS = CURRENT TIMESTAMP                     00443000
                WHERE IDFUNC = :WRK-ALT-IDFUNC                          00444000
                  AND SITUACAO = 'P'                                    00445000
              END-EXEC                                                  00446000
             END-IF.                                                    00447000
                                                                        00448000
             IF SQLCODE NOT EQUAL 0                                     00449000
              MOVE SQLCODE TO WRK-SQLCODE                               00450000
              EXEC SQL                                                  00451000
                ROLLBACK                                                00452000
              END-EXEC                                                  00453000
              MOVE 'ERRO: '    TO MSGO                                  00454000
              MOVE WRK-SQLCODE TO MSGO(07:04)                           00455000
             ELSE                                                       00456000
              EXEC SQL                                                  00457000
                COMMIT                                                  00458000
              END-EXEC                                                  00459000
              IF WRK-ALT-AGENCIA NOT EQUAL SPACES                       00460000
               MOVE 'APROVADA - CONTA VAI NO PROXIMO FR22EX14'          00461000
                 TO MSGO                                                00462000
              ELSE                                                      00463000
               MOVE 'ALTERACAO APROVADA E APLICADA' TO MSGO             00464000
              END-IF                                                    00465000
             END-IF.                                                    00466000
      *-----------------------------------------------------            00467000
       2240-99-FIM.                                  EXIT.              00468000
      *-----------------------------------------------------            00469000
                                                                        00470000
      *-----------------------------------------------------            00471000
       2300-RECUSAR                               SECTION.              00472000
      *-----------------------------------------------------            00473000
             IF IDFUNCL GREATER 0                                       00473090
              MOVE IDFUNCI TO WRK-ALT-IDFUNC                            00473180
              MOVE WRK-ALT-IDFUNC TO WRK-EMP-IDFUNC                     00473270
              PERFORM 2900-VERIFICAR-EMPRESA                            00473360
              IF WRK-EMP-BLOQUEADA                                      00473450
               MOVE 'FUNCIONARIO DE OUTRA EMPRESA' TO MSGO              00473540
               GO TO 2300-99-FIM                                        00473630
              END-IF                                                    00473720
             END-IF.                                                    00473810
                                                                        00473900
             EVALUATE TRUE                                              00474000
              WHEN IDFUNCL EQUAL 0 OR MOTIVOL EQUAL 0                   00475000
               MOVE 'INFORME FUNCIONARIO E MOTIVO' TO MSGO              00476000
              WHEN OTHER                                                00477000
               MOVE IDFUNCI TO WRK-ALT-IDFUNC                           00478000
               MOVE MOTIVOI TO WRK-ALT-MOTIVO                           00479000
               EXEC SQL                                                 00480000
                UPDATE IVAN.FUNCALT                                     00481000
                   SET SITUACAO  = 'R',                                 00482000
                       MOTIVO    = :WRK-ALT-MOTIVO,                     00483000
                       APROVADOR = :WRK-USUARIO,                        00484000
                       DATADECIS = CURRENT TIMESTAMP                    00485000
                 WHERE IDFUNC = :WRK-ALT-IDFUNC                         00486000
                   AND SITUACAO = 'P'                                   00487000
               END-EXEC                                                 00488000
               EVALUATE SQLCODE                                         00489000
                WHEN 0                                                  00490000
                 EXEC SQL                                               00491000
                   COMMIT                                               00492000
                 END-EXEC                                               00493000
                 MOVE 'ALTERACAO RECUSADA' TO MSGO                      00494000
                WHEN 100                                                00495000
                 MOVE 'ALTERACAO PENDENTE NAO ENCONTRADA'               00496000
                   TO MSGO                                              00497000
                WHEN OTHER                                              00498000
                 MOVE SQLCODE TO WRK-SQLCODE                            00499000
                 MOVE WRK-SQLCODE TO MSGO                               00500000
               END-EVALUATE                                             00501000
             END-EVALUATE.                                              00502000
      *-----------------------------------------------------            00503000
       2300-99-FIM.                                  EXIT.              00504000
      *-----------------------------------------------------            00505000
                                                                        00506000
      *-----------------------------------------------------            00507000
       2900-VERIFICAR-EMPRESA                     SECTION.              00507020
      *-----------------------------------------------------            00507040
      *      USUARIO COM LINHA EM IVAN.USUEMP SO ENXERGA E              00507060
      *      MANTEM FUNCIONARIOS DAS EMPRESAS LIBERADAS PARA            00507080
      *      ELE, COMO NO F22CIP1 (SEM LINHA, TODAS). ID QUE            00507100
      *      NAO EXISTE NAO BLOQUEIA: A TELA DA A MENSAGEM              00507120
      *      DELA.                                                      00507140
             MOVE 'N' TO WRK-EMP-BLOQUEIO.                              00507160
             EXEC SQL                                                   00507180
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00507200
               FROM IVAN.USUEMP                                         00507220
               WHERE USUARIO = :WRK-USUARIO                             00507240
             END-EXEC.                                                  00507260
                                                                        00507280
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00507300
              EXEC SQL                                                  00507320
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00507340
                FROM IVAN.FUNC F                                        00507360
                WHERE F.ID = :WRK-EMP-IDFUNC                            00507380
                  AND (F.EMPRESA IS NULL                                00507400
                   OR F.EMPRESA NOT IN                                  00507420
                      (SELECT E.EMPRESA FROM IVAN.USUEMP E              00507440
                        WHERE E.USUARIO = :WRK-USUARIO))                00507460
              END-EXEC                                                  00507480
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP GREATER ZEROS    00507500
               MOVE 'S' TO WRK-EMP-BLOQUEIO                             00507520
              END-IF                                                    00507540
             END-IF.                                                    00507560
      *-----------------------------------------------------            00507580
       2900-99-FIM.                                  EXIT.              00507600
      *-----------------------------------------------------            00507620
                                                                        00507640
      *-----------------------------------------------------            00507660
       3000-FINALIZAR                             SECTION.              00508000
      *-----------------------------------------------------            00509000
            EXEC CICS                                                   00510000
             RETURN TRANSID ('T22T')                                    00511000
            END-EXEC.                                                   00512000
      *-----------------------------------------------------            00513000
       3000-99-FIM.                                  EXIT.              00514000
      *-----------------------------------------------------            00515000
