      *            CALCULANDO SOBRE O SALARIO BRUTO DE    *             00009000
      *            CADA FUNCIONARIO OS DESCONTOS DE INSS  *             00010000
      *            E IRRF (POR FAIXA), GRAVANDO O SALARIO *             00011000
      *            LIQUIDO EM RELFOPAG. AS HORAS EXTRAS   *             00011330
      *            (50%/100%) E O ADICIONAL NOTURNO VEM   *             00011660
      *            DE IVAN.HORAS JA VALIDADAS NO FR22DB61 *             00011990
      *            ('V'), COM O REFLEXO NO DSR CALCULADO  *             00012320
      *            PELOS DIAS UTEIS DA SUBROTINA DIAUTIL. *             00012650
      *            O VALE-TRANSPORTE COMPRADO NO FR22DB62 *             00012730
      *            (IVAN.VTCOMPRA) E DESCONTADO ATE O     *             00012810
      *            TETO DE 6% DO SALARIO BASE.            *             00012890
      *            A PARTE DO FUNCIONARIO NO VALE-        *             00012892
      *            REFEICAO DO MES (IVAN.VRCOMPRA,        *             00012894
      *            FR22DB74) E DESCONTADA NA VERBA VR.    *             00012896
      *            AS ORDENS JUDICIAIS DE PENSAO          *             00012900
      *            ALIMENTICIA (IVAN.PENSAO, F22CIPP) SAO *             00012910
      *            DESCONTADAS NA VERBA PENS APOS O INSS, *             00012920
      *            DEDUZIDAS DA BASE DO IRRF, E O VALOR   *             00012930
      *            DE CADA BENEFICIARIO SAI EM PENSPAG    *             00012940
      *            PARA A REMESSA UNICA DO FR22EX13.      *             00012950
      *            OS AFASTAMENTOS DO MES (IVAN.AFAST,    *             00012956
      *            F22CIPQ) REDUZEM O SALARIO BASE NA     *             00012962
      *            PROPORCAO DE 30 DIAS: LICENCA NAO      *             00012968
      *            REMUNERADA DESDE O INICIO, DOENCA E    *             00012974
      *            ACIDENTE A PARTIR DO 16O DIA           *             00012980
      *            (BENEFICIO DO INSS); MATERNIDADE E     *             00012986
      *            PAGA NORMALMENTE.                      *             00012992
      *            A COPARTICIPACAO DA UTILIZACAO DOS     *             00012993
      *            PLANOS (IVAN.COPART, FR22DB72) E       *             00012994
      *            DESCONTADA NA VERBA COPA; O QUE NAO    *             00012995
      *            COUBER NO LIQUIDO VOLTA AO SALDO DO    *             00012996
      *            MES SEGUINTE.                          *             00012997
      *            A FOLHA E UNICA PARA O GRUPO: A        *             00012998
      *            EMPRESA DO FUNCIONARIO (IVAN.FUNC.     *             00012999
      *            EMPRESA) VAI PARA IVAN.FOPAG, RELFOPAG *             00013000
      *            E PENSPAG, E OS TOTAIS SAEM SEPARADOS  *             00013001
      *            POR EMPRESA.                           *             00013002
      *---------------------------------------------------*             00013492
      *  ARQUIVOS:                                        *             00014000
      *  DDNAME            I/O             COPY/BOOK      *             00015000
      *  RELFOPAG           O               --------      *             00016000
      *  AVULSAS            I               --------      *             00017000
      *  AVULPROC           O               --------      *             00018000
      *  PENSPAG            O               --------      *             00018500
      *---------------------------------------------------*             00019000
      *  BASE  DE DADOS:                                  *             00020000
      *  TABELA            I/O           INCLUDE/BOOK     *             00021000
      *  IVAN.BENEF         I               --------      *             00027000
      *  IVAN.PLANO         I               --------      *             00028000
      *  IVAN.DEPEND        I               --------      *             00029000
      *  IVAN.HORAS         I               --------      *             00029250
      *  IVAN.VTCOMPRA      I               --------      *             00029370
      *  IVAN.VRCOMPRA      I               --------      *             00029400
      *  IVAN.PENSAO        I               --------      *             00029430
      *  IVAN.AFAST         I               --------      *             00029460
      *  IVAN.COPART       I/O              --------      *             00029480
      *  IVAN.FERIADO       I               #DIAUTIL      *             00029500
      *  (VIA SUBROTINA DIAUTIL)                          *             00029750
      *  IVAN.FECHFOLHA     I               --------      *             00029870
      *---------------------------------------------------*             00030000
      *  PARAMETRO (SYSIN): COMPETENCIA AAAAMM + MODO     *             00031000
      *  (N=NORMAL, R=REPROCESSAMENTO). COMPETENCIA JA    *             00032000
      *  FECHADA SO PODE SER REPROCESSADA NO MODO R, QUE  *             00033000
      *  REPORTA AS DIFERENCAS CONTRA A FOLHA GRAVADA.    *             00034000
      *  COMPETENCIA ENCERRADA PELO GESTOR DA FOLHA NO    *             00034250
      *  F22CIPV (IVAN.FECHFOLHA) E RECUSADA EM QUALQUER  *             00034500
      *  MODO.                                            *             00034750
      *===================================================*             00035000
                                                                        00036000
      *====================================================             00037000
                                                                        00051000
           SELECT AVULPROC ASSIGN TO AVULPROC                           00052000
               FILE STATUS IS WRK-FS-AVULPROC.                          00053000
                                                                        00053250
           SELECT PENSPAG ASSIGN TO PENSPAG                             00053500
               FILE STATUS IS WRK-FS-PENSPAG.                           00053750
                                                                        00054000
      *====================================================             00055000
       DATA                                      DIVISION.              00056000
       FD RELFOPAG                                                      00061000
           RECORDING MODE IS F                                          00062000
           BLOCK CONTAINS 0 RECORDS.                                    00063000
      *-----------LRECL 101----------------------------------           00064000
       01 FD-RELFOPAG.                                                  00065000
          05 FD-ID          PIC 99999.                                  00066000
          05 FD-NOME        PIC X(30).                                  00067000
          05 FD-LIQUIDO     PIC 9(10).                                  00072000
          05 FD-DESCFALT    PIC 9(10).                                  00073000
          05 FD-DESCPLAN    PIC 9(10).                                  00074000
          05 FD-EMPRESA     PIC X(02).                                  00074500
                                                                        00075000
       FD AVULSAS                                                       00076000
           RECORDING MODE IS F                                          00077000
          05 FD-AVP-DESC      PIC X(20).                                00095000
          05 FD-AVP-TIPO      PIC X(01).                                00096000
          05 FD-AVP-VALOR     PIC 9(10).                                00097000
                                                                        00097070
       FD PENSPAG                                                       00097140
           RECORDING MODE IS F                                          00097210
           BLOCK CONTAINS 0 RECORDS.                                    00097280
      *-----------LRECL 66-----------------------------------           00097350
       01 FD-PENSPAG.                                                   00097420
          05 FD-PNP-ID        PIC 9(05).                                00097490
          05 FD-PNP-SEQ       PIC 9(01).                                00097560
          05 FD-PNP-BENEF     PIC X(30).                                00097630
          05 FD-PNP-AGENCIA   PIC X(04).                                00097700
          05 FD-PNP-CONTA     PIC X(08).                                00097770
          05 FD-PNP-VALOR     PIC 9(10).                                00097840
          05 FD-PNP-COMPET    PIC 9(06).                                00097910
          05 FD-PNP-EMPRESA   PIC X(02).                                00097950
                                                                        00098000
      *----------------------------------------------------             00099000
       WORKING-STORAGE                           SECTION.               00100000
      *----------------------------------------------------             00101000
           COPY '#RUNCTL'.                                              00102000
                                                                        00103000
           COPY '#DIAUTIL'.                                             00103330
                                                                        00103660
           EXEC SQL                                                     00104000
              INCLUDE #BKFUNC                                           00105000
           END-EXEC.                                                    00106000
      *        DEPENDENTES E FALTAS VEM JUNTO COM O                     00115000
      *        FUNCIONARIO, SEM SELECT AVULSO POR ID.                   00116000
               SELECT F.ID, F.NOME, F.SETOR, F.SALARIO,                 00117000
                      F.EMPRESA,                                        00117500
                      COALESCE((SELECT MAX(A.PERCENTUAL)                00118000
                                 FROM IVAN.ADICTS A                     00119000
                                WHERE A.IDFUNC = F.ID), 0),             00120000
                        WHERE T.IDFUNC = F.ID                           00130000
                          AND T.TIPO = 'I'                              00131000
                          AND SUBSTR(T.DATA,1,7)                        00132000
                              = :WRK-MES-COMP),                         00132110
                      COALESCE((SELECT H.HE50 FROM IVAN.HORAS H         00132220
                                WHERE H.IDFUNC = F.ID                   00132330
                                  AND H.COMPETENCIA                     00132440
                                      = :WRK-PARM-COMPET                00132550
                                  AND H.STATUS = 'V'), 0),              00132660
                      COALESCE((SELECT H.HE100 FROM IVAN.HORAS H        00132770
                                WHERE H.IDFUNC = F.ID                   00132880
                                  AND H.COMPETENCIA                     00132990
                                      = :WRK-PARM-COMPET                00133100
                                  AND H.STATUS = 'V'), 0),              00133210
                      COALESCE((SELECT H.HNOT FROM IVAN.HORAS H         00133320
                                WHERE H.IDFUNC = F.ID                   00133430
                                  AND H.COMPETENCIA                     00133540
                                      = :WRK-PARM-COMPET                00133650
                                  AND H.STATUS = 'V'), 0),              00133700
                      COALESCE((SELECT V.VALOR FROM IVAN.VTCOMPRA V     00133750
                                WHERE V.IDFUNC = F.ID                   00133800
                                  AND V.COMPETENCIA                     00133850
                                      = :WRK-PARM-COMPET), 0),          00133851
                      COALESCE((SELECT R.VALORDESC                      00133852
                                 FROM IVAN.VRCOMPRA R                   00133853
                                WHERE R.IDFUNC = F.ID                   00133854
                                  AND R.COMPETENCIA                     00133855
                                      = :WRK-PARM-COMPET), 0),          00133856
                      COALESCE((SELECT C.VALORDESC                      00133857
                                 FROM IVAN.COPART C                     00133858
                                WHERE C.IDFUNC = F.ID                   00133859
                                  AND C.COMPETENCIA                     00133860
                                      = :WRK-PARM-COMPET), 0),          00133861
      *        DIAS NAO PAGOS DO MES: O AFASTAMENTO VAI DO              00133862
      *        INICIO (16O DIA EM DOENCA/ACIDENTE) ATE A                00133865
      *        VESPERA DO RETORNO EFETIVO.                              00133870
                      (SELECT COALESCE(SUM(                             00133875
                        DAYS(CASE WHEN A.RETEFET IS NOT NULL            00133880
                                   AND A.RETEFET - 1 DAY                00133885
                                       < DATE(:WRK-COMP-FIM)            00133890
                                  THEN A.RETEFET - 1 DAY                00133895
                                  ELSE DATE(:WRK-COMP-FIM) END)         00133900
                      - DAYS(CASE WHEN A.DATAINI + (CASE A.TIPO         00133905
                                       WHEN 'N' THEN 0 ELSE 15 END)     00133910
                                       DAYS > DATE(:WRK-COMP-INI)       00133915
                                  THEN A.DATAINI + (CASE A.TIPO         00133920
                                       WHEN 'N' THEN 0 ELSE 15 END)     00133925
                                       DAYS                             00133930
                                  ELSE DATE(:WRK-COMP-INI) END)         00133935
                      + 1), 0)                                          00133940
                        FROM IVAN.AFAST A                               00133945
                        WHERE A.IDFUNC = F.ID                           00133950
                          AND A.TIPO IN ('D','A','N')                   00133955
                          AND A.DATAINI + (CASE A.TIPO                  00133960
                              WHEN 'N' THEN 0 ELSE 15 END) DAYS         00133965
                              <= DATE(:WRK-COMP-FIM)                    00133970
                          AND (A.RETEFET IS NULL                        00133975
                           OR (A.RETEFET > DATE(:WRK-COMP-INI)          00133980
                          AND  A.RETEFET > A.DATAINI + (CASE A.TIPO     00133985
                               WHEN 'N' THEN 0 ELSE 15 END) DAYS)))     00133990
                FROM IVAN.FUNC F                                        00134000
                WHERE F.STATUS = 'A'                                    00135000
                ORDER BY F.ID                                           00136000
                  AND VIGFIM >= :WRK-PARM-COMPET                        00144000
                  AND TIPO IN ('INSS','IRRF','DEPN')                    00145000
                ORDER BY TIPO,FAIXA                                     00146000
           END-EXEC.                                                    00146100
                                                                        00146200
           EXEC SQL                                                     00146300
              DECLARE CPENS CURSOR FOR                                  00146400
               SELECT IDFUNC,SEQ,TIPOCALC,PERCENT,VALOR,                00146500
                      BENEFNOME,AGENCIA,CONTA                           00146600
                FROM IVAN.PENSAO                                        00146700
                WHERE STATUS = 'A'                                      00146800
                ORDER BY IDFUNC,SEQ                                     00146900
           END-EXEC.                                                    00147000
                                                                        00148000
       01 WRK-RELFOPAG.                                                 00149000
          05 WRK-LIQUIDO     PIC 9(10).                                 00156000
          05 WRK-DESCFALT    PIC 9(10).                                 00157000
          05 WRK-DESCPLAN    PIC 9(10).                                 00158000
          05 WRK-EMPRESA     PIC X(02).                                 00158500
      *----------------------------------------------------             00159000
       01 FILLER PIC X(48) VALUE                                        00160000
           '--------------VARIAVEIS PARA APOIO-----------'.             00161000
       77 WRK-REGLIDOS     PIC 9(07)    VALUE ZEROS.                    00195000
       77 WRK-BRUTOACUM    PIC 9(10)    VALUE ZEROS.                    00196000
       77 WRK-LIQUIDOACUM  PIC 9(10)    VALUE ZEROS.                    00197000
      *----------------------------------------------------             00197050
       01 FILLER PIC X(48) VALUE                                        00197100
           '--------------TOTAIS POR EMPRESA-------------'.             00197150
      *----------------------------------------------------             00197200
      *    A FOLHA RODA UMA VEZ PARA TODAS AS EMPRESAS DO               00197250
      *    GRUPO; OS TOTAIS DE CONTROLE SAEM SEPARADOS POR              00197300
      *    EMPRESA (IVAN.FUNC.EMPRESA) NO FINAL.                        00197350
       77 WRK-EMPRESA-DB2  PIC X(02)    VALUE SPACES.                   00197400
       77 WRK-EMP-COUNT    PIC 9(02)    VALUE ZEROS.                    00197450
       77 WRK-EMP-IDX      PIC 9(02)    VALUE ZEROS.                    00197500
       77 WRK-EMP-ACHOU    PIC X(01)    VALUE 'N'.                      00197550
       01 WRK-EMP-TAB.                                                  00197600
          05 WRK-EMP-ITEM OCCURS 20 TIMES.                              00197650
             10 WRK-EMP-COD      PIC X(02).                             00197700
             10 WRK-EMP-QTDE     PIC 9(07).                             00197750
             10 WRK-EMP-BRUTO    PIC 9(10).                             00197800
             10 WRK-EMP-INSS     PIC 9(10).                             00197850
             10 WRK-EMP-IRRF     PIC 9(10).                             00197900
             10 WRK-EMP-LIQUIDO  PIC 9(10).                             00197950
      *----------------------------------------------------             00198000
       01 FILLER PIC X(48) VALUE                                        00199000
           '--------------CONTROLE DE COMPETENCIA--------'.             00200000
          05 FILLER          PIC X(01) VALUE '-'.                       00211000
          05 WRK-COMP-MES    PIC 9(02).                                 00212000
       77 WRK-QTDE-FOPAG   PIC S9(09) COMP VALUE ZEROS.                 00213000
       77 WRK-QTDE-ENCERR  PIC S9(09) COMP VALUE ZEROS.                 00213500
       77 WRK-REGDIFS      PIC 9(05)    VALUE ZEROS.                    00214000
       77 WRK-COMMIT-CADA  PIC 9(04)    VALUE 500.                      00215000
      *----------------------------------------------------             00216000
             10 WRK-AVU-TIPO     PIC X(01).                             00282000
             10 WRK-AVU-VALOR    PIC 9(06)V9(02).                       00283000
             10 WRK-AVU-APLICADA PIC X(01).                             00284000
      *----------------------------------------------------             00284002
       01 FILLER PIC X(48) VALUE                                        00284004
           '--------------DESCONTO DE VALE-TRANSPORTE----'.             00284006
      *----------------------------------------------------             00284008
      *    COMPRA DO MES (FR22DB62); O DESCONTO E LIMITADO              00284010
      *    A 6% DO SALARIO BASE (VERBA SAL).                            00284012
       77 WRK-VT-COMPRA    PIC 9(06)V9(02) VALUE ZEROS.                 00284014
       77 WRK-VT-TETO      PIC 9(10)    VALUE ZEROS.                    00284016
       77 WRK-VT-VALOR     PIC 9(10)    VALUE ZEROS.                    00284018
       77 WRK-VTACUM       PIC 9(10)    VALUE ZEROS.                    00284020
      *----------------------------------------------------             00284021
       01 FILLER PIC X(48) VALUE                                        00284022
           '--------------DESCONTO DE VALE-REFEICAO------'.             00284023
      *----------------------------------------------------             00284024
      *    PARTE DO FUNCIONARIO JA CALCULADA NO FR22DB74.               00284025
       77 WRK-VR-DEVIDO    PIC 9(06)V9(02) VALUE ZEROS.                 00284026
       77 WRK-VR-VALOR     PIC 9(10)    VALUE ZEROS.                    00284027
       77 WRK-VRACUM       PIC 9(10)    VALUE ZEROS.                    00284028
      *----------------------------------------------------             00284029
       01 FILLER PIC X(48) VALUE                                        00284030
           '--------------DESCONTO DE COPARTICIPACAO-----'.             00284031
      *----------------------------------------------------             00284032
      *    VALOR DO MES JA LIMITADO AO TETO NO FR22DB72.                00284033
       77 WRK-COPA-DEVIDO  PIC 9(08)V9(02) VALUE ZEROS.                 00284034
       77 WRK-COPA-VALOR   PIC 9(10)    VALUE ZEROS.                    00284035
       77 WRK-COPA-RESTO   PIC 9(08)V9(02) VALUE ZEROS.                 00284036
       77 WRK-COPAACUM     PIC 9(10)    VALUE ZEROS.                    00284044
      *----------------------------------------------------             00284052
       01 FILLER PIC X(48) VALUE                                        00284060
           '--------------HORAS EXTRAS E NOTURNAS--------'.             00284090
      *----------------------------------------------------             00284120
      *    HORAS VALIDADAS DA COMPETENCIA (IVAN.HORAS 'V'),             00284150
      *    VALOR HORA = SALARIO / 220.                                  00284180
       77 WRK-HOR-HE50     PIC 9(03)V9(02) VALUE ZEROS.                 00284210
       77 WRK-HOR-HE100    PIC 9(03)V9(02) VALUE ZEROS.                 00284240
       77 WRK-HOR-HNOT     PIC 9(03)V9(02) VALUE ZEROS.                 00284270
       77 WRK-HE50-VALOR   PIC 9(10)    VALUE ZEROS.                    00284300
       77 WRK-HE100-VALOR  PIC 9(10)    VALUE ZEROS.                    00284330
       77 WRK-NOT-VALOR    PIC 9(10)    VALUE ZEROS.                    00284360
       77 WRK-DSR-VALOR    PIC 9(10)    VALUE ZEROS.                    00284390
       77 WRK-HORAS-VALOR  PIC 9(10)    VALUE ZEROS.                    00284420
       77 WRK-HORASACUM    PIC 9(10)    VALUE ZEROS.                    00284450
       77 WRK-DSRACUM      PIC 9(10)    VALUE ZEROS.                    00284480
       77 WRK-DIAS-MES     PIC 9(02)    VALUE ZEROS.                    00284510
       77 WRK-DIAS-UTEIS   PIC 9(03)    VALUE ZEROS.                    00284540
       77 WRK-DIAS-DSR     PIC 9(03)    VALUE ZEROS.                    00284570
       77 WRK-QTDE-HORPEND PIC S9(09) COMP VALUE ZEROS.                 00284600
       01 WRK-DATA-INI.                                                 00284630
          05 WRK-INI-ANO    PIC 9(04).                                  00284660
          05 WRK-INI-MES    PIC 9(02).                                  00284690
          05 WRK-INI-DIA    PIC 9(02).                                  00284720
       01 WRK-DATA-INI-N REDEFINES WRK-DATA-INI                         00284750
                           PIC 9(08).                                   00284754
      *----------------------------------------------------             00284758
       01 FILLER PIC X(48) VALUE                                        00284762
           '--------------AFASTAMENTOS DO MES------------'.             00284766
      *----------------------------------------------------             00284770
      *    DIAS DO MES SEM SALARIO (IVAN.AFAST); O SALARIO              00284774
      *    BASE E PAGO PELOS DIAS RESTANTES SOBRE 30.                   00284778
       77 WRK-DIAS-AFAST   PIC S9(09) COMP VALUE ZEROS.                 00284782
       77 WRK-DIAS-PAGOS   PIC 9(02)    VALUE ZEROS.                    00284786
       77 WRK-DESC-AFAST   PIC 9(02)    VALUE ZEROS.                    00284790
       77 WRK-SALARIO-MES  PIC 9(08)V9(02) VALUE ZEROS.                 00284794
       77 WRK-QTDE-AFAST   PIC 9(05)    VALUE ZEROS.                    00284798
       01 WRK-COMP-INI.                                                 00284802
          05 WRK-CPI-ANO     PIC 9(04).                                 00284806
          05 FILLER          PIC X(01) VALUE '-'.                       00284810
          05 WRK-CPI-MES     PIC 9(02).                                 00284814
          05 FILLER          PIC X(01) VALUE '-'.                       00284818
          05 WRK-CPI-DIA     PIC 9(02).                                 00284822
       01 WRK-COMP-FIM.                                                 00284826
          05 WRK-CPF-ANO     PIC 9(04).                                 00284830
          05 FILLER          PIC X(01) VALUE '-'.                       00284834
          05 WRK-CPF-MES     PIC 9(02).                                 00284838
          05 FILLER          PIC X(01) VALUE '-'.                       00284842
          05 WRK-CPF-DIA     PIC 9(02).                                 00284846
      *----------------------------------------------------             00284850
       01 FILLER PIC X(48) VALUE                                        00284854
           '--------------PENSAO ALIMENTICIA-------------'.             00284858
      *----------------------------------------------------             00284862
      *    ORDENS ATIVAS DE IVAN.PENSAO CARREGADAS NO INICIO,           00284866
      *    COMO AS AVULSAS. PERCENTUAL SOBRE O LIQUIDO LEGAL            00284870
      *    (BRUTO - INSS) OU VALOR FIXO; O TOTAL E DEDUZIDO             00284874
      *    DA BASE DO IRRF.                                             00284878
       77 WRK-FS-PENSPAG  PIC 9(02)    VALUE ZEROS.                     00284882
       77 WRK-PEN-COUNT   PIC 9(03)    VALUE ZEROS.                     00284886
       77 WRK-PEN-IDX     PIC 9(03)    VALUE ZEROS.                     00284890
       77 WRK-PEN-BASE    PIC 9(10)    VALUE ZEROS.                     00284894
       77 WRK-PEN-SALDO   PIC 9(10)    VALUE ZEROS.                     00284898
       77 WRK-PEN-VALOR   PIC 9(10)    VALUE ZEROS.                     00284902
       77 WRK-PENACUM     PIC 9(10)    VALUE ZEROS.                     00284906
       77 WRK-QTDE-PENSPAG PIC 9(05)   VALUE ZEROS.                     00284910
       01 WRK-PEN-LIDA.                                                 00284914
          05 WRK-PNL-IDFUNC    PIC 9(05).                               00284918
          05 WRK-PNL-SEQ       PIC 9(01).                               00284922
          05 WRK-PNL-TIPOCALC  PIC X(01).                               00284926
          05 WRK-PNL-PERCENT   PIC 9(03)V9(02).                         00284930
          05 WRK-PNL-VALOR     PIC 9(06)V9(02).                         00284934
          05 WRK-PNL-BENEF     PIC X(30).                               00284938
          05 WRK-PNL-AGENCIA   PIC X(04).                               00284942
          05 WRK-PNL-CONTA     PIC X(08).                               00284946
       01 WRK-PEN-TAB.                                                  00284950
          05 WRK-PEN-ITEM OCCURS 200 TIMES.                             00284954
             10 WRK-PNT-IDFUNC    PIC 9(05).                            00284958
             10 WRK-PNT-SEQ       PIC 9(01).                            00284962
             10 WRK-PNT-TIPOCALC  PIC X(01).                            00284966
             10 WRK-PNT-PERCENT   PIC 9(03)V9(02).                      00284970
             10 WRK-PNT-VALOR     PIC 9(06)V9(02).                      00284974
             10 WRK-PNT-BENEF     PIC X(30).                            00284978
             10 WRK-PNT-AGENCIA   PIC X(04).                            00284982
             10 WRK-PNT-CONTA     PIC X(08).                            00284986
             10 WRK-PNT-APLICAR   PIC 9(10).                            00284990
      *====================================================             00285000
       PROCEDURE                                 DIVISION.              00286000
      *====================================================             00287000
            STOP RUN                                                    00305000
           END-IF.                                                      00306000
                                                                        00307000
           PERFORM 1050-VERIFICAR-ENCERRAMENTO.                         00307500
           PERFORM 1100-CARREGAR-ALIQUOTAS.                             00308000
           MOVE WRK-PARM-COMPET (1:4) TO WRK-COMP-ANO.                  00309000
           MOVE WRK-PARM-COMPET (5:2) TO WRK-COMP-MES.                  00310000
           PERFORM 1200-CARREGAR-AVULSAS.                               00311000
           PERFORM 1300-CONTAR-DIAS-UTEIS.                              00311500
           PERFORM 1400-CARREGAR-PENSOES.                               00311750
                                                                        00312000
           EXEC SQL                                                     00313000
            SELECT COUNT(*) INTO :WRK-QTDE-FOPAG                        00314000
            END-IF                                                      00357000
           END-IF.                                                      00358000
                                                                        00359000
           OPEN OUTPUT RELFOPAG AVULPROC PENSPAG.                       00360000
           IF WRK-FS-RELFOPAG NOT EQUAL 0                               00361000
              OR WRK-FS-AVULPROC NOT EQUAL 0                            00362000
              OR WRK-FS-PENSPAG NOT EQUAL 0                             00362500
            DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'            00363000
            STOP RUN                                                    00364000
           END-IF.                                                      00365000
           END-EVALUATE.                                                00380000
      *-----------------------------------------------------            00381000
       1000-99-FIM.                                  EXIT.              00382000
      *-----------------------------------------------------            00382030
                                                                        00382060
      *-----------------------------------------------------            00382090
       1050-VERIFICAR-ENCERRAMENTO                SECTION.              00382120
      *-----------------------------------------------------            00382150
      *    COMPETENCIA ENCERRADA NO CHECKLIST DE FECHAMENTO             00382180
      *    (F22CIPV) NAO VOLTA A SER CALCULADA, NEM NO MODO             00382210
      *    R: O LIVRO IVAN.RUNCTL NEM CHEGA A SER ABERTO.               00382240
           EXEC SQL                                                     00382270
            SELECT COUNT(*) INTO :WRK-QTDE-ENCERR                       00382300
             FROM IVAN.FECHFOLHA                                        00382330
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00382360
           END-EXEC.                                                    00382390
                                                                        00382420
           IF SQLCODE NOT EQUAL 0                                       00382450
            MOVE SQLCODE TO WRK-SQLCODE                                 00382480
            DISPLAY 'ERRO' WRK-SQLCODE                                  00382510
                    ' NA CONSULTA DE IVAN.FECHFOLHA'                    00382540
            STOP RUN                                                    00382570
           END-IF.                                                      00382600
                                                                        00382630
           IF WRK-QTDE-ENCERR GREATER ZEROS                             00382660
            DISPLAY 'COMPETENCIA ' WRK-PARM-COMPET                      00382690
                    ' ENCERRADA PELO GESTOR DA FOLHA - '                00382720
                    'EXECUCAO ABORTADA (VER IVAN.FECHFOLHA)'            00382750
            STOP RUN                                                    00382780
           END-IF.                                                      00382810
      *-----------------------------------------------------            00382840
       1050-99-FIM.                                  EXIT.              00382870
      *-----------------------------------------------------            00383000
                                                                        00384000
      *-----------------------------------------------------            00385000
      *-----------------------------------------------------            00529000
                                                                        00530000
      *-----------------------------------------------------            00531000
       1300-CONTAR-DIAS-UTEIS                     SECTION.              00531010
      *-----------------------------------------------------            00531020
      *    DIAS UTEIS DA COMPETENCIA (DIAUTIL FUNCAO C) PARA            00531030
      *    O REFLEXO DAS HORAS NO DSR: VALOR DAS HORAS /                00531040
      *    DIAS UTEIS * DOMINGOS E FERIADOS DO MES.                     00531050
           MOVE WRK-COMP-ANO TO WRK-INI-ANO.                            00531060
           MOVE WRK-COMP-MES TO WRK-INI-MES.                            00531070
           MOVE 01           TO WRK-INI-DIA.                            00531080
                                                                        00531090
           EVALUATE WRK-INI-MES                                         00531100
            WHEN 01 WHEN 03 WHEN 05 WHEN 07                             00531110
            WHEN 08 WHEN 10 WHEN 12                                     00531120
             MOVE 31 TO WRK-DIAS-MES                                    00531130
            WHEN 04 WHEN 06 WHEN 09 WHEN 11                             00531140
             MOVE 30 TO WRK-DIAS-MES                                    00531150
            WHEN 02                                                     00531160
             IF FUNCTION MOD(WRK-INI-ANO, 4) = 0                        00531170
                AND (FUNCTION MOD(WRK-INI-ANO, 100)                     00531180
                    NOT = 0 OR                                          00531190
                    FUNCTION MOD(WRK-INI-ANO, 400) = 0)                 00531200
              MOVE 29 TO WRK-DIAS-MES                                   00531210
             ELSE                                                       00531220
              MOVE 28 TO WRK-DIAS-MES                                   00531230
             END-IF                                                     00531240
            WHEN OTHER                                                  00531250
             DISPLAY 'COMPETENCIA INVALIDA: ' WRK-PARM-COMPET           00531260
             STOP RUN                                                   00531270
           END-EVALUATE.                                                00531280
                                                                        00531290
      *    PRIMEIRO E ULTIMO DIA DA COMPETENCIA PARA OS                 00531291
      *    AFASTAMENTOS LIDOS NO CURSOR CFOPAG.                         00531292
           MOVE WRK-INI-ANO    TO WRK-CPI-ANO WRK-CPF-ANO.              00531293
           MOVE WRK-INI-MES    TO WRK-CPI-MES WRK-CPF-MES.              00531294
           MOVE 01             TO WRK-CPI-DIA.                          00531295
           MOVE WRK-DIAS-MES   TO WRK-CPF-DIA.                          00531296
                                                                        00531297
           MOVE 'C'            TO UTI-FUNCAO.                           00531300
           MOVE WRK-DATA-INI-N TO UTI-DATA.                             00531310
           MOVE WRK-DATA-INI-N TO UTI-DATA-FIM.                         00531320
           MOVE WRK-DIAS-MES   TO UTI-DATA-FIM (7:2).                   00531330
           CALL 'DIAUTIL' USING UTI-DADOS.                              00531340
           IF NOT UTI-OK                                                00531350
            DISPLAY 'ERRO NA DIAUTIL AO CONTAR OS DIAS UTEIS '          00531360
                    'DA COMPETENCIA ' WRK-PARM-COMPET                   00531370
            STOP RUN                                                    00531380
           END-IF.                                                      00531390
           MOVE UTI-QTDE-UTEIS TO WRK-DIAS-UTEIS.                       00531400
           COMPUTE WRK-DIAS-DSR = WRK-DIAS-MES - WRK-DIAS-UTEIS.        00531410
                                                                        00531420
      *    HORAS AINDA NAO VALIDADAS FICAM FORA DA FOLHA -              00531430
      *    SO AVISO NO SYSOUT (RODAR O FR22DB61 ANTES).                 00531440
           EXEC SQL                                                     00531450
            SELECT COUNT(*) INTO :WRK-QTDE-HORPEND                      00531460
             FROM IVAN.HORAS                                            00531470
             WHERE COMPETENCIA = :WRK-PARM-COMPET                       00531480
               AND STATUS IN ('P','E')                                  00531490
           END-EXEC.                                                    00531500
           IF WRK-QTDE-HORPEND GREATER ZEROS                            00531510
            DISPLAY 'ATENCAO: ' WRK-QTDE-HORPEND ' LANCAMENTO(S) '      00531520
                    'DE HORAS NAO VALIDADO(S) FORA DA FOLHA'            00531530
           END-IF.                                                      00531540
      *-----------------------------------------------------            00531550
       1300-99-FIM.                                  EXIT.              00531560
      *-----------------------------------------------------            00531570
                                                                        00531580
      *-----------------------------------------------------            00531590
       1400-CARREGAR-PENSOES                      SECTION.              00531596
      *-----------------------------------------------------            00531602
      *    ORDENS JUDICIAIS ATIVAS (F22CIPP), POR FUNCIONARIO           00531608
      *    E ORDEM - O CURSOR CFOPAG E LIDO NA MESMA ORDEM.             00531614
           EXEC SQL                                                     00531620
              OPEN CPENS                                                00531626
           END-EXEC.                                                    00531632
                                                                        00531638
           IF SQLCODE NOT EQUAL 0                                       00531644
            MOVE SQLCODE TO WRK-SQLCODE                                 00531650
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CPENS'                  00531656
            STOP RUN                                                    00531662
           END-IF.                                                      00531668
                                                                        00531674
           PERFORM 1450-LER-PENSAO                                      00531680
                   UNTIL SQLCODE EQUAL 100.                             00531686
                                                                        00531692
           EXEC SQL                                                     00531698
              CLOSE CPENS                                               00531704
           END-EXEC.                                                    00531710
      *-----------------------------------------------------            00531716
       1400-99-FIM.                                  EXIT.              00531722
      *-----------------------------------------------------            00531728
                                                                        00531734
      *-----------------------------------------------------            00531740
       1450-LER-PENSAO                            SECTION.              00531746
      *-----------------------------------------------------            00531752
           EXEC SQL                                                     00531758
             FETCH CPENS                                                00531764
              INTO :WRK-PNL-IDFUNC,                                     00531770
                   :WRK-PNL-SEQ,                                        00531776
                   :WRK-PNL-TIPOCALC,                                   00531782
                   :WRK-PNL-PERCENT,                                    00531788
                   :WRK-PNL-VALOR,                                      00531794
                   :WRK-PNL-BENEF,                                      00531800
                   :WRK-PNL-AGENCIA,                                    00531806
                   :WRK-PNL-CONTA                                       00531812
           END-EXEC.                                                    00531818
                                                                        00531824
           EVALUATE SQLCODE                                             00531830
            WHEN 0                                                      00531836
             IF WRK-PEN-COUNT LESS 200                                  00531842
              ADD 1 TO WRK-PEN-COUNT                                    00531848
              MOVE WRK-PEN-LIDA TO WRK-PEN-ITEM (WRK-PEN-COUNT)         00531854
              MOVE ZEROS TO WRK-PNT-APLICAR (WRK-PEN-COUNT)             00531860
             ELSE                                                       00531866
              DISPLAY 'IVAN.PENSAO EXCEDE A TABELA INTERNA '            00531872
                      '(200) - EXECUCAO ABORTADA'                       00531878
              STOP RUN                                                  00531884
             END-IF                                                     00531890
            WHEN 100                                                    00531896
             CONTINUE                                                   00531902
            WHEN OTHER                                                  00531908
             MOVE SQLCODE TO WRK-SQLCODE                                00531914
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CPENS'               00531920
             STOP RUN                                                   00531926
           END-EVALUATE.                                                00531932
      *-----------------------------------------------------            00531938
       1450-99-FIM.                                  EXIT.              00531944
      *-----------------------------------------------------            00531950
                                                                        00531956
      *-----------------------------------------------------            00531962
       2000-PROCESSAR                             SECTION.              00532000
      *-----------------------------------------------------            00533000
           PERFORM 2290-PROPORCIONAL-AFAST.                             00533500
           PERFORM 2300-BUSCAR-ADICIONAL.                               00534000
                                                                        00535000
           INITIALIZE WRK-RELFOPAG.                                     00536000
           MOVE DB2-ID       TO WRK-ID.                                 00537000
           MOVE DB2-NOME     TO WRK-NOME.                               00538000
           MOVE DB2-SETOR    TO WRK-SETOR.                              00539000
           MOVE WRK-EMPRESA-DB2 TO WRK-EMPRESA.                         00539500
           MOVE ZEROS TO WRK-DET-SEQ.                                   00540000
           PERFORM 2540-LIMPAR-DETALHE.                                 00541000
                                                                        00542000
           COMPUTE WRK-BRUTO =                                          00543000
                   WRK-SALARIO-MES + WRK-ADIC-VALOR.                    00544000
                                                                        00545000
           MOVE 'SAL '            TO WRK-DET-CODVERBA.                  00546000
           MOVE 'SALARIO BASE'    TO WRK-DET-DESC.                      00547000
           IF WRK-DESC-AFAST GREATER ZEROS                              00547160
            MOVE SPACES           TO WRK-DET-DESC                       00547320
            STRING 'SALARIO (' WRK-DESC-AFAST ' D AFAST)'               00547480
                   DELIMITED BY SIZE INTO WRK-DET-DESC                  00547640
           END-IF.                                                      00547800
           MOVE 'P'               TO WRK-DET-TIPO.                      00548000
           MOVE WRK-SALARIO-MES   TO WRK-DET-VALOR.                     00549000
           PERFORM 2550-GRAVAR-DETALHE.                                 00550000
           IF WRK-ADIC-VALOR GREATER ZEROS                              00551000
            MOVE 'ADTS'           TO WRK-DET-CODVERBA                   00552000
            MOVE WRK-ADIC-VALOR   TO WRK-DET-VALOR                      00556000
            PERFORM 2550-GRAVAR-DETALHE                                 00557000
           END-IF.                                                      00558000
                                                                        00558330
           PERFORM 2320-HORAS-EXTRAS.                                   00558660
                                                                        00559000
           PERFORM 2360-AVULSAS-PROVENTOS.                              00560000
                                                                        00561000
           PERFORM 2340-CONTAR-DEPENDENTES.                             00562000
           COMPUTE WRK-DESCINSS ROUNDED =                               00562250
                   WRK-BRUTO * WRK-INSS-PCT.                            00562500
           PERFORM 2330-CALCULAR-PENSAO.                                00562750
           COMPUTE WRK-BASE-IRRF =                                      00563000
                   WRK-BRUTO - WRK-PEN-VALOR -                          00564000
                   (WRK-QTDE-DEPEND * WRK-DEPN-VALOR).                  00565000
           IF WRK-BASE-IRRF LESS ZEROS                                  00566000
            MOVE ZEROS TO WRK-BASE-IRRF                                 00567000
           END-IF.                                                      00568000
           PERFORM 2350-ACHAR-FAIXA-IRRF.                               00569000
                                                                        00570000
           COMPUTE WRK-DESCIRRF ROUNDED =                               00573000
                   WRK-BASE-IRRF * WRK-IRRF-PCT.                        00574000
           COMPUTE WRK-LIQUIDO =                                        00575000
                   WRK-BRUTO - WRK-DESCINSS - WRK-PEN-VALOR.            00575330
           IF WRK-DESCIRRF GREATER WRK-LIQUIDO                          00575660
            MOVE WRK-LIQUIDO TO WRK-DESCIRRF                            00575990
           END-IF.                                                      00576320
           SUBTRACT WRK-DESCIRRF FROM WRK-LIQUIDO.                      00576650
                                                                        00577000
           MOVE 'INSS'            TO WRK-DET-CODVERBA.                  00578000
           MOVE 'DESCONTO INSS'   TO WRK-DET-DESC.                      00579000
           MOVE 'D'               TO WRK-DET-TIPO.                      00588000
           MOVE WRK-DESCIRRF      TO WRK-DET-VALOR.                     00589000
           PERFORM 2550-GRAVAR-DETALHE.                                 00590000
           IF WRK-PEN-VALOR GREATER ZEROS                               00590250
            PERFORM 2335-GRAVAR-PENSAO                                  00590500
           END-IF.                                                      00590750
                                                                        00591000
           PERFORM 2380-DESCONTAR-FALTAS.                               00592000
           PERFORM 2385-DESCONTAR-VT.                                   00592500
           PERFORM 2387-DESCONTAR-VR.                                   00592750
           PERFORM 2390-DESCONTAR-PLANOS.                               00593000
           PERFORM 2392-DESCONTAR-COPART.                               00593500
           PERFORM 2370-AVULSAS-DESCONTOS.                              00594000
                                                                        00595000
           PERFORM 2400-APLICAR-CONSIG.                                 00596000
           ADD WRK-LIQUIDO  TO WRK-LIQUIDOACUM.                         00599000
           ADD WRK-CONSIG-PARC TO WRK-CONSIGACUM.                       00600000
           ADD WRK-ADIC-VALOR  TO WRK-ADICACUM.                         00601000
           ADD WRK-HORAS-VALOR TO WRK-HORASACUM.                        00601330
           ADD WRK-DSR-VALOR   TO WRK-DSRACUM.                          00601660
           ADD WRK-FALTA-VALOR TO WRK-FALTACUM.                         00602000
           ADD WRK-VT-VALOR    TO WRK-VTACUM.                           00602500
           ADD WRK-VR-VALOR    TO WRK-VRACUM.                           00602620
           ADD WRK-PEN-VALOR   TO WRK-PENACUM.                          00602750
           ADD WRK-PLANO-VALOR TO WRK-PLANOACUM.                        00603000
           ADD WRK-COPA-VALOR  TO WRK-COPAACUM.                         00603500
           ADD WRK-AVUL-PROV   TO WRK-AVULPACUM.                        00604000
           ADD WRK-AVUL-DESC   TO WRK-AVULDACUM.                        00605000
                                                                        00606000
           DISPLAY 'ID:     ' WRK-ID                                    00608000
           DISPLAY 'NOME:   ' WRK-NOME                                  00609000
           DISPLAY 'SALARIO BRUTO:' WRK-BRUTO                           00610000
           DISPLAY 'DIAS AFASTADO:' WRK-DESC-AFAST                      00610500
           DISPLAY 'ADIC. TEMPO:  ' WRK-ADIC-VALOR                      00611000
           DISPLAY 'HORAS EXTRAS/NOT:' WRK-HORAS-VALOR                  00611330
           DISPLAY 'DSR S/ HORAS: ' WRK-DSR-VALOR                       00611660
           DISPLAY 'DESC. INSS:   ' WRK-DESCINSS                        00612000
           DISPLAY 'DESC. IRRF:   ' WRK-DESCIRRF                        00613000
           DISPLAY 'PENSAO ALIM.: ' WRK-PEN-VALOR                       00613500
           DISPLAY 'DESC. FALTAS: ' WRK-FALTA-VALOR                     00614000
           DISPLAY 'DESC. VT:     ' WRK-VT-VALOR                        00614500
           DISPLAY 'DESC. VR:     ' WRK-VR-VALOR                        00614750
           DISPLAY 'DESC. PLANOS: ' WRK-PLANO-VALOR                     00615000
           DISPLAY 'COPARTICIPACAO:' WRK-COPA-VALOR                     00615500
           DISPLAY 'AVULSAS PROV: ' WRK-AVUL-PROV                       00616000
           DISPLAY 'AVULSAS DESC: ' WRK-AVUL-DESC                       00617000
           DISPLAY 'DESC. CONSIG: ' WRK-CONSIG-PARC                     00618000
           WRITE FD-RELFOPAG FROM WRK-RELFOPAG.                         00621000
                                                                        00622000
           PERFORM 2500-GRAVAR-FOPAG.                                   00623000
           PERFORM 2560-ACUMULAR-EMPRESA.                               00623500
                                                                        00624000
      *    COMMIT PERIODICO PARA A FOLHA SOBREVIVER AO                  00625000
      *    DOBRO DO CADASTRO SEM ESTOURAR O LOG.                        00626000
      *-----------------------------------------------------            00640000
                                                                        00641000
      *-----------------------------------------------------            00642000
       2290-PROPORCIONAL-AFAST                    SECTION.              00642030
      *-----------------------------------------------------            00642060
      *    MES INTEIRO AFASTADO = 30 DIAS SEM SALARIO; NOS              00642090
      *    DEMAIS CASOS O SALARIO BASE E PAGO PELOS DIAS                00642120
      *    TRABALHADOS SOBRE 30, COMO NAS FALTAS.                       00642150
           MOVE DB2-SALARIO TO WRK-SALARIO-MES.                         00642180
           MOVE ZEROS       TO WRK-DESC-AFAST.                          00642210
                                                                        00642240
           IF WRK-DIAS-AFAST GREATER ZEROS                              00642270
            IF WRK-DIAS-AFAST NOT LESS WRK-DIAS-MES                     00642300
               OR WRK-DIAS-AFAST GREATER 30                             00642330
             MOVE 30             TO WRK-DESC-AFAST                      00642360
            ELSE                                                        00642390
             MOVE WRK-DIAS-AFAST TO WRK-DESC-AFAST                      00642420
            END-IF                                                      00642450
            COMPUTE WRK-DIAS-PAGOS = 30 - WRK-DESC-AFAST                00642480
            COMPUTE WRK-SALARIO-MES ROUNDED =                           00642510
                    DB2-SALARIO * WRK-DIAS-PAGOS / 30                   00642540
            ADD 1 TO WRK-QTDE-AFAST                                     00642570
           END-IF.                                                      00642600
      *-----------------------------------------------------            00642630
       2290-99-FIM.                                  EXIT.              00642660
      *-----------------------------------------------------            00642690
                                                                        00642720
      *-----------------------------------------------------            00642750
       2300-BUSCAR-ADICIONAL                      SECTION.              00643000
      *-----------------------------------------------------            00644000
      *    O PERCENTUAL JA VEM DO CURSOR CFOPAG (LEITURA EM             00645000
           MOVE ZEROS TO WRK-ADIC-VALOR.                                00647000
           IF WRK-ADIC-PCT GREATER ZEROS                                00648000
            COMPUTE WRK-ADIC-VALOR ROUNDED =                            00649000
                    WRK-SALARIO-MES * WRK-ADIC-PCT / 100                00650000
           END-IF.                                                      00651000
      *-----------------------------------------------------            00652000
       2300-99-FIM.                                  EXIT.              00653000
      *-----------------------------------------------------            00653010
                                                                        00653020
      *-----------------------------------------------------            00653030
       2320-HORAS-EXTRAS                          SECTION.              00653040
      *-----------------------------------------------------            00653050
      *    HORAS VALIDADAS (FR22DB61) VIRAM PROVENTO E ENTRAM           00653060
      *    NO BRUTO ANTES DE INSS/IRRF. HORA = SALARIO / 220;           00653070
      *    EXTRA 50% = 1,5 HORA, 100% = 2 HORAS, NOTURNO =              00653080
      *    20% DA HORA. O DSR REFLETE O TOTAL SOBRE OS DIAS             00653090
      *    DE DESCANSO DO MES.                                          00653100
           MOVE ZEROS TO WRK-HE50-VALOR WRK-HE100-VALOR                 00653110
                         WRK-NOT-VALOR  WRK-DSR-VALOR                   00653120
                         WRK-HORAS-VALOR.                               00653130
                                                                        00653140
           IF WRK-HOR-HE50 GREATER ZEROS                                00653150
            COMPUTE WRK-HE50-VALOR ROUNDED =                            00653160
                    DB2-SALARIO * WRK-HOR-HE50 * 1,5 / 220              00653170
            MOVE 'HE50'           TO WRK-DET-CODVERBA                   00653180
            MOVE 'HORAS EXTRAS 50%'                                     00653190
                                  TO WRK-DET-DESC                       00653200
            MOVE 'P'              TO WRK-DET-TIPO                       00653210
            MOVE WRK-HE50-VALOR   TO WRK-DET-VALOR                      00653220
            PERFORM 2550-GRAVAR-DETALHE                                 00653230
           END-IF.                                                      00653240
                                                                        00653250
           IF WRK-HOR-HE100 GREATER ZEROS                               00653260
            COMPUTE WRK-HE100-VALOR ROUNDED =                           00653270
                    DB2-SALARIO * WRK-HOR-HE100 * 2 / 220               00653280
            MOVE 'H100'           TO WRK-DET-CODVERBA                   00653290
            MOVE 'HORAS EXTRAS 100%'                                    00653300
                                  TO WRK-DET-DESC                       00653310
            MOVE 'P'              TO WRK-DET-TIPO                       00653320
            MOVE WRK-HE100-VALOR  TO WRK-DET-VALOR                      00653330
            PERFORM 2550-GRAVAR-DETALHE                                 00653340
           END-IF.                                                      00653350
                                                                        00653360
           IF WRK-HOR-HNOT GREATER ZEROS                                00653370
            COMPUTE WRK-NOT-VALOR ROUNDED =                             00653380
                    DB2-SALARIO * WRK-HOR-HNOT * 0,20 / 220             00653390
            MOVE 'ADNT'           TO WRK-DET-CODVERBA                   00653400
            MOVE 'ADICIONAL NOTURNO'                                    00653410
                                  TO WRK-DET-DESC                       00653420
            MOVE 'P'              TO WRK-DET-TIPO                       00653430
            MOVE WRK-NOT-VALOR    TO WRK-DET-VALOR                      00653440
            PERFORM 2550-GRAVAR-DETALHE                                 00653450
           END-IF.                                                      00653460
                                                                        00653470
           COMPUTE WRK-HORAS-VALOR =                                    00653480
                   WRK-HE50-VALOR + WRK-HE100-VALOR +                   00653490
                   WRK-NOT-VALOR.                                       00653500
                                                                        00653510
           IF WRK-HORAS-VALOR GREATER ZEROS                             00653520
              AND WRK-DIAS-UTEIS GREATER ZEROS                          00653530
            COMPUTE WRK-DSR-VALOR ROUNDED =                             00653540
                    WRK-HORAS-VALOR * WRK-DIAS-DSR /                    00653550
                    WRK-DIAS-UTEIS                                      00653560
            IF WRK-DSR-VALOR GREATER ZEROS                              00653570
             MOVE 'DSRH'           TO WRK-DET-CODVERBA                  00653580
             MOVE 'DSR S/ HORAS EXTRAS'                                 00653590
                                   TO WRK-DET-DESC                      00653600
             MOVE 'P'              TO WRK-DET-TIPO                      00653610
             MOVE WRK-DSR-VALOR    TO WRK-DET-VALOR                     00653620
             PERFORM 2550-GRAVAR-DETALHE                                00653630
            END-IF                                                      00653640
           END-IF.                                                      00653650
                                                                        00653660
           COMPUTE WRK-BRUTO = WRK-BRUTO + WRK-HORAS-VALOR +            00653670
                               WRK-DSR-VALOR.                           00653680
      *-----------------------------------------------------            00653690
       2320-99-FIM.                                  EXIT.              00653700
      *-----------------------------------------------------            00653703
                                                                        00653706
      *-----------------------------------------------------            00653709
       2330-CALCULAR-PENSAO                       SECTION.              00653712
      *-----------------------------------------------------            00653715
      *    ORDENS DO FUNCIONARIO NA ORDEM DE CADASTRO, CADA             00653718
      *    UMA LIMITADA AO QUE RESTA DO LIQUIDO LEGAL (BRUTO            00653721
      *    MENOS INSS).                                                 00653724
           MOVE ZEROS TO WRK-PEN-VALOR.                                 00653727
           COMPUTE WRK-PEN-BASE = WRK-BRUTO - WRK-DESCINSS.             00653730
           MOVE WRK-PEN-BASE TO WRK-PEN-SALDO.                          00653733
           MOVE 1 TO WRK-PEN-IDX.                                       00653736
           PERFORM 2332-APLICAR-ORDEM                                   00653739
                   UNTIL WRK-PEN-IDX GREATER WRK-PEN-COUNT.             00653742
      *-----------------------------------------------------            00653745
       2330-99-FIM.                                  EXIT.              00653748
      *-----------------------------------------------------            00653751
                                                                        00653754
      *-----------------------------------------------------            00653757
       2332-APLICAR-ORDEM                         SECTION.              00653760
      *-----------------------------------------------------            00653763
           IF WRK-PNT-IDFUNC (WRK-PEN-IDX) EQUAL DB2-ID                 00653766
            IF WRK-PNT-TIPOCALC (WRK-PEN-IDX) EQUAL 'P'                 00653769
             COMPUTE WRK-PNT-APLICAR (WRK-PEN-IDX) ROUNDED =            00653772
                     WRK-PEN-BASE *                                     00653775
                     WRK-PNT-PERCENT (WRK-PEN-IDX) / 100                00653778
            ELSE                                                        00653781
             COMPUTE WRK-PNT-APLICAR (WRK-PEN-IDX) ROUNDED =            00653784
                     WRK-PNT-VALOR (WRK-PEN-IDX)                        00653787
            END-IF                                                      00653790
            IF WRK-PNT-APLICAR (WRK-PEN-IDX) GREATER                    00653793
               WRK-PEN-SALDO                                            00653796
             MOVE WRK-PEN-SALDO TO WRK-PNT-APLICAR (WRK-PEN-IDX)        00653799
             DISPLAY 'PENSAO MAIOR QUE O LIQUIDO - LIMITADA '           00653802
                     '- ID: ' WRK-ID ' ORDEM: '                         00653805
                     WRK-PNT-SEQ (WRK-PEN-IDX)                          00653808
            END-IF                                                      00653811
            ADD WRK-PNT-APLICAR (WRK-PEN-IDX) TO WRK-PEN-VALOR          00653814
            SUBTRACT WRK-PNT-APLICAR (WRK-PEN-IDX)                      00653817
                FROM WRK-PEN-SALDO                                      00653820
           END-IF.                                                      00653823
           ADD 1 TO WRK-PEN-IDX.                                        00653826
      *-----------------------------------------------------            00653829
       2332-99-FIM.                                  EXIT.              00653832
      *-----------------------------------------------------            00653835
                                                                        00653838
      *-----------------------------------------------------            00653841
       2335-GRAVAR-PENSAO                         SECTION.              00653844
      *-----------------------------------------------------            00653847
      *    UMA VERBA PENS POR ORDEM NO FOPAGDET E UM                    00653850
      *    PAGAMENTO POR BENEFICIARIO EM PENSPAG.                       00653853
           MOVE 1 TO WRK-PEN-IDX.                                       00653856
           PERFORM 2337-GRAVAR-ORDEM                                    00653859
                   UNTIL WRK-PEN-IDX GREATER WRK-PEN-COUNT.             00653862
      *-----------------------------------------------------            00653865
       2335-99-FIM.                                  EXIT.              00653868
      *-----------------------------------------------------            00653871
                                                                        00653874
      *-----------------------------------------------------            00653877
       2337-GRAVAR-ORDEM                          SECTION.              00653880
      *-----------------------------------------------------            00653883
           IF WRK-PNT-IDFUNC (WRK-PEN-IDX) EQUAL DB2-ID                 00653886
              AND WRK-PNT-APLICAR (WRK-PEN-IDX) GREATER ZEROS           00653889
            MOVE 'PENS'           TO WRK-DET-CODVERBA                   00653892
            MOVE SPACES           TO WRK-DET-DESC                       00653895
            STRING 'PENSAO ALIM. ORD '                                  00653898
                   WRK-PNT-SEQ (WRK-PEN-IDX)                            00653901
                   DELIMITED BY SIZE INTO WRK-DET-DESC                  00653904
            MOVE 'D'              TO WRK-DET-TIPO                       00653907
            MOVE WRK-PNT-APLICAR (WRK-PEN-IDX)                          00653910
              TO WRK-DET-VALOR                                          00653913
            PERFORM 2550-GRAVAR-DETALHE                                 00653916
                                                                        00653919
            MOVE DB2-ID           TO FD-PNP-ID                          00653922
            MOVE WRK-PNT-SEQ (WRK-PEN-IDX)     TO FD-PNP-SEQ            00653925
            MOVE WRK-PNT-BENEF (WRK-PEN-IDX)   TO FD-PNP-BENEF          00653928
            MOVE WRK-PNT-AGENCIA (WRK-PEN-IDX) TO FD-PNP-AGENCIA        00653931
            MOVE WRK-PNT-CONTA (WRK-PEN-IDX)   TO FD-PNP-CONTA          00653934
            MOVE WRK-PNT-APLICAR (WRK-PEN-IDX) TO FD-PNP-VALOR          00653937
            MOVE WRK-PARM-COMPET  TO FD-PNP-COMPET                      00653940
            MOVE WRK-EMPRESA-DB2  TO FD-PNP-EMPRESA                     00653941
            WRITE FD-PENSPAG                                            00653943
            ADD 1 TO WRK-QTDE-PENSPAG                                   00653946
           END-IF.                                                      00653949
           ADD 1 TO WRK-PEN-IDX.                                        00653952
      *-----------------------------------------------------            00653955
       2337-99-FIM.                                  EXIT.              00653958
      *-----------------------------------------------------            00654000
                                                                        00655000
      *-----------------------------------------------------            00656000
      *-----------------------------------------------------            00820000
                                                                        00821000
      *-----------------------------------------------------            00822000
       2385-DESCONTAR-VT                          SECTION.              00822020
      *-----------------------------------------------------            00822040
      *    VALE-TRANSPORTE: DESCONTA O VALOR COMPRADO NO MES            00822060
      *    ATE 6% DO SALARIO BASE - O RESTANTE E CUSTO DA               00822080
      *    EMPRESA. LIMITADO AO LIQUIDO COMO AS FALTAS.                 00822100
           MOVE ZEROS TO WRK-VT-VALOR.                                  00822120
                                                                        00822140
           IF WRK-VT-COMPRA GREATER ZEROS                               00822160
            COMPUTE WRK-VT-TETO ROUNDED = WRK-SALARIO-MES * 0,06        00822180
            IF WRK-VT-COMPRA GREATER WRK-VT-TETO                        00822200
             MOVE WRK-VT-TETO   TO WRK-VT-VALOR                         00822220
            ELSE                                                        00822240
             COMPUTE WRK-VT-VALOR ROUNDED = WRK-VT-COMPRA               00822260
            END-IF                                                      00822280
            IF WRK-VT-VALOR GREATER WRK-LIQUIDO                         00822300
             DISPLAY 'DESCONTO DE VT MAIOR QUE O '                      00822320
                     'LIQUIDO - LIMITADO - ID: ' WRK-ID                 00822340
             MOVE WRK-LIQUIDO TO WRK-VT-VALOR                           00822360
            END-IF                                                      00822380
            IF WRK-VT-VALOR GREATER ZEROS                               00822400
             SUBTRACT WRK-VT-VALOR FROM WRK-LIQUIDO                     00822420
             MOVE 'VT  '           TO WRK-DET-CODVERBA                  00822440
             MOVE 'VALE-TRANSPORTE' TO WRK-DET-DESC                     00822460
             MOVE 'D'              TO WRK-DET-TIPO                      00822480
             MOVE WRK-VT-VALOR     TO WRK-DET-VALOR                     00822500
             PERFORM 2550-GRAVAR-DETALHE                                00822520
            END-IF                                                      00822540
           END-IF.                                                      00822560
      *-----------------------------------------------------            00822580
       2385-99-FIM.                                  EXIT.              00822600
      *-----------------------------------------------------            00822620
                                                                        00822640
      *-----------------------------------------------------            00822660
       2387-DESCONTAR-VR                          SECTION.              00822670
      *-----------------------------------------------------            00822680
      *    VALE-REFEICAO: DESCONTA A PARTE DO FUNCIONARIO NO            00822690
      *    CREDITO DO MES. LIMITADO AO LIQUIDO COMO O VT.               00822700
           MOVE ZEROS TO WRK-VR-VALOR.                                  00822710
                                                                        00822720
           IF WRK-VR-DEVIDO GREATER ZEROS                               00822730
            COMPUTE WRK-VR-VALOR ROUNDED = WRK-VR-DEVIDO                00822740
            IF WRK-VR-VALOR GREATER WRK-LIQUIDO                         00822750
             DISPLAY 'DESCONTO DE VR MAIOR QUE O '                      00822760
                     'LIQUIDO - LIMITADO - ID: ' WRK-ID                 00822770
             MOVE WRK-LIQUIDO TO WRK-VR-VALOR                           00822780
            END-IF                                                      00822790
            IF WRK-VR-VALOR GREATER ZEROS                               00822800
             SUBTRACT WRK-VR-VALOR FROM WRK-LIQUIDO                     00822810
             MOVE 'VR  '           TO WRK-DET-CODVERBA                  00822820
             MOVE 'VALE-REFEICAO'  TO WRK-DET-DESC                      00822830
             MOVE 'D'              TO WRK-DET-TIPO                      00822840
             MOVE WRK-VR-VALOR     TO WRK-DET-VALOR                     00822850
             PERFORM 2550-GRAVAR-DETALHE                                00822860
            END-IF                                                      00822870
           END-IF.                                                      00822880
      *-----------------------------------------------------            00822890
       2387-99-FIM.                                  EXIT.              00822900
      *-----------------------------------------------------            00822910
                                                                        00822920
      *-----------------------------------------------------            00822930
       2390-DESCONTAR-PLANOS                      SECTION.              00823000
      *-----------------------------------------------------            00824000
      *    COPARTICIPACAO DOS PLANOS DE SAUDE/ODONTO: CUSTO             00825000
      *-----------------------------------------------------            00874000
                                                                        00875000
      *-----------------------------------------------------            00876000
       2392-DESCONTAR-COPART                      SECTION.              00876020
      *-----------------------------------------------------            00876040
      *    COPARTICIPACAO DA UTILIZACAO (FR22DB72). LIMITADA            00876060
      *    AO LIQUIDO; A PARTE NAO DESCONTADA VOLTA PARA O              00876080
      *    SALDO DO MES SEGUINTE EM IVAN.COPART.                        00876100
           MOVE ZEROS TO WRK-COPA-VALOR.                                00876120
                                                                        00876140
           IF WRK-COPA-DEVIDO GREATER ZEROS                             00876160
            COMPUTE WRK-COPA-VALOR ROUNDED = WRK-COPA-DEVIDO            00876180
            IF WRK-COPA-VALOR GREATER WRK-LIQUIDO                       00876200
             DISPLAY 'COPARTICIPACAO MAIOR QUE O LIQUIDO - '            00876220
                     'LIMITADA - ID: ' WRK-ID                           00876240
             MOVE WRK-LIQUIDO TO WRK-COPA-VALOR                         00876260
             COMPUTE WRK-COPA-RESTO =                                   00876280
                     WRK-COPA-DEVIDO - WRK-COPA-VALOR                   00876300
             IF WRK-MODO-NORMAL                                         00876320
              EXEC SQL                                                  00876340
               UPDATE IVAN.COPART                                       00876360
                  SET VALORDESC = :WRK-COPA-VALOR,                      00876380
                      SALDOPROX = SALDOPROX + :WRK-COPA-RESTO           00876400
                WHERE IDFUNC = :DB2-ID                                  00876420
                  AND COMPETENCIA = :WRK-PARM-COMPET                    00876440
              END-EXEC                                                  00876460
              IF SQLCODE NOT EQUAL 0                                    00876480
               MOVE SQLCODE TO WRK-SQLCODE                              00876500
               DISPLAY 'ERRO' WRK-SQLCODE ' AO ATUALIZAR '              00876520
                       'IVAN.COPART - ID: ' WRK-ID                      00876540
              END-IF                                                    00876560
             END-IF                                                     00876580
            END-IF                                                      00876600
            IF WRK-COPA-VALOR GREATER ZEROS                             00876620
             SUBTRACT WRK-COPA-VALOR FROM WRK-LIQUIDO                   00876640
             MOVE 'COPA'           TO WRK-DET-CODVERBA                  00876660
             MOVE 'COPARTICIPACAO PLANO' TO WRK-DET-DESC                00876680
             MOVE 'D'              TO WRK-DET-TIPO                      00876700
             MOVE WRK-COPA-VALOR   TO WRK-DET-VALOR                     00876720
             PERFORM 2550-GRAVAR-DETALHE                                00876740
            END-IF                                                      00876760
           END-IF.                                                      00876780
      *-----------------------------------------------------            00876800
       2392-99-FIM.                                  EXIT.              00876820
      *-----------------------------------------------------            00876840
                                                                        00876860
      *-----------------------------------------------------            00876880
       2395-CUSTO-DO-PLANO                        SECTION.              00877000
      *-----------------------------------------------------            00878000
           MOVE ZEROS TO WRK-PLA-VALORTIT.                              00879000
                    DESCINSS = :WRK-DESCINSS,                           00951000
                    DESCIRRF = :WRK-DESCIRRF,                           00952000
                    LIQUIDO  = :WRK-LIQUIDO,                            00953000
                    EMPRESA  = :WRK-EMPRESA,                            00953500
                    DATAHORA = CURRENT TIMESTAMP                        00954000
              WHERE COMPETENCIA = :WRK-PARM-COMPET                      00955000
                AND IDFUNC = :WRK-ID                                    00956000
             EXEC SQL                                                   00960000
              INSERT INTO IVAN.FOPAG                                    00961000
                    (COMPETENCIA,IDFUNC,BRUTO,DESCINSS,                 00962000
                     DESCIRRF,LIQUIDO,TIPO,DATAHORA,EMPRESA)            00963000
              VALUES (:WRK-PARM-COMPET,:WRK-ID,:WRK-BRUTO,              00964000
                      :WRK-DESCINSS,:WRK-DESCIRRF,                      00965000
                      :WRK-LIQUIDO,'N',CURRENT TIMESTAMP,               00965660
                      :WRK-EMPRESA)                                     00966320
             END-EXEC                                                   00967000
             DISPLAY 'FUNCIONARIO NOVO NA COMPETENCIA: ' WRK-ID         00968000
            END-IF                                                      00969000
            EXEC SQL                                                    00971000
             INSERT INTO IVAN.FOPAG                                     00972000
                   (COMPETENCIA,IDFUNC,BRUTO,DESCINSS,                  00973000
                    DESCIRRF,LIQUIDO,TIPO,DATAHORA,EMPRESA)             00974000
             VALUES (:WRK-PARM-COMPET,:WRK-ID,:WRK-BRUTO,               00975000
                     :WRK-DESCINSS,:WRK-DESCIRRF,                       00976000
                     :WRK-LIQUIDO,'N',CURRENT TIMESTAMP,                00976660
                     :WRK-EMPRESA)                                      00977320
            END-EXEC                                                    00978000
           END-IF.                                                      00979000
                                                                        00980000
           END-IF.                                                      01022000
      *-----------------------------------------------------            01023000
       2550-99-FIM.                                  EXIT.              01024000
      *-----------------------------------------------------            01024020
                                                                        01024040
      *-----------------------------------------------------            01024060
       2560-ACUMULAR-EMPRESA                      SECTION.              01024080
      *-----------------------------------------------------            01024100
           MOVE 'N' TO WRK-EMP-ACHOU.                                   01024120
           MOVE 1   TO WRK-EMP-IDX.                                     01024140
           PERFORM 2565-PROCURAR-EMPRESA                                01024160
                   UNTIL WRK-EMP-IDX GREATER WRK-EMP-COUNT              01024180
                      OR WRK-EMP-ACHOU EQUAL 'S'.                       01024200
                                                                        01024220
           IF WRK-EMP-ACHOU EQUAL 'N'                                   01024240
            IF WRK-EMP-COUNT LESS 20                                    01024260
             ADD 1 TO WRK-EMP-COUNT                                     01024280
             MOVE WRK-EMP-COUNT TO WRK-EMP-IDX                          01024300
             MOVE WRK-EMPRESA   TO WRK-EMP-COD (WRK-EMP-IDX)            01024320
             MOVE ZEROS         TO WRK-EMP-QTDE (WRK-EMP-IDX)           01024340
                                   WRK-EMP-BRUTO (WRK-EMP-IDX)          01024360
                                   WRK-EMP-INSS (WRK-EMP-IDX)           01024380
                                   WRK-EMP-IRRF (WRK-EMP-IDX)           01024400
                                   WRK-EMP-LIQUIDO (WRK-EMP-IDX)        01024420
            ELSE                                                        01024440
             DISPLAY 'TABELA DE EMPRESAS CHEIA - EMPRESA '              01024460
                     WRK-EMPRESA ' FORA DOS TOTAIS'                     01024480
             GO TO 2560-99-FIM                                          01024500
            END-IF                                                      01024520
           END-IF.                                                      01024540
                                                                        01024560
           ADD 1            TO WRK-EMP-QTDE (WRK-EMP-IDX).              01024580
           ADD WRK-BRUTO    TO WRK-EMP-BRUTO (WRK-EMP-IDX).             01024600
           ADD WRK-DESCINSS TO WRK-EMP-INSS (WRK-EMP-IDX).              01024620
           ADD WRK-DESCIRRF TO WRK-EMP-IRRF (WRK-EMP-IDX).              01024640
           ADD WRK-LIQUIDO  TO WRK-EMP-LIQUIDO (WRK-EMP-IDX).           01024660
      *-----------------------------------------------------            01024680
       2560-99-FIM.                                  EXIT.              01024700
      *-----------------------------------------------------            01024720
                                                                        01024740
      *-----------------------------------------------------            01024760
       2565-PROCURAR-EMPRESA                      SECTION.              01024780
      *-----------------------------------------------------            01024800
           IF WRK-EMP-COD (WRK-EMP-IDX) EQUAL WRK-EMPRESA               01024820
            MOVE 'S' TO WRK-EMP-ACHOU                                   01024840
           ELSE                                                         01024860
            ADD 1 TO WRK-EMP-IDX                                        01024880
           END-IF.                                                      01024900
      *-----------------------------------------------------            01024920
       2565-99-FIM.                                  EXIT.              01024940
      *-----------------------------------------------------            01025000
                                                                        01026000
      *-----------------------------------------------------            01027000
              COMMIT                                                    01063000
           END-EXEC.                                                    01064000
                                                                        01065000
           CLOSE RELFOPAG AVULPROC PENSPAG.                             01066000
                                                                        01067000
           DISPLAY ' '.                                                 01068000
           DISPLAY 'COMPETENCIA:     '  WRK-PARM-COMPET.                01069000
           DISPLAY 'TOTAL BRUTO:     '  WRK-BRUTOACUM.                  01071000
           DISPLAY 'TOTAL LIQUIDO:   '  WRK-LIQUIDOACUM.                01072000
           DISPLAY 'TOTAL ADICIONAL: '  WRK-ADICACUM.                   01073000
           DISPLAY 'TOTAL HORAS EXTRAS/NOTURNAS:' WRK-HORASACUM.        01073330
           DISPLAY 'TOTAL DSR S/ HORAS:' WRK-DSRACUM.                   01073660
           DISPLAY 'TOTAL CONSIGNADO:'  WRK-CONSIGACUM.                 01074000
           DISPLAY 'TOTAL FALTAS:    '  WRK-FALTACUM.                   01075000
           DISPLAY 'FUNC. C/ AFASTAMENTO:' WRK-QTDE-AFAST.              01075250
           DISPLAY 'TOTAL VALE-TRANSP:'  WRK-VTACUM.                    01075500
           DISPLAY 'TOTAL VALE-REFEI:'  WRK-VRACUM.                     01075580
           DISPLAY 'TOTAL PENSAO ALIM:'  WRK-PENACUM.                   01075660
           DISPLAY 'PAGTOS PENSAO (PENSPAG):' WRK-QTDE-PENSPAG.         01075820
           DISPLAY 'TOTAL PLANOS:    '  WRK-PLANOACUM.                  01076000
           DISPLAY 'TOTAL COPARTIC.: '  WRK-COPAACUM.                   01076500
           DISPLAY 'AVULSAS PROVENTOS:'  WRK-AVULPACUM.                 01077000
           DISPLAY 'AVULSAS DESCONTOS:'  WRK-AVULDACUM.                 01078000
           PERFORM 3200-AVULSAS-PENDENTES.                              01079000
           MOVE 1 TO WRK-EMP-IDX.                                       01079250
           PERFORM 3100-TOTAIS-EMPRESA                                  01079500
                   UNTIL WRK-EMP-IDX GREATER WRK-EMP-COUNT.             01079750
           IF WRK-MODO-RERUN                                            01080000
            DISPLAY 'DIFERENCAS NO REPROCESSAMENTO: ' WRK-REGDIFS       01081000
           END-IF.                                                      01082000
           CALL 'GRAVARUN' USING RUN-DADOS.                             01089000
      *-----------------------------------------------------            01090000
       3000-99-FIM.                                  EXIT.              01091000
      *-----------------------------------------------------            01091060
                                                                        01091120
      *-----------------------------------------------------            01091180
       3100-TOTAIS-EMPRESA                        SECTION.              01091240
      *-----------------------------------------------------            01091300
           DISPLAY 'EMPRESA ' WRK-EMP-COD (WRK-EMP-IDX)                 01091360
                   ' FUNCIONARIOS: ' WRK-EMP-QTDE (WRK-EMP-IDX).        01091420
           DISPLAY '   BRUTO:   ' WRK-EMP-BRUTO (WRK-EMP-IDX)           01091480
                   ' INSS: '      WRK-EMP-INSS (WRK-EMP-IDX).           01091540
           DISPLAY '   IRRF:    ' WRK-EMP-IRRF (WRK-EMP-IDX)            01091600
                   ' LIQUIDO: '   WRK-EMP-LIQUIDO (WRK-EMP-IDX).        01091660
           ADD 1 TO WRK-EMP-IDX.                                        01091720
      *-----------------------------------------------------            01091780
       3100-99-FIM.                                  EXIT.              01091840
      *-----------------------------------------------------            01092000
                                                                        01093000
      *-----------------------------------------------------            01094000
                   :DB2-NOME,                                           01127000
                   :DB2-SETOR,                                          01128000
                   :DB2-SALARIO,                                        01129000
                   :WRK-EMPRESA-DB2,                                    01129500
                   :WRK-ADIC-PCT,                                       01130000
                   :WRK-CONSIG-PARC,                                    01131000
                   :WRK-QTDE-DEPEND,                                    01132000
                   :WRK-QTDE-FALTAS,                                    01132400
                   :WRK-HOR-HE50,                                       01132800
                   :WRK-HOR-HE100,                                      01133200
                   :WRK-HOR-HNOT,                                       01133460
                   :WRK-VT-COMPRA,                                      01133640
                   :WRK-VR-DEVIDO,                                      01133680
                   :WRK-COPA-DEVIDO,                                    01133730
                   :WRK-DIAS-AFAST                                      01133820
           END-EXEC.                                                    01134000
                                                                        01135000
           EVALUATE SQLCODE                                             01136000
