      *           O REJFRETE FAZ NA COTACAO.              *             00028000
      *           EMITIDAS. CODIGO 998 FECHA A NOTA DO    *             00029000
      *           PEDIDO CORRENTE E 999 ENCERRA O DIA.    *             00030000
      *           O PEDIDO PODE TRAZER O VENDEDOR (IDFUNC *             00030100
      *           ATIVO EM IVAN.FUNC), QUE SAI NO         *             00030200
      *           CABECALHO DA NOTA PARA A COMISSAO DO    *             00030300
      *           FR22CB35; VENDEDOR INEXISTENTE OU       *             00030400
      *           INATIVO REJEITA O PEDIDO PARA REJPED.   *             00030500
      *           CREDITO: NA ABERTURA DO PEDIDO O        *             00030507
      *           CLIENTE COM TITULO DO MASTER DE         *             00030514
      *           DUPLICATAS (DUPLICAT) VENCIDO HA MAIS   *             00030521
      *           DE N DIAS (PARMCRED, DEFAULT 030, REGRA *             00030528
      *           DO AGING DO FR22CB29) E RECUSADO; NO    *             00030535
      *           FECHAMENTO, SALDO EM ABERTO MAIS AS     *             00030542
      *           NOTAS DO DIA MAIS O PEDIDO NAO PODE     *             00030549
      *           PASSAR DO LIMITE DO CLIMSTR (ZERO = SEM *             00030556
      *           LIMITE). A NOTA SO E GRAVADA APOS ESSA  *             00030563
      *           CONSULTA; PEDIDO RECUSADO DEVOLVE O     *             00030570
      *           ESTOQUE E VAI PARA REJPED COM O MOTIVO, *             00030577
      *           SALVO LIBERACAO DO FINANCEIRO NO        *             00030584
      *           LIBCRED (NUMERO DO PEDIDO E CLIENTE).   *             00030591
      *           IMPOSTOS: CADA ITEM TEM ICMS PELA       *             00030592
      *           ALIQUOTA DA UF DE DESTINO E IPI PELA    *             00030593
      *           ALIQUOTA DO PRODUTO (TRIBTAB), BASE =   *             00030594
      *           VALOR DO ITEM, GRAVADOS NO REGISTRO 'J' *             00030595
      *           APOS O ITEM; O REGISTRO 'X' ANTES DO    *             00030596
      *           TOTAL TRAZ BASE, ICMS, IPI E O VALOR    *             00030597
      *           BRUTO (TOTAL + IPI), QUE E O VALOR      *             00030598
      *           CONSIDERADO NO LIMITE DE CREDITO.       *             00030599
      *           CADA ITEM DA NOTA EMITIDA GRAVA A SAIDA *             00030600
      *           ('VE') NA RAZAO DE MOVIMENTOS DE        *             00030601
      *           ESTOQUE MOVEST, BASE DO KARDEX DO       *             00030602
      *           FR22CB40.                               *             00030603
      *           PRECO: O ITEM SAI PELO MELHOR PRECO     *             00030605
      *           VIGENTE NA DATA DO PEDIDO (SYSIN; ZEROS *             00030607
      *           = HOJE) ENTRE A LISTA DO PRODMSTR E A   *             00030609
      *           PRECOTAB (PRECO OU PERCENTUAL DE        *             00030611
      *           DESCONTO POR CLIENTE OU POR GRUPO       *             00030613
      *           COMERCIAL DO CLIMSTR, COM INICIO E FIM  *             00030615
      *           DE VIGENCIA); O 'I' TRAZ O PRECO        *             00030617
      *           APLICADO E O PRECO DE LISTA. ITEM       *             00030619
      *           ABAIXO DO CUSTO MEDIO DO ULTIMO KARDEX  *             00030621
      *           (CUSTOMED, O SALDONOV DO FR22CB40) MAIS *             00030623
      *           A MARGEM MINIMA DO PARMCRED (DEFAULT    *             00030625
      *           10,00%) SAI NO RELMARG COM A NOTA       *             00030627
      *           EMITIDA.                                *             00030629
      *           BACKORDER: ITEM SEM ESTOQUE SUFICIENTE  *             00030630
      *           FATURA O DISPONIVEL E A FALTA VAI PARA  *             00030631
      *           O BACKORD (PEDIDO, CLIENTE, PRODUTO,    *             00030632
      *           QTDE, DATA DO PEDIDO) QUANDO A NOTA E   *             00030633
      *           EMITIDA; PEDIDO RECUSADO NAO DEIXA      *             00030634
      *           BACKORDER. OS BACKORDERS LIBERADOS PELO *             00030635
      *           RECEBIMENTO (LIBBKO, DO FR22CB31) SAO   *             00030636
      *           FATURADOS ANTES DOS PEDIDOS DO DIA.     *             00030637
      *---------------------------------------------------*             00030643
      *  BASE  DE DADOS:                                  *             00030700
      *  TABELA             I/O           INCLUDE/BOOK    *             00030800
      *  IVAN.FUNC           I             ---------      *             00030900
      *===================================================*             00031000
                                                                        00032000
      *====================================================             00033000
           SELECT FRETETAB ASSIGN TO FRETETAB                           00042000
               ORGANIZATION IS SEQUENTIAL                               00043000
               FILE STATUS IS WRK-FS-FRETETAB.                          00044000
                                                                        00044200
           SELECT TRIBTAB ASSIGN TO TRIBTAB                             00044400
               ORGANIZATION IS SEQUENTIAL                               00044600
               FILE STATUS IS WRK-FS-TRIBTAB.                           00044800
                                                                        00045000
           SELECT REJPED ASSIGN TO REJPED                               00046000
               ORGANIZATION IS SEQUENTIAL                               00047000
           SELECT NOTAFISC ASSIGN TO NOTAFISC                           00065000
               ORGANIZATION IS SEQUENTIAL                               00066000
               FILE STATUS IS WRK-FS-NOTAFISC.                          00067000
                                                                        00067070
           SELECT DUPLICAT ASSIGN TO DUPLICAT                           00067140
               ORGANIZATION IS SEQUENTIAL                               00067210
               FILE STATUS IS WRK-FS-DUPLICAT.                          00067280
                                                                        00067350
           SELECT LIBCRED ASSIGN TO LIBCRED                             00067420
               ORGANIZATION IS SEQUENTIAL                               00067490
               FILE STATUS IS WRK-FS-LIBCRED.                           00067560
                                                                        00067630
           SELECT PARMCRED ASSIGN TO PARMCRED                           00067700
               ORGANIZATION IS SEQUENTIAL                               00067770
               FILE STATUS IS WRK-FS-PARMCRED.                          00067840
                                                                        00067870
           SELECT MOVEST ASSIGN TO MOVEST                               00067900
               ORGANIZATION IS SEQUENTIAL                               00067930
               FILE STATUS IS WRK-FS-MOVEST.                            00067960
                                                                        00067963
           SELECT PRECOTAB ASSIGN TO PRECOTAB                           00067966
               ORGANIZATION IS SEQUENTIAL                               00067969
               FILE STATUS IS WRK-FS-PRECOTAB.                          00067972
                                                                        00067975
           SELECT CUSTOMED ASSIGN TO CUSTOMED                           00067978
               ORGANIZATION IS SEQUENTIAL                               00067981
               FILE STATUS IS WRK-FS-CUSTOMED.                          00067984
                                                                        00067987
           SELECT RELMARG ASSIGN TO RELMARG                             00067990
               ORGANIZATION IS SEQUENTIAL                               00067993
               FILE STATUS IS WRK-FS-RELMARG.                           00067996
                                                                        00067997
           SELECT BACKORD ASSIGN TO BACKORD                             00067998
               ORGANIZATION IS SEQUENTIAL                               00067999
               FILE STATUS IS WRK-FS-BACKORD.                           00068000
                                                                        00068001
           SELECT LIBBKO ASSIGN TO LIBBKO                               00068002
               ORGANIZATION IS SEQUENTIAL                               00068003
               FILE STATUS IS WRK-FS-LIBBKO.                            00068004
      *====================================================             00068494
       DATA                                      DIVISION.              00069000
      *====================================================             00070000
      *----------------------------------------------------             00071000
       01 FD-FRETETAB.                                                  00078000
          05 FD-FRETE-ESTADO    PIC X(02).                              00079000
          05 FD-FRETE-PERCENT   PIC 9V99.                               00080000
                                                                        00080070
       FD TRIBTAB                                                       00080140
           RECORDING MODE IS F                                          00080210
           BLOCK CONTAINS 0 RECORDS.                                    00080280
      *-----------LRECL 20------------------------------------          00080350
      *    TIPO 'C' = ICMS DA UF DE DESTINO (CHAVE UF),                 00080420
      *    TIPO 'I' = IPI DO PRODUTO (CHAVE CODIGO).                    00080490
       01 FD-TRIBTAB.                                                   00080560
          05 FD-TRB-TIPO        PIC X(01).                              00080630
          05 FD-TRB-UF          PIC X(02).                              00080700
          05 FD-TRB-PRODUTO     PIC 9(03).                              00080770
          05 FD-TRB-ALIQ        PIC 9V9(04).                            00080840
          05 FILLER             PIC X(09).                              00080910
                                                                        00081000
       FD REJPED                                                        00082000
           RECORDING MODE IS F                                          00083000
          05 FD-REJ-UF          PIC X(02).                              00088000
          05 FD-REJ-PESO        PIC 9(05).                              00089000
          05 FD-REJ-MOTIVO      PIC X(30).                              00090000
          05 FD-REJ-VENDEDOR    PIC 9(05).                              00090660
          05 FD-REJ-PEDIDO      PIC 9(06).                              00090990
          05 FD-REJ-VALOR       PIC 9(08)V99.                           00091320
          05 FILLER             PIC X(17).                              00091650
                                                                        00092000
       FD CLIMSTR                                                       00093000
           RECORDING MODE IS F                                          00094000
           BLOCK CONTAINS 0 RECORDS.                                    00095000
      *-----------LRECL 112-----------------------------------          00096000
       01 FD-CLIMSTR.                                                   00097000
          05 FD-CLI-CODIGO       PIC 9(05).                             00098000
          05 FD-CLI-RAZAO        PIC X(40).                             00099000
          05 FD-CLI-CNPJ         PIC X(14).                             00100000
          05 FD-CLI-ENDERECO     PIC X(40).                             00101000
          05 FD-CLI-LIMITE       PIC 9(08)V99.                          00101500
          05 FD-CLI-GRUPO        PIC X(03).                             00101750
                                                                        00102000
       FD PRODMSTR                                                      00103000
           RECORDING MODE IS F                                          00104000
          05 FD-PROD-PRECO       PIC 9(05)V99.                          00110000
          05 FD-PROD-QTDESTOQ    PIC 9(05).                             00111000
          05 FD-PROD-ESTMIN      PIC 9(05).                             00112000
          05 FD-PROD-CODFORN     PIC 9(05).                             00112660
          05 FILLER              PIC X(10).                             00113320
                                                                        00114000
       FD RELREPOS                                                      00115000
           RECORDING MODE IS F                                          00116000
       FD NOTAFISC                                                      00121000
           RECORDING MODE IS F                                          00122000
           BLOCK CONTAINS 0 RECORDS.                                    00123000
      *-----------LRECL 65------------------------------------          00124000
       01 FD-NOTAFISC             PIC X(65).                            00125000
                                                                        00125030
       FD DUPLICAT                                                      00125060
           RECORDING MODE IS F                                          00125090
           BLOCK CONTAINS 0 RECORDS.                                    00125120
      *-----------LRECL 75------------------------------------          00125150
       01 FD-DUPLICAT.                                                  00125180
          05 FD-DUP-NUMERO       PIC 9(06).                             00125210
          05 FD-DUP-CLIENTE      PIC 9(05).                             00125240
          05 FD-DUP-VALOR        PIC 9(08)V99.                          00125270
          05 FD-DUP-VENCIMENTO   PIC 9(08).                             00125300
          05 FD-DUP-SALDO        PIC 9(08)V99.                          00125330
          05 FD-DUP-SITUACAO     PIC X(01).                             00125360
          05 FD-DUP-VENDEDOR     PIC 9(05).                             00125390
          05 FD-DUP-COMISSAO     PIC 9(08)V99.                          00125420
          05 FILLER              PIC X(20).                             00125430
                                                                        00125450
       FD LIBCRED                                                       00125480
           RECORDING MODE IS F                                          00125510
           BLOCK CONTAINS 0 RECORDS.                                    00125540
      *-----------LRECL 40------------------------------------          00125570
       01 FD-LIBCRED.                                                   00125600
          05 FD-LIB-PEDIDO       PIC 9(06).                             00125630
          05 FD-LIB-CLIENTE      PIC 9(05).                             00125660
          05 FD-LIB-USUARIO      PIC X(08).                             00125690
          05 FILLER              PIC X(21).                             00125720
                                                                        00125750
       FD PARMCRED                                                      00125780
           RECORDING MODE IS F                                          00125810
           BLOCK CONTAINS 0 RECORDS.                                    00125840
      *-----------LRECL 80------------------------------------          00125870
      *    MARGEM MINIMA EM PERCENTUAL SOBRE O CUSTO MEDIO              00125880
      *    (EX.: 1000 = 10,00%); EM BRANCO = DEFAULT 10,00.             00125890
       01 FD-PARMCRED.                                                  00125900
          05 FD-PCR-DIAS-ATRASO  PIC 9(03).                             00125930
          05 FD-PCR-MARGEM-MIN   PIC 9(02)V99.                          00125940
          05 FILLER              PIC X(73).                             00125950
                                                                        00125962
       FD MOVEST                                                        00125964
           RECORDING MODE IS F                                          00125966
           BLOCK CONTAINS 0 RECORDS.                                    00125968
      *-----------LRECL 60------------------------------------          00125970
      *    RAZAO DE MOVIMENTOS DE ESTOQUE (KARDEX DO FR22CB40).         00125972
      *    CUSTO ZERO = SAIDA VALORIZADA PELO CUSTO MEDIO.              00125974
       01 FD-MOVEST.                                                    00125976
          05 FD-MOV-PRODUTO      PIC 9(03).                             00125978
          05 FD-MOV-DATA         PIC 9(08).                             00125980
          05 FD-MOV-HORA         PIC 9(08).                             00125982
          05 FD-MOV-TIPO         PIC X(02).                             00125984
          05 FD-MOV-SENTIDO      PIC X(01).                             00125986
          05 FD-MOV-DOCUMENTO    PIC X(10).                             00125988
          05 FD-MOV-QTDE         PIC 9(05).                             00125990
          05 FD-MOV-CUSTO        PIC 9(05)V99.                          00125992
          05 FD-MOV-PROGRAMA     PIC X(08).                             00125994
          05 FILLER              PIC X(08).                             00125996
                                                                        00125997
       FD PRECOTAB                                                      00125998
           RECORDING MODE IS F                                          00125999
           BLOCK CONTAINS 0 RECORDS.                                    00126000
      *-----------LRECL 40------------------------------------          00126001
      *    TIPO 'C' = PRECO DO CLIENTE, 'G' = PRECO DO GRUPO            00126002
      *    COMERCIAL DO CLIMSTR. PRECO ZERO = VALE O                    00126003
      *    DESCONTO (PERCENTUAL SOBRE O PRECO DE LISTA).                00126004
      *    DATA FINAL ZERO = SEM FIM DE VIGENCIA.                       00126005
       01 FD-PRECOTAB.                                                  00126006
          05 FD-PRC-TIPO         PIC X(01).                             00126007
          05 FD-PRC-CLIENTE      PIC 9(05).                             00126008
          05 FD-PRC-GRUPO        PIC X(03).                             00126009
          05 FD-PRC-PRODUTO      PIC 9(03).                             00126010
          05 FD-PRC-DATAINI      PIC 9(08).                             00126011
          05 FD-PRC-DATAFIM      PIC 9(08).                             00126012
          05 FD-PRC-PRECO        PIC 9(05)V99.                          00126013
          05 FD-PRC-DESCONTO     PIC 9(02)V99.                          00126014
          05 FILLER              PIC X(01).                             00126015
                                                                        00126016
       FD CUSTOMED                                                      00126017
           RECORDING MODE IS F                                          00126018
           BLOCK CONTAINS 0 RECORDS.                                    00126019
      *-----------LRECL 40------------------------------------          00126020
      *    SALDOS DO ULTIMO KARDEX FECHADO (SALDONOV DO                 00126021
      *    FR22CB40): SO O CUSTO MEDIO E USADO AQUI.                    00126022
       01 FD-CUSTOMED.                                                  00126023
          05 FD-CMD-CODIGO       PIC 9(03).                             00126024
          05 FD-CMD-COMPET       PIC 9(06).                             00126025
          05 FD-CMD-QTDE         PIC S9(07).                            00126026
          05 FD-CMD-CUSTO        PIC 9(05)V9(04).                       00126027
          05 FD-CMD-VALOR        PIC S9(11)V99.                         00126028
          05 FILLER              PIC X(02).                             00126029
                                                                        00126030
       FD RELMARG                                                       00126031
           RECORDING MODE IS F                                          00126032
           BLOCK CONTAINS 0 RECORDS.                                    00126033
      *-----------LRECL 80------------------------------------          00126034
       01 FD-RELMARG              PIC X(80).                            00126035
                                                                        00126045
       FD BACKORD                                                       00126055
           RECORDING MODE IS F                                          00126065
           BLOCK CONTAINS 0 RECORDS.                                    00126075
      *-----------LRECL 60------------------------------------          00126085
      *    QUANTIDADE PEDIDA SEM ESTOQUE NO FATURAMENTO, COM OS         00126095
      *    DADOS DO PEDIDO PARA O REFATURAMENTO. DATA = DATA DO         00126105
      *    PEDIDO. SITUACAO A = EM ABERTO, L = LIBERADO PELO            00126115
      *    RECEBIMENTO (FR22CB31) NA QTDE-LIB E DATA-LIB.               00126125
       01 FD-BACKORD.                                                   00126135
          05 FD-BKO-PEDIDO       PIC 9(06).                             00126145
          05 FD-BKO-CLIENTE      PIC 9(05).                             00126155
          05 FD-BKO-PRODUTO      PIC 9(03).                             00126165
          05 FD-BKO-QTDE         PIC 9(05).                             00126175
          05 FD-BKO-DATA         PIC 9(08).                             00126185
          05 FD-BKO-UF           PIC X(02).                             00126195
          05 FD-BKO-VENDEDOR     PIC 9(05).                             00126205
          05 FD-BKO-SITUACAO     PIC X(01).                             00126215
          05 FD-BKO-QTDE-LIB     PIC 9(05).                             00126225
          05 FD-BKO-DATA-LIB     PIC 9(08).                             00126235
          05 FILLER              PIC X(12).                             00126245
                                                                        00126255
       FD LIBBKO                                                        00126265
           RECORDING MODE IS F                                          00126275
           BLOCK CONTAINS 0 RECORDS.                                    00126285
      *-----------LRECL 60------------------------------------          00126295
      *    BACKORDERS LIBERADOS PELO FR22CB31 (MESMO LAYOUT DO          00126305
      *    BACKORD): FATURA A QTDE-LIB NA PROXIMA EXECUCAO.             00126315
       01 FD-LIBBKO.                                                    00126325
          05 FD-LBK-PEDIDO       PIC 9(06).                             00126335
          05 FD-LBK-CLIENTE      PIC 9(05).                             00126345
          05 FD-LBK-PRODUTO      PIC 9(03).                             00126355
          05 FD-LBK-QTDE         PIC 9(05).                             00126365
          05 FD-LBK-DATA         PIC 9(08).                             00126375
          05 FD-LBK-UF           PIC X(02).                             00126385
          05 FD-LBK-VENDEDOR     PIC 9(05).                             00126395
          05 FD-LBK-SITUACAO     PIC X(01).                             00126405
          05 FD-LBK-QTDE-LIB     PIC 9(05).                             00126415
          05 FD-LBK-DATA-LIB     PIC 9(08).                             00126425
          05 FILLER              PIC X(12).                             00126435
      *----------------------------------------------------             00126515
       WORKING-STORAGE                            SECTION.              00127000
      *----------------------------------------------------             00128000
       01 WRK-DADOS.                                                    00129000
          05 WRK-CLIENTE     PIC 9(05)    VALUE ZEROS.                  00134000
          05 WRK-UF          PIC X(02)    VALUE SPACES.                 00135000
          05 WRK-PESO        PIC 9(05)    VALUE ZEROS.                  00136000
          05 WRK-VENDEDOR    PIC 9(05)    VALUE ZEROS.                  00136160
          05 WRK-PEDIDO      PIC 9(06)    VALUE ZEROS.                  00136240
          05 WRK-DATA-PEDIDO PIC 9(08)    VALUE ZEROS.                  00136280
                                                                        00136320
           EXEC SQL                                                     00136480
              INCLUDE SQLCA                                             00136640
           END-EXEC.                                                    00136800
      *----------------------------------------------------             00137000
       01 FILLER PIC X(48) VALUE                                        00138000
           '--------------PRODUTO MASTER (VSAM)----------'.             00139000
       77 WRK-FS-NOTAFISC     PIC 9(02)    VALUE ZEROS.                 00142000
       77 WRK-FS-RELREPOS     PIC 9(02)    VALUE ZEROS.                 00143000
       77 WRK-FS-CLIMSTR      PIC 9(02)    VALUE ZEROS.                 00144000
       77 WRK-FS-MOVEST       PIC 9(02)    VALUE ZEROS.                 00144330
       77 WRK-HORA-ATUAL      PIC 9(08)    VALUE ZEROS.                 00144660
      *----------------------------------------------------             00145000
       01 FILLER PIC X(48) VALUE                                        00146000
           '--------------CLIENTES LIDOS EM MEMORIA------'.             00147000
       77 WRK-CLIMSTR-IDX     PIC 9(03)    VALUE 0.                     00150000
       77 WRK-CLI-ACHOU       PIC X(01)    VALUE 'N'.                   00151000
       77 WRK-CLI-RAZAO-NF    PIC X(40)    VALUE SPACES.                00152000
       77 WRK-CLI-CORRENTE    PIC 9(03)    VALUE 0.                     00152500
       01 WRK-CLIMSTR-TAB.                                              00153000
          05 WRK-CLIMSTR-ITEM OCCURS 200 TIMES.                         00154000
             10 WRK-CLIMSTR-CODIGO PIC 9(05).                           00155000
             10 WRK-CLIMSTR-RAZAO  PIC X(40).                           00156000
             10 WRK-CLIMSTR-LIMITE PIC 9(08)V99.                        00156030
             10 WRK-CLIMSTR-ABERTO PIC 9(10)V99.                        00156060
             10 WRK-CLIMSTR-ATRASO PIC 9(05).                           00156090
             10 WRK-CLIMSTR-GRUPO  PIC X(03).                           00156100
      *----------------------------------------------------             00156120
       01 FILLER PIC X(48) VALUE                                        00156150
           '--------------CREDITO DO CLIENTE-------------'.             00156180
      *----------------------------------------------------             00156210
       77 WRK-FS-DUPLICAT     PIC 9(02)    VALUE ZEROS.                 00156240
       77 WRK-FS-LIBCRED      PIC 9(02)    VALUE ZEROS.                 00156270
       77 WRK-FS-PARMCRED     PIC 9(02)    VALUE ZEROS.                 00156300
       77 WRK-DIAS-TOLERANCIA PIC 9(03)    VALUE 030.                   00156330
       77 WRK-DUP-ATRASO      PIC S9(05)   VALUE ZEROS.                 00156360
       77 WRK-DIAS-REF        PIC 9(08)    VALUE ZEROS.                 00156390
       77 WRK-DIAS-VENC       PIC 9(08)    VALUE ZEROS.                 00156420
       77 WRK-DIAS-AUX        PIC 9(08)    VALUE ZEROS.                 00156450
       01 WRK-DATA-AUX.                                                 00156480
          05 WRK-AUX-ANO      PIC 9(04).                                00156510
          05 WRK-AUX-MES      PIC 9(02).                                00156540
          05 WRK-AUX-DIA      PIC 9(02).                                00156570
       01 WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX                         00156600
                              PIC 9(08).                                00156630
       77 WRK-LIB-COUNT       PIC 9(03)    VALUE 0.                     00156660
       77 WRK-LIB-IDX         PIC 9(03)    VALUE 0.                     00156690
       77 WRK-PED-LIBERADO    PIC X(01)    VALUE 'N'.                   00156720
       77 WRK-PEDLIB          PIC 9(03)    VALUE ZEROS.                 00156750
       77 WRK-PEDCRED         PIC 9(03)    VALUE ZEROS.                 00156780
       01 WRK-LIB-TAB.                                                  00156810
          05 WRK-LIB-ITEM OCCURS 200 TIMES.                             00156840
             10 WRK-LIB-PEDIDO   PIC 9(06).                             00156870
             10 WRK-LIB-CLIENTE  PIC 9(05).                             00156900
             10 WRK-LIB-USUARIO  PIC X(08).                             00156930
      *----------------------------------------------------             00157000
       01 FILLER PIC X(48) VALUE                                        00158000
           '--------------TAXAS DE FRETE (FRETETAB)------'.             00159000
       77 WRK-NF-UF           PIC X(02)    VALUE SPACES.                00169000
       77 WRK-NF-PESO         PIC 9(05)    VALUE ZEROS.                 00170000
       77 WRK-PEDREJ          PIC 9(03)    VALUE ZEROS.                 00171000
       77 WRK-MOTIVO-REJ      PIC X(30)    VALUE SPACES.                00171500
       01 WRK-FRETETAB-TAB.                                             00172000
          05 WRK-FRETETAB-ITEM OCCURS 30 TIMES.                         00173000
             10 WRK-FRETETAB-ESTADO  PIC X(02).                         00174000
             10 WRK-FRETETAB-PERCENT PIC 9V99.                          00175000
      *----------------------------------------------------             00175030
       01 FILLER PIC X(48) VALUE                                        00175060
           '--------------ALIQUOTAS ICMS/IPI (TRIBTAB)---'.             00175090
      *----------------------------------------------------             00175120
       77 WRK-FS-TRIBTAB      PIC 9(02)    VALUE ZEROS.                 00175150
       77 WRK-TRB-COUNT       PIC 9(03)    VALUE 0.                     00175180
       77 WRK-TRB-IDX         PIC 9(03)    VALUE 0.                     00175210
       77 WRK-TRB-ACHOU       PIC X(01)    VALUE 'N'.                   00175240
       77 WRK-TRB-TIPO-BUSCA  PIC X(01)    VALUE SPACES.                00175270
       77 WRK-TRB-UF-BUSCA    PIC X(02)    VALUE SPACES.                00175300
       77 WRK-TRB-PROD-BUSCA  PIC 9(03)    VALUE ZEROS.                 00175330
       77 WRK-TRB-ALIQ        PIC 9V9(04)  VALUE ZEROS.                 00175360
       77 WRK-ICMS-ALIQ       PIC 9V9(04)  VALUE ZEROS.                 00175390
       77 WRK-IPI-ALIQ        PIC 9V9(04)  VALUE ZEROS.                 00175420
       77 WRK-ICMS-ITEM       PIC 9(07)V99 VALUE ZEROS.                 00175450
       77 WRK-IPI-ITEM        PIC 9(07)V99 VALUE ZEROS.                 00175480
       77 WRK-BASE-ICMS-NOTA  PIC 9(08)V99 VALUE ZEROS.                 00175510
       77 WRK-ICMS-NOTA       PIC 9(08)V99 VALUE ZEROS.                 00175540
       77 WRK-IPI-NOTA        PIC 9(08)V99 VALUE ZEROS.                 00175570
       77 WRK-BRUTO-NOTA      PIC 9(08)V99 VALUE ZEROS.                 00175600
       77 WRK-ICMS-DIA        PIC 9(09)V99 VALUE ZEROS.                 00175630
       77 WRK-IPI-DIA         PIC 9(09)V99 VALUE ZEROS.                 00175660
       01 WRK-TRB-TAB.                                                  00175690
          05 WRK-TRB-ITEM OCCURS 500 TIMES.                             00175720
             10 WRK-TRB-TIPO      PIC X(01).                            00175750
             10 WRK-TRB-UF        PIC X(02).                            00175780
             10 WRK-TRB-PRODUTO   PIC 9(03).                            00175810
             10 WRK-TRB-PERCENT   PIC 9V9(04).                          00175840
       77 WRK-PROD-VALIDO     PIC 9(01)    VALUE 0.                     00176000
       77 WRK-REGISREJ        PIC 9(03)    VALUE 0.                     00177000
      *----------------------------------------------------             00178000
       01 FILLER PIC X(48) VALUE                                        00179000
           '--------------TABELA DE PRECOS (PRECOTAB)----'.             00179010
      *----------------------------------------------------             00179020
       77 WRK-FS-PRECOTAB     PIC 9(02)    VALUE ZEROS.                 00179030
       77 WRK-PRC-COUNT       PIC 9(04)    VALUE 0.                     00179040
       77 WRK-PRC-IDX         PIC 9(04)    VALUE 0.                     00179050
       77 WRK-PRC-IGNORADOS   PIC 9(04)    VALUE 0.                     00179060
       77 WRK-PRC-GRUPO-CLI   PIC X(03)    VALUE SPACES.                00179070
       77 WRK-DATA-PRECO      PIC 9(08)    VALUE ZEROS.                 00179080
       77 WRK-PRECO-APLICADO  PIC 9(05)V99 VALUE ZEROS.                 00179090
       77 WRK-PRECO-CANDIDATO PIC 9(05)V99 VALUE ZEROS.                 00179100
       77 WRK-ITENS-TABELA    PIC 9(04)    VALUE ZEROS.                 00179110
       01 WRK-PRC-TAB.                                                  00179120
          05 WRK-PRC-ITEM OCCURS 1000 TIMES.                            00179130
             10 WRK-PRC-TIPO      PIC X(01).                            00179140
             10 WRK-PRC-CLIENTE   PIC 9(05).                            00179150
             10 WRK-PRC-GRUPO     PIC X(03).                            00179160
             10 WRK-PRC-PRODUTO   PIC 9(03).                            00179170
             10 WRK-PRC-DATAINI   PIC 9(08).                            00179180
             10 WRK-PRC-DATAFIM   PIC 9(08).                            00179190
             10 WRK-PRC-PRECO     PIC 9(05)V99.                         00179200
             10 WRK-PRC-DESCONTO  PIC 9(02)V99.                         00179210
      *----------------------------------------------------             00179220
       01 FILLER PIC X(48) VALUE                                        00179230
           '--------------MARGEM MINIMA SOBRE O CUSTO----'.             00179240
      *----------------------------------------------------             00179250
       77 WRK-FS-CUSTOMED     PIC 9(02)    VALUE ZEROS.                 00179260
       77 WRK-FS-RELMARG      PIC 9(02)    VALUE ZEROS.                 00179270
       77 WRK-MARGEM-MINIMA   PIC 9(02)V99 VALUE 10,00.                 00179280
       77 WRK-CMD-COUNT       PIC 9(04)    VALUE 0.                     00179290
       77 WRK-CMD-IDX         PIC 9(04)    VALUE 0.                     00179300
       77 WRK-CMD-ACHOU       PIC X(01)    VALUE 'N'.                   00179310
       77 WRK-CUSTO-ITEM      PIC 9(05)V9(04) VALUE ZEROS.              00179320
       77 WRK-PRECO-MINIMO    PIC 9(06)V9(04) VALUE ZEROS.              00179330
       77 WRK-MARGEM-ITEM     PIC S9(05)V99 VALUE ZEROS.                00179340
       77 WRK-NOTA-ABAIXO     PIC X(01)    VALUE 'N'.                   00179350
       77 WRK-ITEM-ABAIXO     PIC X(01)    VALUE 'N'.                   00179360
       77 WRK-ITENS-ABAIXO    PIC 9(04)    VALUE ZEROS.                 00179370
       77 WRK-PEDMARG         PIC 9(03)    VALUE ZEROS.                 00179380
       77 WRK-ITENS-SEM-CUSTO PIC 9(04)    VALUE ZEROS.                 00179390
       01 WRK-CMD-TAB.                                                  00179400
          05 WRK-CMD-ITEM OCCURS 999 TIMES.                             00179410
             10 WRK-CMD-CODIGO    PIC 9(03).                            00179420
             10 WRK-CMD-CUSTO     PIC 9(05)V9(04).                      00179430
       01 WRK-MARG-CABEC1.                                              00179440
          05 FILLER             PIC X(42) VALUE                         00179450
             'ITENS VENDIDOS ABAIXO DA MARGEM MINIMA DE '.              00179460
          05 WRK-MARG-CAB-PCT   PIC Z9,99.                              00179470
          05 FILLER             PIC X(33) VALUE                         00179480
             '% SOBRE O CUSTO MEDIO'.                                   00179490
       01 WRK-MARG-CABEC2.                                              00179500
          05 FILLER             PIC X(40) VALUE                         00179510
             'NOTA   PEDIDO CLIENTE PRD     LISTA  APL'.                00179520
          05 FILLER             PIC X(40) VALUE                         00179530
             'ICADO CUSTO MEDIO   MARGEM%'.                             00179540
       01 WRK-MARG-LINHA.                                               00179550
          05 WRK-MRG-NOTA       PIC 9(06).                              00179560
          05 FILLER             PIC X(01) VALUE SPACES.                 00179570
          05 WRK-MRG-PEDIDO     PIC 9(06).                              00179580
          05 FILLER             PIC X(01) VALUE SPACES.                 00179590
          05 WRK-MRG-CLIENTE    PIC 9(05).                              00179600
          05 FILLER             PIC X(03) VALUE SPACES.                 00179610
          05 WRK-MRG-PRODUTO    PIC 9(03).                              00179620
          05 FILLER             PIC X(01) VALUE SPACES.                 00179630
          05 WRK-MRG-LISTA      PIC ZZ.ZZ9,99.                          00179640
          05 FILLER             PIC X(01) VALUE SPACES.                 00179650
          05 WRK-MRG-APLICADO   PIC ZZ.ZZ9,99.                          00179660
          05 FILLER             PIC X(01) VALUE SPACES.                 00179670
          05 WRK-MRG-CUSTO      PIC ZZ.ZZ9,9999.                        00179680
          05 FILLER             PIC X(01) VALUE SPACES.                 00179690
          05 WRK-MRG-MARGEM     PIC -ZZZZ9,99.                          00179700
          05 FILLER             PIC X(13) VALUE SPACES.                 00179710
      *----------------------------------------------------             00179711
       01 FILLER PIC X(48) VALUE                                        00179712
           '--------------BACKORDER (FALTA DE ESTOQUE)---'.             00179713
      *----------------------------------------------------             00179714
      *    FALTAS DO PEDIDO CORRENTE: SO VAO PARA O BACKORD NO          00179715
      *    FECHAMENTO, SE O PEDIDO NAO FOR RECUSADO.                    00179716
       77 WRK-FS-BACKORD      PIC 9(02)    VALUE ZEROS.                 00179717
       77 WRK-FS-LIBBKO       PIC 9(02)    VALUE ZEROS.                 00179718
       77 WRK-BKO-COUNT       PIC 9(03)    VALUE 0.                     00179719
       77 WRK-BKO-IDX         PIC 9(03)    VALUE 0.                     00179720
       77 WRK-QTDE-FALTA      PIC 9(03)    VALUE ZEROS.                 00179721
       77 WRK-ITENS-BKO       PIC 9(04)    VALUE ZEROS.                 00179722
       77 WRK-QTDE-BKO        PIC 9(07)    VALUE ZEROS.                 00179723
       77 WRK-LIB-LIDAS       PIC 9(04)    VALUE ZEROS.                 00179724
       77 WRK-LIB-PEDIDO-ANT  PIC 9(06)    VALUE ZEROS.                 00179725
       77 WRK-LIB-CLIENTE-ANT PIC 9(05)    VALUE ZEROS.                 00179726
       01 WRK-DADOS-SYSIN     PIC X(74)    VALUE SPACES.                00179727
       01 WRK-BKO-TAB.                                                  00179728
          05 WRK-BKO-ITEM OCCURS 999 TIMES.                             00179729
             10 WRK-BKO-PRODUTO  PIC 9(03).                             00179730
             10 WRK-BKO-QTDE     PIC 9(03).                             00179731
      *----------------------------------------------------             00179811
       01 FILLER PIC X(48) VALUE                                        00179891
           '--------------REPOSICAO DE ESTOQUE-----------'.             00180000
      *----------------------------------------------------             00181000
       77 WRK-QTDE-REPOR      PIC 9(05)    VALUE ZEROS.                 00182000
       77 WRK-NOTAS-EMITIDAS PIC 9(04)    VALUE ZEROS.                  00211000
       77 WRK-ITENS-NA-NOTA  PIC 9(03)    VALUE ZEROS.                  00212000
       77 WRK-DATA-ATUAL     PIC 9(08)    VALUE ZEROS.                  00213000
       77 WRK-NF-VENDEDOR    PIC 9(05)    VALUE ZEROS.                  00213330
       77 WRK-ID-VENDEDOR    PIC S9(09) COMP VALUE ZEROS.               00213660
       77 WRK-NF-CLIENTE     PIC 9(05)    VALUE ZEROS.                  00213670
       77 WRK-NF-PEDIDO      PIC 9(06)    VALUE ZEROS.                  00213680
       77 WRK-TOTAL-PEDIDO   PIC 9(08)V99 VALUE ZEROS.                  00213690
       77 WRK-PED-IDX        PIC 9(03)    VALUE ZEROS.                  00213700
      *----------------------------------------------------             00213710
       01 FILLER PIC X(48) VALUE                                        00213720
           '--------------ITENS DO PEDIDO CORRENTE-------'.             00213730
      *----------------------------------------------------             00213740
      *    A NOTA SO E GRAVADA NO FECHAMENTO DO PEDIDO, DEPOIS          00213750
      *    DA CONSULTA AO LIMITE DE CREDITO.                            00213760
       01 WRK-PED-TAB.                                                  00213770
          05 WRK-PED-ITEM OCCURS 999 TIMES.                             00213780
             10 WRK-PED-CODIGO   PIC 9(03).                             00213790
             10 WRK-PED-DESCR    PIC X(30).                             00213800
             10 WRK-PED-PRECO    PIC 9(05)V99.                          00213810
             10 WRK-PED-QUANT    PIC 9(03).                             00213820
             10 WRK-PED-TOTAL    PIC 9(07)V99.                          00213830
             10 WRK-PED-ICMS     PIC 9(07)V99.                          00213870
             10 WRK-PED-ALIQ-IPI PIC 9V9(04).                           00213910
             10 WRK-PED-IPI      PIC 9(07)V99.                          00213950
             10 WRK-PED-PRECO-LISTA PIC 9(05)V99.                       00213960
             10 WRK-PED-CUSTO    PIC 9(05)V9(04).                       00213970
             10 WRK-PED-ABAIXO   PIC X(01).                             00213980
      *----------------------------------------------------             00214000
       01 FILLER PIC X(48) VALUE                                        00215000
           '--------------REGISTROS DA NOTA FISCAL-------'.             00216000
          05 WRK-NF-CAB-DATA    PIC 9(08).                              00221000
          05 WRK-NF-CAB-CLIENTE PIC 9(05).                              00222000
          05 WRK-NF-CAB-RAZAO   PIC X(40).                              00223000
          05 WRK-NF-CAB-VENDEDOR PIC 9(05).                             00223500
      *    PRECO = PRECO APLICADO (TABELA DO CLIENTE/GRUPO OU           00223660
      *    LISTA); PRECO-LISTA = PRECO DO PRODMSTR NA VENDA.            00223820
       01 WRK-NF-ITEM.                                                  00224000
          05 FILLER             PIC X(01) VALUE 'I'.                    00225000
          05 WRK-NF-ITM-CODIGO  PIC 9(03).                              00226000
          05 WRK-NF-ITM-PRECO   PIC 9(05)V99.                           00228000
          05 WRK-NF-ITM-QUANT   PIC 9(03).                              00229000
          05 WRK-NF-ITM-TOTAL   PIC 9(07)V99.                           00230000
          05 WRK-NF-ITM-PRECO-LISTA PIC 9(05)V99.                       00230660
          05 FILLER             PIC X(05) VALUE SPACES.                 00231320
       01 WRK-NF-FRETE.                                                 00232000
          05 FILLER             PIC X(01) VALUE 'F'.                    00233000
          05 WRK-NF-FRT-UF      PIC X(02).                              00234000
          05 WRK-NF-FRT-PESO    PIC 9(05).                              00235000
          05 WRK-NF-FRT-VALOR   PIC 9(07)V99.                           00236000
          05 FILLER             PIC X(48) VALUE SPACES.                 00237000
       01 WRK-NF-TOTAL.                                                 00238000
          05 FILLER             PIC X(01) VALUE 'T'.                    00239000
          05 WRK-NF-TOT-NUMERO  PIC 9(06).                              00240000
          05 WRK-NF-TOT-ITENS   PIC 9(03).                              00241000
          05 WRK-NF-TOT-VALOR   PIC 9(08)V99.                           00242000
          05 FILLER             PIC X(45) VALUE SPACES.                 00243000
      *    IMPOSTOS DO ITEM: LOGO APOS O 'I' CORRESPONDENTE.            00243040
       01 WRK-NF-IMPOSTO.                                               00243080
          05 FILLER             PIC X(01) VALUE 'J'.                    00243120
          05 WRK-NF-IMP-CODIGO  PIC 9(03).                              00243160
          05 WRK-NF-IMP-UF      PIC X(02).                              00243200
          05 WRK-NF-IMP-BASE-ICMS PIC 9(07)V99.                         00243240
          05 WRK-NF-IMP-ALIQ-ICMS PIC 9V9(04).                          00243280
          05 WRK-NF-IMP-ICMS    PIC 9(07)V99.                           00243320
          05 WRK-NF-IMP-BASE-IPI PIC 9(07)V99.                          00243360
          05 WRK-NF-IMP-ALIQ-IPI PIC 9V9(04).                           00243400
          05 WRK-NF-IMP-IPI     PIC 9(07)V99.                           00243440
          05 FILLER             PIC X(13) VALUE SPACES.                 00243480
      *    TOTAL DOS IMPOSTOS: LOGO ANTES DO 'T'. O BRUTO E O           00243520
      *    VALOR DO 'T' (PRODUTOS + FRETE) MAIS O IPI.                  00243560
       01 WRK-NF-TRIBUTOS.                                              00243600
          05 FILLER             PIC X(01) VALUE 'X'.                    00243640
          05 WRK-NF-TRB-NUMERO  PIC 9(06).                              00243680
          05 WRK-NF-TRB-BASE-ICMS PIC 9(08)V99.                         00243720
          05 WRK-NF-TRB-ICMS    PIC 9(08)V99.                           00243760
          05 WRK-NF-TRB-IPI     PIC 9(08)V99.                           00243800
          05 WRK-NF-TRB-BRUTO   PIC 9(08)V99.                           00243840
          05 FILLER             PIC X(18) VALUE SPACES.                 00243880
      *----------------------------------------------------             00244000
       01 FILLER PIC X(48) VALUE                                        00245000
           '--------------VARIAVEIS PARA MASCARA---------'.             00246000
           PERFORM 1080-CARREGAR-FRETETAB                               00275000
                   UNTIL WRK-FS-FRETETAB EQUAL 10.                      00276000
           CLOSE FRETETAB.                                              00277000
                                                                        00277100
           OPEN INPUT TRIBTAB.                                          00277200
           IF WRK-FS-TRIBTAB NOT EQUAL 0                                00277300
            DISPLAY 'ERRO AO ABRIR TRIBTAB: ' WRK-FS-TRIBTAB            00277400
            STOP RUN                                                    00277500
           END-IF.                                                      00277600
           PERFORM 1085-CARREGAR-TRIBTAB                                00277700
                   UNTIL WRK-FS-TRIBTAB EQUAL 10.                       00277800
           CLOSE TRIBTAB.                                               00277900
                                                                        00278000
           OPEN OUTPUT REJPED.                                          00279000
           IF WRK-FS-REJPED NOT EQUAL 0                                 00280000
                   UNTIL WRK-FS-CLIMSTR EQUAL 10.                       00291000
           CLOSE CLIMSTR.                                               00292000
                                                                        00293000
      *    POSICAO DE CREDITO: SALDO EM ABERTO E MAIOR ATRASO           00293020
      *    DE CADA CLIENTE NO MASTER DE DUPLICATAS, PELA                00293040
      *    REGRA DO AGING (FR22CB29, BASE 30) NA DATA DE HOJE.          00293060
           MOVE WRK-DATA-ATUAL TO WRK-DATA-AUX-N.                       00293080
           PERFORM 1070-DIAS-COMERCIAIS.                                00293100
           MOVE WRK-DIAS-AUX TO WRK-DIAS-REF.                           00293120
           OPEN INPUT DUPLICAT.                                         00293140
           IF WRK-FS-DUPLICAT EQUAL 35                                  00293160
            DISPLAY 'DUPLICAT AUSENTE - CLIENTES SEM SALDO EM ABERTO'   00293180
           ELSE                                                         00293200
            IF WRK-FS-DUPLICAT NOT EQUAL 0                              00293220
             DISPLAY 'ERRO AO ABRIR DUPLICAT: ' WRK-FS-DUPLICAT         00293240
             STOP RUN                                                   00293260
            END-IF                                                      00293280
            PERFORM 1060-CARREGAR-DUPLICAT                              00293300
                    UNTIL WRK-FS-DUPLICAT EQUAL 10                      00293320
            CLOSE DUPLICAT                                              00293340
           END-IF.                                                      00293360
                                                                        00293380
      *    PRAZO DE ATRASO TOLERADO (DEFAULT 030 DIAS).                 00293400
           OPEN INPUT PARMCRED.                                         00293420
           IF WRK-FS-PARMCRED EQUAL 0                                   00293440
            READ PARMCRED                                               00293460
            IF WRK-FS-PARMCRED EQUAL 0                                  00293480
               AND FD-PCR-DIAS-ATRASO NUMERIC                           00293500
               AND FD-PCR-DIAS-ATRASO GREATER ZEROS                     00293520
             MOVE FD-PCR-DIAS-ATRASO TO WRK-DIAS-TOLERANCIA             00293540
            END-IF                                                      00293560
            IF WRK-FS-PARMCRED EQUAL 0                                  00293564
               AND FD-PCR-MARGEM-MIN NUMERIC                            00293568
             MOVE FD-PCR-MARGEM-MIN TO WRK-MARGEM-MINIMA                00293572
            END-IF                                                      00293576
            CLOSE PARMCRED                                              00293580
           END-IF.                                                      00293600
                                                                        00293601
      *    PRECOS NEGOCIADOS POR CLIENTE OU GRUPO, COM VIGENCIA.        00293602
           OPEN INPUT PRECOTAB.                                         00293603
           IF WRK-FS-PRECOTAB EQUAL 35                                  00293604
            DISPLAY 'PRECOTAB AUSENTE - VENDA PELO PRECO DE LISTA'      00293605
           ELSE                                                         00293606
            IF WRK-FS-PRECOTAB NOT EQUAL 0                              00293607
             DISPLAY 'ERRO AO ABRIR PRECOTAB: ' WRK-FS-PRECOTAB         00293608
             STOP RUN                                                   00293609
            END-IF                                                      00293610
            PERFORM 1092-CARREGAR-PRECOTAB                              00293611
                    UNTIL WRK-FS-PRECOTAB EQUAL 10                      00293612
            CLOSE PRECOTAB                                              00293613
           END-IF.                                                      00293614
                                                                        00293615
      *    CUSTO MEDIO DO ULTIMO KARDEX PARA A MARGEM MINIMA.           00293616
           OPEN INPUT CUSTOMED.                                         00293617
           IF WRK-FS-CUSTOMED EQUAL 35                                  00293618
            DISPLAY 'CUSTOMED AUSENTE - MARGEM NAO CONFERIDA'           00293619
           ELSE                                                         00293620
            IF WRK-FS-CUSTOMED NOT EQUAL 0                              00293621
             DISPLAY 'ERRO AO ABRIR CUSTOMED: ' WRK-FS-CUSTOMED         00293622
             STOP RUN                                                   00293623
            END-IF                                                      00293624
            PERFORM 1095-CARREGAR-CUSTOMED                              00293625
                    UNTIL WRK-FS-CUSTOMED EQUAL 10                      00293626
            CLOSE CUSTOMED                                              00293627
           END-IF.                                                      00293628
                                                                        00293629
           OPEN OUTPUT RELMARG.                                         00293630
           IF WRK-FS-RELMARG NOT EQUAL 0                                00293631
            DISPLAY 'ERRO AO ABRIR RELMARG: ' WRK-FS-RELMARG            00293632
            STOP RUN                                                    00293633
           END-IF.                                                      00293634
           MOVE WRK-MARGEM-MINIMA TO WRK-MARG-CAB-PCT.                  00293635
           WRITE FD-RELMARG FROM WRK-MARG-CABEC1.                       00293636
           WRITE FD-RELMARG FROM WRK-MARG-CABEC2.                       00293637
                                                                        00293638
      *    LIBERACOES DO FINANCEIRO POR PEDIDO.                         00293640
           OPEN INPUT LIBCRED.                                          00293660
           IF WRK-FS-LIBCRED EQUAL 35                                   00293680
            DISPLAY 'LIBCRED AUSENTE - SEM PEDIDOS LIBERADOS'           00293700
           ELSE                                                         00293720
            IF WRK-FS-LIBCRED NOT EQUAL 0                               00293740
             DISPLAY 'ERRO AO ABRIR LIBCRED: ' WRK-FS-LIBCRED           00293760
             STOP RUN                                                   00293780
            END-IF                                                      00293800
            PERFORM 1090-CARREGAR-LIBCRED                               00293820
                    UNTIL WRK-FS-LIBCRED EQUAL 10                       00293840
            CLOSE LIBCRED                                               00293860
           END-IF.                                                      00293880
                                                                        00293900
           OPEN I-O PRODMSTR.                                           00294000
           IF WRK-FS-PRODMSTR NOT EQUAL 0                               00295000
            PERFORM 9000-TRATA-ERROS                                    00296000
           OPEN OUTPUT NOTAFISC.                                        00299000
           IF WRK-FS-NOTAFISC NOT EQUAL 0                               00300000
            DISPLAY 'ERRO AO ABRIR NOTAFISC: ' WRK-FS-NOTAFISC          00301000
            STOP RUN                                                    00301070
           END-IF.                                                      00301140
                                                                        00301210
      *    A RAZAO DE ESTOQUE E COMUM A TODOS OS PROGRAMAS              00301280
      *    QUE MOVIMENTAM O PRODMSTR: GRAVA SEMPRE NO FIM.              00301350
           ACCEPT WRK-HORA-ATUAL FROM TIME.                             00301420
           OPEN EXTEND MOVEST.                                          00301490
           IF WRK-FS-MOVEST EQUAL 35                                    00301560
            OPEN OUTPUT MOVEST                                          00301630
           END-IF.                                                      00301700
           IF WRK-FS-MOVEST NOT EQUAL 0                                 00301770
            DISPLAY 'ERRO AO ABRIR MOVEST: ' WRK-FS-MOVEST              00301840
            STOP RUN                                                    00302000
           END-IF.                                                      00303000
                                                                        00303080
      *    BACKORD E CUMULATIVO: AS FALTAS DO DIA VAO NO FIM,           00303160
      *    NA ORDEM DOS PEDIDOS.                                        00303240
           OPEN EXTEND BACKORD.                                         00303320
           IF WRK-FS-BACKORD EQUAL 35                                   00303400
            OPEN OUTPUT BACKORD                                         00303480
           END-IF.                                                      00303560
           IF WRK-FS-BACKORD NOT EQUAL 0                                00303640
            DISPLAY 'ERRO AO ABRIR BACKORD: ' WRK-FS-BACKORD            00303720
            STOP RUN                                                    00303800
           END-IF.                                                      00303880
      *----------------------------------------------------             00304000
       1000-99-FIM.                                  EXIT.              00305000
      *----------------------------------------------------             00306000
           END-READ.                                                    00327000
      *----------------------------------------------------             00328000
       1080-99-FIM.                                  EXIT.              00329000
      *----------------------------------------------------             00329030
                                                                        00329060
      *----------------------------------------------------             00329090
       1085-CARREGAR-TRIBTAB                      SECTION.              00329120
      *----------------------------------------------------             00329150
           READ TRIBTAB                                                 00329180
             AT END                                                     00329210
              MOVE 10 TO WRK-FS-TRIBTAB                                 00329240
             NOT AT END                                                 00329270
              IF WRK-TRB-COUNT LESS 500                                 00329300
               ADD 1 TO WRK-TRB-COUNT                                   00329330
               MOVE FD-TRB-TIPO    TO WRK-TRB-TIPO (WRK-TRB-COUNT)      00329360
               MOVE FD-TRB-UF      TO WRK-TRB-UF (WRK-TRB-COUNT)        00329390
               MOVE FD-TRB-PRODUTO                                      00329420
                 TO WRK-TRB-PRODUTO (WRK-TRB-COUNT)                     00329450
               MOVE FD-TRB-ALIQ                                         00329480
                 TO WRK-TRB-PERCENT (WRK-TRB-COUNT)                     00329510
              ELSE                                                      00329540
               DISPLAY 'TRIBTAB EXCEDE A TABELA INTERNA '               00329570
                       '(500) - EXECUCAO ABORTADA'                      00329600
               STOP RUN                                                 00329630
              END-IF                                                    00329660
           END-READ.                                                    00329690
      *----------------------------------------------------             00329720
       1085-99-FIM.                                  EXIT.              00329750
      *----------------------------------------------------             00330000
                                                                        00331000
      *----------------------------------------------------             00332000
                 TO WRK-CLIMSTR-CODIGO (WRK-CLIMSTR-COUNT)              00342000
               MOVE FD-CLI-RAZAO                                        00343000
                 TO WRK-CLIMSTR-RAZAO (WRK-CLIMSTR-COUNT)               00344000
      *        LIMITE ZERADO OU NAO INFORMADO NAO BLOQUEIA POR          00344080
      *        VALOR, SO PELO ATRASO.                                   00344160
               IF FD-CLI-LIMITE NOT NUMERIC                             00344240
                MOVE ZEROS TO FD-CLI-LIMITE                             00344320
               END-IF                                                   00344400
               MOVE FD-CLI-LIMITE                                       00344480
                 TO WRK-CLIMSTR-LIMITE (WRK-CLIMSTR-COUNT)              00344560
               MOVE ZEROS                                               00344640
                 TO WRK-CLIMSTR-ABERTO (WRK-CLIMSTR-COUNT)              00344720
               MOVE ZEROS                                               00344800
                 TO WRK-CLIMSTR-ATRASO (WRK-CLIMSTR-COUNT)              00344880
               MOVE FD-CLI-GRUPO                                        00344920
                 TO WRK-CLIMSTR-GRUPO (WRK-CLIMSTR-COUNT)               00344960
              ELSE                                                      00345000
               DISPLAY 'CLIMSTR EXCEDE A TABELA INTERNA '               00346000
                       '(200) - EXECUCAO ABORTADA'                      00347000
           END-READ.                                                    00350000
      *----------------------------------------------------             00351000
       1050-99-FIM.                                  EXIT.              00352000
      *----------------------------------------------------             00352010
                                                                        00352020
      *----------------------------------------------------             00352030
       1060-CARREGAR-DUPLICAT                     SECTION.              00352040
      *----------------------------------------------------             00352050
      *    QUITADA OU CANCELADA NAO PESA NO CREDITO; CLIENTE            00352060
      *    FORA DO CLIMSTR NAO FATURA E E IGNORADO.                     00352070
           READ DUPLICAT                                                00352080
             AT END                                                     00352090
              MOVE 10 TO WRK-FS-DUPLICAT                                00352100
             NOT AT END                                                 00352110
              IF FD-DUP-SITUACAO NOT EQUAL 'Q'                          00352120
                 AND FD-DUP-SITUACAO NOT EQUAL 'C'                      00352130
               MOVE 'N' TO WRK-CLI-ACHOU                                00352140
               MOVE 1 TO WRK-CLIMSTR-IDX                                00352150
               PERFORM 1062-LOCALIZAR-CLIENTE-DUP                       00352160
                       UNTIL WRK-CLIMSTR-IDX                            00352170
                             GREATER WRK-CLIMSTR-COUNT                  00352180
                          OR WRK-CLI-ACHOU EQUAL 'S'                    00352190
               IF WRK-CLI-ACHOU EQUAL 'S'                               00352200
                PERFORM 1065-ACUMULAR-DUPLICATA                         00352210
               END-IF                                                   00352220
              END-IF                                                    00352230
           END-READ.                                                    00352240
      *----------------------------------------------------             00352250
       1060-99-FIM.                                  EXIT.              00352260
      *----------------------------------------------------             00352270
                                                                        00352280
      *----------------------------------------------------             00352290
       1062-LOCALIZAR-CLIENTE-DUP                 SECTION.              00352300
      *----------------------------------------------------             00352310
           IF FD-DUP-CLIENTE EQUAL                                      00352320
              WRK-CLIMSTR-CODIGO (WRK-CLIMSTR-IDX)                      00352330
            MOVE 'S' TO WRK-CLI-ACHOU                                   00352340
           ELSE                                                         00352350
            ADD 1 TO WRK-CLIMSTR-IDX                                    00352360
           END-IF.                                                      00352370
      *----------------------------------------------------             00352380
       1062-99-FIM.                                  EXIT.              00352390
      *----------------------------------------------------             00352400
                                                                        00352410
      *----------------------------------------------------             00352420
       1065-ACUMULAR-DUPLICATA                    SECTION.              00352430
      *----------------------------------------------------             00352440
           ADD FD-DUP-SALDO                                             00352450
             TO WRK-CLIMSTR-ABERTO (WRK-CLIMSTR-IDX).                   00352460
           MOVE FD-DUP-VENCIMENTO TO WRK-DATA-AUX-N.                    00352470
           PERFORM 1070-DIAS-COMERCIAIS.                                00352480
           MOVE WRK-DIAS-AUX TO WRK-DIAS-VENC.                          00352490
           COMPUTE WRK-DUP-ATRASO = WRK-DIAS-REF - WRK-DIAS-VENC.       00352500
           IF WRK-DUP-ATRASO GREATER                                    00352510
              WRK-CLIMSTR-ATRASO (WRK-CLIMSTR-IDX)                      00352520
            MOVE WRK-DUP-ATRASO                                         00352530
              TO WRK-CLIMSTR-ATRASO (WRK-CLIMSTR-IDX)                   00352540
           END-IF.                                                      00352550
      *----------------------------------------------------             00352560
       1065-99-FIM.                                  EXIT.              00352570
      *----------------------------------------------------             00352580
                                                                        00352590
      *----------------------------------------------------             00352600
       1070-DIAS-COMERCIAIS                       SECTION.              00352610
      *----------------------------------------------------             00352620
      *    CONTAGEM COMERCIAL (ANO DE 360, MES DE 30).                  00352630
           COMPUTE WRK-DIAS-AUX =                                       00352640
                   (WRK-AUX-ANO * 360)                                  00352650
                   + (WRK-AUX-MES * 30)                                 00352660
                   + WRK-AUX-DIA.                                       00352670
      *----------------------------------------------------             00352680
       1070-99-FIM.                                  EXIT.              00352690
      *----------------------------------------------------             00352700
                                                                        00352710
      *----------------------------------------------------             00352720
       1090-CARREGAR-LIBCRED                      SECTION.              00352730
      *----------------------------------------------------             00352740
           READ LIBCRED                                                 00352750
             AT END                                                     00352760
              MOVE 10 TO WRK-FS-LIBCRED                                 00352770
             NOT AT END                                                 00352780
              IF WRK-LIB-COUNT LESS 200                                 00352790
               ADD 1 TO WRK-LIB-COUNT                                   00352800
               MOVE FD-LIB-PEDIDO                                       00352810
                 TO WRK-LIB-PEDIDO (WRK-LIB-COUNT)                      00352820
               MOVE FD-LIB-CLIENTE                                      00352830
                 TO WRK-LIB-CLIENTE (WRK-LIB-COUNT)                     00352840
               MOVE FD-LIB-USUARIO                                      00352850
                 TO WRK-LIB-USUARIO (WRK-LIB-COUNT)                     00352860
              ELSE                                                      00352870
               DISPLAY 'LIBCRED EXCEDE A TABELA INTERNA '               00352880
                       '(200) - EXECUCAO ABORTADA'                      00352890
               STOP RUN                                                 00352900
              END-IF                                                    00352910
           END-READ.                                                    00352920
      *----------------------------------------------------             00352930
       1090-99-FIM.                                  EXIT.              00352940
      *----------------------------------------------------             00353000
                                                                        00354000
      *----------------------------------------------------             00354010
       1092-CARREGAR-PRECOTAB                     SECTION.              00354020
      *----------------------------------------------------             00354030
      *    LINHA COM TIPO, CHAVE OU VIGENCIA INVALIDA NAO               00354040
      *    ENTRA NA TABELA (E CONTADA E LISTADA NO LOG).                00354050
           READ PRECOTAB                                                00354060
             AT END                                                     00354070
              MOVE 10 TO WRK-FS-PRECOTAB                                00354080
             NOT AT END                                                 00354090
              IF (FD-PRC-TIPO NOT EQUAL 'C'                             00354100
                  AND FD-PRC-TIPO NOT EQUAL 'G')                        00354110
                 OR FD-PRC-PRODUTO NOT NUMERIC                          00354120
                 OR FD-PRC-DATAINI NOT NUMERIC                          00354130
                 OR FD-PRC-DATAFIM NOT NUMERIC                          00354140
                 OR FD-PRC-PRECO NOT NUMERIC                            00354150
                 OR FD-PRC-DESCONTO NOT NUMERIC                         00354160
                 OR (FD-PRC-TIPO EQUAL 'C'                              00354170
                     AND FD-PRC-CLIENTE NOT NUMERIC)                    00354180
                 OR (FD-PRC-TIPO EQUAL 'G'                              00354190
                     AND FD-PRC-GRUPO EQUAL SPACES)                     00354200
               ADD 1 TO WRK-PRC-IGNORADOS                               00354210
               DISPLAY 'PRECOTAB IGNORADO: ' FD-PRECOTAB                00354220
               GO TO 1092-99-FIM                                        00354230
              END-IF                                                    00354240
              IF WRK-PRC-COUNT LESS 1000                                00354250
               ADD 1 TO WRK-PRC-COUNT                                   00354260
               MOVE FD-PRC-TIPO    TO WRK-PRC-TIPO (WRK-PRC-COUNT)      00354270
               MOVE FD-PRC-CLIENTE                                      00354280
                 TO WRK-PRC-CLIENTE (WRK-PRC-COUNT)                     00354290
               MOVE FD-PRC-GRUPO   TO WRK-PRC-GRUPO (WRK-PRC-COUNT)     00354300
               MOVE FD-PRC-PRODUTO                                      00354310
                 TO WRK-PRC-PRODUTO (WRK-PRC-COUNT)                     00354320
               MOVE FD-PRC-DATAINI                                      00354330
                 TO WRK-PRC-DATAINI (WRK-PRC-COUNT)                     00354340
               MOVE FD-PRC-DATAFIM                                      00354350
                 TO WRK-PRC-DATAFIM (WRK-PRC-COUNT)                     00354360
               MOVE FD-PRC-PRECO   TO WRK-PRC-PRECO (WRK-PRC-COUNT)     00354370
               MOVE FD-PRC-DESCONTO                                     00354380
                 TO WRK-PRC-DESCONTO (WRK-PRC-COUNT)                    00354390
              ELSE                                                      00354400
               DISPLAY 'PRECOTAB EXCEDE A TABELA INTERNA '              00354410
                       '(1000) - EXECUCAO ABORTADA'                     00354420
               STOP RUN                                                 00354430
              END-IF                                                    00354440
           END-READ.                                                    00354450
      *----------------------------------------------------             00354460
       1092-99-FIM.                                  EXIT.              00354470
      *----------------------------------------------------             00354480
                                                                        00354490
      *----------------------------------------------------             00354500
       1095-CARREGAR-CUSTOMED                     SECTION.              00354510
      *----------------------------------------------------             00354520
           READ CUSTOMED                                                00354530
             AT END                                                     00354540
              MOVE 10 TO WRK-FS-CUSTOMED                                00354550
             NOT AT END                                                 00354560
              IF WRK-CMD-COUNT LESS 999                                 00354570
               ADD 1 TO WRK-CMD-COUNT                                   00354580
               MOVE FD-CMD-CODIGO TO WRK-CMD-CODIGO (WRK-CMD-COUNT)     00354590
               IF FD-CMD-CUSTO NOT NUMERIC                              00354600
                MOVE ZEROS TO FD-CMD-CUSTO                              00354610
               END-IF                                                   00354620
               MOVE FD-CMD-CUSTO  TO WRK-CMD-CUSTO (WRK-CMD-COUNT)      00354630
              ELSE                                                      00354640
               DISPLAY 'CUSTOMED EXCEDE A TABELA INTERNA '              00354650
                       '(999) - EXECUCAO ABORTADA'                      00354660
               STOP RUN                                                 00354670
              END-IF                                                    00354680
           END-READ.                                                    00354690
      *----------------------------------------------------             00354700
       1095-99-FIM.                                  EXIT.              00354710
      *----------------------------------------------------             00354720
                                                                        00354730
                                                                        00355000
      *----------------------------------------------------             00356000
       2000-PROCESSAR                             SECTION.              00357000
      *----------------------------------------------------             00358000
      *    BACKORDERS LIBERADOS TEM PRIORIDADE SOBRE O ESTOQUE:         00358200
      *    SAO FATURADOS ANTES DOS PEDIDOS DO DIA.                      00358400
           PERFORM 2050-FATURAR-LIBERACOES.                             00358600
                                                                        00358800
           PERFORM UNTIL WRK-CODIGO EQUAL 999                           00359000
             EVALUATE WRK-CODIGO                                        00360000
              WHEN 998                                                  00361000
            END-PERFORM.                                                00368000
                                                                        00369000
           IF WRK-ITENS-NA-NOTA GREATER ZEROS                           00370000
              OR WRK-BKO-COUNT GREATER ZEROS                            00370500
            PERFORM 2300-FECHAR-NOTA                                    00371000
           END-IF.                                                      00372000
      *----------------------------------------------------             00373000
       2000-99-FIM.                                  EXIT.              00374000
      *----------------------------------------------------             00374010
                                                                        00374020
      *----------------------------------------------------             00374030
       2050-FATURAR-LIBERACOES                    SECTION.              00374040
      *----------------------------------------------------             00374050
      *    CADA PEDIDO + CLIENTE DO LIBBKO VIRA UM PEDIDO COM           00374060
      *    OS DADOS GUARDADOS NO BACKORDER (PRECO PELA DATA DO          00374070
      *    PEDIDO ORIGINAL, SEM PESO PARA O FRETE) E PASSA              00374080
      *    PELAS MESMAS REGRAS DE CREDITO E ESTOQUE.                    00374090
           OPEN INPUT LIBBKO.                                           00374100
           IF WRK-FS-LIBBKO EQUAL 35                                    00374110
            DISPLAY 'LIBBKO AUSENTE - SEM BACKORDERS LIBERADOS'         00374120
            GO TO 2050-99-FIM                                           00374130
           END-IF.                                                      00374140
           IF WRK-FS-LIBBKO NOT EQUAL 0                                 00374150
            DISPLAY 'ERRO AO ABRIR LIBBKO: ' WRK-FS-LIBBKO              00374160
            STOP RUN                                                    00374170
           END-IF.                                                      00374180
           MOVE WRK-DADOS TO WRK-DADOS-SYSIN.                           00374190
           PERFORM 2060-FATURAR-LIBERACAO                               00374200
                   UNTIL WRK-FS-LIBBKO EQUAL 10.                        00374210
           PERFORM 2070-FECHAR-LIBERACAO.                               00374220
           CLOSE LIBBKO.                                                00374230
           MOVE WRK-DADOS-SYSIN TO WRK-DADOS.                           00374240
      *----------------------------------------------------             00374250
       2050-99-FIM.                                  EXIT.              00374260
      *----------------------------------------------------             00374270
                                                                        00374280
      *----------------------------------------------------             00374290
       2060-FATURAR-LIBERACAO                     SECTION.              00374300
      *----------------------------------------------------             00374310
           READ LIBBKO                                                  00374320
             AT END                                                     00374330
              MOVE 10 TO WRK-FS-LIBBKO                                  00374340
             NOT AT END                                                 00374350
              IF WRK-LIB-LIDAS GREATER ZEROS                            00374360
                 AND (FD-LBK-PEDIDO NOT EQUAL WRK-LIB-PEDIDO-ANT        00374370
                   OR FD-LBK-CLIENTE NOT EQUAL WRK-LIB-CLIENTE-ANT)     00374380
               PERFORM 2070-FECHAR-LIBERACAO                            00374390
              END-IF                                                    00374400
              ADD 1 TO WRK-LIB-LIDAS                                    00374410
              MOVE FD-LBK-PEDIDO   TO WRK-LIB-PEDIDO-ANT                00374420
              MOVE FD-LBK-CLIENTE  TO WRK-LIB-CLIENTE-ANT               00374430
              MOVE FD-LBK-PRODUTO  TO WRK-CODIGO                        00374440
              MOVE FD-LBK-QTDE-LIB TO WRK-QUANT                         00374450
              MOVE FD-LBK-CLIENTE  TO WRK-CLIENTE                       00374460
              MOVE FD-LBK-UF       TO WRK-UF                            00374470
              MOVE ZEROS           TO WRK-PESO                          00374480
              MOVE FD-LBK-VENDEDOR TO WRK-VENDEDOR                      00374490
              MOVE FD-LBK-PEDIDO   TO WRK-PEDIDO                        00374500
              MOVE FD-LBK-DATA     TO WRK-DATA-PEDIDO                   00374510
              PERFORM 2200-FATURAR-ITEM                                 00374520
           END-READ.                                                    00374530
      *----------------------------------------------------             00374540
       2060-99-FIM.                                  EXIT.              00374550
      *----------------------------------------------------             00374560
                                                                        00374570
      *----------------------------------------------------             00374580
       2070-FECHAR-LIBERACAO                      SECTION.              00374590
      *----------------------------------------------------             00374600
           IF WRK-ITENS-NA-NOTA GREATER ZEROS                           00374610
              OR WRK-BKO-COUNT GREATER ZEROS                            00374620
              OR WRK-PED-REJEITADO EQUAL 'S'                            00374630
            PERFORM 2300-FECHAR-NOTA                                    00374640
           END-IF.                                                      00374650
      *----------------------------------------------------             00374660
       2070-99-FIM.                                  EXIT.              00374670
      *----------------------------------------------------             00375000
                                                                        00376000
      *----------------------------------------------------             00377000
      *----------------------------------------------------             00396000
       2200-FATURAR-ITEM                          SECTION.              00397000
      *----------------------------------------------------             00398000
      *    PEDIDO JA REJEITADO (UF SEM TAXA, VENDEDOR                   00398660
      *    INVALIDO OU CLIENTE COM TITULO VENCIDO): OS ITENS            00399320
      *    RESTANTES SO CONTAM COMO REJEITADOS.                         00400000
           IF WRK-PED-REJEITADO EQUAL 'S'                               00401000
            ADD 1 TO WRK-REGISREJ                                       00402000
                    ' DADOS INCONSISTENTES'                             00417000
            ADD 1 TO WRK-REGISREJ                                       00418000
           ELSE                                                         00419000
            IF WRK-ITENS-NA-NOTA EQUAL ZEROS                            00428000
               AND WRK-BKO-COUNT EQUAL ZEROS                            00428500
             PERFORM 2250-ABRIR-NOTA                                    00429000
            END-IF                                                      00430000
      *     PEDIDO RECEM-REJEITADO NA ABERTURA (UF SEM                  00431000
      *     TAXA, VENDEDOR INVALIDO OU CLIENTE COM TITULO               00431500
      *     VENCIDO): O ITEM NAO MEXE                                   00432000
      *     NO ESTOQUE NEM SAI NA NOTA, SO CONTA COMO                   00432500
      *     REJEITADO.                                                  00433250
            IF WRK-PED-REJEITADO EQUAL 'S'                              00434000
             ADD 1 TO WRK-REGISREJ                                      00434160
            ELSE                                                        00434320
            IF WRK-ITENS-NA-NOTA EQUAL 999                              00434480
             DISPLAY 'ITEM REJEITADO: PEDIDO COM MAIS DE 999'           00434640
                     ' ITENS'                                           00434800
             ADD 1 TO WRK-REGISREJ                                      00435000
            ELSE                                                        00436000
      *      SEM ESTOQUE PARA TUDO: FATURA O DISPONIVEL E O             00437600
      *      RESTO FICA EM BACKORDER.                                   00439200
             IF WRK-QUANT GREATER FD-PROD-QTDESTOQ                      00440800
              PERFORM 2240-SEPARAR-BACKORDER                            00442400
             END-IF                                                     00444000
             IF WRK-QUANT GREATER ZEROS                                 00448870
              PERFORM 2211-FATURAR-DISPONIVEL                           00453740
             END-IF                                                     00458610
            END-IF                                                      00463500
            END-IF                                                      00464000
           END-IF.                                                      00466000
      *----------------------------------------------------             00467000
       2210-99-FIM.                                  EXIT.              00468000
      *----------------------------------------------------             00468001
                                                                        00468002
      *----------------------------------------------------             00468003
       2211-FATURAR-DISPONIVEL                    SECTION.              00468004
      *----------------------------------------------------             00468005
           SUBTRACT WRK-QUANT FROM                                      00468006
                    FD-PROD-QTDESTOQ                                    00468007
           REWRITE FD-PRODMSTR                                          00468008
           IF WRK-FS-PRODMSTR NOT EQUAL 0                               00468009
            DISPLAY 'ERRO AO REGRAVAR ESTOQUE: '                        00468010
                    WRK-FS-PRODMSTR ' PRODUTO: '                        00468011
                    FD-PROD-CODIGO                                      00468012
           END-IF                                                       00468013
           PERFORM 2220-BUSCAR-PRECO                                    00468014
           PERFORM 2230-CONFERIR-MARGEM                                 00468015
           COMPUTE WRK-TOTAL-ITEM ROUNDED =                             00468016
                   WRK-PRECO-APLICADO                                   00468017
                   * WRK-QUANT                                          00468018
           ADD WRK-TOTAL-ITEM TO WRK-TOTAL-NOTA                         00468019
           ADD 1 TO WRK-ITENS-NA-NOTA                                   00468020
           PERFORM 2215-CALCULAR-IMPOSTOS                               00468021
                                                                        00468022
           MOVE WRK-ITENS-NA-NOTA TO WRK-PED-IDX                        00468023
           MOVE WRK-CODIGO TO WRK-PED-CODIGO (WRK-PED-IDX)              00468024
           MOVE FD-PROD-DESCRICAO                                       00468025
             TO WRK-PED-DESCR (WRK-PED-IDX)                             00468026
           MOVE WRK-PRECO-APLICADO                                      00468027
             TO WRK-PED-PRECO (WRK-PED-IDX)                             00468028
           MOVE FD-PROD-PRECO                                           00468029
             TO WRK-PED-PRECO-LISTA (WRK-PED-IDX)                       00468030
           MOVE WRK-CUSTO-ITEM TO WRK-PED-CUSTO (WRK-PED-IDX)           00468031
           MOVE WRK-ITEM-ABAIXO TO WRK-PED-ABAIXO (WRK-PED-IDX)         00468032
           MOVE WRK-QUANT      TO WRK-PED-QUANT (WRK-PED-IDX)           00468033
           MOVE WRK-TOTAL-ITEM TO WRK-PED-TOTAL (WRK-PED-IDX)           00468034
           MOVE WRK-ICMS-ITEM  TO WRK-PED-ICMS (WRK-PED-IDX)            00468035
           MOVE WRK-IPI-ALIQ   TO WRK-PED-ALIQ-IPI (WRK-PED-IDX)        00468036
           MOVE WRK-IPI-ITEM   TO WRK-PED-IPI (WRK-PED-IDX)             00468037
                                                                        00468038
           MOVE WRK-TOTAL-ITEM TO WRK-VALOR-ED                          00468039
           DISPLAY 'ITEM FATURADO: '                                    00468040
                   FD-PROD-DESCRICAO                                    00468041
                   ' TOTAL: ' WRK-VALOR-ED.                             00468042
      *----------------------------------------------------             00468043
       2211-99-FIM.                                  EXIT.              00468044
      *----------------------------------------------------             00468045
                                                                        00468046
      *----------------------------------------------------             00468047
       2240-SEPARAR-BACKORDER                     SECTION.              00468048
      *----------------------------------------------------             00468049
           ADD 1 TO WRK-REJ-ESTOQUE.                                    00468050
           COMPUTE WRK-QTDE-FALTA = WRK-QUANT - FD-PROD-QTDESTOQ.       00468051
           MOVE FD-PROD-QTDESTOQ TO WRK-QUANT.                          00468052
           IF WRK-BKO-COUNT EQUAL 999                                   00468053
            DISPLAY 'FALTA REJEITADA: PEDIDO COM MAIS DE 999'           00468054
                    ' BACKORDERS - ' FD-PROD-DESCRICAO                  00468055
            ADD 1 TO WRK-REGISREJ                                       00468056
            GO TO 2240-99-FIM                                           00468057
           END-IF.                                                      00468058
           ADD 1 TO WRK-BKO-COUNT.                                      00468059
           MOVE WRK-CODIGO     TO WRK-BKO-PRODUTO (WRK-BKO-COUNT).      00468060
           MOVE WRK-QTDE-FALTA TO WRK-BKO-QTDE (WRK-BKO-COUNT).         00468061
           DISPLAY 'ITEM EM BACKORDER: ' FD-PROD-DESCRICAO              00468062
                   ' FALTA: ' WRK-QTDE-FALTA.                           00468063
      *----------------------------------------------------             00468064
       2240-99-FIM.                                  EXIT.              00468065
      *----------------------------------------------------             00468066
                                                                        00468067
      *----------------------------------------------------             00468068
       2215-CALCULAR-IMPOSTOS                     SECTION.              00468069
      *----------------------------------------------------             00468070
      *    BASE DOS DOIS IMPOSTOS = VALOR DO ITEM. ICMS PELA            00468071
      *    ALIQUOTA DA UF DE DESTINO (JA EMBUTIDO NO PRECO);            00468075
      *    IPI PELA ALIQUOTA DO PRODUTO, SOMADO AO BRUTO.               00468080
      *    SEM ALIQUOTA NA TRIBTAB O IMPOSTO E ZERO.                    00468090
           MOVE 'I'        TO WRK-TRB-TIPO-BUSCA.                       00468100
           MOVE SPACES     TO WRK-TRB-UF-BUSCA.                         00468110
           MOVE WRK-CODIGO TO WRK-TRB-PROD-BUSCA.                       00468120
           PERFORM 2216-BUSCAR-ALIQUOTA.                                00468130
           MOVE WRK-TRB-ALIQ TO WRK-IPI-ALIQ.                           00468140
           COMPUTE WRK-ICMS-ITEM ROUNDED =                              00468150
                   WRK-TOTAL-ITEM * WRK-ICMS-ALIQ.                      00468160
           COMPUTE WRK-IPI-ITEM ROUNDED =                               00468170
                   WRK-TOTAL-ITEM * WRK-IPI-ALIQ.                       00468180
           ADD WRK-TOTAL-ITEM TO WRK-BASE-ICMS-NOTA.                    00468190
           ADD WRK-ICMS-ITEM  TO WRK-ICMS-NOTA.                         00468200
           ADD WRK-IPI-ITEM   TO WRK-IPI-NOTA.                          00468210
      *----------------------------------------------------             00468220
       2215-99-FIM.                                  EXIT.              00468230
      *----------------------------------------------------             00468240
                                                                        00468250
      *----------------------------------------------------             00468260
       2216-BUSCAR-ALIQUOTA                       SECTION.              00468270
      *----------------------------------------------------             00468280
           MOVE 'N'   TO WRK-TRB-ACHOU.                                 00468290
           MOVE ZEROS TO WRK-TRB-ALIQ.                                  00468300
           MOVE 1     TO WRK-TRB-IDX.                                   00468310
           PERFORM 2217-COMPARAR-ALIQUOTA                               00468320
                   UNTIL WRK-TRB-IDX GREATER WRK-TRB-COUNT              00468330
                      OR WRK-TRB-ACHOU EQUAL 'S'.                       00468340
      *----------------------------------------------------             00468350
       2216-99-FIM.                                  EXIT.              00468360
      *----------------------------------------------------             00468370
                                                                        00468380
      *----------------------------------------------------             00468390
       2217-COMPARAR-ALIQUOTA                     SECTION.              00468400
      *----------------------------------------------------             00468410
           IF WRK-TRB-TIPO (WRK-TRB-IDX) EQUAL WRK-TRB-TIPO-BUSCA       00468420
              AND ((WRK-TRB-TIPO-BUSCA EQUAL 'C'                        00468430
                    AND WRK-TRB-UF (WRK-TRB-IDX)                        00468440
                        EQUAL WRK-TRB-UF-BUSCA)                         00468450
                OR (WRK-TRB-TIPO-BUSCA EQUAL 'I'                        00468460
                    AND WRK-TRB-PRODUTO (WRK-TRB-IDX)                   00468470
                        EQUAL WRK-TRB-PROD-BUSCA))                      00468480
            MOVE WRK-TRB-PERCENT (WRK-TRB-IDX) TO WRK-TRB-ALIQ          00468490
            MOVE 'S' TO WRK-TRB-ACHOU                                   00468500
           ELSE                                                         00468510
            ADD 1 TO WRK-TRB-IDX                                        00468520
           END-IF.                                                      00468530
      *----------------------------------------------------             00468540
       2217-99-FIM.                                  EXIT.              00468550
      *----------------------------------------------------             00469000
                                                                        00470000
      *----------------------------------------------------             00471000
       2220-BUSCAR-PRECO                          SECTION.              00471010
      *----------------------------------------------------             00471020
      *    MELHOR PRECO VIGENTE NA DATA DO PEDIDO ENTRE A LISTA         00471030
      *    (PRODMSTR) E AS LINHAS DA PRECOTAB DO CLIENTE E DO           00471040
      *    GRUPO DELE; NUNCA ACIMA DO PRECO DE LISTA.                   00471050
           MOVE FD-PROD-PRECO TO WRK-PRECO-APLICADO.                    00471060
           MOVE 1 TO WRK-PRC-IDX.                                       00471070
           PERFORM 2225-COMPARAR-PRECO                                  00471080
                   UNTIL WRK-PRC-IDX GREATER WRK-PRC-COUNT.             00471090
           IF WRK-PRECO-APLICADO LESS FD-PROD-PRECO                     00471100
            ADD 1 TO WRK-ITENS-TABELA                                   00471110
           END-IF.                                                      00471120
      *----------------------------------------------------             00471130
       2220-99-FIM.                                  EXIT.              00471140
      *----------------------------------------------------             00471150
                                                                        00471160
      *----------------------------------------------------             00471170
       2225-COMPARAR-PRECO                        SECTION.              00471180
      *----------------------------------------------------             00471190
           IF WRK-PRC-PRODUTO (WRK-PRC-IDX) EQUAL WRK-CODIGO            00471200
              AND WRK-PRC-DATAINI (WRK-PRC-IDX)                         00471210
                  NOT GREATER WRK-DATA-PRECO                            00471220
              AND (WRK-PRC-DATAFIM (WRK-PRC-IDX) EQUAL ZEROS            00471230
                OR WRK-PRC-DATAFIM (WRK-PRC-IDX)                        00471240
                   NOT LESS WRK-DATA-PRECO)                             00471250
              AND ((WRK-PRC-TIPO (WRK-PRC-IDX) EQUAL 'C'                00471260
                    AND WRK-PRC-CLIENTE (WRK-PRC-IDX)                   00471270
                        EQUAL WRK-NF-CLIENTE)                           00471280
                OR (WRK-PRC-TIPO (WRK-PRC-IDX) EQUAL 'G'                00471290
                    AND WRK-PRC-GRUPO-CLI NOT EQUAL SPACES              00471300
                    AND WRK-PRC-GRUPO (WRK-PRC-IDX)                     00471310
                        EQUAL WRK-PRC-GRUPO-CLI))                       00471320
            IF WRK-PRC-PRECO (WRK-PRC-IDX) GREATER ZEROS                00471330
             MOVE WRK-PRC-PRECO (WRK-PRC-IDX)                           00471340
               TO WRK-PRECO-CANDIDATO                                   00471350
            ELSE                                                        00471360
             COMPUTE WRK-PRECO-CANDIDATO ROUNDED =                      00471370
                     FD-PROD-PRECO                                      00471380
                     * (100 - WRK-PRC-DESCONTO (WRK-PRC-IDX))           00471390
                     / 100                                              00471400
            END-IF                                                      00471410
            IF WRK-PRECO-CANDIDATO LESS WRK-PRECO-APLICADO              00471420
             MOVE WRK-PRECO-CANDIDATO TO WRK-PRECO-APLICADO             00471430
            END-IF                                                      00471440
           END-IF.                                                      00471450
           ADD 1 TO WRK-PRC-IDX.                                        00471460
      *----------------------------------------------------             00471470
       2225-99-FIM.                                  EXIT.              00471480
      *----------------------------------------------------             00471490
                                                                        00471500
      *----------------------------------------------------             00471510
       2230-CONFERIR-MARGEM                       SECTION.              00471520
      *----------------------------------------------------             00471530
      *    PRECO APLICADO ABAIXO DE CUSTO MEDIO MAIS A MARGEM           00471540
      *    MINIMA SAI NO RELMARG QUANDO A NOTA FOR EMITIDA.             00471550
      *    PRODUTO SEM CUSTO NO KARDEX NAO E CONFERIDO.                 00471560
           MOVE 'N'   TO WRK-ITEM-ABAIXO.                               00471570
           MOVE ZEROS TO WRK-CUSTO-ITEM.                                00471580
           MOVE 'N'   TO WRK-CMD-ACHOU.                                 00471590
           MOVE 1     TO WRK-CMD-IDX.                                   00471600
           PERFORM 2235-LOCALIZAR-CUSTO                                 00471610
                   UNTIL WRK-CMD-IDX GREATER WRK-CMD-COUNT              00471620
                      OR WRK-CMD-ACHOU EQUAL 'S'.                       00471630
           IF WRK-CUSTO-ITEM EQUAL ZEROS                                00471640
            ADD 1 TO WRK-ITENS-SEM-CUSTO                                00471650
            GO TO 2230-99-FIM                                           00471660
           END-IF.                                                      00471670
           COMPUTE WRK-PRECO-MINIMO ROUNDED =                           00471680
                   WRK-CUSTO-ITEM * (100 + WRK-MARGEM-MINIMA) / 100.    00471690
           IF WRK-PRECO-APLICADO LESS WRK-PRECO-MINIMO                  00471700
            MOVE 'S' TO WRK-ITEM-ABAIXO                                 00471710
           END-IF.                                                      00471720
      *----------------------------------------------------             00471730
       2230-99-FIM.                                  EXIT.              00471740
      *----------------------------------------------------             00471750
                                                                        00471760
      *----------------------------------------------------             00471770
       2235-LOCALIZAR-CUSTO                       SECTION.              00471780
      *----------------------------------------------------             00471790
           IF WRK-CMD-CODIGO (WRK-CMD-IDX) EQUAL WRK-CODIGO             00471800
            MOVE WRK-CMD-CUSTO (WRK-CMD-IDX) TO WRK-CUSTO-ITEM          00471810
            MOVE 'S' TO WRK-CMD-ACHOU                                   00471820
           ELSE                                                         00471830
            ADD 1 TO WRK-CMD-IDX                                        00471840
           END-IF.                                                      00471850
      *----------------------------------------------------             00471860
       2235-99-FIM.                                  EXIT.              00471870
      *----------------------------------------------------             00471880
                                                                        00471890
      *----------------------------------------------------             00471900
       2250-ABRIR-NOTA                            SECTION.              00472000
      *----------------------------------------------------             00473000
           MOVE WRK-UF   TO WRK-NF-UF.                                  00474000
           MOVE WRK-PESO TO WRK-NF-PESO.                                00475000
           MOVE WRK-CLIENTE TO WRK-NF-CLIENTE.                          00475020
           IF WRK-PEDIDO NOT NUMERIC                                    00475040
            MOVE ZEROS TO WRK-PEDIDO                                    00475060
           END-IF.                                                      00475080
           MOVE WRK-PEDIDO TO WRK-NF-PEDIDO.                            00475100
      *    SEM DATA DO PEDIDO VALE A TABELA VIGENTE HOJE.               00475102
           IF WRK-DATA-PEDIDO NOT NUMERIC                               00475104
              OR WRK-DATA-PEDIDO EQUAL ZEROS                            00475106
            MOVE WRK-DATA-ATUAL TO WRK-DATA-PRECO                       00475108
           ELSE                                                         00475110
            MOVE WRK-DATA-PEDIDO TO WRK-DATA-PRECO                      00475112
           END-IF.                                                      00475114
           MOVE ZEROS TO WRK-TOTAL-PEDIDO.                              00475120
           IF WRK-VENDEDOR NOT NUMERIC                                  00475160
            MOVE ZEROS TO WRK-VENDEDOR                                  00475320
           END-IF.                                                      00475480
           MOVE WRK-VENDEDOR TO WRK-NF-VENDEDOR.                        00475640
           MOVE SPACES TO WRK-MOTIVO-REJ.                               00475800
           PERFORM 2260-IDENTIFICAR-CLIENTE.                            00475860
           PERFORM 2400-PROCURAR-LIBERACAO.                             00475920
           PERFORM 2280-VALIDAR-UF.                                     00476000
           IF WRK-PED-REJEITADO EQUAL 'S'                               00476160
            MOVE 'UF SEM TAXA NA FRETETAB' TO WRK-MOTIVO-REJ            00476320
           ELSE                                                         00476480
            PERFORM 2295-VALIDAR-VENDEDOR                               00476640
           END-IF.                                                      00476800
           IF WRK-PED-REJEITADO EQUAL 'N'                               00476850
            PERFORM 2420-VERIFICAR-ATRASO                               00476900
           END-IF.                                                      00476904
           IF WRK-PED-REJEITADO EQUAL 'N'                               00476908
            MOVE 'C'       TO WRK-TRB-TIPO-BUSCA                        00476912
            MOVE WRK-NF-UF TO WRK-TRB-UF-BUSCA                          00476916
            MOVE ZEROS     TO WRK-TRB-PROD-BUSCA                        00476920
            PERFORM 2216-BUSCAR-ALIQUOTA                                00476924
            MOVE WRK-TRB-ALIQ TO WRK-ICMS-ALIQ                          00476928
            IF WRK-TRB-ACHOU EQUAL 'N'                                  00476932
             DISPLAY 'UF SEM ALIQUOTA DE ICMS NA TRIBTAB - '            00476936
                     'ICMS ZERO: ' WRK-NF-UF                            00476940
            END-IF                                                      00476944
           END-IF.                                                      00476950
           IF WRK-PED-REJEITADO EQUAL 'S'                               00477000
            PERFORM 2290-REJEITAR-PEDIDO                                00478000
           END-IF.                                                      00487000
      *----------------------------------------------------             00488000
       2250-99-FIM.                                  EXIT.              00489000
      *----------------------------------------------------             00528000
           ADD 1 TO WRK-PEDREJ.                                         00529000
           MOVE SPACES     TO FD-REJPED.                                00530000
           MOVE WRK-NF-CLIENTE TO FD-REJ-CLIENTE.                       00531000
           MOVE WRK-NF-UF   TO FD-REJ-UF.                               00532000
           MOVE WRK-NF-PESO TO FD-REJ-PESO.                             00533000
           MOVE WRK-MOTIVO-REJ  TO FD-REJ-MOTIVO.                       00533660
           MOVE WRK-NF-VENDEDOR TO FD-REJ-VENDEDOR.                     00534320
           MOVE WRK-NF-PEDIDO    TO FD-REJ-PEDIDO.                      00534540
           MOVE WRK-TOTAL-PEDIDO TO FD-REJ-VALOR.                       00534760
           WRITE FD-REJPED.                                             00535000
           DISPLAY 'PEDIDO REJEITADO - ' WRK-MOTIVO-REJ                 00535750
                   ' UF: ' WRK-NF-UF                                    00536500
                   ' VENDEDOR: ' WRK-NF-VENDEDOR.                       00537250
      *----------------------------------------------------             00538000
       2290-99-FIM.                                  EXIT.              00539000
      *----------------------------------------------------             00539030
                                                                        00539060
      *----------------------------------------------------             00539090
       2295-VALIDAR-VENDEDOR                      SECTION.              00539120
      *----------------------------------------------------             00539150
      *    VENDEDOR ZERADO = VENDA SEM COMISSAO. INFORMADO,             00539180
      *    PRECISA SER FUNCIONARIO ATIVO, SENAO A COMISSAO              00539210
      *    NAO TERIA PARA QUEM SER PAGA NA FOLHA.                       00539240
           IF WRK-NF-VENDEDOR EQUAL ZEROS                               00539270
            GO TO 2295-99-FIM                                           00539300
           END-IF.                                                      00539330
           MOVE WRK-NF-VENDEDOR TO WRK-ID-VENDEDOR.                     00539360
           EXEC SQL                                                     00539390
            SELECT ID INTO :WRK-ID-VENDEDOR                             00539420
             FROM IVAN.FUNC                                             00539450
             WHERE ID = :WRK-ID-VENDEDOR AND STATUS = 'A'               00539480
             FETCH FIRST ROW ONLY                                       00539510
           END-EXEC.                                                    00539540
           IF SQLCODE NOT EQUAL 0                                       00539570
            MOVE 'S' TO WRK-PED-REJEITADO                               00539600
            MOVE 'VENDEDOR INEXISTENTE/INATIVO'                         00539630
              TO WRK-MOTIVO-REJ                                         00539660
           END-IF.                                                      00539690
      *----------------------------------------------------             00539720
       2295-99-FIM.                                  EXIT.              00539750
      *----------------------------------------------------             00540000
                                                                        00541000
      *----------------------------------------------------             00542000
      *    NOTA SEM CLIENTE E O QUE O FISCAL NAO ACEITA.                00546000
           MOVE 'N' TO WRK-CLI-ACHOU.                                   00547000
           MOVE SPACES TO WRK-CLI-RAZAO-NF.                             00548000
           MOVE ZEROS TO WRK-CLI-CORRENTE.                              00548500
           MOVE SPACES TO WRK-PRC-GRUPO-CLI.                            00548750
           MOVE 1 TO WRK-CLIMSTR-IDX.                                   00549000
           PERFORM 2270-LOCALIZAR-CLIENTE                               00550000
                   UNTIL WRK-CLIMSTR-IDX                                00551000
              WRK-CLIMSTR-CODIGO (WRK-CLIMSTR-IDX)                      00568000
            MOVE WRK-CLIMSTR-RAZAO (WRK-CLIMSTR-IDX)                    00569000
              TO WRK-CLI-RAZAO-NF                                       00570000
            MOVE WRK-CLIMSTR-IDX TO WRK-CLI-CORRENTE                    00570500
            MOVE WRK-CLIMSTR-GRUPO (WRK-CLIMSTR-IDX)                    00570660
              TO WRK-PRC-GRUPO-CLI                                      00570820
            MOVE 'S' TO WRK-CLI-ACHOU                                   00571000
           ELSE                                                         00572000
            ADD 1 TO WRK-CLIMSTR-IDX                                    00573000
            MOVE 'N' TO WRK-PED-REJEITADO                               00583000
            MOVE ZEROS TO WRK-TOTAL-NOTA                                00584000
            MOVE ZEROS TO WRK-ITENS-NA-NOTA                             00585000
            MOVE ZEROS TO WRK-BKO-COUNT                                 00585250
            PERFORM 2315-ZERAR-IMPOSTOS                                 00585500
           ELSE                                                         00586000
           PERFORM 2310-FECHAR-NOTA-VALIDA                              00587000
           END-IF.                                                      00588000
      *----------------------------------------------------             00595000
           IF WRK-ITENS-NA-NOTA EQUAL ZEROS                             00596000
            DISPLAY 'PEDIDO SEM ITENS VALIDOS - SEM NOTA'               00597000
            PERFORM 2350-GRAVAR-BACKORDERS                              00597500
           ELSE                                                         00598000
            PERFORM 2320-CALCULAR-FRETE                                 00599000
            COMPUTE WRK-TOTAL-PEDIDO = WRK-TOTAL-NOTA + WRK-FRETE       00599870
                                     + WRK-IPI-NOTA                     00600300
            PERFORM 2430-VERIFICAR-LIMITE                               00600740
            IF WRK-PED-REJEITADO EQUAL 'S'                              00601610
             PERFORM 2440-CANCELAR-PEDIDO                               00602480
             MOVE 'N' TO WRK-PED-REJEITADO                              00603350
            ELSE                                                        00604220
             PERFORM 2330-EMITIR-NOTA                                   00605090
             PERFORM 2350-GRAVAR-BACKORDERS                             00605540
            END-IF                                                      00606000
            MOVE ZEROS TO WRK-TOTAL-NOTA                                00616000
            MOVE ZEROS TO WRK-ITENS-NA-NOTA                             00617000
           END-IF.                                                      00618000
      *    PEDIDO RECUSADO NO CREDITO NAO DEIXA BACKORDER.              00618160
           MOVE ZEROS TO WRK-BKO-COUNT.                                 00618320
           PERFORM 2315-ZERAR-IMPOSTOS.                                 00618500
      *----------------------------------------------------             00619000
       2310-99-FIM.                                  EXIT.              00620000
      *----------------------------------------------------             00620001
                                                                        00620002
      *----------------------------------------------------             00620003
       2350-GRAVAR-BACKORDERS                     SECTION.              00620004
      *----------------------------------------------------             00620005
           MOVE 1 TO WRK-BKO-IDX.                                       00620006
           PERFORM 2355-GRAVAR-1-BACKORDER                              00620007
                   UNTIL WRK-BKO-IDX GREATER WRK-BKO-COUNT.             00620008
      *----------------------------------------------------             00620009
       2350-99-FIM.                                  EXIT.              00620010
      *----------------------------------------------------             00620011
                                                                        00620012
      *----------------------------------------------------             00620013
       2355-GRAVAR-1-BACKORDER                    SECTION.              00620014
      *----------------------------------------------------             00620015
           MOVE SPACES                 TO FD-BACKORD.                   00620016
           MOVE WRK-NF-PEDIDO          TO FD-BKO-PEDIDO.                00620017
           MOVE WRK-NF-CLIENTE         TO FD-BKO-CLIENTE.               00620018
           MOVE WRK-BKO-PRODUTO (WRK-BKO-IDX) TO FD-BKO-PRODUTO.        00620019
           MOVE WRK-BKO-QTDE (WRK-BKO-IDX)    TO FD-BKO-QTDE.           00620020
           MOVE WRK-DATA-PRECO         TO FD-BKO-DATA.                  00620021
           MOVE WRK-NF-UF              TO FD-BKO-UF.                    00620022
           MOVE WRK-NF-VENDEDOR        TO FD-BKO-VENDEDOR.              00620023
           MOVE 'A'                    TO FD-BKO-SITUACAO.              00620024
           MOVE ZEROS                  TO FD-BKO-QTDE-LIB.              00620025
           MOVE ZEROS                  TO FD-BKO-DATA-LIB.              00620026
           WRITE FD-BACKORD.                                            00620027
           IF WRK-FS-BACKORD NOT EQUAL 0                                00620028
            DISPLAY 'ERRO AO GRAVAR BACKORD: ' WRK-FS-BACKORD           00620029
            STOP RUN                                                    00620030
           END-IF.                                                      00620031
           ADD 1 TO WRK-ITENS-BKO.                                      00620032
           ADD WRK-BKO-QTDE (WRK-BKO-IDX) TO WRK-QTDE-BKO.              00620033
           ADD 1 TO WRK-BKO-IDX.                                        00620034
      *----------------------------------------------------             00620035
       2355-99-FIM.                                  EXIT.              00620036
      *----------------------------------------------------             00620037
                                                                        00620038
      *----------------------------------------------------             00620039
       2315-ZERAR-IMPOSTOS                        SECTION.              00620040
      *----------------------------------------------------             00620041
           MOVE ZEROS TO WRK-BASE-ICMS-NOTA.                            00620042
           MOVE ZEROS TO WRK-ICMS-NOTA.                                 00620043
           MOVE ZEROS TO WRK-IPI-NOTA.                                  00620044
           MOVE ZEROS TO WRK-BRUTO-NOTA.                                00620045
      *----------------------------------------------------             00620046
       2315-99-FIM.                                  EXIT.              00620047
      *----------------------------------------------------             00620048
                                                                        00620049
      *----------------------------------------------------             00620050
       2330-EMITIR-NOTA                           SECTION.              00620053
      *----------------------------------------------------             00620056
           ADD 1 TO WRK-NUMERO-NOTA.                                    00620060
           MOVE WRK-NUMERO-NOTA  TO WRK-NF-CAB-NUMERO.                  00620070
           MOVE WRK-DATA-ATUAL   TO WRK-NF-CAB-DATA.                    00620080
           MOVE WRK-NF-CLIENTE   TO WRK-NF-CAB-CLIENTE.                 00620090
           MOVE WRK-CLI-RAZAO-NF TO WRK-NF-CAB-RAZAO.                   00620100
           MOVE WRK-NF-VENDEDOR  TO WRK-NF-CAB-VENDEDOR.                00620110
           WRITE FD-NOTAFISC FROM WRK-NF-CABEC.                         00620120
                                                                        00620130
           MOVE 'N' TO WRK-NOTA-ABAIXO.                                 00620135
           MOVE 1 TO WRK-PED-IDX.                                       00620140
           PERFORM 2335-GRAVAR-ITEM                                     00620150
                   UNTIL WRK-PED-IDX GREATER WRK-ITENS-NA-NOTA.         00620160
           IF WRK-NOTA-ABAIXO EQUAL 'S'                                 00620162
            ADD 1 TO WRK-PEDMARG                                        00620164
           END-IF.                                                      00620166
                                                                        00620170
           IF WRK-FRETE GREATER ZEROS                                   00620180
            MOVE WRK-NF-UF    TO WRK-NF-FRT-UF                          00620190
            MOVE WRK-NF-PESO  TO WRK-NF-FRT-PESO                        00620200
            MOVE WRK-FRETE    TO WRK-NF-FRT-VALOR                       00620210
            WRITE FD-NOTAFISC FROM WRK-NF-FRETE                         00620220
            ADD WRK-FRETE TO WRK-TOTAL-NOTA                             00620230
           END-IF.                                                      00620240
           COMPUTE WRK-BRUTO-NOTA = WRK-TOTAL-NOTA + WRK-IPI-NOTA.      00620241
           MOVE WRK-NUMERO-NOTA    TO WRK-NF-TRB-NUMERO.                00620242
           MOVE WRK-BASE-ICMS-NOTA TO WRK-NF-TRB-BASE-ICMS.             00620243
           MOVE WRK-ICMS-NOTA      TO WRK-NF-TRB-ICMS.                  00620244
           MOVE WRK-IPI-NOTA       TO WRK-NF-TRB-IPI.                   00620245
           MOVE WRK-BRUTO-NOTA     TO WRK-NF-TRB-BRUTO.                 00620246
           WRITE FD-NOTAFISC FROM WRK-NF-TRIBUTOS.                      00620247
           MOVE WRK-NUMERO-NOTA   TO WRK-NF-TOT-NUMERO.                 00620250
           MOVE WRK-ITENS-NA-NOTA TO WRK-NF-TOT-ITENS.                  00620260
           MOVE WRK-TOTAL-NOTA    TO WRK-NF-TOT-VALOR.                  00620270
           WRITE FD-NOTAFISC FROM WRK-NF-TOTAL.                         00620280
           ADD 1 TO WRK-NOTAS-EMITIDAS.                                 00620290
           ADD WRK-TOTAL-NOTA TO WRK-TOTAL-DIA.                         00620300
           ADD WRK-ICMS-NOTA  TO WRK-ICMS-DIA.                          00620303
           ADD WRK-IPI-NOTA   TO WRK-IPI-DIA.                           00620306
      *    A NOTA DE HOJE AINDA NAO VIROU DUPLICATA, MAS JA             00620310
      *    CONSOME O LIMITE DOS PROXIMOS PEDIDOS DO CLIENTE.            00620320
           IF WRK-CLI-CORRENTE GREATER ZEROS                            00620330
            ADD WRK-BRUTO-NOTA                                          00620340
              TO WRK-CLIMSTR-ABERTO (WRK-CLI-CORRENTE)                  00620350
           END-IF.                                                      00620360
           MOVE WRK-TOTAL-NOTA TO WRK-TOTAL-ED.                         00620370
           DISPLAY 'NOTA ' WRK-NUMERO-NOTA ' FECHADA - '                00620380
                   'TOTAL: ' WRK-TOTAL-ED.                              00620390
      *----------------------------------------------------             00620400
       2330-99-FIM.                                  EXIT.              00620410
      *----------------------------------------------------             00620420
                                                                        00620430
      *----------------------------------------------------             00620440
       2335-GRAVAR-ITEM                           SECTION.              00620450
      *----------------------------------------------------             00620460
           MOVE WRK-PED-CODIGO (WRK-PED-IDX) TO WRK-NF-ITM-CODIGO.      00620470
           MOVE WRK-PED-DESCR (WRK-PED-IDX)  TO WRK-NF-ITM-DESCR.       00620480
           MOVE WRK-PED-PRECO (WRK-PED-IDX)  TO WRK-NF-ITM-PRECO.       00620490
           MOVE WRK-PED-QUANT (WRK-PED-IDX)  TO WRK-NF-ITM-QUANT.       00620500
           MOVE WRK-PED-TOTAL (WRK-PED-IDX)  TO WRK-NF-ITM-TOTAL.       00620510
           MOVE WRK-PED-PRECO-LISTA (WRK-PED-IDX)                       00620513
             TO WRK-NF-ITM-PRECO-LISTA.                                 00620516
           WRITE FD-NOTAFISC FROM WRK-NF-ITEM.                          00620520
           IF WRK-PED-ABAIXO (WRK-PED-IDX) EQUAL 'S'                    00620521
            PERFORM 2340-LISTAR-MARGEM                                  00620522
           END-IF.                                                      00620523
                                                                        00620524
           MOVE WRK-PED-CODIGO (WRK-PED-IDX) TO WRK-NF-IMP-CODIGO.      00620525
           MOVE WRK-NF-UF                    TO WRK-NF-IMP-UF.          00620526
           MOVE WRK-PED-TOTAL (WRK-PED-IDX)  TO WRK-NF-IMP-BASE-ICMS.   00620527
           MOVE WRK-ICMS-ALIQ                TO WRK-NF-IMP-ALIQ-ICMS.   00620528
           MOVE WRK-PED-ICMS (WRK-PED-IDX)   TO WRK-NF-IMP-ICMS.        00620529
           MOVE WRK-PED-TOTAL (WRK-PED-IDX)  TO WRK-NF-IMP-BASE-IPI.    00620530
           MOVE WRK-PED-ALIQ-IPI (WRK-PED-IDX)                          00620531
             TO WRK-NF-IMP-ALIQ-IPI.                                    00620532
           MOVE WRK-PED-IPI (WRK-PED-IDX)    TO WRK-NF-IMP-IPI.         00620533
           WRITE FD-NOTAFISC FROM WRK-NF-IMPOSTO.                       00620534
                                                                        00620535
      *    A SAIDA SO VAI PARA A RAZAO COM A NOTA EMITIDA;              00620536
      *    PEDIDO RECUSADO DEVOLVE O ESTOQUE SEM MOVIMENTO.             00620537
           MOVE SPACES                       TO FD-MOVEST.              00620538
           MOVE WRK-PED-CODIGO (WRK-PED-IDX) TO FD-MOV-PRODUTO.         00620539
           MOVE WRK-DATA-ATUAL               TO FD-MOV-DATA.            00620540
           MOVE WRK-HORA-ATUAL               TO FD-MOV-HORA.            00620541
           MOVE 'VE'                         TO FD-MOV-TIPO.            00620542
           MOVE 'S'                          TO FD-MOV-SENTIDO.         00620543
           MOVE WRK-NUMERO-NOTA              TO FD-MOV-DOCUMENTO.       00620544
           MOVE WRK-PED-QUANT (WRK-PED-IDX)  TO FD-MOV-QTDE.            00620545
           MOVE ZEROS                        TO FD-MOV-CUSTO.           00620546
           MOVE 'FR22CB24'                   TO FD-MOV-PROGRAMA.        00620547
           WRITE FD-MOVEST.                                             00620548
           ADD 1 TO WRK-PED-IDX.                                        00620549
      *----------------------------------------------------             00620550
       2335-99-FIM.                                  EXIT.              00620560
      *----------------------------------------------------             00620570
                                                                        00620580
      *----------------------------------------------------             00620590
       2340-LISTAR-MARGEM                         SECTION.              00620600
      *----------------------------------------------------             00620610
      *    MARGEM REALIZADA = (APLICADO - CUSTO) / CUSTO.               00620620
           MOVE 'S' TO WRK-NOTA-ABAIXO.                                 00620630
           ADD 1 TO WRK-ITENS-ABAIXO.                                   00620640
           COMPUTE WRK-MARGEM-ITEM ROUNDED =                            00620650
                   (WRK-PED-PRECO (WRK-PED-IDX)                         00620660
                    - WRK-PED-CUSTO (WRK-PED-IDX)) * 100                00620670
                   / WRK-PED-CUSTO (WRK-PED-IDX).                       00620680
           MOVE WRK-NUMERO-NOTA              TO WRK-MRG-NOTA.           00620690
           MOVE WRK-NF-PEDIDO                TO WRK-MRG-PEDIDO.         00620700
           MOVE WRK-NF-CLIENTE               TO WRK-MRG-CLIENTE.        00620710
           MOVE WRK-PED-CODIGO (WRK-PED-IDX) TO WRK-MRG-PRODUTO.        00620720
           MOVE WRK-PED-PRECO-LISTA (WRK-PED-IDX) TO WRK-MRG-LISTA.     00620730
           MOVE WRK-PED-PRECO (WRK-PED-IDX)  TO WRK-MRG-APLICADO.       00620740
           MOVE WRK-PED-CUSTO (WRK-PED-IDX)  TO WRK-MRG-CUSTO.          00620750
           MOVE WRK-MARGEM-ITEM              TO WRK-MRG-MARGEM.         00620760
           WRITE FD-RELMARG FROM WRK-MARG-LINHA.                        00620770
      *----------------------------------------------------             00620780
       2340-99-FIM.                                  EXIT.              00620790
      *----------------------------------------------------             00621000
                                                                        00622000
      *----------------------------------------------------             00623000
      *----------------------------------------------------             00646000
                                                                        00647000
      *----------------------------------------------------             00648000
       2400-PROCURAR-LIBERACAO                    SECTION.              00648007
      *----------------------------------------------------             00648014
      *    PEDIDO SEM NUMERO NAO TEM COMO SER LIBERADO.                 00648021
           MOVE 'N' TO WRK-PED-LIBERADO.                                00648028
           IF WRK-NF-PEDIDO EQUAL ZEROS                                 00648035
            GO TO 2400-99-FIM                                           00648042
           END-IF.                                                      00648049
           MOVE 1 TO WRK-LIB-IDX.                                       00648056
           PERFORM 2410-COMPARAR-LIBERACAO                              00648063
                   UNTIL WRK-LIB-IDX GREATER WRK-LIB-COUNT              00648070
                      OR WRK-PED-LIBERADO EQUAL 'S'.                    00648077
      *----------------------------------------------------             00648084
       2400-99-FIM.                                  EXIT.              00648091
      *----------------------------------------------------             00648098
                                                                        00648105
      *----------------------------------------------------             00648112
       2410-COMPARAR-LIBERACAO                    SECTION.              00648119
      *----------------------------------------------------             00648126
           IF WRK-NF-PEDIDO EQUAL WRK-LIB-PEDIDO (WRK-LIB-IDX)          00648133
              AND WRK-NF-CLIENTE EQUAL WRK-LIB-CLIENTE (WRK-LIB-IDX)    00648140
            MOVE 'S' TO WRK-PED-LIBERADO                                00648147
           ELSE                                                         00648154
            ADD 1 TO WRK-LIB-IDX                                        00648161
           END-IF.                                                      00648168
      *----------------------------------------------------             00648175
       2410-99-FIM.                                  EXIT.              00648182
      *----------------------------------------------------             00648189
                                                                        00648196
      *----------------------------------------------------             00648203
       2420-VERIFICAR-ATRASO                      SECTION.              00648210
      *----------------------------------------------------             00648217
      *    CLIENTE COM TITULO VENCIDO ALEM DO PRAZO TOLERADO            00648224
      *    NAO COMPRA, SALVO LIBERACAO DO FINANCEIRO.                   00648231
           IF WRK-CLI-CORRENTE EQUAL ZEROS                              00648238
            GO TO 2420-99-FIM                                           00648245
           END-IF.                                                      00648252
           IF WRK-CLIMSTR-ATRASO (WRK-CLI-CORRENTE)                     00648259
              GREATER WRK-DIAS-TOLERANCIA                               00648266
            IF WRK-PED-LIBERADO EQUAL 'S'                               00648273
             PERFORM 2450-REGISTRAR-LIBERACAO                           00648280
            ELSE                                                        00648287
             MOVE 'S' TO WRK-PED-REJEITADO                              00648294
             MOVE 'TITULO VENCIDO ALEM DO PRAZO'                        00648301
               TO WRK-MOTIVO-REJ                                        00648308
             ADD 1 TO WRK-PEDCRED                                       00648315
            END-IF                                                      00648322
           END-IF.                                                      00648329
      *----------------------------------------------------             00648336
       2420-99-FIM.                                  EXIT.              00648343
      *----------------------------------------------------             00648350
                                                                        00648357
      *----------------------------------------------------             00648364
       2430-VERIFICAR-LIMITE                      SECTION.              00648371
      *----------------------------------------------------             00648378
      *    SALDO EM ABERTO MAIS O PEDIDO (COM FRETE) NAO PODE           00648385
      *    PASSAR DO LIMITE; LIMITE ZERADO NAO BLOQUEIA.                00648392
           IF WRK-CLI-CORRENTE EQUAL ZEROS                              00648399
            GO TO 2430-99-FIM                                           00648406
           END-IF.                                                      00648413
           IF WRK-CLIMSTR-LIMITE (WRK-CLI-CORRENTE) EQUAL ZEROS         00648420
            GO TO 2430-99-FIM                                           00648427
           END-IF.                                                      00648434
           IF WRK-CLIMSTR-ABERTO (WRK-CLI-CORRENTE)                     00648441
              + WRK-TOTAL-PEDIDO                                        00648448
              GREATER WRK-CLIMSTR-LIMITE (WRK-CLI-CORRENTE)             00648455
            IF WRK-PED-LIBERADO EQUAL 'S'                               00648462
             PERFORM 2450-REGISTRAR-LIBERACAO                           00648469
            ELSE                                                        00648476
             MOVE 'S' TO WRK-PED-REJEITADO                              00648483
             MOVE 'LIMITE DE CREDITO EXCEDIDO'                          00648490
               TO WRK-MOTIVO-REJ                                        00648497
             ADD 1 TO WRK-PEDCRED                                       00648504
            END-IF                                                      00648511
           END-IF.                                                      00648518
      *----------------------------------------------------             00648525
       2430-99-FIM.                                  EXIT.              00648532
      *----------------------------------------------------             00648539
                                                                        00648546
      *----------------------------------------------------             00648553
       2440-CANCELAR-PEDIDO                       SECTION.              00648560
      *----------------------------------------------------             00648567
      *    PEDIDO RECUSADO NO FECHAMENTO: O ESTOQUE JA BAIXADO          00648574
      *    DOS ITENS VOLTA AO PRODMSTR E NENHUMA NOTA E GRAVADA.        00648581
           MOVE 1 TO WRK-PED-IDX.                                       00648588
           PERFORM 2445-DEVOLVER-ESTOQUE                                00648595
                   UNTIL WRK-PED-IDX GREATER WRK-ITENS-NA-NOTA.         00648602
           ADD WRK-ITENS-NA-NOTA TO WRK-REGISREJ.                       00648609
           PERFORM 2290-REJEITAR-PEDIDO.                                00648616
      *----------------------------------------------------             00648623
       2440-99-FIM.                                  EXIT.              00648630
      *----------------------------------------------------             00648637
                                                                        00648644
      *----------------------------------------------------             00648651
       2445-DEVOLVER-ESTOQUE                      SECTION.              00648658
      *----------------------------------------------------             00648665
           MOVE WRK-PED-CODIGO (WRK-PED-IDX) TO FD-PROD-CODIGO.         00648672
           READ PRODMSTR                                                00648679
             INVALID KEY                                                00648686
              DISPLAY 'ERRO AO DEVOLVER ESTOQUE - PRODUTO: '            00648693
                      FD-PROD-CODIGO                                    00648700
             NOT INVALID KEY                                            00648707
              ADD WRK-PED-QUANT (WRK-PED-IDX) TO FD-PROD-QTDESTOQ       00648714
              REWRITE FD-PRODMSTR                                       00648721
              IF WRK-FS-PRODMSTR NOT EQUAL 0                            00648728
               DISPLAY 'ERRO AO REGRAVAR ESTOQUE: '                     00648735
                       WRK-FS-PRODMSTR ' PRODUTO: '                     00648742
                       FD-PROD-CODIGO                                   00648749
              END-IF                                                    00648756
           END-READ.                                                    00648763
           ADD 1 TO WRK-PED-IDX.                                        00648770
      *----------------------------------------------------             00648777
       2445-99-FIM.                                  EXIT.              00648784
      *----------------------------------------------------             00648791
                                                                        00648798
      *----------------------------------------------------             00648805
       2450-REGISTRAR-LIBERACAO                   SECTION.              00648812
      *----------------------------------------------------             00648819
           ADD 1 TO WRK-PEDLIB.                                         00648826
           DISPLAY 'PEDIDO ' WRK-NF-PEDIDO ' LIBERADO PELO '            00648833
                   'FINANCEIRO (' WRK-LIB-USUARIO (WRK-LIB-IDX)         00648840
                   ') - CLIENTE: ' WRK-NF-CLIENTE.                      00648847
      *----------------------------------------------------             00648854
       2450-99-FIM.                                  EXIT.              00648861
      *----------------------------------------------------             00648868
                                                                        00648875
      *----------------------------------------------------             00648882
       3000-FINALIZAR                             SECTION.              00649000
      *----------------------------------------------------             00650000
           CLOSE NOTAFISC REJPED MOVEST RELMARG BACKORD.                00651000
                                                                        00652000
           PERFORM 3200-RELATORIO-REPOSICAO.                            00653000
           CLOSE PRODMSTR.                                              00654000
           DISPLAY '-------RESUMO DO DIA----------------'.              00658000
           DISPLAY 'NOTAS EMITIDAS:   ' WRK-NOTAS-EMITIDAS.             00659000
           DISPLAY 'TOTAL FATURADO:   ' WRK-TOTAL-ED.                   00660000
           MOVE WRK-ICMS-DIA TO WRK-TOTAL-ED.                           00660200
           DISPLAY 'ICMS DESTACADO:   ' WRK-TOTAL-ED.                   00660400
           MOVE WRK-IPI-DIA TO WRK-TOTAL-ED.                            00660600
           DISPLAY 'IPI DESTACADO:    ' WRK-TOTAL-ED.                   00660800
           DISPLAY 'REGISTROS LIDOS:  ' WRK-COUNT.                      00661000
           DISPLAY 'ITENS REJEITADOS: ' WRK-REGISREJ.                   00662000
           DISPLAY 'SEM ESTOQUE:      ' WRK-REJ-ESTOQUE.                00663000
           DISPLAY 'ITENS EM BACKORDER:' WRK-ITENS-BKO.                 00663250
           DISPLAY 'QTDE EM BACKORDER:' WRK-QTDE-BKO.                   00663500
           DISPLAY 'LIBERACOES LIDAS: ' WRK-LIB-LIDAS.                  00663750
           DISPLAY 'ITENS A REPOR:    ' WRK-ITENS-REPOR.                00664000
           DISPLAY 'PEDIDOS REJEITADOS:' WRK-PEDREJ.                    00665000
           DISPLAY 'RECUSADOS CREDITO:' WRK-PEDCRED.                    00665330
           DISPLAY 'LIBERADOS FINANC.:' WRK-PEDLIB.                     00665660
           DISPLAY 'ITENS C/ PRECO TAB:' WRK-ITENS-TABELA.              00665710
           DISPLAY 'PRECOTAB IGNORADOS:' WRK-PRC-IGNORADOS.             00665760
           DISPLAY 'ITENS SEM CUSTO:  ' WRK-ITENS-SEM-CUSTO.            00665810
           DISPLAY 'ITENS ABAIXO MARG:' WRK-ITENS-ABAIXO.               00665860
           DISPLAY 'NOTAS ABAIXO MARG:' WRK-PEDMARG.                    00665910
           DISPLAY '----------FIM DO PROGRAMA-----------'.              00666000
                                                                        00667000
      *----------------------------------------------------             00668000
