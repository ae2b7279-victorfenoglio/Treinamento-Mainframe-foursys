F22CIMP DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|PENSAO ALIMENTICIA      |00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(05,10),LENGTH=12,INITIAL='FUNCIONARIO:',COLOR=GREEN 00010000
IDFUNC  DFHMDF POS=(05,23),LENGTH=05,ATTRB=(UNPROT,NUM,IC)              00011000
        DFHMDF POS=(05,29),LENGTH=01,ATTRB=ASKIP                        00012000
        DFHMDF POS=(05,40),LENGTH=12,INITIAL='ORDEM......:',COLOR=GREEN 00013000
SEQ     DFHMDF POS=(05,53),LENGTH=01,ATTRB=(UNPROT,NUM)                 00014000
        DFHMDF POS=(05,55),LENGTH=01,ATTRB=ASKIP                        00015000
*------------------------------------------------------------------     00016000
        DFHMDF POS=(07,10),LENGTH=12,INITIAL='CALCULO....:',COLOR=GREEN 00017000
TIPOCAL DFHMDF POS=(07,23),LENGTH=01,ATTRB=UNPROT                       00018000
        DFHMDF POS=(07,25),LENGTH=01,ATTRB=ASKIP                        00019000
        DFHMDF POS=(07,40),LENGTH=12,INITIAL='STATUS.....:',COLOR=GREEN 00020000
STATUS  DFHMDF POS=(07,53),LENGTH=01,ATTRB=ASKIP                        00021000
*------------------------------------------------------------------     00022000
        DFHMDF POS=(08,10),LENGTH=12,INITIAL='PERCENTUAL.:',COLOR=GREEN 00023000
PERCENT DFHMDF POS=(08,23),LENGTH=05,ATTRB=(UNPROT,NUM)                 00024000
        DFHMDF POS=(08,29),LENGTH=01,ATTRB=ASKIP                        00025000
        DFHMDF POS=(08,40),LENGTH=12,INITIAL='VALOR FIXO.:',COLOR=GREEN 00026000
VALOR   DFHMDF POS=(08,53),LENGTH=08,ATTRB=(UNPROT,NUM)                 00027000
        DFHMDF POS=(08,62),LENGTH=01,ATTRB=ASKIP                        00028000
*------------------------------------------------------------------     00029000
        DFHMDF POS=(10,10),LENGTH=12,INITIAL='BENEFICIARIO',COLOR=GREEN 00030000
BENEF   DFHMDF POS=(10,23),LENGTH=30,ATTRB=UNPROT                       00031000
        DFHMDF POS=(10,54),LENGTH=01,ATTRB=ASKIP                        00032000
        DFHMDF POS=(11,10),LENGTH=12,INITIAL='CPF........:',COLOR=GREEN 00033000
CPF     DFHMDF POS=(11,23),LENGTH=11,ATTRB=(UNPROT,NUM)                 00034000
        DFHMDF POS=(11,35),LENGTH=01,ATTRB=ASKIP                        00035000
        DFHMDF POS=(12,10),LENGTH=12,INITIAL='AGENCIA....:',COLOR=GREEN 00036000
AGENCIA DFHMDF POS=(12,23),LENGTH=04,ATTRB=(UNPROT,NUM)                 00037000
        DFHMDF POS=(12,28),LENGTH=01,ATTRB=ASKIP                        00038000
        DFHMDF POS=(12,40),LENGTH=12,INITIAL='CONTA......:',COLOR=GREEN 00039000
CONTA   DFHMDF POS=(12,53),LENGTH=08,ATTRB=(UNPROT,NUM)                 00040000
        DFHMDF POS=(12,62),LENGTH=01,ATTRB=ASKIP                        00041000
*------------------------------------------------------------------     00042000
        DFHMDF POS=(14,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00043000
               INITIAL='CALCULO P = % DO LIQUIDO (BRUTO - INSS)'        00044000
        DFHMDF POS=(15,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00045000
               INITIAL='CALCULO V = VALOR FIXO MENSAL'                  00046000
        DFHMDF POS=(16,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00047000
               INITIAL='PERC. 999V99 (03000 = 30%) - VALOR 999999V99'   00048000
*------------------------------------------------------------------     00049000
        DFHMDF POS=(19,10),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00050000
MSG     DFHMDF POS=(19,21),LENGTH=40,ATTRB=ASKIP                        00051000
        DFHMDF POS=(19,62),LENGTH=11,INITIAL='CONFIRMA(S)',COLOR=GREEN  00052000
CONFIRM DFHMDF POS=(19,74),LENGTH=01,ATTRB=UNPROT                       00053000
*------------------------------------------------------------------     00054000
        DFHMDF POS=(22,10),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00055000
               ATTRB=ASKIP,COLOR=PINK                                   00056000
        DFHMDF POS=(22,28),LENGTH=13,INITIAL='F5-CONSULTAR|',          *00057000
               ATTRB=ASKIP,COLOR=PINK                                   00058000
        DFHMDF POS=(22,42),LENGTH=10,INITIAL='F6-GRAVAR|',             *00059000
               ATTRB=ASKIP,COLOR=PINK                                   00060000
        DFHMDF POS=(23,10),LENGTH=12,INITIAL='F7-ENCERRAR|',           *00061000
               ATTRB=ASKIP,COLOR=PINK                                   00062000
        DFHMDF POS=(23,23),LENGTH=08,INITIAL='F10-SAIR',               *00063000
               ATTRB=ASKIP,COLOR=PINK                                   00064000
*------------------------------------------------------------------     00065000
        DFHMSD TYPE=FINAL                                               00066000
        END                                                             00067000
