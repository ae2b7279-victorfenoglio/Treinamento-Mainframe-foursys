F22CIMN DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|HORAS EXTRAS/NOTURNAS   |00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(05,10),LENGTH=12,INITIAL='FUNCIONARIO:',COLOR=GREEN 00010000
IDFUNC  DFHMDF POS=(05,23),LENGTH=05,ATTRB=(UNPROT,NUM,IC)              00011000
        DFHMDF POS=(05,29),LENGTH=01,ATTRB=ASKIP                        00012000
        DFHMDF POS=(05,40),LENGTH=12,INITIAL='COMPETENCIA:',COLOR=GREEN 00013000
COMPET  DFHMDF POS=(05,53),LENGTH=06,ATTRB=(UNPROT,NUM)                 00014000
        DFHMDF POS=(05,60),LENGTH=01,ATTRB=ASKIP                        00015000
*------------------------------------------------------------------     00016000
        DFHMDF POS=(07,10),LENGTH=12,INITIAL='HE 50%.....:',COLOR=GREEN 00017000
HE50    DFHMDF POS=(07,23),LENGTH=05,ATTRB=(UNPROT,NUM)                 00018000
        DFHMDF POS=(07,29),LENGTH=01,ATTRB=ASKIP                        00019000
        DFHMDF POS=(07,40),LENGTH=12,INITIAL='HE 100%....:',COLOR=GREEN 00020000
HE100   DFHMDF POS=(07,53),LENGTH=05,ATTRB=(UNPROT,NUM)                 00021000
        DFHMDF POS=(07,59),LENGTH=01,ATTRB=ASKIP                        00022000
*------------------------------------------------------------------     00023000
        DFHMDF POS=(09,10),LENGTH=12,INITIAL='NOTURNAS...:',COLOR=GREEN 00024000
HNOT    DFHMDF POS=(09,23),LENGTH=05,ATTRB=(UNPROT,NUM)                 00025000
        DFHMDF POS=(09,29),LENGTH=01,ATTRB=ASKIP                        00026000
        DFHMDF POS=(09,40),LENGTH=12,INITIAL='SITUACAO...:',COLOR=GREEN 00027000
SITUAC  DFHMDF POS=(09,53),LENGTH=01,ATTRB=ASKIP                        00028000
        DFHMDF POS=(09,55),LENGTH=01,ATTRB=ASKIP                        00029000
*------------------------------------------------------------------     00030000
        DFHMDF POS=(11,10),LENGTH=12,INITIAL='MOTIVO.....:',COLOR=GREEN 00031000
MOTIVO  DFHMDF POS=(11,23),LENGTH=30,ATTRB=ASKIP                        00032000
        DFHMDF POS=(11,54),LENGTH=01,ATTRB=ASKIP                        00033000
*------------------------------------------------------------------     00034000
        DFHMDF POS=(13,10),LENGTH=46,ATTRB=ASKIP,COLOR=BLUE,           *00035000
               INITIAL='HORAS EM 999V99 (EX.: 01250 = 12,50 HORAS)'     00036000
        DFHMDF POS=(14,10),LENGTH=46,ATTRB=ASKIP,COLOR=BLUE,           *00037000
               INITIAL='SITUACAO: P=PENDENTE V=VALIDADA E=ERRO'         00038000
*------------------------------------------------------------------     00039000
        DFHMDF POS=(19,10),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00040000
MSG     DFHMDF POS=(19,21),LENGTH=40,ATTRB=ASKIP                        00041000
        DFHMDF POS=(19,62),LENGTH=11,INITIAL='CONFIRMA(S)',COLOR=GREEN  00042000
CONFIRM DFHMDF POS=(19,74),LENGTH=01,ATTRB=UNPROT                       00043000
*------------------------------------------------------------------     00044000
        DFHMDF POS=(22,10),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00045000
               ATTRB=ASKIP,COLOR=PINK                                   00046000
        DFHMDF POS=(22,28),LENGTH=13,INITIAL='F5-CONSULTAR|',          *00047000
               ATTRB=ASKIP,COLOR=PINK                                   00048000
        DFHMDF POS=(22,42),LENGTH=12,INITIAL='F6-REGISTRA|',           *00049000
               ATTRB=ASKIP,COLOR=PINK                                   00050000
        DFHMDF POS=(23,10),LENGTH=12,INITIAL='F7-CANCELAR|',           *00051000
               ATTRB=ASKIP,COLOR=PINK                                   00052000
        DFHMDF POS=(23,23),LENGTH=08,INITIAL='F10-SAIR',               *00053000
               ATTRB=ASKIP,COLOR=PINK                                   00054000
*------------------------------------------------------------------     00055000
        DFHMSD TYPE=FINAL                                               00056000
        END                                                             00057000
