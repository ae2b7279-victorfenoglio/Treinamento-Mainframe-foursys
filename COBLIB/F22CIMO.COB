F22CIMO DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|VALE-TRANSPORTE         |00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(05,10),LENGTH=12,INITIAL='FUNCIONARIO:',COLOR=GREEN 00010000
IDFUNC  DFHMDF POS=(05,23),LENGTH=05,ATTRB=(UNPROT,NUM,IC)              00011000
        DFHMDF POS=(05,29),LENGTH=01,ATTRB=ASKIP                        00012000
*------------------------------------------------------------------     00013000
        DFHMDF POS=(07,10),LENGTH=12,INITIAL='TARIFA.....:',COLOR=GREEN 00014000
TARIFA  DFHMDF POS=(07,23),LENGTH=05,ATTRB=(UNPROT,NUM)                 00015000
        DFHMDF POS=(07,29),LENGTH=01,ATTRB=ASKIP                        00016000
        DFHMDF POS=(07,40),LENGTH=12,INITIAL='VIAGENS/DIA:',COLOR=GREEN 00017000
VIAGENS DFHMDF POS=(07,53),LENGTH=02,ATTRB=(UNPROT,NUM)                 00018000
        DFHMDF POS=(07,56),LENGTH=01,ATTRB=ASKIP                        00019000
*------------------------------------------------------------------     00020000
        DFHMDF POS=(09,10),LENGTH=12,INITIAL='INICIO.....:',COLOR=GREEN 00021000
DATAINI DFHMDF POS=(09,23),LENGTH=10,ATTRB=UNPROT                       00022000
        DFHMDF POS=(09,34),LENGTH=01,ATTRB=ASKIP                        00023000
        DFHMDF POS=(09,40),LENGTH=12,INITIAL='FIM........:',COLOR=GREEN 00024000
DATAFIM DFHMDF POS=(09,53),LENGTH=10,ATTRB=UNPROT                       00025000
        DFHMDF POS=(09,64),LENGTH=01,ATTRB=ASKIP                        00026000
*------------------------------------------------------------------     00027000
        DFHMDF POS=(13,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00028000
               INITIAL='TARIFA POR VIAGEM EM 999V99 (EX.: 00550 = 5,50)'00029000
        DFHMDF POS=(14,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00030000
               INITIAL='DATAS AAAA-MM-DD - FIM EM BRANCO = SEM TERMINO' 00031000
*------------------------------------------------------------------     00032000
        DFHMDF POS=(19,10),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00033000
MSG     DFHMDF POS=(19,21),LENGTH=40,ATTRB=ASKIP                        00034000
        DFHMDF POS=(19,62),LENGTH=11,INITIAL='CONFIRMA(S)',COLOR=GREEN  00035000
CONFIRM DFHMDF POS=(19,74),LENGTH=01,ATTRB=UNPROT                       00036000
*------------------------------------------------------------------     00037000
        DFHMDF POS=(22,10),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00038000
               ATTRB=ASKIP,COLOR=PINK                                   00039000
        DFHMDF POS=(22,28),LENGTH=13,INITIAL='F5-CONSULTAR|',          *00040000
               ATTRB=ASKIP,COLOR=PINK                                   00041000
        DFHMDF POS=(22,42),LENGTH=10,INITIAL='F6-GRAVAR|',             *00042000
               ATTRB=ASKIP,COLOR=PINK                                   00043000
        DFHMDF POS=(23,10),LENGTH=12,INITIAL='F7-ENCERRAR|',           *00044000
               ATTRB=ASKIP,COLOR=PINK                                   00045000
        DFHMDF POS=(23,23),LENGTH=08,INITIAL='F10-SAIR',               *00046000
               ATTRB=ASKIP,COLOR=PINK                                   00047000
*------------------------------------------------------------------     00048000
        DFHMSD TYPE=FINAL                                               00049000
        END                                                             00050000
