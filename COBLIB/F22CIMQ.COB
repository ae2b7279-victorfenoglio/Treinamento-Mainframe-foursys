F22CIMQ DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|AFASTAMENTOS            |00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(05,10),LENGTH=12,INITIAL='FUNCIONARIO:',COLOR=GREEN 00010000
IDFUNC  DFHMDF POS=(05,23),LENGTH=05,ATTRB=(UNPROT,NUM,IC)              00011000
        DFHMDF POS=(05,29),LENGTH=01,ATTRB=ASKIP                        00012000
        DFHMDF POS=(05,40),LENGTH=12,INITIAL='SEQUENCIA..:',COLOR=GREEN 00013000
SEQ     DFHMDF POS=(05,53),LENGTH=02,ATTRB=(UNPROT,NUM)                 00014000
        DFHMDF POS=(05,56),LENGTH=01,ATTRB=ASKIP                        00015000
*------------------------------------------------------------------     00016000
        DFHMDF POS=(07,10),LENGTH=12,INITIAL='TIPO.......:',COLOR=GREEN 00017000
TIPO    DFHMDF POS=(07,23),LENGTH=01,ATTRB=UNPROT                       00018000
        DFHMDF POS=(07,25),LENGTH=01,ATTRB=ASKIP                        00019000
        DFHMDF POS=(07,40),LENGTH=12,INITIAL='SITUACAO...:',COLOR=GREEN 00020000
SITUAC  DFHMDF POS=(07,53),LENGTH=10,ATTRB=ASKIP                        00021000
*------------------------------------------------------------------     00022000
        DFHMDF POS=(09,10),LENGTH=12,INITIAL='INICIO.....:',COLOR=GREEN 00023000
DATAINI DFHMDF POS=(09,23),LENGTH=10,ATTRB=UNPROT                       00024000
        DFHMDF POS=(09,34),LENGTH=01,ATTRB=ASKIP                        00025000
        DFHMDF POS=(10,10),LENGTH=12,INITIAL='RET.PREVIST:',COLOR=GREEN 00026000
RETPREV DFHMDF POS=(10,23),LENGTH=10,ATTRB=UNPROT                       00027000
        DFHMDF POS=(10,34),LENGTH=01,ATTRB=ASKIP                        00028000
        DFHMDF POS=(11,10),LENGTH=12,INITIAL='RET.EFETIVO:',COLOR=GREEN 00029000
RETEFET DFHMDF POS=(11,23),LENGTH=10,ATTRB=UNPROT                       00030000
        DFHMDF POS=(11,34),LENGTH=01,ATTRB=ASKIP                        00031000
*------------------------------------------------------------------     00032000
        DFHMDF POS=(13,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00033000
               INITIAL='TIPO D = DOENCA      A = ACIDENTE DE TRABALHO'  00034000
        DFHMDF POS=(14,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00035000
               INITIAL='TIPO M = MATERNIDADE N = LICENCA NAO REMUNERADA'00036000
        DFHMDF POS=(15,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00037000
               INITIAL='D/A: EMPRESA PAGA OS 15 PRIMEIROS DIAS'         00038000
        DFHMDF POS=(16,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00039000
               INITIAL='DATAS NO FORMATO AAAA-MM-DD'                    00040000
*------------------------------------------------------------------     00041000
        DFHMDF POS=(19,10),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00042000
MSG     DFHMDF POS=(19,21),LENGTH=40,ATTRB=ASKIP                        00043000
        DFHMDF POS=(19,62),LENGTH=11,INITIAL='CONFIRMA(S)',COLOR=GREEN  00044000
CONFIRM DFHMDF POS=(19,74),LENGTH=01,ATTRB=UNPROT                       00045000
*------------------------------------------------------------------     00046000
        DFHMDF POS=(22,10),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00047000
               ATTRB=ASKIP,COLOR=PINK                                   00048000
        DFHMDF POS=(22,28),LENGTH=13,INITIAL='F5-CONSULTAR|',          *00049000
               ATTRB=ASKIP,COLOR=PINK                                   00050000
        DFHMDF POS=(22,42),LENGTH=10,INITIAL='F6-GRAVAR|',             *00051000
               ATTRB=ASKIP,COLOR=PINK                                   00052000
        DFHMDF POS=(23,10),LENGTH=11,INITIAL='F7-RETORNO|',            *00053000
               ATTRB=ASKIP,COLOR=PINK                                   00054000
        DFHMDF POS=(23,22),LENGTH=08,INITIAL='F10-SAIR',               *00055000
               ATTRB=ASKIP,COLOR=PINK                                   00056000
*------------------------------------------------------------------     00057000
        DFHMSD TYPE=FINAL                                               00058000
        END                                                             00059000
