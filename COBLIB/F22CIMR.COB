F22CIMR DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|EXAMES OCUPACIONAIS     |00006000
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
        DFHMDF POS=(07,10),LENGTH=12,INITIAL='TIPO EXAME.:',COLOR=GREEN 00017000
TIPO    DFHMDF POS=(07,23),LENGTH=01,ATTRB=UNPROT                       00018000
        DFHMDF POS=(07,25),LENGTH=01,ATTRB=ASKIP                        00019000
        DFHMDF POS=(07,40),LENGTH=12,INITIAL='RESULTADO..:',COLOR=GREEN 00020000
RESULT  DFHMDF POS=(07,53),LENGTH=01,ATTRB=UNPROT                       00021000
        DFHMDF POS=(07,55),LENGTH=01,ATTRB=ASKIP                        00022000
*------------------------------------------------------------------     00023000
        DFHMDF POS=(09,10),LENGTH=12,INITIAL='REALIZADO..:',COLOR=GREEN 00024000
DATAEX  DFHMDF POS=(09,23),LENGTH=10,ATTRB=UNPROT                       00025000
        DFHMDF POS=(09,34),LENGTH=01,ATTRB=ASKIP                        00026000
        DFHMDF POS=(10,10),LENGTH=12,INITIAL='PROXIMO....:',COLOR=GREEN 00027000
PROXIMO DFHMDF POS=(10,23),LENGTH=10,ATTRB=UNPROT                       00028000
        DFHMDF POS=(10,34),LENGTH=01,ATTRB=ASKIP                        00029000
*------------------------------------------------------------------     00030000
        DFHMDF POS=(13,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00031000
               INITIAL='TIPO A = ADMISSIONAL  P = PERIODICO'            00032000
        DFHMDF POS=(14,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00033000
               INITIAL='TIPO R = RETORNO      D = DEMISSIONAL'          00034000
        DFHMDF POS=(15,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00035000
               INITIAL='RESULTADO A = APTO    I = INAPTO'               00036000
        DFHMDF POS=(16,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00037000
               INITIAL='PROXIMO EM BRANCO = REALIZADO + 1 ANO'          00038000
        DFHMDF POS=(17,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00039000
               INITIAL='DATAS NO FORMATO AAAA-MM-DD'                    00040000
*------------------------------------------------------------------     00041000
        DFHMDF POS=(19,10),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00042000
MSG     DFHMDF POS=(19,21),LENGTH=40,ATTRB=ASKIP                        00043000
*------------------------------------------------------------------     00044000
        DFHMDF POS=(22,10),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00045000
               ATTRB=ASKIP,COLOR=PINK                                   00046000
        DFHMDF POS=(22,28),LENGTH=13,INITIAL='F5-CONSULTAR|',          *00047000
               ATTRB=ASKIP,COLOR=PINK                                   00048000
        DFHMDF POS=(22,42),LENGTH=10,INITIAL='F6-GRAVAR|',             *00049000
               ATTRB=ASKIP,COLOR=PINK                                   00050000
        DFHMDF POS=(23,10),LENGTH=08,INITIAL='F10-SAIR',               *00051000
               ATTRB=ASKIP,COLOR=PINK                                   00052000
*------------------------------------------------------------------     00053000
        DFHMSD TYPE=FINAL                                               00054000
        END                                                             00055000
