F22CIMV DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|FECHAMENTO DA FOLHA     |00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(04,02),LENGTH=12,INITIAL='COMPETENCIA:',COLOR=GREEN 00010000
COMPET  DFHMDF POS=(04,15),LENGTH=06,ATTRB=(UNPROT,NUM,IC)              00011000
        DFHMDF POS=(04,22),LENGTH=01,ATTRB=ASKIP                        00012000
SITUAC  DFHMDF POS=(04,30),LENGTH=40,ATTRB=ASKIP                        00013000
        DFHMDF POS=(05,02),LENGTH=37,                                  *00014000
               INITIAL='PS PROGRAMA DESCRICAO        SITUACAO',        *00015000
               COLOR=GREEN                                              00016000
        DFHMDF POS=(05,40),LENGTH=26,                                  *00017000
               INITIAL='DATA       USUARIO  TOTAIS',COLOR=GREEN         00018000
PS01    DFHMDF POS=(06,02),LENGTH=77,ATTRB=ASKIP                        00019000
PS02    DFHMDF POS=(07,02),LENGTH=77,ATTRB=ASKIP                        00020000
PS03    DFHMDF POS=(08,02),LENGTH=77,ATTRB=ASKIP                        00021000
PS04    DFHMDF POS=(09,02),LENGTH=77,ATTRB=ASKIP                        00022000
PS05    DFHMDF POS=(10,02),LENGTH=77,ATTRB=ASKIP                        00023000
PS06    DFHMDF POS=(11,02),LENGTH=77,ATTRB=ASKIP                        00024000
PS07    DFHMDF POS=(12,02),LENGTH=77,ATTRB=ASKIP                        00025000
PS08    DFHMDF POS=(13,02),LENGTH=77,ATTRB=ASKIP                        00026000
PS09    DFHMDF POS=(14,02),LENGTH=77,ATTRB=ASKIP                        00027000
PS10    DFHMDF POS=(15,02),LENGTH=77,ATTRB=ASKIP                        00028000
PS11    DFHMDF POS=(16,02),LENGTH=77,ATTRB=ASKIP                        00029000
PS12    DFHMDF POS=(17,02),LENGTH=77,ATTRB=ASKIP                        00030000
PS13    DFHMDF POS=(18,02),LENGTH=77,ATTRB=ASKIP                        00031000
PS14    DFHMDF POS=(19,02),LENGTH=77,ATTRB=ASKIP                        00032000
PS15    DFHMDF POS=(20,02),LENGTH=77,ATTRB=ASKIP                        00033000
*------------------------------------------------------------------     00034000
        DFHMDF POS=(21,02),LENGTH=12,INITIAL='PROXIMO....:',COLOR=GREEN 00035000
PROX    DFHMDF POS=(21,15),LENGTH=40,ATTRB=ASKIP                        00036000
        DFHMDF POS=(22,02),LENGTH=12,INITIAL='MSG........:',COLOR=GREEN 00037000
MSG     DFHMDF POS=(22,15),LENGTH=40,ATTRB=ASKIP                        00038000
*------------------------------------------------------------------     00039000
        DFHMDF POS=(23,02),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00040000
               ATTRB=ASKIP,COLOR=PINK                                   00041000
        DFHMDF POS=(23,20),LENGTH=12,INITIAL='F5-CONSULTA|',           *00042000
               ATTRB=ASKIP,COLOR=PINK                                   00043000
        DFHMDF POS=(23,33),LENGTH=12,INITIAL='F6-ENCERRAR|',           *00044000
               ATTRB=ASKIP,COLOR=PINK                                   00045000
        DFHMDF POS=(23,46),LENGTH=08,INITIAL='F10-SAIR',               *00046000
               ATTRB=ASKIP,COLOR=PINK                                   00047000
*------------------------------------------------------------------     00048000
        DFHMSD TYPE=FINAL                                               00049000
        END                                                             00050000
