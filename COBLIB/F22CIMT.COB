F22CIMT DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|APROVACAO CADASTRAL     |00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(04,05),LENGTH=21,INITIAL='PENDENTES (F5 LISTA):'    00010000
PED1    DFHMDF POS=(05,05),LENGTH=70,ATTRB=ASKIP                        00011000
PED2    DFHMDF POS=(06,05),LENGTH=70,ATTRB=ASKIP                        00012000
PED3    DFHMDF POS=(07,05),LENGTH=70,ATTRB=ASKIP                        00013000
PED4    DFHMDF POS=(08,05),LENGTH=70,ATTRB=ASKIP                        00014000
PED5    DFHMDF POS=(09,05),LENGTH=70,ATTRB=ASKIP                        00015000
PED6    DFHMDF POS=(10,05),LENGTH=70,ATTRB=ASKIP                        00016000
*------------------------------------------------------------------     00017000
        DFHMDF POS=(12,05),LENGTH=12,INITIAL='FUNCIONARIO:',COLOR=GREEN 00018000
IDFUNC  DFHMDF POS=(12,18),LENGTH=05,ATTRB=(UNPROT,NUM,IC)              00019000
        DFHMDF POS=(12,24),LENGTH=01,ATTRB=ASKIP                        00020000
NOME    DFHMDF POS=(12,30),LENGTH=30,ATTRB=ASKIP                        00021000
        DFHMDF POS=(13,05),LENGTH=12,INITIAL='EMAIL NOVO.:',COLOR=GREEN 00022000
EMAIL   DFHMDF POS=(13,18),LENGTH=40,ATTRB=ASKIP                        00023000
        DFHMDF POS=(14,05),LENGTH=12,INITIAL='ENDERECO...:',COLOR=GREEN 00024000
ENDER   DFHMDF POS=(14,18),LENGTH=50,ATTRB=ASKIP                        00025000
        DFHMDF POS=(15,05),LENGTH=12,INITIAL='AGENCIA....:',COLOR=GREEN 00026000
AGENCIA DFHMDF POS=(15,18),LENGTH=04,ATTRB=ASKIP                        00027000
        DFHMDF POS=(15,30),LENGTH=12,INITIAL='CONTA......:',COLOR=GREEN 00028000
CONTA   DFHMDF POS=(15,43),LENGTH=08,ATTRB=ASKIP                        00029000
        DFHMDF POS=(16,05),LENGTH=12,INITIAL='SOLICITANTE:',COLOR=GREEN 00030000
SOLIC   DFHMDF POS=(16,18),LENGTH=08,ATTRB=ASKIP                        00031000
*------------------------------------------------------------------     00032000
        DFHMDF POS=(17,05),LENGTH=12,INITIAL='MOTIVO.....:',COLOR=GREEN 00033000
MOTIVO  DFHMDF POS=(17,18),LENGTH=30,ATTRB=UNPROT                       00034000
        DFHMDF POS=(17,49),LENGTH=01,ATTRB=ASKIP                        00035000
*------------------------------------------------------------------     00036000
        DFHMDF POS=(19,05),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00037000
MSG     DFHMDF POS=(19,16),LENGTH=40,ATTRB=ASKIP                        00038000
*------------------------------------------------------------------     00039000
        DFHMDF POS=(22,05),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00040000
               ATTRB=ASKIP,COLOR=PINK                                   00041000
        DFHMDF POS=(22,23),LENGTH=09,INITIAL='F5-LISTA|',              *00042000
               ATTRB=ASKIP,COLOR=PINK                                   00043000
        DFHMDF POS=(22,33),LENGTH=11,INITIAL='F6-APROVAR|',            *00044000
               ATTRB=ASKIP,COLOR=PINK                                   00045000
        DFHMDF POS=(23,05),LENGTH=11,INITIAL='F7-RECUSAR|',            *00046000
               ATTRB=ASKIP,COLOR=PINK                                   00047000
        DFHMDF POS=(23,17),LENGTH=08,INITIAL='F10-SAIR',               *00048000
               ATTRB=ASKIP,COLOR=PINK                                   00049000
*------------------------------------------------------------------     00050000
        DFHMSD TYPE=FINAL                                               00051000
        END                                                             00052000
