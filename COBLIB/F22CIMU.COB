F22CIMU DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|RECERTIFICACAO DE ACESSO|00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(05,05),LENGTH=21,INITIAL='PENDENTES (F5 LISTA):'    00010000
PED1    DFHMDF POS=(06,05),LENGTH=70,ATTRB=ASKIP                        00011000
PED2    DFHMDF POS=(07,05),LENGTH=70,ATTRB=ASKIP                        00012000
PED3    DFHMDF POS=(08,05),LENGTH=70,ATTRB=ASKIP                        00013000
PED4    DFHMDF POS=(09,05),LENGTH=70,ATTRB=ASKIP                        00014000
PED5    DFHMDF POS=(10,05),LENGTH=70,ATTRB=ASKIP                        00015000
PED6    DFHMDF POS=(11,05),LENGTH=70,ATTRB=ASKIP                        00016000
PED7    DFHMDF POS=(12,05),LENGTH=70,ATTRB=ASKIP                        00017000
PED8    DFHMDF POS=(13,05),LENGTH=70,ATTRB=ASKIP                        00018000
*------------------------------------------------------------------     00019000
        DFHMDF POS=(15,05),LENGTH=12,INITIAL='USUARIO....:',COLOR=GREEN 00020000
USUARIO DFHMDF POS=(15,18),LENGTH=08,ATTRB=(UNPROT,IC)                  00021000
        DFHMDF POS=(15,27),LENGTH=01,ATTRB=ASKIP                        00022000
        DFHMDF POS=(16,05),LENGTH=60,ATTRB=ASKIP,COLOR=BLUE,           *00023000
               INITIAL='MOTIVOS: INATIV AFAST SETOR GEREN SEMUSO'       00024000
        DFHMDF POS=(17,05),LENGTH=60,ATTRB=ASKIP,COLOR=BLUE,           *00025000
               INITIAL='SEM CONFIRMACAO ATE O PRAZO O ACESSO E REVOGADO'00026000
*------------------------------------------------------------------     00027000
        DFHMDF POS=(19,05),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00028000
MSG     DFHMDF POS=(19,16),LENGTH=40,ATTRB=ASKIP                        00029000
*------------------------------------------------------------------     00030000
        DFHMDF POS=(22,05),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00031000
               ATTRB=ASKIP,COLOR=PINK                                   00032000
        DFHMDF POS=(22,23),LENGTH=09,INITIAL='F5-LISTA|',              *00033000
               ATTRB=ASKIP,COLOR=PINK                                   00034000
        DFHMDF POS=(22,33),LENGTH=13,INITIAL='F6-CONFIRMAR|',          *00035000
               ATTRB=ASKIP,COLOR=PINK                                   00036000
        DFHMDF POS=(23,05),LENGTH=11,INITIAL='F7-REVOGAR|',            *00037000
               ATTRB=ASKIP,COLOR=PINK                                   00038000
        DFHMDF POS=(23,17),LENGTH=08,INITIAL='F10-SAIR',               *00039000
               ATTRB=ASKIP,COLOR=PINK                                   00040000
*------------------------------------------------------------------     00041000
        DFHMSD TYPE=FINAL                                               00042000
        END                                                             00043000
