F22CIMS DFHMSD TYPE=MAP,MODE=INOUT,LANG=COBOL,CTRL=FREEKB,TIOAPFX=YES, *00001000
               MAPATTS=(COLOR)                                          00002000
MAPA01  DFHMDI SIZE=(24,80)                                             00003000
*------------------------------------------------------------------     00004000
        DFHMDF POS=(01,27),LENGTH=26,INITIAL='==========================00005000
        DFHMDF POS=(02,27),LENGTH=26,INITIAL='|ATUALIZACAO CADASTRAL   |00006000
               COLOR=RED                                                00007000
        DFHMDF POS=(03,27),LENGTH=26,INITIAL='==========================00008000
*------------------------------------------------------------------     00009000
        DFHMDF POS=(05,10),LENGTH=12,INITIAL='EMAIL......:',COLOR=GREEN 00010000
EMAIL   DFHMDF POS=(05,23),LENGTH=40,ATTRB=(UNPROT,IC)                  00011000
        DFHMDF POS=(05,64),LENGTH=01,ATTRB=ASKIP                        00012000
        DFHMDF POS=(07,10),LENGTH=12,INITIAL='ENDERECO...:',COLOR=GREEN 00013000
ENDER   DFHMDF POS=(07,23),LENGTH=50,ATTRB=UNPROT                       00014000
        DFHMDF POS=(07,74),LENGTH=01,ATTRB=ASKIP                        00015000
*------------------------------------------------------------------     00016000
        DFHMDF POS=(09,10),LENGTH=12,INITIAL='AGENCIA....:',COLOR=GREEN 00017000
AGENCIA DFHMDF POS=(09,23),LENGTH=04,ATTRB=(UNPROT,NUM)                 00018000
        DFHMDF POS=(09,28),LENGTH=01,ATTRB=ASKIP                        00019000
        DFHMDF POS=(09,40),LENGTH=12,INITIAL='CONTA......:',COLOR=GREEN 00020000
CONTA   DFHMDF POS=(09,53),LENGTH=08,ATTRB=(UNPROT,NUM)                 00021000
        DFHMDF POS=(09,62),LENGTH=01,ATTRB=ASKIP                        00022000
*------------------------------------------------------------------     00023000
        DFHMDF POS=(11,10),LENGTH=12,INITIAL='SITUACAO...:',COLOR=GREEN 00024000
SITU    DFHMDF POS=(11,23),LENGTH=01,ATTRB=ASKIP                        00025000
        DFHMDF POS=(11,25),LENGTH=01,ATTRB=ASKIP                        00026000
        DFHMDF POS=(11,40),LENGTH=12,INITIAL='ENVIADO EM.:',COLOR=GREEN 00027000
DATAPED DFHMDF POS=(11,53),LENGTH=10,ATTRB=ASKIP                        00028000
        DFHMDF POS=(11,64),LENGTH=01,ATTRB=ASKIP                        00029000
        DFHMDF POS=(13,10),LENGTH=12,INITIAL='RESPOSTA...:',COLOR=GREEN 00030000
MOTIVO  DFHMDF POS=(13,23),LENGTH=30,ATTRB=ASKIP                        00031000
        DFHMDF POS=(13,54),LENGTH=01,ATTRB=ASKIP                        00032000
*------------------------------------------------------------------     00033000
        DFHMDF POS=(15,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00034000
               INITIAL='PREENCHA SO OS DADOS QUE DESEJA ALTERAR'        00035000
        DFHMDF POS=(16,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00036000
               INITIAL='A ALTERACAO VALE APOS A APROVACAO DO RH'        00037000
        DFHMDF POS=(17,10),LENGTH=50,ATTRB=ASKIP,COLOR=BLUE,           *00038000
               INITIAL='SITUACAO P = PENDENTE A = APROVADA R = RECUSADA'00039000
*------------------------------------------------------------------     00040000
        DFHMDF POS=(19,10),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00041000
MSG     DFHMDF POS=(19,21),LENGTH=40,ATTRB=ASKIP                        00042000
*------------------------------------------------------------------     00043000
        DFHMDF POS=(22,10),LENGTH=17,INITIAL='ENTER-LIMPA TELA|',      *00044000
               ATTRB=ASKIP,COLOR=PINK                                   00045000
        DFHMDF POS=(22,28),LENGTH=13,INITIAL='F5-CONSULTAR|',          *00046000
               ATTRB=ASKIP,COLOR=PINK                                   00047000
        DFHMDF POS=(22,42),LENGTH=13,INITIAL='F6-SOLICITAR|',          *00048000
               ATTRB=ASKIP,COLOR=PINK                                   00049000
        DFHMDF POS=(23,10),LENGTH=08,INITIAL='F10-SAIR',               *00050000
               ATTRB=ASKIP,COLOR=PINK                                   00051000
*------------------------------------------------------------------     00052000
        DFHMSD TYPE=FINAL                                               00053000
        END                                                             00054000
