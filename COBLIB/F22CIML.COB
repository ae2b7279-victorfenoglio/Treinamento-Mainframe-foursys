*------------------------------------------------------------------     00009000
        DFHMDF POS=(04,03),LENGTH=09,INITIAL='USUARIO.:',COLOR=GREEN    00010000
USUARIO DFHMDF POS=(04,13),LENGTH=08,ATTRB=ASKIP                        00011000
        DFHMDF POS=(04,60),LENGTH=09,INITIAL='PAGINA..:',COLOR=GREEN    00011330
PAGINA  DFHMDF POS=(04,70),LENGTH=01,ATTRB=(ASKIP,FSET)                 00011660
*------------------------------------------------------------------     00012000
OPT1    DFHMDF POS=(06,03),LENGTH=35,ATTRB=ASKIP                        00013000
OPT2    DFHMDF POS=(06,42),LENGTH=35,ATTRB=ASKIP                        00014000
*------------------------------------------------------------------     00038000
        DFHMDF POS=(22,03),LENGTH=15,INITIAL='ENTER-ESCOLHER|',       * 00039000
               ATTRB=ASKIP,COLOR=PINK                                   00040000
        DFHMDF POS=(22,19),LENGTH=12,INITIAL='F7-ANTERIOR|',           *00040330
               ATTRB=ASKIP,COLOR=PINK                                   00040660
        DFHMDF POS=(22,32),LENGTH=11,INITIAL='F8-PROXIMA|',            *00040990
               ATTRB=ASKIP,COLOR=PINK                                   00041320
        DFHMDF POS=(22,44),LENGTH=08,INITIAL='F10-SAIR',               *00041650
               ATTRB=ASKIP,COLOR=PINK                                   00042000
*------------------------------------------------------------------     00043000
        DFHMSD TYPE=FINAL                                               00044000
