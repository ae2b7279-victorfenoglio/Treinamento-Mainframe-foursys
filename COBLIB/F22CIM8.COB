        DFHMDF POS=(16,05),LENGTH=12,INITIAL='COTAS MAX..:',COLOR=GREEN 00039000
COTASMAX DFHMDF POS=(16,18),LENGTH=03,ATTRB=(UNPROT,NUM)                00040000
        DFHMDF POS=(16,22),LENGTH=01,ATTRB=ASKIP                        00041000
        DFHMDF POS=(16,35),LENGTH=11,INITIAL='PCT COPART:',COLOR=GREEN  00041020
PCTCOPA DFHMDF POS=(16,47),LENGTH=03,ATTRB=(UNPROT,NUM)                 00041040
        DFHMDF POS=(16,51),LENGTH=01,ATTRB=ASKIP                        00041060
*------------------------------------------------------------------     00041100
        DFHMDF POS=(17,05),LENGTH=12,INITIAL='VLR TITULAR:',COLOR=GREEN 00041200
VALORTIT DFHMDF POS=(17,18),LENGTH=10,ATTRB=(UNPROT,NUM)                00041300
