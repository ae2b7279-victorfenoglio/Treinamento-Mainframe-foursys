        DFHMDF POS=(07,55),LENGTH=08,INITIAL='STATUS.:',COLOR=GREEN     00020000
STATUS  DFHMDF POS=(07,64),LENGTH=01,ATTRB=ASKIP                        00021000
        DFHMDF POS=(07,66),LENGTH=01,ATTRB=ASKIP                        00022000
        DFHMDF POS=(08,05),LENGTH=12,INITIAL='COBRANCA...:',COLOR=GREEN 00022250
COBRAN  DFHMDF POS=(08,18),LENGTH=50,ATTRB=ASKIP                        00022500
        DFHMDF POS=(08,69),LENGTH=01,ATTRB=ASKIP                        00022750
*------------------------------------------------------------------     00023000
        DFHMDF POS=(09,05),LENGTH=12,INITIAL='SALDO......:',COLOR=GREEN 00024000
SALDO   DFHMDF POS=(09,18),LENGTH=12,ATTRB=ASKIP                        00025000
        DFHMDF POS=(09,36),LENGTH=12,INITIAL='LIMITE.....:',COLOR=GREEN 00027000
LIMITE  DFHMDF POS=(09,49),LENGTH=12,ATTRB=ASKIP                        00028000
        DFHMDF POS=(09,62),LENGTH=01,ATTRB=ASKIP                        00029000
        DFHMDF POS=(10,05),LENGTH=12,INITIAL='BLOQUEADO..:',COLOR=GREEN 00029140
BLOQ    DFHMDF POS=(10,18),LENGTH=12,ATTRB=ASKIP                        00029280
        DFHMDF POS=(10,31),LENGTH=01,ATTRB=ASKIP                        00029420
        DFHMDF POS=(10,36),LENGTH=12,INITIAL='DISPONIVEL.:',COLOR=GREEN 00029560
DISPON  DFHMDF POS=(10,49),LENGTH=12,ATTRB=ASKIP                        00029700
        DFHMDF POS=(10,62),LENGTH=01,ATTRB=ASKIP                        00029840
*------------------------------------------------------------------     00030000
        DFHMDF POS=(11,05),LENGTH=21,INITIAL='ULTIMOS MOVIMENTOS...'    00031000
MOV1    DFHMDF POS=(12,05),LENGTH=70,ATTRB=ASKIP                        00032000
MOV4    DFHMDF POS=(15,05),LENGTH=70,ATTRB=ASKIP                        00035000
MOV5    DFHMDF POS=(16,05),LENGTH=70,ATTRB=ASKIP                        00036000
MOV6    DFHMDF POS=(17,05),LENGTH=70,ATTRB=ASKIP                        00037000
        DFHMDF POS=(18,05),LENGTH=12,INITIAL='RISCO......:',COLOR=GREEN 00037250
RISCO   DFHMDF POS=(18,18),LENGTH=50,ATTRB=ASKIP                        00037500
        DFHMDF POS=(18,69),LENGTH=01,ATTRB=ASKIP                        00037750
*------------------------------------------------------------------     00038000
        DFHMDF POS=(19,05),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00039000
MSG     DFHMDF POS=(19,16),LENGTH=40,ATTRB=ASKIP                        00040000
