QTDEFUNC DFHMDF POS=(09,23),LENGTH=05,ATTRB=ASKIP                       00019000
        DFHMDF POS=(09,29),LENGTH=01,ATTRB=ASKIP                        00020000
*------------------------------------------------------------------     00021000
        DFHMDF POS=(11,10),LENGTH=12,INITIAL='SETOR PAI..:',COLOR=GREEN 00021060
SETPAI  DFHMDF POS=(11,23),LENGTH=04,ATTRB=UNPROT                       00021120
        DFHMDF POS=(11,28),LENGTH=01,ATTRB=ASKIP                        00021180
DESCPAI DFHMDF POS=(11,30),LENGTH=40,ATTRB=ASKIP                        00021240
*------------------------------------------------------------------     00021300
        DFHMDF POS=(13,10),LENGTH=12,INITIAL='NIVEL......:',COLOR=GREEN 00021360
NIVEL   DFHMDF POS=(13,23),LENGTH=02,ATTRB=ASKIP                        00021420
        DFHMDF POS=(13,26),LENGTH=24,ATTRB=ASKIP,COLOR=GREEN,          *00021480
               INITIAL='(1=DIRETORIA 2=GERENCIA)'                       00021540
*------------------------------------------------------------------     00021600
        DFHMDF POS=(15,10),LENGTH=12,INITIAL='EMPRESA....:',COLOR=GREEN 00021660
EMPRESA DFHMDF POS=(15,23),LENGTH=02,ATTRB=UNPROT                       00021720
        DFHMDF POS=(15,26),LENGTH=01,ATTRB=ASKIP                        00021780
*------------------------------------------------------------------     00021840
        DFHMDF POS=(19,10),LENGTH=10,INITIAL='MSG......:',COLOR=GREEN   00022000
MSG     DFHMDF POS=(19,21),LENGTH=40,ATTRB=ASKIP                        00023000
        DFHMDF POS=(19,62),LENGTH=11,INITIAL='CONFIRMA(S)',COLOR=GREEN  00024000
