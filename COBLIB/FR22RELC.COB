       FD RELFOPAG                                                      00055000
           RECORDING MODE IS F                                          00056000
           BLOCK CONTAINS 0 RECORDS.                                    00057000
      *-----------LRECL 101---------------------------------            00058000
       01 FD-RELFOPAG.                                                  00059000
          05 FD-FOPAG-ID        PIC X(05).                              00060000
          05 FD-FOPAG-NOME      PIC X(30).                              00061000
          05 FD-FOPAG-LIQUIDO   PIC 9(10).                              00066000
          05 FD-FOPAG-DESCFALT  PIC 9(10).                              00067000
          05 FD-FOPAG-DESCPLAN  PIC 9(10).                              00068000
          05 FD-FOPAG-EMPRESA   PIC X(02).                              00068500
                                                                        00069000
       FD RELDB2                                                        00070000
           RECORDING MODE IS F                                          00071000
