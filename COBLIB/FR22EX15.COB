      *  DATA DO DIA). SO OS FECHAMENTOS DO SALDOHIS      *             00024000
      *  DENTRO DO PERIODO ENTRAM NA BASE - O HISTORICO   *             00025000
      *  E ACUMULADO E MES JA COBRADO NAO CONTA DE NOVO.  *             00026000
      *  ISENTA-INATIVA (X(01)): 'S' OU VAZIO = CONTA     *             00026160
      *  INATIVA (DORMENTE, STATUS 'I') ISENTA DA TARIFA; *             00026320
      *  'N' = COBRA A TARIFA COM A DESCRICAO 'TARIFA     *             00026480
      *  CONTA INATIVA', A UNICA QUE O FR22EX04 ACEITA    *             00026640
      *  NA CONTA INATIVA. JUROS SO NA CONTA ATIVA.       *             00026800
      *---------------------------------------------------*             00027000
      *  ARQUIVOS:                                        *             00028000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00029000
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00073000
          05 FD-CLIENTES-STATUS     PIC X(01).                          00074000
             88 FD-CLIENTES-ATIVA             VALUE 'A'.                00075000
             88 FD-CLIENTES-INATIVA           VALUE 'I'.                00075500
                                                                        00076000
       FD SALDOHIS                                                      00077000
           RECORDING MODE IS F                                          00078000
          05 WRK-PARM-TAXA    PIC 9V9(04).                              00125000
          05 WRK-PARM-DATAINI PIC 9(08).                                00126000
          05 WRK-PARM-DATAFIM PIC 9(08).                                00127000
          05 WRK-PARM-ISENTA  PIC X(01).                                00127330
             88 WRK-ISENTA-INATIVA      VALUE 'S'.                      00127660
       01 WRK-DATA-HOJE.                                                00128000
          05 WRK-HOJE-AAAAMM  PIC 9(06).                                00129000
          05 WRK-HOJE-DD      PIC 9(02).                                00130000
       77 WRK-TOT-CONTAS       PIC 9(06) VALUE ZEROS.                   00158000
       77 WRK-TOT-TARIFAS      PIC 9(12) VALUE ZEROS.                   00159000
       77 WRK-TOT-JUROS        PIC 9(12) VALUE ZEROS.                   00160000
       77 WRK-TOT-INATIVAS     PIC 9(06) VALUE ZEROS.                   00160330
       77 WRK-TOT-ISENTAS      PIC 9(06) VALUE ZEROS.                   00160660
      *-----------------------------------------------------            00161000
       01 FILLER PIC X(48) VALUE                                        00162000
            '-------LINHAS DO DEMONSTRATIVO---------------'.            00163000
              OR WRK-PARM-DATAFIM EQUAL ZEROS                           00212000
            COMPUTE WRK-PARM-DATAFIM =                                  00213000
                    WRK-PARM-DATAINI + 30                               00214000
           END-IF.                                                      00214250
           IF WRK-PARM-ISENTA NOT EQUAL 'N'                             00214500
            MOVE 'S' TO WRK-PARM-ISENTA                                 00214750
           END-IF.                                                      00215000
                                                                        00216000
           OPEN INPUT CLIENTES SALDOHIS                                 00217000
            PERFORM 2200-COBRAR-JUROS                                   00323000
           END-IF.                                                      00324000
                                                                        00325000
           IF FD-CLIENTES-INATIVA                                       00325200
            PERFORM 2300-COBRAR-INATIVA                                 00325400
           END-IF.                                                      00325600
                                                                        00325800
           READ CLIENTES.                                               00326000
      *-----------------------------------------------------            00327000
       2000-99-FIM.                                  EXIT.              00328000
      *-----------------------------------------------------            00395000
                                                                        00396000
      *-----------------------------------------------------            00397000
       2300-COBRAR-INATIVA                        SECTION.              00397040
      *-----------------------------------------------------            00397080
           IF WRK-ISENTA-INATIVA                                        00397120
            ADD 1 TO WRK-TOT-ISENTAS                                    00397160
           ELSE                                                         00397200
            IF WRK-PARM-TARIFA GREATER ZEROS                            00397240
             ADD 1 TO WRK-AGE-CONTAS                                    00397280
             ADD 1 TO WRK-TOT-INATIVAS                                  00397320
             MOVE FD-CLIENTES-CHAVE TO FD-MOV-CHAVE                     00397360
             MOVE 'TARIFA CONTA INATIVA'                                00397400
               TO FD-MOV-MOVIMENTO                                      00397440
             MOVE WRK-PARM-TARIFA TO FD-MOV-VALORMOV                    00397480
             MOVE 'D' TO FD-MOV-TIPOMOV                                 00397520
             WRITE FD-MOVTAR                                            00397560
             ADD WRK-PARM-TARIFA TO WRK-AGE-TARIFAS                     00397600
             ADD WRK-PARM-TARIFA TO WRK-TOT-TARIFAS                     00397640
            END-IF                                                      00397680
           END-IF.                                                      00397720
      *-----------------------------------------------------            00397760
       2300-99-FIM.                                  EXIT.              00397800
      *-----------------------------------------------------            00397840
                                                                        00397880
      *-----------------------------------------------------            00397920
       2700-FECHAR-AGENCIA                        SECTION.              00398000
      *-----------------------------------------------------            00399000
           MOVE WRK-AGENCIA-ANT TO WRK-REL-AGENCIA.                     00400000
                                                                        00420000
           DISPLAY ' '.                                                 00421000
           DISPLAY 'CONTAS ATIVAS COBRADAS: ' WRK-TOT-CONTAS.           00422000
           DISPLAY 'CONTAS INATIVAS COBRADAS:' WRK-TOT-INATIVAS.        00422330
           DISPLAY 'CONTAS INATIVAS ISENTAS: ' WRK-TOT-ISENTAS.         00422660
           DISPLAY 'TOTAL DE TARIFAS:       ' WRK-TOT-TARIFAS.          00423000
           DISPLAY 'TOTAL DE JUROS:         ' WRK-TOT-JUROS.            00424000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00425000
