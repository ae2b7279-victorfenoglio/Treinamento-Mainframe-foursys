      *            CLIENTE DO CABECALHO, A QUANTIDADE DE  *             00011000
      *            NOTAS, DE ITENS E O TOTAL FATURADO,    *             00012000
      *            IMPRIMINDO EM RELFATUR.                *             00013000
      *            NOTA CANCELADA PELO FR22CB36 (REGISTRO *             00013250
      *            NFCANC, POR NUMERO E EMISSAO) FICA     *             00013500
      *            FORA DO RESUMO.                        *             00013750
      *---------------------------------------------------*             00014000
      *  ARQUIVOS:                                        *             00015000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00016000
      *  NOTAFISC            I             ---------      *             00017000
      *  NFCANC              I             ---------      *             00017500
      *  RELFATUR            O             ---------      *             00018000
      *===================================================*             00019000
                                                                        00020000
                                                                        00032000
           SELECT RELFATUR ASSIGN TO RELFATUR                           00033000
               FILE STATUS IS WRK-FS-RELFATUR.                          00034000
                                                                        00034250
           SELECT NFCANC ASSIGN TO NFCANC                               00034500
               FILE STATUS IS WRK-FS-NFCANC.                            00034750
                                                                        00035000
      *====================================================             00036000
       DATA                                      DIVISION.              00037000
       FD NOTAFISC                                                      00042000
           RECORDING MODE IS F                                          00043000
           BLOCK CONTAINS 0 RECORDS.                                    00044000
      *-----------LRECL 65----------------------------------            00045000
       01 FD-NOTAFISC.                                                  00046000
          05 FD-NF-TIPO         PIC X(01).                              00047000
          05 FD-NF-RESTO        PIC X(64).                              00048000
       01 FD-NF-CABEC REDEFINES FD-NOTAFISC.                            00049000
          05 FILLER             PIC X(01).                              00050000
          05 FD-CAB-NUMERO      PIC 9(06).                              00051000
          05 FD-CAB-DATA        PIC 9(08).                              00052000
          05 FD-CAB-CLIENTE     PIC 9(05).                              00053000
          05 FD-CAB-RAZAO       PIC X(40).                              00054000
          05 FD-CAB-VENDEDOR    PIC 9(05).                              00054500
       01 FD-NF-TOTAL REDEFINES FD-NOTAFISC.                            00055000
          05 FILLER             PIC X(01).                              00056000
          05 FD-TOT-NUMERO      PIC 9(06).                              00057000
          05 FD-TOT-ITENS       PIC 9(03).                              00058000
          05 FD-TOT-VALOR       PIC 9(08)V9(02).                        00059000
          05 FILLER             PIC X(45).                              00060000
                                                                        00061000
       FD RELFATUR                                                      00062000
           RECORDING MODE IS F                                          00063000
           BLOCK CONTAINS 0 RECORDS.                                    00064000
      *-----------LRECL 100---------------------------------            00065000
       01 FD-RELFATUR            PIC X(100).                            00066000
                                                                        00066100
       FD NFCANC                                                        00066200
           RECORDING MODE IS F                                          00066300
           BLOCK CONTAINS 0 RECORDS.                                    00066400
      *-----------LRECL 100---------------------------------            00066500
       01 FD-NFCANC.                                                    00066600
          05 FD-NCA-NUMERO      PIC 9(06).                              00066700
          05 FD-NCA-EMISSAO     PIC 9(08).                              00066800
          05 FILLER             PIC X(86).                              00066900
      *-----------------------------------------------------            00067000
       WORKING-STORAGE                           SECTION.               00068000
      *-----------------------------------------------------            00069000
      *-----------------------------------------------------            00074000
       77 WRK-FS-NOTAFISC      PIC 9(02).                               00075000
       77 WRK-FS-RELFATUR      PIC 9(02).                               00076000
       77 WRK-FS-NFCANC        PIC 9(02).                               00076070
      *-----------------------------------------------------            00076140
       01 FILLER PIC X(48) VALUE                                        00076210
            '-------NOTAS CANCELADAS (FR22CB36)-----------'.            00076280
      *-----------------------------------------------------            00076350
       77 WRK-NCA-COUNT        PIC 9(04) VALUE ZEROS.                   00076420
       77 WRK-NCA-IDX          PIC 9(04) VALUE ZEROS.                   00076490
       77 WRK-NCA-ACHOU        PIC X(01) VALUE 'N'.                     00076560
       01 WRK-NCA-TAB.                                                  00076630
          05 WRK-NCA-ITEM OCCURS 2000 TIMES.                            00076700
             10 WRK-NCA-NUMERO   PIC 9(06).                             00076770
             10 WRK-NCA-EMISSAO  PIC 9(08).                             00076840
      *-----------------------------------------------------            00077000
       01 FILLER PIC X(48) VALUE                                        00078000
            '-------ACUMULADO POR CLIENTE-----------------'.            00079000
      *-----------------------------------------------------            00095000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00096000
       77 WRK-TOT-FATURADO     PIC 9(12)V9(02) VALUE ZEROS.             00097000
       77 WRK-REGCANCELADAS    PIC 9(06) VALUE ZEROS.                   00097500
      *-----------------------------------------------------            00098000
       01 FILLER PIC X(48) VALUE                                        00099000
            '-------LINHAS DO RELATORIO-------------------'.            00100000
                OUTPUT RELFATUR.                                        00139000
             PERFORM 4000-TESTAR-STATUS.                                00140000
                                                                        00141000
      *    SEM NFCANC NENHUMA NOTA FOI CANCELADA.                       00141050
           OPEN INPUT NFCANC.                                           00141100
           IF WRK-FS-NFCANC EQUAL 35                                    00141150
            DISPLAY 'NFCANC AUSENTE - SEM NOTAS CANCELADAS'             00141200
           ELSE                                                         00141250
            IF WRK-FS-NFCANC NOT EQUAL 00                               00141300
             MOVE 'FR22CB26'              TO WRK-PROGRAMA               00141350
             MOVE 'ERRO NO OPEN NFCANC'   TO WRK-MENSAGEM               00141400
             MOVE '1000'                  TO WRK-SECAO                  00141450
             MOVE WRK-FS-NFCANC           TO WRK-STATUS                 00141500
             PERFORM 9000-TRATAERROS                                    00141550
            END-IF                                                      00141600
            PERFORM 1100-CARREGAR-CANCELADAS                            00141650
                    UNTIL WRK-FS-NFCANC EQUAL 10                        00141700
            CLOSE NFCANC                                                00141750
           END-IF.                                                      00141800
                                                                        00141850
           WRITE FD-RELFATUR FROM WRK-REL-CABEC.                        00142000
           WRITE FD-RELFATUR FROM WRK-LINHABRANCO.                      00143000
                                                                        00144000
           END-IF.                                                      00148000
      *-----------------------------------------------------            00149000
       1000-99-FIM.                                  EXIT.              00150000
      *-----------------------------------------------------            00150040
                                                                        00150080
      *-----------------------------------------------------            00150120
       1100-CARREGAR-CANCELADAS                   SECTION.              00150160
      *-----------------------------------------------------            00150200
           READ NFCANC                                                  00150240
             AT END                                                     00150280
              MOVE 10 TO WRK-FS-NFCANC                                  00150320
             NOT AT END                                                 00150360
              IF WRK-NCA-COUNT LESS 2000                                00150400
               ADD 1 TO WRK-NCA-COUNT                                   00150440
               MOVE FD-NCA-NUMERO                                       00150480
                 TO WRK-NCA-NUMERO (WRK-NCA-COUNT)                      00150520
               MOVE FD-NCA-EMISSAO                                      00150560
                 TO WRK-NCA-EMISSAO (WRK-NCA-COUNT)                     00150600
              ELSE                                                      00150640
               DISPLAY 'NFCANC EXCEDE A TABELA INTERNA '                00150680
                       '(2000) - EXECUCAO ABORTADA'                     00150720
               STOP RUN                                                 00150760
              END-IF                                                    00150800
           END-READ.                                                    00150840
      *-----------------------------------------------------            00150880
       1100-99-FIM.                                  EXIT.              00150920
      *-----------------------------------------------------            00151000
                                                                        00152000
      *-----------------------------------------------------            00153000
      *-----------------------------------------------------            00172000
       2100-REGISTRAR-CABECALHO                   SECTION.              00173000
      *-----------------------------------------------------            00174000
      *    NOTA CANCELADA (FR22CB36) FICA FORA DO RESUMO:               00174070
      *    SEM CLIENTE CORRENTE O TOTAL DELA NAO ACUMULA.               00174140
           MOVE ZEROS TO WRK-CLI-CORRENTE.                              00174210
           MOVE 'N' TO WRK-NCA-ACHOU.                                   00174280
           MOVE 1   TO WRK-NCA-IDX.                                     00174350
           PERFORM 2160-PROCURA-CANCELADA                               00174420
                   UNTIL WRK-NCA-IDX GREATER WRK-NCA-COUNT              00174490
                      OR WRK-NCA-ACHOU EQUAL 'S'.                       00174560
           IF WRK-NCA-ACHOU EQUAL 'S'                                   00174630
            ADD 1 TO WRK-REGCANCELADAS                                  00174700
            GO TO 2100-99-FIM                                           00174770
           END-IF.                                                      00174840
                                                                        00174910
           MOVE 'N' TO WRK-CLI-ACHOU.                                   00175000
           MOVE 1   TO WRK-CLI-IDX.                                     00176000
           PERFORM 2150-PROCURA-CLIENTE                                 00177000
      *-----------------------------------------------------            00216000
                                                                        00217000
      *-----------------------------------------------------            00218000
       2160-PROCURA-CANCELADA                     SECTION.              00218070
      *-----------------------------------------------------            00218140
           IF FD-CAB-NUMERO EQUAL WRK-NCA-NUMERO (WRK-NCA-IDX)          00218210
              AND FD-CAB-DATA EQUAL WRK-NCA-EMISSAO (WRK-NCA-IDX)       00218280
            MOVE 'S' TO WRK-NCA-ACHOU                                   00218350
           ELSE                                                         00218420
            ADD 1 TO WRK-NCA-IDX                                        00218490
           END-IF.                                                      00218560
      *-----------------------------------------------------            00218630
       2160-99-FIM.                                  EXIT.              00218700
      *-----------------------------------------------------            00218770
                                                                        00218840
      *-----------------------------------------------------            00218910
       2200-ACUMULAR-TOTAL                        SECTION.              00219000
      *-----------------------------------------------------            00220000
           IF WRK-CLI-CORRENTE GREATER ZEROS                            00221000
           DISPLAY ' '.                                                 00245000
           DISPLAY 'REGISTROS LIDOS:    ' WRK-REGLIDOS.                 00246000
           DISPLAY 'CLIENTES NO RESUMO: ' WRK-CLI-COUNT.                00247000
           DISPLAY 'NOTAS CANCELADAS:   ' WRK-REGCANCELADAS.            00247500
           DISPLAY 'TOTAL FATURADO:     ' WRK-TOT-FATURADO.             00248000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00249000
      *-----------------------------------------------------            00250000
