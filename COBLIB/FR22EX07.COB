      *            (ATE HOJE EMENDADO NO EDITOR): LE O    *             00009000
      *            MASTER ATUAL E O ARQUIVO DE OPERACOES  *             00010000
      *            MANUCLI (A=ABRIR, M=ALTERAR,           *             00011000
      *            B=BLOQUEAR, E=ENCERRAR, R=REATIVAR     *             00011660
      *            CONTA INATIVA), AMBOS POR              *             00012320
      *            AGENCIA/CONTA, E GRAVA O NOVO MASTER   *             00013000
      *            CLINOVO COM O STATUS DA CONTA QUE O    *             00014000
      *            FR22EX04 E O FR22EX09 PASSAM A HONRAR. *             00015000
      *            OPERACOES INVALIDAS VAO PARA RELMANU.  *             00016000
      *            O BLOQUEIO COM O NOME 'BLOQUEIO POR    *             00016160
      *            INATIVIDADE' (GERADO PELO FR22EX20)    *             00016320
      *            DEIXA A CONTA INATIVA ('I'); O 'R'     *             00016480
      *            (GERADO PELO FR22EX04 NO PRIMEIRO      *             00016640
      *            CREDITO) A DEVOLVE PARA ATIVA.         *             00016800
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
          05 FD-CLIENTES-SALDO      PIC 9(08).                          00060000
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00061000
          05 FD-CLIENTES-STATUS     PIC X(01).                          00062000
             88 FD-CLIENTES-ATIVA             VALUE 'A'.                00062330
             88 FD-CLIENTES-INATIVA           VALUE 'I'.                00062660
                                                                        00063000
       FD MANUCLI                                                       00064000
           RECORDING MODE IS F                                          00065000
       77 WRK-REGBLOQUEADAS    PIC 9(06) VALUE ZEROS.                   00108000
       77 WRK-REGENCERRADAS    PIC 9(06) VALUE ZEROS.                   00109000
       77 WRK-REGREJEITADAS    PIC 9(06) VALUE ZEROS.                   00110000
       77 WRK-REGINATIVADAS    PIC 9(06) VALUE ZEROS.                   00110110
       77 WRK-REGREATIVADAS    PIC 9(06) VALUE ZEROS.                   00110220
      *-----------------------------------------------------            00110330
       01 FILLER PIC X(48) VALUE                                        00110440
            '-------BLOQUEIO POR INATIVIDADE--------------'.            00110550
      *-----------------------------------------------------            00110660
       77 WRK-NOME-INATIVIDADE PIC X(30) VALUE                          00110770
           'BLOQUEIO POR INATIVIDADE'.                                  00110880
      *====================================================             00111000
       PROCEDURE                                 DIVISION.              00112000
      *====================================================             00113000
             MOVE FD-MANU-LIMITE TO FD-CLIENTES-LIMITE                  00197000
             ADD 1 TO WRK-REGALTERADAS                                  00198000
            WHEN 'B'                                                    00199000
             IF FD-MANU-NOME EQUAL WRK-NOME-INATIVIDADE                 00199170
              PERFORM 2300-INATIVAR-CONTA                               00199340
             ELSE                                                       00199510
              MOVE 'B' TO FD-CLIENTES-STATUS                            00199680
              ADD 1 TO WRK-REGBLOQUEADAS                                00199850
             END-IF                                                     00200020
            WHEN 'R'                                                    00200190
             IF FD-CLIENTES-INATIVA                                     00200360
              MOVE 'A' TO FD-CLIENTES-STATUS                            00200530
              ADD 1 TO WRK-REGREATIVADAS                                00200700
             ELSE                                                       00200870
              ADD 1 TO WRK-REGREJEITADAS                                00201040
              MOVE FD-CLIENTES TO FD-REL-REGISTRO                       00201210
              MOVE 'CONTA NAO ESTA INATIVA' TO FD-REL-MOTIVO            00201380
              WRITE FD-RELMANU                                          00201550
             END-IF                                                     00201720
            WHEN 'E'                                                    00202000
             MOVE 'E' TO FD-CLIENTES-STATUS                             00203000
             ADD 1 TO WRK-REGENCERRADAS                                 00204000
      *-----------------------------------------------------            00213000
                                                                        00214000
      *-----------------------------------------------------            00215000
       2300-INATIVAR-CONTA                        SECTION.              00215050
      *-----------------------------------------------------            00215100
      *    SO CONTA ATIVA VIRA INATIVA: BLOQUEIO MANUAL OU              00215150
      *    ENCERRAMENTO NAO E REBAIXADO PELA INATIVIDADE.               00215200
           IF FD-CLIENTES-ATIVA                                         00215250
            MOVE 'I' TO FD-CLIENTES-STATUS                              00215300
            ADD 1 TO WRK-REGINATIVADAS                                  00215350
           ELSE                                                         00215400
            ADD 1 TO WRK-REGREJEITADAS                                  00215450
            MOVE FD-CLIENTES TO FD-REL-REGISTRO                         00215500
            MOVE 'CONTA NAO ESTA ATIVA' TO FD-REL-MOTIVO                00215550
            WRITE FD-RELMANU                                            00215600
           END-IF.                                                      00215650
      *-----------------------------------------------------            00215700
       2300-99-FIM.                                  EXIT.              00215750
      *-----------------------------------------------------            00215800
                                                                        00215850
      *-----------------------------------------------------            00215900
       3000-FINALIZAR                             SECTION.              00216000
      *-----------------------------------------------------            00217000
           CLOSE CLIENTES MANUCLI CLINOVO RELMANU.                      00218000
           DISPLAY 'CONTAS ALTERADAS:     ' WRK-REGALTERADAS.           00224000
           DISPLAY 'CONTAS BLOQUEADAS:    ' WRK-REGBLOQUEADAS.          00225000
           DISPLAY 'CONTAS ENCERRADAS:    ' WRK-REGENCERRADAS.          00226000
           DISPLAY 'CONTAS INATIVADAS:    ' WRK-REGINATIVADAS.          00226330
           DISPLAY 'CONTAS REATIVADAS:    ' WRK-REGREATIVADAS.          00226660
           DISPLAY 'OPERACOES REJEITADAS: ' WRK-REGREJEITADAS.          00227000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00228000
      *-----------------------------------------------------            00229000
