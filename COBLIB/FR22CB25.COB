      *            SOCIAL E CNPJ/CPF NUMERICO. GRAVA O    *             00014000
      *            NOVO MASTER EM CLIMNOVO E AS OPERACOES *             00015000
      *            INVALIDAS EM RELMCLI COM O MOTIVO.     *             00016000
      *            O CLIENTE TEM LIMITE DE CREDITO (ZERO  *             00016200
      *            = SEM LIMITE), CONSULTADO PELO         *             00016400
      *            FR22CB24 NO FATURAMENTO; NA ALTERACAO, *             00016600
      *            LIMITE EM BRANCO MANTEM O ATUAL.       *             00016800
      *            O CLIENTE PODE PERTENCER A UM GRUPO    *             00016820
      *            COMERCIAL (3 POSICOES), CHAVE DA       *             00016840
      *            TABELA DE PRECOS POR GRUPO (PRECOTAB)  *             00016860
      *            DO FR22CB24; NA ALTERACAO, GRUPO EM    *             00016880
      *            BRANCO MANTEM O ATUAL E '***' RETIRA O *             00016900
      *            CLIENTE DO GRUPO.                      *             00016920
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
       FD CLIMSTR                                                       00053000
           RECORDING MODE IS F                                          00054000
           BLOCK CONTAINS 0 RECORDS.                                    00055000
      *-----------LRECL 112---------------------------------            00056000
       01 FD-CLIMSTR.                                                   00057000
          05 FD-CLI-CODIGO      PIC X(05).                              00058000
          05 FD-CLI-RAZAO       PIC X(40).                              00059000
          05 FD-CLI-CNPJ        PIC X(14).                              00060000
          05 FD-CLI-ENDERECO    PIC X(40).                              00061000
          05 FD-CLI-LIMITE      PIC 9(08)V9(02).                        00061500
          05 FD-CLI-GRUPO       PIC X(03).                              00061750
                                                                        00062000
       FD MANUCLIM                                                      00063000
           RECORDING MODE IS F                                          00064000
           BLOCK CONTAINS 0 RECORDS.                                    00065000
      *-----------LRECL 113---------------------------------            00066000
       01 FD-MANUCLIM.                                                  00067000
          05 FD-MANU-OPERACAO   PIC X(01).                              00068000
          05 FD-MANU-CODIGO     PIC X(05).                              00069000
          05 FD-MANU-RAZAO      PIC X(40).                              00070000
          05 FD-MANU-CNPJ       PIC X(14).                              00071000
          05 FD-MANU-ENDERECO   PIC X(40).                              00072000
          05 FD-MANU-LIMITE     PIC 9(08)V9(02).                        00072250
          05 FD-MANU-LIMITE-X REDEFINES FD-MANU-LIMITE                  00072500
                                PIC X(10).                              00072750
          05 FD-MANU-GRUPO      PIC X(03).                              00072870
                                                                        00073000
       FD CLIMNOVO                                                      00074000
           RECORDING MODE IS F                                          00075000
           BLOCK CONTAINS 0 RECORDS.                                    00076000
      *-----------LRECL 112---------------------------------            00077000
       01 FD-CLIMNOVO           PIC X(112).                             00078000
                                                                        00079000
       FD RELMCLI                                                       00080000
           RECORDING MODE IS F                                          00081000
           BLOCK CONTAINS 0 RECORDS.                                    00082000
      *-----------LRECL 143---------------------------------            00083000
       01 FD-RELMCLI.                                                   00084000
          05 FD-REL-REGISTRO    PIC X(113).                             00085000
          05 FD-REL-MOTIVO      PIC X(30).                              00086000
      *-----------------------------------------------------            00087000
       WORKING-STORAGE                           SECTION.               00088000
            MOVE FD-MANU-RAZAO    TO FD-CLIMNOVO(6:40)                  00173000
            MOVE FD-MANU-CNPJ     TO FD-CLIMNOVO(46:14)                 00174000
            MOVE FD-MANU-ENDERECO TO FD-CLIMNOVO(60:40)                 00175000
      *     LIMITE NAO INFORMADO ENTRA ZERADO (SEM LIMITE).             00175160
            IF FD-MANU-LIMITE-X EQUAL SPACES                            00175320
             MOVE ZEROS TO FD-MANU-LIMITE                               00175480
            END-IF                                                      00175640
            MOVE FD-MANU-LIMITE-X TO FD-CLIMNOVO(100:10)                00175800
            IF FD-MANU-GRUPO NOT EQUAL '***'                            00175850
             MOVE FD-MANU-GRUPO   TO FD-CLIMNOVO(110:3)                 00175900
            END-IF                                                      00175950
            WRITE FD-CLIMNOVO                                           00176000
            ADD 1 TO WRK-REGINCLUIDOS                                   00177000
           END-IF.                                                      00178000
              MOVE FD-MANU-RAZAO    TO FD-CLI-RAZAO                     00199000
              MOVE FD-MANU-CNPJ     TO FD-CLI-CNPJ                      00200000
              MOVE FD-MANU-ENDERECO TO FD-CLI-ENDERECO                  00201000
      *       LIMITE EM BRANCO MANTEM O ATUAL.                          00201120
              IF FD-MANU-LIMITE-X NOT EQUAL SPACES                      00201240
               MOVE FD-MANU-LIMITE TO FD-CLI-LIMITE                     00201360
              END-IF                                                    00201480
              IF FD-CLI-LIMITE NOT NUMERIC                              00201600
               MOVE ZEROS TO FD-CLI-LIMITE                              00201720
              END-IF                                                    00201730
      *       GRUPO EM BRANCO MANTEM O ATUAL; '***' RETIRA O            00201740
      *       CLIENTE DO GRUPO.                                         00201750
              IF FD-MANU-GRUPO EQUAL '***'                              00201760
               MOVE SPACES TO FD-CLI-GRUPO                              00201770
              ELSE                                                      00201780
               IF FD-MANU-GRUPO NOT EQUAL SPACES                        00201790
                MOVE FD-MANU-GRUPO TO FD-CLI-GRUPO                      00201800
               END-IF                                                   00201810
              END-IF                                                    00201840
              WRITE FD-CLIMNOVO FROM FD-CLIMSTR                         00202000
              ADD 1 TO WRK-REGALTERADOS                                 00203000
             END-IF                                                     00204000
           IF WRK-MOTIVO EQUAL SPACES                                   00236000
            IF FD-MANU-CNPJ NOT NUMERIC                                 00237000
             MOVE 'CNPJ/CPF NAO NUMERICO' TO WRK-MOTIVO                 00238000
            END-IF                                                      00238120
           END-IF.                                                      00238240
                                                                        00238360
           IF WRK-MOTIVO EQUAL SPACES                                   00238480
              AND FD-MANU-LIMITE-X NOT EQUAL SPACES                     00238600
            IF FD-MANU-LIMITE NOT NUMERIC                               00238720
             MOVE 'LIMITE DE CREDITO NAO NUMERICO' TO WRK-MOTIVO        00238840
            END-IF                                                      00239000
           END-IF.                                                      00240000
      *-----------------------------------------------------            00241000
