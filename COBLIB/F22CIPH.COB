      *            RESPOSTA. A APROVACAO E DO GERENTE NO  *             00015000
      *            F22CIPI; SO PEDIDO APROVADO VIRA       *             00016000
      *            AGENDAMENTO EM IVAN.FERIAS.            *             00017000
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00017250
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00017500
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00017750
      *---------------------------------------------------*             00018000
      *  ARQUIVOS:                                        *             00019000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00020000
      *---------------------------------------------------*             00022000
      *  BASE  DE DADOS:                                  *             00023000
      *  TABELA             I/O           INCLUDE/BOOK    *             00024000
      *  IVAN.USUALOG        O             ---------      *             00024500
      *  IVAN.USUARIO        I             ---------      *             00025000
      *  IVAN.FUNC           I             ---------      *             00026000
      *  IVAN.FERPED        I/O            ---------      *             00027000
           '--------------VARIAVEIS PARA APOIO-----------'.             00042000
      *----------------------------------------------------             00043000
       77 WRK-SQLCODE     PIC -999.                                     00044000
       77 WRK-PERFIL      PIC X(01).                                    00044330
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00044660
       77 WRK-USUARIO     PIC X(08).                                    00045000
       77 WRK-TERMINAL    PIC X(04).                                    00046000
       77 WRK-IDFUNC      PIC 9(05).                                    00047000
      *-----------------------------------------------------            00074000
       1000-INICIALIZAR                           SECTION.              00075000
      *-----------------------------------------------------            00076000
             PERFORM 1100-VERIFICAR-ACESSO.                             00076330
                                                                        00076660
             EXEC CICS SEND                                             00077000
               MAPSET('F22CIMH')                                        00078000
               MAP('MAPA01')                                            00079000
             END-EXEC.                                                  00082000
      *-----------------------------------------------------            00083000
       1000-99-FIM.                                  EXIT.              00084000
      *-----------------------------------------------------            00084020
                                                                        00084040
      *-----------------------------------------------------            00084060
       1100-VERIFICAR-ACESSO                      SECTION.              00084080
      *-----------------------------------------------------            00084100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00084120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00084140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00084160
      *      MENU F22CIPL.                                              00084180
             EXEC CICS ASSIGN                                           00084200
               USERID(WRK-USUARIO)                                      00084220
             END-EXEC.                                                  00084240
                                                                        00084260
             EXEC SQL                                                   00084280
              SELECT PERFIL INTO :WRK-PERFIL                            00084300
               FROM IVAN.USUARIO                                        00084320
               WHERE USUARIO = :WRK-USUARIO                             00084340
               FETCH FIRST ROW ONLY                                     00084360
             END-EXEC.                                                  00084380
                                                                        00084400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00084420
              MOVE EIBTRMID TO WRK-TERMINAL                             00084440
              EXEC SQL                                                  00084460
               INSERT INTO IVAN.USUALOG                                 00084480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00084500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00084520
                       'RV',CURRENT TIMESTAMP)                          00084540
              END-EXEC                                                  00084560
              EXEC SQL                                                  00084580
                COMMIT                                                  00084600
              END-EXEC                                                  00084620
              MOVE LOW-VALUES TO MAPA01O                                00084640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00084660
                TO MSGO                                                 00084680
              EXEC CICS SEND                                            00084700
                MAPSET('F22CIMH')                                       00084720
                MAP('MAPA01')                                           00084740
                FROM(MAPA01O)                                           00084760
                ERASE                                                   00084780
              END-EXEC                                                  00084800
              EXEC CICS                                                 00084820
               RETURN                                                   00084840
              END-EXEC                                                  00084860
             END-IF.                                                    00084880
      *-----------------------------------------------------            00084900
       1100-99-FIM.                                  EXIT.              00084920
      *-----------------------------------------------------            00085000
                                                                        00086000
      *-----------------------------------------------------            00087000
