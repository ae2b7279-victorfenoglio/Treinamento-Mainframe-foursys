      *            KSDS COM CHAVE AGENCIA+CONTA) E OS     *             00013000
      *            MOVIMENTOS/SUSPENSOS MAIS RECENTES DA  *             00014000
      *            CONTA (KSDS MOVDIAV, CHAVE CONTA+SEQ). *             00015000
      *            SOMA OS CHEQUES EM COMPENSACAO (COPIA  *             00015160
      *            VSAM CHQPENV DO CHQPEND, CHAVE         *             00015320
      *            CONTA+NUMERO) E MOSTRA O BLOQUEADO E O *             00015480
      *            DISPONIVEL; DEPOSITO EM CHEQUE DO DIA  *             00015640
      *            APARECE COMO A COMPENSAR. MOSTRA       *             00016060
      *            TAMBEM O ESTAGIO DE COBRANCA DO CHEQUE *             00016480
      *            ESPECIAL (COPIA VSAM COBESTV DO        *             00016900
      *            COBNOVO DO FR22EX24, CHAVE             *             00017320
      *            AGENCIA+CONTA) E A CLASSE DE RISCO DO  *             00017650
      *            RATING MENSAL (COPIA VSAM RISCOV DO    *             00017980
      *            RISCONOV DO FR22EX25), DESTACANDO A    *             00018310
      *            CONTA EM REVISAO REFORCADA. O ACESSO E *             00018640
      *            RESTRITO PELO PERFIL DE IVAN.USUARIO   *             00018970
      *            COMO NAS TELAS DO RH; TENTATIVA NEGADA *             00019300
      *            VAI PARA IVAN.USUALOG.                 *             00019630
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00019720
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00019810
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00019900
      *---------------------------------------------------*             00020000
      *  ARQUIVOS:                                        *             00021000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00022000
      *  F22CIMJ             I             ---------      *             00023000
      *  CLIENTEV (VSAM)     I             ---------      *             00024000
      *  MOVDIAV  (VSAM)     I             ---------      *             00025000
      *  CHQPENV  (VSAM)     I             ---------      *             00025500
      *  COBESTV  (VSAM)     I             ---------      *             00025750
      *  RISCOV   (VSAM)     I             ---------      *             00025870
      *---------------------------------------------------*             00026000
      *  BASE  DE DADOS:                                  *             00027000
      *  TABELA             I/O           INCLUDE/BOOK    *             00028000
       77 WRK-PERFIL      PIC X(01).                                    00061000
          88 WRK-PERFIL-CONSULTA       VALUE 'C'.                       00062000
          88 WRK-PERFIL-MANUTENCAO     VALUE 'M' 'A'.                   00063000
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00063500
       77 WRK-AUTORIZADO  PIC X(01).                                    00064000
      *----------------------------------------------------             00065000
       01 FILLER PIC X(48) VALUE                                        00066000
          05 WRK-MDV-VALORMOV    PIC 9(08).                             00086000
          05 WRK-MDV-TIPOMOV     PIC X(01).                             00087000
          05 WRK-MDV-SITUACAO    PIC X(01).                             00088000
      *----------------------------------------------------             00088060
       01 FILLER PIC X(48) VALUE                                        00088120
           '--------------REGISTRO DO CHQPENV------------'.             00088180
      *----------------------------------------------------             00088240
       01 WRK-CHQPENV.                                                  00088300
          05 WRK-CHQ-CHAVE.                                             00088360
             10 WRK-CHQ-CONTA    PIC X(08).                             00088420
             10 WRK-CHQ-NUMERO   PIC 9(06).                             00088480
          05 WRK-CHQ-VALOR       PIC 9(08).                             00088540
          05 WRK-CHQ-DATA-DEP    PIC 9(08).                             00088600
          05 WRK-CHQ-DATA-LIB    PIC 9(08).                             00088660
          05 FILLER              PIC X(12).                             00088720
       77 WRK-BLOQUEADO    PIC 9(09).                                   00088780
      *----------------------------------------------------             00088782
       01 FILLER PIC X(48) VALUE                                        00088784
           '--------------REGISTRO DO COBESTV------------'.             00088786
      *----------------------------------------------------             00088788
       01 WRK-COBESTV.                                                  00088790
          05 WRK-COB-CHAVE       PIC X(08).                             00088792
          05 WRK-COB-ESTAGIO     PIC 9(01).                             00088794
          05 WRK-COB-DATA-ESTAGIO PIC 9(08).                            00088796
          05 WRK-COB-DIAS-NEG    PIC 9(05).                             00088798
          05 WRK-COB-DIAS-LIM    PIC 9(05).                             00088800
          05 WRK-COB-SALDO-SINAL PIC X(01).                             00088802
          05 WRK-COB-SALDO       PIC 9(08).                             00088804
          05 FILLER              PIC X(04).                             00088806
       01 WRK-COB-LINHA.                                                00088808
          05 WRK-COB-LIN-DESC    PIC X(20).                             00088810
          05 FILLER              PIC X(06) VALUE ' NEG.:'.              00088812
          05 WRK-COB-LIN-NEG     PIC ZZZZ9.                             00088814
          05 FILLER              PIC X(09) VALUE ' D  LIM.:'.           00088816
          05 WRK-COB-LIN-LIM     PIC ZZZZ9.                             00088818
          05 FILLER              PIC X(05) VALUE ' D'.                  00088820
       77 WRK-DISPONIVEL   PIC S9(09).                                  00088840
      *----------------------------------------------------             00088846
       01 FILLER PIC X(48) VALUE                                        00088852
           '--------------REGISTRO DO RISCOV-------------'.             00088858
      *----------------------------------------------------             00088864
       01 WRK-RISCOV.                                                   00088870
          05 WRK-RIS-CHAVE       PIC X(08).                             00088876
          05 WRK-RIS-DATAREF     PIC 9(08).                             00088882
          05 WRK-RIS-DATA-INICIO PIC 9(08).                             00088888
          05 WRK-RIS-PONTOS      PIC 9(03).                             00088894
          05 WRK-RIS-CLASSE      PIC X(01).                             00088900
          05 WRK-RIS-CLASSE-ANT  PIC X(01).                             00088906
          05 WRK-RIS-PONTOS-ANT  PIC 9(03).                             00088912
          05 WRK-RIS-SITUACAO    PIC X(01).                             00088918
          05 WRK-RIS-REVISAO     PIC X(01).                             00088924
          05 FILLER              PIC X(66).                             00088930
       01 WRK-RIS-LINHA.                                                00088936
          05 WRK-RIS-LIN-DESC    PIC X(11).                             00088942
          05 FILLER              PIC X(06) VALUE ' PTS.:'.              00088948
          05 WRK-RIS-LIN-PONTOS  PIC ZZ9.                               00088954
          05 FILLER              PIC X(01) VALUE SPACES.                00088960
          05 WRK-RIS-LIN-REVISAO PIC X(17).                             00088966
          05 FILLER              PIC X(12) VALUE SPACES.                00088972
      *----------------------------------------------------             00089000
       01 FILLER PIC X(48) VALUE                                        00090000
           '--------------LINHA DE MOVIMENTO-------------'.             00091000
      *-----------------------------------------------------            00116000
       1000-INICIALIZAR                           SECTION.              00117000
      *-----------------------------------------------------            00118000
             PERFORM 1100-VERIFICAR-ACESSO.                             00118330
                                                                        00118660
             EXEC CICS SEND                                             00119000
               MAPSET('F22CIMJ')                                        00120000
               MAP('MAPA01')                                            00121000
             END-EXEC.                                                  00124000
      *-----------------------------------------------------            00125000
       1000-99-FIM.                                  EXIT.              00126000
      *-----------------------------------------------------            00126020
                                                                        00126040
      *-----------------------------------------------------            00126060
       1100-VERIFICAR-ACESSO                      SECTION.              00126080
      *-----------------------------------------------------            00126100
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00126120
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00126140
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00126160
      *      MENU F22CIPL.                                              00126180
             EXEC CICS ASSIGN                                           00126200
               USERID(WRK-USUARIO)                                      00126220
             END-EXEC.                                                  00126240
                                                                        00126260
             EXEC SQL                                                   00126280
              SELECT PERFIL INTO :WRK-PERFIL                            00126300
               FROM IVAN.USUARIO                                        00126320
               WHERE USUARIO = :WRK-USUARIO                             00126340
               FETCH FIRST ROW ONLY                                     00126360
             END-EXEC.                                                  00126380
                                                                        00126400
             IF SQLCODE EQUAL 0 AND WRK-PERFIL-REVOGADO                 00126420
              MOVE EIBTRMID TO WRK-TERMINAL                             00126440
              EXEC SQL                                                  00126460
               INSERT INTO IVAN.USUALOG                                 00126480
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00126500
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00126520
                       'RV',CURRENT TIMESTAMP)                          00126540
              END-EXEC                                                  00126560
              EXEC SQL                                                  00126580
                COMMIT                                                  00126600
              END-EXEC                                                  00126620
              MOVE LOW-VALUES TO MAPA01O                                00126640
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00126660
                TO MSGO                                                 00126680
              EXEC CICS SEND                                            00126700
                MAPSET('F22CIMJ')                                       00126720
                MAP('MAPA01')                                           00126740
                FROM(MAPA01O)                                           00126760
                ERASE                                                   00126780
              END-EXEC                                                  00126800
              EXEC CICS                                                 00126820
               RETURN                                                   00126840
              END-EXEC                                                  00126860
             END-IF.                                                    00126880
      *-----------------------------------------------------            00126900
       1100-99-FIM.                                  EXIT.              00126920
      *-----------------------------------------------------            00127000
                                                                        00128000
      *-----------------------------------------------------            00129000
              MOVE WRK-SALDO-ED   TO SALDOO                             00242000
              MOVE WRK-CLI-LIMITE TO WRK-SALDO-ED                       00243000
              MOVE WRK-SALDO-ED   TO LIMITEO                            00244000
              PERFORM 2250-SOMAR-BLOQUEIO                               00244500
              PERFORM 2280-LER-COBRANCA                                 00244750
              PERFORM 2290-LER-RISCO                                    00244870
              PERFORM 2300-LISTAR-MOVIMENTOS                            00245000
              MOVE 'CONTA EXIBIDA' TO MSGO                              00246000
             END-IF.                                                    00247000
      *-----------------------------------------------------            00248000
       2200-99-FIM.                                  EXIT.              00249000
      *-----------------------------------------------------            00249010
                                                                        00249020
      *-----------------------------------------------------            00249030
       2250-SOMAR-BLOQUEIO                        SECTION.              00249040
      *-----------------------------------------------------            00249050
      *      CHEQUES DEPOSITADOS AINDA NAO COMPENSADOS FICAM            00249060
      *      BLOQUEADOS NO SALDO DA CONTA.                              00249070
             MOVE ZEROS TO WRK-BLOQUEADO.                               00249080
             MOVE WRK-CLI-CHAVE TO WRK-CHQ-CONTA.                       00249090
             MOVE ZEROS TO WRK-CHQ-NUMERO.                              00249100
                                                                        00249110
             EXEC CICS STARTBR                                          00249120
                       FILE('CHQPENV')                                  00249130
                       RIDFLD(WRK-CHQ-CHAVE)                            00249140
                       GTEQ                                             00249150
                       RESP(WRK-RESP)                                   00249160
             END-EXEC.                                                  00249170
                                                                        00249180
             IF WRK-RESP EQUAL DFHRESP(NORMAL)                          00249190
              PERFORM 2270-LER-CHEQUE                                   00249200
                      UNTIL WRK-RESP NOT EQUAL DFHRESP(NORMAL)          00249210
              EXEC CICS ENDBR                                           00249220
                        FILE('CHQPENV')                                 00249230
              END-EXEC                                                  00249240
             END-IF.                                                    00249250
                                                                        00249260
             COMPUTE WRK-DISPONIVEL = WRK-CLI-SALDO - WRK-BLOQUEADO.    00249270
             MOVE WRK-BLOQUEADO  TO WRK-SALDO-ED.                       00249280
             MOVE WRK-SALDO-ED   TO BLOQO.                              00249290
             MOVE WRK-DISPONIVEL TO WRK-SALDO-ED.                       00249300
             MOVE WRK-SALDO-ED   TO DISPONO.                            00249310
      *-----------------------------------------------------            00249320
       2250-99-FIM.                                  EXIT.              00249330
      *-----------------------------------------------------            00249340
                                                                        00249350
      *-----------------------------------------------------            00249360
       2270-LER-CHEQUE                            SECTION.              00249370
      *-----------------------------------------------------            00249380
             EXEC CICS READNEXT                                         00249390
                       FILE('CHQPENV')                                  00249400
                       RIDFLD(WRK-CHQ-CHAVE)                            00249410
                       INTO(WRK-CHQPENV)                                00249420
                       RESP(WRK-RESP)                                   00249430
             END-EXEC.                                                  00249440
                                                                        00249450
             IF WRK-RESP EQUAL DFHRESP(NORMAL)                          00249460
              IF WRK-CHQ-CONTA EQUAL WRK-CLI-CHAVE                      00249470
               ADD WRK-CHQ-VALOR TO WRK-BLOQUEADO                       00249480
              ELSE                                                      00249490
               MOVE DFHRESP(ENDFILE) TO WRK-RESP                        00249500
              END-IF                                                    00249510
             END-IF.                                                    00249520
      *-----------------------------------------------------            00249530
       2270-99-FIM.                                  EXIT.              00249540
      *-----------------------------------------------------            00249550
                                                                        00249560
      *-----------------------------------------------------            00249570
       2280-LER-COBRANCA                          SECTION.              00249580
      *-----------------------------------------------------            00249590
      *      O COBESTV SO TEM AS CONTAS EM COBRANCA.                    00249600
             MOVE WRK-CLI-CHAVE TO WRK-COB-CHAVE.                       00249610
             EXEC CICS READ                                             00249620
                       FILE('COBESTV')                                  00249630
                       RIDFLD(WRK-COB-CHAVE)                            00249640
                       INTO(WRK-COBESTV)                                00249650
                       RESP(WRK-RESP)                                   00249660
             END-EXEC.                                                  00249670
                                                                        00249680
             IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                      00249690
                OR WRK-COB-ESTAGIO EQUAL ZEROS                          00249700
              MOVE 'SEM COBRANCA' TO COBRANO                            00249710
             ELSE                                                       00249720
              EVALUATE WRK-COB-ESTAGIO                                  00249730
               WHEN 1                                                   00249740
                MOVE '1-AVISO'              TO WRK-COB-LIN-DESC         00249750
               WHEN 2                                                   00249760
                MOVE '2-BLOQUEIO'           TO WRK-COB-LIN-DESC         00249770
               WHEN OTHER                                               00249780
                MOVE '3-CANDIDATA PREJUIZO' TO WRK-COB-LIN-DESC         00249790
              END-EVALUATE                                              00249800
              MOVE WRK-COB-DIAS-NEG TO WRK-COB-LIN-NEG                  00249810
              MOVE WRK-COB-DIAS-LIM TO WRK-COB-LIN-LIM                  00249820
              MOVE WRK-COB-LINHA    TO COBRANO                          00249830
             END-IF.                                                    00249840
      *-----------------------------------------------------            00249850
       2280-99-FIM.                                  EXIT.              00249860
      *-----------------------------------------------------            00250000
                                                                        00251000
      *-----------------------------------------------------            00252000
       2290-LER-RISCO                             SECTION.              00252020
      *-----------------------------------------------------            00252040
      *      RATING MENSAL DO FR22EX25 (COPIA VSAM RISCOV DO            00252060
      *      RISCONOV); CONTA NOVA AINDA NAO TEM RATING.                00252080
             MOVE WRK-CLI-CHAVE TO WRK-RIS-CHAVE.                       00252100
             EXEC CICS READ                                             00252120
                       FILE('RISCOV')                                   00252140
                       RIDFLD(WRK-RIS-CHAVE)                            00252160
                       INTO(WRK-RISCOV)                                 00252180
                       RESP(WRK-RESP)                                   00252200
             END-EXEC.                                                  00252220
                                                                        00252240
             IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                      00252260
              MOVE 'SEM CLASSIFICACAO' TO RISCOO                        00252280
             ELSE                                                       00252300
              EVALUATE WRK-RIS-CLASSE                                   00252320
               WHEN 'A'                                                 00252340
                MOVE 'A-ALTO'  TO WRK-RIS-LIN-DESC                      00252360
               WHEN 'M'                                                 00252380
                MOVE 'M-MEDIO' TO WRK-RIS-LIN-DESC                      00252400
               WHEN OTHER                                               00252420
                MOVE 'B-BAIXO' TO WRK-RIS-LIN-DESC                      00252440
              END-EVALUATE                                              00252460
              MOVE WRK-RIS-PONTOS TO WRK-RIS-LIN-PONTOS                 00252480
              IF WRK-RIS-REVISAO EQUAL 'S'                              00252500
               MOVE 'REVISAO REFORCADA' TO WRK-RIS-LIN-REVISAO          00252520
              ELSE                                                      00252540
               MOVE SPACES              TO WRK-RIS-LIN-REVISAO          00252560
              END-IF                                                    00252580
              MOVE WRK-RIS-LINHA  TO RISCOO                             00252600
             END-IF.                                                    00252620
      *-----------------------------------------------------            00252640
       2290-99-FIM.                                  EXIT.              00252660
      *-----------------------------------------------------            00252680
                                                                        00252700
      *-----------------------------------------------------            00252720
       2300-LISTAR-MOVIMENTOS                     SECTION.              00253000
      *-----------------------------------------------------            00254000
             MOVE SPACES TO MOV1O MOV2O MOV3O                           00255000
               MOVE WRK-MDV-MOVIMENTO TO WRK-LIN-MOVIMENTO              00296000
               MOVE WRK-MDV-TIPOMOV   TO WRK-LIN-TIPO                   00297000
               MOVE WRK-MDV-VALORMOV  TO WRK-LIN-VALOR                  00298000
               EVALUATE TRUE                                            00298660
                WHEN WRK-MDV-SITUACAO EQUAL 'S'                         00299320
                 MOVE 'EM SUSPENSE' TO WRK-LIN-SITUACAO                 00299980
                WHEN WRK-MDV-TIPOMOV EQUAL 'Q'                          00300640
                 MOVE 'A COMPENSAR' TO WRK-LIN-SITUACAO                 00301300
                WHEN OTHER                                              00301960
                 MOVE 'APLICADO'    TO WRK-LIN-SITUACAO                 00302620
               END-EVALUATE                                             00303280
               EVALUATE WRK-IDX                                         00304000
                WHEN 1                                                  00305000
                 MOVE WRK-LINHA TO MOV1O                                00306000
