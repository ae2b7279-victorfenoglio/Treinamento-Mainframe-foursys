      *            POR CONTA, NO ESTILO CABECALHO/        *             00014000
      *            DETALHE/TOTAL DO REL2205, PARA A       *             00015000
      *            AGENCIA IMPRIMIR SOB DEMANDA.          *             00016000
      *            LISTA TAMBEM OS CHEQUES EM COMPENSACAO *             00016140
      *            DA CONTA (CHQPEND), SOMA OS DEPOSITOS  *             00016280
      *            EM CHEQUE (TIPO 'Q') AO BLOQUEADO E    *             00016420
      *            FECHA COM SALDO BLOQUEADO E SALDO      *             00016560
      *            DISPONIVEL; A DEVOLUCAO DE CHEQUE      *             00016700
      *            (TIPO 'V') POSTA SEM TESTE DE LIMITE.  *             00016840
      *---------------------------------------------------*             00017000
      *  ARQUIVOS:                                        *             00018000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00019000
      *  CLIENTES            I             ---------      *             00020000
      *  MOV0106             I             ---------      *             00021000
      *  CHQPEND             I             ---------      *             00021500
      *  EXTRATO             O             ---------      *             00022000
      *===================================================*             00023000
                                                                        00024000
                                                                        00039000
           SELECT EXTRATO ASSIGN TO EXTRATO                             00040000
               FILE STATUS IS WRK-FS-EXTRATO.                           00041000
                                                                        00041250
           SELECT CHQPEND ASSIGN TO CHQPEND                             00041500
               FILE STATUS IS WRK-FS-CHQPEND.                           00041750
                                                                        00042000
      *====================================================             00043000
       DATA                                      DIVISION.              00044000
          05 FD-CLIENTES-LIMITE     PIC 9(08).                          00058100
          05 FD-CLIENTES-STATUS     PIC X(01).                          00058200
             88 FD-CLIENTES-ATIVA             VALUE 'A' ' '.            00058300
             88 FD-CLIENTES-INATIVA           VALUE 'I'.                00058650
                                                                        00059000
       FD MOV0106                                                       00060000
           RECORDING MODE IS F                                          00061000
           BLOCK CONTAINS 0 RECORDS.                                    00074000
      *-----------LRECL 70----------------------------------            00075000
       01 FD-EXTRATO            PIC X(70).                              00076000
                                                                        00076070
       FD CHQPEND                                                       00076140
           RECORDING MODE IS F                                          00076210
           BLOCK CONTAINS 0 RECORDS.                                    00076280
      *-----------LRECL 50----------------------------------            00076350
       01 FD-CHQPEND.                                                   00076420
          05 FD-PEND-CHAVE          PIC X(08).                          00076490
          05 FD-PEND-NUMERO         PIC 9(06).                          00076560
          05 FD-PEND-VALOR          PIC 9(08).                          00076630
          05 FD-PEND-DATA-DEP       PIC 9(08).                          00076700
          05 FD-PEND-DATA-LIB       PIC 9(08).                          00076770
          05 FILLER                 PIC X(12).                          00076840
      *-----------------------------------------------------            00077000
       WORKING-STORAGE                           SECTION.               00078000
      *-----------------------------------------------------            00079000
       77 WRK-FS-CLIENTES      PIC 9(02).                               00085000
       77 WRK-FS-MOV0106       PIC 9(02).                               00086000
       77 WRK-FS-EXTRATO       PIC 9(02).                               00087000
       77 WRK-FS-CHQPEND       PIC 9(02).                               00087500
      *-----------------------------------------------------            00088000
       01 FILLER PIC X(48) VALUE                                        00089000
            '-------VARIAVEIS ACUMULAR/CONTROLE-----------'.            00090000
       77 WRK-LIMITE-NEG       PIC S9(09) VALUE ZEROS.                  00094100
       77 WRK-MOVNAOPOSTADOS   PIC 9(06) VALUE ZEROS.                   00094200
       77 WRK-MOV-POSTA        PIC X(01) VALUE 'S'.                     00094300
       77 WRK-DESC-TARIFA-INAT PIC X(30) VALUE                          00094530
           'TARIFA CONTA INATIVA'.                                      00094760
       77 WRK-TEM-CHQPEND      PIC X(01) VALUE 'S'.                     00094820
       77 WRK-SALDO-BLOQUEADO  PIC 9(09) VALUE ZEROS.                   00094880
       77 WRK-SALDO-DISPONIVEL PIC S9(09) VALUE ZEROS.                  00094940
      *-----------------------------------------------------            00095000
       01 FILLER PIC X(48) VALUE                                        00096000
            '-------LINHAS DO EXTRATO---------------------'.            00097000
             'SALDO DE FECHAMENTO.'.                                    00129000
          05 WRK-EXT-FECH-VAL   PIC ZZZ.ZZZ.ZZ9-.                       00130000
          05 FILLER             PIC X(38) VALUE SPACES.                 00131000
       01 WRK-EXT-CHQ-TITULO.                                           00131040
          05 FILLER             PIC X(30) VALUE                         00131080
             'CHEQUES EM COMPENSACAO'.                                  00131120
          05 FILLER             PIC X(40) VALUE SPACES.                 00131160
       01 WRK-EXT-CHQ-DETALHE.                                          00131200
          05 FILLER             PIC X(08) VALUE 'CHEQUE: '.             00131240
          05 WRK-EXT-CHQ-NUMERO PIC 9(06).                              00131280
          05 FILLER             PIC X(11) VALUE '  LIBERA EM'.          00131320
          05 FILLER             PIC X(01) VALUE SPACES.                 00131360
          05 WRK-EXT-CHQ-DATA   PIC 9(08).                              00131400
          05 FILLER             PIC X(02) VALUE SPACES.                 00131440
          05 WRK-EXT-CHQ-VALOR  PIC ZZZ.ZZZ.ZZ9.                        00131480
          05 FILLER             PIC X(23) VALUE SPACES.                 00131520
       01 WRK-EXT-BLOQUEADO.                                            00131560
          05 FILLER             PIC X(20) VALUE                         00131600
             'SALDO BLOQUEADO.....'.                                    00131640
          05 WRK-EXT-BLOQ-VAL   PIC ZZZ.ZZZ.ZZ9-.                       00131680
          05 FILLER             PIC X(38) VALUE SPACES.                 00131720
       01 WRK-EXT-DISPONIVEL.                                           00131760
          05 FILLER             PIC X(20) VALUE                         00131800
             'SALDO DISPONIVEL....'.                                    00131840
          05 WRK-EXT-DISP-VAL   PIC ZZZ.ZZZ.ZZ9-.                       00131880
          05 FILLER             PIC X(38) VALUE SPACES.                 00131920
       77 WRK-LINHABRANCO       PIC X(70) VALUE SPACES.                 00132000
      *====================================================             00133000
       PROCEDURE                                 DIVISION.              00134000
           OPEN INPUT CLIENTES MOV0106                                  00151000
                OUTPUT EXTRATO.                                         00152000
             PERFORM 4000-TESTAR-STATUS.                                00153000
                                                                        00153060
      *    SEM CHEQUES PENDENTES O EXTRATO SAI SEM BLOQUEIO.            00153120
           OPEN INPUT CHQPEND.                                          00153180
           IF WRK-FS-CHQPEND EQUAL 35                                   00153240
            MOVE 'N' TO WRK-TEM-CHQPEND                                 00153300
           ELSE                                                         00153360
            IF WRK-FS-CHQPEND NOT EQUAL 00                              00153420
             MOVE 'FR22EX09'              TO WRK-PROGRAMA               00153480
             MOVE 'ERRO NO OPEN CHQPEND'  TO WRK-MENSAGEM               00153540
             MOVE '1000'                  TO WRK-SECAO                  00153600
             MOVE WRK-FS-CHQPEND          TO WRK-STATUS                 00153660
             PERFORM 9000-TRATAERROS                                    00153720
            END-IF                                                      00153780
           END-IF.                                                      00153840
           PERFORM 5000-LER-CHQPEND.                                    00153900
                                                                        00154000
           READ CLIENTES.                                               00155000
           IF WRK-FS-CLIENTES EQUAL 10                                  00156000
           MOVE WRK-SALDO-CORRENTE TO WRK-EXT-FECH-VAL.                 00183000
           WRITE FD-EXTRATO FROM WRK-EXT-TRACO.                         00184000
           WRITE FD-EXTRATO FROM WRK-EXT-FECHAMENTO.                    00185000
           IF WRK-SALDO-BLOQUEADO GREATER ZEROS                         00185110
            COMPUTE WRK-SALDO-DISPONIVEL =                              00185220
                    WRK-SALDO-CORRENTE - WRK-SALDO-BLOQUEADO            00185330
            MOVE WRK-SALDO-BLOQUEADO  TO WRK-EXT-BLOQ-VAL               00185440
            MOVE WRK-SALDO-DISPONIVEL TO WRK-EXT-DISP-VAL               00185550
            WRITE FD-EXTRATO FROM WRK-EXT-BLOQUEADO                     00185660
            WRITE FD-EXTRATO FROM WRK-EXT-DISPONIVEL                    00185770
           END-IF.                                                      00185880
                                                                        00186000
           READ CLIENTES.                                               00187000
      *-----------------------------------------------------            00188000
           WRITE FD-EXTRATO FROM WRK-EXT-TRACO.                         00220000
           WRITE FD-EXTRATO FROM WRK-EXT-ABERTURA.                      00221000
           WRITE FD-EXTRATO FROM WRK-LINHABRANCO.                       00222000
                                                                        00222070
      *    CHEQUES AINDA BLOQUEADOS DE DIAS ANTERIORES (O               00222140
      *    CHQPEND VEM NA ORDEM DO CLIENTES).                           00222210
           MOVE ZEROS TO WRK-SALDO-BLOQUEADO.                           00222280
           PERFORM 5000-LER-CHQPEND                                     00222350
                   UNTIL FD-PEND-CHAVE NOT LESS FD-CLIENTES-CHAVE.      00222420
           IF FD-PEND-CHAVE EQUAL FD-CLIENTES-CHAVE                     00222490
            WRITE FD-EXTRATO FROM WRK-EXT-CHQ-TITULO                    00222560
            PERFORM 2150-LISTAR-CHEQUE                                  00222630
                    UNTIL FD-PEND-CHAVE NOT EQUAL FD-CLIENTES-CHAVE     00222700
            WRITE FD-EXTRATO FROM WRK-LINHABRANCO                       00222770
           END-IF.                                                      00222840
      *-----------------------------------------------------            00223000
       2100-99-FIM.                                  EXIT.              00224000
      *-----------------------------------------------------            00224070
                                                                        00224140
      *-----------------------------------------------------            00224210
       2150-LISTAR-CHEQUE                         SECTION.              00224280
      *-----------------------------------------------------            00224350
           MOVE FD-PEND-NUMERO   TO WRK-EXT-CHQ-NUMERO.                 00224420
           MOVE FD-PEND-DATA-LIB TO WRK-EXT-CHQ-DATA.                   00224490
           MOVE FD-PEND-VALOR    TO WRK-EXT-CHQ-VALOR.                  00224560
           WRITE FD-EXTRATO FROM WRK-EXT-CHQ-DETALHE.                   00224630
           ADD FD-PEND-VALOR TO WRK-SALDO-BLOQUEADO.                    00224700
           PERFORM 5000-LER-CHQPEND.                                    00224770
      *-----------------------------------------------------            00224840
       2150-99-FIM.                                  EXIT.              00224910
      *-----------------------------------------------------            00225000
                                                                        00226000
      *-----------------------------------------------------            00227000
      *    DEBITO ALEM DO LIMITE NAO POSTA (O FR22EX04 O                23000300
      *    REJEITA) E FICA FORA DO EXTRATO.                             23000400
           MOVE 'S' TO WRK-MOV-POSTA.                                   23000500
      *    CONTA INATIVA: O CREDITO A REATIVA (COMO NO                  23000501
      *    FR22EX04) E A TARIFA DE CONTA INATIVA POSTA.                 23000502
           IF FD-CLIENTES-INATIVA                                       23000503
              AND (FD-MOV0106-TIPOMOV EQUAL 'C'                         23000504
                   OR FD-MOV0106-TIPOMOV EQUAL 'Q')                     23000505
            MOVE 'A' TO FD-CLIENTES-STATUS                              23000506
           END-IF.                                                      23000508
      *    CONTA BLOQUEADA OU ENCERRADA NAO POSTA NADA.                 23000510
           IF NOT FD-CLIENTES-ATIVA                                     23000520
            MOVE 'N' TO WRK-MOV-POSTA                                   23000530
           END-IF.                                                      23000531
           IF FD-CLIENTES-INATIVA                                       23000532
              AND FD-MOV0106-TIPOMOV EQUAL 'D'                          23000533
              AND FD-MOV0106-MOVIMENTO EQUAL WRK-DESC-TARIFA-INAT       23000534
            MOVE 'S' TO WRK-MOV-POSTA                                   23000535
           END-IF.                                                      23000540
      *    A DEVOLUCAO DE CHEQUE ESTORNA O DEPOSITO EM                  23000550
      *    QUALQUER SITUACAO E ALEM DO LIMITE.                          23000560
           IF FD-MOV0106-TIPOMOV EQUAL 'V'                              23000570
            MOVE 'S' TO WRK-MOV-POSTA                                   23000580
           END-IF.                                                      23000590
           IF FD-MOV0106-TIPOMOV NOT EQUAL 'C'                          23000600
              AND FD-MOV0106-TIPOMOV NOT EQUAL 'E'                      23000700
              AND FD-MOV0106-TIPOMOV NOT EQUAL 'Q'                      23000740
              AND FD-MOV0106-TIPOMOV NOT EQUAL 'V'                      23000780
              AND WRK-SALDO-CORRENTE - WRK-SALDO-BLOQUEADO              23000820
                  - FD-MOV0106-VALORMOV                                 23000860
                  LESS WRK-LIMITE-NEG                                   23000900
            MOVE 'N' TO WRK-MOV-POSTA                                   23001000
           END-IF.                                                      23001100
              ADD FD-MOV0106-VALORMOV TO WRK-SALDO-CORRENTE             23001700
             WHEN 'E'                                                   23001800
              ADD FD-MOV0106-VALORMOV TO WRK-SALDO-CORRENTE             23001900
             WHEN 'Q'                                                   23001920
              ADD FD-MOV0106-VALORMOV TO WRK-SALDO-CORRENTE             23001940
              ADD FD-MOV0106-VALORMOV TO WRK-SALDO-BLOQUEADO            23001960
             WHEN OTHER                                                 23002000
              SUBTRACT FD-MOV0106-VALORMOV                              23002100
                FROM WRK-SALDO-CORRENTE                                 23002200
           END-IF.                                                      23003600
      *-----------------------------------------------------            23003700
       2200-99-FIM.                                  EXIT.              23003800
      *-----------------------------------------------------            23004800
                                                                        23005800
      *-----------------------------------------------------            23006800
       3000-FINALIZAR                             SECTION.              23007800
      *-----------------------------------------------------            23008800
           CLOSE CLIENTES MOV0106 EXTRATO.                              23009800
           IF WRK-TEM-CHQPEND EQUAL 'S'                                 23010050
            CLOSE CHQPEND                                               23010300
           END-IF.                                                      23010550
                                                                        23010800
           DISPLAY ' '.                                                 23011800
           DISPLAY 'CONTAS IMPRESSAS:     ' WRK-CONTAS.                 23012800
           DISPLAY 'MOVIMENTOS LISTADOS:  ' WRK-MOVIMENTOS.             23013800
           DISPLAY 'NAO POSTADOS (LIMITE):' WRK-MOVNAOPOSTADOS.         23014800
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             23015800
      *-----------------------------------------------------            23016800
       3000-99-FIM.                                  EXIT.              23017800
      *-----------------------------------------------------            23018800
                                                                        23019800
      *-----------------------------------------------------            23020800
       4000-TESTAR-STATUS                         SECTION.              23021800
      *-----------------------------------------------------            23022800
           IF WRK-FS-CLIENTES NOT EQUAL 00                              23023800
            MOVE 'FR22EX09'              TO WRK-PROGRAMA                23024800
            MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM                23025800
            MOVE '1000'                  TO WRK-SECAO                   23026800
            MOVE WRK-FS-CLIENTES         TO WRK-STATUS                  23027800
            PERFORM 9000-TRATAERROS                                     23028800
           END-IF.                                                      23029800
           IF WRK-FS-MOV0106 NOT EQUAL 00                               23030800
            MOVE 'FR22EX09'              TO WRK-PROGRAMA                23031800
            MOVE 'ERRO NO OPEN MOV0106'  TO WRK-MENSAGEM                23032800
            MOVE '1000'                  TO WRK-SECAO                   23033800
            MOVE WRK-FS-MOV0106          TO WRK-STATUS                  23034800
            PERFORM 9000-TRATAERROS                                     23035800
           END-IF.                                                      23036800
           IF WRK-FS-EXTRATO NOT EQUAL 00                               23037800
            MOVE 'FR22EX09'              TO WRK-PROGRAMA                23038800
            MOVE 'ERRO NO OPEN EXTRATO'  TO WRK-MENSAGEM                23039800
            MOVE '1000'                  TO WRK-SECAO                   23040800
            MOVE WRK-FS-EXTRATO          TO WRK-STATUS                  23041800
            PERFORM 9000-TRATAERROS                                     23042800
           END-IF.                                                      23043800
      *-----------------------------------------------------            23044800
       4000-99-FIM.                                  EXIT.              23045800
      *-----------------------------------------------------            23046800
                                                                        23047800
      *-----------------------------------------------------            23048800
       5000-LER-CHQPEND                           SECTION.              23048860
      *-----------------------------------------------------            23048920
           IF WRK-TEM-CHQPEND EQUAL 'N'                                 23048980
            MOVE HIGH-VALUES TO FD-PEND-CHAVE                           23049040
           ELSE                                                         23049100
            READ CHQPEND                                                23049160
            IF WRK-FS-CHQPEND EQUAL 10                                  23049220
             MOVE HIGH-VALUES TO FD-PEND-CHAVE                          23049280
            END-IF                                                      23049340
           END-IF.                                                      23049400
      *-----------------------------------------------------            23049460
       5000-99-FIM.                                  EXIT.              23049520
      *-----------------------------------------------------            23049580
                                                                        23049640
      *-----------------------------------------------------            23049700
       9000-TRATAERROS                            SECTION.              23049800
      *-----------------------------------------------------            23050800
            CALL 'GRAVALOG' USING WRK-DADOS.                            23051800
           GOBACK.                                                      23052800
      *-----------------------------------------------------            23053800
       9000-99-FIM.                                  EXIT.              23054800
      *-----------------------------------------------------            23055800
