      *            MEDIA, FREQUENCIA E SITUACAO, E O      *             00012000
      *            TOTAL DE PERIODOS NO RODAPE DE CADA    *             00013000
      *            ALUNO.                                 *             00014000
      *            ABAIXO DE CADA PERIODO SAEM AS         *             00014200
      *            DISCIPLINAS CURSADAS COM MEDIA E NOTA  *             00014400
      *            MINIMA (HISTDISC, O HISTORICO POR      *             00014600
      *            DISCIPLINA DO ARQ2206).                *             00014800
      *---------------------------------------------------*             00015000
      *  ARQUIVOS:                                        *             00016000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00017000
      *  BOOKLIB             I               #GLOG        *             00018000
      *  HISTANT             I             ---------      *             00019000
      *  HISTESC             O             ---------      *             00020000
      *  HISTDISC            I             ---------      *             00020500
      *===================================================*             00021000
                                                                        00022000
      *====================================================             00023000
                                                                        00034000
           SELECT HISTESC ASSIGN TO HISTESC                             00035000
               FILE STATUS IS WRK-FS-HISTESC.                           00036000
                                                                        00036250
           SELECT HISTDISC ASSIGN TO HISTDISC                           00036500
               FILE STATUS IS WRK-FS-HISTDISC.                          00036750
                                                                        00037000
      *====================================================             00038000
       DATA                                      DIVISION.              00039000
           RECORDING MODE IS F.                                         00059000
                                                                        00060000
       01 FD-HISTESC         PIC X(80).                                 00061000
                                                                        00061060
       FD HISTDISC                                                      00061120
           RECORDING MODE IS F                                          00061180
           BLOCK CONTAINS 0 RECORDS.                                    00061240
      *-----------LRECL 40----------------------------------            00061300
       01 FD-HISTDISC.                                                  00061360
          05 FD-HDS-RM       PIC X(05).                                 00061420
          05 FD-HDS-PERIODO  PIC 9(06).                                 00061480
          05 FD-HDS-SERIE    PIC X(03).                                 00061540
          05 FD-HDS-DISCIP   PIC X(15).                                 00061600
          05 FD-HDS-MEDIA    PIC 9(02)V9(02).                           00061660
          05 FD-HDS-MINIMA   PIC 9(02)V9(02).                           00061720
          05 FD-HDS-PESO     PIC 9(02).                                 00061780
          05 FD-HDS-SIT      PIC X(01).                                 00061840
      *-----------------------------------------------------            00062000
       WORKING-STORAGE                           SECTION.               00063000
      *-----------------------------------------------------            00064000
      *-----------------------------------------------------            00069000
       77 WRK-FS-HISTANT     PIC 9(02).                                 00070000
       77 WRK-FS-HISTESC     PIC 9(02).                                 00071000
       77 WRK-FS-HISTDISC    PIC 9(02).                                 00071080
      *-----------------------------------------------------            00071160
       01 FILLER PIC X(48) VALUE                                        00071240
           '--------------CHAVES DO HISTORICO------------'.             00071320
      *-----------------------------------------------------            00071400
       01 WRK-CHAVE-ANT.                                                00071480
          05 WRK-CHA-RM      PIC X(05).                                 00071560
          05 WRK-CHA-PERIODO PIC X(06).                                 00071640
       01 WRK-CHAVE-HDS.                                                00071720
          05 WRK-CHD-RM      PIC X(05).                                 00071800
          05 WRK-CHD-PERIODO PIC X(06).                                 00071880
      *-----------------------------------------------------            00072000
       01 FILLER PIC X(48) VALUE                                        00073000
           '--------------CONTROLE DE QUEBRA POR RM------'.             00074000
          05 FILLER           PIC X(02) VALUE '% '.                     00102000
          05 WRK-REL-SIT      PIC X(19).                                00103000
          05 FILLER           PIC X(09) VALUE SPACES.                   00104000
       01 WRK-REL-DISC.                                                 00104090
          05 FILLER           PIC X(10) VALUE SPACES.                   00104180
          05 WRK-RD-DISCIP    PIC X(15).                                00104270
          05 FILLER           PIC X(08) VALUE ' MEDIA: '.               00104360
          05 WRK-RD-MEDIA     PIC 9(02),9(02).                          00104450
          05 FILLER           PIC X(09) VALUE ' MINIMA: '.              00104540
          05 WRK-RD-MINIMA    PIC 9(02),9(02).                          00104630
          05 FILLER           PIC X(01) VALUE SPACES.                   00104720
          05 WRK-RD-SIT       PIC X(16).                                00104810
          05 FILLER           PIC X(11) VALUE SPACES.                   00104900
       01 WRK-REL-RODAPE.                                               00105000
          05 FILLER           PIC X(02) VALUE SPACES.                   00106000
          05 FILLER           PIC X(19) VALUE                           00107000
             PERFORM 4000-TESTAR-STATUS.                                00132000
                                                                        00133000
           WRITE FD-HISTESC FROM WRK-REL-CABEC.                         00134000
                                                                        00134050
      *    SEM HISTDISC O HISTORICO SAI SO COM A MEDIA                  00134100
      *    GERAL DE CADA PERIODO.                                       00134150
           OPEN INPUT HISTDISC.                                         00134200
           IF WRK-FS-HISTDISC EQUAL 35                                  00134250
            DISPLAY 'HISTDISC AUSENTE - HISTORICO SEM '                 00134300
                    'DISCIPLINAS'                                       00134350
            MOVE 10 TO WRK-FS-HISTDISC                                  00134400
           END-IF.                                                      00134450
           IF WRK-FS-HISTDISC NOT EQUAL 00                              00134500
              AND WRK-FS-HISTDISC NOT EQUAL 10                          00134550
            MOVE 'ARQ2207'               TO WRK-PROGRAMA                00134600
            MOVE 'ERRO NO OPEN HISTDISC' TO WRK-MENSAGEM                00134650
            MOVE '1000'                  TO WRK-SECAO                   00134700
            MOVE WRK-FS-HISTDISC         TO WRK-STATUS                  00134750
            PERFORM 9000-ERRO                                           00134800
           END-IF.                                                      00134850
           PERFORM 5200-LER-HISTDISC.                                   00134900
                                                                        00135000
           READ HISTANT.                                                00136000
           IF WRK-FS-HISTANT EQUAL 10                                   00137000
             MOVE 'RECUPERACAO'         TO WRK-REL-SIT                  00160000
            WHEN 'RF'                                                   00161000
             MOVE 'REPROVADO POR FALTA' TO WRK-REL-SIT                  00162000
            WHEN 'AR'                                                   00162200
             MOVE 'APROVADO NA RECUP.'  TO WRK-REL-SIT                  00162400
            WHEN 'RP'                                                   00162600
             MOVE 'REPROVADO NA RECUP.' TO WRK-REL-SIT                  00162800
            WHEN OTHER                                                  00163000
             MOVE FD-ANT-SIT            TO WRK-REL-SIT                  00164000
           END-EVALUATE.                                                00165000
           WRITE FD-HISTESC FROM WRK-REL-LINHA.                         00166000
           ADD 1 TO WRK-QTD-PERIODOS.                                   00167000
                                                                        00168000
      *    DISCIPLINAS DO PERIODO (HISTDISC TAMBEM POR RM +             00168090
      *    PERIODO); AS DE PERIODO SEM LINHA NO MASTER SAO              00168180
      *    PULADAS.                                                     00168270
           MOVE FD-ANT-RM      TO WRK-CHA-RM.                           00168360
           MOVE FD-ANT-PERIODO TO WRK-CHA-PERIODO.                      00168450
           PERFORM 5200-LER-HISTDISC                                    00168540
                   UNTIL WRK-CHAVE-HDS NOT LESS WRK-CHAVE-ANT.          00168630
           PERFORM 2300-IMPRIMIR-DISCIPLINA                             00168720
                   UNTIL WRK-CHAVE-HDS NOT EQUAL WRK-CHAVE-ANT.         00168810
                                                                        00168900
           READ HISTANT.                                                00169000
      *-----------------------------------------------------            00170000
       2000-99-FIM.                                  EXIT.              00171000
      *-----------------------------------------------------            00200000
                                                                        00201000
      *-----------------------------------------------------            00202000
       2300-IMPRIMIR-DISCIPLINA                   SECTION.              00202050
      *-----------------------------------------------------            00202100
           MOVE FD-HDS-DISCIP TO WRK-RD-DISCIP.                         00202150
           MOVE FD-HDS-MEDIA  TO WRK-RD-MEDIA.                          00202200
           MOVE FD-HDS-MINIMA TO WRK-RD-MINIMA.                         00202250
           IF FD-HDS-SIT EQUAL 'R'                                      00202300
            MOVE 'ABAIXO DA MINIMA' TO WRK-RD-SIT                       00202350
           ELSE                                                         00202400
            MOVE SPACES TO WRK-RD-SIT                                   00202450
           END-IF.                                                      00202500
           WRITE FD-HISTESC FROM WRK-REL-DISC.                          00202550
           PERFORM 5200-LER-HISTDISC.                                   00202600
      *-----------------------------------------------------            00202650
       2300-99-FIM.                                  EXIT.              00202700
      *-----------------------------------------------------            00202750
                                                                        00202800
      *-----------------------------------------------------            00202850
       3000-FINALIZAR                             SECTION.              00203000
      *-----------------------------------------------------            00204000
           IF WRK-RM-ANTERIOR NOT EQUAL SPACES                          00205000
            PERFORM 2200-RODAPE-ALUNO                                   00206000
           END-IF.                                                      00207000
                                                                        00208000
           CLOSE HISTANT HISTESC HISTDISC.                              00209000
                                                                        00210000
           DISPLAY ' '.                                                 00211000
           DISPLAY 'ALUNOS IMPRESSOS: ' WRK-QTD-ALUNOS.                 00212000
      *-----------------------------------------------------            00237000
                                                                        00238000
      *-----------------------------------------------------            00239000
       5200-LER-HISTDISC                          SECTION.              00239050
      *-----------------------------------------------------            00239100
           IF WRK-FS-HISTDISC EQUAL 10                                  00239150
            MOVE HIGH-VALUES TO WRK-CHAVE-HDS                           00239200
           ELSE                                                         00239250
            READ HISTDISC                                               00239300
            IF WRK-FS-HISTDISC EQUAL 10                                 00239350
             MOVE HIGH-VALUES TO WRK-CHAVE-HDS                          00239400
            ELSE                                                        00239450
             MOVE FD-HDS-RM      TO WRK-CHD-RM                          00239500
             MOVE FD-HDS-PERIODO TO WRK-CHD-PERIODO                     00239550
            END-IF                                                      00239600
           END-IF.                                                      00239650
      *-----------------------------------------------------            00239700
       5200-99-FIM.                                  EXIT.              00239750
      *-----------------------------------------------------            00239800
                                                                        00239850
      *-----------------------------------------------------            00239900
       9000-ERRO                                  SECTION.              00240000
      *-----------------------------------------------------            00241000
           DISPLAY WRK-MENSAGEM.                                        00242000
