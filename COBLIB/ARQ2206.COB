      *            REPROCESSADO SUBSTITUI O REGISTRO      *             00013000
      *            EXISTENTE. ALUNO COM NOME DIVERGENTE   *             00014000
      *            DO MASTER SAI NO RELATORIO RELDIVER.   *             00015000
      *            O HISTORICO POR DISCIPLINA (HDISCANT,  *             00015250
      *            MEDIAS DO NOTADISC DO ARQ2211) E       *             00015500
      *            ATUALIZADO DA MESMA FORMA EM HDISCNOV. *             00015750
      *---------------------------------------------------*             00016000
      *  ARQUIVOS:                                        *             00017000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00018000
      *  SITALUNO            I             ---------      *             00021000
      *  HISTNOVO            O             ---------      *             00022000
      *  RELDIVER            O             ---------      *             00023000
      *  HDISCANT            I             ---------      *             00023250
      *  NOTADISC            I             ---------      *             00023500
      *  HDISCNOV            O             ---------      *             00023750
      *===================================================*             00024000
                                                                        00025000
      *====================================================             00026000
                                                                        00043000
           SELECT RELDIVER ASSIGN TO RELDIVER                           00044000
               FILE STATUS IS WRK-FS-RELDIVER.                          00045000
                                                                        00045100
           SELECT HDISCANT ASSIGN TO HDISCANT                           00045200
               FILE STATUS IS WRK-FS-HDISCANT.                          00045300
                                                                        00045400
           SELECT NOTADISC ASSIGN TO NOTADISC                           00045500
               FILE STATUS IS WRK-FS-NOTADISC.                          00045600
                                                                        00045700
           SELECT HDISCNOV ASSIGN TO HDISCNOV                           00045800
               FILE STATUS IS WRK-FS-HDISCNOV.                          00045900
                                                                        00046000
      *====================================================             00047000
       DATA                                      DIVISION.              00048000
           RECORDING MODE IS F.                                         00088000
                                                                        00089000
       01 FD-RELDIVER        PIC X(80).                                 00090000
                                                                        00090030
       FD HDISCANT                                                      00090060
           RECORDING MODE IS F                                          00090090
           BLOCK CONTAINS 0 RECORDS.                                    00090120
      *-----------LRECL 40----------------------------------            00090150
       01 FD-HDISCANT.                                                  00090180
          05 FD-HDA-RM       PIC X(05).                                 00090210
          05 FD-HDA-PERIODO  PIC 9(06).                                 00090240
          05 FILLER          PIC X(29).                                 00090270
                                                                        00090300
       FD NOTADISC                                                      00090330
           RECORDING MODE IS F                                          00090360
           BLOCK CONTAINS 0 RECORDS.                                    00090390
      *-----------LRECL 40----------------------------------            00090420
       01 FD-NOTADISC.                                                  00090450
          05 FD-NDS-RM       PIC X(05).                                 00090480
          05 FD-NDS-PERIODO  PIC 9(06).                                 00090510
          05 FD-NDS-SERIE    PIC X(03).                                 00090540
          05 FD-NDS-DISCIP   PIC X(15).                                 00090570
          05 FD-NDS-MEDIA    PIC 9(02)V9(02).                           00090600
          05 FD-NDS-MINIMA   PIC 9(02)V9(02).                           00090630
          05 FD-NDS-PESO     PIC 9(02).                                 00090660
          05 FD-NDS-SIT      PIC X(01).                                 00090690
                                                                        00090720
       FD HDISCNOV                                                      00090750
           RECORDING MODE IS F                                          00090780
           BLOCK CONTAINS 0 RECORDS.                                    00090810
      *-----------LRECL 40----------------------------------            00090840
       01 FD-HDISCNOV        PIC X(40).                                 00090870
      *-----------------------------------------------------            00091000
       WORKING-STORAGE                           SECTION.               00092000
      *-----------------------------------------------------            00093000
       77 WRK-FS-SITALUNO    PIC 9(02).                                 00100000
       77 WRK-FS-HISTNOVO    PIC 9(02).                                 00101000
       77 WRK-FS-RELDIVER    PIC 9(02).                                 00102000
       77 WRK-FS-HDISCANT    PIC 9(02).                                 00102250
       77 WRK-FS-NOTADISC    PIC 9(02).                                 00102500
       77 WRK-FS-HDISCNOV    PIC 9(02).                                 00102750
      *-----------------------------------------------------            00103000
       01 FILLER PIC X(48) VALUE                                        00104000
           '--------------CHAVES DO BALANCED LINE--------'.             00105000
       01 WRK-CHAVE-SIT.                                                00110000
          05 WRK-CHS-RM      PIC X(05).                                 00111000
          05 WRK-CHS-PERIODO PIC X(06).                                 00112000
       01 WRK-CHAVE-HDA.                                                00112140
          05 WRK-CHH-RM      PIC X(05).                                 00112280
          05 WRK-CHH-PERIODO PIC X(06).                                 00112420
       01 WRK-CHAVE-NDS.                                                00112560
          05 WRK-CHN-RM      PIC X(05).                                 00112700
          05 WRK-CHN-PERIODO PIC X(06).                                 00112840
      *-----------------------------------------------------            00113000
       01 FILLER PIC X(48) VALUE                                        00114000
           '--------------ULTIMO NOME VISTO NO MASTER----'.             00115000
       77 WRK-REGINCLUIDOS   PIC 9(06) VALUE ZEROS.                     00124000
       77 WRK-REGSUBSTIT     PIC 9(06) VALUE ZEROS.                     00125000
       77 WRK-REGDIVERG      PIC 9(06) VALUE ZEROS.                     00126000
       77 WRK-DISCOPIADAS    PIC 9(06) VALUE ZEROS.                     00126250
       77 WRK-DISINCLUIDAS   PIC 9(06) VALUE ZEROS.                     00126500
       77 WRK-DISSUBSTIT     PIC 9(06) VALUE ZEROS.                     00126750
      *-----------------------------------------------------            00127000
       01 FILLER PIC X(48) VALUE                                        00128000
           '--------------LINHAS DO RELATORIO------------'.             00129000
           PERFORM 2000-PROCESSAR UNTIL                                 00149000
                   WRK-CHAVE-ANT EQUAL HIGH-VALUES                      00150000
                   AND WRK-CHAVE-SIT EQUAL HIGH-VALUES.                 00151000
           PERFORM 2500-PROCESSAR-DISCIPLINAS UNTIL                     00151250
                   WRK-CHAVE-HDA EQUAL HIGH-VALUES                      00151500
                   AND WRK-CHAVE-NDS EQUAL HIGH-VALUES.                 00151750
           PERFORM 3000-FINALIZAR.                                      00152000
           STOP RUN.                                                    00153000
      *-----------------------------------------------------            00154000
           END-IF.                                                      00166000
             PERFORM 4000-TESTAR-STATUS.                                00167000
                                                                        00168000
      *    HISTORICO POR DISCIPLINA: MASTER AUSENTE ENTRA               00168060
      *    VAZIO; SEM NOTADISC (PERIODO SEM NOTAS POR                   00168120
      *    DISCIPLINA) O MASTER E SO COPIADO.                           00168180
           OPEN INPUT HDISCANT NOTADISC                                 00168240
                OUTPUT HDISCNOV.                                        00168300
           IF WRK-FS-HDISCANT EQUAL 35                                  00168360
            MOVE 10 TO WRK-FS-HDISCANT                                  00168420
           END-IF.                                                      00168480
           IF WRK-FS-NOTADISC EQUAL 35                                  00168540
            DISPLAY 'NOTADISC AUSENTE - HISTORICO POR '                 00168600
                    'DISCIPLINA SO COPIADO'                             00168660
            MOVE 10 TO WRK-FS-NOTADISC                                  00168720
           END-IF.                                                      00168780
             PERFORM 4100-TESTAR-STATUS-DISC.                           00168840
                                                                        00168900
           WRITE FD-RELDIVER FROM WRK-REL-CABEC.                        00169000
           WRITE FD-RELDIVER FROM WRK-LINHABRANCO.                      00170000
                                                                        00171000
           PERFORM 5000-LER-MASTER.                                     00172000
           PERFORM 5100-LER-SITUACAO.                                   00173000
           PERFORM 5200-LER-HDISCANT.                                   00173330
           PERFORM 5300-LER-NOTADISC.                                   00173660
      *-----------------------------------------------------            00174000
       1000-99-FIM.                                  EXIT.              00175000
      *-----------------------------------------------------            00176000
      *-----------------------------------------------------            00229000
                                                                        00230000
      *-----------------------------------------------------            00231000
       2500-PROCESSAR-DISCIPLINAS                 SECTION.              00231030
      *-----------------------------------------------------            00231060
      *    MESMA CHAVE RM + PERIODO DO HISTORICO: PERIODO               00231090
      *    REPROCESSADO TEM TODAS AS DISCIPLINAS ANTIGAS                00231120
      *    DESCARTADAS E AS NOVAS GRAVADAS NO LUGAR.                    00231150
           EVALUATE TRUE                                                00231180
            WHEN WRK-CHAVE-HDA LESS WRK-CHAVE-NDS                       00231210
             WRITE FD-HDISCNOV FROM FD-HDISCANT                         00231240
             ADD 1 TO WRK-DISCOPIADAS                                   00231270
             PERFORM 5200-LER-HDISCANT                                  00231300
                                                                        00231330
            WHEN WRK-CHAVE-HDA EQUAL WRK-CHAVE-NDS                      00231360
             ADD 1 TO WRK-DISSUBSTIT                                    00231390
             PERFORM 5200-LER-HDISCANT                                  00231420
                                                                        00231450
            WHEN OTHER                                                  00231480
             WRITE FD-HDISCNOV FROM FD-NOTADISC                         00231510
             ADD 1 TO WRK-DISINCLUIDAS                                  00231540
             PERFORM 5300-LER-NOTADISC                                  00231570
           END-EVALUATE.                                                00231600
      *-----------------------------------------------------            00231630
       2500-99-FIM.                                  EXIT.              00231660
      *-----------------------------------------------------            00231690
                                                                        00231720
      *-----------------------------------------------------            00231750
       3000-FINALIZAR                             SECTION.              00232000
      *-----------------------------------------------------            00233000
           CLOSE HISTANT SITALUNO HISTNOVO RELDIVER                     00233660
                 HDISCANT NOTADISC HDISCNOV.                            00234320
                                                                        00235000
           DISPLAY ' '.                                                 00236000
           DISPLAY 'REGISTROS COPIADOS:    ' WRK-REGCOPIADOS.           00237000
           DISPLAY 'PERIODOS INCLUIDOS:    ' WRK-REGINCLUIDOS.          00238000
           DISPLAY 'PERIODOS SUBSTITUIDOS: ' WRK-REGSUBSTIT.            00239000
           DISPLAY 'NOMES DIVERGENTES:     ' WRK-REGDIVERG.             00240000
           DISPLAY 'DISCIPLINAS COPIADAS:  ' WRK-DISCOPIADAS.           00240250
           DISPLAY 'DISCIPLINAS INCLUIDAS: ' WRK-DISINCLUIDAS.          00240500
           DISPLAY 'DISCIPL. SUBSTITUIDAS: ' WRK-DISSUBSTIT.            00240750
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00241000
      *-----------------------------------------------------            00242000
       3000-99-FIM.                                  EXIT.              00243000
      *-----------------------------------------------------            00280000
                                                                        00281000
      *-----------------------------------------------------            00282000
       4100-TESTAR-STATUS-DISC                    SECTION.              00282030
      *-----------------------------------------------------            00282060
           IF WRK-FS-HDISCANT NOT EQUAL 00                              00282090
              AND WRK-FS-HDISCANT NOT EQUAL 10                          00282120
            MOVE 'ARQ2206'              TO WRK-PROGRAMA                 00282150
            MOVE 'ERRO NO OPEN HDISCANT' TO WRK-MENSAGEM                00282180
            MOVE '1000'                 TO WRK-SECAO                    00282210
            MOVE WRK-FS-HDISCANT        TO WRK-STATUS                   00282240
            PERFORM 9000-ERRO                                           00282270
           END-IF.                                                      00282300
           IF WRK-FS-NOTADISC NOT EQUAL 00                              00282330
              AND WRK-FS-NOTADISC NOT EQUAL 10                          00282360
            MOVE 'ARQ2206'              TO WRK-PROGRAMA                 00282390
            MOVE 'ERRO NO OPEN NOTADISC' TO WRK-MENSAGEM                00282420
            MOVE '1000'                 TO WRK-SECAO                    00282450
            MOVE WRK-FS-NOTADISC        TO WRK-STATUS                   00282480
            PERFORM 9000-ERRO                                           00282510
           END-IF.                                                      00282540
           IF WRK-FS-HDISCNOV NOT EQUAL 00                              00282570
            MOVE 'ARQ2206'              TO WRK-PROGRAMA                 00282600
            MOVE 'ERRO NO OPEN HDISCNOV' TO WRK-MENSAGEM                00282630
            MOVE '1000'                 TO WRK-SECAO                    00282660
            MOVE WRK-FS-HDISCNOV        TO WRK-STATUS                   00282690
            PERFORM 9000-ERRO                                           00282720
           END-IF.                                                      00282750
      *-----------------------------------------------------            00282780
       4100-99-FIM.                                  EXIT.              00282810
      *-----------------------------------------------------            00282840
                                                                        00282870
      *-----------------------------------------------------            00282900
       5000-LER-MASTER                            SECTION.              00283000
      *-----------------------------------------------------            00284000
           IF WRK-FS-HISTANT EQUAL 10                                   00285000
      *-----------------------------------------------------            00312000
                                                                        00313000
      *-----------------------------------------------------            00314000
       5200-LER-HDISCANT                          SECTION.              00314020
      *-----------------------------------------------------            00314040
           IF WRK-FS-HDISCANT EQUAL 10                                  00314060
            MOVE HIGH-VALUES TO WRK-CHAVE-HDA                           00314080
           ELSE                                                         00314100
            READ HDISCANT                                               00314120
            IF WRK-FS-HDISCANT EQUAL 10                                 00314140
             MOVE HIGH-VALUES TO WRK-CHAVE-HDA                          00314160
            ELSE                                                        00314180
             MOVE FD-HDA-RM      TO WRK-CHH-RM                          00314200
             MOVE FD-HDA-PERIODO TO WRK-CHH-PERIODO                     00314220
            END-IF                                                      00314240
           END-IF.                                                      00314260
      *-----------------------------------------------------            00314280
       5200-99-FIM.                                  EXIT.              00314300
      *-----------------------------------------------------            00314320
                                                                        00314340
      *-----------------------------------------------------            00314360
       5300-LER-NOTADISC                          SECTION.              00314380
      *-----------------------------------------------------            00314400
           IF WRK-FS-NOTADISC EQUAL 10                                  00314420
            MOVE HIGH-VALUES TO WRK-CHAVE-NDS                           00314440
           ELSE                                                         00314460
            READ NOTADISC                                               00314480
            IF WRK-FS-NOTADISC EQUAL 10                                 00314500
             MOVE HIGH-VALUES TO WRK-CHAVE-NDS                          00314520
            ELSE                                                        00314540
             MOVE FD-NDS-RM      TO WRK-CHN-RM                          00314560
             MOVE FD-NDS-PERIODO TO WRK-CHN-PERIODO                     00314580
            END-IF                                                      00314600
           END-IF.                                                      00314620
      *-----------------------------------------------------            00314640
       5300-99-FIM.                                  EXIT.              00314660
      *-----------------------------------------------------            00314680
                                                                        00314700
      *-----------------------------------------------------            00314720
       9000-ERRO                                  SECTION.              00315000
      *-----------------------------------------------------            00316000
           DISPLAY WRK-MENSAGEM.                                        00317000
