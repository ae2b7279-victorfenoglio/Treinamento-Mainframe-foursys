      *            PAGAMENTO DE CADA FUNCIONARIO POR      *             00011000
      *            COMPETENCIA NA TABELA IVAN.PAGTO E     *             00012000
      *            IMPRIMINDO EM RELREJPG O RELATORIO DAS *             00013000
      *            OCORRENCIAS DE REJEICAO PARA O RH. O   *             00013250
      *            RETINT DO FR22EX13 (CREDITO EM CONTA   *             00013500
      *            DA PROPRIA CASA) VEM NO MESMO LAYOUT,  *             00013750
      *            COM CANAL 'I' NO DETALHE, E E          *             00014000
      *            REGISTRADO COM STATUS 'I' - PAGO PELO  *             00014250
      *            CANAL INTERNO, EQUIVALENTE AO 'L' DO   *             00014500
      *            BANCO.                                 *             00014750
      *---------------------------------------------------*             00015000
      *  ARQUIVOS:                                        *             00016000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00017000
          05 FD-RET-VALOR       PIC 9(10).                              00065000
          05 FD-RET-OCORR       PIC X(02).                              00066000
          05 FD-RET-TIPOPAG     PIC X(02).                              00067000
          05 FD-RET-CANAL       PIC X(01).                              00067500
             88 FD-RET-CANAL-INTERNO      VALUE 'I'.                    00068000
          05 FILLER             PIC X(47).                              00068500
                                                                        00069000
       FD RELREJPG                                                      00070000
           RECORDING MODE IS F                                          00071000
      *-----------------------------------------------------            00105000
       77 WRK-REGLIDOS         PIC 9(06) VALUE ZEROS.                   00106000
       77 WRK-REGLIQUIDADOS    PIC 9(06) VALUE ZEROS.                   00107000
       77 WRK-REGINTERNOS      PIC 9(06) VALUE ZEROS.                   00107500
       77 WRK-REGREJEITADOS    PIC 9(06) VALUE ZEROS.                   00108000
      *-----------------------------------------------------            00109000
       01 FILLER PIC X(48) VALUE                                        00110000
       2100-REGISTRAR-PAGTO                       SECTION.              00195000
      *-----------------------------------------------------            00196000
           IF FD-RET-OCORR EQUAL '00'                                   00197000
            IF FD-RET-CANAL-INTERNO                                     00197370
             MOVE 'I' TO WRK-STATUS-PAGTO                               00197740
             ADD 1 TO WRK-REGINTERNOS                                   00198110
            ELSE                                                        00198480
             MOVE 'L' TO WRK-STATUS-PAGTO                               00198850
             ADD 1 TO WRK-REGLIQUIDADOS                                 00199220
            END-IF                                                      00199590
           ELSE                                                         00200000
            MOVE 'R' TO WRK-STATUS-PAGTO                                00201000
            ADD 1 TO WRK-REGREJEITADOS                                  00202000
           DISPLAY ' '.                                                 00299000
           DISPLAY 'DETALHES LIDOS:      ' WRK-REGLIDOS.                00300000
           DISPLAY 'CREDITOS LIQUIDADOS: ' WRK-REGLIQUIDADOS.           00301000
           DISPLAY 'CREDITOS INTERNOS:   ' WRK-REGINTERNOS.             00301500
           DISPLAY 'CREDITOS REJEITADOS: ' WRK-REGREJEITADOS.           00302000
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00303000
      *-----------------------------------------------------            00304000
