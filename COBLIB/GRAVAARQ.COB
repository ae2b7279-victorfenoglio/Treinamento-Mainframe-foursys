      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. GRAVAARQ.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: SUBROTINA CHAMADA PELA VALIDACAO DE    *             00008000
      *            INTERFACES (FR22DB77), NOS MOLDES DA   *             00009000
      *            GRAVARUN, PARA CONTROLAR OS ARQUIVOS   *             00010000
      *            RECEBIDOS NA TABELA IVAN.ARQCTL. NA    *             00011000
      *            FUNCAO 'V' RECUSA A SEQUENCIA DO       *             00012000
      *            HEADER JA ACEITA PARA A INTERFACE      *             00013000
      *            (RESULTADO 'R' - ARQUIVO REPETIDO) E A *             00014000
      *            SEQUENCIA OU DATA ANTERIOR A ULTIMA    *             00015000
      *            ACEITA (RESULTADO 'F' - ARQUIVO        *             00016000
      *            ANTIGO), DEVOLVENDO A ULTIMA SEQUENCIA *             00017000
      *            E DATA ACEITAS. A FUNCAO 'A' REGISTRA  *             00018000
      *            O ARQUIVO ACEITO COM A QTDE E O HASH   *             00019000
      *            DO TRAILER.                            *             00020000
      *---------------------------------------------------*             00021000
      *  BASE  DE DADOS:                                  *             00022000
      *  TABELA             I/O           INCLUDE/BOOK    *             00023000
      *  IVAN.ARQCTL        I/O            #ARQCTL        *             00024000
      *===================================================*             00025000
                                                                        00026000
      *====================================================             00027000
       ENVIRONMENT                               DIVISION.              00028000
      *====================================================             00029000
       CONFIGURATION                             SECTION.               00030000
       SPECIAL-NAMES.                                                   00031000
           DECIMAL-POINT  IS COMMA.                                     00032000
                                                                        00033000
      *====================================================             00034000
       DATA                                      DIVISION.              00035000
      *====================================================             00036000
      *-----------------------------------------------------            00037000
       WORKING-STORAGE                           SECTION.               00038000
      *-----------------------------------------------------            00039000
           EXEC SQL                                                     00040000
              INCLUDE SQLCA                                             00041000
           END-EXEC.                                                    00042000
      *----------------------------------------------------             00043000
       01 FILLER PIC X(48) VALUE                                        00044000
           '--------------VARIAVEIS PARA APOIO-----------'.             00045000
      *----------------------------------------------------             00046000
       77 WRK-SQLCODE      PIC -999.                                    00047000
       77 WRK-QTDE-SEQ     PIC S9(09) COMP.                             00048000
      *-----------------------------------------------------            00049000
       LINKAGE                                   SECTION.               00050000
      *-----------------------------------------------------            00051000
           COPY '#ARQCTL'.                                              00052000
      *====================================================             00053000
       PROCEDURE                                 DIVISION               00054000
           USING ARQ-DADOS.                                             00055000
      *====================================================             00056000
      *-----------------------------------------------------            00057000
       0000-PRINCIPAL                             SECTION.              00058000
      *-----------------------------------------------------            00059000
           MOVE '0' TO ARQ-RESULTADO.                                   00060000
                                                                        00061000
           EVALUATE TRUE                                                00062000
            WHEN ARQ-FC-VERIFICA                                        00063000
             PERFORM 1000-VERIFICAR-HEADER                              00064000
            WHEN ARQ-FC-ACEITA                                          00065000
             PERFORM 2000-REGISTRAR-ACEITE                              00066000
            WHEN OTHER                                                  00067000
             MOVE 'E' TO ARQ-RESULTADO                                  00068000
           END-EVALUATE.                                                00069000
                                                                        00070000
           GOBACK.                                                      00071000
      *-----------------------------------------------------            00072000
       0000-99-FIM.                                  EXIT.              00073000
      *-----------------------------------------------------            00074000
                                                                        00075000
      *-----------------------------------------------------            00076000
       1000-VERIFICAR-HEADER                      SECTION.              00077000
      *-----------------------------------------------------            00078000
           EXEC SQL                                                     00079000
            SELECT COUNT(*) INTO :WRK-QTDE-SEQ                          00080000
             FROM IVAN.ARQCTL                                           00081000
             WHERE INTERFACE = :ARQ-INTERFACE                           00082000
               AND SEQUENCIA = :ARQ-SEQUENCIA                           00083000
           END-EXEC.                                                    00084000
                                                                        00085000
           IF SQLCODE NOT EQUAL 0                                       00086000
            MOVE SQLCODE TO WRK-SQLCODE                                 00087000
            DISPLAY 'GRAVAARQ: ERRO' WRK-SQLCODE                        00088000
                    ' NA CONSULTA DE IVAN.ARQCTL'                       00089000
            MOVE 'E' TO ARQ-RESULTADO                                   00090000
           ELSE                                                         00091000
            IF WRK-QTDE-SEQ GREATER ZEROS                               00092000
             MOVE 'R' TO ARQ-RESULTADO                                  00093000
             DISPLAY 'GRAVAARQ: ' ARQ-INTERFACE                         00094000
                     ' SEQUENCIA ' ARQ-SEQUENCIA                        00095000
                     ' JA ACEITA ANTERIORMENTE'                         00096000
            ELSE                                                        00097000
             PERFORM 1100-VERIFICAR-ORDEM                               00098000
            END-IF                                                      00099000
           END-IF.                                                      00100000
      *-----------------------------------------------------            00101000
       1000-99-FIM.                                  EXIT.              00102000
      *-----------------------------------------------------            00103000
                                                                        00104000
      *-----------------------------------------------------            00105000
       1100-VERIFICAR-ORDEM                       SECTION.              00106000
      *-----------------------------------------------------            00107000
      *    SEM ACEITE ANTERIOR (PRIMEIRO ARQUIVO DA INTERFACE)          00108000
      *    A ULTIMA SEQUENCIA E A ULTIMA DATA VOLTAM ZERADAS.           00109000
           EXEC SQL                                                     00110000
            SELECT COALESCE(MAX(SEQUENCIA),0),                          00111000
                   COALESCE(MAX(DATAARQ),0)                             00112000
              INTO :ARQ-ULT-SEQUENCIA,                                  00113000
                   :ARQ-ULT-DATA                                        00114000
             FROM IVAN.ARQCTL                                           00115000
             WHERE INTERFACE = :ARQ-INTERFACE                           00116000
           END-EXEC.                                                    00117000
                                                                        00118000
           IF SQLCODE NOT EQUAL 0                                       00119000
            MOVE SQLCODE TO WRK-SQLCODE                                 00120000
            DISPLAY 'GRAVAARQ: ERRO' WRK-SQLCODE                        00121000
                    ' NA CONSULTA DE IVAN.ARQCTL'                       00122000
            MOVE 'E' TO ARQ-RESULTADO                                   00123000
           ELSE                                                         00124000
            IF ARQ-SEQUENCIA LESS ARQ-ULT-SEQUENCIA                     00125000
               OR ARQ-DATA-ARQ LESS ARQ-ULT-DATA                        00126000
             MOVE 'F' TO ARQ-RESULTADO                                  00127000
             DISPLAY 'GRAVAARQ: ' ARQ-INTERFACE                         00128000
                     ' SEQUENCIA ' ARQ-SEQUENCIA                        00129000
                     ' ANTERIOR A ULTIMA ACEITA '                       00130000
                     ARQ-ULT-SEQUENCIA                                  00131000
            END-IF                                                      00132000
           END-IF.                                                      00133000
      *-----------------------------------------------------            00134000
       1100-99-FIM.                                  EXIT.              00135000
      *-----------------------------------------------------            00136000
                                                                        00137000
      *-----------------------------------------------------            00138000
       2000-REGISTRAR-ACEITE                      SECTION.              00139000
      *-----------------------------------------------------            00140000
           EXEC SQL                                                     00141000
            INSERT INTO IVAN.ARQCTL                                     00142000
                  (INTERFACE,SEQUENCIA,DATAARQ,QTDE,HASH,               00143000
                   DATAPROC,ACEITE)                                     00144000
            VALUES (:ARQ-INTERFACE,:ARQ-SEQUENCIA,                      00145000
                    :ARQ-DATA-ARQ,:ARQ-QTDE,:ARQ-HASH,                  00146000
                    :ARQ-DATA-PROC,CURRENT TIMESTAMP)                   00147000
           END-EXEC.                                                    00148000
                                                                        00149000
           IF SQLCODE NOT EQUAL 0                                       00150000
            MOVE SQLCODE TO WRK-SQLCODE                                 00151000
            DISPLAY 'GRAVAARQ: ERRO' WRK-SQLCODE                        00152000
                    ' NO INSERT DE IVAN.ARQCTL'                         00153000
            MOVE 'E' TO ARQ-RESULTADO                                   00154000
           END-IF.                                                      00155000
      *-----------------------------------------------------            00156000
       2000-99-FIM.                                  EXIT.              00157000
      *-----------------------------------------------------            00158000
