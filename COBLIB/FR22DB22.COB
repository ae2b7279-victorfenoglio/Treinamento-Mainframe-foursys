      *            ESTOURO AVISA OU BLOQUEIA CONFORME O    *            00019000
      *            PARAMETRO DE SEVERIDADE (SYSIN:         *            00020000
      *            A=AVISA, B=BLOQUEIA; DEFAULT A).        *            00021000
      *            SO E PROMOVIDA A ADMISSAO QUE JA TEM   *             00021250
      *            EXAME ADMISSIONAL (ASO TIPO A) GRAVADO *             00021500
      *            NO F22CIPR (IVAN.ASO).                 *             00021750
      *            A EMPRESA GRAVADA NA PENDENCIA (OU A   *             00021810
      *            DO SETOR, NAS PENDENCIAS ANTIGAS)      *             00021870
      *            SEGUE PARA IVAN.FUNC.                  *             00021930
      *---------------------------------------------------*             00022000
      *  ARQUIVOS:                                        *             00023000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00024000
      *  IVAN.FUNC           O              #BKFUNC       *             00030000
      *  IVAN.FUNCLOG        O              --------      *             00031000
      *  IVAN.SETORMETA     I              --------      *              00032000
      *  IVAN.ASO            I             --------      *              00032500
      *  IVAN.SETOR          I             --------      *              00032750
      *===================================================*             00033000
                                                                        00034000
      *====================================================             00035000
       77 WRK-APROV-TERM   PIC X(04).                                   00081000
       77 WRK-NULL-EMAIL   PIC S9(04) COMP.                             00082000
       77 WRK-NULL-GERENTE PIC S9(04) COMP.                             00083000
       77 WRK-QTDE-ASO     PIC S9(09) COMP.                             00083500
       77 WRK-EMPRESA      PIC X(02).                                   00083750
      *----------------------------------------------------             00084000
       01 FILLER PIC X(48) VALUE                                        00085000
           '--------------CONTROLE DE ORCAMENTO----------'.             00086000
       77 WRK-REGAPROV     PIC 9(05)    VALUE ZEROS.                    00112000
       77 WRK-REGRECUSA    PIC 9(05)    VALUE ZEROS.                    00113000
       77 WRK-REGERRO      PIC 9(05)    VALUE ZEROS.                    00114000
       77 WRK-REGSEMASO    PIC 9(05)    VALUE ZEROS.                    00114500
      *====================================================             00115000
       PROCEDURE                                 DIVISION.              00116000
      *====================================================             00117000
           MOVE FD-APR-ID TO DB2-ID.                                    00182000
           EXEC SQL                                                     00183000
            SELECT NOME,SETOR,SALARIO,DATAADM,DATANASC,                 00184000
                   EMAIL,GERENTE,SOLICITANTE,                           00184400
                   COALESCE(EMPRESA,                                    00184800
                           (SELECT S.EMPRESA FROM IVAN.SETOR S          00185200
                             WHERE S.IDSETOR = SETOR))                  00185600
             INTO :DB2-NOME,                                            00186000
                  :DB2-SETOR,                                           00187000
                  :DB2-SALARIO,                                         00188000
                  :DB2-DATANASC,                                        00190000
                  :DB2-EMAIL    :WRK-NULL-EMAIL,                        00191000
                  :DB2-GERENTE  :WRK-NULL-GERENTE,                      00192000
                  :WRK-SOLICITANTE,                                     00192660
                  :WRK-EMPRESA                                          00193320
             FROM IVAN.FUNCPEND                                         00194000
             WHERE ID = :DB2-ID AND SITUACAO = 'P'                      00195000
             FETCH FIRST ROW ONLY                                       00196000
              DISPLAY 'APROVADOR IGUAL AO SOLICITANTE - ID '            00203000
                      FD-APR-ID ' NAO PROMOVIDO'                        00204000
             ELSE                                                       00205000
              PERFORM 2130-VERIFICAR-ASO                                00206330
              IF WRK-QTDE-ASO EQUAL ZEROS                               00207660
               ADD 1 TO WRK-REGSEMASO                                   00208990
               DISPLAY 'ID ' FD-APR-ID ' SEM EXAME ADMISSIONAL '        00210320
                       '(ASO) - NAO PROMOVIDO'                          00211650
              ELSE                                                      00213000
               PERFORM 2120-VERIFICAR-ORCAMENTO                         00213180
               IF WRK-ESTOURO EQUAL 'S'                                 00213360
                  AND WRK-SEVER-BLOQUEIA                                00213540
                ADD 1 TO WRK-REGBLOQ                                    00213720
                DISPLAY 'ID ' FD-APR-ID ' BLOQUEADO - '                 00213900
                        'ORCAMENTO DO SETOR ' DB2-SETOR                 00214080
                        ' ESTOURADO'                                    00214260
               ELSE                                                     00214440
                PERFORM 2110-PROMOVER                                   00214620
               END-IF                                                   00214800
              END-IF                                                    00215000
             END-IF                                                     00216000
            WHEN 100                                                    00217000
           EXEC SQL                                                     00233000
            INSERT INTO IVAN.FUNC(ID,NOME,SETOR,SALARIO,                00234000
                                  DATAADM,EMAIL,GERENTE,                00235000
                                  DATANASC,EMPRESA,STATUS)              00236000
            VALUES (:DB2-ID,                                            00237000
                    :DB2-NOME,                                          00238000
                    :DB2-SETOR,                                         00239000
                    :DB2-SALARIO,                                       00240000
                    :DB2-DATAADM,                                       00241000
                    :DB2-EMAIL,:DB2-GERENTE,:DB2-DATANASC,              00241660
                    :WRK-EMPRESA,'A')                                   00242320
           END-EXEC.                                                    00243000
                                                                        00244000
           IF SQLCODE NOT EQUAL 0                                       00245000
      *-----------------------------------------------------            00326000
                                                                        00327000
      *-----------------------------------------------------            00328000
       2130-VERIFICAR-ASO                         SECTION.              00328050
      *-----------------------------------------------------            00328100
      *    A ADMISSAO SO E PROMOVIDA COM O EXAME ADMISSIONAL            00328150
      *    JA REGISTRADO (F22CIPR).                                     00328200
           EXEC SQL                                                     00328250
            SELECT COUNT(*) INTO :WRK-QTDE-ASO                          00328300
             FROM IVAN.ASO                                              00328350
             WHERE IDFUNC    = :DB2-ID                                  00328400
               AND TIPOEXAME = 'A'                                      00328450
           END-EXEC.                                                    00328500
           IF SQLCODE NOT EQUAL 0                                       00328550
            MOVE ZEROS TO WRK-QTDE-ASO                                  00328600
           END-IF.                                                      00328650
      *-----------------------------------------------------            00328700
       2130-99-FIM.                                  EXIT.              00328750
      *-----------------------------------------------------            00328800
                                                                        00328850
      *-----------------------------------------------------            00328900
       2200-RECUSAR                               SECTION.              00329000
      *-----------------------------------------------------            00330000
           MOVE FD-APR-ID TO DB2-ID.                                    00331000
           DISPLAY 'RECUSADOS:        ' WRK-REGRECUSA.                  00370000
           DISPLAY 'COM ERRO:         ' WRK-REGERRO.                    00371000
           DISPLAY 'BLOQ. ORCAMENTO:  ' WRK-REGBLOQ.                    00372000
           DISPLAY 'SEM EXAME ADMISS.:' WRK-REGSEMASO.                  00372500
           DISPLAY 'FIM DO PROCESSAMENTO.'.                             00373000
      *-----------------------------------------------------            00374000
       3000-99-FIM.                                  EXIT.              00375000
