      *  OBJETIVO: PROGRAMA DE LEITURA MAPA BMS CICS COM  *             00008000
      *            ACESSO AOS REGISTROS DB2, SEM LOGICA   *             00009000
      *            DE SAIDA.                              *             00010000
      *            A EMPRESA DO FUNCIONARIO E A DO SETOR  *             00010160
      *            (IVAN.SETOR) E O USUARIO SO ENXERGA E  *             00010320
      *            MANTEM FUNCIONARIOS DAS EMPRESAS       *             00010480
      *            LIBERADAS PARA ELE EM IVAN.USUEMP      *             00010640
      *            (SEM LINHA NA TABELA, TODAS).          *             00010800
      *            PERFIL 'B' (ACESSO REVOGADO NA         *             00010850
      *            RECERTIFICACAO) NAO ENTRA NA TELA;     *             00010900
      *            A TENTATIVA VAI PARA IVAN.USUALOG.     *             00010950
      *---------------------------------------------------*             00011000
      *  ARQUIVOS:                                        *             00012000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00013000
      *  BASE  DE DADOS:                                  *             00016000
      *  TABELA             I/O           INCLUDE/BOOK    *             00017000
      *  IVAN.FUNC           I               #BKFUNC      *             00018000
      *  IVAN.SETOR          I              --------      *             00018330
      *  IVAN.USUEMP         I              --------      *             00018660
      *  IVAN.USUARIO        I             ---------      *             00018770
      *  IVAN.USUALOG        O             ---------      *             00018880
      *===================================================*             00019000
       DATA                                      DIVISION.              00020000
      *====================================================             00021000
       77 WRK-PERFIL      PIC X(01).                                    00091000
          88 WRK-PERFIL-CONSULTA       VALUE 'C'.                       00092000
          88 WRK-PERFIL-MANUTENCAO     VALUE 'M' 'A'.                   00093000
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00093500
       77 WRK-FUNCAO-NEGADA PIC X(02).                                  00094000
      *----------------------------------------------------             00094110
       01 FILLER PIC X(48) VALUE                                        00094220
           '--------------EMPRESAS DO USUARIO (IVAN.USUEMP)'.           00094330
      *----------------------------------------------------             00094440
       77 WRK-EMPRESA       PIC X(02).                                  00094550
       77 WRK-QTD-USUEMP    PIC S9(04) COMP.                            00094660
       77 WRK-EMP-RESTRITO  PIC X(01).                                  00094770
          88 WRK-EMP-LIVRE             VALUE 'N'.                       00094880
      *----------------------------------------------------             00095000
       01 WRK-ANTES.                                                    00096000
          05 WRK-ANTES-NOME    PIC X(30).                               00097000
                                                                        00183000
             IF SQLCODE NOT EQUAL 0                                     00184000
              MOVE 'C' TO WRK-PERFIL                                    00185000
             END-IF.                                                    00185002
                                                                        00185004
      *      USUARIO REVOGADO NA RECERTIFICACAO (FR22DB71 /             00185006
      *      F22CIPU) NAO ENTRA NA TELA, NEM DIGITANDO A                00185008
      *      TRANSACAO DIRETO; A TENTATIVA E LOGADA COMO NO             00185010
      *      MENU F22CIPL.                                              00185012
             IF WRK-PERFIL-REVOGADO                                     00185014
              MOVE EIBTRMID TO WRK-TERMINAL                             00185016
              EXEC SQL                                                  00185018
               INSERT INTO IVAN.USUALOG                                 00185020
                     (USUARIO,TERMINAL,FUNCAO,DATAHORA)                 00185022
               VALUES (:WRK-USUARIO,:WRK-TERMINAL,                      00185024
                       'RV',CURRENT TIMESTAMP)                          00185026
              END-EXEC                                                  00185028
              EXEC SQL                                                  00185030
                COMMIT                                                  00185032
              END-EXEC                                                  00185034
              MOVE LOW-VALUES TO MAPA01O                                00185036
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00185038
                TO MSGO                                                 00185040
              EXEC CICS SEND                                            00185042
                MAPSET('F22CIM1')                                       00185044
                MAP('MAPA01')                                           00185046
                FROM(MAPA01O)                                           00185048
                ERASE                                                   00185050
              END-EXEC                                                  00185052
              EXEC CICS                                                 00185054
               RETURN                                                   00185056
              END-EXEC                                                  00185058
             END-IF.                                                    00185060
                                                                        00185120
      *      EMPRESAS LIBERADAS: USUARIO SEM LINHA EM                   00185180
      *      IVAN.USUEMP CONTINUA VENDO TODAS AS EMPRESAS.              00185240
             EXEC SQL                                                   00185300
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      00185360
               FROM IVAN.USUEMP                                         00185420
               WHERE USUARIO = :WRK-USUARIO                             00185480
             END-EXEC.                                                  00185540
                                                                        00185600
             IF SQLCODE EQUAL 0 AND WRK-QTD-USUEMP GREATER ZEROS        00185660
              MOVE 'S' TO WRK-EMP-RESTRITO                              00185720
             ELSE                                                       00185780
              MOVE 'N' TO WRK-EMP-RESTRITO                              00185840
             END-IF.                                                    00186000
                                                                        00187000
             IF WRK-COMM-MODO-HIST                                      00188000
                    :DB2-GERENTE    :WRK-NULL-GERENTE                   00341000
               FROM IVAN.FUNC                                           00342000
                WHERE ID = :DB2-ID AND STATUS = 'A'                     00343000
                  AND (:WRK-EMP-RESTRITO = 'N'                          00343250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   00343500
                                  WHERE E.USUARIO = :WRK-USUARIO))      00343750
                FETCH FIRST ROW ONLY                                    00344000
              END-EXEC.                                                 00345000
                                                                        00346000
             IF SETORL GREATER 0                                        00396000
              MOVE SETORI      TO DB2-SETOR                             00397000
              EXEC SQL                                                  00398000
               SELECT IDSETOR,EMPRESA                                   00398660
                INTO :DB2-SETOR,:WRK-EMPRESA                            00399320
                FROM IVAN.SETOR                                         00400000
                WHERE IDSETOR = :DB2-SETOR                              00401000
                FETCH FIRST ROW ONLY                                    00402000
              END-EXEC                                                  00403000
              IF SQLCODE NOT EQUAL 0                                    00404000
               MOVE 4 TO WRK-FLAG                                       00405000
              ELSE                                                      00405330
               PERFORM 2260-VALIDAR-EMPRESA                             00405660
              END-IF                                                    00406000
             ELSE                                                       00407000
              MOVE 1 TO WRK-FLAG                                        00408000
               MOVE 'ID JA CADASTRADO' TO MSGO                          00513000
              WHEN 4                                                    00514000
               MOVE 'SETOR INVALIDO' TO MSGO                            00515000
              WHEN 10                                                   00515330
               MOVE 'EMPRESA DO SETOR NAO LIBERADA' TO MSGO             00515660
              WHEN 5                                                    00516000
               MOVE 'EMAIL INVALIDO' TO MSGO                            00517000
              WHEN 6                                                    00518000
              EXEC SQL                                                  00524000
               INSERT INTO IVAN.FUNCPEND                               *00525000
                          (ID,NOME,SETOR,SALARIO,DATAADM,               00526000
                           EMAIL,GERENTE,DATANASC,EMPRESA,SITUACAO,     00527000
                           SOLICITANTE,DATAHORA)                        00528000
               VALUES (:DB2-ID,                                         00529000
                       :DB2-NOME,                                       00530000
                       :DB2-SETOR,                                      00531000
                       :DB2-SALARIO,                                    00532000
                       :DB2-DATAADM,                                    00533000
                       :DB2-EMAIL,:DB2-GERENTE,:DB2-DATANASC,           00533660
                       :WRK-EMPRESA,'P',                                00534320
                       :WRK-TERMINAL,CURRENT TIMESTAMP)                 00535000
              END-EXEC                                                  00536000
                                                                        00537000
                    :DB2-EMAIL                                          00706000
               FROM IVAN.FUNC                                           00707000
               WHERE ID = :DB2-ID AND STATUS = 'A'                      00708000
                 AND (:WRK-EMP-RESTRITO = 'N'                           00708250
                  OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E    00708500
                                 WHERE E.USUARIO = :WRK-USUARIO))       00708750
               FETCH FIRST ROW ONLY                                     00709000
             END-EXEC                                                   00710000
             EXEC SQL                                                   00711000
                     DATADEM   = :WRK-DATADEM,                         *00713000
                     MOTIVODEM = :WRK-MOTDEM                           *00714000
               WHERE ID = :DB2-ID AND STATUS = 'A'                      00715000
                 AND (:WRK-EMP-RESTRITO = 'N'                           00715250
                  OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E    00715500
                                 WHERE E.USUARIO = :WRK-USUARIO))       00715750
             END-EXEC                                                   00716000
             EVALUATE SQLCODE                                           00717000
              WHEN 0                                                    00718000
                    :DB2-EMAIL      :WRK-NULL-EMAIL                     00742000
               FROM IVAN.FUNC                                           00743000
               WHERE ID = :DB2-ID AND STATUS = 'A'                      00744000
                 AND (:WRK-EMP-RESTRITO = 'N'                           00744250
                  OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E    00744500
                                 WHERE E.USUARIO = :WRK-USUARIO))       00744750
               FETCH FIRST ROW ONLY                                     00745000
             END-EXEC                                                   00746000
             EVALUATE SQLCODE                                           00747000
      *-----------------------------------------------------            00765000
                                                                        00766000
      *-----------------------------------------------------            00767000
       2260-VALIDAR-EMPRESA                        SECTION.             00767040
      *-----------------------------------------------------            00767080
      *      O SETOR INFORMADO DEFINE A EMPRESA DO FUNCIONARIO;         00767120
      *      USUARIO RESTRITO SO INCLUI/ALTERA NAS EMPRESAS             00767160
      *      LIBERADAS PARA ELE EM IVAN.USUEMP.                         00767200
             IF NOT WRK-EMP-LIVRE                                       00767240
              EXEC SQL                                                  00767280
               SELECT COUNT(*) INTO :WRK-QTD-USUEMP                     00767320
                FROM IVAN.USUEMP                                        00767360
                WHERE USUARIO = :WRK-USUARIO                            00767400
                  AND EMPRESA = :WRK-EMPRESA                            00767440
              END-EXEC                                                  00767480
              IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP EQUAL ZEROS      00767520
               MOVE 10 TO WRK-FLAG                                      00767560
              END-IF                                                    00767600
             END-IF.                                                    00767640
      *-----------------------------------------------------            00767680
       2260-99-FIM.                                  EXIT.              00767720
      *-----------------------------------------------------            00767760
                                                                        00767800
      *-----------------------------------------------------            00767840
       2300-ALTERAR                                SECTION.             00768000
      *-----------------------------------------------------            00769000
             MOVE 0 TO WRK-FLAG.                                        00770000
             IF SETORL GREATER 0                                        00784000
              MOVE SETORI      TO DB2-SETOR                             00785000
              EXEC SQL                                                  00786000
               SELECT IDSETOR,EMPRESA                                   00786660
                INTO :DB2-SETOR,:WRK-EMPRESA                            00787320
                FROM IVAN.SETOR                                         00788000
                WHERE IDSETOR = :DB2-SETOR                              00789000
                FETCH FIRST ROW ONLY                                    00790000
              END-EXEC                                                  00791000
              IF SQLCODE NOT EQUAL 0                                    00792000
               MOVE 4 TO WRK-FLAG                                       00793000
              ELSE                                                      00793330
               PERFORM 2260-VALIDAR-EMPRESA                             00793660
              END-IF                                                    00794000
             ELSE                                                       00795000
              MOVE 1 TO WRK-FLAG                                        00796000
               MOVE 'PREENCHA TODOS OS CAMPOS' TO MSGO                  00858000
              WHEN 4                                                    00859000
               MOVE 'SETOR INVALIDO' TO MSGO                            00860000
              WHEN 10                                                   00860330
               MOVE 'EMPRESA DO SETOR NAO LIBERADA' TO MSGO             00860660
              WHEN 6                                                    00861000
               MOVE 'DATAADM INVALIDA' TO MSGO                          00862000
              WHEN OTHER                                                00863000
                     :WRK-ANTES-EMAIL                                   00868000
                FROM IVAN.FUNC                                          00869000
                WHERE ID = :DB2-ID AND STATUS = 'A'                     00870000
                  AND (:WRK-EMP-RESTRITO = 'N'                          00870250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   00870500
                                  WHERE E.USUARIO = :WRK-USUARIO))      00870750
                FETCH FIRST ROW ONLY                                    00871000
              END-EXEC                                                  00872000
              EXEC SQL                                                  00873000
                      DATAADM = :DB2-DATAADM,                           00878000
                      EMAIL   = :DB2-EMAIL,                             00879000
                      GERENTE = :DB2-GERENTE,                           00880000
                      DATANASC = :DB2-DATANASC,                         00880660
                      EMPRESA = :WRK-EMPRESA                            00881320
                WHERE ID = :DB2-ID AND STATUS = 'A'                     00882000
                  AND (:WRK-EMP-RESTRITO = 'N'                          00882250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   00882500
                                  WHERE E.USUARIO = :WRK-USUARIO))      00882750
              END-EXEC                                                  00883000
                                                                        00884000
              EVALUATE SQLCODE                                          00885000
                FROM IVAN.FUNC                                          00982000
                WHERE NOME LIKE :WRK-FILTRO-NOME AND STATUS = 'A'      *00983000
                  AND ID GREATER THAN :WRK-COMM-ULT-ID                  00984000
                  AND (:WRK-EMP-RESTRITO = 'N'                          00984250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   00984500
                                  WHERE E.USUARIO = :WRK-USUARIO))      00984750
                ORDER BY ID ASC                                         00985000
                FETCH FIRST ROW ONLY                                    00986000
               END-EXEC                                                 00987000
                FROM IVAN.FUNC                                          00994000
                WHERE SETOR = :WRK-COMM-SETOR AND STATUS = 'A'         *00995000
                  AND ID GREATER THAN :WRK-COMM-ULT-ID                  00996000
                  AND (:WRK-EMP-RESTRITO = 'N'                          00996250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   00996500
                                  WHERE E.USUARIO = :WRK-USUARIO))      00996750
                ORDER BY ID ASC                                         00997000
                FETCH FIRST ROW ONLY                                    00998000
               END-EXEC                                                 00999000
                FROM IVAN.FUNC                                          01006000
                WHERE STATUS = 'A'                                      01007000
                  AND ID GREATER THAN :WRK-COMM-ULT-ID                  01008000
                  AND (:WRK-EMP-RESTRITO = 'N'                          01008250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   01008500
                                  WHERE E.USUARIO = :WRK-USUARIO))      01008750
                ORDER BY ID ASC                                         01009000
                FETCH FIRST ROW ONLY                                    01010000
               END-EXEC                                                 01011000
                FROM IVAN.FUNC                                          01031000
                WHERE NOME LIKE :WRK-FILTRO-NOME AND STATUS = 'A'      *01032000
                  AND ID LESS THAN :WRK-COMM-ULT-ID                     01033000
                  AND (:WRK-EMP-RESTRITO = 'N'                          01033250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   01033500
                                  WHERE E.USUARIO = :WRK-USUARIO))      01033750
                ORDER BY ID DESC                                        01034000
                FETCH FIRST ROW ONLY                                    01035000
               END-EXEC                                                 01036000
                FROM IVAN.FUNC                                          01043000
                WHERE SETOR = :WRK-COMM-SETOR AND STATUS = 'A'         *01044000
                  AND ID LESS THAN :WRK-COMM-ULT-ID                     01045000
                  AND (:WRK-EMP-RESTRITO = 'N'                          01045250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   01045500
                                  WHERE E.USUARIO = :WRK-USUARIO))      01045750
                ORDER BY ID DESC                                        01046000
                FETCH FIRST ROW ONLY                                    01047000
               END-EXEC                                                 01048000
                FROM IVAN.FUNC                                          01055000
                WHERE STATUS = 'A'                                      01056000
                  AND ID LESS THAN :WRK-COMM-ULT-ID                     01057000
                  AND (:WRK-EMP-RESTRITO = 'N'                          01057250
                   OR EMPRESA IN (SELECT E.EMPRESA FROM IVAN.USUEMP E   01057500
                                  WHERE E.USUARIO = :WRK-USUARIO))      01057750
                ORDER BY ID DESC                                        01058000
                FETCH FIRST ROW ONLY                                    01059000
               END-EXEC                                                 01060000
             IF IDL GREATER 0                                           01106000
              MOVE IDI TO WRK-COMM-HIST-ID                              01107000
             END-IF.                                                    01108000
             MOVE 0 TO WRK-FLAG.                                        01108110
             IF WRK-COMM-HIST-ID GREATER ZEROS                          01108220
                AND NOT WRK-EMP-LIVRE                                   01108330
              PERFORM 2505-VERIFICAR-EMPRESA                            01108440
             END-IF.                                                    01108550
             IF WRK-FLAG EQUAL 10                                       01108660
              MOVE 'EMPRESA DO FUNCIONARIO NAO LIBERADA' TO MSGO        01108770
             ELSE                                                       01108880
             IF WRK-COMM-HIST-ID GREATER ZEROS                          01109000
              SET WRK-COMM-MODO-HIST TO TRUE                            01110000
              MOVE ZEROS TO WRK-COMM-HIST-POS                           01111000
             ELSE                                                       01113000
              MOVE 'CONSULTE UM FUNCIONARIO ANTES (F5)'                 01114000
                TO MSGO                                                 01115000
             END-IF                                                     01115500
             END-IF.                                                    01116000
      *-----------------------------------------------------            01117000
       2500-99-FIM.                                  EXIT.              01118000
      *-----------------------------------------------------            01118040
                                                                        01118080
      *-----------------------------------------------------            01118120
       2505-VERIFICAR-EMPRESA                      SECTION.             01118160
      *-----------------------------------------------------            01118200
      *      O HISTORICO INCLUI DESLIGADOS: A EMPRESA E A DO            01118240
      *      CADASTRO, QUALQUER QUE SEJA O STATUS.                      01118280
             MOVE WRK-COMM-HIST-ID TO DB2-ID.                           01118320
             EXEC SQL                                                   01118360
              SELECT COUNT(*) INTO :WRK-QTD-USUEMP                      01118400
               FROM IVAN.FUNC F                                         01118440
               WHERE F.ID = :DB2-ID                                     01118480
                 AND F.EMPRESA IN (SELECT E.EMPRESA                     01118520
                                    FROM IVAN.USUEMP E                  01118560
                                   WHERE E.USUARIO = :WRK-USUARIO)      01118600
             END-EXEC.                                                  01118640
             IF SQLCODE NOT EQUAL 0 OR WRK-QTD-USUEMP EQUAL ZEROS       01118680
              MOVE 10 TO WRK-FLAG                                       01118720
              MOVE ZEROS TO WRK-COMM-HIST-ID                            01118760
             END-IF.                                                    01118800
      *-----------------------------------------------------            01118840
       2505-99-FIM.                                  EXIT.              01118880
      *-----------------------------------------------------            01119000
                                                                        01120000
      *-----------------------------------------------------            01121000
