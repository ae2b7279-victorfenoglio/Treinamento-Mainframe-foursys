      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. GRAVAPAR.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: SUBROTINA CHAMADA PELOS PROGRAMAS QUE  *             00008000
      *            MANTEM AS TABELAS DE PARAMETROS        *             00009000
      *            (SETOR, PLANO, ALIQUOTA, CONTMAP,      *             00010000
      *            FERIADO, FAIXAS E SETORMETA) PARA      *             00011000
      *            GRAVAR A TRILHA DE ALTERACOES EM       *             00012000
      *            IVAN.PARMLOG. NA FUNCAO 'A' GUARDA A   *             00013000
      *            IMAGEM DA LINHA ANTES DO COMANDO; NA   *             00014000
      *            FUNCAO 'G' LE A IMAGEM DEPOIS DO       *             00015000
      *            COMANDO, DEDUZ A OPERACAO (INCLUSAO,   *             00016000
      *            ALTERACAO OU EXCLUSAO) E GRAVA O LOG   *             00017000
      *            COM USUARIO, TERMINAL, PROGRAMA E      *             00018000
      *            DATA/HORA. NAO FAZ COMMIT: O LOG ENTRA *             00019000
      *            NA MESMA UNIDADE DE TRABALHO DA        *             00020000
      *            ALTERACAO E E DESFEITO JUNTO COM ELA.  *             00021000
      *            AS IMAGENS SAO MONTADAS PELAS MESMAS   *             00022000
      *            EXPRESSOES USADAS PELO FR22DB82 PARA   *             00023000
      *            RECOMPOR A POSICAO EM UMA DATA.        *             00024000
      *---------------------------------------------------*             00025000
      *  BASE  DE DADOS:                                  *             00026000
      *  TABELA             I/O           INCLUDE/BOOK    *             00027000
      *  IVAN.SETOR          I             ---------      *             00028000
      *  IVAN.PLANO          I             ---------      *             00029000
      *  IVAN.ALIQUOTA       I             ---------      *             00030000
      *  IVAN.CONTMAP        I             ---------      *             00031000
      *  IVAN.FERIADO        I             ---------      *             00032000
      *  IVAN.FAIXAS         I             ---------      *             00033000
      *  IVAN.SETORMETA      I             ---------      *             00034000
      *  IVAN.PARMLOG        O             #PARLOG        *             00035000
      *===================================================*             00036000
                                                                        00037000
      *====================================================             00038000
       ENVIRONMENT                               DIVISION.              00039000
      *====================================================             00040000
       CONFIGURATION                             SECTION.               00041000
       SPECIAL-NAMES.                                                   00042000
           DECIMAL-POINT  IS COMMA.                                     00043000
                                                                        00044000
      *====================================================             00045000
       DATA                                      DIVISION.              00046000
      *====================================================             00047000
      *-----------------------------------------------------            00048000
       WORKING-STORAGE                           SECTION.               00049000
      *-----------------------------------------------------            00050000
           EXEC SQL                                                     00051000
              INCLUDE SQLCA                                             00052000
           END-EXEC.                                                    00053000
      *----------------------------------------------------             00054000
       01 FILLER PIC X(48) VALUE                                        00055000
           '--------------VARIAVEIS PARA APOIO-----------'.             00056000
      *----------------------------------------------------             00057000
       77 WRK-SQLCODE      PIC -999.                                    00058000
       77 WRK-CHAVE-TXT    PIC X(30).                                   00059000
       77 WRK-IMAGEM       PIC X(150).                                  00060000
      *-----------------------------------------------------            00061000
       LINKAGE                                   SECTION.               00062000
      *-----------------------------------------------------            00063000
           COPY '#PARLOG'.                                              00064000
      *====================================================             00065000
       PROCEDURE                                 DIVISION               00066000
           USING PAR-DADOS.                                             00067000
      *====================================================             00068000
      *-----------------------------------------------------            00069000
       0000-PRINCIPAL                             SECTION.              00070000
      *-----------------------------------------------------            00071000
           MOVE '0' TO PAR-RESULTADO.                                   00072000
                                                                        00073000
           EVALUATE TRUE                                                00074000
            WHEN PAR-FC-ANTES                                           00075000
             PERFORM 1000-ANTES                                         00076000
            WHEN PAR-FC-GRAVA                                           00077000
             PERFORM 2000-GRAVA                                         00078000
            WHEN OTHER                                                  00079000
             MOVE 'E' TO PAR-RESULTADO                                  00080000
           END-EVALUATE.                                                00081000
                                                                        00082000
           GOBACK.                                                      00083000
      *-----------------------------------------------------            00084000
       0000-99-FIM.                                  EXIT.              00085000
      *-----------------------------------------------------            00086000
                                                                        00087000
      *-----------------------------------------------------            00088000
       1000-ANTES                                 SECTION.              00089000
      *-----------------------------------------------------            00090000
           MOVE SPACES TO PAR-CHAVE-TXT                                 00091000
                          PAR-IMG-ANTES                                 00092000
                          PAR-IMG-DEPOIS                                00093000
                          PAR-OPERACAO.                                 00094000
                                                                        00095000
           PERFORM 5000-LER-IMAGEM.                                     00096000
                                                                        00097000
           IF PAR-OK                                                    00098000
            MOVE WRK-IMAGEM TO PAR-IMG-ANTES                            00099000
           END-IF.                                                      00100000
      *-----------------------------------------------------            00101000
       1000-99-FIM.                                  EXIT.              00102000
      *-----------------------------------------------------            00103000
                                                                        00104000
      *-----------------------------------------------------            00105000
       2000-GRAVA                                 SECTION.              00106000
      *-----------------------------------------------------            00107000
           PERFORM 5000-LER-IMAGEM.                                     00108000
                                                                        00109000
           IF PAR-ERRO                                                  00110000
            GO TO 2000-99-FIM                                           00111000
           END-IF.                                                      00112000
                                                                        00113000
           MOVE WRK-IMAGEM TO PAR-IMG-DEPOIS.                           00114000
                                                                        00115000
      *    LINHA QUE NAO EXISTIA ANTES NEM DEPOIS (EXCLUSAO DE          00116000
      *    CHAVE INEXISTENTE) OU QUE NAO MUDOU: NADA A GRAVAR.          00117000
           IF PAR-IMG-ANTES EQUAL PAR-IMG-DEPOIS                        00118000
            MOVE SPACES TO PAR-OPERACAO                                 00119000
            GO TO 2000-99-FIM                                           00120000
           END-IF.                                                      00121000
                                                                        00122000
           EVALUATE TRUE                                                00123000
            WHEN PAR-IMG-ANTES EQUAL SPACES                             00124000
             MOVE 'I' TO PAR-OPERACAO                                   00125000
            WHEN PAR-IMG-DEPOIS EQUAL SPACES                            00126000
             MOVE 'E' TO PAR-OPERACAO                                   00127000
            WHEN OTHER                                                  00128000
             MOVE 'A' TO PAR-OPERACAO                                   00129000
           END-EVALUATE.                                                00130000
                                                                        00131000
           EXEC SQL                                                     00132000
            INSERT INTO IVAN.PARMLOG                                    00133000
                  (TABELA,CHAVE,OPERACAO,IMGANTES,IMGDEPOIS,            00134000
                   USUARIO,TERMINAL,PROGRAMA,DATAHORA)                  00135000
            VALUES (:PAR-TABELA,:PAR-CHAVE-TXT,:PAR-OPERACAO,           00136000
                    :PAR-IMG-ANTES,:PAR-IMG-DEPOIS,                     00137000
                    :PAR-USUARIO,:PAR-TERMINAL,:PAR-PROGRAMA,           00138000
                    CURRENT TIMESTAMP)                                  00139000
           END-EXEC.                                                    00140000
                                                                        00141000
           IF SQLCODE NOT EQUAL 0                                       00142000
            MOVE SQLCODE TO WRK-SQLCODE                                 00143000
            DISPLAY 'GRAVAPAR: ERRO' WRK-SQLCODE                        00144000
                    ' NO INSERT DE IVAN.PARMLOG - '                     00145000
                    PAR-TABELA ' ' PAR-CHAVE-TXT                        00146000
            MOVE 'E' TO PAR-RESULTADO                                   00147000
           END-IF.                                                      00148000
      *-----------------------------------------------------            00149000
       2000-99-FIM.                                  EXIT.              00150000
      *-----------------------------------------------------            00151000
                                                                        00152000
      *-----------------------------------------------------            00153000
       5000-LER-IMAGEM                            SECTION.              00154000
      *-----------------------------------------------------            00155000
           MOVE SPACES TO WRK-CHAVE-TXT                                 00156000
                          WRK-IMAGEM.                                   00157000
                                                                        00158000
           EVALUATE TRUE                                                00159000
            WHEN PAR-TB-SETOR                                           00160000
             PERFORM 5100-LER-SETOR                                     00161000
            WHEN PAR-TB-PLANO                                           00162000
             PERFORM 5200-LER-PLANO                                     00163000
            WHEN PAR-TB-ALIQUOTA                                        00164000
             PERFORM 5300-LER-ALIQUOTA                                  00165000
            WHEN PAR-TB-CONTMAP                                         00166000
             PERFORM 5400-LER-CONTMAP                                   00167000
            WHEN PAR-TB-FERIADO                                         00168000
             PERFORM 5500-LER-FERIADO                                   00169000
            WHEN PAR-TB-FAIXAS                                          00170000
             PERFORM 5600-LER-FAIXAS                                    00171000
            WHEN PAR-TB-SETORMETA                                       00172000
             PERFORM 5700-LER-SETORMETA                                 00173000
            WHEN OTHER                                                  00174000
             DISPLAY 'GRAVAPAR: TABELA NAO PREVISTA - '                 00175000
                     PAR-TABELA                                         00176000
             MOVE 'E' TO PAR-RESULTADO                                  00177000
           END-EVALUATE.                                                00178000
      *-----------------------------------------------------            00179000
       5000-99-FIM.                                  EXIT.              00180000
      *-----------------------------------------------------            00181000
                                                                        00182000
      *-----------------------------------------------------            00183000
       5100-LER-SETOR                             SECTION.              00184000
      *-----------------------------------------------------            00185000
           EXEC SQL                                                     00186000
            SELECT                                                      00187000
                   CAST(RTRIM(COALESCE(CHAR(IDSETOR),'-'))              00188000
                   AS CHAR(30)),                                        00189000
                   CAST('DESC='                                         00190000
                   || RTRIM(COALESCE(CHAR(DESCSETOR),'-'))              00191000
                   || ' PAI='                                           00192000
                   || RTRIM(COALESCE(CHAR(SETORPAI),'-'))               00193000
                   || ' EMPRESA='                                       00194000
                   || RTRIM(COALESCE(CHAR(EMPRESA),'-'))                00195000
                   AS CHAR(150))                                        00196000
             INTO :WRK-CHAVE-TXT,                                       00197000
                  :WRK-IMAGEM                                           00198000
             FROM IVAN.SETOR                                            00199000
             WHERE IDSETOR = :PAR-CHV-IDSETOR                           00200000
           END-EXEC.                                                    00201000
                                                                        00202000
           PERFORM 5900-TESTAR-LEITURA.                                 00203000
      *-----------------------------------------------------            00204000
       5100-99-FIM.                                  EXIT.              00205000
      *-----------------------------------------------------            00206000
                                                                        00207000
      *-----------------------------------------------------            00208000
       5200-LER-PLANO                             SECTION.              00209000
      *-----------------------------------------------------            00210000
           EXEC SQL                                                     00211000
            SELECT                                                      00212000
                   CAST(RTRIM(COALESCE(CHAR(IDPLANO),'-'))              00213000
                   AS CHAR(30)),                                        00214000
                   CAST('DESC='                                         00215000
                   || RTRIM(COALESCE(CHAR(DESCPLANO),'-'))              00216000
                   || ' COTASMAX='                                      00217000
                   || RTRIM(COALESCE(CHAR(COTASMAX),'-'))               00218000
                   || ' VALORTIT='                                      00219000
                   || RTRIM(COALESCE(CHAR(VALORTIT),'-'))               00220000
                   || ' VALORDEP='                                      00221000
                   || RTRIM(COALESCE(CHAR(VALORDEP),'-'))               00222000
                   || ' PCTCOPA='                                       00223000
                   || RTRIM(COALESCE(CHAR(PCTCOPA),'-'))                00224000
                   AS CHAR(150))                                        00225000
             INTO :WRK-CHAVE-TXT,                                       00226000
                  :WRK-IMAGEM                                           00227000
             FROM IVAN.PLANO                                            00228000
             WHERE IDPLANO = :PAR-CHV-IDPLANO                           00229000
           END-EXEC.                                                    00230000
                                                                        00231000
           PERFORM 5900-TESTAR-LEITURA.                                 00232000
      *-----------------------------------------------------            00233000
       5200-99-FIM.                                  EXIT.              00234000
      *-----------------------------------------------------            00235000
                                                                        00236000
      *-----------------------------------------------------            00237000
       5300-LER-ALIQUOTA                          SECTION.              00238000
      *-----------------------------------------------------            00239000
           EXEC SQL                                                     00240000
            SELECT                                                      00241000
                   CAST(RTRIM(COALESCE(CHAR(TIPO),'-'))                 00242000
                   || '/'                                               00243000
                   || RTRIM(COALESCE(CHAR(FAIXA),'-'))                  00244000
                   || '/'                                               00245000
                   || RTRIM(COALESCE(CHAR(VIGINI),'-'))                 00246000
                   AS CHAR(30)),                                        00247000
                   CAST('LIMITE='                                       00248000
                   || RTRIM(COALESCE(CHAR(LIMITE),'-'))                 00249000
                   || ' PCT='                                           00250000
                   || RTRIM(COALESCE(CHAR(PCT),'-'))                    00251000
                   || ' VIGFIM='                                        00252000
                   || RTRIM(COALESCE(CHAR(VIGFIM),'-'))                 00253000
                   AS CHAR(150))                                        00254000
             INTO :WRK-CHAVE-TXT,                                       00255000
                  :WRK-IMAGEM                                           00256000
             FROM IVAN.ALIQUOTA                                         00257000
             WHERE TIPO = :PAR-CHV-ALQ-TIPO                             00258000
               AND FAIXA = :PAR-CHV-ALQ-FAIXA                           00259000
               AND VIGINI = :PAR-CHV-ALQ-VIGINI                         00260000
           END-EXEC.                                                    00261000
                                                                        00262000
           PERFORM 5900-TESTAR-LEITURA.                                 00263000
      *-----------------------------------------------------            00264000
       5300-99-FIM.                                  EXIT.              00265000
      *-----------------------------------------------------            00266000
                                                                        00267000
      *-----------------------------------------------------            00268000
       5400-LER-CONTMAP                           SECTION.              00269000
      *-----------------------------------------------------            00270000
           EXEC SQL                                                     00271000
            SELECT                                                      00272000
                   CAST(RTRIM(COALESCE(CHAR(SETOR),'-'))                00273000
                   || '/'                                               00274000
                   || RTRIM(COALESCE(CHAR(CODVERBA),'-'))               00275000
                   AS CHAR(30)),                                        00276000
                   CAST('CONTA='                                        00277000
                   || RTRIM(COALESCE(CHAR(CONTA),'-'))                  00278000
                   || ' CCUSTO='                                        00279000
                   || RTRIM(COALESCE(CHAR(CCUSTO),'-'))                 00280000
                   AS CHAR(150))                                        00281000
             INTO :WRK-CHAVE-TXT,                                       00282000
                  :WRK-IMAGEM                                           00283000
             FROM IVAN.CONTMAP                                          00284000
             WHERE SETOR = :PAR-CHV-MAP-SETOR                           00285000
               AND CODVERBA = :PAR-CHV-MAP-VERBA                        00286000
           END-EXEC.                                                    00287000
                                                                        00288000
           PERFORM 5900-TESTAR-LEITURA.                                 00289000
      *-----------------------------------------------------            00290000
       5400-99-FIM.                                  EXIT.              00291000
      *-----------------------------------------------------            00292000
                                                                        00293000
      *-----------------------------------------------------            00294000
       5500-LER-FERIADO                           SECTION.              00295000
      *-----------------------------------------------------            00296000
           EXEC SQL                                                     00297000
            SELECT                                                      00298000
                   CAST(RTRIM(COALESCE(CHAR(DATA),'-'))                 00299000
                   AS CHAR(30)),                                        00300000
                   CAST('DESC='                                         00301000
                   || RTRIM(COALESCE(CHAR(DESCRICAO),'-'))              00302000
                   AS CHAR(150))                                        00303000
             INTO :WRK-CHAVE-TXT,                                       00304000
                  :WRK-IMAGEM                                           00305000
             FROM IVAN.FERIADO                                          00306000
             WHERE DATA = :PAR-CHV-FER-DATA                             00307000
           END-EXEC.                                                    00308000
                                                                        00309000
           PERFORM 5900-TESTAR-LEITURA.                                 00310000
      *-----------------------------------------------------            00311000
       5500-99-FIM.                                  EXIT.              00312000
      *-----------------------------------------------------            00313000
                                                                        00314000
      *-----------------------------------------------------            00315000
       5600-LER-FAIXAS                            SECTION.              00316000
      *-----------------------------------------------------            00317000
      *    O SETOR TEM VARIAS FAIXAS: A LINHA E O SETOR MAIS            00317330
      *    O SALARIO MINIMO DELA.                                       00317660
           EXEC SQL                                                     00318000
            SELECT                                                      00319000
                   CAST(RTRIM(COALESCE(CHAR(SETOR),'-'))                00320000
                   || '/'                                               00320330
                   || RTRIM(COALESCE(CHAR(SALMIN),'-'))                 00320660
                   AS CHAR(30)),                                        00321000
                   CAST('SALMIN='                                       00322000
                   || RTRIM(COALESCE(CHAR(SALMIN),'-'))                 00323000
                   || ' SALMAX='                                        00324000
                   || RTRIM(COALESCE(CHAR(SALMAX),'-'))                 00325000
                   AS CHAR(150))                                        00326000
             INTO :WRK-CHAVE-TXT,                                       00327000
                  :WRK-IMAGEM                                           00328000
             FROM IVAN.FAIXAS                                           00329000
             WHERE SETOR = :PAR-CHV-FAI-SETOR                           00330000
               AND SALMIN = :PAR-CHV-FAI-SALMIN                         00330500
             FETCH FIRST ROW ONLY                                       00331000
           END-EXEC.                                                    00332000
                                                                        00333000
           PERFORM 5900-TESTAR-LEITURA.                                 00334000
      *-----------------------------------------------------            00335000
       5600-99-FIM.                                  EXIT.              00336000
      *-----------------------------------------------------            00337000
                                                                        00338000
      *-----------------------------------------------------            00339000
       5700-LER-SETORMETA                         SECTION.              00340000
      *-----------------------------------------------------            00341000
           EXEC SQL                                                     00342000
            SELECT                                                      00343000
                   CAST(RTRIM(COALESCE(CHAR(SETOR),'-'))                00344000
                   || '/'                                               00345000
                   || RTRIM(COALESCE(CHAR(VIGINI),'-'))                 00346000
                   AS CHAR(30)),                                        00347000
                   CAST('METAHEAD='                                     00348000
                   || RTRIM(COALESCE(CHAR(METAHEAD),'-'))               00349000
                   || ' METAMASSA='                                     00350000
                   || RTRIM(COALESCE(CHAR(METAMASSA),'-'))              00351000
                   || ' VIGFIM='                                        00352000
                   || RTRIM(COALESCE(CHAR(VIGFIM),'-'))                 00353000
                   AS CHAR(150))                                        00354000
             INTO :WRK-CHAVE-TXT,                                       00355000
                  :WRK-IMAGEM                                           00356000
             FROM IVAN.SETORMETA                                        00357000
             WHERE SETOR = :PAR-CHV-MET-SETOR                           00358000
               AND VIGINI = :PAR-CHV-MET-VIGINI                         00359000
           END-EXEC.                                                    00360000
                                                                        00361000
           PERFORM 5900-TESTAR-LEITURA.                                 00362000
      *-----------------------------------------------------            00363000
       5700-99-FIM.                                  EXIT.              00364000
      *-----------------------------------------------------            00365000
                                                                        00366000
      *-----------------------------------------------------            00367000
       5900-TESTAR-LEITURA                        SECTION.              00368000
      *-----------------------------------------------------            00369000
      *    A CHAVE EDITADA VEM DA PROPRIA LINHA; NA EXCLUSAO            00370000
      *    FICA A QUE FOI LIDA NA CHAMADA 'A'.                          00371000
           EVALUATE SQLCODE                                             00372000
            WHEN 0                                                      00373000
             MOVE WRK-CHAVE-TXT TO PAR-CHAVE-TXT                        00374000
            WHEN 100                                                    00375000
             MOVE SPACES TO WRK-IMAGEM                                  00376000
            WHEN OTHER                                                  00377000
             MOVE SQLCODE TO WRK-SQLCODE                                00378000
             DISPLAY 'GRAVAPAR: ERRO' WRK-SQLCODE                       00379000
                     ' NA LEITURA DE IVAN.' PAR-TABELA                  00380000
             MOVE SPACES TO WRK-IMAGEM                                  00381000
             MOVE 'E' TO PAR-RESULTADO                                  00382000
           END-EVALUATE.                                                00383000
      *-----------------------------------------------------            00384000
       5900-99-FIM.                                  EXIT.              00385000
      *-----------------------------------------------------            00386000
