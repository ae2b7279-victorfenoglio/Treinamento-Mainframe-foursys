      *====================================================             00001000
       IDENTIFICATION                            DIVISION.              00002000
      *====================================================             00003000
       PROGRAM-ID. FR22DB79.                                            00004000
      *===================================================*             00005000
      *  AUTOR   : VICTOR LEAL                            *             00006000
      *  EMPRESA : FOURSYS                                *             00007000
      *  OBJETIVO: RELATORIO DO TITULAR (LGPD). DADO UM   *             00008000
      *            ID NO SYSIN, LISTA TUDO O QUE A BASE   *             00009000
      *            GUARDA DA PESSOA: CADASTRO, HISTORICO  *             00010000
      *            E LOG DE MANUTENCAO, BENEFICIOS E      *             00011000
      *            DEPENDENTES, FOLHA, PAGAMENTOS, FGTS,  *             00012000
      *            FERIAS, AFASTAMENTOS, EXAMES, PENSAO,  *             00013000
      *            CONSIGNADOS, VALES, ESOCIAL, ACESSOS E *             00014000
      *            A CONTA BANCARIA DO MASTER CONTBANC.   *             00015000
      *            O RELATORIO RELLGPD SAI POR TABELA, NA *             00016000
      *            ORDEM DA TABELA DE SECOES ABAIXO, COM  *             00017000
      *            A QUANTIDADE DE REGISTROS DE CADA UMA  *             00018000
      *            E UM RESUMO FINAL. TABELA SEM REGISTRO *             00019000
      *            DA PESSOA TAMBEM APARECE, PARA PROVAR  *             00020000
      *            QUE FOI CONSULTADA.                    *             00021000
      *---------------------------------------------------*             00022000
      *  ARQUIVOS:                                        *             00023000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00024000
      *  CONTBANC            I             ---------      *             00025000
      *  RELLGPD             O             ---------      *             00026000
      *---------------------------------------------------*             00027000
      *  BASE  DE DADOS:                                  *             00028000
      *  TABELA             I/O           INCLUDE/BOOK    *             00029000
      *  IVAN.FUNC           I             ---------      *             00030000
      *  IVAN.FUNCHIST       I             ---------      *             00031000
      *  IVAN.FUNCLOG        I             ---------      *             00032000
      *  IVAN.FUNCALT        I             ---------      *             00033000
      *  IVAN.BENEF          I             ---------      *             00034000
      *  IVAN.DEPEND         I             ---------      *             00035000
      *  IVAN.BENEFOPE       I             ---------      *             00036000
      *  IVAN.MOVOPER        I             ---------      *             00037000
      *  IVAN.FOPAG          I             ---------      *             00038000
      *  IVAN.FOPAGDET       I             ---------      *             00039000
      *  IVAN.PAGTO          I             ---------      *             00040000
      *  IVAN.FGTS           I             ---------      *             00041000
      *  IVAN.ADICTS         I             ---------      *             00042000
      *  IVAN.COPART         I             ---------      *             00043000
      *  IVAN.FERIAS         I             ---------      *             00044000
      *  IVAN.FERPED         I             ---------      *             00045000
      *  IVAN.AFAST          I             ---------      *             00046000
      *  IVAN.ASO            I             ---------      *             00047000
      *  IVAN.FALTAS         I             ---------      *             00048000
      *  IVAN.HORAS          I             ---------      *             00049000
      *  IVAN.CONSIG         I             ---------      *             00050000
      *  IVAN.PENSAO         I             ---------      *             00051000
      *  IVAN.VT             I             ---------      *             00052000
      *  IVAN.VTCOMPRA       I             ---------      *             00053000
      *  IVAN.VRCOMPRA       I             ---------      *             00054000
      *  IVAN.FUNCAGND       I             ---------      *             00055000
      *  IVAN.EXPERIENCIA    I             ---------      *             00056000
      *  IVAN.ESOCPROT       I             ---------      *             00057000
      *  IVAN.NOTIF          I             ---------      *             00058000
      *  IVAN.USUARIO        I             ---------      *             00059000
      *===================================================*             00060000
                                                                        00061000
      *====================================================             00062000
       ENVIRONMENT                               DIVISION.              00063000
      *====================================================             00064000
       CONFIGURATION                             SECTION.               00065000
       SPECIAL-NAMES.                                                   00066000
           DECIMAL-POINT  IS COMMA.                                     00067000
                                                                        00068000
       INPUT-OUTPUT                              SECTION.               00069000
       FILE-CONTROL.                                                    00070000
           SELECT CONTBANC ASSIGN TO CONTBANC                           00071000
               FILE STATUS IS WRK-FS-CONTBANC.                          00072000
                                                                        00073000
           SELECT RELLGPD ASSIGN TO RELLGPD                             00074000
               FILE STATUS IS WRK-FS-RELLGPD.                           00075000
                                                                        00076000
      *====================================================             00077000
       DATA                                      DIVISION.              00078000
      *====================================================             00079000
      *-----------------------------------------------------            00080000
       FILE                                      SECTION.               00081000
      *-----------------------------------------------------            00082000
       FD CONTBANC                                                      00083000
           RECORDING MODE IS F                                          00084000
           BLOCK CONTAINS 0 RECORDS.                                    00085000
      *-----------LRECL 17----------------------------------            00086000
       01 FD-CONTBANC.                                                  00087000
          05 FD-CONTA-ID        PIC X(05).                              00088000
          05 FD-CONTA-AGENCIA   PIC X(04).                              00089000
          05 FD-CONTA-CONTA     PIC X(08).                              00090000
                                                                        00091000
       FD RELLGPD                                                       00092000
           RECORDING MODE IS F                                          00093000
           BLOCK CONTAINS 0 RECORDS.                                    00094000
      *-----------LRECL 110---------------------------------            00095000
       01 FD-RELLGPD            PIC X(110).                             00096000
      *-----------------------------------------------------            00097000
       WORKING-STORAGE                           SECTION.               00098000
      *-----------------------------------------------------            00099000
           COPY '#GLOG'.                                                00100000
           EXEC SQL                                                     00101000
              INCLUDE SQLCA                                             00102000
           END-EXEC.                                                    00103000
      *    UMA LINHA DE RELATORIO POR REGISTRO (OU PEDACO DE            00104000
      *    REGISTRO, QUANDO NAO CABE EM UMA LINHA), NA ORDEM DA         00105000
      *    TABELA DE SECOES. A 3A COLUNA NUMERA OS PEDACOS; SO          00106000
      *    O PEDACO 1 CONTA COMO REGISTRO.                              00107000
           EXEC SQL                                                     00108000
              DECLARE CLGPD CURSOR FOR                                  00109000
               SELECT 1,                                                00110000
               CAST('1' AS CHAR(40)), 1,                                00111000
               CAST('ID: '                                              00112000
               || RTRIM(COALESCE(CHAR(ID),'-'))                         00113000
               || '  NOME: '                                            00114000
               || RTRIM(COALESCE(CHAR(NOME),'-'))                       00115000
               || '  STATUS: '                                          00116000
               || RTRIM(COALESCE(CHAR(STATUS),'-'))                     00117000
               || '  EMPRESA: '                                         00118000
               || RTRIM(COALESCE(CHAR(EMPRESA),'-'))                    00119000
               AS CHAR(100))                                            00120000
               FROM IVAN.FUNC                                           00121000
               WHERE ID = :WRK-PARM-ID                                  00122000
               UNION ALL                                                00123000
               SELECT 1,                                                00124000
               CAST('1' AS CHAR(40)), 2,                                00125000
               CAST('SETOR: '                                           00126000
               || RTRIM(COALESCE(CHAR(SETOR),'-'))                      00127000
               || '  GERENTE: '                                         00128000
               || RTRIM(COALESCE(CHAR(GERENTE),'-'))                    00129000
               || '  SALARIO: '                                         00130000
               || RTRIM(COALESCE(CHAR(SALARIO),'-'))                    00131000
               AS CHAR(100))                                            00132000
               FROM IVAN.FUNC                                           00133000
               WHERE ID = :WRK-PARM-ID                                  00134000
               UNION ALL                                                00135000
               SELECT 1,                                                00136000
               CAST('1' AS CHAR(40)), 3,                                00137000
               CAST('ADMISSAO: '                                        00138000
               || RTRIM(COALESCE(CHAR(DATAADM),'-'))                    00139000
               || '  NASCIMENTO: '                                      00140000
               || RTRIM(COALESCE(CHAR(DATANASC),'-'))                   00141000
               || '  DESLIG: '                                          00142000
               || RTRIM(COALESCE(CHAR(DATADEM),'-'))                    00143000
               || '  MOTIVO: '                                          00144000
               || RTRIM(COALESCE(CHAR(MOTIVODEM),'-'))                  00145000
               AS CHAR(100))                                            00146000
               FROM IVAN.FUNC                                           00147000
               WHERE ID = :WRK-PARM-ID                                  00148000
               UNION ALL                                                00149000
               SELECT 1,                                                00150000
               CAST('1' AS CHAR(40)), 4,                                00151000
               CAST('EMAIL: '                                           00152000
               || RTRIM(COALESCE(CHAR(EMAIL),'-'))                      00153000
               AS CHAR(100))                                            00154000
               FROM IVAN.FUNC                                           00155000
               WHERE ID = :WRK-PARM-ID                                  00156000
               UNION ALL                                                00157000
               SELECT 2,                                                00158000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 1,                     00159000
               CAST('EM: '                                              00160000
               || RTRIM(COALESCE(CHAR(DATAHORA),'-'))                   00161000
               || '  NOME ANTES: '                                      00162000
               || RTRIM(COALESCE(CHAR(NOME_ANTES),'-'))                 00163000
               AS CHAR(100))                                            00164000
               FROM IVAN.FUNCHIST                                       00165000
               WHERE ID = :WRK-PARM-ID                                  00166000
               UNION ALL                                                00167000
               SELECT 2,                                                00168000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 2,                     00169000
               CAST('NOME DEPOIS: '                                     00170000
               || RTRIM(COALESCE(CHAR(NOME_DEPOIS),'-'))                00171000
               AS CHAR(100))                                            00172000
               FROM IVAN.FUNCHIST                                       00173000
               WHERE ID = :WRK-PARM-ID                                  00174000
               UNION ALL                                                00175000
               SELECT 2,                                                00176000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 3,                     00177000
               CAST('SETOR: '                                           00178000
               || RTRIM(COALESCE(CHAR(SETOR_ANTES),'-'))                00179000
               || '  PARA: '                                            00180000
               || RTRIM(COALESCE(CHAR(SETOR_DEPOIS),'-'))               00181000
               || '  SALARIO: '                                         00182000
               || RTRIM(COALESCE(CHAR(SALARIO_ANTES),'-'))              00183000
               || '  PARA: '                                            00184000
               || RTRIM(COALESCE(CHAR(SALARIO_DEPOIS),'-'))             00185000
               AS CHAR(100))                                            00186000
               FROM IVAN.FUNCHIST                                       00187000
               WHERE ID = :WRK-PARM-ID                                  00188000
               UNION ALL                                                00189000
               SELECT 2,                                                00190000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 4,                     00191000
               CAST('ADMISSAO: '                                        00192000
               || RTRIM(COALESCE(CHAR(DATAADM_ANTES),'-'))              00193000
               || '  PARA: '                                            00194000
               || RTRIM(COALESCE(CHAR(DATAADM_DEPOIS),'-'))             00195000
               AS CHAR(100))                                            00196000
               FROM IVAN.FUNCHIST                                       00197000
               WHERE ID = :WRK-PARM-ID                                  00198000
               UNION ALL                                                00199000
               SELECT 3,                                                00200000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 1,                     00201000
               CAST('EM: '                                              00202000
               || RTRIM(COALESCE(CHAR(DATAHORA),'-'))                   00203000
               || '  OPERACAO: '                                        00204000
               || RTRIM(COALESCE(CHAR(OPERACAO),'-'))                   00205000
               || '  TERMINAL: '                                        00206000
               || RTRIM(COALESCE(CHAR(TERMINAL),'-'))                   00207000
               AS CHAR(100))                                            00208000
               FROM IVAN.FUNCLOG                                        00209000
               WHERE ID = :WRK-PARM-ID                                  00210000
               UNION ALL                                                00211000
               SELECT 3,                                                00212000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 2,                     00213000
               CAST('NOME: '                                            00214000
               || RTRIM(COALESCE(CHAR(NOME),'-'))                       00215000
               || '  SETOR: '                                           00216000
               || RTRIM(COALESCE(CHAR(SETOR),'-'))                      00217000
               || '  SALARIO: '                                         00218000
               || RTRIM(COALESCE(CHAR(SALARIO),'-'))                    00219000
               || '  ADMISSAO: '                                        00220000
               || RTRIM(COALESCE(CHAR(DATAADM),'-'))                    00221000
               AS CHAR(100))                                            00222000
               FROM IVAN.FUNCLOG                                        00223000
               WHERE ID = :WRK-PARM-ID                                  00224000
               UNION ALL                                                00225000
               SELECT 3,                                                00226000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 3,                     00227000
               CAST('EMAIL: '                                           00228000
               || RTRIM(COALESCE(CHAR(EMAIL),'-'))                      00229000
               AS CHAR(100))                                            00230000
               FROM IVAN.FUNCLOG                                        00231000
               WHERE ID = :WRK-PARM-ID                                  00232000
               UNION ALL                                                00233000
               SELECT 4,                                                00234000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 1,                     00235000
               CAST('EM: '                                              00236000
               || RTRIM(COALESCE(CHAR(DATAHORA),'-'))                   00237000
               || '  SITUACAO: '                                        00238000
               || RTRIM(COALESCE(CHAR(SITUACAO),'-'))                   00239000
               || '  SOLIC: '                                           00240000
               || RTRIM(COALESCE(CHAR(SOLICITANTE),'-'))                00241000
               || '  AG: '                                              00242000
               || RTRIM(COALESCE(CHAR(AGENCIA),'-'))                    00243000
               || '  CONTA: '                                           00244000
               || RTRIM(COALESCE(CHAR(CONTA),'-'))                      00245000
               AS CHAR(100))                                            00246000
               FROM IVAN.FUNCALT                                        00247000
               WHERE IDFUNC = :WRK-PARM-ID                              00248000
               UNION ALL                                                00249000
               SELECT 4,                                                00250000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 2,                     00251000
               CAST('EMAIL: '                                           00252000
               || RTRIM(COALESCE(CHAR(EMAIL),'-'))                      00253000
               AS CHAR(100))                                            00254000
               FROM IVAN.FUNCALT                                        00255000
               WHERE IDFUNC = :WRK-PARM-ID                              00256000
               UNION ALL                                                00257000
               SELECT 4,                                                00258000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 3,                     00259000
               CAST('ENDERECO: '                                        00260000
               || RTRIM(COALESCE(CHAR(ENDERECO),'-'))                   00261000
               AS CHAR(100))                                            00262000
               FROM IVAN.FUNCALT                                        00263000
               WHERE IDFUNC = :WRK-PARM-ID                              00264000
               UNION ALL                                                00265000
               SELECT 5,                                                00266000
               CAST('1' AS CHAR(40)), 1,                                00267000
               CAST('PLANO MED: '                                       00268000
               || RTRIM(COALESCE(CHAR(PLANMED),'-'))                    00269000
               || '  PLANO ODONTO: '                                    00270000
               || RTRIM(COALESCE(CHAR(PLANDENT),'-'))                   00271000
               || '  COTAS: '                                           00272000
               || RTRIM(COALESCE(CHAR(COTAS),'-'))                      00273000
               || '  DEPENDENTES: '                                     00274000
               || RTRIM(COALESCE(CHAR(NUMDEPEND),'-'))                  00275000
               AS CHAR(100))                                            00276000
               FROM IVAN.BENEF                                          00277000
               WHERE IDFUNC = :WRK-PARM-ID                              00278000
               UNION ALL                                                00279000
               SELECT 6,                                                00280000
               CAST(NOME AS CHAR(40)), 1,                               00281000
               CAST('NOME: '                                            00282000
               || RTRIM(COALESCE(CHAR(NOME),'-'))                       00283000
               || '  NASC: '                                            00284000
               || RTRIM(COALESCE(CHAR(DATANASC),'-'))                   00285000
               || '  PARENTESCO: '                                      00286000
               || RTRIM(COALESCE(CHAR(PARENTESCO),'-'))                 00287000
               || '  INCLUSAO: '                                        00288000
               || RTRIM(COALESCE(CHAR(DATAHORA),'-'))                   00289000
               AS CHAR(100))                                            00290000
               FROM IVAN.DEPEND                                         00291000
               WHERE IDFUNC = :WRK-PARM-ID                              00292000
               UNION ALL                                                00293000
               SELECT 7,                                                00294000
               CAST(CHAR(DATAENV) AS CHAR(40)), 1,                      00295000
               CAST('TIPO: '                                            00296000
               || RTRIM(COALESCE(CHAR(TIPOBEN),'-'))                    00297000
               || '  NOME: '                                            00298000
               || RTRIM(COALESCE(CHAR(NOMEDEP),'-'))                    00299000
               || '  MED: '                                             00300000
               || RTRIM(COALESCE(CHAR(PLANMED),'-'))                    00301000
               || '  ODONTO: '                                          00302000
               || RTRIM(COALESCE(CHAR(PLANDENT),'-'))                   00303000
               || '  ENVIO: '                                           00304000
               || RTRIM(COALESCE(CHAR(DATAENV),'-'))                    00305000
               AS CHAR(100))                                            00306000
               FROM IVAN.BENEFOPE                                       00307000
               WHERE IDFUNC = :WRK-PARM-ID                              00308000
               UNION ALL                                                00309000
               SELECT 8,                                                00310000
               CAST(CHAR(COMPETENCIA) || CHAR(SEQ) AS CHAR(40)), 1,     00311000
               CAST('COMPET: '                                          00312000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00313000
               || '  SEQ: '                                             00314000
               || RTRIM(COALESCE(CHAR(SEQ),'-'))                        00315000
               || '  MOV: '                                             00316000
               || RTRIM(COALESCE(CHAR(TIPOMOV),'-'))                    00317000
               || '  TIPO: '                                            00318000
               || RTRIM(COALESCE(CHAR(TIPOBEN),'-'))                    00319000
               || '  SITUACAO: '                                        00320000
               || RTRIM(COALESCE(CHAR(SITUACAO),'-'))                   00321000
               AS CHAR(100))                                            00322000
               FROM IVAN.MOVOPER                                        00323000
               WHERE IDFUNC = :WRK-PARM-ID                              00324000
               UNION ALL                                                00325000
               SELECT 8,                                                00326000
               CAST(CHAR(COMPETENCIA) || CHAR(SEQ) AS CHAR(40)), 2,     00327000
               CAST('NOME: '                                            00328000
               || RTRIM(COALESCE(CHAR(NOMEBEN),'-'))                    00329000
               || '  NASC: '                                            00330000
               || RTRIM(COALESCE(CHAR(DATANASC),'-'))                   00331000
               || '  PARENTESCO: '                                      00332000
               || RTRIM(COALESCE(CHAR(PARENTESCO),'-'))                 00333000
               AS CHAR(100))                                            00334000
               FROM IVAN.MOVOPER                                        00335000
               WHERE IDFUNC = :WRK-PARM-ID                              00336000
               UNION ALL                                                00337000
               SELECT 9,                                                00338000
               CAST(CHAR(COMPETENCIA) || TIPO AS CHAR(40)), 1,          00339000
               CAST('COMPET: '                                          00340000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00341000
               || '  TIPO: '                                            00342000
               || RTRIM(COALESCE(CHAR(TIPO),'-'))                       00343000
               || '  BRUTO: '                                           00344000
               || RTRIM(COALESCE(CHAR(BRUTO),'-'))                      00345000
               || '  INSS: '                                            00346000
               || RTRIM(COALESCE(CHAR(DESCINSS),'-'))                   00347000
               || '  IRRF: '                                            00348000
               || RTRIM(COALESCE(CHAR(DESCIRRF),'-'))                   00349000
               || '  LIQ: '                                             00350000
               || RTRIM(COALESCE(CHAR(LIQUIDO),'-'))                    00351000
               AS CHAR(100))                                            00352000
               FROM IVAN.FOPAG                                          00353000
               WHERE IDFUNC = :WRK-PARM-ID                              00354000
               UNION ALL                                                00355000
               SELECT 10,                                               00356000
               CAST(CHAR(COMPETENCIA) || CHAR(SEQ) AS CHAR(40)), 1,     00357000
               CAST('COMPET: '                                          00358000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00359000
               || '  VERBA: '                                           00360000
               || RTRIM(COALESCE(CHAR(CODVERBA),'-'))                   00361000
               || '  DESC: '                                            00362000
               || RTRIM(COALESCE(CHAR(DESCVERBA),'-'))                  00363000
               || '  TIPO: '                                            00364000
               || RTRIM(COALESCE(CHAR(TIPO),'-'))                       00365000
               || '  VALOR: '                                           00366000
               || RTRIM(COALESCE(CHAR(VALOR),'-'))                      00367000
               AS CHAR(100))                                            00368000
               FROM IVAN.FOPAGDET                                       00369000
               WHERE IDFUNC = :WRK-PARM-ID                              00370000
               UNION ALL                                                00371000
               SELECT 11,                                               00372000
               CAST(CHAR(COMPETENCIA) || TIPOPAG AS CHAR(40)), 1,       00373000
               CAST('COMPET: '                                          00374000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00375000
               || '  TIPO: '                                            00376000
               || RTRIM(COALESCE(CHAR(TIPOPAG),'-'))                    00377000
               || '  VALOR: '                                           00378000
               || RTRIM(COALESCE(CHAR(VALOR),'-'))                      00379000
               || '  STATUS: '                                          00380000
               || RTRIM(COALESCE(CHAR(STATUS),'-'))                     00381000
               || '  OCORR: '                                           00382000
               || RTRIM(COALESCE(CHAR(OCORRENCIA),'-'))                 00383000
               AS CHAR(100))                                            00384000
               FROM IVAN.PAGTO                                          00385000
               WHERE IDFUNC = :WRK-PARM-ID                              00386000
               UNION ALL                                                00387000
               SELECT 12,                                               00388000
               CAST(CHAR(COMPETENCIA) AS CHAR(40)), 1,                  00389000
               CAST('COMPET: '                                          00390000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00391000
               || '  BASE: '                                            00392000
               || RTRIM(COALESCE(CHAR(BASE),'-'))                       00393000
               || '  VALOR: '                                           00394000
               || RTRIM(COALESCE(CHAR(VALOR),'-'))                      00395000
               || '  SALDO: '                                           00396000
               || RTRIM(COALESCE(CHAR(SALDO),'-'))                      00397000
               AS CHAR(100))                                            00398000
               FROM IVAN.FGTS                                           00399000
               WHERE IDFUNC = :WRK-PARM-ID                              00400000
               UNION ALL                                                00401000
               SELECT 13,                                               00402000
               CAST(CHAR(COMPETENCIA) AS CHAR(40)), 1,                  00403000
               CAST('COMPET: '                                          00404000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00405000
               || '  QUINQUENIOS: '                                     00406000
               || RTRIM(COALESCE(CHAR(QUINQUENIOS),'-'))                00407000
               || '  PERCENTUAL: '                                      00408000
               || RTRIM(COALESCE(CHAR(PERCENTUAL),'-'))                 00409000
               AS CHAR(100))                                            00410000
               FROM IVAN.ADICTS                                         00411000
               WHERE IDFUNC = :WRK-PARM-ID                              00412000
               UNION ALL                                                00413000
               SELECT 14,                                               00414000
               CAST(CHAR(COMPETENCIA) AS CHAR(40)), 1,                  00415000
               CAST('COMPET: '                                          00416000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00417000
               || '  MES: '                                             00418000
               || RTRIM(COALESCE(CHAR(VALORMES),'-'))                   00419000
               || '  DESCONTO: '                                        00420000
               || RTRIM(COALESCE(CHAR(VALORDESC),'-'))                  00421000
               || '  SALDO: '                                           00422000
               || RTRIM(COALESCE(CHAR(SALDOPROX),'-'))                  00423000
               AS CHAR(100))                                            00424000
               FROM IVAN.COPART                                         00425000
               WHERE IDFUNC = :WRK-PARM-ID                              00426000
               UNION ALL                                                00427000
               SELECT 15,                                               00428000
               CAST(AQUISINI AS CHAR(40)), 1,                           00429000
               CAST('AQUIS: '                                           00430000
               || RTRIM(COALESCE(CHAR(AQUISINI),'-'))                   00431000
               || '  A: '                                               00432000
               || RTRIM(COALESCE(CHAR(AQUISFIM),'-'))                   00433000
               || '  GOZO: '                                            00434000
               || RTRIM(COALESCE(CHAR(AGENDAINI),'-'))                  00435000
               || '  A: '                                               00436000
               || RTRIM(COALESCE(CHAR(AGENDAFIM),'-'))                  00437000
               || '  DIAS: '                                            00438000
               || RTRIM(COALESCE(CHAR(DIASGOZADOS),'-'))                00439000
               || '  STATUS: '                                          00440000
               || RTRIM(COALESCE(CHAR(STATUS),'-'))                     00441000
               AS CHAR(100))                                            00442000
               FROM IVAN.FERIAS                                         00443000
               WHERE IDFUNC = :WRK-PARM-ID                              00444000
               UNION ALL                                                00445000
               SELECT 16,                                               00446000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 1,                     00447000
               CAST('GOZO: '                                            00448000
               || RTRIM(COALESCE(CHAR(AGENDAINI),'-'))                  00449000
               || '  A: '                                               00450000
               || RTRIM(COALESCE(CHAR(AGENDAFIM),'-'))                  00451000
               || '  SITUACAO: '                                        00452000
               || RTRIM(COALESCE(CHAR(SITUACAO),'-'))                   00453000
               || '  SOLIC: '                                           00454000
               || RTRIM(COALESCE(CHAR(SOLICITANTE),'-'))                00455000
               AS CHAR(100))                                            00456000
               FROM IVAN.FERPED                                         00457000
               WHERE IDFUNC = :WRK-PARM-ID                              00458000
               UNION ALL                                                00459000
               SELECT 17,                                               00460000
               CAST(CHAR(SEQ) AS CHAR(40)), 1,                          00461000
               CAST('SEQ: '                                             00462000
               || RTRIM(COALESCE(CHAR(SEQ),'-'))                        00463000
               || '  TIPO: '                                            00464000
               || RTRIM(COALESCE(CHAR(TIPO),'-'))                       00465000
               || '  INICIO: '                                          00466000
               || RTRIM(COALESCE(CHAR(DATAINI),'-'))                    00467000
               || '  RET PREV: '                                        00468000
               || RTRIM(COALESCE(CHAR(RETPREV),'-'))                    00469000
               || '  RETORNO: '                                         00470000
               || RTRIM(COALESCE(CHAR(RETEFET),'-'))                    00471000
               AS CHAR(100))                                            00472000
               FROM IVAN.AFAST                                          00473000
               WHERE IDFUNC = :WRK-PARM-ID                              00474000
               UNION ALL                                                00475000
               SELECT 18,                                               00476000
               CAST(CHAR(SEQ) AS CHAR(40)), 1,                          00477000
               CAST('SEQ: '                                             00478000
               || RTRIM(COALESCE(CHAR(SEQ),'-'))                        00479000
               || '  EXAME: '                                           00480000
               || RTRIM(COALESCE(CHAR(TIPOEXAME),'-'))                  00481000
               || '  RESULTADO: '                                       00482000
               || RTRIM(COALESCE(CHAR(RESULTADO),'-'))                  00483000
               || '  DATA: '                                            00484000
               || RTRIM(COALESCE(CHAR(DATAEXAME),'-'))                  00485000
               || '  PROXIMO: '                                         00486000
               || RTRIM(COALESCE(CHAR(PROXIMO),'-'))                    00487000
               AS CHAR(100))                                            00488000
               FROM IVAN.ASO                                            00489000
               WHERE IDFUNC = :WRK-PARM-ID                              00490000
               UNION ALL                                                00491000
               SELECT 19,                                               00492000
               CAST(DATA AS CHAR(40)), 1,                               00493000
               CAST('DATA: '                                            00494000
               || RTRIM(COALESCE(CHAR(DATA),'-'))                       00495000
               || '  TIPO: '                                            00496000
               || RTRIM(COALESCE(CHAR(TIPO),'-'))                       00497000
               AS CHAR(100))                                            00498000
               FROM IVAN.FALTAS                                         00499000
               WHERE IDFUNC = :WRK-PARM-ID                              00500000
               UNION ALL                                                00501000
               SELECT 20,                                               00502000
               CAST(CHAR(COMPETENCIA) AS CHAR(40)), 1,                  00503000
               CAST('COMPET: '                                          00504000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00505000
               || '  HE50: '                                            00506000
               || RTRIM(COALESCE(CHAR(HE50),'-'))                       00507000
               || '  HE100: '                                           00508000
               || RTRIM(COALESCE(CHAR(HE100),'-'))                      00509000
               || '  NOTURNO: '                                         00510000
               || RTRIM(COALESCE(CHAR(HNOT),'-'))                       00511000
               || '  STATUS: '                                          00512000
               || RTRIM(COALESCE(CHAR(STATUS),'-'))                     00513000
               AS CHAR(100))                                            00514000
               FROM IVAN.HORAS                                          00515000
               WHERE IDFUNC = :WRK-PARM-ID                              00516000
               UNION ALL                                                00517000
               SELECT 21,                                               00518000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 1,                     00519000
               CAST('TIPO: '                                            00520000
               || RTRIM(COALESCE(CHAR(TIPO),'-'))                       00521000
               || '  TOTAL: '                                           00522000
               || RTRIM(COALESCE(CHAR(VALORTOTAL),'-'))                 00523000
               || '  PARCELAS: '                                        00524000
               || RTRIM(COALESCE(CHAR(PARCELAS),'-'))                   00525000
               || '  RESTANTES: '                                       00526000
               || RTRIM(COALESCE(CHAR(PARCRESTANTES),'-'))              00527000
               || '  STATUS: '                                          00528000
               || RTRIM(COALESCE(CHAR(STATUS),'-'))                     00529000
               AS CHAR(100))                                            00530000
               FROM IVAN.CONSIG                                         00531000
               WHERE IDFUNC = :WRK-PARM-ID                              00532000
               UNION ALL                                                00533000
               SELECT 22,                                               00534000
               CAST(CHAR(SEQ) AS CHAR(40)), 1,                          00535000
               CAST('SEQ: '                                             00536000
               || RTRIM(COALESCE(CHAR(SEQ),'-'))                        00537000
               || '  CALC: '                                            00538000
               || RTRIM(COALESCE(CHAR(TIPOCALC),'-'))                   00539000
               || '  PCT: '                                             00540000
               || RTRIM(COALESCE(CHAR(PERCENT),'-'))                    00541000
               || '  VALOR: '                                           00542000
               || RTRIM(COALESCE(CHAR(VALOR),'-'))                      00543000
               || '  STATUS: '                                          00544000
               || RTRIM(COALESCE(CHAR(STATUS),'-'))                     00545000
               AS CHAR(100))                                            00546000
               FROM IVAN.PENSAO                                         00547000
               WHERE IDFUNC = :WRK-PARM-ID                              00548000
               UNION ALL                                                00549000
               SELECT 22,                                               00550000
               CAST(CHAR(SEQ) AS CHAR(40)), 2,                          00551000
               CAST('BENEF: '                                           00552000
               || RTRIM(COALESCE(CHAR(BENEFNOME),'-'))                  00553000
               || '  CPF: '                                             00554000
               || RTRIM(COALESCE(CHAR(BENEFCPF),'-'))                   00555000
               || '  AG: '                                              00556000
               || RTRIM(COALESCE(CHAR(AGENCIA),'-'))                    00557000
               || '  CONTA: '                                           00558000
               || RTRIM(COALESCE(CHAR(CONTA),'-'))                      00559000
               AS CHAR(100))                                            00560000
               FROM IVAN.PENSAO                                         00561000
               WHERE IDFUNC = :WRK-PARM-ID                              00562000
               UNION ALL                                                00563000
               SELECT 23,                                               00564000
               CAST(CHAR(DATAINI) AS CHAR(40)), 1,                      00565000
               CAST('TARIFA: '                                          00566000
               || RTRIM(COALESCE(CHAR(TARIFA),'-'))                     00567000
               || '  VIAGENS: '                                         00568000
               || RTRIM(COALESCE(CHAR(VIAGENS),'-'))                    00569000
               || '  INICIO: '                                          00570000
               || RTRIM(COALESCE(CHAR(DATAINI),'-'))                    00571000
               || '  FIM: '                                             00572000
               || RTRIM(COALESCE(CHAR(DATAFIM),'-'))                    00573000
               AS CHAR(100))                                            00574000
               FROM IVAN.VT                                             00575000
               WHERE IDFUNC = :WRK-PARM-ID                              00576000
               UNION ALL                                                00577000
               SELECT 24,                                               00578000
               CAST(CHAR(COMPETENCIA) AS CHAR(40)), 1,                  00579000
               CAST('COMPET: '                                          00580000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00581000
               || '  DIAS: '                                            00582000
               || RTRIM(COALESCE(CHAR(DIAS),'-'))                       00583000
               || '  QTDE: '                                            00584000
               || RTRIM(COALESCE(CHAR(QTDE),'-'))                       00585000
               || '  VALOR: '                                           00586000
               || RTRIM(COALESCE(CHAR(VALOR),'-'))                      00587000
               AS CHAR(100))                                            00588000
               FROM IVAN.VTCOMPRA                                       00589000
               WHERE IDFUNC = :WRK-PARM-ID                              00590000
               UNION ALL                                                00591000
               SELECT 25,                                               00592000
               CAST(CHAR(COMPETENCIA) AS CHAR(40)), 1,                  00593000
               CAST('COMPET: '                                          00594000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00595000
               || '  DIAS: '                                            00596000
               || RTRIM(COALESCE(CHAR(DIAS),'-'))                       00597000
               || '  VALOR: '                                           00598000
               || RTRIM(COALESCE(CHAR(VALOR),'-'))                      00599000
               || '  DESCONTO: '                                        00600000
               || RTRIM(COALESCE(CHAR(VALORDESC),'-'))                  00601000
               AS CHAR(100))                                            00602000
               FROM IVAN.VRCOMPRA                                       00603000
               WHERE IDFUNC = :WRK-PARM-ID                              00604000
               UNION ALL                                                00605000
               SELECT 26,                                               00606000
               CAST(CHAR(DATAEFET) AS CHAR(40)), 1,                     00607000
               CAST('EFETIVA: '                                         00608000
               || RTRIM(COALESCE(CHAR(DATAEFET),'-'))                   00609000
               || '  SETOR: '                                           00610000
               || RTRIM(COALESCE(CHAR(SETOR_NOVO),'-'))                 00611000
               || '  SALARIO: '                                         00612000
               || RTRIM(COALESCE(CHAR(SALARIO_NOVO),'-'))               00613000
               || '  GERENTE: '                                         00614000
               || RTRIM(COALESCE(CHAR(GERENTE_NOVO),'-'))               00615000
               || '  SIT: '                                             00616000
               || RTRIM(COALESCE(CHAR(SITUACAO),'-'))                   00617000
               AS CHAR(100))                                            00618000
               FROM IVAN.FUNCAGND                                       00619000
               WHERE IDFUNC = :WRK-PARM-ID                              00620000
               UNION ALL                                                00621000
               SELECT 27,                                               00622000
               CAST(CHAR(PERIODO) AS CHAR(40)), 1,                      00623000
               CAST('PERIODO: '                                         00624000
               || RTRIM(COALESCE(CHAR(PERIODO),'-'))                    00625000
               || '  DECISAO: '                                         00626000
               || RTRIM(COALESCE(CHAR(DECISAO),'-'))                    00627000
               || '  MOTIVO: '                                          00628000
               || RTRIM(COALESCE(CHAR(MOTIVODEM),'-'))                  00629000
               || '  DESLIG: '                                          00630000
               || RTRIM(COALESCE(CHAR(DATADEM),'-'))                    00631000
               AS CHAR(100))                                            00632000
               FROM IVAN.EXPERIENCIA                                    00633000
               WHERE IDFUNC = :WRK-PARM-ID                              00634000
               UNION ALL                                                00635000
               SELECT 28,                                               00636000
               CAST(CHAR(COMPETENCIA) || EVENTO AS CHAR(40)), 1,        00637000
               CAST('EVENTO: '                                          00638000
               || RTRIM(COALESCE(CHAR(EVENTO),'-'))                     00639000
               || '  COMPET: '                                          00640000
               || RTRIM(COALESCE(CHAR(COMPETENCIA),'-'))                00641000
               || '  SITUACAO: '                                        00642000
               || RTRIM(COALESCE(CHAR(SITUACAO),'-'))                   00643000
               AS CHAR(100))                                            00644000
               FROM IVAN.ESOCPROT                                       00645000
               WHERE IDFUNC = :WRK-PARM-ID                              00646000
               UNION ALL                                                00647000
               SELECT 29,                                               00648000
               CAST(CHAR(DATAHORA) AS CHAR(40)), 1,                     00649000
               CAST('TIPO: '                                            00650000
               || RTRIM(COALESCE(CHAR(TIPO),'-'))                       00651000
               || '  REF: '                                             00652000
               || RTRIM(COALESCE(CHAR(REFERENCIA),'-'))                 00653000
               || '  EM: '                                              00654000
               || RTRIM(COALESCE(CHAR(DATAHORA),'-'))                   00655000
               AS CHAR(100))                                            00656000
               FROM IVAN.NOTIF                                          00657000
               WHERE IDFUNC = :WRK-PARM-ID                              00658000
               UNION ALL                                                00659000
               SELECT 30,                                               00660000
               CAST(USUARIO AS CHAR(40)), 1,                            00661000
               CAST('USUARIO: '                                         00662000
               || RTRIM(COALESCE(CHAR(USUARIO),'-'))                    00663000
               || '  PERFIL: '                                          00664000
               || RTRIM(COALESCE(CHAR(PERFIL),'-'))                     00665000
               || '  REVISAO: '                                         00666000
               || RTRIM(COALESCE(CHAR(DATAREV),'-'))                    00667000
               AS CHAR(100))                                            00668000
               FROM IVAN.USUARIO                                        00669000
               WHERE IDFUNC = :WRK-PARM-ID                              00670000
               ORDER BY 1, 2, 3                                         00671000
           END-EXEC.                                                    00672000
      *----------------------------------------------------             00673000
       01 FILLER PIC X(48) VALUE                                        00674000
           '--------------VARIAVEIS PARA APOIO-----------'.             00675000
      *----------------------------------------------------             00676000
       77 WRK-SQLCODE      PIC -999.                                    00677000
       77 WRK-FS-CONTBANC  PIC 9(02).                                   00678000
       77 WRK-FS-RELLGPD   PIC 9(02).                                   00679000
       77 WRK-CUR-ORDEM    PIC S9(04) COMP.                             00680000
       77 WRK-CUR-CHAVE    PIC X(40).                                   00681000
       77 WRK-CUR-SUB      PIC S9(04) COMP.                             00682000
       77 WRK-CUR-LINHA    PIC X(100).                                  00683000
       77 WRK-FIM-LGPD     PIC X(01) VALUE 'N'.                         00684000
       77 WRK-FIM-CONTA    PIC X(01) VALUE 'N'.                         00685000
       01 WRK-PARM.                                                     00686000
          05 WRK-PARM-ID    PIC 9(05).                                  00687000
       01 WRK-PARM-X REDEFINES WRK-PARM.                                00688000
          05 WRK-PARM-ID-X  PIC X(05).                                  00689000
       01 WRK-DATA-HOJE.                                                00690000
          05 WRK-HOJ-ANO    PIC 9(04).                                  00691000
          05 WRK-HOJ-MES    PIC 9(02).                                  00692000
          05 WRK-HOJ-DIA    PIC 9(02).                                  00693000
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE                       00694000
                           PIC 9(08).                                   00695000
      *----------------------------------------------------             00696000
       01 FILLER PIC X(48) VALUE                                        00697000
           '--------------TABELA DE SECOES---------------'.             00698000
      *----------------------------------------------------             00699000
      *    A ULTIMA SECAO E O ARQUIVO CONTBANC, LIDO A PARTE.           00700000
       01 WRK-SECOES-VAL.                                               00701000
          05 FILLER PIC X(12) VALUE 'FUNC'.                             00702000
          05 FILLER PIC X(40) VALUE 'CADASTRO DO FUNCIONARIO'.          00703000
          05 FILLER PIC X(12) VALUE 'FUNCHIST'.                         00704000
          05 FILLER PIC X(40) VALUE 'HISTORICO DE ALTERACOES'.          00705000
          05 FILLER PIC X(12) VALUE 'FUNCLOG'.                          00706000
          05 FILLER PIC X(40) VALUE 'LOG DE MANUTENCAO DO CADASTRO'.    00707000
          05 FILLER PIC X(12) VALUE 'FUNCALT'.                          00708000
          05 FILLER PIC X(40) VALUE 'ALTERACOES CADASTRAIS SOLICITADAS'.00709000
          05 FILLER PIC X(12) VALUE 'BENEF'.                            00710000
          05 FILLER PIC X(40) VALUE 'BENEFICIOS'.                       00711000
          05 FILLER PIC X(12) VALUE 'DEPEND'.                           00712000
          05 FILLER PIC X(40) VALUE 'DEPENDENTES'.                      00713000
          05 FILLER PIC X(12) VALUE 'BENEFOPE'.                         00714000
          05 FILLER PIC X(40) VALUE 'BENEFICIARIOS NA OPERADORA'.       00715000
          05 FILLER PIC X(12) VALUE 'MOVOPER'.                          00716000
          05 FILLER PIC X(40) VALUE 'MOVIMENTOS NA OPERADORA'.          00717000
          05 FILLER PIC X(12) VALUE 'FOPAG'.                            00718000
          05 FILLER PIC X(40) VALUE 'FOLHA DE PAGAMENTO'.               00719000
          05 FILLER PIC X(12) VALUE 'FOPAGDET'.                         00720000
          05 FILLER PIC X(40) VALUE 'VERBAS DA FOLHA'.                  00721000
          05 FILLER PIC X(12) VALUE 'PAGTO'.                            00722000
          05 FILLER PIC X(40) VALUE 'PAGAMENTOS'.                       00723000
          05 FILLER PIC X(12) VALUE 'FGTS'.                             00724000
          05 FILLER PIC X(40) VALUE 'FGTS'.                             00725000
          05 FILLER PIC X(12) VALUE 'ADICTS'.                           00726000
          05 FILLER PIC X(40) VALUE 'ADICIONAL POR TEMPO DE SERVICO'.   00727000
          05 FILLER PIC X(12) VALUE 'COPART'.                           00728000
          05 FILLER PIC X(40) VALUE 'COPARTICIPACAO'.                   00729000
          05 FILLER PIC X(12) VALUE 'FERIAS'.                           00730000
          05 FILLER PIC X(40) VALUE 'FERIAS'.                           00731000
          05 FILLER PIC X(12) VALUE 'FERPED'.                           00732000
          05 FILLER PIC X(40) VALUE 'PEDIDOS DE FERIAS'.                00733000
          05 FILLER PIC X(12) VALUE 'AFAST'.                            00734000
          05 FILLER PIC X(40) VALUE 'AFASTAMENTOS'.                     00735000
          05 FILLER PIC X(12) VALUE 'ASO'.                              00736000
          05 FILLER PIC X(40) VALUE 'EXAMES OCUPACIONAIS'.              00737000
          05 FILLER PIC X(12) VALUE 'FALTAS'.                           00738000
          05 FILLER PIC X(40) VALUE 'FALTAS'.                           00739000
          05 FILLER PIC X(12) VALUE 'HORAS'.                            00740000
          05 FILLER PIC X(40) VALUE 'HORAS EXTRAS'.                     00741000
          05 FILLER PIC X(12) VALUE 'CONSIG'.                           00742000
          05 FILLER PIC X(40) VALUE 'CONSIGNADOS'.                      00743000
          05 FILLER PIC X(12) VALUE 'PENSAO'.                           00744000
          05 FILLER PIC X(40) VALUE 'PENSAO ALIMENTICIA'.               00745000
          05 FILLER PIC X(12) VALUE 'VT'.                               00746000
          05 FILLER PIC X(40) VALUE 'VALE-TRANSPORTE'.                  00747000
          05 FILLER PIC X(12) VALUE 'VTCOMPRA'.                         00748000
          05 FILLER PIC X(40) VALUE 'COMPRAS DE VALE-TRANSPORTE'.       00749000
          05 FILLER PIC X(12) VALUE 'VRCOMPRA'.                         00750000
          05 FILLER PIC X(40) VALUE 'COMPRAS DE VALE-REFEICAO'.         00751000
          05 FILLER PIC X(12) VALUE 'FUNCAGND'.                         00752000
          05 FILLER PIC X(40) VALUE 'ALTERACOES AGENDADAS'.             00753000
          05 FILLER PIC X(12) VALUE 'EXPERIENCIA'.                      00754000
          05 FILLER PIC X(40) VALUE 'CONTRATO DE EXPERIENCIA'.          00755000
          05 FILLER PIC X(12) VALUE 'ESOCPROT'.                         00756000
          05 FILLER PIC X(40) VALUE 'EVENTOS ENVIADOS AO ESOCIAL'.      00757000
          05 FILLER PIC X(12) VALUE 'NOTIF'.                            00758000
          05 FILLER PIC X(40) VALUE 'NOTIFICACOES'.                     00759000
          05 FILLER PIC X(12) VALUE 'USUARIO'.                          00760000
          05 FILLER PIC X(40) VALUE 'ACESSOS AO SISTEMA'.               00761000
          05 FILLER PIC X(12) VALUE 'CONTBANC'.                         00762000
          05 FILLER PIC X(40) VALUE 'CONTA BANCARIA (ARQUIVO CONTBANC)'.00763000
       01 WRK-SECOES REDEFINES WRK-SECOES-VAL.                          00764000
          05 WRK-SEC-ITEM OCCURS 31 TIMES.                              00765000
             10 WRK-SEC-TABELA  PIC X(12).                              00766000
             10 WRK-SEC-DESC    PIC X(40).                              00767000
       01 WRK-CONTAGENS.                                                00768000
          05 WRK-CNT-REGS OCCURS 31 TIMES PIC 9(07).                    00769000
       77 WRK-QTDE-SECOES  PIC 9(02) VALUE 31.                          00770000
       77 WRK-SEC-CONTBANC PIC 9(02) VALUE 31.                          00771000
       77 WRK-SEC-IDX      PIC 9(02) VALUE ZEROS.                       00772000
      *----------------------------------------------------             00773000
       01 FILLER PIC X(48) VALUE                                        00774000
           '--------------VARIAVEIS CALCULAR/ACUMULAR----'.             00775000
      *----------------------------------------------------             00776000
       77 WRK-TOT-REGS     PIC 9(07)    VALUE ZEROS.                    00777000
       77 WRK-TOT-SECOES   PIC 9(02)    VALUE ZEROS.                    00778000
      *----------------------------------------------------             00779000
       01 FILLER PIC X(48) VALUE                                        00780000
           '--------------LINHAS DO RELATORIO------------'.             00781000
      *----------------------------------------------------             00782000
       01 WRK-REL-CABEC1.                                               00783000
          05 FILLER             PIC X(34) VALUE                         00784000
             'RELATORIO DO TITULAR (LGPD) - ID '.                       00785000
          05 WRK-CAB-ID         PIC 9(05).                              00786000
          05 FILLER             PIC X(07) VALUE '  DATA '.              00787000
          05 WRK-CAB-DATA       PIC 9(08).                              00788000
          05 FILLER             PIC X(56) VALUE SPACES.                 00789000
       01 WRK-REL-SECAO.                                                00790000
          05 FILLER             PIC X(04) VALUE '--- '.                 00791000
          05 WRK-RSC-TABELA     PIC X(17).                              00792000
          05 FILLER             PIC X(03) VALUE ' - '.                  00793000
          05 WRK-RSC-DESC       PIC X(40).                              00794000
          05 FILLER             PIC X(46) VALUE SPACES.                 00795000
       01 WRK-REL-DETALHE.                                              00796000
          05 FILLER             PIC X(04) VALUE SPACES.                 00797000
          05 WRK-DET-LINHA      PIC X(100).                             00798000
          05 FILLER             PIC X(06) VALUE SPACES.                 00799000
       01 WRK-REL-CONTA.                                                00800000
          05 FILLER             PIC X(13) VALUE                         00801000
             '    AGENCIA: '.                                           00802000
          05 WRK-CTA-AGENCIA    PIC X(04).                              00803000
          05 FILLER             PIC X(09) VALUE '  CONTA: '.            00804000
          05 WRK-CTA-CONTA      PIC X(08).                              00805000
          05 FILLER             PIC X(76) VALUE SPACES.                 00806000
       01 WRK-REL-TOTAL.                                                00807000
          05 FILLER             PIC X(15) VALUE                         00808000
             '    REGISTROS: '.                                         00809000
          05 WRK-TOT-QTDE       PIC ZZZZZZ9.                            00810000
          05 FILLER             PIC X(88) VALUE SPACES.                 00811000
       01 WRK-REL-NADA.                                                 00812000
          05 FILLER             PIC X(40) VALUE                         00813000
             '    NENHUM REGISTRO DO TITULAR'.                          00814000
          05 FILLER             PIC X(70) VALUE SPACES.                 00815000
       01 WRK-REL-RESUMO-CAB.                                           00816000
          05 FILLER             PIC X(40) VALUE                         00817000
             'RESUMO POR TABELA'.                                       00818000
          05 FILLER             PIC X(70) VALUE SPACES.                 00819000
       01 WRK-REL-RESUMO.                                               00820000
          05 WRK-RES-TABELA     PIC X(17).                              00821000
          05 FILLER             PIC X(02) VALUE SPACES.                 00822000
          05 WRK-RES-QTDE       PIC ZZZZZZ9.                            00823000
          05 FILLER             PIC X(84) VALUE SPACES.                 00824000
       01 WRK-REL-RESUMO-TOT.                                           00825000
          05 FILLER             PIC X(19) VALUE                         00826000
             'TOTAL DE REGISTROS '.                                     00827000
          05 WRK-RTT-QTDE       PIC ZZZZZZ9.                            00828000
          05 FILLER             PIC X(04) VALUE ' EM '.                 00829000
          05 WRK-RTT-SECOES     PIC Z9.                                 00830000
          05 FILLER             PIC X(78) VALUE                         00831000
             ' TABELA(S) COM DADOS DO TITULAR'.                         00832000
       01 WRK-REL-BRANCO        PIC X(110) VALUE SPACES.                00833000
      *====================================================             00834000
       PROCEDURE                                 DIVISION.              00835000
      *====================================================             00836000
      *-----------------------------------------------------            00837000
       0000-PRINCIPAL                             SECTION.              00838000
      *-----------------------------------------------------            00839000
           PERFORM 1000-INICIALIZAR.                                    00840000
                                                                        00841000
           MOVE 1 TO WRK-SEC-IDX.                                       00842000
           PERFORM 2000-PROCESSAR-SECAO                                 00843000
                   UNTIL WRK-SEC-IDX GREATER WRK-QTDE-SECOES.           00844000
                                                                        00845000
           PERFORM 3000-FINALIZAR.                                      00846000
           STOP RUN.                                                    00847000
      *-----------------------------------------------------            00848000
       0000-99-FIM.                                  EXIT.              00849000
      *-----------------------------------------------------            00850000
                                                                        00851000
      *-----------------------------------------------------            00852000
       1000-INICIALIZAR                           SECTION.              00853000
      *-----------------------------------------------------            00854000
           ACCEPT WRK-PARM FROM SYSIN.                                  00855000
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                     00856000
                                                                        00857000
           IF WRK-PARM-ID NOT NUMERIC OR WRK-PARM-ID EQUAL ZEROS        00858000
            DISPLAY 'ID INVALIDO NO SYSIN: ' WRK-PARM-ID-X              00859000
                    ' - EXECUCAO ABORTADA'                              00860000
            MOVE 12 TO RETURN-CODE                                      00861000
            STOP RUN                                                    00862000
           END-IF.                                                      00863000
                                                                        00864000
           OPEN INPUT  CONTBANC                                         00865000
                OUTPUT RELLGPD.                                         00866000
           IF WRK-FS-CONTBANC NOT EQUAL 0                               00867000
            MOVE 'FR22DB79'              TO WRK-PROGRAMA                00868000
            MOVE 'ERRO NO OPEN CONTBANC' TO WRK-MENSAGEM                00869000
            MOVE '1000'                  TO WRK-SECAO                   00870000
            MOVE WRK-FS-CONTBANC         TO WRK-STATUS                  00871000
            PERFORM 9000-ERRO                                           00872000
           END-IF.                                                      00873000
           IF WRK-FS-RELLGPD NOT EQUAL 0                                00874000
            MOVE 'FR22DB79'              TO WRK-PROGRAMA                00875000
            MOVE 'ERRO NO OPEN RELLGPD'  TO WRK-MENSAGEM                00876000
            MOVE '1000'                  TO WRK-SECAO                   00877000
            MOVE WRK-FS-RELLGPD          TO WRK-STATUS                  00878000
            PERFORM 9000-ERRO                                           00879000
           END-IF.                                                      00880000
                                                                        00881000
           MOVE ZEROS TO WRK-CONTAGENS.                                 00882000
                                                                        00883000
           MOVE WRK-PARM-ID     TO WRK-CAB-ID.                          00884000
           MOVE WRK-DATA-HOJE-N TO WRK-CAB-DATA.                        00885000
           WRITE FD-RELLGPD FROM WRK-REL-CABEC1.                        00886000
                                                                        00887000
           EXEC SQL                                                     00888000
              OPEN CLGPD                                                00889000
           END-EXEC.                                                    00890000
           IF SQLCODE NOT EQUAL 0                                       00891000
            MOVE SQLCODE TO WRK-SQLCODE                                 00892000
            DISPLAY 'ERRO' WRK-SQLCODE 'NO OPEN CLGPD'                  00893000
            STOP RUN                                                    00894000
           END-IF.                                                      00895000
                                                                        00896000
           PERFORM 4000-LER-LINHA.                                      00897000
      *-----------------------------------------------------            00898000
       1000-99-FIM.                                  EXIT.              00899000
      *-----------------------------------------------------            00900000
                                                                        00901000
      *-----------------------------------------------------            00902000
       2000-PROCESSAR-SECAO                       SECTION.              00903000
      *-----------------------------------------------------            00904000
           IF WRK-SEC-IDX EQUAL WRK-SEC-CONTBANC                        00905000
            MOVE WRK-SEC-TABELA (WRK-SEC-IDX) TO WRK-RSC-TABELA         00906000
           ELSE                                                         00907000
            STRING 'IVAN.' WRK-SEC-TABELA (WRK-SEC-IDX)                 00908000
                   DELIMITED BY SPACE INTO WRK-RSC-TABELA               00909000
           END-IF.                                                      00910000
           MOVE WRK-SEC-DESC (WRK-SEC-IDX) TO WRK-RSC-DESC.             00911000
           WRITE FD-RELLGPD FROM WRK-REL-BRANCO.                        00912000
           WRITE FD-RELLGPD FROM WRK-REL-SECAO.                         00913000
                                                                        00914000
           IF WRK-SEC-IDX EQUAL WRK-SEC-CONTBANC                        00915000
            PERFORM 2300-VARRER-CONTBANC                                00916000
           ELSE                                                         00917000
            PERFORM 2100-IMPRIMIR-LINHA                                 00918000
                    UNTIL WRK-CUR-ORDEM NOT EQUAL WRK-SEC-IDX           00919000
           END-IF.                                                      00920000
                                                                        00921000
           IF WRK-CNT-REGS (WRK-SEC-IDX) EQUAL ZEROS                    00922000
            WRITE FD-RELLGPD FROM WRK-REL-NADA                          00923000
           ELSE                                                         00924000
            MOVE WRK-CNT-REGS (WRK-SEC-IDX) TO WRK-TOT-QTDE             00925000
            WRITE FD-RELLGPD FROM WRK-REL-TOTAL                         00926000
            ADD WRK-CNT-REGS (WRK-SEC-IDX) TO WRK-TOT-REGS              00927000
            ADD 1 TO WRK-TOT-SECOES                                     00928000
           END-IF.                                                      00929000
                                                                        00930000
           MOVE SPACES TO WRK-RSC-TABELA.                               00931000
           ADD 1 TO WRK-SEC-IDX.                                        00932000
      *-----------------------------------------------------            00933000
       2000-99-FIM.                                  EXIT.              00934000
      *-----------------------------------------------------            00935000
                                                                        00936000
      *-----------------------------------------------------            00937000
       2100-IMPRIMIR-LINHA                        SECTION.              00938000
      *-----------------------------------------------------            00939000
           MOVE WRK-CUR-LINHA TO WRK-DET-LINHA.                         00940000
           WRITE FD-RELLGPD FROM WRK-REL-DETALHE.                       00941000
                                                                        00942000
           IF WRK-CUR-SUB EQUAL 1                                       00943000
            ADD 1 TO WRK-CNT-REGS (WRK-SEC-IDX)                         00944000
           END-IF.                                                      00945000
                                                                        00946000
           PERFORM 4000-LER-LINHA.                                      00947000
      *-----------------------------------------------------            00948000
       2100-99-FIM.                                  EXIT.              00949000
      *-----------------------------------------------------            00950000
                                                                        00951000
      *-----------------------------------------------------            00952000
       2300-VARRER-CONTBANC                       SECTION.              00953000
      *-----------------------------------------------------            00954000
      *    O MASTER VEM ORDENADO POR ID: PASSOU DO ID PEDIDO,           00955000
      *    PARA DE LER.                                                 00956000
           PERFORM 2350-LER-CONTA                                       00957000
                   UNTIL WRK-FIM-CONTA EQUAL 'S'.                       00958000
      *-----------------------------------------------------            00959000
       2300-99-FIM.                                  EXIT.              00960000
      *-----------------------------------------------------            00961000
                                                                        00962000
      *-----------------------------------------------------            00963000
       2350-LER-CONTA                             SECTION.              00964000
      *-----------------------------------------------------            00965000
           READ CONTBANC.                                               00966000
           EVALUATE TRUE                                                00967000
            WHEN WRK-FS-CONTBANC EQUAL 10                               00968000
             MOVE 'S' TO WRK-FIM-CONTA                                  00969000
            WHEN WRK-FS-CONTBANC NOT EQUAL 0                            00970000
             MOVE 'FR22DB79'              TO WRK-PROGRAMA               00971000
             MOVE 'ERRO NA LEITURA CONTBANC' TO WRK-MENSAGEM            00972000
             MOVE '2350'                  TO WRK-SECAO                  00973000
             MOVE WRK-FS-CONTBANC         TO WRK-STATUS                 00974000
             PERFORM 9000-ERRO                                          00975000
            WHEN FD-CONTA-ID GREATER WRK-PARM-ID-X                      00976000
             MOVE 'S' TO WRK-FIM-CONTA                                  00977000
            WHEN FD-CONTA-ID EQUAL WRK-PARM-ID-X                        00978000
             MOVE FD-CONTA-AGENCIA TO WRK-CTA-AGENCIA                   00979000
             MOVE FD-CONTA-CONTA   TO WRK-CTA-CONTA                     00980000
             WRITE FD-RELLGPD FROM WRK-REL-CONTA                        00981000
             ADD 1 TO WRK-CNT-REGS (WRK-SEC-IDX)                        00982000
           END-EVALUATE.                                                00983000
      *-----------------------------------------------------            00984000
       2350-99-FIM.                                  EXIT.              00985000
      *-----------------------------------------------------            00986000
                                                                        00987000
      *-----------------------------------------------------            00988000
       3000-FINALIZAR                             SECTION.              00989000
      *-----------------------------------------------------            00990000
           EXEC SQL                                                     00991000
              CLOSE CLGPD                                               00992000
           END-EXEC.                                                    00993000
                                                                        00994000
           WRITE FD-RELLGPD FROM WRK-REL-BRANCO.                        00995000
           WRITE FD-RELLGPD FROM WRK-REL-RESUMO-CAB.                    00996000
           MOVE 1 TO WRK-SEC-IDX.                                       00997000
           PERFORM 3100-IMPRIMIR-RESUMO                                 00998000
                   UNTIL WRK-SEC-IDX GREATER WRK-QTDE-SECOES.           00999000
           MOVE WRK-TOT-REGS   TO WRK-RTT-QTDE.                         01000000
           MOVE WRK-TOT-SECOES TO WRK-RTT-SECOES.                       01001000
           WRITE FD-RELLGPD FROM WRK-REL-BRANCO.                        01002000
           WRITE FD-RELLGPD FROM WRK-REL-RESUMO-TOT.                    01003000
                                                                        01004000
           CLOSE CONTBANC RELLGPD.                                      01005000
                                                                        01006000
           DISPLAY ' '.                                                 01007000
           DISPLAY 'ID DO TITULAR:           ' WRK-PARM-ID.             01008000
           DISPLAY 'TABELAS COM DADOS:       ' WRK-TOT-SECOES.          01009000
           DISPLAY 'REGISTROS LISTADOS:      ' WRK-TOT-REGS.            01010000
      *-----------------------------------------------------            01011000
       3000-99-FIM.                                  EXIT.              01012000
      *-----------------------------------------------------            01013000
                                                                        01014000
      *-----------------------------------------------------            01015000
       3100-IMPRIMIR-RESUMO                       SECTION.              01016000
      *-----------------------------------------------------            01017000
           IF WRK-SEC-IDX EQUAL WRK-SEC-CONTBANC                        01018000
            MOVE WRK-SEC-TABELA (WRK-SEC-IDX) TO WRK-RES-TABELA         01019000
           ELSE                                                         01020000
            MOVE SPACES TO WRK-RES-TABELA                               01021000
            STRING 'IVAN.' WRK-SEC-TABELA (WRK-SEC-IDX)                 01022000
                   DELIMITED BY SPACE INTO WRK-RES-TABELA               01023000
           END-IF.                                                      01024000
           MOVE WRK-CNT-REGS (WRK-SEC-IDX) TO WRK-RES-QTDE.             01025000
           WRITE FD-RELLGPD FROM WRK-REL-RESUMO.                        01026000
           ADD 1 TO WRK-SEC-IDX.                                        01027000
      *-----------------------------------------------------            01028000
       3100-99-FIM.                                  EXIT.              01029000
      *-----------------------------------------------------            01030000
                                                                        01031000
      *-----------------------------------------------------            01032000
       4000-LER-LINHA                             SECTION.              01033000
      *-----------------------------------------------------            01034000
      *    FIM DO CURSOR VIRA ORDEM 99, QUE NAO CASA COM                01035000
      *    NENHUMA SECAO E FECHA AS QUEBRAS QUE SOBRAREM.               01036000
           EXEC SQL                                                     01037000
             FETCH CLGPD                                                01038000
              INTO :WRK-CUR-ORDEM,                                      01039000
                   :WRK-CUR-CHAVE,                                      01040000
                   :WRK-CUR-SUB,                                        01041000
                   :WRK-CUR-LINHA                                       01042000
           END-EXEC.                                                    01043000
                                                                        01044000
           EVALUATE SQLCODE                                             01045000
            WHEN 0                                                      01046000
             CONTINUE                                                   01047000
            WHEN 100                                                    01048000
             MOVE 'S' TO WRK-FIM-LGPD                                   01049000
             MOVE 99  TO WRK-CUR-ORDEM                                  01050000
            WHEN OTHER                                                  01051000
             MOVE SQLCODE TO WRK-SQLCODE                                01052000
             DISPLAY 'ERRO' WRK-SQLCODE ' NO FETCH CLGPD'               01053000
             MOVE 'S' TO WRK-FIM-LGPD                                   01054000
             MOVE 99  TO WRK-CUR-ORDEM                                  01055000
           END-EVALUATE.                                                01056000
      *-----------------------------------------------------            01057000
       4000-99-FIM.                                  EXIT.              01058000
      *-----------------------------------------------------            01059000
                                                                        01060000
      *-----------------------------------------------------            01061000
       9000-ERRO                                  SECTION.              01062000
      *-----------------------------------------------------            01063000
           DISPLAY WRK-MENSAGEM.                                        01064000
           CALL 'GRAVALOG' USING WRK-DADOS.                             01065000
           MOVE 12 TO RETURN-CODE.                                      01066000
           GOBACK.                                                      01067000
      *-----------------------------------------------------            01068000
       9000-99-FIM.                                  EXIT.              01069000
      *-----------------------------------------------------            01070000
