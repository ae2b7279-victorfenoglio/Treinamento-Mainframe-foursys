      *            TRANSFERE O CONTROLE (XCTL) PARA O     *             00015000
      *            PROGRAMA DA TELA, QUE DEVOLVE AO MENU  *             00016000
      *            NA SAIDA (RETURN TRANSID T22M).        *             00017000
      *            COM MAIS DE 18 FUNCOES A LISTA E       *             00017250
      *            PAGINADA (F7 VOLTA, F8 AVANCA); A      *             00017500
      *            ESCOLHA VALE PARA QUALQUER PAGINA.     *             00017750
      *            TENTATIVA DE OPCAO NAO PERMITIDA OU    *             00018000
      *            INVALIDA E REGISTRADA EM IVAN.USUALOG  *             00019000
      *            COMO OS ACESSOS DIRETOS. PERFIL 'B'    *             00019500
      *            (REVOGADO NA RECERTIFICACAO) NAO VE    *             00020000
      *            NENHUMA OPCAO.                         *             00020500
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
       77 WRK-ACHOU      PIC X(01).                                     00050000
       77 WRK-OPCAO      PIC X(01).                                     00051000
       77 WRK-PROGRAMA   PIC X(08).                                     00052000
       77 WRK-POS        PIC 9(02).                                     00052200
       77 WRK-PAGINA     PIC 9(01).                                     00052400
       77 WRK-MEN-QTDE   PIC 9(02) VALUE 27.                            00052600
       77 WRK-MEN-PAGINAS PIC 9(01) VALUE 2.                            00052800
      *----------------------------------------------------             00053000
       01 FILLER PIC X(48) VALUE                                        00054000
           '--------------PERFIL DO USUARIO (IVAN.USUARIO)'.            00055000
       77 WRK-PERFIL      PIC X(01).                                    00057000
          88 WRK-PERFIL-CONSULTA       VALUE 'C'.                       00058000
          88 WRK-PERFIL-MANUTENCAO     VALUE 'M' 'A'.                   00059000
          88 WRK-PERFIL-REVOGADO       VALUE 'B'.                       00059500
      *----------------------------------------------------             00060000
       01 FILLER PIC X(48) VALUE                                        00061000
           '--------------TABELA DE OPCOES DO MENU-------'.             00062000
             'JF22CIPJCCONSULTA DE CONTAS CLIENTES  '.                  00100000
          05 FILLER PIC X(38) VALUE                                     00101000
             'KF22CIPKCVISOR DE CHECKPOINTS         '.                  00102000
          05 FILLER PIC X(38) VALUE                                     00102250
             'NF22CIPNMHORAS EXTRAS E NOTURNAS      '.                  00102500
          05 FILLER PIC X(38) VALUE                                     00102620
             'OF22CIPOMVALE-TRANSPORTE              '.                  00102740
          05 FILLER PIC X(38) VALUE                                     00102800
             'PF22CIPPMPENSAO ALIMENTICIA           '.                  00102840
          05 FILLER PIC X(38) VALUE                                     00102880
             'QF22CIPQMAFASTAMENTOS                 '.                  00102920
          05 FILLER PIC X(38) VALUE                                     00102940
             'RF22CIPRMEXAMES OCUPACIONAIS (ASO)    '.                  00102960
          05 FILLER PIC X(38) VALUE                                     00102966
             'SF22CIPSCATUALIZACAO CADASTRAL        '.                  00102972
          05 FILLER PIC X(38) VALUE                                     00102978
             'TF22CIPTMAPROVACAO DE ALTERACOES CAD  '.                  00102984
          05 FILLER PIC X(38) VALUE                                     00102988
             'UF22CIPUCRECERTIFICACAO DE ACESSOS    '.                  00102992
          05 FILLER PIC X(38) VALUE                                     00102994
             'VF22CIPVCFECHAMENTO DA FOLHA (CHECK)  '.                  00102996
          05 FILLER PIC X(342) VALUE SPACES.                            00102998
       01 WRK-MENU-TAB REDEFINES WRK-MENU-CONST.                        00103000
          05 WRK-MEN-ITEM OCCURS 36 TIMES.                              00104000
             10 WRK-MEN-OPCAO    PIC X(01).                             00105000
             10 WRK-MEN-PROGRAMA PIC X(08).                             00106000
             10 WRK-MEN-NIVEL    PIC X(01).                             00107000
       1000-INICIALIZAR                           SECTION.              00132000
      *-----------------------------------------------------            00133000
            PERFORM 1100-IDENTIFICAR-USUARIO.                           00134000
            MOVE 1 TO WRK-PAGINA.                                       00134500
            PERFORM 1200-MONTAR-OPCOES.                                 00135000
                                                                        00136000
             EXEC CICS SEND                                             00137000
              MOVE SPACES TO WRK-PERFIL                                 00166000
              PERFORM 2500-REGISTRAR-TENTATIVA                          00167000
              MOVE 'USUARIO SEM CADASTRO - SEM OPCOES'                  00168000
                TO MSGO                                                 00168100
             END-IF.                                                    00168200
                                                                        00168300
      *      ACESSO REVOGADO NA RECERTIFICACAO (FR22DB71 /              00168400
      *      F22CIPU) TAMBEM FICA SEM OPCOES.                           00168500
             IF WRK-PERFIL-REVOGADO                                     00168600
              MOVE SPACES TO WRK-PERFIL                                 00168700
              PERFORM 2500-REGISTRAR-TENTATIVA                          00168800
              MOVE 'ACESSO REVOGADO - PROCURE O GERENTE'                00168900
                TO MSGO                                                 00169000
             END-IF.                                                    00170000
      *-----------------------------------------------------            00171000
      *-----------------------------------------------------            00175000
       1200-MONTAR-OPCOES                         SECTION.              00176000
      *-----------------------------------------------------            00177000
      *      A PAGINA MOSTRA AS 18 OPCOES A PARTIR DA                   00177400
      *      POSICAO (PAGINA - 1) * 18 DA TABELA.                       00177800
             MOVE ZEROS TO WRK-POS.                                     00178200
             COMPUTE WRK-IDX = (WRK-PAGINA - 1) * 18.                   00178600
             PERFORM 1250-MONTAR-1-OPCAO 18 TIMES.                      00179000
             MOVE WRK-PAGINA TO PAGINAO.                                00179500
      *-----------------------------------------------------            00180000
       1200-99-FIM.                                  EXIT.              00181000
      *-----------------------------------------------------            00182000
       1250-MONTAR-1-OPCAO                        SECTION.              00185000
      *-----------------------------------------------------            00186000
             ADD 1 TO WRK-IDX.                                          00187000
             ADD 1 TO WRK-POS.                                          00187500
             MOVE SPACES TO WRK-LINHA.                                  00188000
                                                                        00189000
             IF WRK-IDX GREATER WRK-MEN-QTDE                            00189250
              CONTINUE                                                  00189500
             ELSE                                                       00189750
             IF WRK-MEN-NIVEL (WRK-IDX) EQUAL 'M'                       00190000
                AND NOT WRK-PERFIL-MANUTENCAO                           00191000
              CONTINUE                                                  00192000
               MOVE WRK-MEN-DESCR (WRK-IDX)                             00198000
                 TO WRK-LIN-DESCR                                       00199000
              END-IF                                                    00200000
             END-IF                                                     00200500
             END-IF.                                                    00201000
                                                                        00202000
             EVALUATE WRK-POS                                           00203000
              WHEN 1                                                    00204000
               MOVE WRK-LINHA TO OPT1O                                  00205000
              WHEN 2                                                    00206000
               INTO(MAPA01I)                                            00251000
             END-EXEC.                                                  00252000
                                                                        00253000
      *      A PAGINA CORRENTE VOLTA NO PROPRIO MAPA.                   00253080
             IF PAGINAL GREATER 0 AND PAGINAI IS NUMERIC                00253160
              MOVE PAGINAI TO WRK-PAGINA                                00253240
             ELSE                                                       00253320
              MOVE 1 TO WRK-PAGINA                                      00253400
             END-IF.                                                    00253480
             IF WRK-PAGINA LESS 1                                       00253560
                OR WRK-PAGINA GREATER WRK-MEN-PAGINAS                   00253640
              MOVE 1 TO WRK-PAGINA                                      00253720
             END-IF.                                                    00253800
                                                                        00253880
            EVALUATE TRUE                                               00254000
             WHEN EIBAID = ':'                                          00255000
              PERFORM 2100-SAIR                                         00256000
             WHEN EIBAID = '7'                                          00256200
              PERFORM 2150-PAGINAR                                      00256400
             WHEN EIBAID = '8'                                          00256600
              PERFORM 2150-PAGINAR                                      00256800
             WHEN OTHER                                                 00257000
              PERFORM 2200-ESCOLHER                                     00258000
             END-EVALUATE.                                              00259000
                                                                        00259250
      *      REMONTA A LISTA DA PAGINA EM QUE O USUARIO ESTA.           00259500
             PERFORM 1200-MONTAR-OPCOES.                                00259750
                                                                        00260000
             EXEC CICS SEND                                             00261000
               MAPSET('F22CIML')                                        00262000
      *-----------------------------------------------------            00279000
                                                                        00280000
      *-----------------------------------------------------            00281000
       2150-PAGINAR                               SECTION.              00281040
      *-----------------------------------------------------            00281080
             IF EIBAID EQUAL '8'                                        00281120
              IF WRK-PAGINA LESS WRK-MEN-PAGINAS                        00281160
               ADD 1 TO WRK-PAGINA                                      00281200
              ELSE                                                      00281240
               MOVE 'JA ESTA NA ULTIMA PAGINA' TO MSGO                  00281280
              END-IF                                                    00281320
             ELSE                                                       00281360
              IF WRK-PAGINA GREATER 1                                   00281400
               SUBTRACT 1 FROM WRK-PAGINA                               00281440
              ELSE                                                      00281480
               MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGO                00281520
              END-IF                                                    00281560
             END-IF.                                                    00281600
      *-----------------------------------------------------            00281640
       2150-99-FIM.                                  EXIT.              00281680
      *-----------------------------------------------------            00281720
                                                                        00281760
      *-----------------------------------------------------            00281800
       2200-ESCOLHER                              SECTION.              00282000
      *-----------------------------------------------------            00283000
             MOVE OPCAOI TO WRK-OPCAO.                                  00284000
             MOVE 'N' TO WRK-ACHOU.                                     00285000
             MOVE 1   TO WRK-IDX.                                       00286000
             PERFORM 2250-PROCURA-OPCAO                                 00287000
                     UNTIL WRK-IDX GREATER WRK-MEN-QTDE                 00288000
                        OR WRK-ACHOU EQUAL 'S'.                         00289000
                                                                        00290000
             EVALUATE TRUE                                              00291000
