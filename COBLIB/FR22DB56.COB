      *            O MOTIVO. A POPULACAO DESLIGADA FICA   *             00018000
      *            PRONTA PARA A RESCISAO (FR22DB20) DA   *             00019000
      *            COMPETENCIA.                           *             00020000
      *            O ARQUIVO TAMBEM RECEBE O EXPDEM DO    *             00020200
      *            FR22DB66 (DESLIGAMENTOS DECIDIDOS NO   *             00020400
      *            FIM DO CONTRATO DE EXPERIENCIA), NO    *             00020600
      *            MESMO LAYOUT.                          *             00020800
      *---------------------------------------------------*             00021000
      *  ARQUIVOS:                                        *             00022000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00023000
