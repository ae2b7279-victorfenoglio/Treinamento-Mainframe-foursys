      *  OBJETIVO: BALANCETE DO PERIODO SOBRE O FLUXO DE  *             00008000
      *            LANCAMENTOS CONTABEIS: LE O ARQUIVO    *             00009000
      *            LANCCONT ACUMULADO DO MES (AS SAIDAS   *             00010000
      *            DO FR22DB16 - FOLHA - E DO FR22DB75 -  *             00010500
      *            MOVIMENTO BANCARIO DIARIO -            *             00011000
      *            CONCATENADAS NA JCL),                  *             00011500
      *            ACUMULA DEBITOS E CREDITOS POR CONTA   *             00012000
      *            E IMPRIME O SALDO DE CADA UMA COM A    *             00013000
      *            PROVA DO TOTAL GERAL (DEBITOS =        *             00014000
