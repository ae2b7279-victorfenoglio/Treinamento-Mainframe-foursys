      *            CONTA (MODULO 11) E RECUSA CONTA DE ID *             00016000
      *            INEXISTENTE OU INATIVO EM IVAN.FUNC.   *             00017000
      *            GRAVA O NOVO MASTER EM CONNOVO E AS    *             00018000
      *            OPERACOES INVALIDAS EM RELMCON. AS     *             00018330
      *            TROCAS DE CONTA PEDIDAS NO F22CIPS E   *             00018660
      *            APROVADAS NO F22CIPT CHEGAM PELO       *             00018990
      *            MANUATU DO FR22DB70, CONCATENADO AO    *             00019320
      *            MANUCON E ORDENADO POR ID.             *             00019650
      *---------------------------------------------------*             00020000
      *  ARQUIVOS:                                        *             00021000
      *  DDNAME             I/O           INCLUDE/BOOK    *             00022000
