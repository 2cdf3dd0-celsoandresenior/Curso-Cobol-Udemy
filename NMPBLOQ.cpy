      *****************************************************************
      * COPY NMPBLOQ
      * Record description for the blocked-number file (NMPBLOQ.DAT):
      * the telephone numbers registered in the national "Nao Me
      * Perturbe" do-not-call list, keyed by the composed number
      * (pais + ddd + prefixo + sufixo) exactly as TLX-NUMERO in
      * TELIDX.cpy, so a contact number is looked up with the same
      * 14-digit composition. Rebuilt in full by CARGANMP from each
      * periodic registry file; read by NMPCASA, which flags the
      * contacts (IND-NAO-PERTURBE in FD_CONTATOS.cpy), and by the
      * telemarketing extract, which checks each dialled number.
      *****************************************************************
       01 REG-NMPBLOQ.
           03 NMP-NUMERO             PIC 9(14).
      * DATA DE INSCRICAO DO NUMERO NO CADASTRO NACIONAL E DATA DA
      * CARGA QUE O TROUXE.
           03 NMP-DT-INSCRICAO       PIC 9(08).
           03 NMP-DT-CARGA           PIC 9(08).
