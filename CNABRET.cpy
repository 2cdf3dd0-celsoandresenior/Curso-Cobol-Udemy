      *****************************************************************
      * COPY CNABRET
      * Record layout for the bank's CNAB 400 collection return file
      * (RETORNO_PATH), the daily answer to the remittance FATCONT
      * writes (see CNABREM.cpy). One header ('0'), one detail ('1')
      * per slip event and one trailer ('9'), 400 bytes each with
      * the sequence number in positions 395-400. Dates are DDMMAA
      * and money is in cents with no sign, as the bank sends them.
      * CARGARET posts the paid slips (occurrences 06, 15 and 17)
      * as RECFAT receipts through the "nosso numero".
      *   CNT-D-OCORRENCIA 02 = registration confirmed
      *                    03 = registration rejected
      *                    06 = paid
      *                    09 = written off by the bank
      *                    15 = paid at the notary (cartorio)
      *                    17 = paid after write-off
      *****************************************************************
       01 REG-CNABRET.
           03 CNT-TIPO               PIC X(01).
               88 CNT-HEADER             VALUE '0'.
               88 CNT-DETALHE            VALUE '1'.
               88 CNT-TRAILER            VALUE '9'.
           03 CNT-CORPO              PIC X(393).
           03 CNT-SEQUENCIA          PIC 9(06).
       01 CNT-HEADER-RET REDEFINES REG-CNABRET.
           03 FILLER                 PIC X(01).
           03 CNT-H-OPERACAO         PIC X(01).
           03 CNT-H-LITERAL-RETORNO  PIC X(07).
           03 CNT-H-SERVICO          PIC X(02).
           03 CNT-H-LITERAL-SERVICO  PIC X(15).
           03 CNT-H-COD-EMPRESA      PIC 9(20).
           03 CNT-H-NOME-EMPRESA     PIC X(30).
           03 CNT-H-BANCO            PIC 9(03).
           03 CNT-H-NOME-BANCO       PIC X(15).
           03 CNT-H-DATA-GRAVACAO    PIC 9(06).
           03 FILLER                 PIC X(08).
           03 CNT-H-AVISO            PIC 9(05).
           03 FILLER                 PIC X(266).
           03 CNT-H-DATA-CREDITO     PIC 9(06).
           03 FILLER                 PIC X(15).
       01 CNT-DETALHE-RET REDEFINES REG-CNABRET.
           03 FILLER                 PIC X(01).
           03 CNT-D-TIPO-INSCRICAO   PIC 9(02).
           03 CNT-D-INSCRICAO        PIC 9(14).
           03 FILLER                 PIC X(03).
           03 CNT-D-ZERO             PIC 9(01).
           03 CNT-D-CARTEIRA         PIC 9(03).
           03 CNT-D-AGENCIA          PIC 9(05).
           03 CNT-D-CONTA            PIC 9(07).
           03 CNT-D-CONTA-DV         PIC X(01).
           03 CNT-D-CONTROLE         PIC X(25).
           03 FILLER                 PIC X(08).
           03 CNT-D-NOSSO-NUMERO     PIC 9(11).
           03 CNT-D-NN-DV            PIC X(01).
           03 FILLER                 PIC X(25).
           03 CNT-D-CARTEIRA-COD     PIC X(01).
           03 CNT-D-OCORRENCIA       PIC 9(02).
               88 CNT-D-CONFIRMADO       VALUE 02.
               88 CNT-D-REJEITADO        VALUE 03.
               88 CNT-D-PAGO             VALUE 06 15 17.
           03 CNT-D-DATA-OCORRENCIA  PIC 9(06).
           03 CNT-D-DOCUMENTO        PIC X(10).
           03 FILLER                 PIC X(20).
           03 CNT-D-VENCIMENTO       PIC 9(06).
           03 CNT-D-VALOR-TITULO     PIC 9(11)V99.
           03 CNT-D-BANCO-COBRADOR   PIC 9(03).
           03 CNT-D-AGENCIA-COBRADORA
                                     PIC 9(05).
           03 CNT-D-ESPECIE          PIC X(02).
           03 CNT-D-TARIFA           PIC 9(11)V99.
           03 CNT-D-OUTRAS-DESPESAS  PIC 9(11)V99.
           03 CNT-D-JUROS-ATRASO     PIC 9(11)V99.
           03 CNT-D-VALOR-IOF        PIC 9(11)V99.
           03 CNT-D-ABATIMENTO       PIC 9(11)V99.
           03 CNT-D-DESCONTO         PIC 9(11)V99.
           03 CNT-D-VALOR-PAGO       PIC 9(11)V99.
           03 CNT-D-JUROS-MORA       PIC 9(11)V99.
           03 CNT-D-OUTROS-CREDITOS  PIC 9(11)V99.
           03 FILLER                 PIC X(02).
           03 CNT-D-MOTIVO           PIC X(01).
           03 CNT-D-DATA-CREDITO     PIC 9(06).
           03 FILLER                 PIC X(17).
           03 CNT-D-MOTIVOS-REJEICAO PIC X(10).
           03 FILLER                 PIC X(72).
       01 CNT-TRAILER-RET REDEFINES REG-CNABRET.
           03 FILLER                 PIC X(01).
           03 CNT-T-OPERACAO         PIC X(01).
           03 CNT-T-SERVICO          PIC X(02).
           03 CNT-T-BANCO            PIC 9(03).
           03 FILLER                 PIC X(10).
           03 CNT-T-QTD-TITULOS      PIC 9(08).
           03 CNT-T-VALOR-TOTAL      PIC 9(12)V99.
           03 FILLER                 PIC X(361).
