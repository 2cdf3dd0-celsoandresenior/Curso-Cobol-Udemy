      *****************************************************************
      * COPY BOLCALC
      * Communication area of the BOLCALC subprogram (see
      * BOLCALC.cob), which builds the FEBRABAN barcode and typeable
      * line of a bank payment slip (boleto). The caller fills the
      * bank, branch, account, portfolio, "nosso numero", due date
      * and amount (house money format, MOEDA.cpy), CALLs BOLCALC
      * USING CALCULO-BOLETO and reads BC-RETORNO:
      *   'S' = slip built: BC-NN-DV, BC-FATOR, BC-CODIGO-BARRAS (44
      *         digits) and BC-LINHA-DIGITAVEL (54 characters, the
      *         five printed fields with dots and blanks) are filled
      *   'N' = not built: due date before the FEBRABAN base date or
      *         not numeric, or amount zero, negative or above the
      *         10-digit barcode field
      * The free field (positions 20-44) follows the house bank's
      * layout: branch(4) + portfolio(2) + nosso numero(11) +
      * account(7) + zero.
      *****************************************************************
       01 CALCULO-BOLETO.
           03 BC-BANCO               PIC 9(03).
           03 BC-AGENCIA             PIC 9(05).
           03 BC-CONTA               PIC 9(07).
           03 BC-CARTEIRA            PIC 9(03).
           03 BC-NOSSO-NUMERO        PIC 9(11).
           03 BC-VENCIMENTO          PIC 9(08).
           03 BC-VALOR               PIC S9(09)V99.
           03 BC-RETORNO             PIC X(01).
               88 BC-CALCULADO           VALUE 'S'.
               88 BC-RECUSADO            VALUE 'N'.
           03 BC-NN-DV               PIC X(01).
           03 BC-FATOR               PIC 9(04).
           03 BC-CODIGO-BARRAS       PIC X(44).
           03 BC-LINHA-DIGITAVEL     PIC X(54).
