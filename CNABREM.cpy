      *****************************************************************
      * COPY CNABREM
      * Record layout of the bank remittance file (CNAB 400, house
      * bank layout) that registers issued payment slips with the
      * bank. One header ('0'), one detail ('1') per slip and one
      * trailer ('9'); every record carries its sequence number in
      * positions 395-400. Dates are DDMMAA and amounts are in
      * centavos, as the bank expects. Only the fields the house
      * fills are named; the rest travel as blanks or zeros.
      *****************************************************************
       01 REG-CNABREM.
           03 CNR-TIPO               PIC X(01).
           03 CNR-CORPO              PIC X(393).
           03 CNR-SEQUENCIA          PIC 9(06).
       01 CNR-HEADER REDEFINES REG-CNABREM.
           03 FILLER                 PIC X(01).
           03 CNR-H-OPERACAO         PIC X(01).
           03 CNR-H-LITERAL-REMESSA  PIC X(07).
           03 CNR-H-SERVICO          PIC X(02).
           03 CNR-H-LITERAL-SERVICO  PIC X(15).
           03 CNR-H-COD-EMPRESA      PIC 9(20).
           03 CNR-H-NOME-EMPRESA     PIC X(30).
           03 CNR-H-BANCO            PIC 9(03).
           03 CNR-H-NOME-BANCO       PIC X(15).
           03 CNR-H-DATA-GRAVACAO    PIC 9(06).
           03 FILLER                 PIC X(08).
           03 CNR-H-SISTEMA          PIC X(02).
           03 CNR-H-NUM-REMESSA      PIC 9(07).
           03 FILLER                 PIC X(283).
       01 CNR-DETALHE REDEFINES REG-CNABREM.
           03 FILLER                 PIC X(01).
           03 CNR-D-DEBITO-AUTO      PIC X(19).
           03 CNR-D-ZERO             PIC 9(01).
           03 CNR-D-CARTEIRA         PIC 9(03).
           03 CNR-D-AGENCIA          PIC 9(05).
           03 CNR-D-CONTA            PIC 9(07).
           03 CNR-D-CONTA-DV         PIC X(01).
           03 CNR-D-CONTROLE         PIC X(25).
           03 CNR-D-BANCO-DEBITO     PIC 9(03).
           03 CNR-D-MULTA            PIC 9(01).
           03 CNR-D-PERC-MULTA       PIC 9(04).
           03 CNR-D-NOSSO-NUMERO     PIC 9(11).
           03 CNR-D-NN-DV            PIC X(01).
           03 CNR-D-DESCONTO-DIA     PIC 9(10).
           03 CNR-D-EMISSAO-PAPELETA PIC X(01).
           03 CNR-D-DEBITO-AUTOM     PIC X(01).
           03 FILLER                 PIC X(14).
           03 CNR-D-OCORRENCIA       PIC 9(02).
           03 CNR-D-DOCUMENTO        PIC X(10).
           03 CNR-D-VENCIMENTO       PIC 9(06).
           03 CNR-D-VALOR            PIC 9(13).
           03 CNR-D-BANCO-COBRADOR   PIC 9(03).
           03 CNR-D-AGENCIA-DEPOS    PIC 9(05).
           03 CNR-D-ESPECIE          PIC 9(02).
           03 CNR-D-ACEITE           PIC X(01).
           03 CNR-D-EMISSAO          PIC 9(06).
           03 CNR-D-INSTRUCAO-1      PIC 9(02).
           03 CNR-D-INSTRUCAO-2      PIC 9(02).
           03 CNR-D-JUROS-DIA        PIC 9(13).
           03 CNR-D-DATA-DESCONTO    PIC 9(06).
           03 CNR-D-VALOR-DESCONTO   PIC 9(13).
           03 CNR-D-VALOR-IOF        PIC 9(13).
           03 CNR-D-ABATIMENTO       PIC 9(13).
           03 CNR-D-TIPO-INSCRICAO   PIC 9(02).
           03 CNR-D-INSCRICAO        PIC 9(14).
           03 CNR-D-NOME-PAGADOR     PIC X(40).
           03 CNR-D-ENDERECO         PIC X(40).
           03 CNR-D-MENSAGEM-1       PIC X(12).
           03 CNR-D-CEP              PIC 9(08).
           03 CNR-D-MENSAGEM-2       PIC X(60).
           03 FILLER                 PIC X(06).
