      *****************************************************************
      * COPY MASSAPARM
      * Record layout for the mass-update parameter file
      * (MASSAPARM_PATH) read by MASSACONT: a selection in the mould
      * of the campaign criteria (SELCRIT.cpy) - a field left at
      * spaces/zeroes means "no restriction on this field" - and the
      * field assignments to apply to every contact selected - a
      * field left at spaces/zeroes is not changed. The prefix range
      * narrows a DDD selection to the prefixes moved by an Anatel
      * area-code split. The preview stores this record, with the
      * count it found in MSP-QTD-PREVIA, as the after image of the
      * single 'MASSA' item it parks in the approval queue
      * (APRFILA.cpy); the application runs the approved copy, not
      * the parameter file.
      *****************************************************************
       01 REG-MASSAPARM.
           03 MSP-DESCRICAO          PIC X(40).
      * SELECAO.
           03 MSP-SEL-UF             PIC X(02).
           03 MSP-SEL-DDD            PIC 9(02).
           03 MSP-SEL-PREFIXO-DE     PIC 9(05).
           03 MSP-SEL-PREFIXO-ATE    PIC 9(05).
           03 MSP-SEL-GRUPO          PIC 9(02).
           03 MSP-SEL-PROFISSAO      PIC X(20).
           03 MSP-SEL-CIDADE         PIC X(15).
           03 MSP-SEL-FILIAL         PIC 9(02).
      * CICLO DE VIDA EXIGIDO (P/C/I); 'C' TAMBEM TRAZ A BASE ANTIGA
      * (IND-CICLO EM BRANCO), COMO NO SELCRIT.
           03 MSP-SEL-CICLO          PIC X(01).
      * ATRIBUICOES.
           03 MSP-NOVO-DDD           PIC 9(02).
           03 MSP-NOVO-GRUPO         PIC 9(02).
           03 MSP-NOVO-CICLO         PIC X(01).
      * CONTATOS ATINGIDOS NA PREVIA (PREENCHIDO PELO MASSACONT).
           03 MSP-QTD-PREVIA         PIC 9(05).
