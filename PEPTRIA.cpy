      *****************************************************************
      * COPY PEPTRIA
      * Communication area of the PEPTRIA subprogram (see
      * PEPTRIA.cob), which screens one person against the PEP and
      * sanctions file (PEPLIST.cpy). The caller moves 'C' to
      * PT-OPERACAO, the CPF (zero if unknown) to PT-CPF and the name
      * to PT-NOME, CALLs PEPTRIA USING TRIAGEM-PEP and reads
      * PT-RESULTADO:
      *   'N' = no match        'S' = possible match (details below)
      *   'X' = screening file unavailable
      * A CPF match wins; otherwise the sound key of the name is
      * compared (PT-CRITERIO 'C' = CPF, 'F' = fonetico), skipping a
      * listed entry whose CPF is known and differs from PT-CPF.
      * The file stays open between calls; batch callers move 'F' to
      * PT-OPERACAO and CALL once more at the end to close it.
      *****************************************************************
       01 TRIAGEM-PEP.
           03 PT-OPERACAO            PIC X(01).
               88 PT-CONSULTAR           VALUE 'C'.
               88 PT-FECHAR              VALUE 'F'.
           03 PT-CPF                 PIC 9(11).
           03 PT-NOME                PIC X(40).
           03 PT-RESULTADO           PIC X(01).
               88 PT-SEM-CORRESPONDENCIA VALUE 'N'.
               88 PT-POSSIVEL            VALUE 'S'.
               88 PT-LISTA-AUSENTE       VALUE 'X'.
           03 PT-CRITERIO            PIC X(01).
               88 PT-POR-CPF             VALUE 'C'.
               88 PT-POR-FONETICA        VALUE 'F'.
           03 PT-LISTA               PIC X(01).
               88 PT-LISTA-PEP           VALUE 'P'.
               88 PT-LISTA-SANCAO        VALUE 'S'.
           03 PT-NOME-LISTA          PIC X(40).
           03 PT-DESCRICAO           PIC X(20).
           03 PT-DT-INCLUSAO         PIC 9(08).
