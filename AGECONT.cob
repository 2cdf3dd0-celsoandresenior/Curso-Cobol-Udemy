      *          1 A 3, 3 A 5 E MAIS DE 5 ANOS, IMPRIME OS TOTAIS
      *          POR FAIXA E O DETALHE COMPLETO DA FAIXA MAIS
      *          ANTIGA, PARA ALIMENTAR A CAMPANHA DE
      *          RECERTIFICACAO DE CADASTROS PARADOS. CADA LINHA DO
      *          DETALHE LEVA A FILIAL E A EMPRESA DO CONTATO NA AREA
      *          DE DISTRIBUICAO (VEJA RELCHAVE.cpy), PARA O DISTREL
      *          MANDAR A CADA ESCRITORIO SO OS SEUS PARADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REG-CONTASNAP             PIC X(400).

       FD RELAGE.
       01 REG-RELAGE                PIC X(132).
       01 REG-RELAGE-DIST.
           03 RELAGE-TEXTO           PIC X(120).
           COPY RELCHAVE.

      * CATALOGO DE RELATORIOS PRODUZIDOS (VEJA RELCAT.cpy), LIDO
      * PELO VISUALIZADOR RELVIEW.
                  WS-SUFIXO           DELIMITED BY SIZE
                  ' ULT.ALT. '        DELIMITED BY SIZE
                  DT-ALTERACAO        DELIMITED BY SIZE
                  INTO RELAGE-TEXTO
           END-STRING
           MOVE CD-FILIAL TO REL-DIST-FILIAL
           IF CD-EMPRESA = 0
               MOVE '01' TO REL-DIST-EMPRESA
           ELSE
               MOVE CD-EMPRESA TO REL-DIST-EMPRESA
           END-IF
           PERFORM P260-GRAVAR-LINHA THRU P260-FIM
           .
       P230-FIM.
           IF FS-REL-OK
               WRITE REG-RELAGE
           END-IF
           DISPLAY FUNCTION TRIM(RELAGE-TEXTO)
           MOVE SPACES TO REG-RELAGE
           .
       P260-FIM.

