      *          LINHAS POR PAGINA) E ROTEIA UMA COPIA DE REIMPRESSAO
      *          PARA O ARQUIVO DE SAIDA DE REIMPRESSOES, PARA O
      *          TURNO DA MANHA PARAR DE GARIMPAR O DIRETORIO DE
      *          SAIDA POR NOME DE ARQUIVO. AS FATIAS CORTADAS PELO
      *          DISTREL PARA CADA DESTINATARIO APARECEM NA LISTA
      *          COM O DESTINATARIO AO LADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-QTD                    PIC 9(03) VALUE ZEROES.
       01 WS-TAB-CATALOGO.
           03 WS-CAT-ENTRY OCCURS 300 TIMES INDEXED BY WS-IDX
                                    PIC X(155).

       77 WS-DATA-FILTRO            PIC 9(08) VALUE ZEROES.
       77 WS-ESCOLHA                PIC 9(03) VALUE ZEROES.
           IF WS-DATA-FILTRO = 0
                   OR CAT-DATA = WS-DATA-FILTRO
               ADD 1 TO WS-LISTADOS
               IF CAT-DESTINATARIO = SPACES
                   DISPLAY WS-IDX ' - ' CAT-DATA ' ' CAT-NOME
                       ' (' CAT-PROGRAMA ') ' CAT-REGISTROS
                       ' REGISTROS'
               ELSE
                   DISPLAY WS-IDX ' - ' CAT-DATA ' ' CAT-NOME
                       ' (' CAT-PROGRAMA ') ' CAT-REGISTROS
                       ' REGISTROS PARA ' CAT-DESTINATARIO
               END-IF
           END-IF
           SET WS-IDX UP BY 1
           .
