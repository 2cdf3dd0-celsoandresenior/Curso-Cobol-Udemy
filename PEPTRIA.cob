      ******************************************************************
      * Author: CELSO ANDRE
      * Date:
      * Purpose: SUBPROGRAMA CHAMAVEL DE TRIAGEM DE UMA PESSOA NAS
      *          LISTAS DE PESSOAS POLITICAMENTE EXPOSTAS (PEP) E DE
      *          SANCOES (VEJA PEPLIST.cpy, CARREGADO PELO CARGAPEP).
      *          A AREA DE COMUNICACAO E O PEPTRIA.cpy: CPF E NOME
      *          ENTRAM, O RESULTADO VOLTA EM PT-RESULTADO COM A
      *          LISTA, O CRITERIO E A ENTRADA CORRESPONDENTE. O CPF
      *          IGUAL PREVALECE; SEM ELE, VALE O SOM DO NOME PELA
      *          MESMA FONETICA.cpy DOS INDICES DE CONTATO, DESDE QUE
      *          OS DOIS CPFS CONHECIDOS NAO SEJAM DIFERENTES. O
      *          ARQUIVO FICA ABERTO ENTRE AS CHAMADAS (O CASAMENTO
      *          NOTURNO CHAMA UMA VEZ POR CONTATO) E E FECHADO COM
      *          PT-OPERACAO 'F'. COMO NO CAMPVALID, ARQUIVO
      *          INDISPONIVEL NAO APROVA NINGUEM: VOLTA 'X'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEPTRIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEPLIST ASSIGN TO DYNAMIC
               WS-PEPLIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY  IS PEP-CHAVE
               ALTERNATE RECORD KEY IS PEP-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEP-SOM WITH DUPLICATES
               FILE STATUS IS WS-FS-PEP.

       DATA DIVISION.

       FILE SECTION.
       FD PEPLIST.
          COPY PEPLIST.

       WORKING-STORAGE SECTION.
       77 WS-PEPLIST-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\PEPLIST.DAT'.
       77 WS-FS-PEP                 PIC 99.
          88 FS-PEP-OK              VALUE 0.

       77 WS-ABERTO                 PIC X VALUE 'N'.
          88 LISTA-ABERTA           VALUE 'S' FALSE 'N'.
       77 WS-FIM-SOM                PIC X VALUE 'N'.
          88 FIM-SOM-OK             VALUE 'S' FALSE 'N'.

       77 WS-NOME-BUSCA             PIC X(40) VALUE SPACES.

      * AREA DO SOM DO NOME (VEJA FONETICA.cpy).
       77 WS-FON-ENTRADA            PIC X(40) VALUE SPACES.
       77 WS-FON-SOM                PIC X(20) VALUE SPACES.
       77 WS-FON-I                  PIC 9(02) VALUE ZEROES.
       77 WS-FON-O                  PIC 9(02) VALUE ZEROES.
       77 WS-FON-CH                 PIC X(01) VALUE SPACES.
       77 WS-FON-MAP                PIC X(01) VALUE SPACES.
       77 WS-FON-ULT                PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       COPY PEPTRIA.

       PROCEDURE DIVISION USING TRIAGEM-PEP.
       MAIN-PROCEDURE.
           IF PT-FECHAR
               IF LISTA-ABERTA
                   CLOSE PEPLIST
                   SET LISTA-ABERTA TO FALSE
               END-IF
               PERFORM P900-FIM
           END-IF
           IF NOT LISTA-ABERTA
               PERFORM P100-ABRIR-LISTA THRU P100-FIM
           END-IF
           PERFORM P200-TRIAR THRU P200-FIM
           PERFORM P900-FIM.

       P100-ABRIR-LISTA.
           DISPLAY 'PEPLIST_PATH'        UPON ENVIRONMENT-NAME
           ACCEPT   WS-PEPLIST-PATH      FROM ENVIRONMENT-VALUE
           IF WS-PEPLIST-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\PEPLIST.DAT'
                   TO WS-PEPLIST-PATH
           END-IF

           SET FS-PEP-OK TO TRUE
           OPEN INPUT PEPLIST
           IF FS-PEP-OK
               SET LISTA-ABERTA TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE TRIAGEM PEP/SANCOES INDISPONIVEL '
                   '(FS=' WS-FS-PEP '). EXECUTE O CARGAPEP.'
           END-IF
           .
       P100-FIM.

       P200-TRIAR.
           MOVE 'N'    TO PT-RESULTADO
           MOVE SPACES TO PT-CRITERIO
           MOVE SPACES TO PT-LISTA
           MOVE SPACES TO PT-NOME-LISTA
           MOVE SPACES TO PT-DESCRICAO
           MOVE 0      TO PT-DT-INCLUSAO
           IF NOT LISTA-ABERTA
               MOVE 'X' TO PT-RESULTADO
               GO TO P200-FIM
           END-IF

           IF PT-CPF NUMERIC AND PT-CPF > 0
               MOVE PT-CPF TO PEP-CPF
               READ PEPLIST KEY IS PEP-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO PT-CRITERIO
                       PERFORM P250-DEVOLVER-ENTRADA THRU P250-FIM
               END-READ
           END-IF
           IF PT-POSSIVEL
               GO TO P200-FIM
           END-IF

           MOVE PT-NOME TO WS-NOME-BUSCA
           INSPECT WS-NOME-BUSCA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-NOME-BUSCA TO WS-FON-ENTRADA
           COPY FONETICA.
           IF WS-FON-SOM = SPACES
               GO TO P200-FIM
           END-IF

           SET FIM-SOM-OK TO FALSE
           MOVE WS-FON-SOM TO PEP-SOM
           START PEPLIST KEY IS EQUAL TO PEP-SOM
               INVALID KEY
                   SET FIM-SOM-OK TO TRUE
           END-START
           PERFORM P210-CONFERE-CANDIDATO THRU P210-FIM
               UNTIL FIM-SOM-OK OR PT-POSSIVEL
           .
       P200-FIM.

      * MESMO SOM DE NOME: SO NAO VALE QUANDO OS DOIS LADOS TEM CPF
      * E ELES DIFEREM (HOMONIMO JA DESCARTADO PELO DOCUMENTO).
       P210-CONFERE-CANDIDATO.
           READ PEPLIST NEXT RECORD
               AT END
                   SET FIM-SOM-OK TO TRUE
                   GO TO P210-FIM
           END-READ
           IF PEP-SOM NOT = WS-FON-SOM
               SET FIM-SOM-OK TO TRUE
               GO TO P210-FIM
           END-IF
           IF PT-CPF NUMERIC AND PT-CPF > 0 AND PEP-CPF > 0
                   AND PEP-CPF NOT = PT-CPF
               GO TO P210-FIM
           END-IF
           MOVE 'F' TO PT-CRITERIO
           PERFORM P250-DEVOLVER-ENTRADA THRU P250-FIM
           .
       P210-FIM.

       P250-DEVOLVER-ENTRADA.
           MOVE 'S'             TO PT-RESULTADO
           MOVE PEP-LISTA       TO PT-LISTA
           MOVE PEP-NOME        TO PT-NOME-LISTA
           MOVE PEP-DESCRICAO   TO PT-DESCRICAO
           MOVE PEP-DT-INCLUSAO TO PT-DT-INCLUSAO
           .
       P250-FIM.

       P900-FIM.
            GOBACK.

       END PROGRAM PEPTRIA.
