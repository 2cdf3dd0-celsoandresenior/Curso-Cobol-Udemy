      *          LAYOUT DO RETORNO: 'H' + ORIGEM(10) + DATA(8);
      *          'D' + ID(5) + APOLICE(10) + PRODUTO(10) +
      *          INICIO(8) + SITUACAO(1); 'T' + QUANTIDADE(7).
      *          APOLICE QUE O RETORNO PASSA DE VIGENTE A CANCELADA
      *          VAI AO LOG DE CADUCIDADE (POLLAPSO.cpy) COM A DATA
      *          DO ARQUIVO, PARA O RELATORIO LAPSOREL DOS GERENTES.
      *          A ORIGEM DO HEADER PRECISA ESTAR ATIVA NA TABELA DE
      *          PARCEIROS REMETENTES (PARCTAB) COM O CARREGADOR
      *          CARGAPOL: OUTRO ARQUIVO DE HEADER PARECIDO (EXTRATO
      *          DE COMISSOES, RETORNO DE E-MAIL...) E RECUSADO COM
      *          RC 8 ANTES DE TOCAR NO ARQREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQ.

               SELECT POLLAPSO ASSIGN TO DYNAMIC
               WS-POLLAPSO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLP.

       DATA DIVISION.

       FILE SECTION.
       FD ARQREG.
          COPY ARQREG.

       FD POLLAPSO.
          COPY POLLAPSO.

       WORKING-STORAGE SECTION.
       77 WS-RETORNO-PATH           PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\POLRET.TXT'.
          VALUE 'C:\Users\gotic\opencobolfiles\POLFILE.DAT'.
       77 WS-ARQREG-PATH            PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\ARQREG.TXT'.
       77 WS-POLLAPSO-PATH          PIC X(100)
          VALUE 'C:\Users\gotic\opencobolfiles\POLLAPSO.TXT'.

       77 WS-FS-RET                 PIC 99.
          88 FS-RET-OK              VALUE 0.
          88 FS-POL-NAO-EXISTE      VALUE 35.
       77 WS-FS-ARQ                 PIC 99.
          88 FS-ARQ-OK              VALUE 0.
       77 WS-FS-PLP                 PIC 99.
          88 FS-PLP-OK              VALUE 0.

       77 WS-ORIGEM                 PIC X(10) VALUE SPACES.
       77 WS-DATA-ARQUIVO           PIC 9(08) VALUE ZEROES.
       77 WS-ATUALIZADOS            PIC 9(05) VALUE ZEROES.
       77 WS-SEM-CONTATO            PIC 9(05) VALUE ZEROES.
       77 WS-QTD-TRAILER            PIC 9(07) VALUE ZEROES.
       77 WS-CADUCADAS              PIC 9(05) VALUE ZEROES.

      * SITUACAO DA APOLICE ANTES DO RETORNO DO MES.
       77 WS-SITUACAO-ANT           PIC X(01) VALUE SPACES.
          88 ANT-VIGENTE            VALUE 'V'.

       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.

          COPY PARCVAL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*** CARGA DO RETORNO DE APOLICES ***".
                   TO WS-ARQREG-PATH
           END-IF

           DISPLAY 'POLLAPSO_PATH'       UPON ENVIRONMENT-NAME
           ACCEPT   WS-POLLAPSO-PATH     FROM ENVIRONMENT-VALUE
           IF WS-POLLAPSO-PATH = SPACES
               MOVE 'C:\Users\gotic\opencobolfiles\POLLAPSO.TXT'
                   TO WS-POLLAPSO-PATH
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       P100-FIM.
           MOVE RET-ORIGEM TO WS-ORIGEM
           MOVE RET-DATA   TO WS-DATA-ARQUIVO

      * SO O PARCEIRO DE SEGUROS CADASTRADO PARA ESTE CARREGADOR:
      * ORIGEM DESCONHECIDA OU DE OUTRO ARQUIVO NAO E APOLICE.
           MOVE WS-ORIGEM TO PV-ORIGEM
           CALL 'PARCVALID' USING VALIDACAO-PARCEIRO
           IF NOT PV-ATIVO OR PV-PROGRAMA NOT = 'CARGAPOL'
               DISPLAY 'ORIGEM ' WS-ORIGEM ' NAO E DE RETORNO DE '
                   'APOLICES NA PARCTAB (SITUACAO ' PV-SITUACAO
                   ', CARREGADOR ' PV-PROGRAMA '). ARQUIVO RECUSADO.'
               MOVE 8 TO RETURN-CODE
               CLOSE RETORNO
               GO TO P200-FIM
           END-IF

      * REGISTRO DE ARQUIVOS PROCESSADOS: O PAR ORIGEM + DATA DE
      * GERACAO IDENTIFICA O ARQUIVO; REPETIDO E RECUSADO.
           PERFORM P250-CONFERE-ARQREG THRU P250-FIM
               GO TO P200-FIM
           END-IF

      * LOG DE CADUCIDADE: SEM ELE A CARGA SEGUE, MAS AVISA.
           SET FS-PLP-OK TO TRUE
           OPEN EXTEND POLLAPSO
           IF WS-FS-PLP EQUAL 35
               OPEN OUTPUT POLLAPSO
           END-IF
           IF NOT FS-PLP-OK
               DISPLAY 'ERRO AO GRAVAR O LOG DE CADUCIDADE DAS '
                       'APOLICES (FS=' WS-FS-PLP ').'
           END-IF

           PERFORM P300-CARREGAR-LINHA THRU P300-FIM
               UNTIL EOF-OK

           IF FS-PLP-OK
               CLOSE POLLAPSO
           END-IF
           CLOSE POLFILE
           CLOSE CONTATOS
           CLOSE RETORNO
           DISPLAY 'APOLICES INCLUIDAS....: ' WS-CARREGADOS
           DISPLAY 'APOLICES ATUALIZADAS..: ' WS-ATUALIZADOS
           DISPLAY 'CONTATO NAO ENCONTRADO: ' WS-SEM-CONTATO
           DISPLAY 'VIGENTES CANCELADAS...: ' WS-CADUCADAS
           .
       P200-FIM.

               NOT AT END
                   IF ARQ-ORIGEM = WS-ORIGEM
                           AND ARQ-DATA = WS-DATA-ARQUIVO
                           AND ARQ-PROGRAMA = 'CARGAPOL'
                       SET JA-PROCESSADO TO TRUE
                   END-IF
           END-READ
           .
       P310-FIM.

      * A APOLICE JA CONHECIDA E LIDA ANTES DA GRAVACAO PARA GUARDAR
      * A SITUACAO ANTERIOR: VIGENTE QUE O RETORNO CANCELA VAI AO LOG
      * DE CADUCIDADE.
       P320-GRAVAR-APOLICE.
           MOVE SPACES         TO WS-SITUACAO-ANT
           MOVE RET-ID-CONTATO TO POL-ID-CONTATO
           MOVE RET-APOLICE    TO POL-NUMERO
           READ POLFILE KEY IS POL-CHAVE
               INVALID KEY
                   MOVE SPACES TO WS-SITUACAO-ANT
               NOT INVALID KEY
                   MOVE POL-SITUACAO TO WS-SITUACAO-ANT
           END-READ

           MOVE RET-ID-CONTATO TO POL-ID-CONTATO
           MOVE RET-APOLICE    TO POL-NUMERO
           MOVE RET-PRODUTO    TO POL-PRODUTO
      * APOLICE JA CONHECIDA: O RETORNO DO MES ATUALIZA A SITUACAO.
                   REWRITE REG-POLFILE
                   ADD 1 TO WS-ATUALIZADOS
                   IF ANT-VIGENTE AND POL-CANCELADA
                       PERFORM P330-GRAVAR-LAPSO THRU P330-FIM
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CARREGADOS
           END-WRITE
           .
       P320-FIM.

       P330-GRAVAR-LAPSO.
           ADD 1 TO WS-CADUCADAS
           IF FS-PLP-OK
               MOVE SPACES          TO REG-POLLAPSO
               MOVE POL-ID-CONTATO  TO PLP-ID-CONTATO
               MOVE POL-NUMERO      TO PLP-NUMERO
               MOVE POL-PRODUTO     TO PLP-PRODUTO
               MOVE POL-DT-INICIO   TO PLP-DT-INICIO
               MOVE WS-DATA-ARQUIVO TO PLP-DT-CARGA
               MOVE WS-ORIGEM       TO PLP-ORIGEM
               MOVE WS-DATA-SISTEMA TO PLP-DT-PROCESSO
               WRITE REG-POLLAPSO
           END-IF
           .
       P330-FIM.

       P600-REGISTRAR-ARQREG.
           SET FS-ARQ-OK TO TRUE
           OPEN EXTEND ARQREG
