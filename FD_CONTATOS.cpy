               88 CICLO-CLIENTE          VALUES 'C' ' '.
               88 CICLO-INATIVO          VALUE 'I'.
           03 DT-CICLO               PIC 9(08).
      * E-MAIL DEVOLVIDO EM DEFINITIVO (HARD BOUNCE) NO RETORNO DO
      * PROVEDOR DE ENVIO (RETMAIL): O ENDERECO FICA MARCADO COMO
      * NAO ENTREGAVEL, E SUPRIMIDO DAS EXTRACOES DE E-MAIL, ATE O
      * ALTERCONT TROCAR O WS-EMAIL, QUE LIMPA A MARCA.
           03 IND-EMAIL-DEVOLVIDO    PIC X(01).
               88 EMAIL-DEVOLVIDO        VALUE 'S'.
           03 DT-DEVOL-EMAIL         PIC 9(08).
      * CONSENTIMENTO DE SMS, DATADO A PARTE EM DT-OPT-SMS: SO O
      * OPT-IN EXPLICITO ('S') ENTRA NO EXTRATO DO GATEWAY
      * (SMSCONT); 'N' = OPOSICAO; ESPACO = NUNCA PERGUNTADO, QUE
      * NO SMS NAO VALE COMO CONSENTIMENTO.
           03 IND-OPT-SMS            PIC X(01).
               88 OPT-SMS-SIM            VALUE 'S'.
               88 OPT-SMS-NAO            VALUE 'N'.
           03 DT-OPT-SMS             PIC 9(08).
      * CONSENTIMENTO DE LIGACAO, DATADO EM DT-CONSENTIMENTO COMO A
      * MALA E O E-MAIL: SO O 'S' EXPLICITO LIBERA A LIGACAO DE
      * VERIFICACAO PARA NUMERO INSCRITO NO NAO ME PERTURBE.
           03 IND-OPT-TEL            PIC X(01).
               88 OPT-TEL-SIM            VALUE 'S'.
               88 OPT-TEL-NAO            VALUE 'N'.
      * ALGUM TELEFONE DO CONTATO (O WS-TELEFONE OU UM ADICIONAL DO
      * TELEFONES.DAT) ESTA NO CADASTRO NACIONAL NAO ME PERTURBE.
      * MARCADO E DESMARCADO SO PELO CASAMENTO NOTURNO NMPCASA;
      * TODA LISTA DE LIGACAO DE SAIDA PULA O CONTATO MARCADO.
           03 IND-NAO-PERTURBE       PIC X(01).
               88 TEL-NAO-PERTURBE       VALUE 'S'.
      * SITUACAO CADASTRAL DO NR-CPF NA RECEITA, CARIMBADA COM A
      * DATA DA CONSULTA PELO RETORNO DO BUREAU (APLCPF): 'R' =
      * REGULAR, 'S' = SUSPENSA, 'P' = PENDENTE DE REGULARIZACAO,
      * 'C' = CANCELADA, 'N' = NULA, 'I' = INEXISTENTE NA BASE DO
      * BUREAU, 'O' = TITULAR FALECIDO. ESPACO = NUNCA CONSULTADO.
      * O TITULAR FALECIDO E SUPRIMIDO DE TODA TIRAGEM E EXTRACAO.
           03 IND-SITUACAO-CPF       PIC X(01).
               88 CPF-REGULAR            VALUE 'R'.
               88 CPF-TITULAR-FALECIDO   VALUE 'O'.
           03 DT-VERIF-CPF           PIC 9(08).
      * TRIAGEM PEP / SANCOES (PEPCASA; DECISAO DO SUPERVISOR NO
      * CASOCONT): ESPACO = SEM CORRESPONDENCIA, 'P' = POSSIVEL
      * CORRESPONDENCIA AGUARDANDO DECISAO, 'C' = CONFIRMADA, 'L' =
      * LIBERADA PELO COMPLIANCE. DT-TRIAGEM-PEP E A DATA DA ULTIMA
      * MUDANCA. PENDENTE E CONFIRMADO FICAM RETIDOS DOS EXTRATOS
      * DE PARCEIRO (EXTPARC, EXTGEN, DELTAEXT).
           03 IND-TRIAGEM-PEP        PIC X(01).
               88 PEP-PENDENTE           VALUE 'P'.
               88 PEP-CONFIRMADO         VALUE 'C'.
               88 PEP-LIBERADO           VALUE 'L'.
               88 PEP-RETIDO             VALUES 'P' 'C'.
           03 DT-TRIAGEM-PEP         PIC 9(08).
      * PROTECAO DO MENOR (LGPD): ESPACO = MAIOR DE 18 OU SEM DATA DE
      * NASCIMENTO, 'P' = MENOR SEM O CONSENTIMENTO DO RESPONSAVEL,
      * 'A' = MENOR COM O RESPONSAVEL VINCULADO E O CONSENTIMENTO
      * REGISTRADO (RELAMANUT, ARQUIVO CONSRESP). MARCADO NA CAPTURA
      * E NA ALTERACAO (MENORCHK.cpy) E REVISTO PELO MENORCONT.
      * O MENOR SEM CONSENTIMENTO FICA FORA DE TODA TIRAGEM, EXTRATO
      * E SELECAO DE CAMPANHA.
           03 IND-MENOR              PIC X(01).
               88 MENOR-SEM-CONSENTIMENTO VALUE 'P'.
               88 MENOR-AUTORIZADO       VALUE 'A'.
               88 CONTATO-MENOR          VALUES 'P' 'A'.
      * ORIGEM DO LEAD (CODIGO DA ORIGTAB, MANTIDA NO MANUTTAB):
      * LISTA COMPRADA, FORMULARIO DO SITE, INDICACAO, BASE
      * ADQUIRIDA, BALCAO. CARIMBADA UMA VEZ, NA INCLUSAO, PELO
      * CADASTRO (TELA E LOTE), IMPORTCONT E INTAKECONT, E MEDIDA
      * PELO ORIGREL. ESPACO = BASE ANTERIOR AO CONTROLE OU ORIGEM
      * NAO INFORMADA. ERA O ULTIMO BYTE DA AREA DE EXPANSAO DO
      * REGISTRO DE 400 BYTES: O PROXIMO CAMPO PEDE ARQUIVO PROPRIO
      * OU NOVA CONVERSAO DO MESTRE.
           03 CD-ORIGEM-LEAD         PIC X(01).
