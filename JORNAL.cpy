      * REAL FICA AQUI, NO FIM DO REGISTRO, ENTAO LINHAS ANTIGAS
      * (EM BRANCO) CONTINUAM LENDO.
           03 JOR-DATA-REAL          PIC 9(08).
      * IMAGENS ANTES/DEPOIS DO COMPLEMENTO DO CONTATO (VEJA
      * CONTCOMP.cpy) NAS ENTRADAS QUE MEXEM NELE, COMO A TROCA DE
      * GERENTE DE CONTAS ('CARTEIRA', DO CARTCONT), EM QUE O
      * MESTRE NAO MUDA E AS DUAS IMAGENS DELE SAO IGUAIS. NAS
      * DEMAIS ENTRADAS, E NAS LINHAS ANTIGAS, FICAM EM BRANCO. NAO
      * ENTRAM NO JOR-CHECK, QUE CONTINUA SOBRE AS IMAGENS DO MESTRE.
           03 JOR-COMPL-ANTES        PIC X(100).
           03 JOR-COMPL-DEPOIS       PIC X(100).
