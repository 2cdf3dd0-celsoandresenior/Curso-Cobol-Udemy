           IF CH-ID-CONTATO > 0 AND CH-ID-CONTATO NOT > 99999
                   AND WS-CON-VISTO(CH-ID-CONTATO) = 'S'
               MOVE WS-CON-GRUPO(CH-ID-CONTATO) TO WS-GRUPO-PECA
      * SO A MALA DEPENDE DO CEP: E-MAIL, SMS E LIGACAO FICAM NA
      * FAIXA PADRAO.
               IF CH-CANAL-MALA
                   MOVE WS-CON-FAIXA(CH-ID-CONTATO)
                       TO WS-FAIXA-BUSCA
