      *****************************************************************
      * COPY MENORCHK
      * Classifies the contact in REG-CONTATOS (FD_CONTATOS.cpy) by
      * age on WS-DATA-SISTEMA (YYYYMMDD). A contact whose 18th
      * birthday (DT-NASCIMENTO plus 18 years) is still ahead is a
      * minor: IND-MENOR stays 'A' if the guardian's consent is
      * already on file, otherwise it becomes 'P' and the contact is
      * held out of every marketing run. Of age, or with no birth
      * date, IND-MENOR is cleared. COPY this fragment after
      * DT-NASCIMENTO is set and before the record is written.
      *****************************************************************
           IF DT-NASCIMENTO > 0
                   AND DT-NASCIMENTO + 180000 > WS-DATA-SISTEMA
               IF NOT MENOR-AUTORIZADO
                   MOVE 'P' TO IND-MENOR
               END-IF
           ELSE
               MOVE SPACE TO IND-MENOR
           END-IF
