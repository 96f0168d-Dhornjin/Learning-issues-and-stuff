           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       FD  SUSP-FILE.
       01  SUSP-RECORD.
        77 ws-ville-ref PIC x(20).
        77 ws-adresse-ok PIC x.
        77 ws-accepte PIC x.
        01 operateur.
           02 op-id          PIC x(8).
           02 op-nom         PIC x(20).
           02 op-droits.
              03 op-creer      PIC x.
              03 op-modifier   PIC x.
              03 op-desactiver PIC x.
              03 op-reactiver  PIC x.
              03 op-reprendre  PIC x.
        01 individu-table.
               02    individu OCCURS 99 TIMES.
                     03    nom PIC a(15).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *>   Only an operator allowed to create customers may key the
      *>   day's individus; nobody signed on, or no such right, and
      *>   the run stops before anything is keyed - RETURN-CODE 8
      *>   tells pilote the step wasn't done.
            CALL "identif" USING operateur
                ON EXCEPTION
                    MOVE SPACES TO operateur
            END-CALL
            IF op-id = SPACES
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            IF op-creer NOT = 'O'
                DISPLAY "*** Operateur " op-id
                    " non autorise a creer des clients. ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM GET-NB-INDIVIDUS.
            PERFORM ENTER-INDIVIDUS.

                MOVE ws-aud-action TO AUD-ACTION
                MOVE ws-aud-avant  TO AUD-AVANT
                MOVE ws-aud-apres  TO AUD-APRES
                MOVE SPACES        TO AUD-ID-LIE
                MOVE op-id         TO AUD-OPERATEUR
                WRITE AUDIT-RECORD
            END-IF.

