           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       WORKING-STORAGE SECTION.

        77 ws-aud-avant PIC x(99).
        77 ws-aud-apres PIC x(99).
        77 ws-id-choix PIC x.
        01 operateur.
           02 op-id          PIC x(8).
           02 op-nom         PIC x(20).
           02 op-droits.
              03 op-creer      PIC x.
              03 op-modifier   PIC x.
              03 op-desactiver PIC x.
              03 op-reactiver  PIC x.
              03 op-reprendre  PIC x.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *>   Taking parked records back onto the master is a right of
      *>   its own: checked before any file is touched, so a refused
      *>   operator leaves CUSTSUSP exactly as it was.
            CALL "identif" USING operateur
                ON EXCEPTION
                    MOVE SPACES TO operateur
            END-CALL
            IF op-id = SPACES
                GOBACK
            END-IF
            IF op-reprendre NOT = 'O'
                DISPLAY "*** Operateur " op-id
                    " non autorise a reprendre les suspens. ***"
                GOBACK
            END-IF

            PERFORM OPEN-CUSTMSTR-FILE.
            IF ws-custmstr-status NOT = '00'
                DISPLAY "*** Unable to open CUSTMSTR, status "
                MOVE ws-aud-action TO AUD-ACTION
                MOVE ws-aud-avant  TO AUD-AVANT
                MOVE ws-aud-apres  TO AUD-APRES
                MOVE SPACES        TO AUD-ID-LIE
                MOVE op-id         TO AUD-OPERATEUR
                WRITE AUDIT-RECORD
            END-IF.

