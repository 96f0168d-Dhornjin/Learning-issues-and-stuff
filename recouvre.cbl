           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       WORKING-STORAGE SECTION.

        77 ws-nb-ajouts PIC 9(6) VALUE ZERO.
        77 ws-nb-modifs PIC 9(6) VALUE ZERO.
        77 ws-nb-suppr  PIC 9(6) VALUE ZERO.
        77 ws-nb-fusions PIC 9(6) VALUE ZERO.
        77 ws-nb-discord PIC 9(6) VALUE ZERO.
        77 ws-nb-ignores PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
            PERFORM REJOUER-LE-JOURNAL.

            DISPLAY "Recouvrement: " ws-nb-ajouts " ajout(s), "
                ws-nb-modifs " modification(s) (dont " ws-nb-fusions
                " de fusion), " ws-nb-suppr
                " suppression(s) rejouees, " ws-nb-ignores
                " mouvement(s) hors periode."
            IF ws-nb-discord = ZERO
                        PERFORM REJOUER-AJOUT
                    WHEN 'M'
                        PERFORM REJOUER-MODIF
      *>            each side of a fusion is a plain before/after on
      *>            its own id - the absorbed record going inactif, the
      *>            survivor's rewritten as it stood - so it replays
      *>            exactly like a modification
                    WHEN 'F'
                        ADD 1 TO ws-nb-fusions
                        PERFORM REJOUER-MODIF
                    WHEN 'S'
                        PERFORM REJOUER-SUPPRESSION
                    WHEN OTHER
