      *>   the trail may be mixed by the time this runs: lines written
      *>   before the statut are 195 bytes, lines appended since carry
      *>   the 99-byte images (always ending in the 8-digit
      *>   date-desact, so they read back 213 bytes, up to 233 for
      *>   a fusion movement naming its other id, and up to 241 once
      *>   the operator is stamped). VARYING exposes each line's real
      *>   length so the two layouts can be told apart instead of
      *>   guessed at.
       FD  ANCIEN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 241
               DEPENDING ON ws-long-ligne.
       01  ANCIEN-RECORD PIC x(241).

       FD  NOUVEAU-FILE.
       01  AUDIT-RECORD.
           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       WORKING-STORAGE SECTION.

                MOVE ANCIEN-RECORD(15:1)   TO AUD-ACTION
                MOVE ANCIEN-RECORD(16:90)  TO AUD-AVANT
                MOVE ANCIEN-RECORD(106:90) TO AUD-APRES
                MOVE SPACES                TO AUD-ID-LIE
                MOVE SPACES                TO AUD-OPERATEUR
            END-IF
            WRITE AUDIT-RECORD
            ADD 1 TO ws-nb-ecrits.
