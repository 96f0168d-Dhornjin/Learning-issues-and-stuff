           SELECT RESUB-FILE ASSIGN TO "TABLRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resub-status.
      *>   this run's counts and hash totals, left for the balance
      *>   step at the end of the night
           SELECT BAL-FILE ASSIGN TO "CRIBBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bal-status.
      *>   the good adjustment records, kept apart from TABLPROP so
      *>   Tableau posts them to TABLCUST instead of totalling them
           SELECT AJUS-FILE ASSIGN TO "TABLAJUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ajus-status.

       DATA DIVISION.
       FILE SECTION.
      *>   a detail line is either a value (id + entier) or, behind
      *>   an "ADJ" type, an adjustment to a day already posted: the
      *>   client, the day it corrects, a signed amount and a raison
      *>   code
       FD  DATA-FILE.
       01  DATA-RECORD.
           02 DR-CUST-ID  PIC x(20).
           02 DR-ENTIER-X PIC xx.
           02 FILLER      PIC x(18).
       01  DATA-AJUS-RECORD.
           02 DA-TYPE       PIC x(3).
           02 DA-CUST-ID    PIC x(20).
           02 DA-DATE-ORIG  PIC x(8).
           02 DA-DATE-ORIG-N REDEFINES DA-DATE-ORIG PIC 9(8).
           02 DA-SENS       PIC x.
           02 DA-MONTANT-X  PIC x(6).
           02 DA-MONTANT REDEFINES DA-MONTANT-X PIC 9(6).
           02 DA-RAISON     PIC xx.
              88 DA-RAISON-CONNUE VALUE 'AN' 'DB' 'ER' 'RG'.

       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           02 CL-ENTIER  PIC 99.

       FD  ERR-FILE.
       01  ERR-RECORD PIC x(100).

      *>   a queued line is a TABLDATA detail image, value or "ADJ"
       FD  RESUB-FILE.
       01  RESUB-RECORD.
           02 RS-CUST-ID  PIC x(20).
           02 RS-ENTIER-X PIC xx.
           02 FILLER      PIC x(18).

      *>   details read (extract plus resubmissions), what went to
      *>   TABLPROP, TABLAJUS and TABLERR, each with the hash total of
      *>   its entier values and adjustment amounts - a non-numeric
      *>   one hashes as zero on every side, so lus = bons + ajus +
      *>   rejets holds for both
       FD  BAL-FILE.
       01  BAL-RECORD.
           02 CB-DATE        PIC 9(8).
           02 CB-LUS         PIC 9(6).
           02 CB-LUS-HASH    PIC 9(8).
           02 CB-BONS        PIC 9(6).
           02 CB-BONS-HASH   PIC 9(8).
           02 CB-REJETS      PIC 9(6).
           02 CB-REJETS-HASH PIC 9(8).
           02 CB-AJUS        PIC 9(6).
           02 CB-AJUS-HASH   PIC 9(8).

      *>   the amount unsigned, its sign apart in AJ-SENS ('+' or
      *>   '-')
       FD  AJUS-FILE.
       01  AJUS-RECORD.
           02 AJ-CUST-ID    PIC x(20).
           02 AJ-DATE-ORIG  PIC 9(8).
           02 AJ-SENS       PIC x.
           02 AJ-MONTANT    PIC 9(6).
           02 AJ-RAISON     PIC xx.

       WORKING-STORAGE SECTION.

       77 ws-nb-rejets PIC 9(6) VALUE ZERO.
      *>   the extract arrives framed: a header line "HDR" + extract
      *>   date, detail lines, then a trailer "TRL" + detail count +
      *>   hash total of the entier values and adjustment amounts
      *>   (unsigned). The frame is what catches
      *>   a truncated transfer or yesterday's file left in place -
      *>   line-by-line editing alone cannot see either.
       77 ws-run-date PIC 9(8).
       77 ws-eof-resub PIC x VALUE 'N'.
       77 ws-resub-lu PIC x VALUE 'N'.
       77 ws-nb-resoumis PIC 9(6) VALUE ZERO.
       77 ws-hash-resoumis PIC 9(8) VALUE ZERO.
       77 ws-hash-bons PIC 9(8) VALUE ZERO.
       77 ws-hash-rejets PIC 9(8) VALUE ZERO.
       77 ws-bal-status PIC xx.
       77 ws-ajus-status PIC xx.
       77 ws-nb-ajus PIC 9(6) VALUE ZERO.
       77 ws-hash-ajus PIC 9(8) VALUE ZERO.
      *>   how much of DATA-RECORD a reject line shows: the 22 bytes
      *>   of a value, the whole 40 of an adjustment
       77 ws-lg-brut PIC 99.
      *>   above this many rejects the whole extract is suspect and
      *>   the run is held (RC 12 stops pilote from running Tableau);
      *>   up to it the good records go through with a warning RC 4.
       77 ws-rejet-max PIC 99 VALUE 10.
       77 ws-raison PIC x(30).
       77 ws-err-line PIC x(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AJUS-FILE
           IF ws-ajus-status NOT = '00'
               DISPLAY "*** Unable to open TABLAJUS, status "
                   ws-ajus-status " - edit run abandoned. ***"
               CLOSE CLEAN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *>   EXTEND, not OUTPUT: TABLERR doubles as the retabli
      *>   correction run's queue now, so the rejects an operator
               CLOSE ERR-FILE
           END-IF
           CLOSE CLEAN-FILE
           CLOSE AJUS-FILE

           DISPLAY "Crible TABLDATA: " ws-rec-no " lu(s) (dont "
               ws-nb-resoumis " resoumis), " ws-nb-bons " bon(s), "
               ws-nb-ajus " ajustement(s), " ws-nb-rejets
               " rejet(s)."
           PERFORM ECRIRE-BALANCE
           IF ws-nb-rejets > ws-rejet-max
               DISPLAY "*** Trop de rejets (limite " ws-rejet-max
                   ") - run a retenir. ***"
                           ADD 1 TO ws-rec-no
                           ADD 1 TO ws-nb-resoumis
                           MOVE RESUB-RECORD TO DATA-RECORD
                           IF DA-TYPE = 'ADJ'
                               IF DA-MONTANT-X IS NUMERIC
                                   ADD DA-MONTANT TO ws-hash-resoumis
                               END-IF
                               PERFORM EDIT-UN-AJUSTEMENT
                           ELSE
                               IF RS-ENTIER-X IS NUMERIC
                                   ADD FUNCTION NUMVAL(RS-ENTIER-X)
                                       TO ws-hash-resoumis
                               END-IF
                               PERFORM EDIT-UN-ENREGISTREMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUB-FILE
           END-IF.

       ECRIRE-BALANCE.
      *>   Written whatever the RC, like CHARGCPT: a held run's figures
      *>   are exactly what the morning shift wants to look at. The
      *>   lines read here are the details only - header and trailer
      *>   are frame, not data.
           OPEN OUTPUT BAL-FILE
           IF ws-bal-status = '00'
               MOVE ws-run-date TO CB-DATE
               ADD ws-nb-details ws-nb-resoumis GIVING CB-LUS
               ADD ws-hash-calcule ws-hash-resoumis GIVING CB-LUS-HASH
               MOVE ws-nb-bons     TO CB-BONS
               MOVE ws-hash-bons   TO CB-BONS-HASH
               MOVE ws-nb-rejets   TO CB-REJETS
               MOVE ws-hash-rejets TO CB-REJETS-HASH
               MOVE ws-nb-ajus     TO CB-AJUS
               MOVE ws-hash-ajus   TO CB-AJUS-HASH
               WRITE BAL-RECORD
               CLOSE BAL-FILE
           ELSE
               DISPLAY "*** Unable to open CRIBBAL, status "
                   ws-bal-status " - run cannot be balanced. ***"
           END-IF.

       PURGER-RESOUMISSIONS.
      *>   Emptied only once the run stands (RC 0 or 4): a held run
      *>   gets recut from scratch, and truncating the queue then
                   DISPLAY "*** Enregistrement apres le trailer, enr. "
                       ws-rec-no " - extraction suspecte. ***"
                   MOVE 'Y' TO ws-controle-ko
      *>       an adjustment is a detail like any other for the frame:
      *>       counted, and hashed on its amount without the sign
               WHEN DA-TYPE = 'ADJ'
                   ADD 1 TO ws-nb-details
                   IF DA-MONTANT-X IS NUMERIC
                       ADD DA-MONTANT TO ws-hash-calcule
                   END-IF
                   PERFORM EDIT-UN-AJUSTEMENT
               WHEN OTHER
                   ADD 1 TO ws-nb-details
                   IF DR-ENTIER-X IS NUMERIC
               MOVE DR-ENTIER-X TO CL-ENTIER
               WRITE CLEAN-RECORD
               ADD 1 TO ws-nb-bons
               ADD CL-ENTIER TO ws-hash-bons
           ELSE
               ADD 1 TO ws-nb-rejets
               IF DR-ENTIER-X IS NUMERIC
                   ADD FUNCTION NUMVAL(DR-ENTIER-X) TO ws-hash-rejets
               END-IF
               MOVE 22 TO ws-lg-brut
               PERFORM ECRIRE-REJET
           END-IF.

       EDIT-UN-AJUSTEMENT.
      *>   An adjustment corrects a day already through Tableau, so
      *>   the day it names must be a real date before today's run -
      *>   today's own figures are still on the extract and get
      *>   corrected there. The amount is unsigned with the sens
      *>   beside it, and a zero amount corrects nothing. Whether the
      *>   client exists is Tableau's check, as for the values.
           MOVE SPACES TO ws-raison
           EVALUATE TRUE
               WHEN DA-CUST-ID = SPACES
                   MOVE "ID CLIENT ABSENT" TO ws-raison
               WHEN DA-DATE-ORIG IS NOT NUMERIC
                   MOVE "DATE D'ORIGINE INVALIDE" TO ws-raison
               WHEN FUNCTION TEST-DATE-YYYYMMDD(DA-DATE-ORIG-N)
                       NOT = ZERO
                   MOVE "DATE D'ORIGINE INVALIDE" TO ws-raison
               WHEN DA-DATE-ORIG-N NOT < ws-run-date
                   MOVE "DATE D'ORIGINE NON PASSEE" TO ws-raison
               WHEN DA-SENS NOT = '+' AND DA-SENS NOT = '-'
                   MOVE "SENS NI + NI -" TO ws-raison
               WHEN DA-MONTANT-X IS NOT NUMERIC
                   MOVE "MONTANT NON NUMERIQUE" TO ws-raison
               WHEN DA-MONTANT = ZERO
                   MOVE "MONTANT NUL" TO ws-raison
               WHEN NOT DA-RAISON-CONNUE
                   MOVE "CODE RAISON INCONNU" TO ws-raison
           END-EVALUATE
           IF ws-raison = SPACES
               MOVE DA-CUST-ID     TO AJ-CUST-ID
               MOVE DA-DATE-ORIG-N TO AJ-DATE-ORIG
               MOVE DA-SENS        TO AJ-SENS
               MOVE DA-MONTANT     TO AJ-MONTANT
               MOVE DA-RAISON      TO AJ-RAISON
               WRITE AJUS-RECORD
               ADD 1 TO ws-nb-ajus
               ADD AJ-MONTANT TO ws-hash-ajus
           ELSE
               ADD 1 TO ws-nb-rejets
               IF DA-MONTANT-X IS NUMERIC
                   ADD DA-MONTANT TO ws-hash-rejets
               END-IF
               MOVE 40 TO ws-lg-brut
               PERFORM ECRIRE-REJET
           END-IF.

       ECRIRE-REJET.
      *>   the raw record between crochets is what retabli takes
      *>   apart again to offer the correction
           IF ws-err-status = '00'
               MOVE SPACES TO ws-err-line
               STRING 'Enr. ' DELIMITED BY SIZE
                   ws-rec-no DELIMITED BY SIZE
                   ' [' DELIMITED BY SIZE
                   DATA-RECORD(1:ws-lg-brut) DELIMITED BY SIZE
                   '] : ' DELIMITED BY SIZE
                   ws-raison DELIMITED BY SIZE
                   INTO ws-err-line
               WRITE ERR-RECORD FROM ws-err-line
           END-IF.
       END PROGRAM crible.
