      ******************************************************************
      * Author: Dhornjin
      * Date: 08/11/2018
      * Purpose: daily job driver - runs sandbox, charge, crible,
      *          Tableau, the over-limit check, the run balance and the
      *          accounting file, then the weekly/month-end steps the
      *          PILOTCAL calendar has due today
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CTRL-FILE ASSIGN TO "PILOTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ctrl-status.
           SELECT CHARGCPT-FILE ASSIGN TO "CHARGCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chargcpt-status.
           SELECT CAL-FILE ASSIGN TO "PILOTCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
      *>   compta's outbound file, only ever emptied from here: on a
      *>   held night compta doesn't run, so pilote clears it itself
           SELECT COMPTOUT-FILE ASSIGN TO "COMPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-comptout-status.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBLOG-FILE.
           02 CTRL-DATE  PIC 9(8).
           02 CTRL-ETAPE PIC x(8).

      *>   the counts the charge step leaves behind for the log
       FD  CHARGCPT-FILE.
       01  CHARGCPT-RECORD.
           02 CPT-DATE    PIC 9(8).
           02 CPT-LUS     PIC 9(6).
           02 CPT-CHARGES PIC 9(6).
           02 CPT-SUSPENS PIC 9(6).

      *>   the calendar: one line per extra step, run after the daily
      *>   ones in file order on the days it is due. CAL-FREQUENCE is
      *>   Q (every day), H (weekly, on CAL-JOUR 1 = lundi .. 7 =
      *>   dimanche), F (last business day of the month) or D (first
      *>   of the month). CAL-PARM is handed to the program as its
      *>   PARM, @MOIS@ standing for the run's YYYYMM and @PREC@ for
      *>   the month before. CAL-ETAPE names the step in JOBLOG and
      *>   PILOTCTL, so it must be unique and not one of the daily
      *>   step names. A line starting with * is a comment.
       FD  CAL-FILE.
       01  CAL-RECORD.
           02 CAL-ETAPE     PIC x(8).
           02 CAL-PROGRAMME PIC x(12).
           02 CAL-FREQUENCE PIC x.
           02 CAL-JOUR      PIC 9.
           02 CAL-PARM      PIC x(58).

       FD  COMPTOUT-FILE.
       01  COMPTOUT-RECORD PIC x(100).

       WORKING-STORAGE SECTION.
        77 ws-cmdline-parm PIC x(80).
        77 ws-parm-sans-ovr PIC x(80).
        77 ws-override PIC x VALUE 'N'.
        77 ws-restart PIC x VALUE 'N'.
        77 ws-etape-faite PIC x(8) VALUE SPACES.
        77 ws-fait-no PIC 99 VALUE ZERO.
        77 ws-etape-courante PIC x(8).
        77 ws-joblog-status PIC xx.
        77 ws-joblog-open PIC x VALUE 'N'.
        77 ws-ctrl-status PIC xx.
        77 ws-chargcpt-status PIC xx.
        77 ws-run-date PIC 9(8).
        77 ws-heure PIC x(8).
        77 ws-log-texte PIC x(60).
        77 ws-step-rc PIC 9(4).
        77 ws-rc-ed PIC 9(4).
        77 ws-failed PIC x VALUE 'N'.
        77 ws-cal-status PIC xx.
        77 ws-comptout-status PIC xx.
        77 ws-eof-cal PIC x.
        77 ws-cal-no PIC 99.
        77 ws-cal-rang PIC 99.
        77 ws-cal-parm PIC x(58).
        77 ws-echeance PIC x.
        77 ws-jour-semaine PIC 9.
        77 ws-jours-restants PIC s9(4).
        77 ws-mois-courant PIC x(6).
        77 ws-mois-prec PIC x(6).
        77 ws-mois-suivant-j1 PIC 9(8).
        01 ws-date-travail.
           02 ws-dt-annee PIC 9(4).
           02 ws-dt-mois  PIC 99.
           02 ws-dt-jour  PIC 99.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                END-IF
            END-IF

      *>   The unattended customer load runs whether or not sandbox
      *>   did: it needs nobody at the console, and a partner's new
      *>   clients should be on CUSTMSTR before the day's figures are
      *>   edited against it.
            IF ws-fait-no >= 2
                MOVE "CHARGE SAUTE - DEJA FAIT" TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            ELSE
                IF ws-failed = 'N'
                    MOVE "CHARGE DEBUT" TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                    MOVE ZERO TO RETURN-CODE
                    CALL "charge"
                    MOVE RETURN-CODE TO ws-step-rc
                    PERFORM LOG-STEP-END-CHARGE
                    IF ws-failed = 'N'
                        MOVE 'CHARGE  ' TO ws-etape-courante
                        PERFORM NOTER-ETAPE-FAITE
                    END-IF
                ELSE
                    MOVE "CHARGE SAUTE - ETAPE PRECEDENTE EN ECHEC"
                        TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                END-IF
            END-IF

            IF ws-fait-no >= 3
                MOVE "CRIBLE SAUTE - DEJA FAIT" TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            ELSE
                END-IF
            END-IF

            IF ws-fait-no >= 4
                MOVE "TABLEAU SAUTE - DEJA FAIT" TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            ELSE
                END-IF
            END-IF

            IF ws-fait-no >= 5
                MOVE "DEPASSE SAUTE - DEJA FAIT" TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            ELSE
                IF ws-failed = 'N'
                    MOVE "DEPASSE DEBUT" TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                    MOVE ZERO TO RETURN-CODE
                    CALL "depasse"
                    MOVE RETURN-CODE TO ws-step-rc
                    PERFORM LOG-STEP-END-DEPASSE
                    IF ws-failed = 'N'
                        MOVE 'DEPASSE ' TO ws-etape-courante
                        PERFORM NOTER-ETAPE-FAITE
                    END-IF
                ELSE
                    MOVE "DEPASSE SAUTE - ETAPE PRECEDENTE EN ECHEC"
                        TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                END-IF
            END-IF

      *>   The balance proves that what crible read went through
      *>   Tableau into the day's history before anything leaves the
      *>   shop. Out of balance (RC 8) fails the night like any other
      *>   step, so neither COMPTA nor the calendar jobs run on
      *>   figures that don't tie; a RESTART balances again first.
            IF ws-fait-no >= 6
                MOVE "BALANCE SAUTE - DEJA FAIT" TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            ELSE
                IF ws-failed = 'N'
                    MOVE "BALANCE DEBUT" TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                    MOVE ZERO TO RETURN-CODE
                    CALL "balance"
                    MOVE RETURN-CODE TO ws-step-rc
                    PERFORM LOG-STEP-END-BALANCE
                    IF ws-failed = 'N'
                        MOVE 'BALANCE ' TO ws-etape-courante
                        PERFORM NOTER-ETAPE-FAITE
                    END-IF
                ELSE
                    MOVE "BALANCE SAUTE - ETAPE PRECEDENTE EN ECHEC"
                        TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                END-IF
            END-IF

      *>   The accounting file only ever leaves a night that stood:
      *>   it comes after the balance, so once any step before it has
      *>   failed - an out-of-balance night included - COMPTA is
      *>   skipped like every other step, and compta itself refuses a
      *>   date Tableau has not totalled. Skipped, COMPTOUT is
      *>   emptied here, since compta isn't there to do it: the
      *>   transfer must not pick up the last night's file again.
            IF ws-fait-no >= 7
                MOVE "COMPTA SAUTE - DEJA FAIT" TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            ELSE
                IF ws-failed = 'N'
                    MOVE "COMPTA DEBUT" TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                    MOVE ZERO TO RETURN-CODE
                    CALL "compta"
                    MOVE RETURN-CODE TO ws-step-rc
                    PERFORM LOG-STEP-END-COMPTA
                    IF ws-failed = 'N'
                        MOVE 'COMPTA  ' TO ws-etape-courante
                        PERFORM NOTER-ETAPE-FAITE
                    END-IF
                ELSE
                    MOVE "COMPTA SAUTE - ETAPE PRECEDENTE EN ECHEC"
                        TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                    PERFORM VIDER-COMPTOUT
                END-IF
            END-IF

            PERFORM LANCER-CALENDRIER.

            IF ws-failed = 'Y'
                MOVE "PILOTE FIN - RUN EN ECHEC RC=0016"
                    TO ws-log-texte
      *>   The steps run in a fixed order; ranking the stored name
      *>   lets each step below compare "already done" with a single
      *>   test. Blank (fresh run, OVERRIDE, or a pre-step PILOTCTL)
      *>   ranks zero: everything runs. Any other name is a calendar
      *>   step, ranked after every daily one by its line in PILOTCAL.
            EVALUATE ws-etape-faite
                WHEN SPACES     MOVE ZERO TO ws-fait-no
                WHEN 'SANDBOX ' MOVE 1 TO ws-fait-no
                WHEN 'CHARGE  ' MOVE 2 TO ws-fait-no
                WHEN 'CRIBLE  ' MOVE 3 TO ws-fait-no
                WHEN 'TABLEAU ' MOVE 4 TO ws-fait-no
                WHEN 'DEPASSE ' MOVE 5 TO ws-fait-no
                WHEN 'BALANCE ' MOVE 6 TO ws-fait-no
                WHEN 'COMPTA  ' MOVE 7 TO ws-fait-no
                WHEN OTHER      PERFORM CHERCHER-RANG-CALENDRIER
            END-EVALUATE.

       CHERCHER-RANG-CALENDRIER.
      *>   Line k of PILOTCAL ranks 10 + k whether or not it was due,
      *>   so the rank only depends on the file, never on the day. A
      *>   name no longer on the calendar ranks zero and the whole run
      *>   goes again, the same safe reading as a blank etape.
            MOVE ZERO TO ws-fait-no
            MOVE ZERO TO ws-cal-no
            MOVE 'N' TO ws-eof-cal
            OPEN INPUT CAL-FILE
            IF ws-cal-status NOT = '00'
                MOVE 'Y' TO ws-eof-cal
            END-IF
            PERFORM UNTIL ws-eof-cal = 'Y'
                READ CAL-FILE
                    AT END
                        MOVE 'Y' TO ws-eof-cal
                    NOT AT END
                        ADD 1 TO ws-cal-no
                        IF CAL-ETAPE = ws-etape-faite
                            AND ws-cal-no <= 89
                            COMPUTE ws-fait-no = 10 + ws-cal-no
                            MOVE 'Y' TO ws-eof-cal
                        END-IF
                END-READ
            END-PERFORM
            IF ws-cal-status NOT = '35'
                CLOSE CAL-FILE
            END-IF
            IF ws-fait-no = ZERO
                DISPLAY "*** PILOTE: etape " ws-etape-faite
                    " absente de PILOTCAL - run complet. ***"
            END-IF.

       NOTE-RUN-DATE.
      *>   Stamped as soon as the run is accepted, not when it ends,
      *>   so even a run that dies halfway still counts for the date
                    ws-rc-ed " - suite du run sautee. ***"
            END-IF.

       LOG-STEP-END-CHARGE.
      *>   RC 4 means some of the partner's clients were parked on
      *>   CUSTSUSP - the rest are loaded and the run goes on, with
      *>   the counts in the log so the morning shift knows reprise
      *>   has work. RC 16 (CUSTMSTR or CUSTSUSP unusable) holds the
      *>   run, as a sandbox failure does.
            MOVE ws-step-rc TO ws-rc-ed
            MOVE SPACES TO ws-log-texte
            STRING "CHARGE FIN RC=" DELIMITED BY SIZE
                ws-rc-ed DELIMITED BY SIZE
                INTO ws-log-texte
            PERFORM WRITE-JOBLOG-RECORD
            OPEN INPUT CHARGCPT-FILE
            IF ws-chargcpt-status = '00'
                READ CHARGCPT-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CPT-DATE = ws-run-date
                            MOVE SPACES TO ws-log-texte
                            STRING "CHARGE LUS=" DELIMITED BY SIZE
                                CPT-LUS DELIMITED BY SIZE
                                " CHARGES=" DELIMITED BY SIZE
                                CPT-CHARGES DELIMITED BY SIZE
                                " SUSPENS=" DELIMITED BY SIZE
                                CPT-SUSPENS DELIMITED BY SIZE
                                INTO ws-log-texte
                            PERFORM WRITE-JOBLOG-RECORD
                        END-IF
                END-READ
                CLOSE CHARGCPT-FILE
            END-IF
            IF ws-step-rc > 4
                MOVE 'Y' TO ws-failed
                DISPLAY "*** PILOTE: etape CHARGE en echec, RC="
                    ws-rc-ed " - suite du run sautee. ***"
            END-IF.

       LOG-STEP-END-CRIBLE.
      *>   RC 4 from crible just means some rejects went to TABLERR -
      *>   the good records are on TABLPROP and the run goes on. RC 8
                    ws-rc-ed " ***"
            END-IF.

       LOG-STEP-END-DEPASSE.
      *>   RC 4 is the point of the step: some client's day went over
      *>   its CUSTLIM ceiling. It is logged as a warning of its own so
      *>   the morning shift sees it in JOBLOG without reading the RC,
      *>   and the run goes on - the figures themselves are sound.
            MOVE ws-step-rc TO ws-rc-ed
            MOVE SPACES TO ws-log-texte
            STRING "DEPASSE FIN RC=" DELIMITED BY SIZE
                ws-rc-ed DELIMITED BY SIZE
                INTO ws-log-texte
            PERFORM WRITE-JOBLOG-RECORD
            IF ws-step-rc = 4
                MOVE "DEPASSE ATTENTION - PLAFONDS DEPASSES (TABLDEPA)"
                    TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            END-IF
            IF ws-step-rc > 4
                MOVE 'Y' TO ws-failed
                DISPLAY "*** PILOTE: etape DEPASSE en echec, RC="
                    ws-rc-ed " ***"
            END-IF.

       LOG-STEP-END-COMPTA.
            MOVE ws-step-rc TO ws-rc-ed
            MOVE SPACES TO ws-log-texte
            STRING "COMPTA FIN RC=" DELIMITED BY SIZE
                ws-rc-ed DELIMITED BY SIZE
                INTO ws-log-texte
            PERFORM WRITE-JOBLOG-RECORD
            IF ws-step-rc > 4
                MOVE 'Y' TO ws-failed
                DISPLAY "*** PILOTE: etape COMPTA en echec, RC="
                    ws-rc-ed " - fichier comptable non envoye. ***"
            END-IF.

       VIDER-COMPTOUT.
            OPEN OUTPUT COMPTOUT-FILE
            MOVE SPACES TO ws-log-texte
            IF ws-comptout-status = '00'
                CLOSE COMPTOUT-FILE
                MOVE "COMPTOUT VIDE - RUN RETENU, RIEN ENVOYE"
                    TO ws-log-texte
            ELSE
                STRING "COMPTOUT NON VIDE - STATUS " DELIMITED BY SIZE
                    ws-comptout-status DELIMITED BY SIZE
                    INTO ws-log-texte
                DISPLAY "*** PILOTE: Unable to empty COMPTOUT, status "
                    ws-comptout-status " - ne pas transferer. ***"
            END-IF
            PERFORM WRITE-JOBLOG-RECORD.

       LOG-STEP-END-BALANCE.
            MOVE ws-step-rc TO ws-rc-ed
            MOVE SPACES TO ws-log-texte
            STRING "BALANCE FIN RC=" DELIMITED BY SIZE
                ws-rc-ed DELIMITED BY SIZE
                INTO ws-log-texte
            PERFORM WRITE-JOBLOG-RECORD
            IF ws-step-rc = 8
                MOVE "BALANCE RUN OUT OF BALANCE - VOIR BALANCE"
                    TO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            END-IF
            IF ws-step-rc > 4
                MOVE 'Y' TO ws-failed
                DISPLAY "*** PILOTE: etape BALANCE en echec, RC="
                    ws-rc-ed " ***"
            END-IF.

       LANCER-CALENDRIER.
      *>   The weekly and month-end jobs that used to be started by
      *>   hand, in PILOTCAL order after the daily steps. They follow
      *>   the daily rules: skipped once anything before them failed,
      *>   skipped on a RESTART that got past them, and PILOTCTL moves
      *>   on after each one so a RESTART can resume inside them. No
      *>   PILOTCAL means no extra step, which is not an error.
            PERFORM PREPARER-DATES-CALENDRIER
            MOVE ZERO TO ws-cal-no
            MOVE 'N' TO ws-eof-cal
            OPEN INPUT CAL-FILE
            IF ws-cal-status NOT = '00'
                MOVE 'Y' TO ws-eof-cal
                IF ws-cal-status NOT = '35'
                    DISPLAY "*** Unable to open PILOTCAL, status "
                        ws-cal-status
                        " - etapes calendrier non lancees. ***"
                    MOVE "CALENDRIER PILOTCAL ILLISIBLE" TO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                END-IF
            END-IF
            PERFORM UNTIL ws-eof-cal = 'Y'
                READ CAL-FILE
                    AT END
                        MOVE 'Y' TO ws-eof-cal
                    NOT AT END
                        ADD 1 TO ws-cal-no
                        PERFORM TRAITER-LIGNE-CALENDRIER
                END-READ
            END-PERFORM
            IF ws-cal-status NOT = '35'
                CLOSE CAL-FILE
            END-IF.

       PREPARER-DATES-CALENDRIER.
      *>   Everything the due-date tests and the PARM need, worked out
      *>   once from the run date: the day of the week, how many days
      *>   of the month are left after today, and the YYYYMM of this
      *>   month and the one before.
            ACCEPT ws-jour-semaine FROM DAY-OF-WEEK
            MOVE ws-run-date TO ws-date-travail
            MOVE ws-run-date(1:6) TO ws-mois-courant
            IF ws-dt-mois = 1
                COMPUTE ws-mois-suivant-j1 =
                    ws-dt-annee * 10000 + 0201
                SUBTRACT 1 FROM ws-dt-annee
                MOVE 12 TO ws-dt-mois
            ELSE
                IF ws-dt-mois = 12
                    COMPUTE ws-mois-suivant-j1 =
                        (ws-dt-annee + 1) * 10000 + 0101
                ELSE
                    COMPUTE ws-mois-suivant-j1 =
                        ws-dt-annee * 10000 + (ws-dt-mois + 1) * 100
                        + 1
                END-IF
                SUBTRACT 1 FROM ws-dt-mois
            END-IF
            MOVE ws-date-travail(1:6) TO ws-mois-prec
            COMPUTE ws-jours-restants =
                FUNCTION INTEGER-OF-DATE(ws-mois-suivant-j1)
                - FUNCTION INTEGER-OF-DATE(ws-run-date) - 1.

       TRAITER-LIGNE-CALENDRIER.
            IF CAL-ETAPE NOT = SPACES AND CAL-ETAPE(1:1) NOT = '*'
                IF ws-cal-no > 89
                    DISPLAY "*** PILOTE: PILOTCAL ligne " ws-cal-no
                        " au-dela de 89 - etape " CAL-ETAPE
                        " ignoree. ***"
                ELSE
                    PERFORM JUGER-ECHEANCE
                    IF ws-echeance = 'Y'
                        PERFORM LANCER-ETAPE-CALENDRIER
                    END-IF
                END-IF
            END-IF.

       JUGER-ECHEANCE.
      *>   The last business day is the last lundi-vendredi of the
      *>   month: today if nothing is left after it, or a vendredi
      *>   followed only by the week-end. Public holidays are not
      *>   known here.
            MOVE 'N' TO ws-echeance
            EVALUATE CAL-FREQUENCE
                WHEN 'Q'
                    MOVE 'Y' TO ws-echeance
                WHEN 'H'
                    IF CAL-JOUR = ws-jour-semaine
                        MOVE 'Y' TO ws-echeance
                    END-IF
                WHEN 'F'
                    IF ws-jour-semaine <= 5
                        IF ws-jours-restants = ZERO
                            OR (ws-jour-semaine = 5
                                AND ws-jours-restants <= 2)
                            MOVE 'Y' TO ws-echeance
                        END-IF
                    END-IF
                WHEN 'D'
                    IF ws-run-date(7:2) = '01'
                        MOVE 'Y' TO ws-echeance
                    END-IF
                WHEN OTHER
                    DISPLAY "*** PILOTE: frequence '" CAL-FREQUENCE
                        "' inconnue pour l'etape " CAL-ETAPE
                        " - etape ignoree. ***"
            END-EVALUATE.

       LANCER-ETAPE-CALENDRIER.
      *>   The PARM reaches the step through the command line, the
      *>   channel every one of these programs already reads it from;
      *>   CANCEL afterwards so a program called again later in the
      *>   stream starts from its initial state.
            COMPUTE ws-cal-rang = 10 + ws-cal-no
            IF ws-fait-no >= ws-cal-rang
                MOVE SPACES TO ws-log-texte
                STRING CAL-ETAPE DELIMITED BY SPACE
                    " SAUTE - DEJA FAIT" DELIMITED BY SIZE
                    INTO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            ELSE
                IF ws-failed = 'N'
                    MOVE CAL-PARM TO ws-cal-parm
                    INSPECT ws-cal-parm
                        REPLACING ALL "@MOIS@" BY ws-mois-courant
                                  ALL "@PREC@" BY ws-mois-prec
                    MOVE SPACES TO ws-log-texte
                    STRING CAL-ETAPE DELIMITED BY SPACE
                        " DEBUT PARM=" DELIMITED BY SIZE
                        ws-cal-parm DELIMITED BY SIZE
                        INTO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                    DISPLAY ws-cal-parm UPON COMMAND-LINE
                    MOVE ZERO TO RETURN-CODE
                    CALL CAL-PROGRAMME
                        ON EXCEPTION
                            DISPLAY "*** PILOTE: programme "
                                CAL-PROGRAMME " introuvable. ***"
                            MOVE 16 TO RETURN-CODE
                    END-CALL
                    MOVE RETURN-CODE TO ws-step-rc
                    CANCEL CAL-PROGRAMME
                    PERFORM LOG-STEP-END-CALENDRIER
                    IF ws-failed = 'N'
                        MOVE CAL-ETAPE TO ws-etape-courante
                        PERFORM NOTER-ETAPE-FAITE
                    END-IF
                ELSE
                    MOVE SPACES TO ws-log-texte
                    STRING CAL-ETAPE DELIMITED BY SPACE
                        " SAUTE - ETAPE PRECEDENTE EN ECHEC"
                            DELIMITED BY SIZE
                        INTO ws-log-texte
                    PERFORM WRITE-JOBLOG-RECORD
                END-IF
            END-IF.

       LOG-STEP-END-CALENDRIER.
      *>   Judged like the daily steps: above 4 the run is in echec;
      *>   a 4 is a warning of its own in the log (an integrity
      *>   ALERTE, a purge that found nothing, ...) and the run goes on.
            MOVE ws-step-rc TO ws-rc-ed
            MOVE SPACES TO ws-log-texte
            STRING CAL-ETAPE DELIMITED BY SPACE
                " FIN RC=" DELIMITED BY SIZE
                ws-rc-ed DELIMITED BY SIZE
                INTO ws-log-texte
            PERFORM WRITE-JOBLOG-RECORD
            IF ws-step-rc = 4
                MOVE SPACES TO ws-log-texte
                STRING CAL-ETAPE DELIMITED BY SPACE
                    " ATTENTION RC=" DELIMITED BY SIZE
                    ws-rc-ed DELIMITED BY SIZE
                    INTO ws-log-texte
                PERFORM WRITE-JOBLOG-RECORD
            END-IF
            IF ws-step-rc > 4
                MOVE 'Y' TO ws-failed
                DISPLAY "*** PILOTE: etape " CAL-ETAPE
                    " en echec, RC=" ws-rc-ed
                    " - suite du run sautee. ***"
            END-IF.

       OPEN-JOBLOG-FILE.
      *>   Same EXTEND-then-create-on-'35' pattern as CUSTAUDIT: the
      *>   log is the evidence a run happened, so it only ever grows
