      $SET DEFAULTBYTE(48)
      $SET NOOSVS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bb7946.
      ******************************************************************
      * Program-ID.....: bb7946.cbl
      * Author.........: jluque01
      * Date Written...: 15/10/2026 at 10:00:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: nightly JITS price-check chain controller
      ******************************************************************
     /*/Description ****************************************************
     /*
     /* Runs the nightly price-check chain in order, one step after
     /* the other:
     /*    01 bb7939  JTVBDEPBOOKNR / JTVBPRODBOOKNR index build
     /*    02 bb7935  delta run (JTTRANS1 bookings of the day)
     /*    03 bb7935  basket recheck
     /*    04 bb7937  basket aging / escalation / purge, and
     /*               purge of the price-check run archive
     /*    05 bb7940  voucher reconciliation
     /*    06 bb7941  run registry watchdog
     /* and keeps the start, end and outcome of every step in the
     /* JTPRICECHAIN step-status file, with the JTPRICERUNS run id
     /* (and its exception count) of the two price-check steps.
     /*
     /* A step fails on a non-zero return code; a price-check step
     /* also fails when its JTPRICERUNS record is missing or not
     /* DONE.  A failed step stops the steps that depend on it
     /* (status S): the recheck needs the delta run, the aging and
     /* escalation need the rechecked basket.  The index build, the
     /* voucher reconciliation and the watchdog depend on nothing,
     /* so the watchdog still raises the alert on a broken night.
     /*
     /* Restart: when the latest chain did not finish (FAILED, or
     /* still ACTIVE because the job died) and started less than
     /* 18 hours ago, the next start resumes that chain: DONE steps
     /* are skipped, the others run again with the parameters kept
     /* for them.  An older unfinished chain belongs to an earlier
     /* night: its dates and parameters are stale, so it is marked
     /* STOPPED (ABANDONED) and a new chain starts.  "New chain" on
     /* the rb7946 screen abandons the unfinished chain the same way.
     /*
     /* The watchdog takes its arguments from the command line, so
     /* it runs as a process of its own through the pipe runner.
     /*
     /*/End-description ************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  UNIX-SVR4.
       OBJECT-COMPUTER.  UNIX-SVR4.
       SPECIAL-NAMES.

       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "jtpricechain.sel".

           COPY "jtpriceruns.sel".

       DATA DIVISION.
       FILE SECTION.

       FD PRICE-CHAIN.
       COPY "jtpricechain.cpy".

       FD PRICE-RUNS.
       COPY "jtpriceruns.cpy".

       WORKING-STORAGE SECTION.
       COPY "unixvelden.cpy".

       01 WS-REPLY                         PIC X(2).

       COPY "wsbatch1.cpy".
       01 REDEFINES BA-USER-PARAMS.
          03 BA-TOLERANCE                  PIC 9(5)V99.
          03 BA-ESCALATE-DAYS              PIC 9(3).
          03 BA-RETENTION-DAYS             PIC 9(3).
          03 BA-ARCHIVE-DAYS               PIC 9(3).
          03 BA-VOUCHER-DAYS               PIC 9(3).
          03 BA-CUTOFF-HHMM                PIC 9(4).
          03 BA-NEW-CHAIN                  PIC X.
          03 BA-OK                         PIC X.
          03 BA-CHILD-MAX-AGE              PIC 9(2).
          03 BA-CHILD-RED-CODE             PIC X(6).
          03 BA-INFANT-MAX-AGE             PIC 9(2).
          03 BA-INFANT-RED-CODE            PIC X(6).

       01 WS-DATE-NUM                        PIC 9(08).
       01 WS-DATE-FILE REDEFINES WS-DATE-NUM PIC X(8).
       01 WS-TODAY                         PIC 9(8).
       01 WS-TODAY-BIN                     PIC S9(08) COMP SYNC.
       01 WS-FROM-BIN                      PIC S9(08) COMP SYNC.
       01 WS-FROM-DATE                     PIC 9(8).
       01 WS-USERID                        PIC X(8).

       01 WS-NOW-DATE                      PIC 9(8).
       01 WS-NOW-TIME8                     PIC 9(8).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME8.
          03 WS-NOW-TIME                   PIC 9(6).
          03 FILLER                        PIC 9(2).
       01 REDEFINES WS-NOW-TIME8.
          03 WS-NOW-HH                     PIC 9(2).
          03 WS-NOW-MI                     PIC 9(2).
          03 FILLER                        PIC 9(4).
       01 WS-NOW-STAMP                     PIC 9(14).

      * the chain: program, description, JTPRICERUNS mode of a price
      * check step, and per earlier step "Y" when this step needs
      * it DONE first
       01 TBST-STEP-VALUES.
          03 FILLER                        PIC X(47) VALUE
             "01bb7939  INDEX BUILD DEPARTURE/PRODUCT  NNNNNN".
          03 FILLER                        PIC X(47) VALUE
             "02bb7935  DELTA PRICE CHECK             DNNNNNN".
          03 FILLER                        PIC X(47) VALUE
             "03bb7935  BASKET RECHECK                RNYNNNN".
          03 FILLER                        PIC X(47) VALUE
             "04bb7937  BASKET AGING / ESCALATION      NYYNNN".
          03 FILLER                        PIC X(47) VALUE
             "05bb7940  VOUCHER RECONCILIATION         NNNNNN".
          03 FILLER                        PIC X(47) VALUE
             "06bb7941  RUN REGISTRY WATCHDOG          NNNNNN".
       01 TBST-STEPS REDEFINES TBST-STEP-VALUES.
          03 TBST-ENTRY OCCURS 6.
             05 TBST-STEP-NO               PIC 9(2).
             05 TBST-PROG                  PIC X(8).
             05 TBST-DESC                  PIC X(30).
             05 TBST-RUN-MODE              PIC X.
             05 TBST-DEPENDS               PIC X(6).
       01 WS-STEP-COUNT                    PIC 9(2)    VALUE 6.
       01 WS-STEP-IDX                      PIC 9(2).
       01 WS-DEP-IDX                       PIC 9(2).

      * outcome of every step of the chain being run
       01 TBCS-CHAIN-STATUS.
          03 TBCS-STATUS OCCURS 6          PIC X.

       01 WS-CHAIN-ID                      PIC 9(14).
       01 WS-LAST-CHAIN-ID                 PIC 9(14).
       01 REDEFINES WS-LAST-CHAIN-ID.
          03 WS-LAST-CHAIN-DATE            PIC 9(8).
          03 WS-LAST-CHAIN-HH              PIC 9(2).
          03 WS-LAST-CHAIN-MI              PIC 9(2).
          03 WS-LAST-CHAIN-SS              PIC 9(2).
       01 WS-LAST-CHAIN-STATUS             PIC X.
       01 WS-LAST-CHAIN-BIN                PIC S9(08) COMP SYNC.
       01 WS-LAST-CHAIN-AGE-MIN            PIC S9(7).
      * an unfinished chain older than this is not resumed: the
      * nightly job never runs twice inside this window
       01 WS-RESUME-HOURS                  PIC 9(2)    VALUE 18.
       01 WS-STEP-PROG                     PIC X(8).
       01 WS-STEP-STAMP                    PIC 9(14).
       01 WS-STEP-RC                       PIC 9(4).
       01 WS-STEPS-FAILED                  PIC 9(2)    VALUE ZEROS.
       01 WS-STEPS-STOPPED                 PIC 9(2)    VALUE ZEROS.
       01 WS-STEPS-RUN                     PIC 9(2)    VALUE ZEROS.
       01 WS-EDIT-STEP                     PIC Z9.

       01 WS-ABANDON-MESSAGE               PIC X(40).
       01 SW-FATAL-ERROR                   PIC X       VALUE "N".
          88 SW-FATAL-ERROR-YES            VALUE "Y".
          88 SW-FATAL-ERROR-NO             VALUE "N".
       01 SW-RESUME                        PIC X       VALUE "N".
          88 SW-RESUME-YES                 VALUE "Y".
          88 SW-RESUME-NO                  VALUE "N".
       01 SW-CHAIN-EOF                     PIC X       VALUE "N".
          88 SW-CHAIN-EOF-YES              VALUE "Y".
          88 SW-CHAIN-EOF-NO               VALUE "N".
       01 SW-SCAN-EOF                      PIC X       VALUE "N".
          88 SW-SCAN-EOF-YES               VALUE "Y".
          88 SW-SCAN-EOF-NO                VALUE "N".
       01 SW-DEPS-DONE                     PIC X.
          88 SW-DEPS-DONE-YES              VALUE "Y".
          88 SW-DEPS-DONE-NO               VALUE "N".
       01 SW-RUN-FOUND                     PIC X.
          88 SW-RUN-FOUND-YES              VALUE "Y".
          88 SW-RUN-FOUND-NO               VALUE "N".

      * the parameters handed to the steps, as their start screens
      * fill them
       01 WS-STEP-PARAMS                   PIC X(200).
       01 REDEFINES WS-STEP-PARAMS.
          03 WS-7935-INPUT-FILE            PIC X(30).
          03 WS-7935-DATE-FROM             PIC 9(8).
          03 WS-7935-DATE-TO               PIC 9(8).
          03 WS-7935-OK                    PIC X.
          03 WS-7935-FILE-SOURCE           PIC X.
          03 WS-7935-BOOKING-LIST          PIC X(60).
          03 WS-7935-TOLERANCE             PIC 9(5)V99.
          03 WS-7935-ARCHIVE               PIC X.
          03 WS-7935-DELTA                 PIC X.
          03 WS-7935-MAX-EXCEPTIONS        PIC 9(5).
          03 WS-7935-MAX-DIFF              PIC 9(7)V99.
          03 WS-7935-RECHECK               PIC X.
          03 WS-7935-PARTITIONS            PIC 9(2).
          03 WS-7935-PART-NO               PIC 9(2).
          03 WS-7935-DEPDATE               PIC X.
          03 WS-7935-PRODUCTS              PIC X(34).
          03 WS-7935-CHILD-MAX-AGE         PIC 9(2).
          03 WS-7935-CHILD-RED-CODE        PIC X(6).
          03 WS-7935-INFANT-MAX-AGE        PIC 9(2).
          03 WS-7935-INFANT-RED-CODE       PIC X(6).
       01 REDEFINES WS-STEP-PARAMS.
          03 WS-7937-ESCALATE-DAYS         PIC 9(3).
          03 WS-7937-RETENTION-DAYS        PIC 9(3).
          03 WS-7937-OK                    PIC X.
          03 WS-7937-ARCHIVE-DAYS          PIC 9(3).
       01 REDEFINES WS-STEP-PARAMS.
          03 WS-7940-DATE-FROM             PIC 9(8).
          03 WS-7940-DATE-TO               PIC 9(8).
          03 WS-7940-OK                    PIC X.
       01 REDEFINES WS-STEP-PARAMS.
          03 WS-7941-CUTOFF                PIC 9(4).

       PROCEDURE DIVISION.

      **** unix time stamps (auto inserted) ***************************
           MOVE ZEROES TO UNIX-DATE-ACCEPTED-NUM.
           ACCEPT UNIX-DATE-ACCEPTED-NUM6 FROM DATE.
           ACCEPT UNIX-TIME-ACCEPTED FROM TIME.
           ADD 20000000 TO UNIX-DATE-ACCEPTED-NUM.
      **** end of unix time stamps ************************************

      /---
       A-BEGIN.

           DISPLAY "**** bb7946.cbl ****".

           MOVE "bb7946"     TO BE-PROG-NAME.
           MOVE "Starts ..." TO BE-COMMENT.
           MOVE SPACES       TO BE-REPLY.
           DISPLAY BE-DISPLAY.

           MOVE UNIX-DATE-ACCEPTED-NUM TO WS-DATE-NUM
                                          WS-TODAY
           ACCEPT WS-USERID FROM ENVIRONMENT "LOGNAME"

           IF BA-TOLERANCE IS NOT NUMERIC
              MOVE ZEROS TO BA-TOLERANCE
           END-IF
           IF BA-ESCALATE-DAYS IS NOT NUMERIC
              MOVE 14 TO BA-ESCALATE-DAYS
           END-IF
           IF BA-RETENTION-DAYS IS NOT NUMERIC
              MOVE 180 TO BA-RETENTION-DAYS
           END-IF
           IF BA-ARCHIVE-DAYS IS NOT NUMERIC
              MOVE 400 TO BA-ARCHIVE-DAYS
           END-IF
           IF BA-VOUCHER-DAYS IS NOT NUMERIC
              MOVE 91 TO BA-VOUCHER-DAYS
           END-IF
           IF BA-CUTOFF-HHMM IS NOT NUMERIC
              MOVE 0700 TO BA-CUTOFF-HHMM
           END-IF
           IF BA-NEW-CHAIN NOT = "Y"
              MOVE "N" TO BA-NEW-CHAIN
           END-IF
      *    a job saved before the age limits were on the screen runs
      *    without the passenger age check, as bb7935 would
           IF BA-CHILD-MAX-AGE IS NOT NUMERIC OR
              BA-CHILD-RED-CODE = LOW-VALUES
              MOVE ZEROS  TO BA-CHILD-MAX-AGE
              MOVE SPACES TO BA-CHILD-RED-CODE
           END-IF
           IF BA-INFANT-MAX-AGE IS NOT NUMERIC OR
              BA-INFANT-RED-CODE = LOW-VALUES
              MOVE ZEROS  TO BA-INFANT-MAX-AGE
              MOVE SPACES TO BA-INFANT-RED-CODE
           END-IF

           PERFORM B-OPENEN-BESTANDEN.
           PERFORM C-FIND-LAST-CHAIN.

           IF SW-RESUME-YES
              PERFORM C-RESUME-CHAIN
           ELSE
              PERFORM C-START-NEW-CHAIN
           END-IF

           PERFORM D-RUN-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT

           PERFORM E-CLOSE-CHAIN.
           PERFORM X-EINDE.

      /---
       B-OPENEN-BESTANDEN.

      * the step-status file is a standing file: create it on first use
           OPEN I-O PRICE-CHAIN
           IF WS-REPLY = "35"
              OPEN OUTPUT PRICE-CHAIN
              CLOSE PRICE-CHAIN
              OPEN I-O PRICE-CHAIN
           END-IF
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error open PRICE-CHAIN " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .

      /---
      * the latest chain header (step 00) decides between a new chain
      * and resuming an unfinished one
       C-FIND-LAST-CHAIN.

           MOVE ZEROS  TO WS-LAST-CHAIN-ID
           MOVE SPACES TO WS-LAST-CHAIN-STATUS
           MOVE ZEROS  TO EXCH-CHAIN-ID
                          EXCH-STEP-NO
           SET SW-CHAIN-EOF-NO TO TRUE
           START PRICE-CHAIN KEY IS NOT LESS THAN EXCH-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-CHAIN-EOF-YES TO TRUE
           END-IF
           PERFORM C-READ-ONE-CHAIN-RECORD UNTIL SW-CHAIN-EOF-YES
           MOVE ZEROES TO WS-REPLY

           SET SW-RESUME-NO TO TRUE
           IF WS-LAST-CHAIN-ID > ZEROS AND
              (WS-LAST-CHAIN-STATUS = "F" OR "A")
              PERFORM C-GET-LAST-CHAIN-AGE
              EVALUATE TRUE
                 WHEN BA-NEW-CHAIN = "Y"
                    DISPLAY "Unfinished chain " WS-LAST-CHAIN-ID
                            " abandoned - new chain requested"
                    MOVE "ABANDONED: NEW CHAIN REQUESTED"
                      TO WS-ABANDON-MESSAGE
                    PERFORM C-ABANDON-LAST-CHAIN
                 WHEN WS-LAST-CHAIN-AGE-MIN > WS-RESUME-HOURS * 60
                    DISPLAY "Unfinished chain " WS-LAST-CHAIN-ID
                            " abandoned - older than "
                            WS-RESUME-HOURS " hours"
                    MOVE "ABANDONED: TOO OLD TO RESUME"
                      TO WS-ABANDON-MESSAGE
                    PERFORM C-ABANDON-LAST-CHAIN
                 WHEN OTHER
                    SET SW-RESUME-YES TO TRUE
              END-EVALUATE
           END-IF
           .

      * minutes between the start of the last chain (its id is its
      * start stamp) and now
       C-GET-LAST-CHAIN-AGE.

           PERFORM R-GET-NOW
           CALL "datec2b" USING WS-LAST-CHAIN-DATE WS-LAST-CHAIN-BIN
           CALL "datec2b" USING WS-NOW-DATE WS-TODAY-BIN
           COMPUTE WS-LAST-CHAIN-AGE-MIN =
                   (WS-TODAY-BIN - WS-LAST-CHAIN-BIN) * 1440
                 + (WS-NOW-HH * 60) + WS-NOW-MI
                 - (WS-LAST-CHAIN-HH * 60) - WS-LAST-CHAIN-MI
           .

      * the old header is closed as STOPPED with the reason, so the
      * next start does not pick it up again and rb7947 shows why
       C-ABANDON-LAST-CHAIN.

           MOVE WS-LAST-CHAIN-ID TO EXCH-CHAIN-ID
           MOVE ZEROS            TO EXCH-STEP-NO
           READ PRICE-CHAIN
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error read PRICE-CHAIN header " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           PERFORM R-GET-NOW
           SET EXCH-STATUS-STOPPED TO TRUE
           MOVE WS-NOW-DATE        TO EXCH-END-DATE
           MOVE WS-NOW-TIME        TO EXCH-END-TIME
           MOVE WS-ABANDON-MESSAGE TO EXCH-MESSAGE
           REWRITE EXCH-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error rewrite PRICE-CHAIN header " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .

       C-READ-ONE-CHAIN-RECORD.

           READ PRICE-CHAIN NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-CHAIN-EOF-YES TO TRUE
           ELSE
              IF EXCH-STEP-NO = ZEROS
                 MOVE EXCH-CHAIN-ID TO WS-LAST-CHAIN-ID
                 MOVE EXCH-STATUS   TO WS-LAST-CHAIN-STATUS
              END-IF
           END-IF
           .

      * a fresh chain: the header and every step WAITING, each with
      * the parameters it will be given
       C-START-NEW-CHAIN.

           PERFORM R-GET-NOW
           MOVE WS-NOW-STAMP TO WS-CHAIN-ID
           DISPLAY "New chain " WS-CHAIN-ID

           INITIALIZE EXCH-RECORD
           MOVE WS-CHAIN-ID    TO EXCH-CHAIN-ID
           MOVE ZEROS          TO EXCH-STEP-NO
           MOVE "bb7946"       TO EXCH-STEP-PROG
           MOVE "NIGHTLY PRICE-CHECK CHAIN" TO EXCH-STEP-DESC
           SET EXCH-STATUS-ACTIVE TO TRUE
           MOVE WS-USERID      TO EXCH-USER
           MOVE 1              TO EXCH-ATTEMPTS
           MOVE WS-NOW-DATE    TO EXCH-START-DATE
           MOVE WS-NOW-TIME    TO EXCH-START-TIME
           MOVE BA-USER-PARAMS TO EXCH-PARAMS
           WRITE EXCH-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error write PRICE-CHAIN header " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           PERFORM C-WRITE-NEW-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           .

       C-WRITE-NEW-STEP.

           PERFORM C-BUILD-STEP-PARAMS

           INITIALIZE EXCH-RECORD
           MOVE WS-CHAIN-ID              TO EXCH-CHAIN-ID
           MOVE TBST-STEP-NO(WS-STEP-IDX) TO EXCH-STEP-NO
           MOVE TBST-PROG(WS-STEP-IDX)   TO EXCH-STEP-PROG
           MOVE TBST-DESC(WS-STEP-IDX)   TO EXCH-STEP-DESC
           SET EXCH-STATUS-WAITING       TO TRUE
           MOVE WS-USERID                TO EXCH-USER
           MOVE WS-STEP-PARAMS           TO EXCH-PARAMS
           WRITE EXCH-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error write PRICE-CHAIN step "
                      TBST-STEP-NO(WS-STEP-IDX) " " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           MOVE "W" TO TBCS-STATUS(WS-STEP-IDX)
           .

      * the parameters as the step's own start screen would default
      * them, with the chain's tolerance, days and cut-off
       C-BUILD-STEP-PARAMS.

           MOVE SPACES TO WS-STEP-PARAMS
           EVALUATE TBST-STEP-NO(WS-STEP-IDX)
              WHEN 02
              WHEN 03
                 MOVE SPACES         TO WS-7935-INPUT-FILE
                                        WS-7935-BOOKING-LIST
                                        WS-7935-PRODUCTS
                 MOVE WS-TODAY       TO WS-7935-DATE-FROM
                                        WS-7935-DATE-TO
                 MOVE "Y"            TO WS-7935-OK
                 MOVE "L"            TO WS-7935-FILE-SOURCE
                 MOVE BA-TOLERANCE   TO WS-7935-TOLERANCE
                 MOVE "N"            TO WS-7935-ARCHIVE
                                        WS-7935-DELTA
                                        WS-7935-RECHECK
                                        WS-7935-DEPDATE
                 MOVE ZEROS          TO WS-7935-MAX-EXCEPTIONS
                                        WS-7935-MAX-DIFF
                                        WS-7935-PART-NO
                 MOVE 1              TO WS-7935-PARTITIONS
                 MOVE BA-CHILD-MAX-AGE   TO WS-7935-CHILD-MAX-AGE
                 MOVE BA-CHILD-RED-CODE  TO WS-7935-CHILD-RED-CODE
                 MOVE BA-INFANT-MAX-AGE  TO WS-7935-INFANT-MAX-AGE
                 MOVE BA-INFANT-RED-CODE TO WS-7935-INFANT-RED-CODE
                 IF TBST-RUN-MODE(WS-STEP-IDX) = "D"
                    MOVE "Y"         TO WS-7935-DELTA
                 ELSE
                    MOVE "Y"         TO WS-7935-RECHECK
                 END-IF
              WHEN 04
                 MOVE BA-ESCALATE-DAYS  TO WS-7937-ESCALATE-DAYS
                 MOVE BA-RETENTION-DAYS TO WS-7937-RETENTION-DAYS
                 MOVE "Y"               TO WS-7937-OK
                 MOVE BA-ARCHIVE-DAYS   TO WS-7937-ARCHIVE-DAYS
              WHEN 05
                 CALL "datec2b" USING WS-TODAY WS-TODAY-BIN
                 COMPUTE WS-FROM-BIN = WS-TODAY-BIN - BA-VOUCHER-DAYS
                 CALL "dateb2c" USING WS-FROM-BIN WS-FROM-DATE
                 MOVE WS-FROM-DATE      TO WS-7940-DATE-FROM
                 MOVE WS-TODAY          TO WS-7940-DATE-TO
                 MOVE "Y"               TO WS-7940-OK
              WHEN 06
                 MOVE BA-CUTOFF-HHMM    TO WS-7941-CUTOFF
           END-EVALUATE
           .

      * resume: the header goes back to ACTIVE, the steps keep their
      * outcome so far and their parameters
       C-RESUME-CHAIN.

           MOVE WS-LAST-CHAIN-ID TO WS-CHAIN-ID
           DISPLAY "Resuming unfinished chain " WS-CHAIN-ID

           MOVE WS-CHAIN-ID TO EXCH-CHAIN-ID
           MOVE ZEROS       TO EXCH-STEP-NO
           READ PRICE-CHAIN
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error read PRICE-CHAIN header " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           SET EXCH-STATUS-ACTIVE TO TRUE
           ADD 1 TO EXCH-ATTEMPTS
           MOVE ZEROS  TO EXCH-END-DATE
                          EXCH-END-TIME
           MOVE SPACES TO EXCH-MESSAGE
           REWRITE EXCH-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error rewrite PRICE-CHAIN header " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           PERFORM C-LOAD-STEP-STATUS
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           .

       C-LOAD-STEP-STATUS.

           MOVE WS-CHAIN-ID               TO EXCH-CHAIN-ID
           MOVE TBST-STEP-NO(WS-STEP-IDX) TO EXCH-STEP-NO
           READ PRICE-CHAIN
           IF WS-REPLY = ZEROES
              MOVE EXCH-STATUS TO TBCS-STATUS(WS-STEP-IDX)
           ELSE
      *       a step the chain never got to write runs with the
      *       defaults of today
              PERFORM C-WRITE-NEW-STEP
           END-IF
           .

      /---
      * one step: skipped when already DONE, stopped when a step it
      * depends on is not DONE, run otherwise
       D-RUN-STEP.

           MOVE WS-CHAIN-ID               TO EXCH-CHAIN-ID
           MOVE TBST-STEP-NO(WS-STEP-IDX) TO EXCH-STEP-NO
           MOVE TBST-STEP-NO(WS-STEP-IDX) TO WS-EDIT-STEP
           READ PRICE-CHAIN
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error read PRICE-CHAIN step " WS-EDIT-STEP
                      " " WS-REPLY
              MOVE "F" TO TBCS-STATUS(WS-STEP-IDX)
              ADD 1 TO WS-STEPS-FAILED
           ELSE
              IF EXCH-STATUS-DONE
                 DISPLAY "Step " WS-EDIT-STEP " " EXCH-STEP-PROG
                         " already done - skipped"
                 MOVE "D" TO TBCS-STATUS(WS-STEP-IDX)
              ELSE
                 SET SW-DEPS-DONE-YES TO TRUE
                 PERFORM D-CHECK-DEPENDENCY
                         VARYING WS-DEP-IDX FROM 1 BY 1
                         UNTIL WS-DEP-IDX >= WS-STEP-IDX
                 IF SW-DEPS-DONE-YES
                    PERFORM D-EXECUTE-STEP
                 ELSE
                    PERFORM D-STOP-STEP
                 END-IF
              END-IF
           END-IF
           MOVE ZEROES TO WS-REPLY
           .

       D-CHECK-DEPENDENCY.

           IF TBST-DEPENDS(WS-STEP-IDX)(WS-DEP-IDX:1) = "Y" AND
              TBCS-STATUS(WS-DEP-IDX) NOT = "D"
              IF SW-DEPS-DONE-YES
                 MOVE SPACES TO EXCH-MESSAGE
                 STRING "STOPPED: STEP " TBST-STEP-NO(WS-DEP-IDX)
                        " " TBST-PROG(WS-DEP-IDX) " NOT DONE"
                    DELIMITED BY SIZE INTO EXCH-MESSAGE
              END-IF
              SET SW-DEPS-DONE-NO TO TRUE
           END-IF
           .

       D-STOP-STEP.

           DISPLAY "Step " WS-EDIT-STEP " " EXCH-STEP-PROG " "
                   EXCH-MESSAGE
           SET EXCH-STATUS-STOPPED TO TRUE
           PERFORM R-GET-NOW
           MOVE WS-NOW-DATE TO EXCH-END-DATE
           MOVE WS-NOW-TIME TO EXCH-END-TIME
           PERFORM R-REWRITE-STEP
           MOVE "S" TO TBCS-STATUS(WS-STEP-IDX)
           ADD 1 TO WS-STEPS-STOPPED
           .

      * the step is ACTIVE on file before it starts, so a chain that
      * dies inside a step shows where it died
       D-EXECUTE-STEP.

           PERFORM R-GET-NOW
           MOVE WS-NOW-STAMP TO WS-STEP-STAMP
           SET EXCH-STATUS-ACTIVE TO TRUE
           ADD 1 TO EXCH-ATTEMPTS
           MOVE WS-USERID   TO EXCH-USER
           MOVE WS-NOW-DATE TO EXCH-START-DATE
           MOVE WS-NOW-TIME TO EXCH-START-TIME
           MOVE ZEROS       TO EXCH-END-DATE
                               EXCH-END-TIME
                               EXCH-RETURN-CODE
                               EXCH-RUN-ID
                               EXCH-RUN-EXCEPTIONS
           MOVE SPACES      TO EXCH-MESSAGE
           PERFORM R-REWRITE-STEP
           ADD 1 TO WS-STEPS-RUN

           MOVE EXCH-STEP-PROG TO WS-STEP-PROG
           DISPLAY "Step " WS-EDIT-STEP " " WS-STEP-PROG " "
                   EXCH-STEP-DESC " started " WS-NOW-TIME
           MOVE EXCH-PARAMS    TO WS-STEP-PARAMS

           IF TBST-PROG(WS-STEP-IDX) = "bb7941"
              MOVE SPACES TO BA-COMMAND
              STRING "bb7941 " WS-7941-CUTOFF
                 DELIMITED BY SIZE INTO BA-COMMAND
              PERFORM Z-CALL-PIPE
              MOVE BA-PIPE-REPLY TO WS-STEP-RC
           ELSE
      *       the step reads its parameters from BA-USER-PARAMS as
      *       when its own start screen calls it; cancelled after so
      *       the next call of the same program starts afresh
              MOVE WS-STEP-PARAMS TO BA-USER-PARAMS
              MOVE ZEROS TO RETURN-CODE
              CALL WS-STEP-PROG
              MOVE RETURN-CODE TO WS-STEP-RC
              CANCEL WS-STEP-PROG
              MOVE ZEROS TO RETURN-CODE
           END-IF

           MOVE WS-STEP-RC TO EXCH-RETURN-CODE
           IF WS-STEP-RC = ZEROS
              SET EXCH-STATUS-DONE TO TRUE
           ELSE
              SET EXCH-STATUS-FAILED TO TRUE
              MOVE SPACES TO EXCH-MESSAGE
              STRING "ENDED WITH RETURN CODE " WS-STEP-RC
                 DELIMITED BY SIZE INTO EXCH-MESSAGE
           END-IF
           IF TBST-RUN-MODE(WS-STEP-IDX) NOT = SPACE
              PERFORM D-CHECK-PRICE-RUN
           END-IF

           PERFORM R-GET-NOW
           MOVE WS-NOW-DATE TO EXCH-END-DATE
           MOVE WS-NOW-TIME TO EXCH-END-TIME
           PERFORM R-REWRITE-STEP
           MOVE EXCH-STATUS TO TBCS-STATUS(WS-STEP-IDX)
           IF EXCH-STATUS-DONE
              DISPLAY "Step " WS-EDIT-STEP " " WS-STEP-PROG
                      " DONE " WS-NOW-TIME
           ELSE
              ADD 1 TO WS-STEPS-FAILED
              DISPLAY "Step " WS-EDIT-STEP " " WS-STEP-PROG
                      " FAILED " WS-NOW-TIME " " EXCH-MESSAGE
           END-IF
           .

      * a price-check step is only done when its JTPRICERUNS record
      * says so: the whole run (part 0) of the step's mode started
      * since the step began
       D-CHECK-PRICE-RUN.

           SET SW-RUN-FOUND-NO TO TRUE
           OPEN INPUT PRICE-RUNS
           IF WS-REPLY = ZEROES
              SET SW-SCAN-EOF-NO TO TRUE
              MOVE WS-STEP-STAMP TO EXRU-RUN-ID
              START PRICE-RUNS KEY IS NOT LESS THAN EXRU-KEY
              IF WS-REPLY NOT = ZEROES
                 SET SW-SCAN-EOF-YES TO TRUE
              END-IF
              PERFORM D-SCAN-ONE-RUN
                      UNTIL SW-SCAN-EOF-YES OR SW-RUN-FOUND-YES
              CLOSE PRICE-RUNS
           END-IF
           MOVE ZEROES TO WS-REPLY

           IF SW-RUN-FOUND-NO
              SET EXCH-STATUS-FAILED TO TRUE
              MOVE "NO JTPRICERUNS RECORD FOR THIS STEP"
                TO EXCH-MESSAGE
           ELSE
              MOVE EXRU-RUN-ID     TO EXCH-RUN-ID
              MOVE EXRU-EXCEPTIONS TO EXCH-RUN-EXCEPTIONS
              IF NOT EXRU-STATUS-DONE
                 SET EXCH-STATUS-FAILED TO TRUE
                 MOVE SPACES TO EXCH-MESSAGE
                 STRING "RUN NOT DONE, FAILED IN " EXRU-FAIL-PARA
                    DELIMITED BY SIZE INTO EXCH-MESSAGE
              END-IF
           END-IF
           .

       D-SCAN-ONE-RUN.

           READ PRICE-RUNS NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-SCAN-EOF-YES TO TRUE
           ELSE
              IF EXRU-MODE = TBST-RUN-MODE(WS-STEP-IDX) AND
                 EXRU-PART-NO = ZEROS
                 SET SW-RUN-FOUND-YES TO TRUE
              END-IF
           END-IF
           .

      /---
      * the header: DONE when every step is DONE, FAILED otherwise
       E-CLOSE-CHAIN.

           MOVE WS-CHAIN-ID TO EXCH-CHAIN-ID
           MOVE ZEROS       TO EXCH-STEP-NO
           READ PRICE-CHAIN
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error read PRICE-CHAIN header " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM R-GET-NOW
              MOVE WS-NOW-DATE TO EXCH-END-DATE
              MOVE WS-NOW-TIME TO EXCH-END-TIME
              IF WS-STEPS-FAILED = ZEROS AND WS-STEPS-STOPPED = ZEROS
                 SET EXCH-STATUS-DONE TO TRUE
                 MOVE SPACES TO EXCH-MESSAGE
              ELSE
                 SET EXCH-STATUS-FAILED TO TRUE
                 MOVE SPACES TO EXCH-MESSAGE
                 STRING WS-STEPS-FAILED " STEP(S) FAILED, "
                        WS-STEPS-STOPPED " STOPPED - RESTART RESUMES"
                    DELIMITED BY SIZE INTO EXCH-MESSAGE
              END-IF
              REWRITE EXCH-RECORD
              IF WS-REPLY NOT = ZEROES
                 DISPLAY "** Error rewrite PRICE-CHAIN header "
                         WS-REPLY
              END-IF
              IF EXCH-STATUS-FAILED
                 SET SW-FATAL-ERROR-YES TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

      /---
       R-REWRITE-STEP.

           REWRITE EXCH-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error rewrite PRICE-CHAIN step "
                      EXCH-STEP-NO " " WS-REPLY
           END-IF
           .

       R-GET-NOW.

           ACCEPT WS-NOW-DATE  FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME8 FROM TIME
           COMPUTE WS-NOW-STAMP = WS-NOW-DATE * 1000000 + WS-NOW-TIME
           .

      /---
       X-EINDE.

           DISPLAY "****".
           DISPLAY "Chain. . . . . . . . . . : " WS-CHAIN-ID
           DISPLAY "Steps run. . . . . . . . : " WS-STEPS-RUN
           DISPLAY "Steps failed . . . . . . : " WS-STEPS-FAILED
           DISPLAY "Steps stopped. . . . . . : " WS-STEPS-STOPPED

           CLOSE PRICE-CHAIN.

      *    the steps, the pipe and the date CALLs all leave their
      *    own value in RETURN-CODE: the outcome is the switch
           IF SW-FATAL-ERROR-NO
              DISPLAY "++++ normal end of cbl - bb7946.cbl"
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "++++ ABNORMAL end of cbl - bb7946.cbl"
              MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
           .

       Z-CALL-PIPE.
           MOVE 2                      TO BA-PIPE-REPLY

           CALL "cblpipe" USING BA-COMMAND
                                BA-PIPE-REPLY

           IF ( BA-PIPE-REPLY NOT = 0 )
              MOVE BA-PIPE-REPLY TO BA-DISP-2
              DISPLAY "++++ REPLY " BA-DISP-2 " CALLING PIPE"
           END-IF
           .
