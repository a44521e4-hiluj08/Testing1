      $SET DEFAULTBYTE(48)
      $SET NOOSVS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bb7944.
      ******************************************************************
      * Program-ID.....: bb7944.cbl
      * Author.........: jluque01
      * Date Written...: 15/10/2026 at 10:00:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: JITS price check - changes since last run
      ******************************************************************
     /*/Description ****************************************************
     /*
     /* Compares the per-booking results of one bb7935 run (or of
     /* one consolidated partitioned run) with the previous run that
     /* checked the same booking, read from the JTPRICEBOOKHIST
     /* result history, and lists:
     /*  - bookings whose saldo or calculated (modcalc) price moved
     /*    by more than the minimum change
     /*  - bookings that became exceptions
     /*  - bookings that stopped being exceptions while nobody
     /*    worked their JTPRICEBASKET entry in between (no status
     /*    change in JTPRICEBASKETH other than by the price check)
     /* Each line says whether the saldo changed (fixed on the
     /* booking) or the calculated price moved (the price master
     /* changed under it), or both.
     /*
     /* Run id zero reports the latest completed run in JTPRICERUNS.
     /* The previous run of a booking is the latest run before the
     /* reported one that holds a result for it, whatever its mode.
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

           COPY "jtpriceruns.sel".

           COPY "jtpricebookhist.sel".

           COPY "jtpricebaskethist.sel".

           SELECT CHANGE-REPORT    ASSIGN WS-CHANGE-REPORT-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

       DATA DIVISION.
       FILE SECTION.

       FD PRICE-RUNS.
       COPY "jtpriceruns.cpy".

       FD PRICE-BOOK-HIST.
       COPY "jtpricebookhist.cpy".

       FD EXCEPTION-BASKET-HIST.
       COPY "jtpricebaskethist.cpy".

       FD CHANGE-REPORT.
       01 CHANGE-REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "unixvelden.cpy".

       01 WS-REPLY                         PIC X(2).
       01 WS-CHANGE-REPORT-FILE            PIC X(60).

       COPY "wsbatch1.cpy".
       01 REDEFINES BA-USER-PARAMS.
          03 BA-RUN-ID                     PIC 9(14).
          03 BA-MIN-CHANGE                 PIC 9(5)V99.
          03 BA-OK                         PIC X.

       01 WS-DATE-NUM                        PIC 9(08).
       01 WS-DATE-FILE REDEFINES WS-DATE-NUM PIC X(8).

       01 SW-RUNS-EOF                      PIC X       VALUE "N".
          88 SW-RUNS-EOF-YES               VALUE "Y".
          88 SW-RUNS-EOF-NO                VALUE "N".
       01 SW-BOOK-HIST-EOF                 PIC X       VALUE "N".
          88 SW-BOOK-HIST-EOF-YES          VALUE "Y".
          88 SW-BOOK-HIST-EOF-NO           VALUE "N".
       01 SW-HIST-EOF                      PIC X       VALUE "N".
          88 SW-HIST-EOF-YES               VALUE "Y".
          88 SW-HIST-EOF-NO                VALUE "N".
       01 SW-PREV-HELD                     PIC X       VALUE "N".
          88 SW-PREV-HELD-YES              VALUE "Y".
          88 SW-PREV-HELD-NO               VALUE "N".
       01 SW-BASKET-WORKED                 PIC X       VALUE "N".
          88 SW-BASKET-WORKED-YES          VALUE "Y".
          88 SW-BASKET-WORKED-NO           VALUE "N".
       01 SW-SALDO-CHANGED                 PIC X       VALUE "N".
          88 SW-SALDO-CHANGED-YES          VALUE "Y".
          88 SW-SALDO-CHANGED-NO           VALUE "N".
       01 SW-CALC-CHANGED                  PIC X       VALUE "N".
          88 SW-CALC-CHANGED-YES           VALUE "Y".
          88 SW-CALC-CHANGED-NO            VALUE "N".
       01 SW-FATAL-ERROR                   PIC X       VALUE "N".
          88 SW-FATAL-ERROR-YES            VALUE "Y".
          88 SW-FATAL-ERROR-NO             VALUE "N".

      * the run reported on, from JTPRICERUNS
       01 WS-SEL-RUN-ID                    PIC 9(14)   VALUE ZEROS.
       01 WS-SEL-STATUS                    PIC X.
       01 WS-SEL-MODE                      PIC X.
       01 WS-SEL-START-DATE                PIC 9(8).
       01 WS-SEL-START-TIME                PIC 9(6).
       01 WS-SEL-PARTITIONS                PIC 9(2).
       01 WS-SEL-MODE-TEXT                 PIC X(20).
       01 WS-SEL-STATUS-TEXT               PIC X(10).

      * the latest earlier result of the booking being read
       01 WS-PREV-BOOKNR9                  PIC 9(9)    VALUE ZEROS.
       01 WS-PREV-RUN-ID                   PIC 9(14).
       01 WS-PREV-SALDO                    PIC S9(6)V9(2).
       01 WS-PREV-MODCALC-PRICE            PIC S9(6)V9(2).
       01 WS-PREV-DIFF                     PIC S9(6)V9(2).
       01 WS-PREV-EXCEPTION                PIC X.

       01 WS-SALDO-CHANGE                  PIC S9(7)V9(2).
       01 WS-CALC-CHANGE                   PIC S9(7)V9(2).
       01 WS-HIST-STAMP                    PIC 9(14).
       01 WS-CHANGE-KIND                   PIC X(16).
       01 WS-CHANGE-CAUSE                  PIC X(16).

       01 TOT-HIST-READ                    PIC 9(9)    VALUE ZEROS.
       01 TOT-RUN-BOOKINGS                 PIC 9(9)    VALUE ZEROS.
       01 TOT-FIRST-CHECK                  PIC 9(9)    VALUE ZEROS.
       01 TOT-COMPARED                     PIC 9(9)    VALUE ZEROS.
       01 TOT-SALDO-CHANGED                PIC 9(9)    VALUE ZEROS.
       01 TOT-CALC-CHANGED                 PIC 9(9)    VALUE ZEROS.
       01 TOT-NEW-EXCEPTIONS               PIC 9(9)    VALUE ZEROS.
       01 TOT-CLEARED-UNWORKED             PIC 9(9)    VALUE ZEROS.
       01 TOT-CLEARED-WORKED               PIC 9(9)    VALUE ZEROS.
       01 TOT-STILL-EXCEPTIONS             PIC 9(9)    VALUE ZEROS.
       01 TOT-LINES-LISTED                 PIC 9(9)    VALUE ZEROS.

       01 WS-REP-LINE                      PIC X(132).
       01 WS-REP-DETAIL.
          03 WS-REPD-BOOKNR                PIC 9(9).
          03 FILLER                        PIC X.
          03 WS-REPD-PREV-RUN              PIC 9(14).
          03 FILLER                        PIC X.
          03 WS-REPD-SALDO-WAS             PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X.
          03 WS-REPD-SALDO-NOW             PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X.
          03 WS-REPD-CALC-WAS              PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X.
          03 WS-REPD-CALC-NOW              PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X.
          03 WS-REPD-DIFF-WAS              PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X.
          03 WS-REPD-DIFF-NOW              PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X.
          03 WS-REPD-REMARK                PIC X(35).
       01 WS-REP-COLUMNS                   PIC X(132)
          VALUE "BOOKING   PREVIOUS RUN     SALDO WAS   SALDO NOW    CAL
      -         "C WAS    CALC NOW    DIFF WAS    DIFF NOW REMARK".
       01 WS-EDIT-COUNT                    PIC ZZZ.ZZZ.ZZ9.
       01 WS-EDIT-AMOUNT                   PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.

      **** unix time stamps (auto inserted) ***************************
           MOVE ZEROES TO UNIX-DATE-ACCEPTED-NUM.
           ACCEPT UNIX-DATE-ACCEPTED-NUM6 FROM DATE.
           ACCEPT UNIX-TIME-ACCEPTED FROM TIME.
           ADD 20000000 TO UNIX-DATE-ACCEPTED-NUM.
      **** end of unix time stamps ************************************

      /---
       A-BEGIN.

           DISPLAY "**** bb7944.cbl ****".

           MOVE "bb7944"     TO BE-PROG-NAME.
           MOVE "Starts ..." TO BE-COMMENT.
           MOVE SPACES       TO BE-REPLY.
           DISPLAY BE-DISPLAY.

           MOVE UNIX-DATE-ACCEPTED-NUM TO WS-DATE-NUM

           IF BA-RUN-ID IS NOT NUMERIC
              MOVE ZEROS TO BA-RUN-ID
           END-IF
           IF BA-MIN-CHANGE IS NOT NUMERIC
              MOVE ZEROS TO BA-MIN-CHANGE
           END-IF

           PERFORM B-OPENEN-BESTANDEN.
           PERFORM B-SELECT-RUN.
           PERFORM C-WRITE-REPORT-HEADER.
           PERFORM D-WALK-BOOK-HIST.
           PERFORM E-WRITE-REPORT-TOTALS.
           PERFORM X-EINDE.

      /---
       B-OPENEN-BESTANDEN.

           OPEN INPUT PRICE-RUNS
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error open PRICE-RUNS " WS-REPLY
              DISPLAY "** No run history yet - run bb7935 first"
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN INPUT PRICE-BOOK-HIST
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error open PRICE-BOOK-HIST " WS-REPLY
              DISPLAY "** No result history yet - run bb7935 first"
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN INPUT EXCEPTION-BASKET-HIST
           IF WS-REPLY = "35"
      *       no basket history at all: nobody ever worked the basket
              MOVE ZEROES TO WS-REPLY
           END-IF
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error open EXCEPTION-BASKET-HIST " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           MOVE "$DD_WORKDIR/price_run_changes.txt" TO
                                               WS-CHANGE-REPORT-FILE
           OPEN OUTPUT CHANGE-REPORT
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening CHANGE-REPORT " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .

      /---
      * The run to report: the one asked for, or else the latest run
      * that completed.  A partition slice keeps no result history of
      * its own - its bookings are filed under the consolidation run.
       B-SELECT-RUN.

           IF BA-RUN-ID = ZEROS
              MOVE ZEROS TO EXRU-RUN-ID
              START PRICE-RUNS KEY IS GREATER THAN EXRU-KEY
              IF WS-REPLY NOT = ZEROES
                 SET SW-RUNS-EOF-YES TO TRUE
              ELSE
                 SET SW-RUNS-EOF-NO TO TRUE
              END-IF
              MOVE ZEROES TO WS-REPLY
              PERFORM B-FIND-LATEST-RUN UNTIL SW-RUNS-EOF-YES
              IF WS-SEL-RUN-ID = ZEROS
                 DISPLAY "** No completed run found in PRICE-RUNS"
                 SET SW-FATAL-ERROR-YES TO TRUE
                 MOVE 8 TO RETURN-CODE
                 PERFORM X-EINDE
              END-IF
              MOVE WS-SEL-RUN-ID TO EXRU-RUN-ID
           ELSE
              MOVE BA-RUN-ID TO EXRU-RUN-ID
           END-IF

           READ PRICE-RUNS
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Run " EXRU-RUN-ID " not found in PRICE-RUNS "
                      WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           IF EXRU-PART-NO > ZEROS
              DISPLAY "** Run " EXRU-RUN-ID " is partition "
                      EXRU-PART-NO " of a partitioned run - report"
                      " the consolidation run (bb7935c) instead"
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           MOVE EXRU-RUN-ID     TO WS-SEL-RUN-ID
           MOVE EXRU-STATUS     TO WS-SEL-STATUS
           MOVE EXRU-MODE       TO WS-SEL-MODE
           MOVE EXRU-START-DATE TO WS-SEL-START-DATE
           MOVE EXRU-START-TIME TO WS-SEL-START-TIME
           MOVE EXRU-PARTITIONS TO WS-SEL-PARTITIONS

           EVALUATE TRUE
              WHEN EXRU-MODE-INPUT-FILE
                 MOVE "INPUT FILE"         TO WS-SEL-MODE-TEXT
              WHEN EXRU-MODE-DATE-RANGE
                 IF EXRU-PARTITIONS > 1
                    MOVE "PARTITIONED RANGE" TO WS-SEL-MODE-TEXT
                 ELSE
                    MOVE "BOOKING DATES"   TO WS-SEL-MODE-TEXT
                 END-IF
              WHEN EXRU-MODE-DEPARTURE
                 MOVE "DEPARTURE DATES"    TO WS-SEL-MODE-TEXT
              WHEN EXRU-MODE-DELTA
                 MOVE "DELTA"              TO WS-SEL-MODE-TEXT
              WHEN EXRU-MODE-RECHECK
                 MOVE "BASKET RECHECK"     TO WS-SEL-MODE-TEXT
              WHEN EXRU-MODE-PRODUCT
                 MOVE "PRODUCTS"           TO WS-SEL-MODE-TEXT
              WHEN OTHER
                 MOVE EXRU-MODE            TO WS-SEL-MODE-TEXT
           END-EVALUATE

           EVALUATE TRUE
              WHEN EXRU-STATUS-DONE
                 MOVE "COMPLETED"          TO WS-SEL-STATUS-TEXT
              WHEN EXRU-STATUS-ACTIVE
                 MOVE "ACTIVE"             TO WS-SEL-STATUS-TEXT
              WHEN OTHER
                 MOVE "FAILED"             TO WS-SEL-STATUS-TEXT
           END-EVALUATE

           DISPLAY "Reporting run. . . . . . : " WS-SEL-RUN-ID
                   " " WS-SEL-MODE-TEXT " " WS-SEL-STATUS-TEXT
           IF NOT EXRU-STATUS-DONE
              DISPLAY "** Warning: run did not complete - its results"
                      " cover only the bookings it got to"
           END-IF
           .

       B-FIND-LATEST-RUN.

           READ PRICE-RUNS NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-RUNS-EOF-YES TO TRUE
              MOVE ZEROES TO WS-REPLY
           ELSE
              IF EXRU-STATUS-DONE AND EXRU-PART-NO = ZEROS
                 MOVE EXRU-RUN-ID TO WS-SEL-RUN-ID
              END-IF
           END-IF
           .

      /---
       C-WRITE-REPORT-HEADER.

           MOVE SPACES TO WS-REP-LINE
           STRING "JITS PRICE CHECK - CHANGES SINCE THE PREVIOUS RUN - "
                  WS-DATE-FILE
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           PERFORM R-WRITE-REPORT-LINE

           STRING "RUN " WS-SEL-RUN-ID
                  "   MODE " WS-SEL-MODE-TEXT
                  "   STARTED " WS-SEL-START-DATE " " WS-SEL-START-TIME
                  "   " WS-SEL-STATUS-TEXT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE

           MOVE BA-MIN-CHANGE TO WS-EDIT-AMOUNT
           STRING "SALDO / CALCULATED PRICE CHANGES OVER "
                  WS-EDIT-AMOUNT " ARE LISTED"
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           PERFORM R-WRITE-REPORT-LINE

           MOVE WS-REP-COLUMNS TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           .

      /---
      * One pass over the result history.  It is keyed booking
      * first, run id second, so the records of a booking arrive
      * oldest run first: the last one before the reported run is
      * held as the previous result until the reported run's own
      * record comes along.
       D-WALK-BOOK-HIST.

           MOVE ZEROS TO EXPH-BOOKNR9
                         EXPH-RUN-ID
           START PRICE-BOOK-HIST KEY IS NOT LESS THAN EXPH-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-BOOK-HIST-EOF-YES TO TRUE
              DISPLAY "Result history is empty"
           ELSE
              SET SW-BOOK-HIST-EOF-NO TO TRUE
           END-IF
           MOVE ZEROES TO WS-REPLY

           PERFORM D-READ-ONE-BOOK-HIST UNTIL SW-BOOK-HIST-EOF-YES
           .

       D-READ-ONE-BOOK-HIST.

           READ PRICE-BOOK-HIST NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-BOOK-HIST-EOF-YES TO TRUE
              MOVE ZEROES TO WS-REPLY
           ELSE
              ADD 1 TO TOT-HIST-READ
              IF EXPH-BOOKNR9 NOT = WS-PREV-BOOKNR9
                 MOVE EXPH-BOOKNR9 TO WS-PREV-BOOKNR9
                 SET SW-PREV-HELD-NO TO TRUE
              END-IF
              EVALUATE TRUE
                 WHEN EXPH-RUN-ID < WS-SEL-RUN-ID
                    SET SW-PREV-HELD-YES TO TRUE
                    MOVE EXPH-RUN-ID        TO WS-PREV-RUN-ID
                    MOVE EXPH-SALDO         TO WS-PREV-SALDO
                    MOVE EXPH-MODCALC-PRICE TO WS-PREV-MODCALC-PRICE
                    MOVE EXPH-DIFF          TO WS-PREV-DIFF
                    MOVE EXPH-EXCEPTION     TO WS-PREV-EXCEPTION
                 WHEN EXPH-RUN-ID = WS-SEL-RUN-ID
                    ADD 1 TO TOT-RUN-BOOKINGS
                    IF SW-PREV-HELD-YES
                       PERFORM R-COMPARE-BOOKING
                    ELSE
                       ADD 1 TO TOT-FIRST-CHECK
                    END-IF
                 WHEN OTHER
      *             later runs play no part in this report
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      /---
      * The reported result against the held previous one: what
      * moved, and which way the exception went.
       R-COMPARE-BOOKING.

           ADD 1 TO TOT-COMPARED
           MOVE SPACES TO WS-CHANGE-KIND
                          WS-CHANGE-CAUSE

           COMPUTE WS-SALDO-CHANGE = EXPH-SALDO - WS-PREV-SALDO
           IF WS-SALDO-CHANGE < ZEROS
              COMPUTE WS-SALDO-CHANGE = WS-SALDO-CHANGE * -1
           END-IF
           COMPUTE WS-CALC-CHANGE = EXPH-MODCALC-PRICE
                                  - WS-PREV-MODCALC-PRICE
           IF WS-CALC-CHANGE < ZEROS
              COMPUTE WS-CALC-CHANGE = WS-CALC-CHANGE * -1
           END-IF

           SET SW-SALDO-CHANGED-NO TO TRUE
           SET SW-CALC-CHANGED-NO  TO TRUE
           IF WS-SALDO-CHANGE > BA-MIN-CHANGE
              SET SW-SALDO-CHANGED-YES TO TRUE
              ADD 1 TO TOT-SALDO-CHANGED
           END-IF
           IF WS-CALC-CHANGE > BA-MIN-CHANGE
              SET SW-CALC-CHANGED-YES TO TRUE
              ADD 1 TO TOT-CALC-CHANGED
           END-IF

           EVALUATE TRUE
              WHEN SW-SALDO-CHANGED-YES AND SW-CALC-CHANGED-YES
                 MOVE "SALDO+CALC MOVED" TO WS-CHANGE-CAUSE
              WHEN SW-SALDO-CHANGED-YES
                 MOVE "SALDO CHANGED"    TO WS-CHANGE-CAUSE
              WHEN SW-CALC-CHANGED-YES
                 MOVE "CALC PRICE MOVED" TO WS-CHANGE-CAUSE
              WHEN OTHER
                 MOVE "NO PRICE CHANGE"  TO WS-CHANGE-CAUSE
           END-EVALUATE

           EVALUATE TRUE
              WHEN WS-PREV-EXCEPTION NOT = "Y" AND EXPH-EXCEPTION-YES
                 ADD 1 TO TOT-NEW-EXCEPTIONS
                 MOVE "NEW EXCEPTION"    TO WS-CHANGE-KIND
              WHEN WS-PREV-EXCEPTION = "Y" AND NOT EXPH-EXCEPTION-YES
                 PERFORM R-CHECK-BASKET-WORKED
                 IF SW-BASKET-WORKED-YES
                    ADD 1 TO TOT-CLEARED-WORKED
                 ELSE
                    ADD 1 TO TOT-CLEARED-UNWORKED
                    MOVE "CLEARED UNWORKED" TO WS-CHANGE-KIND
                 END-IF
              WHEN WS-PREV-EXCEPTION = "Y" AND EXPH-EXCEPTION-YES
                 ADD 1 TO TOT-STILL-EXCEPTIONS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-CHANGE-KIND NOT = SPACES OR
              SW-SALDO-CHANGED-YES OR
              SW-CALC-CHANGED-YES
              PERFORM R-WRITE-CHANGE-LINE
           END-IF
           .

      * Worked = any JTPRICEBASKETH line for the booking after the
      * previous run started and up to the reported run, other than
      * the ones the price check itself writes on a regression.
       R-CHECK-BASKET-WORKED.

           SET SW-BASKET-WORKED-NO TO TRUE
           SET SW-HIST-EOF-NO TO TRUE
           MOVE EXPH-BOOKNR9 TO EXBH-BOOKNR9
           MOVE ZEROS        TO EXBH-SEQ
           START EXCEPTION-BASKET-HIST KEY IS NOT LESS THAN EXBH-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-HIST-EOF-YES TO TRUE
           END-IF
           MOVE ZEROES TO WS-REPLY
           PERFORM R-READ-BASKET-HIST
                   UNTIL SW-HIST-EOF-YES OR SW-BASKET-WORKED-YES
           .

       R-READ-BASKET-HIST.

           READ EXCEPTION-BASKET-HIST NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-HIST-EOF-YES TO TRUE
              MOVE ZEROES TO WS-REPLY
           ELSE
              IF EXBH-BOOKNR9 NOT = EXPH-BOOKNR9
                 SET SW-HIST-EOF-YES TO TRUE
              ELSE
                 COMPUTE WS-HIST-STAMP = EXBH-DATE * 1000000
                                       + EXBH-TIME
                 IF WS-HIST-STAMP > WS-PREV-RUN-ID AND
                    WS-HIST-STAMP <= WS-SEL-RUN-ID AND
                    EXBH-USER NOT = "bb7935  " AND
                    EXBH-USER NOT = "bb7935c "
                    SET SW-BASKET-WORKED-YES TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       R-WRITE-CHANGE-LINE.

           MOVE SPACES                TO WS-REP-DETAIL
           MOVE EXPH-BOOKNR9          TO WS-REPD-BOOKNR
           MOVE WS-PREV-RUN-ID        TO WS-REPD-PREV-RUN
           MOVE WS-PREV-SALDO         TO WS-REPD-SALDO-WAS
           MOVE EXPH-SALDO            TO WS-REPD-SALDO-NOW
           MOVE WS-PREV-MODCALC-PRICE TO WS-REPD-CALC-WAS
           MOVE EXPH-MODCALC-PRICE    TO WS-REPD-CALC-NOW
           MOVE WS-PREV-DIFF          TO WS-REPD-DIFF-WAS
           MOVE EXPH-DIFF             TO WS-REPD-DIFF-NOW
           IF WS-CHANGE-KIND = SPACES
              MOVE WS-CHANGE-CAUSE    TO WS-REPD-REMARK
           ELSE
              STRING WS-CHANGE-KIND  DELIMITED BY "  "
                     ": "            DELIMITED BY SIZE
                     WS-CHANGE-CAUSE DELIMITED BY "  "
                 INTO WS-REPD-REMARK
           END-IF
           MOVE WS-REP-DETAIL         TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           ADD 1 TO TOT-LINES-LISTED
           .

      /---
       E-WRITE-REPORT-TOTALS.

           IF TOT-LINES-LISTED = ZEROS
              MOVE "  NO CHANGES SINCE THE PREVIOUS RUNS" TO WS-REP-LINE
              PERFORM R-WRITE-REPORT-LINE
           END-IF
           PERFORM R-WRITE-REPORT-LINE

           MOVE TOT-RUN-BOOKINGS TO WS-EDIT-COUNT
           STRING "BOOKINGS IN THIS RUN . . . . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-FIRST-CHECK TO WS-EDIT-COUNT
           STRING "  CHECKED FOR THE FIRST TIME . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-COMPARED TO WS-EDIT-COUNT
           STRING "  COMPARED WITH AN EARLIER RUN . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-SALDO-CHANGED TO WS-EDIT-COUNT
           STRING "SALDO CHANGED. . . . . . . . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-CALC-CHANGED TO WS-EDIT-COUNT
           STRING "CALCULATED PRICE MOVED . . . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-NEW-EXCEPTIONS TO WS-EDIT-COUNT
           STRING "BECAME AN EXCEPTION. . . . . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-STILL-EXCEPTIONS TO WS-EDIT-COUNT
           STRING "STILL AN EXCEPTION . . . . . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-CLEARED-UNWORKED TO WS-EDIT-COUNT
           STRING "CLEARED, BASKET ENTRY NOT WORKED . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-CLEARED-WORKED TO WS-EDIT-COUNT
           STRING "CLEARED AFTER BASKET WORK. . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           .

       R-WRITE-REPORT-LINE.

           MOVE WS-REP-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error writing CHANGE-REPORT " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REP-LINE
           .

      /---
       X-EINDE.

           DISPLAY "****".
           DISPLAY "History records read . . : " TOT-HIST-READ
           DISPLAY "Bookings in run. . . . . : " TOT-RUN-BOOKINGS
           DISPLAY "Compared with earlier. . : " TOT-COMPARED
           DISPLAY "New exceptions . . . . . : " TOT-NEW-EXCEPTIONS
           DISPLAY "Cleared, not worked. . . : " TOT-CLEARED-UNWORKED
           DISPLAY "Lines listed . . . . . . : " TOT-LINES-LISTED

           CLOSE PRICE-RUNS.
           CLOSE PRICE-BOOK-HIST.
           CLOSE EXCEPTION-BASKET-HIST.
           CLOSE CHANGE-REPORT.

      * RETURN-CODE may still hold what the caller or a CALL left in
      * it: the outcome of this run is the switch
           IF SW-FATAL-ERROR-NO
              DISPLAY "++++ normal end of cbl - bb7944.cbl"
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "++++ ABNORMAL end of cbl - bb7944.cbl"
              MOVE 8 TO RETURN-CODE
           END-IF.
           EXIT PROGRAM.
           STOP RUN.
           .
