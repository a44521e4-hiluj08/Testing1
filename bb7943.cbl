      $SET DEFAULTBYTE(48)
      $SET NOOSVS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bb7943.
      ******************************************************************
      * Program-ID.....: bb7943.cbl
      * Author.........: jluque01
      * Date Written...: 15/10/2026 at 10:00:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: price correction proposals from the basket
      ******************************************************************
     /*/Description ****************************************************
     /*
     /* Turns the JTPRICEBASKET entries set to C (correction approved)
     /* in rb7936 into credit / debit note proposals for invoicing:
     /*  - one document per booking for the difference between the
     /*    modcalc price and the saldo of the last basket recheck
     /*    (bookings_price_checked_recheck.csv), credit note when
     /*    the booking was overcharged, debit note when undercharged
     /*  - one document line per priced component that differs,
     /*    taken from bookings_price_exception_lines_recheck.csv,
     /*    plus a balancing line for whatever the components do not
     /*    explain, so the document total is the booking difference
     /*  - written in the JTINVOICE layout to the proposal file that
     /*    the invoicing run picks up (appended until it does)
     /* The entry is read again before its document is written and
     /* must still be C. Only when every line of the document was
     /* written is it set to RESOLVED, with a JTPRICEBASKETH line
     /* holding the document number; otherwise it stays C and the
     /* run ends with return code 8.
     /* An entry whose difference is within the recheck tolerance is
     /* resolved without a document. An entry missing from the
     /* recheck, or with a document number in its history already
     /* (corrected before, then reopened), stays C and is listed for
     /* follow-up: a booking is never corrected twice.
     /*
     /* Refuses to start unless the latest basket recheck run in
     /* JTPRICERUNS completed: a broken recheck leaves a partial csv.
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

           COPY "jtpricebasket.sel".

           COPY "jtpricebaskethist.sel".

           COPY "jtpriceruns.sel".

           SELECT RECHECK-CHECKED  ASSIGN WS-RECHECK-CHECKED-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

           SELECT RECHECK-EXC-LINES
                                   ASSIGN WS-RECHECK-EXC-LINES-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

           SELECT CORRECTION-PROPOSALS
                                   ASSIGN WS-PROPOSALS-FILE
                                   ORGANIZATION SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

           SELECT CORRECTION-REPORT
                                   ASSIGN WS-CORRECTION-REPORT-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

       DATA DIVISION.
       FILE SECTION.

       FD EXCEPTION-BASKET.
       COPY "jtpricebasket.cpy".

       FD EXCEPTION-BASKET-HIST.
       COPY "jtpricebaskethist.cpy".

       FD PRICE-RUNS.
       COPY "jtpriceruns.cpy".

      * bookings_price_checked csv as bb7935 writes it
       FD RECHECK-CHECKED.
       01 RECHECK-CHECKED-RECORD.
          03 RCC-BOOKNR                    PIC X(9).
          03 FILLER                        PIC X.
          03 RCC-PAX                       PIC X.
          03 FILLER                        PIC X.
          03 RCC-DWH-PRICE                 PIC X(12).
          03 FILLER                        PIC X.
          03 RCC-FILE-PRICE                PIC ZZZ.ZZ9,99.
          03 FILLER                        PIC X.
          03 RCC-MODCALC-PRICE             PIC ZZZ.ZZ9,99.
          03 FILLER                        PIC X(154).

      * bookings_price_exception_lines csv as bb7935 writes it
       FD RECHECK-EXC-LINES.
       01 RECHECK-EXC-LINES-RECORD.
          03 RCL-BOOKNR                    PIC X(9).
          03 FILLER                        PIC X.
          03 RCL-NO                        PIC X(3).
          03 FILLER                        PIC X.
          03 RCL-DESC                      PIC X(40).
          03 FILLER                        PIC X.
          03 RCL-FILE-VALUE                PIC X(11).
          03 FILLER                        PIC X.
          03 RCL-CALC-VALUE                PIC X(11).
          03 FILLER                        PIC X.
          03 RCL-DIFF                      PIC X(11).
          03 FILLER                        PIC X(70).

       FD CORRECTION-PROPOSALS    RECORDING MODE IS VARIABLE.
       COPY "jtinvoice.cpy".

       FD CORRECTION-REPORT.
       01 CORRECTION-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "unixvelden.cpy".

       01 WS-REPLY                         PIC X(2).
       01 WS-RECHECK-CHECKED-FILE          PIC X(60).
       01 WS-RECHECK-EXC-LINES-FILE        PIC X(60).
       01 WS-PROPOSALS-FILE                PIC X(60).
       01 WS-CORRECTION-REPORT-FILE        PIC X(60).

       COPY "wsbatch1.cpy".

       01 WS-DATE-NUM                        PIC 9(08).
       01 WS-DATE-FILE REDEFINES WS-DATE-NUM PIC X(8).
       01 REDEFINES WS-DATE-NUM.
          03 FILLER                        PIC 9(2).
          03 WS-DATE-YYMMDD                PIC 9(6).
       01 WS-TODAY-BIN                     PIC S9(08) COMP SYNC.
       01 WS-WEEK-AGO-BIN                  PIC S9(08) COMP SYNC.
       01 WS-WEEK-AGO                      PIC 9(8).

       01 SW-END-OF-FILE                   PIC X       VALUE "N".
          88 SW-END-OF-FILE-YES            VALUE "Y".
          88 SW-END-OF-FILE-NO             VALUE "N".
       01 SW-RECHECK-FOUND                 PIC X       VALUE "N".
          88 SW-RECHECK-FOUND-YES          VALUE "Y".
          88 SW-RECHECK-FOUND-NO           VALUE "N".
       01 SW-LINE-TABLE-FULL               PIC X       VALUE "N".
       01 SW-RESOLVED                      PIC X       VALUE "N".
          88 SW-RESOLVED-YES               VALUE "Y".
          88 SW-RESOLVED-NO                VALUE "N".
       01 SW-FATAL-ERROR                   PIC X       VALUE "N".
          88 SW-FATAL-ERROR-YES            VALUE "Y".
          88 SW-FATAL-ERROR-NO             VALUE "N".

      * last basket recheck in the run registry
       01 WS-RECHECK-RUN-ID                PIC 9(14)   VALUE ZEROS.
       01 WS-RECHECK-STATUS                PIC X       VALUE SPACE.
       01 WS-RECHECK-TOLERANCE             PIC 9(5)V9(2) VALUE ZEROS.

      * the approved entries, in booking order as the basket is read,
      * with the recheck figures and where their component lines sit
       01 TBCO-CORRECTIONS.
          03 WS-IND-CO                     PIC 9(5) VALUE ZEROS.
          03 TBCO-ENTRY OCCURS 1 TO 5000
                        DEPENDING ON WS-IND-CO
                        ASCENDING KEY IS TBCO-BOOKNR9
                        INDEXED BY TBCO-X.
             05 TBCO-BOOKNR9               PIC 9(9).
             05 TBCO-FOUND                 PIC X.
             05 TBCO-SALDO                 PIC S9(7)V9(2).
             05 TBCO-MODCALC               PIC S9(7)V9(2).
             05 TBCO-LINE-FROM             PIC 9(5).
             05 TBCO-LINE-COUNT            PIC 9(3).
       01 WS-CO-IDX                        PIC 9(5).

       01 TBCL-COMPONENT-LINES.
          03 WS-IND-CL                     PIC 9(5) VALUE ZEROS.
          03 TBCL-LINE OCCURS 30000
                       DEPENDING ON WS-IND-CL.
             05 TBCL-DESC                  PIC X(30).
             05 TBCL-AMOUNT                PIC S9(7)V9(2).
       01 WS-CL-IDX                        PIC 9(5).
       01 WS-CL-LAST                       PIC 9(5).

      * the csv amounts are edited: de-edit them through these
       01 WS-CSV-VALUE                     PIC X(11).
       01 WS-CSV-EDIT REDEFINES WS-CSV-VALUE
                                           PIC -ZZZ.ZZ9,99.
       01 WS-CSV-FILE-VAL                  PIC S9(7)V9(2).
       01 WS-CSV-CALC-VAL                  PIC S9(7)V9(2).
       01 WS-CSV-DIFF-VAL                  PIC S9(7)V9(2).
       01 WS-CSV-BOOKNR                    PIC 9(9).

       01 WS-LINE-CORRECTION               PIC S9(7)V9(2).
       01 WS-DOC-TOTAL                     PIC S9(7)V9(2).
       01 WS-DOC-LINES-TOTAL               PIC S9(7)V9(2).
       01 WS-DOC-LINE-NR                   PIC 9(3).
       01 WS-DOC-DIFF-ABS                  PIC 9(7)V9(2).
       01 WS-DOC-BALANCE                   PIC S9(7)V9(2).
       01 WS-DOC-LINES-PLANNED             PIC 9(4).
       01 WS-DOC-LINES-WRITTEN             PIC 9(4).
       01 WS-EARLIER-DOC-REF               PIC X(10).

      * document number: C (credit) or D (debit), the run date and a
      * sequence that carries on after the documents of the same day
      * still waiting in the proposal file
       01 WS-DOC-REF.
          03 WS-DOC-REF-TYPE               PIC X.
          03 WS-DOC-REF-DATE               PIC 9(6).
          03 WS-DOC-REF-SEQ                PIC 9(3).
       01 WS-DOC-REF-X REDEFINES WS-DOC-REF PIC X(10).
       01 WS-DOC-SEQ                       PIC 9(3)    VALUE ZEROS.
       01 WS-DOC-TYPE-TEXT                 PIC X(11).

       01 WS-HIST-SEQ                      PIC 9(4).
       01 WS-HIST-COMMENT                  PIC X(40).
       01 SW-HIST-EOF                      PIC X       VALUE "N".
          88 SW-HIST-EOF-YES               VALUE "Y".
          88 SW-HIST-EOF-NO                VALUE "N".

       01 WS-REP-LINE                      PIC X(132).
       01 WS-REP-DETAIL.
          03 WS-REPD-BOOKNR                PIC 9(9).
          03 FILLER                        PIC X(2).
          03 WS-REPD-DOC-REF               PIC X(10).
          03 FILLER                        PIC X(2).
          03 WS-REPD-SALDO                 PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X(2).
          03 WS-REPD-MODCALC               PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X(2).
          03 WS-REPD-AMOUNT                PIC -ZZZ.ZZ9,99.
          03 FILLER                        PIC X(2).
          03 WS-REPD-LINES                 PIC ZZ9.
          03 FILLER                        PIC X(2).
          03 WS-REPD-REMARK                PIC X(40).
       01 WS-REP-COLUMNS                   PIC X(132)
          VALUE "BOOKING    DOCUMENT          SALDO      MODCALC   CORR
      -         "ECTION  LNS  REMARK".
       01 WS-EDIT-COUNT                    PIC ZZZ.ZZ9.
       01 WS-EDIT-AMOUNT                   PIC -ZZZ.ZZZ.ZZ9,99.

       01 TOT-APPROVED                     PIC 9(9)    VALUE ZEROS.
       01 TOT-CREDIT-NOTES                 PIC 9(9)    VALUE ZEROS.
       01 TOT-DEBIT-NOTES                  PIC 9(9)    VALUE ZEROS.
       01 TOT-DOC-LINES                    PIC 9(9)    VALUE ZEROS.
       01 TOT-NO-DIFFERENCE                PIC 9(9)    VALUE ZEROS.
       01 TOT-HELD                         PIC 9(9)    VALUE ZEROS.
       01 TOT-STATUS-CHANGED               PIC 9(9)    VALUE ZEROS.
       01 WS-CREDIT-AMOUNT                 PIC S9(11)V9(2) VALUE ZEROS.
       01 WS-DEBIT-AMOUNT                  PIC S9(11)V9(2) VALUE ZEROS.

       PROCEDURE DIVISION.

      **** unix time stamps (auto inserted) ***************************
           MOVE ZEROES TO UNIX-DATE-ACCEPTED-NUM.
           ACCEPT UNIX-DATE-ACCEPTED-NUM6 FROM DATE.
           ACCEPT UNIX-TIME-ACCEPTED FROM TIME.
           ADD 20000000 TO UNIX-DATE-ACCEPTED-NUM.
      **** end of unix time stamps ************************************

      /---
       A-BEGIN.

           DISPLAY "**** bb7943.cbl ****".

           MOVE "bb7943"     TO BE-PROG-NAME.
           MOVE "Starts ..." TO BE-COMMENT.
           MOVE SPACES       TO BE-REPLY.
           DISPLAY BE-DISPLAY.

           MOVE UNIX-DATE-ACCEPTED-NUM TO WS-DATE-NUM
           CALL "datec2b" USING WS-DATE-NUM WS-TODAY-BIN
           COMPUTE WS-WEEK-AGO-BIN = WS-TODAY-BIN - 7
           CALL "dateb2c" USING WS-WEEK-AGO-BIN WS-WEEK-AGO

           PERFORM B-OPENEN-BESTANDEN.
           PERFORM B-CHECK-LAST-RECHECK.

           PERFORM D-TABLE-APPROVED-ENTRIES.
           IF WS-IND-CO = ZEROS
              DISPLAY "No entries approved for correction"
              PERFORM X-EINDE
           END-IF

           PERFORM D-READ-RECHECK-CHECKED.
           PERFORM D-READ-RECHECK-EXC-LINES.
           PERFORM B-GET-LAST-DOC-SEQ.
           PERFORM E-WRITE-PROPOSALS.

           PERFORM X-EINDE.

      /---
       B-OPENEN-BESTANDEN.

           OPEN I-O EXCEPTION-BASKET
           IF WS-REPLY = "35"
              DISPLAY "Basket not found - nothing to do"
              PERFORM X-EINDE
           END-IF
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening EXCEPTION-BASKET " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN I-O EXCEPTION-BASKET-HIST
           IF WS-REPLY = "35"
              OPEN OUTPUT EXCEPTION-BASKET-HIST
              CLOSE EXCEPTION-BASKET-HIST
              OPEN I-O EXCEPTION-BASKET-HIST
           END-IF
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening EXCEPTION-BASKET-HIST " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN INPUT PRICE-RUNS
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening PRICE-RUNS " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           MOVE "$DD_WORKDIR/bookings_price_checked_recheck.csv"
             TO WS-RECHECK-CHECKED-FILE
           MOVE "$DD_WORKDIR/bookings_price_exception_lines_recheck.csv"
             TO WS-RECHECK-EXC-LINES-FILE
           MOVE "$DD_WORKDIR/price_correction_proposals.dat"
             TO WS-PROPOSALS-FILE
           MOVE "$DD_WORKDIR/price_correction_report.txt"
             TO WS-CORRECTION-REPORT-FILE

           OPEN OUTPUT CORRECTION-REPORT
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening CORRECTION-REPORT " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .

      * The amounts come from the last basket recheck: it must have
      * run in the last week and completed, or its csv files are
      * stale or cut short.
       B-CHECK-LAST-RECHECK.

           COMPUTE EXRU-RUN-ID = WS-WEEK-AGO * 1000000
           START PRICE-RUNS KEY IS NOT LESS THAN EXRU-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
              SET SW-END-OF-FILE-NO TO TRUE
           END-IF
           MOVE ZEROES TO WS-REPLY

           PERFORM B-READ-ONE-RUN UNTIL SW-END-OF-FILE-YES

           IF SW-RECHECK-FOUND-NO
              DISPLAY "** No basket recheck run since " WS-WEEK-AGO
                      " - run the recheck first"
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           IF WS-RECHECK-STATUS NOT = "D"
              DISPLAY "** Last basket recheck " WS-RECHECK-RUN-ID
                      " did not complete (status " WS-RECHECK-STATUS
                      ") - rerun the recheck first"
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           DISPLAY "Amounts taken from basket recheck run "
                   WS-RECHECK-RUN-ID " tolerance " WS-RECHECK-TOLERANCE
           .

       B-READ-ONE-RUN.

           READ PRICE-RUNS NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
              IF EXRU-MODE-RECHECK
                 SET SW-RECHECK-FOUND-YES TO TRUE
                 MOVE EXRU-RUN-ID TO WS-RECHECK-RUN-ID
                 MOVE EXRU-STATUS TO WS-RECHECK-STATUS
                 MOVE EXRU-TOLERANCE TO WS-RECHECK-TOLERANCE
              END-IF
           END-IF
           .

      * Documents of earlier runs today may still sit in the proposal
      * file waiting for invoicing: carry on after their sequence.
       B-GET-LAST-DOC-SEQ.

           OPEN INPUT CORRECTION-PROPOSALS
           IF WS-REPLY = ZEROES
              SET SW-END-OF-FILE-NO TO TRUE
              PERFORM B-READ-ONE-PROPOSAL UNTIL SW-END-OF-FILE-YES
              CLOSE CORRECTION-PROPOSALS
           END-IF
           MOVE ZEROES TO WS-REPLY

           OPEN EXTEND CORRECTION-PROPOSALS
           IF WS-REPLY = "35"
              OPEN OUTPUT CORRECTION-PROPOSALS
           END-IF
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening CORRECTION-PROPOSALS " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .

       B-READ-ONE-PROPOSAL.

           READ CORRECTION-PROPOSALS
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
              MOVE JTIV-DOC-NR TO WS-DOC-REF-X
              IF WS-DOC-REF-DATE = WS-DATE-YYMMDD AND
                 WS-DOC-REF-SEQ IS NUMERIC AND
                 WS-DOC-REF-SEQ > WS-DOC-SEQ
                 MOVE WS-DOC-REF-SEQ TO WS-DOC-SEQ
              END-IF
           END-IF
           .

      /---
       D-TABLE-APPROVED-ENTRIES.

           MOVE ZEROS TO EXBA-BOOKNR9
           START EXCEPTION-BASKET KEY IS GREATER THAN EXBA-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
              SET SW-END-OF-FILE-NO TO TRUE
           END-IF
           MOVE ZEROES TO WS-REPLY

           PERFORM D-TABLE-ONE-ENTRY UNTIL SW-END-OF-FILE-YES
           DISPLAY "Entries approved for correction: " WS-IND-CO
           .

       D-TABLE-ONE-ENTRY.

           READ EXCEPTION-BASKET NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
              IF EXBA-STATUS-CORRECTION
                 ADD 1 TO TOT-APPROVED
                 IF WS-IND-CO < 5000
                    ADD 1 TO WS-IND-CO
                    MOVE EXBA-BOOKNR9 TO TBCO-BOOKNR9(WS-IND-CO)
                    MOVE "N"          TO TBCO-FOUND(WS-IND-CO)
                    MOVE ZEROS        TO TBCO-SALDO(WS-IND-CO)
                                         TBCO-MODCALC(WS-IND-CO)
                                         TBCO-LINE-FROM(WS-IND-CO)
                                         TBCO-LINE-COUNT(WS-IND-CO)
                 ELSE
      *             left in C: picked up by the next run
                    ADD 1 TO TOT-HELD
                 END-IF
              END-IF
           END-IF
           .

      * saldo and modcalc price of the approved bookings
       D-READ-RECHECK-CHECKED.

           OPEN INPUT RECHECK-CHECKED
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error opening RECHECK-CHECKED " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           SET SW-END-OF-FILE-NO TO TRUE
           PERFORM D-READ-ONE-CHECKED UNTIL SW-END-OF-FILE-YES
           CLOSE RECHECK-CHECKED
           MOVE ZEROES TO WS-REPLY
           .

       D-READ-ONE-CHECKED.

           READ RECHECK-CHECKED
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
      *       the title line has no booking number and drops out here
              IF RCC-BOOKNR IS NUMERIC
                 MOVE RCC-BOOKNR TO WS-CSV-BOOKNR
                 SEARCH ALL TBCO-ENTRY
                    AT END
                       CONTINUE
                    WHEN TBCO-BOOKNR9(TBCO-X) = WS-CSV-BOOKNR
                       MOVE "Y"               TO TBCO-FOUND(TBCO-X)
                       MOVE RCC-FILE-PRICE    TO TBCO-SALDO(TBCO-X)
                       MOVE RCC-MODCALC-PRICE TO TBCO-MODCALC(TBCO-X)
                 END-SEARCH
              END-IF
           END-IF
           .

      * the component lines of the approved bookings: a booking's
      * lines are written together, so they are tabled as one block
       D-READ-RECHECK-EXC-LINES.

           OPEN INPUT RECHECK-EXC-LINES
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error opening RECHECK-EXC-LINES " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           SET SW-END-OF-FILE-NO TO TRUE
           PERFORM D-READ-ONE-EXC-LINE UNTIL SW-END-OF-FILE-YES
           CLOSE RECHECK-EXC-LINES
           MOVE ZEROES TO WS-REPLY
           .

       D-READ-ONE-EXC-LINE.

           READ RECHECK-EXC-LINES
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
              IF RCL-BOOKNR IS NUMERIC AND
                 RCL-DESC(1:8) NOT = "VOUCHER "
                 MOVE RCL-BOOKNR TO WS-CSV-BOOKNR
                 SEARCH ALL TBCO-ENTRY
                    AT END
                       CONTINUE
                    WHEN TBCO-BOOKNR9(TBCO-X) = WS-CSV-BOOKNR
                       PERFORM D-TABLE-COMPONENT-LINE
                 END-SEARCH
              END-IF
           END-IF
           .

      * the correction of one component is what modcalc asks minus
      * what the booking holds; a line priced on one side only is
      * corrected for its full amount
       D-TABLE-COMPONENT-LINE.

           MOVE ZEROS TO WS-LINE-CORRECTION
           EVALUATE TRUE
              WHEN RCL-DIFF NOT = SPACES
                 MOVE RCL-DIFF        TO WS-CSV-VALUE
                 MOVE WS-CSV-EDIT     TO WS-CSV-DIFF-VAL
                 COMPUTE WS-LINE-CORRECTION = ZERO - WS-CSV-DIFF-VAL
              WHEN RCL-CALC-VALUE NOT = SPACES
                 MOVE RCL-CALC-VALUE  TO WS-CSV-VALUE
                 MOVE WS-CSV-EDIT     TO WS-CSV-CALC-VAL
                 MOVE WS-CSV-CALC-VAL TO WS-LINE-CORRECTION
              WHEN RCL-FILE-VALUE NOT = SPACES
                 MOVE RCL-FILE-VALUE  TO WS-CSV-VALUE
                 MOVE WS-CSV-EDIT     TO WS-CSV-FILE-VAL
                 COMPUTE WS-LINE-CORRECTION = ZERO - WS-CSV-FILE-VAL
           END-EVALUATE

           IF WS-LINE-CORRECTION NOT = ZEROS
              IF WS-IND-CL < 30000
                 ADD 1 TO WS-IND-CL
                 MOVE RCL-DESC           TO TBCL-DESC(WS-IND-CL)
                 MOVE WS-LINE-CORRECTION TO TBCL-AMOUNT(WS-IND-CL)
                 IF TBCO-LINE-COUNT(TBCO-X) = ZEROS
                    MOVE WS-IND-CL TO TBCO-LINE-FROM(TBCO-X)
                 END-IF
                 ADD 1 TO TBCO-LINE-COUNT(TBCO-X)
              ELSE
                 IF SW-LINE-TABLE-FULL = "N"
                    MOVE "Y" TO SW-LINE-TABLE-FULL
                    DISPLAY "** Warning: component table full, "
                            "remaining lines go to the balancing line"
                 END-IF
              END-IF
           END-IF
           .

      /---
       E-WRITE-PROPOSALS.

           MOVE SPACES TO WS-REP-LINE
           STRING "JITS PRICE CORRECTION PROPOSALS - " WS-DATE-FILE
                  "  (RECHECK RUN " WS-RECHECK-RUN-ID ")"
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE WS-REP-COLUMNS TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE

           PERFORM E-PROPOSE-ONE-BOOKING
                   VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-IND-CO

           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-CREDIT-NOTES TO WS-EDIT-COUNT
           MOVE WS-CREDIT-AMOUNT TO WS-EDIT-AMOUNT
           STRING "CREDIT NOTES : " WS-EDIT-COUNT
                  "  AMOUNT: " WS-EDIT-AMOUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-DEBIT-NOTES TO WS-EDIT-COUNT
           MOVE WS-DEBIT-AMOUNT TO WS-EDIT-AMOUNT
           STRING "DEBIT NOTES  : " WS-EDIT-COUNT
                  "  AMOUNT: " WS-EDIT-AMOUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-NO-DIFFERENCE TO WS-EDIT-COUNT
           STRING "RESOLVED WITHOUT DOCUMENT : " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-HELD TO WS-EDIT-COUNT
           STRING "LEFT IN STATUS C : " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-STATUS-CHANGED TO WS-EDIT-COUNT
           STRING "STATUS CHANGED MEANWHILE : " WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           .

       E-PROPOSE-ONE-BOOKING.

           MOVE SPACES TO WS-REP-DETAIL
           MOVE TBCO-BOOKNR9(WS-CO-IDX) TO WS-REPD-BOOKNR
           MOVE TBCO-SALDO(WS-CO-IDX)   TO WS-REPD-SALDO
           MOVE TBCO-MODCALC(WS-CO-IDX) TO WS-REPD-MODCALC

           COMPUTE WS-DOC-TOTAL = TBCO-MODCALC(WS-CO-IDX)
                                - TBCO-SALDO(WS-CO-IDX)
           IF WS-DOC-TOTAL < ZEROS
              COMPUTE WS-DOC-DIFF-ABS = ZERO - WS-DOC-TOTAL
           ELSE
              MOVE WS-DOC-TOTAL TO WS-DOC-DIFF-ABS
           END-IF
           PERFORM R-CHECK-EARLIER-DOCUMENT

           EVALUATE TRUE
              WHEN WS-EARLIER-DOC-REF NOT = SPACES
      *          corrected before and reopened since: a second
      *          document would credit the booking twice
                 ADD 1 TO TOT-HELD
                 STRING "EARLIER DOCUMENT " WS-EARLIER-DOC-REF
                        " - LEFT IN C"
                    DELIMITED BY SIZE INTO WS-REPD-REMARK
              WHEN TBCO-FOUND(WS-CO-IDX) NOT = "Y"
      *          not rechecked: no current amounts to correct from
                 ADD 1 TO TOT-HELD
                 MOVE "NOT IN LAST RECHECK - LEFT IN C"
                   TO WS-REPD-REMARK
              WHEN WS-DOC-DIFF-ABS NOT > WS-RECHECK-TOLERANCE
      *          the recheck no longer sees an exception: same rule
      *          as bb7935, within the tolerance of that run
                 MOVE SPACES TO WS-DOC-REF-X
                 MOVE "WITHIN TOLERANCE - NO CORRECTION"
                   TO WS-HIST-COMMENT
                 PERFORM R-RESOLVE-ENTRY
                 IF SW-RESOLVED-YES
                    ADD 1 TO TOT-NO-DIFFERENCE
                    MOVE "WITHIN TOLERANCE - RESOLVED"
                      TO WS-REPD-REMARK
                 ELSE
                    ADD 1 TO TOT-HELD
                    MOVE "BASKET NOT UPDATED - CHECK ENTRY"
                      TO WS-REPD-REMARK
                 END-IF
              WHEN OTHER
                 PERFORM E-WRITE-DOCUMENT
           END-EVALUATE

           MOVE WS-REP-DETAIL TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           .

      * the entry is read again before anything is written: a change
      * made on rb7936 since the table was built is honoured
       E-WRITE-DOCUMENT.

           MOVE TBCO-BOOKNR9(WS-CO-IDX) TO EXBA-BOOKNR9
           READ EXCEPTION-BASKET
           EVALUATE TRUE
              WHEN WS-REPLY NOT = ZEROES
                 DISPLAY "** Error read EXCEPTION-BASKET "
                         WS-REPLY " - " EXBA-BOOKNR9
                 SET SW-FATAL-ERROR-YES TO TRUE
                 MOVE 8 TO RETURN-CODE
                 ADD 1 TO TOT-HELD
                 MOVE "BASKET READ FAILED - NO DOCUMENT"
                   TO WS-REPD-REMARK
              WHEN NOT EXBA-STATUS-CORRECTION
                 ADD 1 TO TOT-STATUS-CHANGED
                 STRING "STATUS CHANGED TO " EXBA-STATUS
                        " - NO DOCUMENT"
                    DELIMITED BY SIZE INTO WS-REPD-REMARK
              WHEN WS-DOC-SEQ = 999
                 ADD 1 TO TOT-HELD
                 MOVE "DOCUMENT NUMBERS OF TODAY USED UP - LEFT IN C"
                   TO WS-REPD-REMARK
              WHEN OTHER
                 PERFORM E-WRITE-DOCUMENT-LINES
           END-EVALUATE
           MOVE ZEROES TO WS-REPLY
           .

      * one credit or debit note: the component lines, a balancing
      * line for what they do not explain, then the entry is resolved
      * with the document number in its history - but only when
      * every line made it to the proposal file
       E-WRITE-DOCUMENT-LINES.

           ADD 1 TO WS-DOC-SEQ
           IF WS-DOC-TOTAL < ZEROS
              MOVE "C"           TO WS-DOC-REF-TYPE
              MOVE "CREDIT NOTE" TO WS-DOC-TYPE-TEXT
           ELSE
              MOVE "D"           TO WS-DOC-REF-TYPE
              MOVE "DEBIT NOTE"  TO WS-DOC-TYPE-TEXT
           END-IF
           MOVE WS-DATE-YYMMDD TO WS-DOC-REF-DATE
           MOVE WS-DOC-SEQ     TO WS-DOC-REF-SEQ

           MOVE ZEROS TO WS-DOC-LINE-NR
                         WS-DOC-LINES-TOTAL
                         WS-DOC-LINES-WRITTEN
                         WS-DOC-BALANCE
           MOVE TBCO-LINE-COUNT(WS-CO-IDX) TO WS-DOC-LINES-PLANNED
           IF TBCO-LINE-COUNT(WS-CO-IDX) > ZEROS
              COMPUTE WS-CL-LAST = TBCO-LINE-FROM(WS-CO-IDX)
                                 + TBCO-LINE-COUNT(WS-CO-IDX) - 1
              PERFORM E-ADD-COMPONENT-LINE
                      VARYING WS-CL-IDX FROM TBCO-LINE-FROM(WS-CO-IDX)
                      BY 1 UNTIL WS-CL-IDX > WS-CL-LAST
           END-IF
           COMPUTE WS-DOC-BALANCE = WS-DOC-TOTAL - WS-DOC-BALANCE
           IF WS-DOC-BALANCE NOT = ZEROS
              ADD 1 TO WS-DOC-LINES-PLANNED
           END-IF

           IF TBCO-LINE-COUNT(WS-CO-IDX) > ZEROS
              PERFORM E-WRITE-COMPONENT-LINE
                      VARYING WS-CL-IDX FROM TBCO-LINE-FROM(WS-CO-IDX)
                      BY 1 UNTIL WS-CL-IDX > WS-CL-LAST
           END-IF
           IF WS-DOC-BALANCE NOT = ZEROS
              MOVE WS-DOC-BALANCE TO WS-LINE-CORRECTION
              PERFORM E-WRITE-BALANCING-LINE
           END-IF

           MOVE WS-DOC-REF-X    TO WS-REPD-DOC-REF
           MOVE WS-DOC-TOTAL    TO WS-REPD-AMOUNT
           MOVE WS-DOC-LINES-WRITTEN TO WS-REPD-LINES

           IF WS-DOC-LINES-WRITTEN NOT = WS-DOC-LINES-PLANNED
      *       the lines that did get out must be taken from the
      *       proposal file before the entry is run again
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              ADD 1 TO TOT-HELD
              MOVE "DOCUMENT INCOMPLETE - LEFT IN C"
                TO WS-REPD-REMARK
           ELSE
              IF WS-DOC-TOTAL < ZEROS
                 ADD 1            TO TOT-CREDIT-NOTES
                 ADD WS-DOC-TOTAL TO WS-CREDIT-AMOUNT
              ELSE
                 ADD 1            TO TOT-DEBIT-NOTES
                 ADD WS-DOC-TOTAL TO WS-DEBIT-AMOUNT
              END-IF
              MOVE SPACES TO WS-HIST-COMMENT
              STRING WS-DOC-TYPE-TEXT DELIMITED BY "  "
                     " " WS-DOC-REF-X DELIMITED BY SIZE
                 INTO WS-HIST-COMMENT
              PERFORM R-RESOLVE-ENTRY
              IF SW-RESOLVED-YES
                 MOVE WS-DOC-TYPE-TEXT TO WS-REPD-REMARK
              ELSE
                 SET SW-FATAL-ERROR-YES TO TRUE
                 MOVE 8 TO RETURN-CODE
                 MOVE "DOCUMENT WRITTEN - ENTRY NOT RESOLVED"
                   TO WS-REPD-REMARK
              END-IF
           END-IF
           .

       E-ADD-COMPONENT-LINE.

           ADD TBCL-AMOUNT(WS-CL-IDX) TO WS-DOC-BALANCE
           .

       E-WRITE-COMPONENT-LINE.

           MOVE TBCL-AMOUNT(WS-CL-IDX) TO WS-LINE-CORRECTION
           INITIALIZE JTIV-RECORD
           MOVE TBCL-DESC(WS-CL-IDX)   TO JTIV-DESCRIPTION
           PERFORM R-WRITE-PROPOSAL-LINE
           .

       E-WRITE-BALANCING-LINE.

           INITIALIZE JTIV-RECORD
           MOVE "OTHER DIFFERENCES"    TO JTIV-DESCRIPTION
           PERFORM R-WRITE-PROPOSAL-LINE
           .

      * the correction changes the customer price only: gross and
      * net move together, the agent commission is left alone.
      * Suffix 99 is the booking master the price check reads and
      * whose invoice lines it totals (R-CHECK-INVOICES in bb7935),
      * so the correction lands where the next check will count it.
       R-WRITE-PROPOSAL-LINE.

           ADD 1 TO WS-DOC-LINE-NR
           MOVE WS-DOC-REF-X            TO JTIV-DOC-NR
           MOVE WS-DOC-LINE-NR          TO JTIV-LINE-NR
           MOVE TBCO-BOOKNR9(WS-CO-IDX) TO JTIV-BOOKNR9
           MOVE 99                      TO JTIV-SUFFIX
           MOVE WS-DOC-REF-TYPE         TO JTIV-DOC-TYPE
           MOVE WS-DATE-NUM             TO JTIV-DOC-DATE
           MOVE WS-LINE-CORRECTION      TO JTIV-BRUTO
                                           JTIV-NETTO
           MOVE ZEROS                   TO JTIV-COMM
           WRITE JTIV-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error writing CORRECTION-PROPOSALS "
                      WS-REPLY " - " JTIV-BOOKNR9
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              ADD 1                  TO TOT-DOC-LINES
                                        WS-DOC-LINES-WRITTEN
              ADD WS-LINE-CORRECTION TO WS-DOC-LINES-TOTAL
           END-IF
           MOVE ZEROES TO WS-REPLY
           .

      /---
      * C to R with the history line; the entry is read again so a
      * change made on rb7936 since the table was built is honoured
       R-RESOLVE-ENTRY.

           SET SW-RESOLVED-NO TO TRUE
           MOVE TBCO-BOOKNR9(WS-CO-IDX) TO EXBA-BOOKNR9
           READ EXCEPTION-BASKET
           IF WS-REPLY = ZEROES
              IF EXBA-STATUS-CORRECTION
                 MOVE "R"         TO EXBA-STATUS
                 MOVE WS-DATE-NUM TO EXBA-LAST-SEEN
                 REWRITE EXBA-RECORD
                 IF WS-REPLY NOT = ZEROES
                    DISPLAY "** Error rewrite EXCEPTION-BASKET "
                            WS-REPLY " - " EXBA-BOOKNR9
                    SET SW-FATAL-ERROR-YES TO TRUE
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    SET SW-RESOLVED-YES TO TRUE
                    PERFORM R-WRITE-BASKET-HIST
                 END-IF
              ELSE
                 DISPLAY "** Status changed meanwhile, not resolved: "
                         EXBA-BOOKNR9 " " EXBA-STATUS
              END-IF
           ELSE
              DISPLAY "** Error read EXCEPTION-BASKET "
                      WS-REPLY " - " EXBA-BOOKNR9
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ZEROES TO WS-REPLY
           .

      * the history line carries the document number: it is what
      * keeps a reopened entry from being corrected a second time
       R-WRITE-BASKET-HIST.

           PERFORM R-GET-BASKET-HIST-SEQ

           MOVE EXBA-BOOKNR9      TO EXBH-BOOKNR9
           MOVE WS-HIST-SEQ       TO EXBH-SEQ
           MOVE WS-DATE-NUM       TO EXBH-DATE
           COMPUTE EXBH-TIME = (UNIX-TIME-ACCEPTED-UUR * 10000)
                   + (UNIX-TIME-ACCEPTED-MIN * 100)
                   + UNIX-TIME-ACCEPTED-SEC
           MOVE "bb7943  "        TO EXBH-USER
           MOVE "C"               TO EXBH-OLD-STATUS
           MOVE EXBA-STATUS       TO EXBH-NEW-STATUS
           MOVE WS-HIST-COMMENT   TO EXBH-COMMENT
           MOVE WS-DOC-REF-X      TO EXBH-DOC-REF
           WRITE EXBH-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error write EXCEPTION-BASKET-HIST "
                      WS-REPLY " - " EXBH-BOOKNR9
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ZEROES TO WS-REPLY
           .

      * last document number in the history of the booking, spaces
      * when it never had a credit or debit note
       R-CHECK-EARLIER-DOCUMENT.

           MOVE SPACES TO WS-EARLIER-DOC-REF
           SET SW-HIST-EOF-NO TO TRUE
           MOVE TBCO-BOOKNR9(WS-CO-IDX) TO EXBH-BOOKNR9
           MOVE ZEROS                   TO EXBH-SEQ
           START EXCEPTION-BASKET-HIST KEY IS GREATER THAN EXBH-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-HIST-EOF-YES TO TRUE
           END-IF
           PERFORM R-READ-BASKET-HIST-DOC UNTIL SW-HIST-EOF-YES
           MOVE ZEROES TO WS-REPLY
           .

       R-READ-BASKET-HIST-DOC.

           READ EXCEPTION-BASKET-HIST NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-HIST-EOF-YES TO TRUE
           ELSE
              IF EXBH-BOOKNR9 NOT = TBCO-BOOKNR9(WS-CO-IDX)
                 SET SW-HIST-EOF-YES TO TRUE
              ELSE
                 IF EXBH-DOC-REF NOT = SPACES AND
                    EXBH-DOC-REF NOT = LOW-VALUES
                    MOVE EXBH-DOC-REF TO WS-EARLIER-DOC-REF
                 END-IF
              END-IF
           END-IF
           .

      * highest used sequence number of the booking, plus one
       R-GET-BASKET-HIST-SEQ.

           MOVE ZEROS TO WS-HIST-SEQ
           SET SW-HIST-EOF-NO TO TRUE
           MOVE EXBA-BOOKNR9 TO EXBH-BOOKNR9
           MOVE ZEROS        TO EXBH-SEQ
           START EXCEPTION-BASKET-HIST KEY IS GREATER THAN EXBH-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-HIST-EOF-YES TO TRUE
           END-IF
           PERFORM R-READ-BASKET-HIST-SEQ UNTIL SW-HIST-EOF-YES
           MOVE ZEROES TO WS-REPLY
           ADD 1 TO WS-HIST-SEQ
           .

       R-READ-BASKET-HIST-SEQ.

           READ EXCEPTION-BASKET-HIST NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-HIST-EOF-YES TO TRUE
           ELSE
              IF EXBH-BOOKNR9 NOT = EXBA-BOOKNR9
                 SET SW-HIST-EOF-YES TO TRUE
              ELSE
                 MOVE EXBH-SEQ TO WS-HIST-SEQ
              END-IF
           END-IF
           .

       R-WRITE-REPORT-LINE.

           MOVE WS-REP-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error writing CORRECTION-REPORT " WS-REPLY
           END-IF
           MOVE SPACES TO WS-REP-LINE
           .

      /---
       X-EINDE.

           DISPLAY "****".
           DISPLAY "Entries approved (C) . . : " TOT-APPROVED
           DISPLAY "Credit notes proposed. . : " TOT-CREDIT-NOTES
           DISPLAY "Debit notes proposed . . : " TOT-DEBIT-NOTES
           DISPLAY "Document lines written . : " TOT-DOC-LINES
           DISPLAY "Resolved, no difference. : " TOT-NO-DIFFERENCE
           DISPLAY "Left in status C . . . . : " TOT-HELD
           DISPLAY "Status changed meanwhile : " TOT-STATUS-CHANGED

           CLOSE EXCEPTION-BASKET.
           CLOSE EXCEPTION-BASKET-HIST.
           CLOSE PRICE-RUNS.
           CLOSE CORRECTION-PROPOSALS.
           CLOSE CORRECTION-REPORT.

      *    the date CALLs leave their own value in RETURN-CODE
           IF SW-FATAL-ERROR-YES
              DISPLAY "++++ ABNORMAL end of cbl - bb7943.cbl"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "++++ normal end of cbl - bb7943.cbl"
              MOVE 0 TO RETURN-CODE
           END-IF
           EXIT PROGRAM.
           STOP RUN.
           .
