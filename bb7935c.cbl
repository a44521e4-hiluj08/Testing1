      * Program-ID.....: bb7935c.cbl
      * Author.........: jluque01
      * Date Written...: 02/09/2026 at 09:30:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: consolidate partitioned bb7935 runs
      ******************************************************************
     /*/Description ****************************************************
     /*    exceptions csv from the entries that alert again
     /*  - combines the partition counters into one summary report
     /*    and one JTPRICERUNS / JTPRICERUNSTAT history record
     /*  - files the partitions' per-booking results in the
     /*    JTPRICEBOOKHIST result history under its own run id
     /*  - checks the alert limits and ships the extract once
     /*  - files the merged outputs in the run archive under its
     /*    JTPRICERUNS run id, listed in archive.lst for rb7948
     /*
     /* Refuses to start while any price-check run still holds a
     /* JTPRICELOCK slot, so a partition cannot be consolidated

           COPY "jtpricerunstat.sel".

j61015     COPY "jtpricebookhist.sel".

           COPY "jtfaxmemo.sel"
                      REPLACING =="$DD_SYSFILES/JTFAXMEMO"==
                                   BY ==WS-JTFAXMEMO==.
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

j61015     SELECT MERGED-COMM-DIFF ASSIGN WS-MERGED-COMMDIFF-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT MERGED-FLIGHT-DIFF
j61015                             ASSIGN WS-MERGED-FLTDIFF-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT MERGED-PROMO-VIOL
j61015                             ASSIGN WS-MERGED-PROMOVIOL-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT MERGED-PAX-AGE
j61015                             ASSIGN WS-MERGED-PAXAGE-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

j61015     SELECT PART-HIST        ASSIGN WS-PART-HIST-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

           SELECT SUMMARY-REPORT   ASSIGN WS-SUMMARY-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

j61015     SELECT ARCHIVE-LIST     ASSIGN WS-ARCHIVE-LIST-FILE
j61015                             ORGANIZATION LINE SEQUENTIAL
j61015                             LOCK MODE IS MANUAL
j61015                             FILE STATUS IS WS-REPLY.

       DATA DIVISION.
       FILE SECTION.

       FD MERGED-INVOICE-DIFF.
       01 MERGED-INVOICE-DIFF-RECORD       PIC X(100).

j61015 FD MERGED-COMM-DIFF.
j61015 01 MERGED-COMM-DIFF-RECORD          PIC X(120).

j61015 FD MERGED-FLIGHT-DIFF.
j61015 01 MERGED-FLIGHT-DIFF-RECORD        PIC X(140).

j61015 FD MERGED-PROMO-VIOL.
j61015 01 MERGED-PROMO-VIOL-RECORD         PIC X(140).

j61015 FD MERGED-PAX-AGE.
j61015 01 MERGED-PAX-AGE-RECORD            PIC X(120).

       FD SUMMARY-REPORT.
       01 SUMMARY-REPORT-RECORD            PIC X(132).

       FD PART-STATS.
       COPY "bb7935partstats.cpy".

j61015 FD PRICE-BOOK-HIST.
j61015 COPY "jtpricebookhist.cpy".

j61015 FD PART-HIST.
j61015 COPY "bb7935parthist.cpy".

j61015 FD ARCHIVE-LIST.
j61015 01 ARCHIVE-LIST-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "unixvelden.cpy".
       COPY "wsintranet.cpy".
       01 WS-MERGED-EXC-LINES-FILE         PIC X(60).
       01 WS-MERGED-VANOM-FILE             PIC X(60).
       01 WS-MERGED-INVDIFF-FILE           PIC X(60).
j61015 01 WS-MERGED-COMMDIFF-FILE          PIC X(60).
j61015 01 WS-MERGED-FLTDIFF-FILE           PIC X(60).
j61015 01 WS-MERGED-PROMOVIOL-FILE         PIC X(60).
j61015 01 WS-MERGED-PAXAGE-FILE            PIC X(60).
       01 WS-SUMMARY-FILE                  PIC X(60).
       01 WS-SEND-FILE                     PIC X(60).
j61015 01 WS-ARCHIVE-DIR                   PIC X(60).
j61015 01 WS-ARCHIVE-LIST-FILE             PIC X(80).
j61015 01 WS-ARCHIVE-FILE                  PIC X(60).
j61015 01 WS-ARCHIVE-SKIP                  PIC X(60).
j61015 01 WS-ARCHIVE-NAME                  PIC X(60).
j61015 01 WS-ARCHIVE-COUNT                 PIC 9(3).
       01 WS-PART-INPUT-FILE               PIC X(60).
       01 WS-PART-EXC-FILE                 PIC X(60).
       01 WS-PART-STATS-FILE               PIC X(60).
j61015 01 WS-PART-HIST-FILE                PIC X(60).

       01 WS-DATE-NUM                        PIC 9(08).
       01 WS-DATE-FILE REDEFINES WS-DATE-NUM PIC X(8).
       01 WS-TOTAL-DIFF                    PIC S9(11)V9(2) VALUE ZEROS.
       01 TOT-MERGED-LINES                 PIC 9(9)    VALUE ZEROS.
       01 TOT-ALERTING-EXCEPTIONS          PIC 9(9)    VALUE ZEROS.
j61015 01 TOT-HIST-WRITTEN                 PIC 9(9)    VALUE ZEROS.
       01 WS-ALERT-COUNT-EDIT              PIC ZZZ.ZZZ.ZZ9.
       01 WS-ALERT-DIFF-EDIT               PIC -ZZZ.ZZZ.ZZ9,99.

             05 TBAG-BOOKINGS              PIC 9(7).
             05 TBAG-EXCEPTIONS            PIC 9(7).
             05 TBAG-DIFF                  PIC S9(9)V9(2).
j61015       05 TBAG-COMM-DIFFS            PIC 9(7).
j61015       05 TBAG-COMM-OVER             PIC S9(9)V9(2).
j61015       05 TBAG-COMM-UNDER            PIC S9(9)V9(2).
       01 TBGR-GROUP-STATS.
          03 WS-IND-GR                     PIC 9(3) VALUE ZEROS.
          03 TBGR-GROUP-STAT OCCURS 200
       01 WS-SUM-TOT-BOOKINGS              PIC 9(9).
       01 WS-SUM-TOT-EXCEPTIONS            PIC 9(9).
       01 WS-SUM-TOT-DIFF                  PIC S9(11)V9(2).
j61015 01 WS-SUM-COMM-DETAIL.
j61015    03 WS-SUMC-CODE                  PIC X(10).
j61015    03 FILLER                        PIC X(2).
j61015    03 WS-SUMC-NAME                  PIC X(30).
j61015    03 FILLER                        PIC X(2).
j61015    03 WS-SUMC-DIFFS                 PIC ZZZ.ZZ9.
j61015    03 FILLER                        PIC X(2).
j61015    03 WS-SUMC-OVER                  PIC -ZZZ.ZZZ.ZZ9,99.
j61015    03 FILLER                        PIC X(2).
j61015    03 WS-SUMC-UNDER                 PIC -ZZZ.ZZZ.ZZ9,99.
j61015 01 WS-SUM-COMM-COLUMNS.
j61015    03 FILLER                        PIC X(12) VALUE "CODE".
j61015    03 FILLER                        PIC X(32) VALUE "NAME".
j61015    03 FILLER                        PIC X(9)  VALUE " BOOKINGS".
j61015    03 FILLER                        PIC X(17)
j61015                                     VALUE "       OVERPAID".
j61015    03 FILLER                        PIC X(17)
j61015                                     VALUE "      UNDERPAID".
j61015 01 WS-SUM-TOT-COMM-DIFFS            PIC 9(9).
j61015 01 WS-SUM-TOT-COMM-OVER             PIC S9(11)V9(2).
j61015 01 WS-SUM-TOT-COMM-UNDER            PIC S9(11)V9(2).

       PROCEDURE DIVISION.

              PERFORM X-EINDE
           END-IF

j61015     OPEN I-O PRICE-BOOK-HIST
j61015     IF WS-REPLY = "35"
j61015        OPEN OUTPUT PRICE-BOOK-HIST
j61015        CLOSE PRICE-BOOK-HIST
j61015        OPEN I-O PRICE-BOOK-HIST
j61015     END-IF
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening PRICE-BOOK-HIST " WS-REPLY
j61015        PERFORM X-EINDE
j61015     END-IF

           MOVE "$DD_SYSFILES/JTFAXMEMO" TO WS-JTFAXMEMO
           OPEN I-O JTFAXMEMO
           IF WS-REPLY NOT = ZEROES
              DELIMITED BY SIZE
                  INTO MERGED-INVOICE-DIFF-RECORD
           WRITE MERGED-INVOICE-DIFF-RECORD
j61015
j61015     MOVE "$DD_WORKDIR/commission_differences.csv" TO
j61015                                       WS-MERGED-COMMDIFF-FILE
j61015     OPEN OUTPUT MERGED-COMM-DIFF
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening MERGED-COMM-DIFF " WS-REPLY
j61015        PERFORM X-EINDE
j61015     END-IF
j61015     INITIALIZE MERGED-COMM-DIFF-RECORD
j61015     STRING  "Bookingnumber;"
j61015             "Agent;"
j61015             "Group;"
j61015             "Booking Date;"
j61015             "Invoiced Gross;"
j61015             "Rate;"
j61015             "Expected Commission;"
j61015             "Invoiced Commission;"
j61015             "Difference;"
j61015             "Status;"
j61015        DELIMITED BY SIZE
j61015            INTO MERGED-COMM-DIFF-RECORD
j61015     WRITE MERGED-COMM-DIFF-RECORD
j61015
j61015     MOVE "$DD_WORKDIR/flight_tax_differences.csv" TO
j61015                                       WS-MERGED-FLTDIFF-FILE
j61015     OPEN OUTPUT MERGED-FLIGHT-DIFF
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening MERGED-FLIGHT-DIFF " WS-REPLY
j61015        PERFORM X-EINDE
j61015     END-IF
j61015     INITIALIZE MERGED-FLIGHT-DIFF-RECORD
j61015     STRING  "Bookingnumber;"
j61015             "Flight;"
j61015             "Flight Date;"
j61015             "From;"
j61015             "To;"
j61015             "Tax Charged;"
j61015             "Tax Rate;"
j61015             "Tax Source;"
j61015             "Tax Difference;"
j61015             "Cost Charged;"
j61015             "Cost Rate;"
j61015             "Cost Difference;"
j61015             "Status;"
j61015        DELIMITED BY SIZE
j61015            INTO MERGED-FLIGHT-DIFF-RECORD
j61015     WRITE MERGED-FLIGHT-DIFF-RECORD
j61015
j61015     MOVE "$DD_WORKDIR/promotion_violations.csv" TO
j61015                                       WS-MERGED-PROMOVIOL-FILE
j61015     OPEN OUTPUT MERGED-PROMO-VIOL
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening MERGED-PROMO-VIOL " WS-REPLY
j61015        PERFORM X-EINDE
j61015     END-IF
j61015     INITIALIZE MERGED-PROMO-VIOL-RECORD
j61015     STRING  "Bookingnumber;"
j61015             "Promotion;"
j61015             "Description;"
j61015             "Booking Date;"
j61015             "Departure;"
j61015             "Group;"
j61015             "Hotel;"
j61015             "Reduction;"
j61015             "Type;"
j61015             "Rule Broken;"
j61015        DELIMITED BY SIZE
j61015            INTO MERGED-PROMO-VIOL-RECORD
j61015     WRITE MERGED-PROMO-VIOL-RECORD
j61015
j61015     MOVE "$DD_WORKDIR/pax_age_violations.csv" TO
j61015                                       WS-MERGED-PAXAGE-FILE
j61015     OPEN OUTPUT MERGED-PAX-AGE
j61015     IF WS-REPLY <> ZEROES
j61015        DISPLAY "** Error opening MERGED-PAX-AGE " WS-REPLY
j61015        PERFORM X-EINDE
j61015     END-IF
j61015     INITIALIZE MERGED-PAX-AGE-RECORD
j61015     STRING  "Bookingnumber;"
j61015             "Pax;"
j61015             "Name;"
j61015             "Pax Type;"
j61015             "Birth Date;"
j61015             "Departure;"
j61015             "Age;"
j61015             "Max Age;"
j61015             "Reduction;"
j61015             "Rule Broken;"
j61015        DELIMITED BY SIZE
j61015            INTO MERGED-PAX-AGE-RECORD
j61015     WRITE MERGED-PAX-AGE-RECORD
           .

      /---
              DELIMITED BY SIZE INTO WS-PART-INPUT-FILE
           PERFORM R-COPY-TO-INVDIFF

j61015     MOVE SPACES TO WS-PART-INPUT-FILE
j61015     STRING "$DD_WORKDIR/commission_differences"
j61015            WS-PART-SUFFIX ".csv"
j61015        DELIMITED BY SIZE INTO WS-PART-INPUT-FILE
j61015     PERFORM R-COPY-TO-COMMDIFF
j61015
j61015     MOVE SPACES TO WS-PART-INPUT-FILE
j61015     STRING "$DD_WORKDIR/flight_tax_differences"
j61015            WS-PART-SUFFIX ".csv"
j61015        DELIMITED BY SIZE INTO WS-PART-INPUT-FILE
j61015     PERFORM R-COPY-TO-FLTDIFF
j61015
j61015     MOVE SPACES TO WS-PART-INPUT-FILE
j61015     STRING "$DD_WORKDIR/promotion_violations"
j61015            WS-PART-SUFFIX ".csv"
j61015        DELIMITED BY SIZE INTO WS-PART-INPUT-FILE
j61015     PERFORM R-COPY-TO-PROMOVIOL
j61015
j61015     MOVE SPACES TO WS-PART-INPUT-FILE
j61015     STRING "$DD_WORKDIR/pax_age_violations"
j61015            WS-PART-SUFFIX ".csv"
j61015        DELIMITED BY SIZE INTO WS-PART-INPUT-FILE
j61015     PERFORM R-COPY-TO-PAXAGE
j61015
           PERFORM R-APPLY-PART-EXCEPTIONS
j61015     PERFORM R-FILE-PART-HIST
           PERFORM R-LOAD-PART-STATS
           .

           END-IF
           .

j61015 R-COPY-TO-COMMDIFF.
j61015
j61015     OPEN INPUT PART-INPUT
j61015     IF WS-REPLY NOT = ZEROES
j61015        MOVE ZEROES TO WS-REPLY
j61015     ELSE
j61015        SET SW-PART-EOF-NO TO TRUE
j61015        PERFORM R-COPY-COMMDIFF-LINE UNTIL SW-PART-EOF-YES
j61015        CLOSE PART-INPUT
j61015        MOVE ZEROES TO WS-REPLY
j61015     END-IF
j61015     .
j61015
j61015 R-COPY-COMMDIFF-LINE.
j61015
j61015     READ PART-INPUT NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-PART-EOF-YES TO TRUE
j61015     ELSE
j61015        MOVE PART-INPUT-RECORD TO MERGED-COMM-DIFF-RECORD
j61015        WRITE MERGED-COMM-DIFF-RECORD
j61015     END-IF
j61015     .
j61015
j61015 R-COPY-TO-FLTDIFF.
j61015
j61015     OPEN INPUT PART-INPUT
j61015     IF WS-REPLY NOT = ZEROES
j61015        MOVE ZEROES TO WS-REPLY
j61015     ELSE
j61015        SET SW-PART-EOF-NO TO TRUE
j61015        PERFORM R-COPY-FLTDIFF-LINE UNTIL SW-PART-EOF-YES
j61015        CLOSE PART-INPUT
j61015        MOVE ZEROES TO WS-REPLY
j61015     END-IF
j61015     .
j61015
j61015 R-COPY-FLTDIFF-LINE.
j61015
j61015     READ PART-INPUT NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-PART-EOF-YES TO TRUE
j61015     ELSE
j61015        MOVE PART-INPUT-RECORD TO MERGED-FLIGHT-DIFF-RECORD
j61015        WRITE MERGED-FLIGHT-DIFF-RECORD
j61015     END-IF
j61015     .
j61015
j61015 R-COPY-TO-PROMOVIOL.
j61015
j61015     OPEN INPUT PART-INPUT
j61015     IF WS-REPLY NOT = ZEROES
j61015        MOVE ZEROES TO WS-REPLY
j61015     ELSE
j61015        SET SW-PART-EOF-NO TO TRUE
j61015        PERFORM R-COPY-PROMOVIOL-LINE UNTIL SW-PART-EOF-YES
j61015        CLOSE PART-INPUT
j61015        MOVE ZEROES TO WS-REPLY
j61015     END-IF
j61015     .
j61015
j61015 R-COPY-PROMOVIOL-LINE.
j61015
j61015     READ PART-INPUT NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-PART-EOF-YES TO TRUE
j61015     ELSE
j61015        MOVE PART-INPUT-RECORD TO MERGED-PROMO-VIOL-RECORD
j61015        WRITE MERGED-PROMO-VIOL-RECORD
j61015     END-IF
j61015     .
j61015
j61015 R-COPY-TO-PAXAGE.
j61015
j61015     OPEN INPUT PART-INPUT
j61015     IF WS-REPLY NOT = ZEROES
j61015        MOVE ZEROES TO WS-REPLY
j61015     ELSE
j61015        SET SW-PART-EOF-NO TO TRUE
j61015        PERFORM R-COPY-PAXAGE-LINE UNTIL SW-PART-EOF-YES
j61015        CLOSE PART-INPUT
j61015        MOVE ZEROES TO WS-REPLY
j61015     END-IF
j61015     .
j61015
j61015 R-COPY-PAXAGE-LINE.
j61015
j61015     READ PART-INPUT NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-PART-EOF-YES TO TRUE
j61015     ELSE
j61015        MOVE PART-INPUT-RECORD TO MERGED-PAX-AGE-RECORD
j61015        WRITE MERGED-PAX-AGE-RECORD
j61015     END-IF
j61015     .

      /---
      * The partition's exception candidates go through the same
      * basket life cycle bb7935 applies on a whole run: only new
                       MOVE "N" TO EXBA-STATUS
                       MOVE "ACCEPTED DIFFERENCE GREW"
                         TO WS-HIST-COMMENT
j61015              ELSE
j61015                 IF PEX-REASON-PAX-AGE = "Y" AND
j61015                    NOT EXBA-REASON-PAX-AGE-YES
j61015                    SET SW-BASKET-ALERT-YES TO TRUE
j61015                    MOVE "N" TO EXBA-STATUS
j61015                    MOVE "PASSENGER AGE VIOLATION ADDED"
j61015                      TO WS-HIST-COMMENT
j61015                 END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              IF NOT EXBA-STATUS-ACCEPTED
                 MOVE PEX-DIFF TO EXBA-DIFF
              END-IF
j61015        PERFORM R-SET-BASKET-REASONS
              REWRITE EXBA-RECORD
              IF WS-REPLY NOT = ZEROES
                 DISPLAY "** Error rewrite EXCEPTION-BASKET "
                                  EXBA-LAST-SEEN
              MOVE PEX-DIFF    TO EXBA-DIFF
              MOVE "N"         TO EXBA-STATUS
j61015        PERFORM R-SET-BASKET-REASONS
              WRITE EXBA-RECORD
              IF WS-REPLY NOT = ZEROES
                 DISPLAY "** Error write EXCEPTION-BASKET "
           MOVE ZEROES TO WS-REPLY
           .

j61015* partition files written before the reasons were passed on
j61015* only ever held price exceptions
j61015 R-SET-BASKET-REASONS.
j61015
j61015     IF PEX-REASON-PRICE = SPACE
j61015        MOVE "Y" TO EXBA-REASON-PRICE
j61015     ELSE
j61015        MOVE PEX-REASON-PRICE TO EXBA-REASON-PRICE
j61015     END-IF
j61015     IF PEX-REASON-PAX-AGE = "Y"
j61015        MOVE "Y" TO EXBA-REASON-PAX-AGE
j61015     ELSE
j61015        MOVE "N" TO EXBA-REASON-PAX-AGE
j61015     END-IF
j61015     .

       R-WRITE-BASKET-HIST.

           PERFORM R-GET-BASKET-HIST-SEQ
           MOVE WS-HIST-OLD-STATUS TO EXBH-OLD-STATUS
           MOVE EXBA-STATUS       TO EXBH-NEW-STATUS
           MOVE WS-HIST-COMMENT   TO EXBH-COMMENT
j61015     MOVE SPACES            TO EXBH-DOC-REF
           WRITE EXBH-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error write EXCEPTION-BASKET-HIST "
           END-IF
           .

j61015/---
j61015* The partition's check results go into the result history
j61015* under the consolidation run id, so a partitioned range reads
j61015* as one run like any other.  Partitions written before the
j61015* results were handed over leave no file: nothing to file.
j61015 R-FILE-PART-HIST.
j61015
j61015     MOVE SPACES TO WS-PART-HIST-FILE
j61015     STRING "$DD_WORKDIR/bb7935_part" WS-PART-SUFFIX "_hist.dat"
j61015        DELIMITED BY SIZE INTO WS-PART-HIST-FILE
j61015     OPEN INPUT PART-HIST
j61015     IF WS-REPLY NOT = ZEROES
j61015        MOVE ZEROES TO WS-REPLY
j61015     ELSE
j61015        SET SW-PART-EOF-NO TO TRUE
j61015        PERFORM R-FILE-ONE-HIST UNTIL SW-PART-EOF-YES
j61015        CLOSE PART-HIST
j61015        MOVE ZEROES TO WS-REPLY
j61015     END-IF
j61015     .
j61015
j61015 R-FILE-ONE-HIST.
j61015
j61015     READ PART-HIST NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-PART-EOF-YES TO TRUE
j61015     ELSE
j61015        INITIALIZE EXPH-RECORD
j61015        MOVE PHI-BOOKNR9         TO EXPH-BOOKNR9
j61015        MOVE WS-RUN-ID           TO EXPH-RUN-ID
j61015        MOVE PHI-SALDO           TO EXPH-SALDO
j61015        MOVE PHI-MODCALC-PRICE   TO EXPH-MODCALC-PRICE
j61015        MOVE PHI-WB-PRICE        TO EXPH-WB-PRICE
j61015        MOVE PHI-AUTOPRICE       TO EXPH-AUTOPRICE
j61015        MOVE PHI-DIFF            TO EXPH-DIFF
j61015        MOVE PHI-EXCEPTION       TO EXPH-EXCEPTION
j61015        MOVE PHI-REASON-PRICE    TO EXPH-REASON-PRICE
j61015        MOVE PHI-REASON-PAX-AGE  TO EXPH-REASON-PAX-AGE
j61015        WRITE EXPH-RECORD
j61015        IF WS-REPLY = "22"
j61015           REWRITE EXPH-RECORD
j61015        END-IF
j61015        IF WS-REPLY NOT = ZEROES
j61015           DISPLAY "** Error writing PRICE-BOOK-HIST "
j61015                   WS-REPLY " - " EXPH-BOOKNR9
j61015        ELSE
j61015           ADD 1 TO TOT-HIST-WRITTEN
j61015        END-IF
j61015        MOVE ZEROES TO WS-REPLY
j61015     END-IF
j61015     .

      /---
       R-LOAD-PART-STATS.

           ADD PST-BOOKINGS   TO TBAG-BOOKINGS(WS-STAT-IDX)
           ADD PST-EXCEPTIONS TO TBAG-EXCEPTIONS(WS-STAT-IDX)
           ADD PST-DIFF       TO TBAG-DIFF(WS-STAT-IDX)
j61015     IF PST-COMM-DIFFS IS NUMERIC
j61015        ADD PST-COMM-DIFFS TO TBAG-COMM-DIFFS(WS-STAT-IDX)
j61015        ADD PST-COMM-OVER  TO TBAG-COMM-OVER(WS-STAT-IDX)
j61015        ADD PST-COMM-UNDER TO TBAG-COMM-UNDER(WS-STAT-IDX)
j61015     END-IF
           .

       R-MERGE-GROUP-STAT.
                      VARYING WS-STAT-IDX FROM 1 BY 1
                      UNTIL WS-STAT-IDX > WS-IND-GR
              PERFORM R-WRITE-SUM-TOTALS
j61015        PERFORM R-WRITE-SUM-LINE
j61015
j61015        PERFORM R-WRITE-COMM-SECTION

              CLOSE SUMMARY-REPORT
           END-IF
           PERFORM R-WRITE-SUM-LINE
           .

j61015 R-WRITE-COMM-SECTION.
j61015
j61015     MOVE "COMMISSION BY TRAVEL AGENT" TO WS-SUM-LINE
j61015     PERFORM R-WRITE-SUM-LINE
j61015     MOVE WS-SUM-COMM-COLUMNS          TO WS-SUM-LINE
j61015     PERFORM R-WRITE-SUM-LINE
j61015     MOVE ZEROS TO WS-SUM-TOT-COMM-DIFFS
j61015                   WS-SUM-TOT-COMM-OVER
j61015                   WS-SUM-TOT-COMM-UNDER
j61015     PERFORM R-WRITE-COMM-LINE
j61015             VARYING WS-STAT-IDX FROM 1 BY 1
j61015             UNTIL WS-STAT-IDX > WS-IND-AG
j61015
j61015     INITIALIZE WS-SUM-COMM-DETAIL
j61015     MOVE "TOTAL"                TO WS-SUMC-CODE
j61015     MOVE WS-SUM-TOT-COMM-DIFFS  TO WS-SUMC-DIFFS
j61015     MOVE WS-SUM-TOT-COMM-OVER   TO WS-SUMC-OVER
j61015     MOVE WS-SUM-TOT-COMM-UNDER  TO WS-SUMC-UNDER
j61015     MOVE WS-SUM-COMM-DETAIL TO WS-SUM-LINE
j61015     PERFORM R-WRITE-SUM-LINE
j61015     .
j61015
j61015 R-WRITE-COMM-LINE.
j61015
j61015     IF TBAG-COMM-DIFFS(WS-STAT-IDX) > ZEROS
j61015        INITIALIZE WS-SUM-COMM-DETAIL
j61015        IF TBAG-NR(WS-STAT-IDX) = 999999
j61015           MOVE "OTHERS" TO WS-SUMC-NAME
j61015        ELSE
j61015           MOVE TBAG-NR(WS-STAT-IDX) TO JTAG-NR
j61015           READ JTVAGENTS
j61015           IF WS-REPLY = ZEROES
j61015              MOVE JTAG-NAME TO WS-SUMC-NAME
j61015           END-IF
j61015           MOVE ZEROES TO WS-REPLY
j61015        END-IF
j61015        MOVE TBAG-NR(WS-STAT-IDX)         TO WS-SUMC-CODE
j61015        MOVE TBAG-COMM-DIFFS(WS-STAT-IDX) TO WS-SUMC-DIFFS
j61015        MOVE TBAG-COMM-OVER(WS-STAT-IDX)  TO WS-SUMC-OVER
j61015        MOVE TBAG-COMM-UNDER(WS-STAT-IDX) TO WS-SUMC-UNDER
j61015        ADD TBAG-COMM-DIFFS(WS-STAT-IDX) TO WS-SUM-TOT-COMM-DIFFS
j61015        ADD TBAG-COMM-OVER(WS-STAT-IDX)  TO WS-SUM-TOT-COMM-OVER
j61015        ADD TBAG-COMM-UNDER(WS-STAT-IDX) TO WS-SUM-TOT-COMM-UNDER
j61015        MOVE WS-SUM-COMM-DETAIL TO WS-SUM-LINE
j61015        PERFORM R-WRITE-SUM-LINE
j61015     END-IF
j61015     .
j61015
       R-WRITE-SUM-TOTALS.

           INITIALIZE WS-SUM-DETAIL
           .

      /---
j61015* File the merged outputs in $DD_WORKDIR/price_runs/<run id>,
j61015* same archive as a single bb7935 run
j61015 Y-ARCHIVE-RUN.
j61015
j61015     MOVE SPACES TO WS-ARCHIVE-DIR
j61015     STRING "$DD_WORKDIR/price_runs/" WS-RUN-ID
j61015        DELIMITED BY SIZE INTO WS-ARCHIVE-DIR
j61015     MOVE SPACES TO BA-COMMAND
j61015     STRING "mkdir -p " WS-ARCHIVE-DIR
j61015        DELIMITED BY SIZE INTO BA-COMMAND
j61015     PERFORM Z-CALL-PIPE
j61015     IF ( BA-PIPE-REPLY NOT = 0 )
j61015        DISPLAY "** Warning: run not archived, no folder "
j61015                WS-ARCHIVE-DIR
j61015     ELSE
j61015        MOVE SPACES TO WS-ARCHIVE-LIST-FILE
j61015        STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
j61015               "/archive.lst" DELIMITED BY SIZE
j61015           INTO WS-ARCHIVE-LIST-FILE
j61015        OPEN OUTPUT ARCHIVE-LIST
j61015        IF WS-REPLY NOT = ZEROES
j61015           DISPLAY "** Warning: run not archived, archive.lst "
j61015                   WS-REPLY
j61015        ELSE
j61015           MOVE ZEROS TO WS-ARCHIVE-COUNT
j61015           MOVE WS-MERGED-CHECKED-FILE    TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-EXCEPTIONS-FILE TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-EXC-LINES-FILE  TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-VANOM-FILE      TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-INVDIFF-FILE    TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-COMMDIFF-FILE   TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-FLTDIFF-FILE    TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-PROMOVIOL-FILE  TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-MERGED-PAXAGE-FILE     TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           MOVE WS-SUMMARY-FILE           TO WS-ARCHIVE-FILE
j61015           PERFORM Y-ARCHIVE-FILE
j61015           CLOSE ARCHIVE-LIST
j61015           PERFORM Y-ARCHIVE-REGISTER
j61015           DISPLAY "Output files archived. . : " WS-ARCHIVE-COUNT
j61015                   " in " WS-ARCHIVE-DIR
j61015        END-IF
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 Y-ARCHIVE-FILE.
j61015
j61015     MOVE SPACES TO WS-ARCHIVE-SKIP WS-ARCHIVE-NAME
j61015     UNSTRING WS-ARCHIVE-FILE DELIMITED BY "/"
j61015         INTO WS-ARCHIVE-SKIP WS-ARCHIVE-NAME
j61015     MOVE SPACES TO BA-COMMAND
j61015     STRING "cp " WS-ARCHIVE-FILE DELIMITED BY SIZE
j61015            " "   WS-ARCHIVE-DIR  DELIMITED BY SPACE
j61015            "/"   DELIMITED BY SIZE
j61015        INTO BA-COMMAND
j61015     PERFORM Z-CALL-PIPE
j61015     IF ( BA-PIPE-REPLY NOT = 0 )
j61015        DISPLAY "** Warning: not archived " WS-ARCHIVE-FILE
j61015     ELSE
j61015        MOVE SPACES TO ARCHIVE-LIST-RECORD
j61015        STRING WS-ARCHIVE-DIR  DELIMITED BY SPACE
j61015               "/"             DELIMITED BY SIZE
j61015               WS-ARCHIVE-NAME DELIMITED BY SPACE
j61015           INTO ARCHIVE-LIST-RECORD
j61015        WRITE ARCHIVE-LIST-RECORD
j61015        ADD 1 TO WS-ARCHIVE-COUNT
j61015     END-IF
j61015     .
j61015
j61015 Y-ARCHIVE-REGISTER.
j61015
j61015     OPEN I-O PRICE-RUNS
j61015     IF WS-REPLY NOT = ZEROES
j61015        DISPLAY "** Error opening PRICE-RUNS " WS-REPLY
j61015     ELSE
j61015        MOVE WS-RUN-ID TO EXRU-RUN-ID
j61015        READ PRICE-RUNS
j61015        IF WS-REPLY = ZEROES
j61015           MOVE "Y" TO EXRU-RUN-ARCHIVE
j61015           REWRITE EXRU-RECORD
j61015           IF WS-REPLY NOT = ZEROES
j61015              DISPLAY "** Error rewrite PRICE-RUNS " WS-REPLY
j61015           END-IF
j61015        ELSE
j61015           DISPLAY "** Error re-read PRICE-RUNS " WS-REPLY
j61015        END-IF
j61015        CLOSE PRICE-RUNS
j61015     END-IF
j61015     .

      /---
       X-EINDE.

      *    keep the file status of the moment things went wrong,
           DISPLAY "Bookings checked (parts) : " TOT-INPUT-BOOKINGS
           DISPLAY "Exceptions (parts) . . . : " TOT-EXCEPTIONS
           DISPLAY "Exceptions alerting. . . : " TOT-ALERTING-EXCEPTIONS
j61015     DISPLAY "Result history records . : " TOT-HIST-WRITTEN

           IF SW-RUN-COMPLETE-YES
              PERFORM R-WRITE-SUMMARY-REPORT
           CLOSE MERGED-EXC-LINES.
           CLOSE MERGED-VOUCHER-ANOM.
           CLOSE MERGED-INVOICE-DIFF.
j61015     CLOSE MERGED-COMM-DIFF.
j61015     CLOSE MERGED-FLIGHT-DIFF.
j61015     CLOSE MERGED-PROMO-VIOL.
j61015     CLOSE MERGED-PAX-AGE.
           CLOSE EXCEPTION-BASKET.
           CLOSE EXCEPTION-BASKET-HIST.
j61015     CLOSE PRICE-BOOK-HIST.
           CLOSE JTFAXMEMO.
           CLOSE JTVAGENTS.
           CLOSE JTGROUPNAMES.
              PERFORM Y-SEND-FILE
              MOVE WS-SUMMARY-FILE        TO WS-SEND-FILE
              PERFORM Y-SEND-FILE
j61015        PERFORM Y-ARCHIVE-RUN
           END-IF

           IF SW-RUN-COMPLETE-YES
              DISPLAY "++++ normal end of cbl - bb7935c.cbl"
j61015*       the pipe and date CALLs leave their own value in
j61015*       RETURN-CODE: a complete run ends with zero
j61015        MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "++++ ABNORMAL end of cbl - bb7935c.cbl"
              DISPLAY "++++ run FAILED in " WS-FAIL-PARA
