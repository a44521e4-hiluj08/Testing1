      $SET DEFAULTBYTE(48)
      $SET NOOSVS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bb7945.
      ******************************************************************
      * Program-ID.....: bb7945.cbl
      * Author.........: jluque01
      * Date Written...: 15/10/2026 at 10:00:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: JITS price exception hotspot report
      ******************************************************************
     /*/Description ****************************************************
     /*
     /* Groups the open JTPRICEBASKET exceptions by what they were
     /* sold on, so a wrong hotel contract, room type or flight
     /* series shows up as one line instead of forty basket entries:
     /*  - by hotel (JTMCHOTELS lines of the booking, hotel name
     /*    from JTVHOTELS)
     /*  - by hotel and room type
     /*  - by flight route (JTVFLIGHTS departure - arrival airport)
     /* Each group shows the number of bookings, the total and the
     /* average basket difference, and the priced components that
     /* disagree most often between the booking and modcalc, taken
     /* from the exception component lines of the last basket
     /* recheck (bookings_price_exception_lines_recheck.csv), or of
     /* the last full / delta run for a booking the recheck did not
     /* list.  Groups print worst first (largest total difference).
     /*
     /* Open entries are status N, I and C; accepted entries (A)
     /* only when asked for.  A booking counts once per group, but
     /* in every group it belongs to.
     /*
     /* The report is shipped to the O-drive like the extract.
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

           COPY "jtmchotels.sel"
                      REPLACING =="$DD_SYSFILES/JTMCHOTELS"==
                                   BY ==WS-JTMCHOTELS==.

           COPY "jtvhotels.sel"
                      REPLACING =="$DD_SYSFILES/JTVHOTELS"==
                                   BY ==WS-JTVHOTELS==.

           COPY "jtvflights.sel"
                      REPLACING =="$DD_SYSFILES/JTVflights"==
                                  BY ==WS-JTVFLIGHTS==.

           SELECT EXC-LINES        ASSIGN WS-EXC-LINES-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

           SELECT HOTSPOT-REPORT   ASSIGN WS-HOTSPOT-REPORT-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

       DATA DIVISION.
       FILE SECTION.

       FD EXCEPTION-BASKET.
       COPY "jtpricebasket.cpy".

       FD JTMCHOTELS              EXTERNAL RECORDING MODE IS VARIABLE.
       COPY "jtmchotels.cpy"
                      REPLACING ==:TAG01:== BY ==01 JTMH==
                                ==:TAG03:== BY ==03 JTMH==
                                ==:TAG05:== BY ==05 JTMH==
                                ==:TAG07:== BY ==07 JTMH==
                                ==:TAG09:== BY ==09 JTMH==
                                ==:TAG11:== BY ==11 JTMH==
                                ==:TAG13:== BY ==13 JTMH==
                                ==:TAG:== BY ==JTMH==
                                ==:RED:== BY ==REDEFINES==
                                ==:RED03:== BY ==03 REDEFINES==
                                ==:RED05:== BY ==05 REDEFINES==
                                ==:RED07:== BY ==07 REDEFINES==.

       FD  JTVHOTELS              EXTERNAL RECORDING MODE IS VARIABLE.
       COPY "jtvhotels.cpy".

       FD  JTVFLIGHTS             EXTERNAL RECORDING MODE IS VARIABLE.
       COPY "jtvflights.cpy".

      * bookings_price_exception_lines csv as bb7935 writes it
       FD EXC-LINES.
       01 EXC-LINES-RECORD.
          03 EXL-BOOKNR                    PIC X(9).
          03 FILLER                        PIC X.
          03 EXL-NO                        PIC X(3).
          03 FILLER                        PIC X.
          03 EXL-DESC                      PIC X(40).
          03 FILLER                        PIC X.
          03 EXL-FILE-VALUE                PIC X(11).
          03 FILLER                        PIC X.
          03 EXL-CALC-VALUE                PIC X(11).
          03 FILLER                        PIC X.
          03 EXL-DIFF                      PIC X(11).
          03 FILLER                        PIC X(70).

       FD HOTSPOT-REPORT.
       01 HOTSPOT-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "unixvelden.cpy".
       COPY "commoncpy.cpy".

       01 WS-REPLY                         PIC X(2).
       01 WS-JTMCHOTELS                    PIC X(55).
       01 WS-JTVHOTELS                     PIC X(55).
       01 WS-JTVFLIGHTS                    PIC X(55).
       01 WS-EXC-LINES-FILE                PIC X(60).
       01 WS-HOTSPOT-REPORT-FILE           PIC X(60).
       01 WS-SEND-FILE                     PIC X(60).

       COPY "wsbatch1.cpy".
       01 REDEFINES BA-USER-PARAMS.
          03 BA-INCLUDE-ACCEPTED           PIC X.
          03 BA-TOP-COMPONENTS             PIC 9.
          03 BA-OK                         PIC X.

       01 WS-DATE-NUM                        PIC 9(08).
       01 WS-DATE-FILE REDEFINES WS-DATE-NUM PIC X(8).

       01 SW-END-OF-FILE                   PIC X       VALUE "N".
          88 SW-END-OF-FILE-YES            VALUE "Y".
          88 SW-END-OF-FILE-NO             VALUE "N".
       01 SW-HOTEL-EOF                     PIC X       VALUE "N".
          88 SW-HOTEL-EOF-YES              VALUE "Y".
          88 SW-HOTEL-EOF-NO               VALUE "N".
       01 SW-FLIGHT-EOF                    PIC X       VALUE "N".
          88 SW-FLIGHT-EOF-YES             VALUE "Y".
          88 SW-FLIGHT-EOF-NO              VALUE "N".
       01 SW-BASKET-TABLE-FULL             PIC X       VALUE "N".
       01 SW-GROUP-TABLE-FULL              PIC X       VALUE "N".
       01 SW-COMP-TABLE-FULL               PIC X       VALUE "N".
       01 SW-FATAL-ERROR                   PIC X       VALUE "N".
          88 SW-FATAL-ERROR-YES            VALUE "Y".
          88 SW-FATAL-ERROR-NO             VALUE "N".

      * the open basket entries, in booking order as the basket is
      * read, with the groups each booking was counted in
       01 TBBK-BOOKINGS.
          03 WS-IND-BK                     PIC 9(5) VALUE ZEROS.
          03 TBBK-ENTRY OCCURS 1 TO 5000
                        DEPENDING ON WS-IND-BK
                        ASCENDING KEY IS TBBK-BOOKNR9
                        INDEXED BY TBBK-X.
             05 TBBK-BOOKNR9               PIC 9(9).
             05 TBBK-DIFF                  PIC S9(7)V9(2).
             05 TBBK-LINES-SOURCE          PIC X.
             05 TBBK-GROUP-COUNT           PIC 9(2).
             05 TBBK-GROUP OCCURS 12       PIC 9(5).
       01 WS-BK-IDX                        PIC 9(5).

      * one entry per hotel (H), hotel + room type (R) and flight
      * route (F)
       01 TBHS-GROUPS.
          03 WS-IND-HS                     PIC 9(5) VALUE ZEROS.
          03 TBHS-ENTRY OCCURS 1 TO 3000
                        DEPENDING ON WS-IND-HS.
             05 TBHS-TYPE                  PIC X.
             05 TBHS-CODE                  PIC X(13).
             05 TBHS-HOTEL-CODE            PIC X(6).
             05 TBHS-BOOKINGS              PIC 9(7).
             05 TBHS-DIFF                  PIC S9(9)V9(2).
             05 TBHS-PRINTED               PIC X.
       01 WS-HS-IDX                        PIC 9(5).
       01 WS-HS-BEST                       PIC 9(5).
       01 WS-GRP-TYPE                      PIC X.
       01 WS-GRP-CODE                      PIC X(13).
       01 WS-GRP-HOTEL-CODE                PIC X(6).
       01 WS-GRP-IDX                       PIC 9(5).
       01 WS-GRP-POS                       PIC 9(2).
       01 WS-GRP-FOUND                     PIC X.

      * disagreeing components per group
       01 TBHC-COMPONENTS.
          03 WS-IND-HC                     PIC 9(5) VALUE ZEROS.
          03 TBHC-ENTRY OCCURS 1 TO 30000
                        DEPENDING ON WS-IND-HC.
             05 TBHC-GROUP                 PIC 9(5).
             05 TBHC-DESC                  PIC X(30).
             05 TBHC-COUNT                 PIC 9(7).
             05 TBHC-DIFF                  PIC S9(9)V9(2).
             05 TBHC-PRINTED               PIC X.
       01 WS-HC-IDX                        PIC 9(5).
       01 WS-HC-BEST                       PIC 9(5).
       01 WS-HC-RANK                       PIC 9.
       01 WS-COMP-DESC                     PIC X(30).

      * the csv amounts are edited: de-edit them through these
       01 WS-CSV-VALUE                     PIC X(11).
       01 WS-CSV-EDIT REDEFINES WS-CSV-VALUE
                                           PIC -ZZZ.ZZ9,99.
       01 WS-CSV-AMOUNT                    PIC S9(7)V9(2).
       01 WS-CSV-BOOKNR                    PIC 9(9).
       01 WS-LINES-SOURCE                  PIC X.

       01 TOT-BASKET-READ                  PIC 9(9)    VALUE ZEROS.
       01 TOT-BASKET-OPEN                  PIC 9(9)    VALUE ZEROS.
       01 TOT-NO-HOTEL                     PIC 9(9)    VALUE ZEROS.
       01 TOT-NO-FLIGHT                    PIC 9(9)    VALUE ZEROS.
       01 TOT-LINES-READ                   PIC 9(9)    VALUE ZEROS.
       01 TOT-LINES-DISAGREE               PIC 9(9)    VALUE ZEROS.
       01 WS-BOOKING-HOTELS                PIC 9(3).
       01 WS-BOOKING-FLIGHTS               PIC 9(3).
       01 WS-TOTAL-DIFF                    PIC S9(11)V9(2) VALUE ZEROS.

       01 WS-SECTION-TYPE                  PIC X.
       01 WS-SECTION-RANK                  PIC 9(5).
       01 WS-AVERAGE                       PIC S9(9)V9(2).
       01 WS-REP-LINE                      PIC X(132).
       01 WS-REP-DETAIL.
          03 WS-REPD-RANK                  PIC ZZZ9.
          03 FILLER                        PIC X(2).
          03 WS-REPD-CODE                  PIC X(13).
          03 FILLER                        PIC X(2).
          03 WS-REPD-NAME                  PIC X(30).
          03 FILLER                        PIC X(2).
          03 WS-REPD-BOOKINGS              PIC ZZZ.ZZ9.
          03 FILLER                        PIC X(2).
          03 WS-REPD-DIFF                  PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(2).
          03 WS-REPD-AVERAGE               PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-REP-COLUMNS.
          03 FILLER                        PIC X(21)
                                           VALUE "RANK  CODE".
          03 FILLER                        PIC X(31)
                                           VALUE "NAME".
          03 FILLER                        PIC X(10)
                                           VALUE "BOOKINGS".
          03 FILLER                        PIC X(17)
                                           VALUE "  TOTAL DIFF".
          03 FILLER                        PIC X(53)
                                           VALUE "   AVERAGE DIFF".
       01 WS-REP-COMP.
          03 FILLER                        PIC X(8).
          03 WS-REPC-RANK                  PIC 9.
          03 FILLER                        PIC X(2).
          03 WS-REPC-DESC                  PIC X(30).
          03 FILLER                        PIC X(9).
          03 WS-REPC-COUNT                 PIC ZZZ.ZZ9.
          03 FILLER                        PIC X(2).
          03 WS-REPC-DIFF                  PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER                        PIC X(3).
          03 WS-REPC-TEXT                  PIC X(30).
       01 WS-EDIT-COUNT                    PIC ZZZ.ZZZ.ZZ9.
       01 WS-EDIT-AMOUNT                   PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

      **** unix time stamps (auto inserted) ***************************
           MOVE ZEROES TO UNIX-DATE-ACCEPTED-NUM.
           ACCEPT UNIX-DATE-ACCEPTED-NUM6 FROM DATE.
           ACCEPT UNIX-TIME-ACCEPTED FROM TIME.
           ADD 20000000 TO UNIX-DATE-ACCEPTED-NUM.
      **** end of unix time stamps ************************************

      /---
       A-BEGIN.

           DISPLAY "**** bb7945.cbl ****".

           MOVE "bb7945"     TO BE-PROG-NAME.
           MOVE "Starts ..." TO BE-COMMENT.
           MOVE SPACES       TO BE-REPLY.
           DISPLAY BE-DISPLAY.

           MOVE UNIX-DATE-ACCEPTED-NUM TO WS-DATE-NUM

           IF BA-INCLUDE-ACCEPTED NOT = "Y"
              MOVE "N" TO BA-INCLUDE-ACCEPTED
           END-IF
           IF BA-TOP-COMPONENTS IS NOT NUMERIC OR
              BA-TOP-COMPONENTS = ZERO
              MOVE 3 TO BA-TOP-COMPONENTS
           END-IF

           PERFORM B-OPENEN-BESTANDEN.
           PERFORM D-LOAD-BASKET.
           IF WS-IND-BK = ZEROS
              DISPLAY "No open basket entries - no hotspots"
           END-IF

           MOVE "R" TO WS-LINES-SOURCE
           MOVE "$DD_WORKDIR/bookings_price_exception_lines_recheck.csv"
             TO WS-EXC-LINES-FILE
           PERFORM D-READ-EXC-LINES
           MOVE "M" TO WS-LINES-SOURCE
           MOVE "$DD_WORKDIR/bookings_price_exception_lines.csv"
             TO WS-EXC-LINES-FILE
           PERFORM D-READ-EXC-LINES

           PERFORM E-PRINT-HOTSPOT-REPORT.
           PERFORM X-EINDE.

      /---
       B-OPENEN-BESTANDEN.

           OPEN INPUT EXCEPTION-BASKET
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error open EXCEPTION-BASKET " WS-REPLY
              DISPLAY "** No basket yet - run bb7935 first"
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           MOVE "$DD_SYSFILES/JTMCHOTELS"   TO WS-JTMCHOTELS
           OPEN INPUT JTMCHOTELS
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTMCHOTELS " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           MOVE "$DD_SYSFILES/JTVHOTELS"    TO WS-JTVHOTELS
           OPEN INPUT JTVHOTELS
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTVHOTELS " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           MOVE "$DD_SYSFILES/JTVFLIGHTS"   TO WS-JTVFLIGHTS
           OPEN INPUT JTVFLIGHTS
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTVFLIGHTS " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           MOVE "$DD_WORKDIR/price_exception_hotspots.txt" TO
                                               WS-HOTSPOT-REPORT-FILE
           OPEN OUTPUT HOTSPOT-REPORT
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening HOTSPOT-REPORT " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .

      /---
      * The open entries, each put in the groups of its hotel lines
      * and flights.
       D-LOAD-BASKET.

           MOVE ZEROS TO EXBA-BOOKNR9
           START EXCEPTION-BASKET KEY IS NOT LESS THAN EXBA-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
              SET SW-END-OF-FILE-NO TO TRUE
           END-IF
           MOVE ZEROES TO WS-REPLY

           PERFORM D-LOAD-ONE-ENTRY UNTIL SW-END-OF-FILE-YES
           .

       D-LOAD-ONE-ENTRY.

           READ EXCEPTION-BASKET NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
              MOVE ZEROES TO WS-REPLY
           ELSE
              ADD 1 TO TOT-BASKET-READ
              IF EXBA-STATUS-NEW OR
                 EXBA-STATUS-INVESTIGATION OR
                 EXBA-STATUS-CORRECTION OR
                 (EXBA-STATUS-ACCEPTED AND BA-INCLUDE-ACCEPTED = "Y")
                 PERFORM D-TABLE-ENTRY
              END-IF
           END-IF
           .

       D-TABLE-ENTRY.

           IF WS-IND-BK >= 5000
              IF SW-BASKET-TABLE-FULL = "N"
                 MOVE "Y" TO SW-BASKET-TABLE-FULL
                 DISPLAY "** Warning: basket table full, report "
                         "covers the first 5000 open entries"
              END-IF
           ELSE
              ADD 1 TO WS-IND-BK
                       TOT-BASKET-OPEN
              MOVE WS-IND-BK TO WS-BK-IDX
              INITIALIZE TBBK-ENTRY(WS-BK-IDX)
              MOVE EXBA-BOOKNR9 TO TBBK-BOOKNR9(WS-BK-IDX)
              MOVE EXBA-DIFF    TO TBBK-DIFF(WS-BK-IDX)
              IF TBBK-DIFF(WS-BK-IDX) < ZEROS
                 COMPUTE TBBK-DIFF(WS-BK-IDX) =
                         TBBK-DIFF(WS-BK-IDX) * -1
              END-IF
              MOVE SPACE        TO TBBK-LINES-SOURCE(WS-BK-IDX)
              MOVE ZEROS        TO TBBK-GROUP-COUNT(WS-BK-IDX)
              ADD TBBK-DIFF(WS-BK-IDX) TO WS-TOTAL-DIFF
              PERFORM D-GROUP-BY-HOTELS
              PERFORM D-GROUP-BY-FLIGHTS
           END-IF
           .

      * every hotel line of the booking (all suffixes)
       D-GROUP-BY-HOTELS.

           MOVE ZEROS TO WS-BOOKING-HOTELS
           INITIALIZE JTMH-RECORD
           MOVE EXBA-BOOKNR9 TO JTMH-BOOKNR9
           MOVE ZEROS        TO JTMH-SUFFIX
                                JTMH-SEQ
           SET SW-HOTEL-EOF-NO TO TRUE
           START JTMCHOTELS KEY IS NOT LESS THAN JTMH-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-HOTEL-EOF-YES TO TRUE
           END-IF
           MOVE ZEROES TO WS-REPLY
           PERFORM D-GROUP-ONE-HOTEL UNTIL SW-HOTEL-EOF-YES
           IF WS-BOOKING-HOTELS = ZEROS
              ADD 1 TO TOT-NO-HOTEL
           END-IF
           .

       D-GROUP-ONE-HOTEL.

           READ JTMCHOTELS NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-HOTEL-EOF-YES TO TRUE
              MOVE ZEROES TO WS-REPLY
           ELSE
              IF JTMH-BOOKNR9 NOT = EXBA-BOOKNR9
                 SET SW-HOTEL-EOF-YES TO TRUE
              ELSE
                 IF JTMH-HOTEL-CODE NOT = SPACES
                    ADD 1 TO WS-BOOKING-HOTELS
                    MOVE "H"             TO WS-GRP-TYPE
                    MOVE JTMH-HOTEL-CODE TO WS-GRP-CODE
                                            WS-GRP-HOTEL-CODE
                    PERFORM R-ADD-BOOKING-TO-GROUP
                    MOVE "R"             TO WS-GRP-TYPE
                    MOVE SPACES          TO WS-GRP-CODE
                    STRING JTMH-HOTEL-CODE "/" JTMH-ROOM-TYPE
                       DELIMITED BY SIZE INTO WS-GRP-CODE
                    PERFORM R-ADD-BOOKING-TO-GROUP
                 END-IF
              END-IF
           END-IF
           .

      * every flight of the booking, as a departure - arrival route
       D-GROUP-BY-FLIGHTS.

           MOVE ZEROS TO WS-BOOKING-FLIGHTS
           INITIALIZE JTVF-RECORD
           MOVE EXBA-BOOKNR9 TO JTVF-BOOKNR9
           MOVE ZEROS        TO JTVF-SUFFIX
                                JTVF-SEQ
           SET SW-FLIGHT-EOF-NO TO TRUE
           START JTVFLIGHTS KEY IS NOT LESS THAN JTVF-KEY
           IF WS-REPLY NOT = ZEROES
              SET SW-FLIGHT-EOF-YES TO TRUE
           END-IF
           MOVE ZEROES TO WS-REPLY
           PERFORM D-GROUP-ONE-FLIGHT UNTIL SW-FLIGHT-EOF-YES
           IF WS-BOOKING-FLIGHTS = ZEROS
              ADD 1 TO TOT-NO-FLIGHT
           END-IF
           .

       D-GROUP-ONE-FLIGHT.

           READ JTVFLIGHTS NEXT
           IF WS-REPLY NOT = ZEROES
              SET SW-FLIGHT-EOF-YES TO TRUE
              MOVE ZEROES TO WS-REPLY
           ELSE
              IF JTVF-BOOKNR9 NOT = EXBA-BOOKNR9
                 SET SW-FLIGHT-EOF-YES TO TRUE
              ELSE
                 ADD 1 TO WS-BOOKING-FLIGHTS
                 MOVE "F"    TO WS-GRP-TYPE
                 MOVE SPACES TO WS-GRP-CODE
                                WS-GRP-HOTEL-CODE
                 STRING JTVF-DEP-AIRPORT "-" JTVF-ARR-AIRPORT
                    DELIMITED BY SIZE INTO WS-GRP-CODE
                 PERFORM R-ADD-BOOKING-TO-GROUP
              END-IF
           END-IF
           .

      * the booking counts once per group: a second hotel line or
      * flight leg on the same key is not counted again
       R-ADD-BOOKING-TO-GROUP.

           PERFORM R-FIND-GROUP
           IF WS-GRP-IDX > ZEROS
              MOVE "N" TO WS-GRP-FOUND
              PERFORM R-CHECK-BOOKING-GROUP
                      VARYING WS-GRP-POS FROM 1 BY 1
                      UNTIL WS-GRP-POS > TBBK-GROUP-COUNT(WS-BK-IDX)
                         OR WS-GRP-FOUND = "Y"
              IF WS-GRP-FOUND = "N" AND
                 TBBK-GROUP-COUNT(WS-BK-IDX) < 12
                 ADD 1 TO TBBK-GROUP-COUNT(WS-BK-IDX)
                 MOVE WS-GRP-IDX TO
                   TBBK-GROUP(WS-BK-IDX, TBBK-GROUP-COUNT(WS-BK-IDX))
                 ADD 1 TO TBHS-BOOKINGS(WS-GRP-IDX)
                 ADD TBBK-DIFF(WS-BK-IDX) TO TBHS-DIFF(WS-GRP-IDX)
              END-IF
           END-IF
           .

       R-CHECK-BOOKING-GROUP.

           IF TBBK-GROUP(WS-BK-IDX, WS-GRP-POS) = WS-GRP-IDX
              MOVE "Y" TO WS-GRP-FOUND
           END-IF
           .

       R-FIND-GROUP.

           MOVE ZEROS TO WS-GRP-IDX
           PERFORM R-MATCH-GROUP
                   VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-IND-HS
                      OR WS-GRP-IDX > ZEROS
           IF WS-GRP-IDX = ZEROS
              IF WS-IND-HS < 3000
                 ADD 1 TO WS-IND-HS
                 MOVE WS-IND-HS TO WS-GRP-IDX
                 INITIALIZE TBHS-ENTRY(WS-GRP-IDX)
                 MOVE WS-GRP-TYPE       TO TBHS-TYPE(WS-GRP-IDX)
                 MOVE WS-GRP-CODE       TO TBHS-CODE(WS-GRP-IDX)
                 MOVE WS-GRP-HOTEL-CODE TO TBHS-HOTEL-CODE(WS-GRP-IDX)
                 MOVE "N"               TO TBHS-PRINTED(WS-GRP-IDX)
              ELSE
                 IF SW-GROUP-TABLE-FULL = "N"
                    MOVE "Y" TO SW-GROUP-TABLE-FULL
                    DISPLAY "** Warning: group table full, report "
                            "truncated after 3000 groups"
                 END-IF
              END-IF
           END-IF
           .

       R-MATCH-GROUP.

           IF TBHS-TYPE(WS-HS-IDX) = WS-GRP-TYPE AND
              TBHS-CODE(WS-HS-IDX) = WS-GRP-CODE
              MOVE WS-HS-IDX TO WS-GRP-IDX
           END-IF
           .

      /---
      * The component lines of the open bookings.  A booking takes
      * its lines from the first file that lists it: the recheck is
      * read first, the full / delta run only fills the gaps.
       D-READ-EXC-LINES.

           OPEN INPUT EXC-LINES
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Warning: no component lines in "
                      WS-EXC-LINES-FILE " (" WS-REPLY ")"
              MOVE ZEROES TO WS-REPLY
           ELSE
              SET SW-END-OF-FILE-NO TO TRUE
              PERFORM D-READ-ONE-EXC-LINE UNTIL SW-END-OF-FILE-YES
              CLOSE EXC-LINES
              MOVE ZEROES TO WS-REPLY
           END-IF
           .

       D-READ-ONE-EXC-LINE.

           READ EXC-LINES
           IF WS-REPLY NOT = ZEROES
              SET SW-END-OF-FILE-YES TO TRUE
           ELSE
      *       the title line has no booking number and drops out here
              IF EXL-BOOKNR IS NUMERIC AND
                 EXL-DESC(1:8) NOT = "VOUCHER "
                 MOVE EXL-BOOKNR TO WS-CSV-BOOKNR
                 SEARCH ALL TBBK-ENTRY
                    AT END
                       CONTINUE
                    WHEN TBBK-BOOKNR9(TBBK-X) = WS-CSV-BOOKNR
                       SET WS-BK-IDX TO TBBK-X
                       PERFORM D-COUNT-COMPONENT-LINE
                 END-SEARCH
              END-IF
           END-IF
           .

      * a component disagrees when both sides differ, or when it is
      * priced on one side only
       D-COUNT-COMPONENT-LINE.

           IF TBBK-LINES-SOURCE(WS-BK-IDX) = SPACE
              MOVE WS-LINES-SOURCE TO TBBK-LINES-SOURCE(WS-BK-IDX)
           END-IF
           IF TBBK-LINES-SOURCE(WS-BK-IDX) = WS-LINES-SOURCE
              ADD 1 TO TOT-LINES-READ
              MOVE ZEROS TO WS-CSV-AMOUNT
              EVALUATE TRUE
                 WHEN EXL-DIFF NOT = SPACES
                    MOVE EXL-DIFF       TO WS-CSV-VALUE
                    MOVE WS-CSV-EDIT    TO WS-CSV-AMOUNT
                 WHEN EXL-CALC-VALUE NOT = SPACES
                    MOVE EXL-CALC-VALUE TO WS-CSV-VALUE
                    MOVE WS-CSV-EDIT    TO WS-CSV-AMOUNT
                 WHEN EXL-FILE-VALUE NOT = SPACES
                    MOVE EXL-FILE-VALUE TO WS-CSV-VALUE
                    MOVE WS-CSV-EDIT    TO WS-CSV-AMOUNT
              END-EVALUATE
              IF WS-CSV-AMOUNT < ZEROS
                 COMPUTE WS-CSV-AMOUNT = WS-CSV-AMOUNT * -1
              END-IF
              IF WS-CSV-AMOUNT > ZEROS
                 ADD 1 TO TOT-LINES-DISAGREE
                 MOVE EXL-DESC TO WS-COMP-DESC
                 PERFORM R-ADD-COMPONENT
                         VARYING WS-GRP-POS FROM 1 BY 1
                         UNTIL WS-GRP-POS > TBBK-GROUP-COUNT(WS-BK-IDX)
              END-IF
           END-IF
           .

       R-ADD-COMPONENT.

           MOVE TBBK-GROUP(WS-BK-IDX, WS-GRP-POS) TO WS-GRP-IDX
           MOVE ZEROS TO WS-HC-BEST
           PERFORM R-MATCH-COMPONENT
                   VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-IND-HC
                      OR WS-HC-BEST > ZEROS
           IF WS-HC-BEST = ZEROS
              IF WS-IND-HC < 30000
                 ADD 1 TO WS-IND-HC
                 MOVE WS-IND-HC TO WS-HC-BEST
                 INITIALIZE TBHC-ENTRY(WS-HC-BEST)
                 MOVE WS-GRP-IDX   TO TBHC-GROUP(WS-HC-BEST)
                 MOVE WS-COMP-DESC TO TBHC-DESC(WS-HC-BEST)
                 MOVE "N"          TO TBHC-PRINTED(WS-HC-BEST)
              ELSE
                 IF SW-COMP-TABLE-FULL = "N"
                    MOVE "Y" TO SW-COMP-TABLE-FULL
                    DISPLAY "** Warning: component table full, "
                            "component counts incomplete"
                 END-IF
              END-IF
           END-IF
           IF WS-HC-BEST > ZEROS
              ADD 1             TO TBHC-COUNT(WS-HC-BEST)
              ADD WS-CSV-AMOUNT TO TBHC-DIFF(WS-HC-BEST)
           END-IF
           .

       R-MATCH-COMPONENT.

           IF TBHC-GROUP(WS-HC-IDX) = WS-GRP-IDX AND
              TBHC-DESC(WS-HC-IDX)  = WS-COMP-DESC
              MOVE WS-HC-IDX TO WS-HC-BEST
           END-IF
           .

      /---
       E-PRINT-HOTSPOT-REPORT.

           MOVE SPACES TO WS-REP-LINE
           STRING "JITS PRICE EXCEPTION HOTSPOTS - " WS-DATE-FILE
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           PERFORM R-WRITE-REPORT-LINE

           MOVE TOT-BASKET-OPEN TO WS-EDIT-COUNT
           IF BA-INCLUDE-ACCEPTED = "Y"
              STRING "OPEN BASKET ENTRIES (N, I, C AND A) . : "
                     WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO WS-REP-LINE
           ELSE
              STRING "OPEN BASKET ENTRIES (N, I AND C) . . : "
                     WS-EDIT-COUNT
                 DELIMITED BY SIZE INTO WS-REP-LINE
           END-IF
           PERFORM R-WRITE-REPORT-LINE
           MOVE WS-TOTAL-DIFF TO WS-EDIT-AMOUNT
           STRING "TOTAL DIFFERENCE . . . . . . . . . . : "
                  WS-EDIT-AMOUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-NO-HOTEL TO WS-EDIT-COUNT
           STRING "  WITHOUT HOTEL LINES. . . . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE TOT-NO-FLIGHT TO WS-EDIT-COUNT
           STRING "  WITHOUT FLIGHTS. . . . . . . . . . : "
                  WS-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           PERFORM R-WRITE-REPORT-LINE

           MOVE "BY HOTEL" TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE "H" TO WS-SECTION-TYPE
           PERFORM E-PRINT-SECTION
           PERFORM R-WRITE-REPORT-LINE

           MOVE "BY HOTEL AND ROOM TYPE" TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE "R" TO WS-SECTION-TYPE
           PERFORM E-PRINT-SECTION
           PERFORM R-WRITE-REPORT-LINE

           MOVE "BY FLIGHT ROUTE" TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE "F" TO WS-SECTION-TYPE
           PERFORM E-PRINT-SECTION
           .

      * the groups of one kind, largest total difference first: the
      * worst unprinted group is picked and printed until none is left
       E-PRINT-SECTION.

           MOVE WS-REP-COLUMNS TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-RANK
           MOVE 1     TO WS-HS-BEST
           PERFORM E-PRINT-NEXT-GROUP UNTIL WS-HS-BEST = ZEROS
           IF WS-SECTION-RANK = ZEROS
              MOVE "  NONE" TO WS-REP-LINE
              PERFORM R-WRITE-REPORT-LINE
           END-IF
           .

       E-PRINT-NEXT-GROUP.

           MOVE ZEROS TO WS-HS-BEST
           PERFORM E-PICK-WORST-GROUP
                   VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-IND-HS
           IF WS-HS-BEST > ZEROS
              MOVE "Y" TO TBHS-PRINTED(WS-HS-BEST)
              ADD 1 TO WS-SECTION-RANK
              PERFORM E-PRINT-GROUP-LINE
              PERFORM E-PRINT-GROUP-COMPONENTS
           END-IF
           .

       E-PICK-WORST-GROUP.

           IF TBHS-TYPE(WS-HS-IDX) = WS-SECTION-TYPE AND
              TBHS-PRINTED(WS-HS-IDX) = "N"
              IF WS-HS-BEST = ZEROS
                 MOVE WS-HS-IDX TO WS-HS-BEST
              ELSE
                 IF TBHS-DIFF(WS-HS-IDX) > TBHS-DIFF(WS-HS-BEST)
                    MOVE WS-HS-IDX TO WS-HS-BEST
                 END-IF
              END-IF
           END-IF
           .

       E-PRINT-GROUP-LINE.

           MOVE SPACES                    TO WS-REP-DETAIL
           MOVE WS-SECTION-RANK           TO WS-REPD-RANK
           MOVE TBHS-CODE(WS-HS-BEST)     TO WS-REPD-CODE
           IF TBHS-HOTEL-CODE(WS-HS-BEST) NOT = SPACES
              MOVE TBHS-HOTEL-CODE(WS-HS-BEST) TO JTVH-HOTEL-CODE
              READ JTVHOTELS
              IF WS-REPLY = ZEROES
                 MOVE JTVH-NAME           TO WS-REPD-NAME
              ELSE
                 MOVE "(NOT IN JTVHOTELS)" TO WS-REPD-NAME
              END-IF
              MOVE ZEROES TO WS-REPLY
           END-IF
           MOVE TBHS-BOOKINGS(WS-HS-BEST) TO WS-REPD-BOOKINGS
           MOVE TBHS-DIFF(WS-HS-BEST)     TO WS-REPD-DIFF
           IF TBHS-BOOKINGS(WS-HS-BEST) > ZEROS
              COMPUTE WS-AVERAGE ROUNDED = TBHS-DIFF(WS-HS-BEST)
                                         / TBHS-BOOKINGS(WS-HS-BEST)
              MOVE WS-AVERAGE             TO WS-REPD-AVERAGE
           END-IF
           MOVE WS-REP-DETAIL             TO WS-REP-LINE
           PERFORM R-WRITE-REPORT-LINE
           .

      * the components of the group that disagree most often, the
      * larger difference first on equal counts
       E-PRINT-GROUP-COMPONENTS.

           MOVE ZEROS TO WS-HC-RANK
           MOVE 1     TO WS-HC-BEST
           PERFORM E-PRINT-NEXT-COMPONENT
                   UNTIL WS-HC-BEST = ZEROS
                      OR WS-HC-RANK >= BA-TOP-COMPONENTS
           .

       E-PRINT-NEXT-COMPONENT.

           MOVE ZEROS TO WS-HC-BEST
           PERFORM E-PICK-WORST-COMPONENT
                   VARYING WS-HC-IDX FROM 1 BY 1
                   UNTIL WS-HC-IDX > WS-IND-HC
           IF WS-HC-BEST > ZEROS
              MOVE "Y" TO TBHC-PRINTED(WS-HC-BEST)
              ADD 1 TO WS-HC-RANK
              MOVE SPACES                 TO WS-REP-COMP
              MOVE WS-HC-RANK             TO WS-REPC-RANK
              MOVE TBHC-DESC(WS-HC-BEST)  TO WS-REPC-DESC
              MOVE TBHC-COUNT(WS-HC-BEST) TO WS-REPC-COUNT
              MOVE TBHC-DIFF(WS-HC-BEST)  TO WS-REPC-DIFF
              MOVE "LINES DISAGREE"       TO WS-REPC-TEXT
              MOVE WS-REP-COMP            TO WS-REP-LINE
              PERFORM R-WRITE-REPORT-LINE
           END-IF
           .

       E-PICK-WORST-COMPONENT.

           IF TBHC-GROUP(WS-HC-IDX) = WS-HS-BEST AND
              TBHC-PRINTED(WS-HC-IDX) = "N"
              EVALUATE TRUE
                 WHEN WS-HC-BEST = ZEROS
                    MOVE WS-HC-IDX TO WS-HC-BEST
                 WHEN TBHC-COUNT(WS-HC-IDX) > TBHC-COUNT(WS-HC-BEST)
                    MOVE WS-HC-IDX TO WS-HC-BEST
                 WHEN TBHC-COUNT(WS-HC-IDX) = TBHC-COUNT(WS-HC-BEST)
                  AND TBHC-DIFF(WS-HC-IDX) > TBHC-DIFF(WS-HC-BEST)
                    MOVE WS-HC-IDX TO WS-HC-BEST
              END-EVALUATE
           END-IF
           .

       R-WRITE-REPORT-LINE.

           MOVE WS-REP-LINE TO HOTSPOT-REPORT-RECORD
           WRITE HOTSPOT-REPORT-RECORD
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error writing HOTSPOT-REPORT " WS-REPLY
              SET SW-FATAL-ERROR-YES TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REP-LINE
           .

      /---
       Y-SEND-FILE.

           MOVE SPACES                 TO CONF-VAR
           MOVE SPACES                 TO CONF-VALUE
           MOVE "ODRIVE"               TO CONF-VAR
           CALL "config_get_value"  USING CONF-VAR
                                          CONF-VALUE

           MOVE SPACES                 TO BA-COMMAND
           STRING "<ntrcp " WS-SEND-FILE  " "
                  CONF-VALUE DELIMITED BY "  "
                  "AFI0/Output/"
                  DELIMITED BY SIZE
              INTO BA-COMMAND
           PERFORM Z-CALL-PIPE
           .

      /---
       X-EINDE.

           DISPLAY "****".
           DISPLAY "Basket entries read. . . : " TOT-BASKET-READ
           DISPLAY "Open entries reported. . : " TOT-BASKET-OPEN
           DISPLAY "Groups . . . . . . . . . : " WS-IND-HS
           DISPLAY "Component lines read . . : " TOT-LINES-READ
           DISPLAY "Lines that disagree. . . : " TOT-LINES-DISAGREE

           CLOSE EXCEPTION-BASKET.
           CLOSE JTMCHOTELS.
           CLOSE JTVHOTELS.
           CLOSE JTVFLIGHTS.
           CLOSE HOTSPOT-REPORT.

           IF TOT-BASKET-OPEN > ZEROS
              MOVE WS-HOTSPOT-REPORT-FILE TO WS-SEND-FILE
              PERFORM Y-SEND-FILE
           END-IF

      * RETURN-CODE may still hold what the caller or a CALL left in
      * it: the outcome of this run is the switch
           IF SW-FATAL-ERROR-NO
              DISPLAY "++++ normal end of cbl - bb7945.cbl"
              MOVE 0 TO RETURN-CODE
           ELSE
              DISPLAY "++++ ABNORMAL end of cbl - bb7945.cbl"
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
