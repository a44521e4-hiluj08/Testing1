       IDENTIFICATION DIVISION.
      ****************************************************************
      * Program-ID.....: rb7948
      * Author.........: jluque01
      * Date Written.. : 15/10/2026
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Archived price-check runs, ship one again
      *****************************************************************
     /*/Description ***************************************************
     /* Lists the bb7935 / bb7935c runs whose outputs are filed in
     /* the run archive ($DD_WORKDIR/price_runs/<run id>), from the
     /* JTPRICERUNS run registry, starting at a run date: run id,
     /* mode, end time, bookings, exceptions and total difference.
     /* F5 pages forward.  Entering a run id ships the files listed
     /* in that run's archive.lst to the O-drive again, the same
     /* way the run itself ships its extract.  Runs whose archive
     /* was purged by bb7937 can no longer be shipped
     /*/End-description ***********************************************
      * Input-file.....: JTPRICERUNS, archive.lst of the run
      * I-O-file.......:
      * Output-file....:
      ****************************************************************

      ****************************************************************
       PROGRAM-ID.                rb7948.
       AUTHOR.                    jluque01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNIX-SVR4.
       OBJECT-COMPUTER. UNIX-SVR4.

       SPECIAL-NAMES.

          CRT STATUS IS BA-CRT-STATUS
          CURSOR IS BA-CURSOR
          DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "jtpriceruns.sel".

           SELECT ARCHIVE-LIST     ASSIGN WS-ARCHIVE-LIST-FILE
                                   ORGANIZATION LINE SEQUENTIAL
                                   LOCK MODE IS MANUAL
                                   FILE STATUS IS WS-REPLY.

       DATA DIVISION.

       FILE SECTION.

       FD  PRICE-RUNS.
       COPY "jtpriceruns.cpy".

       FD  ARCHIVE-LIST.
       01  ARCHIVE-LIST-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-PROG-NAME         PIC X(07)
                               VALUE "rb7948 ".

       01 WS-REPLY             PIC X(02).

       COPY "commoncpy.cpy".

      * selection on the screen
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-SHIP-RUN-ID       PIC 9(14).

       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-BIN         PIC S9(08) COMP SYNC.
       01 WS-FROM-BIN          PIC S9(08) COMP SYNC.

      * the page on the screen starts at WS-PAGE-ID; F5 goes on
      * after the last run shown
       01 WS-PAGE-ID           PIC 9(14).
       01 WS-LAST-ID           PIC 9(14).
       01 SW-RUNS-EOF          PIC X       VALUE "N".
          88 SW-RUNS-EOF-YES               VALUE "Y".
          88 SW-RUNS-EOF-NO                VALUE "N".
       01 SW-LIST-EOF          PIC X       VALUE "N".
          88 SW-LIST-EOF-YES               VALUE "Y".
          88 SW-LIST-EOF-NO                VALUE "N".

       01 WS-RUN-LINES.
          03 WS-RUN-LINE OCCURS 14         PIC X(78).
       01 WS-RUN-COUNT         PIC 9(02).
       01 WS-RUN-DETAIL.
          03 WS-RUND-RUN-ID    PIC 9(14).
          03 FILLER            PIC X(2).
          03 WS-RUND-MODE      PIC X(10).
          03 FILLER            PIC X.
          03 WS-RUND-ENDED     PIC X(8).
          03 FILLER            PIC X(2).
          03 WS-RUND-BOOKINGS  PIC ZZZ.ZZZ.ZZ9.
          03 FILLER            PIC X(2).
          03 WS-RUND-EXC       PIC ZZZ.ZZ9.
          03 FILLER            PIC X(2).
          03 WS-RUND-DIFF      PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-RUN-HEADING.
          03 FILLER            PIC X(16)   VALUE "RUN ID".
          03 FILLER            PIC X(11)   VALUE "MODE".
          03 FILLER            PIC X(10)   VALUE "ENDED".
          03 FILLER            PIC X(13)   VALUE "   BOOKINGS".
          03 FILLER            PIC X(9)    VALUE "EXCEPT.".
          03 FILLER            PIC X(15)   VALUE "     DIFFERENCE".

       01 WS-TIME-IN           PIC 9(6).
       01 WS-TIME-IN-R REDEFINES WS-TIME-IN.
          03 WS-TIME-IN-HH     PIC 9(2).
          03 WS-TIME-IN-MM     PIC 9(2).
          03 WS-TIME-IN-SS     PIC 9(2).
       01 WS-TIME-OUT.
          03 WS-TIME-OUT-HH    PIC 9(2).
          03 FILLER            PIC X       VALUE ":".
          03 WS-TIME-OUT-MM    PIC 9(2).
          03 FILLER            PIC X       VALUE ":".
          03 WS-TIME-OUT-SS    PIC 9(2).

      * shipping a run again
       01 WS-ARCHIVE-LIST-FILE PIC X(80).
       01 WS-SEND-FILE         PIC X(100).
       01 WS-SHIP-COUNT        PIC 9(03).
       01 WS-MESSAGE           PIC X(78).

       COPY "wsbatch1.cpy".

       SCREEN SECTION.

       01 SCR-ARCHIVE-SCREEN.
          03 SCR-CONSTANTS.
             05 LINE 2  COL 26
                VALUE "Archived price-check runs".
             05 LINE 4  COL 4   VALUE "From run date (YYYYMMDD) :".
             05 LINE 4  COL 31  VALUE "[........]".
             05 LINE 5  COL 4   VALUE "Ship run id again . . . .:".
             05 LINE 5  COL 31  VALUE "[..............]".
             05 LINE 5  COL 48  VALUE "(0 = list only)".
             05 LINE 24 COL 4
                VALUE "ENTER=list / ship run   F5=next page   F6=quit".

          03 SCR-VARAIBLES.
             05 LINE 2  COL 2            PIC X(06)
                                         FROM WS-TUI-COMPANY-NAME.
             05 LINE 3  COL 2            PIC X(15) FROM  BE-PROG-NAME.
             05 LINE 4  COL 32 HIGHLIGHT PIC 9(8)
                                         USING  WS-FROM-DATE.
             05 LINE 5  COL 32 HIGHLIGHT PIC 9(14)
                                         USING  WS-SHIP-RUN-ID.
             05 LINE 7  COL 2            PIC X(78)
                                         FROM   WS-RUN-HEADING.
             05 LINE 8  COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(1).
             05 LINE 9  COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(2).
             05 LINE 10 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(3).
             05 LINE 11 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(4).
             05 LINE 12 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(5).
             05 LINE 13 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(6).
             05 LINE 14 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(7).
             05 LINE 15 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(8).
             05 LINE 16 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(9).
             05 LINE 17 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(10).
             05 LINE 18 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(11).
             05 LINE 19 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(12).
             05 LINE 20 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(13).
             05 LINE 21 COL 2            PIC X(78)
                                         FROM   WS-RUN-LINE(14).

       PROCEDURE DIVISION.

           DISPLAY "++++ Last Amended: 15/10/2026 10:00:00 jluque01".

      ************************************************************
      * Main controle                                            *
      ************************************************************
       A-MAIN-CONTROL SECTION.
       A-000.

           MOVE WS-PROG-NAME TO BE-PROG-NAME.

           CALL "box1".
           CALL "dfuncs".

           PERFORM B-OPEN-RUNS.
           PERFORM C-ARCHIVE-SCREEN.
           PERFORM X-EINDE.

      /---
       B-OPEN-RUNS SECTION.
       B-000.

           OPEN INPUT PRICE-RUNS.
           IF WS-REPLY = "35"
              DISPLAY "No run registry yet - nothing archived"
              PERFORM X-EINDE
           END-IF.
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open PRICE-RUNS " WS-REPLY
              PERFORM X-EINDE
           END-IF.

       B-999-EXIT. EXIT.
      /---
       C-ARCHIVE-SCREEN SECTION.
       C-000-DEFAULT.

      * Default: the runs of the last month

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "datec2b" USING WS-TODAY WS-TODAY-BIN.
           COMPUTE WS-FROM-BIN = WS-TODAY-BIN - 31.
           CALL "dateb2c" USING WS-FROM-BIN WS-FROM-DATE.
           MOVE ZEROS TO WS-SHIP-RUN-ID.

       C-050-LIST.

           COMPUTE WS-PAGE-ID = WS-FROM-DATE * 1000000.
           PERFORM S-100-LOAD-PAGE.

       C-100-DISPLAY.

           DISPLAY SCR-ARCHIVE-SCREEN.

           MOVE 0432 TO BA-CURSOR.

       C-100-ACCEPT.

           ACCEPT SCR-ARCHIVE-SCREEN.

      * Clear message line

           DISPLAY BA-CLEAR-LINE AT 2501.

      * List or ship if retrun/action/enter pressed

           IF BA-CRT-STAT-1 = 0
              GO TO C-200-CHECK-PARAMS
           END-IF.

      * Redisplay if fuction-key 2

           IF BA-CRT-STAT-1 = 1
              IF BA-CRT-STAT-2 = 2
                 GO TO C-100-DISPLAY
              END-IF
           END-IF.

      * Next page when fuction-key 5

           IF BA-CRT-STAT-1 = 1
              IF BA-CRT-STAT-2 = 5
                 GO TO C-300-NEXT-PAGE
              END-IF
           END-IF.

      * Leave program when fuction-key 6

           IF BA-CRT-STAT-1 = 1
              IF BA-CRT-STAT-2 = 6
                 DISPLAY SPACES AT 0101
                 GO TO C-999-EXIT
              END-IF
           END-IF.

      * Message 'cause something went wrong

           DISPLAY "Invalid key pressed"
                    LINE 25
                    COL 1
           END-DISPLAY.

           GO TO C-100-DISPLAY.

       C-200-CHECK-PARAMS.

           IF WS-FROM-DATE IS NOT NUMERIC OR
              WS-FROM-DATE < 19000101
              DISPLAY "From run date must be a date YYYYMMDD"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO C-100-DISPLAY
           END-IF.

           IF WS-SHIP-RUN-ID IS NOT NUMERIC
              MOVE ZEROS TO WS-SHIP-RUN-ID
           END-IF.

           IF WS-SHIP-RUN-ID = ZEROS
              GO TO C-050-LIST
           END-IF.

           PERFORM S-700-SHIP-RUN.
           MOVE ZEROS TO WS-SHIP-RUN-ID.
           DISPLAY SCR-ARCHIVE-SCREEN.
           DISPLAY WS-MESSAGE
                    LINE 25
                    COL 1
           END-DISPLAY.
           GO TO C-100-ACCEPT.

       C-300-NEXT-PAGE.

           IF WS-RUN-COUNT < 14
              DISPLAY "No more archived runs"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO C-100-DISPLAY
           END-IF.

           COMPUTE WS-PAGE-ID = WS-LAST-ID + 1.
           PERFORM S-100-LOAD-PAGE.
           IF WS-RUN-COUNT = ZEROS
              DISPLAY "No more archived runs - back to the first page"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO C-050-LIST
           END-IF.
           GO TO C-100-DISPLAY.

       C-999-EXIT.
           EXIT.
      /---
       S-ROUTINES SECTION.
       S-100-LOAD-PAGE.

      * up to 14 archived runs from WS-PAGE-ID on, oldest first

           MOVE ZEROS  TO WS-RUN-COUNT.
           MOVE ZEROS  TO WS-LAST-ID.
           MOVE SPACES TO WS-RUN-LINES.

           MOVE WS-PAGE-ID TO EXRU-RUN-ID.
           SET SW-RUNS-EOF-NO TO TRUE.
           START PRICE-RUNS KEY IS NOT LESS THAN EXRU-KEY.
           IF WS-REPLY NOT = "00"
              SET SW-RUNS-EOF-YES TO TRUE
           END-IF.
           PERFORM S-150-READ-RUN
                   UNTIL SW-RUNS-EOF-YES OR WS-RUN-COUNT > 13.
           MOVE "00" TO WS-REPLY.

           IF WS-RUN-COUNT = ZEROS
              DISPLAY "No archived runs from this date"
                       LINE 25
                       COL 1
              END-DISPLAY
           END-IF.

       S-150-READ-RUN.

           READ PRICE-RUNS NEXT.
           IF WS-REPLY NOT = "00"
              SET SW-RUNS-EOF-YES TO TRUE
           ELSE
              IF EXRU-RUN-ARCHIVE-FILED
                 MOVE SPACES              TO WS-RUN-DETAIL
                 MOVE EXRU-RUN-ID         TO WS-RUND-RUN-ID
                 PERFORM S-500-MODE-TEXT
                 MOVE EXRU-END-TIME       TO WS-TIME-IN
                 PERFORM S-600-EDIT-TIME
                 MOVE WS-TIME-OUT         TO WS-RUND-ENDED
                 MOVE EXRU-INPUT-BOOKINGS TO WS-RUND-BOOKINGS
                 MOVE EXRU-EXCEPTIONS     TO WS-RUND-EXC
                 MOVE EXRU-TOTAL-DIFF     TO WS-RUND-DIFF
                 ADD 1 TO WS-RUN-COUNT
                 MOVE WS-RUN-DETAIL       TO WS-RUN-LINE(WS-RUN-COUNT)
                 MOVE EXRU-RUN-ID         TO WS-LAST-ID
              END-IF
           END-IF.

      /---
       S-500-MODE-TEXT.

           EVALUATE TRUE
              WHEN EXRU-MODE-DELTA
                 MOVE "DELTA"      TO WS-RUND-MODE
              WHEN EXRU-MODE-RECHECK
                 MOVE "RECHECK"    TO WS-RUND-MODE
              WHEN EXRU-MODE-DATE-RANGE
                 MOVE "DATE RANGE" TO WS-RUND-MODE
              WHEN EXRU-MODE-DEPARTURE
                 MOVE "DEPARTURE"  TO WS-RUND-MODE
              WHEN EXRU-MODE-INPUT-FILE
                 MOVE "INPUT FILE" TO WS-RUND-MODE
              WHEN EXRU-MODE-PRODUCT
                 MOVE "PRODUCTS"   TO WS-RUND-MODE
              WHEN OTHER
                 MOVE EXRU-MODE    TO WS-RUND-MODE
           END-EVALUATE.

       S-600-EDIT-TIME.

           MOVE WS-TIME-IN-HH TO WS-TIME-OUT-HH.
           MOVE WS-TIME-IN-MM TO WS-TIME-OUT-MM.
           MOVE WS-TIME-IN-SS TO WS-TIME-OUT-SS.

      /---
       S-700-SHIP-RUN.

      * every file the run filed in its archive.lst goes to the
      * O-drive again, under its own name

           MOVE SPACES TO WS-MESSAGE.
           MOVE WS-SHIP-RUN-ID TO EXRU-RUN-ID.
           READ PRICE-RUNS.
           IF WS-REPLY NOT = "00"
              STRING "Run " WS-SHIP-RUN-ID
                     " is not in the run registry"
                 DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              IF EXRU-RUN-ARCHIVE-PURGED
                 STRING "The archive of run " WS-SHIP-RUN-ID
                        " has been purged"
                    DELIMITED BY SIZE INTO WS-MESSAGE
              ELSE
                 IF NOT EXRU-RUN-ARCHIVE-FILED
                    STRING "Run " WS-SHIP-RUN-ID
                           " has no archived files"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                 ELSE
                    PERFORM S-750-SHIP-ARCHIVE
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-REPLY.

       S-750-SHIP-ARCHIVE.

           MOVE SPACES TO WS-ARCHIVE-LIST-FILE.
           STRING "$DD_WORKDIR/price_runs/" WS-SHIP-RUN-ID
                  "/archive.lst"
              DELIMITED BY SIZE INTO WS-ARCHIVE-LIST-FILE.
           OPEN INPUT ARCHIVE-LIST.
           IF WS-REPLY NOT = "00"
              STRING "** Error open archive.lst of run "
                     WS-SHIP-RUN-ID " " WS-REPLY
                 DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              MOVE ZEROS TO WS-SHIP-COUNT
              SET SW-LIST-EOF-NO TO TRUE
              PERFORM S-800-SHIP-ONE-FILE UNTIL SW-LIST-EOF-YES
              CLOSE ARCHIVE-LIST
              STRING WS-SHIP-COUNT " files of run " WS-SHIP-RUN-ID
                     " shipped to the O-drive again"
                 DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       S-800-SHIP-ONE-FILE.

           READ ARCHIVE-LIST.
           IF WS-REPLY NOT = "00"
              SET SW-LIST-EOF-YES TO TRUE
           ELSE
              IF ARCHIVE-LIST-RECORD NOT = SPACES
                 MOVE ARCHIVE-LIST-RECORD TO WS-SEND-FILE
                 PERFORM Y-SEND-FILE
                 IF ( BA-PIPE-REPLY = 0 )
                    ADD 1 TO WS-SHIP-COUNT
                 END-IF
              END-IF
           END-IF.

       S-999-EXIT.
           EXIT.
      /---
       Y-SEND SECTION.
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

       Z-CALL-PIPE.
           MOVE 2                      TO BA-PIPE-REPLY

           CALL "cblpipe" USING BA-COMMAND
                                BA-PIPE-REPLY

           IF ( BA-PIPE-REPLY NOT = 0 )
              MOVE BA-PIPE-REPLY TO BA-DISP-2
              DISPLAY "++++ REPLY " BA-DISP-2 " CALLING PIPE"
                       LINE 25
                       COL 1
              END-DISPLAY
           END-IF
           .

       Y-999-EXIT.
           EXIT.
      /---
       X-EINDE SECTION.
       X-000.

           CLOSE PRICE-RUNS.

           DISPLAY "++++ normal end of cbl - rb7948 ".
           STOP RUN.
