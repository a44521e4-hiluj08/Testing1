       IDENTIFICATION DIVISION.
      ****************************************************************
      * Program-ID.....: rb7947
      * Author.........: jluque01
      * Date Written.. : 15/10/2026
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Show the nightly price-check chain
      *****************************************************************
     /*/Description ***************************************************
     /* Shows the last chain run by bb7946 from JTPRICECHAIN at a
     /* glance: the chain's status, start and end, and per step its
     /* status, start and end time, return code, the JTPRICERUNS
     /* run id and exception count of a price-check step, and why a
     /* step failed or was stopped.  F5 pages back to the chain
     /* before it.  Read only: a failed chain is resumed by
     /* submitting rb7946 again
     /*/End-description ***********************************************
      * Input-file.....: JTPRICECHAIN
      * I-O-file.......:
      * Output-file....:
      ****************************************************************

      ****************************************************************
       PROGRAM-ID.                rb7947.
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

       COPY "jtpricechain.sel".

       DATA DIVISION.

       FILE SECTION.

       FD  PRICE-CHAIN.
       COPY "jtpricechain.cpy".

       WORKING-STORAGE SECTION.

       01 WS-PROG-NAME         PIC X(07)
                               VALUE "rb7947 ".

       01 WS-REPLY             PIC X(02).

      * the chain on the screen, and the limit for paging back
       01 WS-CHAIN-ID          PIC 9(14).
       01 WS-LIMIT-ID          PIC 9(14).
       01 SW-CHAIN-EOF         PIC X       VALUE "N".
          88 SW-CHAIN-EOF-YES              VALUE "Y".
          88 SW-CHAIN-EOF-NO               VALUE "N".
       01 SW-STEP-EOF          PIC X       VALUE "N".
          88 SW-STEP-EOF-YES               VALUE "Y".
          88 SW-STEP-EOF-NO                VALUE "N".

      * chain header fields
       01 WS-SCR-CHAIN-ID      PIC 9(14).
       01 WS-SCR-STATUS-TEXT   PIC X(24).
       01 WS-SCR-STARTED       PIC X(17).
       01 WS-SCR-ENDED         PIC X(17).
       01 WS-SCR-ATTEMPTS      PIC Z9.
       01 WS-SCR-MESSAGE       PIC X(40).

      * two screen lines per step
       01 WS-STEP-LINES.
          03 WS-STEP-LINE OCCURS 18        PIC X(78).
       01 WS-STEP-IND          PIC 9(02).
       01 WS-STEP-COUNT        PIC 9(02).
       01 WS-STEP-DETAIL.
          03 WS-STPD-NO        PIC 9(2).
          03 FILLER            PIC X.
          03 WS-STPD-PROG      PIC X(8).
          03 FILLER            PIC X.
          03 WS-STPD-DESC      PIC X(30).
          03 FILLER            PIC X.
          03 WS-STPD-STATUS    PIC X(8).
          03 FILLER            PIC X.
          03 WS-STPD-START     PIC X(8).
          03 FILLER            PIC X.
          03 WS-STPD-END       PIC X(8).
       01 WS-STEP-DETAIL-2.
          03 FILLER            PIC X(3).
          03 WS-STP2-TEXT      PIC X(75).
       01 WS-STEP-HEADING.
          03 FILLER            PIC X(3)    VALUE "NO".
          03 FILLER            PIC X(9)    VALUE "PROGRAM".
          03 FILLER            PIC X(31)   VALUE "DESCRIPTION".
          03 FILLER            PIC X(9)    VALUE "STATUS".
          03 FILLER            PIC X(9)    VALUE "STARTED".
          03 FILLER            PIC X(17)   VALUE "ENDED".

       01 WS-STATUS-CODE       PIC X.
       01 WS-STATUS-TEXT       PIC X(8).
       01 WS-EDIT-RC           PIC ZZZ9.
       01 WS-EDIT-EXC          PIC ZZZ.ZZ9.

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

       COPY "wsbatch1.cpy".

       SCREEN SECTION.

       01 SCR-CHAIN-SCREEN.
          03 SCR-CONSTANTS.
             05 LINE 2  COL 28
                VALUE "Nightly price-check chain".
             05 LINE 4  COL 4   VALUE "Chain . . . . :".
             05 LINE 4  COL 40  VALUE "Status . :".
             05 LINE 5  COL 4   VALUE "Started . . . :".
             05 LINE 5  COL 40  VALUE "Ended  . :".
             05 LINE 6  COL 4   VALUE "Message . . . :".
             05 LINE 6  COL 62  VALUE "Starts :".
             05 LINE 24 COL 4
                VALUE "ENTER=last chain   F5=previous chain   F6=quit".

          03 SCR-VARAIBLES.
             05 LINE 2  COL 2            PIC X(06)
                                         FROM WS-TUI-COMPANY-NAME.
             05 LINE 3  COL 2            PIC X(15) FROM  BE-PROG-NAME.
             05 LINE 4  COL 20           PIC 9(14)
                                         FROM   WS-SCR-CHAIN-ID.
             05 LINE 4  COL 51           PIC X(24)
                                         FROM   WS-SCR-STATUS-TEXT.
             05 LINE 5  COL 20           PIC X(17)
                                         FROM   WS-SCR-STARTED.
             05 LINE 5  COL 51           PIC X(17)
                                         FROM   WS-SCR-ENDED.
             05 LINE 6  COL 20           PIC X(40)
                                         FROM   WS-SCR-MESSAGE.
             05 LINE 6  COL 71           PIC X(2)
                                         FROM   WS-SCR-ATTEMPTS.
             05 LINE 8  COL 2            PIC X(78)
                                         FROM   WS-STEP-HEADING.
             05 LINE 9  COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(1).
             05 LINE 10 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(2).
             05 LINE 11 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(3).
             05 LINE 12 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(4).
             05 LINE 13 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(5).
             05 LINE 14 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(6).
             05 LINE 15 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(7).
             05 LINE 16 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(8).
             05 LINE 17 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(9).
             05 LINE 18 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(10).
             05 LINE 19 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(11).
             05 LINE 20 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(12).
             05 LINE 21 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(13).
             05 LINE 22 COL 2            PIC X(78)
                                         FROM   WS-STEP-LINE(14).

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

           PERFORM B-OPEN-CHAIN.
           PERFORM C-CHAIN-SCREEN.
           PERFORM X-EINDE.

      /---
       B-OPEN-CHAIN SECTION.
       B-000.

           OPEN INPUT PRICE-CHAIN.
           IF WS-REPLY = "35"
              DISPLAY "No chain yet - the chain runs from rb7946"
              PERFORM X-EINDE
           END-IF.
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open PRICE-CHAIN " WS-REPLY
              PERFORM X-EINDE
           END-IF.

       B-999-EXIT. EXIT.
      /---
       C-CHAIN-SCREEN SECTION.
       C-000-INIT.

           MOVE 99999999999999 TO WS-LIMIT-ID.
           PERFORM S-100-LOAD-CHAIN.

       C-100-DISPLAY.

           DISPLAY SCR-CHAIN-SCREEN.

       C-100-ACCEPT.

           ACCEPT SCR-CHAIN-SCREEN.

      * Clear message line

           DISPLAY BA-CLEAR-LINE AT 2501.

      * Back to the last chain if retrun/action/enter pressed

           IF BA-CRT-STAT-1 = 0
              GO TO C-000-INIT
           END-IF.

      * Redisplay if fuction-key 2

           IF BA-CRT-STAT-1 = 1
              IF BA-CRT-STAT-2 = 2
                 GO TO C-100-DISPLAY
              END-IF
           END-IF.

      * Previous chain when fuction-key 5

           IF BA-CRT-STAT-1 = 1
              IF BA-CRT-STAT-2 = 5
                 GO TO C-300-PREVIOUS
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

       C-300-PREVIOUS.

           IF WS-SCR-CHAIN-ID = ZEROS
              DISPLAY "No earlier chain - back to the last one"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO C-000-INIT
           END-IF.

           MOVE WS-SCR-CHAIN-ID TO WS-LIMIT-ID.
           PERFORM S-100-LOAD-CHAIN.
           IF WS-SCR-CHAIN-ID = ZEROS
              DISPLAY "No earlier chain - back to the last one"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO C-000-INIT
           END-IF.
           GO TO C-100-DISPLAY.

       C-999-EXIT.
           EXIT.
      /---
       S-ROUTINES SECTION.
       S-100-LOAD-CHAIN.

      * the latest chain header (step 00) before WS-LIMIT-ID, then
      * its steps

           MOVE ZEROS  TO WS-CHAIN-ID.
           MOVE ZEROS  TO WS-SCR-CHAIN-ID.
           MOVE SPACES TO WS-SCR-STATUS-TEXT.
           MOVE SPACES TO WS-SCR-STARTED.
           MOVE SPACES TO WS-SCR-ENDED.
           MOVE SPACES TO WS-SCR-MESSAGE.
           MOVE ZEROS  TO WS-SCR-ATTEMPTS.
           MOVE SPACES TO WS-STEP-LINES.

           MOVE ZEROS TO EXCH-CHAIN-ID.
           MOVE ZEROS TO EXCH-STEP-NO.
           SET SW-CHAIN-EOF-NO TO TRUE.
           START PRICE-CHAIN KEY IS NOT LESS THAN EXCH-KEY.
           IF WS-REPLY NOT = "00"
              SET SW-CHAIN-EOF-YES TO TRUE
           END-IF.
           PERFORM S-150-READ-HEADER UNTIL SW-CHAIN-EOF-YES.
           MOVE "00" TO WS-REPLY.

           IF WS-CHAIN-ID = ZEROS
              DISPLAY "No chain found"
                       LINE 25
                       COL 1
              END-DISPLAY
           ELSE
              MOVE WS-CHAIN-ID TO EXCH-CHAIN-ID
              MOVE ZEROS       TO EXCH-STEP-NO
              READ PRICE-CHAIN
              IF WS-REPLY = "00"
                 PERFORM S-200-SHOW-HEADER
                 PERFORM S-300-LOAD-STEPS
              END-IF
              MOVE "00" TO WS-REPLY
           END-IF.

       S-150-READ-HEADER.

           READ PRICE-CHAIN NEXT.
           IF WS-REPLY NOT = "00"
              SET SW-CHAIN-EOF-YES TO TRUE
           ELSE
              IF EXCH-CHAIN-ID NOT < WS-LIMIT-ID
                 SET SW-CHAIN-EOF-YES TO TRUE
              ELSE
                 IF EXCH-STEP-NO = ZEROS
                    MOVE EXCH-CHAIN-ID TO WS-CHAIN-ID
                 END-IF
              END-IF
           END-IF.

      /---
       S-200-SHOW-HEADER.

           MOVE EXCH-CHAIN-ID   TO WS-SCR-CHAIN-ID.
           MOVE EXCH-STATUS     TO WS-STATUS-CODE.
           PERFORM S-500-STATUS-TEXT.
           MOVE SPACES          TO WS-SCR-STATUS-TEXT.
           STRING EXCH-STATUS " - " WS-STATUS-TEXT
              DELIMITED BY SIZE INTO WS-SCR-STATUS-TEXT.
           MOVE EXCH-START-TIME TO WS-TIME-IN.
           PERFORM S-600-EDIT-TIME.
           STRING EXCH-START-DATE " " WS-TIME-OUT
              DELIMITED BY SIZE INTO WS-SCR-STARTED.
           IF EXCH-END-DATE NOT = ZEROS
              MOVE EXCH-END-TIME TO WS-TIME-IN
              PERFORM S-600-EDIT-TIME
              STRING EXCH-END-DATE " " WS-TIME-OUT
                 DELIMITED BY SIZE INTO WS-SCR-ENDED
           END-IF.
           MOVE EXCH-ATTEMPTS   TO WS-SCR-ATTEMPTS.
           MOVE EXCH-MESSAGE    TO WS-SCR-MESSAGE.

      /---
       S-300-LOAD-STEPS.

           MOVE ZEROS TO WS-STEP-COUNT.
           SET SW-STEP-EOF-NO TO TRUE.
           START PRICE-CHAIN KEY IS GREATER THAN EXCH-KEY.
           IF WS-REPLY NOT = "00"
              SET SW-STEP-EOF-YES TO TRUE
           END-IF.
           PERFORM S-350-READ-STEP
                   UNTIL SW-STEP-EOF-YES OR WS-STEP-COUNT > 13.
           MOVE "00" TO WS-REPLY.

       S-350-READ-STEP.

           READ PRICE-CHAIN NEXT.
           IF WS-REPLY NOT = "00"
              SET SW-STEP-EOF-YES TO TRUE
           ELSE
              IF EXCH-CHAIN-ID NOT = WS-CHAIN-ID
                 SET SW-STEP-EOF-YES TO TRUE
              ELSE
                 MOVE SPACES          TO WS-STEP-DETAIL
                 MOVE EXCH-STEP-NO    TO WS-STPD-NO
                 MOVE EXCH-STEP-PROG  TO WS-STPD-PROG
                 MOVE EXCH-STEP-DESC  TO WS-STPD-DESC
                 MOVE EXCH-STATUS     TO WS-STATUS-CODE
                 PERFORM S-500-STATUS-TEXT
                 MOVE WS-STATUS-TEXT  TO WS-STPD-STATUS
                 IF EXCH-START-DATE NOT = ZEROS
                    MOVE EXCH-START-TIME TO WS-TIME-IN
                    PERFORM S-600-EDIT-TIME
                    MOVE WS-TIME-OUT  TO WS-STPD-START
                 END-IF
                 IF EXCH-END-DATE NOT = ZEROS
                    MOVE EXCH-END-TIME TO WS-TIME-IN
                    PERFORM S-600-EDIT-TIME
                    MOVE WS-TIME-OUT  TO WS-STPD-END
                 END-IF
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-DETAIL  TO WS-STEP-LINE(WS-STEP-COUNT)

                 MOVE SPACES          TO WS-STEP-DETAIL-2
                 MOVE EXCH-RETURN-CODE TO WS-EDIT-RC
                 IF EXCH-RUN-ID = ZEROS
                    STRING "RC " WS-EDIT-RC "   " EXCH-MESSAGE
                       DELIMITED BY SIZE INTO WS-STP2-TEXT
                 ELSE
                    MOVE EXCH-RUN-EXCEPTIONS TO WS-EDIT-EXC
                    STRING "RC " WS-EDIT-RC "   RUN " EXCH-RUN-ID
                           "  EXC " WS-EDIT-EXC "   " EXCH-MESSAGE
                       DELIMITED BY SIZE INTO WS-STP2-TEXT
                 END-IF
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-DETAIL-2 TO WS-STEP-LINE(WS-STEP-COUNT)
              END-IF
           END-IF.

      /---
       S-500-STATUS-TEXT.

           EVALUATE WS-STATUS-CODE
              WHEN "W"
                 MOVE "WAITING"  TO WS-STATUS-TEXT
              WHEN "A"
                 MOVE "ACTIVE"   TO WS-STATUS-TEXT
              WHEN "D"
                 MOVE "DONE"     TO WS-STATUS-TEXT
              WHEN "F"
                 MOVE "FAILED"   TO WS-STATUS-TEXT
              WHEN "S"
                 MOVE "STOPPED"  TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE WS-STATUS-CODE TO WS-STATUS-TEXT
           END-EVALUATE.

       S-600-EDIT-TIME.

           MOVE WS-TIME-IN-HH TO WS-TIME-OUT-HH.
           MOVE WS-TIME-IN-MM TO WS-TIME-OUT-MM.
           MOVE WS-TIME-IN-SS TO WS-TIME-OUT-SS.

       S-999-EXIT.
           EXIT.
      /---
       X-EINDE SECTION.
       X-000.

           CLOSE PRICE-CHAIN.

           DISPLAY "++++ normal end of cbl - rb7947 ".
           STOP RUN.
