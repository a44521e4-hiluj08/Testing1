      * Program-ID.....: rb7936
      * Author.........: jluque01
      * Date Written.. : 21/08/2026
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Maintain JITS price exception basket
      *****************************************************************
     /*/Description ***************************************************
     /* open one entry in detail, set its follow-up status, owner and
     /* comment, and keep a status history in JTPRICEBASKETH of who
     /* changed what and when
     /* Status C (correction approved) hands the entry to bb7943,
     /* which proposes the credit/debit note and resolves it
     /*/End-description ***********************************************
      * Input-file.....: JTPRICEBASKET, JTPRICEBASKETH
      * I-O-file.......: JTPRICEBASKET, JTPRICEBASKETH
       01 WS-SCR-FIRST-SEEN    PIC 9(8).
       01 WS-SCR-LAST-SEEN     PIC 9(8).
       01 WS-SCR-DIFF          PIC -ZZZ.ZZ9,99.
j61015 01 WS-SCR-REASON        PIC X(15).
       01 WS-SCR-STATUS-TEXT   PIC X(24).
       01 WS-SCR-OWNER         PIC X(8).
       01 WS-SCR-COMMENT       PIC X(40).
       01 WS-NEW-STATUS        PIC X.
       01 WS-OLD-STATUS        PIC X.
       01 WS-APPLY             PIC X.
j61015 01 WS-EARLIER-DOC-REF   PIC X(10).

      * most recent status changes of the booking on the detail screen
       01 WS-HIST-LINES.
             05 LINE 2  COL 30
                VALUE "Price exception basket".
             05 LINE 4  COL 4
j61015          VALUE "Status filter (N/I/A/C/R, space = all):".
             05 LINE 4  COL 43  VALUE "[.]".
             05 LINE 20 COL 4
                VALUE "Booking number for detail . . . . .  :".
             05 LINE 7  COL 4   VALUE "First seen  . . . . . . . :".
             05 LINE 8  COL 4   VALUE "Last seen . . . . . . . . :".
             05 LINE 9  COL 4   VALUE "Difference  . . . . . . . :".
j61015       05 LINE 9  COL 47  VALUE "Reason :".
             05 LINE 10 COL 4   VALUE "Status  . . . . . . . . . :".
             05 LINE 11 COL 4   VALUE "Owner . . . . . . . . . . :".
             05 LINE 11 COL 32  VALUE "[........]".
             05 LINE 12 COL 4   VALUE "Comment . . . . . . . . . :".
             05 LINE 12 COL 32
                VALUE "[........................................]".
j61015       05 LINE 14 COL 4   VALUE "New status (N/I/A/C/R). . :".
             05 LINE 14 COL 32  VALUE "[.]".
             05 LINE 15 COL 4   VALUE "Apply change (Y/N)  . . . :".
             05 LINE 15 COL 32  VALUE "[.]".
                                         FROM   WS-SCR-LAST-SEEN.
             05 LINE 9  COL 33           PIC X(11)
                                         FROM   WS-SCR-DIFF.
j61015       05 LINE 9  COL 56           PIC X(15)
j61015                                   FROM   WS-SCR-REASON.
             05 LINE 10 COL 33           PIC X(24)
                                         FROM   WS-SCR-STATUS-TEXT.
             05 LINE 11 COL 33 HIGHLIGHT PIC X(8)

       PROCEDURE DIVISION.

           DISPLAY "++++ Last Amended: 15/10/2026 10:00:00 jluque01".

      ************************************************************
      * Main controle                                            *

       C-200-PROCESS.

j61015     IF WS-LIST-FILTER = "N" OR "I" OR "A" OR "C" OR "R"
j61015                      OR SPACE
              NEXT SENTENCE
           ELSE
j61015        DISPLAY "Filter must be N, I, A, C, R or space"
                       LINE 25
                       COL 1
              END-DISPLAY
           MOVE ZEROS  TO WS-SCR-FIRST-SEEN.
           MOVE ZEROS  TO WS-SCR-LAST-SEEN.
           MOVE ZEROS  TO WS-SCR-DIFF.
j61015     MOVE SPACES TO WS-SCR-REASON.
           MOVE SPACES TO WS-SCR-STATUS-TEXT.
           MOVE SPACES TO WS-SCR-OWNER.
           MOVE SPACES TO WS-SCR-COMMENT.

       D-400-APPLY.

j61015     IF WS-NEW-STATUS = "N" OR "I" OR "A" OR "C" OR "R"
              NEXT SENTENCE
           ELSE
j61015        DISPLAY "New status must be N, I, A, C or R"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO D-100-DISPLAY
           END-IF.

j61015* a correction is only approved on an open entry: a resolved
j61015* one may already have had its credit/debit note from bb7943
j61015
j61015     IF WS-NEW-STATUS = "C" AND EXBA-STATUS-RESOLVED
j61015        DISPLAY "Reopen the resolved entry before approving C"
j61015                 LINE 25
j61015                 COL 1
j61015        END-DISPLAY
j61015        GO TO D-100-DISPLAY
j61015     END-IF.
j61015
j61015* nor on an entry that already has a document in its history:
j61015* approving it again would have bb7943 credit the booking twice
j61015
j61015     IF WS-NEW-STATUS = "C" AND NOT EXBA-STATUS-CORRECTION
j61015        PERFORM S-500-CHECK-EARLIER-DOC
j61015        IF WS-EARLIER-DOC-REF NOT = SPACES
j61015           DISPLAY "Document " WS-EARLIER-DOC-REF
j61015                   " already made - no second C"
j61015                    LINE 25
j61015                    COL 1
j61015           END-DISPLAY
j61015           GO TO D-100-DISPLAY
j61015        END-IF
j61015     END-IF.

      * taking an entry under investigation claims it for the user
      * behind the screen unless an owner was typed

           MOVE EXBA-FIRST-SEEN TO WS-SCR-FIRST-SEEN.
           MOVE EXBA-LAST-SEEN  TO WS-SCR-LAST-SEEN.
           MOVE EXBA-DIFF       TO WS-SCR-DIFF.
j61015* entries from before the reasons were kept are price entries
j61015     EVALUATE TRUE
j61015        WHEN EXBA-REASON-PAX-AGE-YES AND EXBA-REASON-PRICE-YES
j61015           MOVE "PRICE + PAX AGE"          TO WS-SCR-REASON
j61015        WHEN EXBA-REASON-PAX-AGE-YES
j61015           MOVE "PAX AGE"                  TO WS-SCR-REASON
j61015        WHEN OTHER
j61015           MOVE "PRICE"                    TO WS-SCR-REASON
j61015     END-EVALUATE.
           MOVE EXBA-OWNER      TO WS-SCR-OWNER.
           MOVE EXBA-COMMENT    TO WS-SCR-COMMENT.
           EVALUATE TRUE
                 MOVE "I - UNDER INVESTIGATION"  TO WS-SCR-STATUS-TEXT
              WHEN EXBA-STATUS-ACCEPTED
                 MOVE "A - ACCEPTED DIFFERENCE"  TO WS-SCR-STATUS-TEXT
j61015        WHEN EXBA-STATUS-CORRECTION
j61015           MOVE "C - CORRECTION APPROVED"  TO WS-SCR-STATUS-TEXT
              WHEN EXBA-STATUS-RESOLVED
                 MOVE "R - RESOLVED"             TO WS-SCR-STATUS-TEXT
              WHEN OTHER
           MOVE WS-OLD-STATUS   TO EXBH-OLD-STATUS.
           MOVE WS-NEW-STATUS   TO EXBH-NEW-STATUS.
           MOVE WS-SCR-COMMENT  TO EXBH-COMMENT.
j61015     MOVE SPACES          TO EXBH-DOC-REF.
           WRITE EXBH-RECORD.
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error write EXCEPTION-BASKET-HIST " WS-REPLY
              END-IF
           END-IF.

j61015/---
j61015 S-500-CHECK-EARLIER-DOC.
j61015
j61015* document reference of the last history line of the booking
j61015* that bb7943 wrote a credit/debit note for, spaces if none
j61015
j61015     MOVE SPACES TO WS-EARLIER-DOC-REF.
j61015     SET SW-HIST-EOF-NO TO TRUE.
j61015     MOVE WS-SCR-BOOKNR TO EXBH-BOOKNR9.
j61015     MOVE ZEROS         TO EXBH-SEQ.
j61015     START EXCEPTION-BASKET-HIST KEY IS GREATER THAN EXBH-KEY.
j61015     IF WS-REPLY NOT = "00"
j61015        SET SW-HIST-EOF-YES TO TRUE
j61015     END-IF.
j61015     PERFORM S-550-READ-DOC-REF UNTIL SW-HIST-EOF-YES.
j61015     MOVE "00" TO WS-REPLY.
j61015
j61015 S-550-READ-DOC-REF.
j61015
j61015     READ EXCEPTION-BASKET-HIST NEXT.
j61015     IF WS-REPLY NOT = "00"
j61015        SET SW-HIST-EOF-YES TO TRUE
j61015     ELSE
j61015        IF EXBH-BOOKNR9 NOT = WS-SCR-BOOKNR
j61015           SET SW-HIST-EOF-YES TO TRUE
j61015        ELSE
j61015           IF EXBH-DOC-REF NOT = SPACES AND
j61015              EXBH-DOC-REF NOT = LOW-VALUES
j61015              MOVE EXBH-DOC-REF TO WS-EARLIER-DOC-REF
j61015           END-IF
j61015        END-IF
j61015     END-IF.

       S-999-EXIT.
           EXIT.
      /---
