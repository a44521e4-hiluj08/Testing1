      * Program-ID.....: rb7935
      * Author.........: jluque01
      * Date Written.. : 22/10/2020
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Start for bb7935
      *****************************************************************
     /*/Description ***************************************************
       01  BOOKLIST-FILE-RECORD        PIC X(50).

       FD  AUDIT-LOG-FILE.
j61015 01  AUDIT-LOG-FILE-RECORD       PIC X(250).

j60902 FD  PRICE-RUN-LOCK.
j60902 COPY "jtpricelock.cpy".
       01 WS-BOOKLIST-DATA-LEN PIC 9(03).
       01 WS-AUDIT-LOG-FILE    PIC X(60).
       01 WS-AUDIT-USERID      PIC X(08).
j61015 01 AUDIT-LOG-RECORD     PIC X(250).
j60902 01 WS-LOCK-MESSAGE      PIC X(79).
j60902 01 SW-RUN-BUSY          PIC X.
j60902    88 SW-RUN-BUSY-YES               VALUE "Y".
j60902    03 BA-7935-PARTITIONS    PIC 9(2).
j60902    03 BA-7935-PART-NO       PIC 9(2).
j60902    03 BA-7935-DEPDATE       PIC X.
j61015    03 BA-7935-PRODUCTS      PIC X(34).
j61015    03 BA-7935-CHILD-MAX-AGE PIC 9(2).
j61015    03 BA-7935-CHILD-RED-CODE PIC X(6).
j61015    03 BA-7935-INFANT-MAX-AGE PIC 9(2).
j61015    03 BA-7935-INFANT-RED-CODE PIC X(6).

j60902 01 WS-PART-LOOP             PIC 9(2).
j60902 01 SW-PART-FAILED           PIC X   VALUE "N".
             05 LINE 2  COL 74  VALUE "/".
             05 LINE 2  COL 77  VALUE "/".
             05 LINE 3  COL 77  VALUE ":".
j61015       05 LINE 4  COL 15  VALUE "Choose one option:".
j61015       05 LINE 6  COL 15  VALUE "- Input File : ".
j61015       05 LINE 6  COL 45
                               VALUE "[______________________________]".
j61015       05 LINE 7  COL 15  VALUE "  Or ".
j61015       05 LINE 8  COL 15  VALUE "- Insert book date period : ".
j61015       05 LINE 9  COL 17  VALUE "DATE FROM : ".
j61015       05 LINE 9  COL 45  VALUE "[________]  (YYYYMMDD)".
j61015       05 LINE 10 COL 17  VALUE "DATE TO   :".
j61015       05 LINE 10 COL 45  VALUE "[________]  (YYYYMMDD)".
j61015       05 LINE 11 COL 17  VALUE "PRICE TOLERANCE (EUR) :".
j61015       05 LINE 11 COL 45  VALUE "[_______]".
j61015       05 LINE 12 COL 17  VALUE "CHILD  MAX AGE / RED. :".
j61015       05 LINE 12 COL 45  VALUE "[..] [______]".
j61015       05 LINE 13 COL 17  VALUE "INFANT MAX AGE / RED. :".
j61015       05 LINE 13 COL 45  VALUE "[..] [______]".
j61015       05 LINE 14 COL 15  VALUE "- Products (comma sep.) : ".
j61015       05 LINE 14 COL 45
j61015          VALUE "[__________________________________]".
j61015       05 LINE 15 COL 17
j61015          VALUE "(dates = departure period for a products run)".
             05 LINE 16 COL 15  VALUE "  Or ".
             05 LINE 17 COL 15  VALUE "- Booking numbers (comma sep.):".
             05 LINE 18 COL 17
             05 LINE 3  COL 2            PIC X(15) FROM  BE-PROG-NAME.
             05 LINE 3  COL 75           PIC X(02) FROM  BA-TIME-HH.
             05 LINE 3  COL 78           PIC X(02) FROM  BA-TIME-MM.
j61015       05 LINE 6  COL 46 HIGHLIGHT PIC X(30)
                                         USING  BA-7935-INPUT-FILE.
j61015       05 LINE 9  COL 46 HIGHLIGHT PIC 9(8)
                                         USING  BA-7935-DATE-FROM.
j61015       05 LINE 10 COL 46 HIGHLIGHT PIC 9(8)
                                         USING  BA-7935-DATE-TO.
j61015       05 LINE 11 COL 46 HIGHLIGHT PIC 9(5)V99
                                         USING  BA-7935-TOLERANCE.
j61015       05 LINE 12 COL 46 HIGHLIGHT PIC 9(2)
j61015                                   USING  BA-7935-CHILD-MAX-AGE.
j61015       05 LINE 12 COL 51 HIGHLIGHT PIC X(6)
j61015                                   USING  BA-7935-CHILD-RED-CODE.
j61015       05 LINE 13 COL 46 HIGHLIGHT PIC 9(2)
j61015                                   USING  BA-7935-INFANT-MAX-AGE.
j61015       05 LINE 13 COL 51 HIGHLIGHT PIC X(6)
j61015                                   USING  BA-7935-INFANT-RED-CODE.
             05 LINE 18 COL 18 HIGHLIGHT PIC X(60)
                                         USING  BA-7935-BOOKING-LIST.
j61015       05 LINE 14 COL 46 HIGHLIGHT PIC X(34)
j61015                                   USING  BA-7935-PRODUCTS.
             05 LINE 20 COL 46 HIGHLIGHT PIC X
                                         USING  BA-7935-FILE-SOURCE.
             05 LINE 21 COL 53 HIGHLIGHT PIC X
j60902     MOVE 1                  TO BA-7935-PARTITIONS.
j60902     MOVE ZEROS              TO BA-7935-PART-NO.
j60902     MOVE "N"                TO BA-7935-DEPDATE.
j61015     MOVE SPACES             TO BA-7935-PRODUCTS.
j61015     MOVE 11                 TO BA-7935-CHILD-MAX-AGE.
j61015     MOVE 1                  TO BA-7935-INFANT-MAX-AGE.
j61015     MOVE SPACES             TO BA-7935-CHILD-RED-CODE
j61015                                BA-7935-INFANT-RED-CODE.
j60821     MOVE ZEROS              TO BA-7935-MAX-EXCEPTIONS.
j60821     MOVE ZEROS              TO BA-7935-MAX-DIFF.
           MOVE "Y"                TO BA-7935-OK.

           DISPLAY SCR-SELECT-SCREEN.

j61015     MOVE 0628 TO BA-CURSOR.

       B-100-ACCEPT.

j60902        GO TO B-100-DISPLAY
j60902     END-IF

j61015* product run: the codes are looked up in the product index
j61015* for the departure period in the date fields, a mode of its
j61015* own like the departure-date scan
j61015     IF BA-7935-PRODUCTS NOT = SPACES AND LOW-VALUES
j61015        IF (BA-7935-INPUT-FILE NOT = SPACES AND
j61015            BA-7935-INPUT-FILE NOT = LOW-VALUES) OR
j61015           (BA-7935-BOOKING-LIST NOT = SPACES AND
j61015            BA-7935-BOOKING-LIST NOT = LOW-VALUES) OR
j61015           BA-7935-DELTA = "Y" OR
j61015           BA-7935-RECHECK = "Y" OR
j61015           BA-7935-DEPDATE = "Y" OR
j61015           BA-7935-PARTITIONS > 1
j61015           DISPLAY "Products run on a departure period on their o
j61015-                  "wn"
j61015                    LINE 25
j61015                    COL 1
j61015           END-DISPLAY
j61015           GO TO B-100-DISPLAY
j61015        END-IF
j61015     END-IF

j60902* departure-date selection is a date-range scan over the
j60902* departure index: it needs the date period and nothing else
j60902     IF BA-7935-DEPDATE = "Y"
j60902        END-IF
j60902     END-IF

j61015* a passenger age check runs for the reduction code given; a
j61015* code needs its maximum age
j61015     IF BA-7935-CHILD-MAX-AGE IS NOT NUMERIC OR
j61015        BA-7935-INFANT-MAX-AGE IS NOT NUMERIC
j61015        DISPLAY "Maximum ages must be numeric"
j61015                 LINE 25
j61015                 COL 1
j61015        END-DISPLAY
j61015        GO TO B-100-DISPLAY
j61015     END-IF
j61015     IF BA-7935-CHILD-RED-CODE = LOW-VALUES
j61015        MOVE SPACES TO BA-7935-CHILD-RED-CODE
j61015     END-IF
j61015     IF BA-7935-INFANT-RED-CODE = LOW-VALUES
j61015        MOVE SPACES TO BA-7935-INFANT-RED-CODE
j61015     END-IF
j61015     IF BA-7935-CHILD-RED-CODE NOT = SPACES AND
j61015        BA-7935-INFANT-RED-CODE = BA-7935-CHILD-RED-CODE
j61015        DISPLAY "Child and infant reduction must differ"
j61015                 LINE 25
j61015                 COL 1
j61015        END-DISPLAY
j61015        GO TO B-100-DISPLAY
j61015     END-IF

j60821* zero means: no alert on that limit
j60821     IF BA-7935-MAX-EXCEPTIONS IS NOT NUMERIC
j60821        MOVE ZEROS TO BA-7935-MAX-EXCEPTIONS
j60902               BA-7935-DEPDATE         DELIMITED BY SIZE
j60902               ";"                     DELIMITED BY SIZE
                     BA-7935-BOOKING-LIST    DELIMITED BY SIZE
j61015               ";"                     DELIMITED BY SIZE
j61015               BA-7935-PRODUCTS        DELIMITED BY SIZE
j61015               ";"                     DELIMITED BY SIZE
j61015               BA-7935-CHILD-RED-CODE  DELIMITED BY SIZE
j61015               ";"                     DELIMITED BY SIZE
j61015               BA-7935-CHILD-MAX-AGE   DELIMITED BY SIZE
j61015               ";"                     DELIMITED BY SIZE
j61015               BA-7935-INFANT-RED-CODE DELIMITED BY SIZE
j61015               ";"                     DELIMITED BY SIZE
j61015               BA-7935-INFANT-MAX-AGE  DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD
j61015*          a parameter that no longer fits must not vanish from
j61015*          the log unnoticed
j61015           ON OVERFLOW
j61015              DISPLAY "** Warning: audit log line truncated - "
j61015                      "widen AUDIT-LOG-RECORD"
              END-STRING

              WRITE AUDIT-LOG-FILE-RECORD FROM AUDIT-LOG-RECORD
