      * Program-ID.....: bb7940.cbl
      * Author.........: jluque01
      * Date Written...: 02/09/2026 at 09:30:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: reverse voucher reconciliation
      ******************************************************************
     /*/Description ****************************************************
       01 SW-BOOKING-FOUND                 PIC X.
          88 SW-BOOKING-FOUND-YES          VALUE "Y".
          88 SW-BOOKING-FOUND-NO           VALUE "N".
j61015 01 SW-FATAL-ERROR                   PIC X       VALUE "N".
j61015    88 SW-FATAL-ERROR-YES            VALUE "Y".
j61015    88 SW-FATAL-ERROR-NO             VALUE "N".

      * redeemed voucher numbers seen so far, to catch the same
      * voucher redeemed more than once in the period
           OPEN INPUT JTVBOOKINGS
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTVBOOKINGS " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN INPUT JTVBOOKINGSOLD
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTVBOOKINGSOLD " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN INPUT JTVMUNTKOERSEN
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTVMUNTKOERSEN " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN OUTPUT RECON-REPORT
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening RECON-REPORT " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           end-exec
           IF SQLCODE NOT = 0
              DISPLAY "cannot connect " SQLCODE " - " SQLERRMC
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .
           CLOSE JTVMUNTKOERSEN.
           CLOSE RECON-REPORT.

j61015* RETURN-CODE may still hold what the caller or a CALL left in
j61015* it: the outcome of this run is the switch
j61015     IF SW-FATAL-ERROR-NO
j61015        DISPLAY "++++ normal end of cbl - bb7940.cbl"
j61015        MOVE 0 TO RETURN-CODE
j61015     ELSE
j61015        DISPLAY "++++ ABNORMAL end of cbl - bb7940.cbl"
j61015        MOVE 8 TO RETURN-CODE
j61015     END-IF.
           EXIT PROGRAM.
           STOP RUN.
           .
