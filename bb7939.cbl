      * Program-ID.....: bb7939.cbl
      * Author.........: jluque01
      * Date Written...: 02/09/2026 at 09:30:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: build JTVBDEPBOOKNR / JTVBPRODBOOKNR indexes
      ******************************************************************
     /*/Description ****************************************************
     /*
     /* runs; a full rebuild each night keeps the index honest
     /* without change tracking.
     /*
     /* The same pass rebuilds the JTVBPRODBOOKNR product index: the
     /* booking's own hotel code, the hotel code of every
     /* JTMCHOTELS line and the package codes of its NJPRODAUTOPRC /
     /* NJPRODAUTOHTL records, so the bb7935 product run finds the
     /* sold bookings behind a corrected price master.
     /*
     /*/End-description ************************************************

       ENVIRONMENT DIVISION.

           COPY "jtvbdepbooknr.sel".

j61015     COPY "jtmchotels.sel"
j61015                REPLACING =="$DD_SYSFILES/JTMCHOTELS"==
j61015                             BY ==WS-JTMCHOTELS==.

j61015     COPY "njprodautoprc.sel"
j61015                REPLACING ==:TAG:== BY ==NJPP==
j61015                          =="$DD_SYSFILES/NJPRODAUTOPRC"==
j61015                                    BY ==WS-NJPRODAUTOPRC==.

j61015     COPY "njprodautohtl.sel"
j61015                REPLACING ==:TAG:== BY ==NJPH==
j61015                          =="$DD_SYSFILES/NJPRODAUTOHTL"==
j61015                                    BY ==WS-NJPRODAUTOHTL==.

j61015     COPY "jtvbprodbooknr.sel".

       DATA DIVISION.
       FILE SECTION.

       FD  JTVBDEPBOOKNR.
       COPY "jtvbdepbooknr.cpy".

j61015 FD JTMCHOTELS              EXTERNAL RECORDING MODE IS VARIABLE.
j61015 COPY "jtmchotels.cpy"
j61015                REPLACING ==:TAG01:== BY ==01 JTMH==
j61015                          ==:TAG03:== BY ==03 JTMH==
j61015                          ==:TAG05:== BY ==05 JTMH==
j61015                          ==:TAG07:== BY ==07 JTMH==
j61015                          ==:TAG09:== BY ==09 JTMH==
j61015                          ==:TAG11:== BY ==11 JTMH==
j61015                          ==:TAG13:== BY ==13 JTMH==
j61015                          ==:TAG:== BY ==JTMH==
j61015                          ==:RED:== BY ==REDEFINES==
j61015                          ==:RED03:== BY ==03 REDEFINES==
j61015                          ==:RED05:== BY ==05 REDEFINES==
j61015                          ==:RED07:== BY ==07 REDEFINES==.

j61015 FD  NJPRODAUTOPRC        EXTERNAL
j61015                          RECORDING MODE IS VARIABLE.
j61015 COPY "njprodautoprctag.cpy"
j61015                REPLACING ==:TAG01:== BY ==01 NJPP==
j61015                          ==:TAG02:== BY ==02 NJPP==
j61015                          ==:TAG03:== BY ==03 NJPP==
j61015                          ==:TAG04:== BY ==04 NJPP==
j61015                          ==:TAG05:== BY ==05 NJPP==
j61015                          ==:TAG07:== BY ==07 NJPP==
j61015                          ==:TAG08:== BY ==08 NJPP==
j61015                          ==:TAG09:== BY ==09 NJPP==
j61015                          ==:TAG11:== BY ==11 NJPP==
j61015                          ==:TAG13:== BY ==13 NJPP==
j61015                          ==:TAG15:== BY ==15 NJPP==
j61015                          ==:TAG88:== BY ==88 NJPP==
j61015                          ==:TAG:== BY ==NJPP==
j61015                          ==:RED:== BY ==REDEFINES==
j61015                          ==:RED03:== BY ==03 REDEFINES==
j61015                          ==:RED05:== BY ==05 REDEFINES==
j61015                          ==:RED07:== BY ==07 REDEFINES==
j61015                          ==:RED09:== BY ==09 REDEFINES==
j61015                          ==:RED11:== BY ==11 REDEFINES==
j61015                          ==:RED13:== BY ==13 REDEFINES==.

j61015 FD  NJPRODAUTOHTL        EXTERNAL
j61015                          RECORDING MODE IS VARIABLE.
j61015 COPY "njprodautohtltag.cpy"
j61015                REPLACING ==:TAG01:== BY ==01 NJPH==
j61015                          ==:TAG02:== BY ==02 NJPH==
j61015                          ==:TAG03:== BY ==03 NJPH==
j61015                          ==:TAG04:== BY ==04 NJPH==
j61015                          ==:TAG05:== BY ==05 NJPH==
j61015                          ==:TAG07:== BY ==07 NJPH==
j61015                          ==:TAG08:== BY ==08 NJPH==
j61015                          ==:TAG09:== BY ==09 NJPH==
j61015                          ==:TAG11:== BY ==11 NJPH==
j61015                          ==:TAG13:== BY ==13 NJPH==
j61015                          ==:TAG15:== BY ==15 NJPH==
j61015                          ==:TAG88:== BY ==88 NJPH==
j61015                          ==:TAG:== BY ==NJPH==
j61015                          ==:RED:== BY ==REDEFINES==
j61015                          ==:RED03:== BY ==03 REDEFINES==
j61015                          ==:RED05:== BY ==05 REDEFINES==
j61015                          ==:RED07:== BY ==07 REDEFINES==
j61015                          ==:RED09:== BY ==09 REDEFINES==
j61015                          ==:RED11:== BY ==11 REDEFINES==
j61015                          ==:RED13:== BY ==13 REDEFINES==.

j61015 FD  JTVBPRODBOOKNR.
j61015 COPY "jtvbprodbooknr.cpy".

       WORKING-STORAGE SECTION.
       COPY "unixvelden.cpy".

       01 WS-REPLY                         PIC X(2).
       01 WS-JTVBOOKINGS                   PIC X(55).
j61015 01 WS-JTMCHOTELS                    PIC X(55).
j61015 01 WS-NJPRODAUTOPRC                 PIC X(55).
j61015 01 WS-NJPRODAUTOHTL                 PIC X(55).

       COPY "wsbatch1.cpy".

       01 TOT-BOOKINGS-READ                PIC 9(9)    VALUE ZEROS.
       01 TOT-INDEX-WRITTEN                PIC 9(9)    VALUE ZEROS.
       01 TOT-NO-DEP-DATE                  PIC 9(9)    VALUE ZEROS.
j61015 01 TOT-PRODUCT-WRITTEN              PIC 9(9)    VALUE ZEROS.

j61015 01 WS-PRODUCT-CODE                  PIC X(6).
j61015 01 SW-FATAL-ERROR                   PIC X       VALUE "N".
j61015    88 SW-FATAL-ERROR-YES            VALUE "Y".
j61015    88 SW-FATAL-ERROR-NO             VALUE "N".
j61015 01 SW-HOTEL-EOF                     PIC X       VALUE "N".
j61015    88 SW-HOTEL-EOF-YES              VALUE "Y".
j61015    88 SW-HOTEL-EOF-NO               VALUE "N".

       PROCEDURE DIVISION.

           OPEN INPUT JTVBOOKINGS
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTVBOOKINGS " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN OUTPUT JTVBDEPBOOKNR
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error open JTVBDEPBOOKNR " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

j61015     MOVE "$DD_SYSFILES/JTMCHOTELS" TO WS-JTMCHOTELS
j61015     OPEN INPUT JTMCHOTELS
j61015     IF WS-REPLY NOT = "00"
j61015        DISPLAY "** Error open JTMCHOTELS " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
j61015        PERFORM X-EINDE
j61015     END-IF

j61015     MOVE "$DD_SYSFILES/NJPRODAUTOPRC" TO WS-NJPRODAUTOPRC
j61015     OPEN INPUT NJPRODAUTOPRC
j61015     IF WS-REPLY NOT = "00"
j61015        DISPLAY "** Error open NJPRODAUTOPRC " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
j61015        PERFORM X-EINDE
j61015     END-IF

j61015     MOVE "$DD_SYSFILES/NJPRODAUTOHTL" TO WS-NJPRODAUTOHTL
j61015     OPEN INPUT NJPRODAUTOHTL
j61015     IF WS-REPLY NOT = "00"
j61015        DISPLAY "** Error open NJPRODAUTOHTL " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
j61015        PERFORM X-EINDE
j61015     END-IF

j61015     OPEN OUTPUT JTVBPRODBOOKNR
j61015     IF WS-REPLY NOT = "00"
j61015        DISPLAY "** Error open JTVBPRODBOOKNR " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
j61015        PERFORM X-EINDE
j61015     END-IF
           .

      /---
           START JTVBOOKINGS KEY IS NOT LESS THAN JTVB-KEY
           IF WS-REPLY NOT = "00"
              DISPLAY "** Error start JTVBOOKINGS " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

                 SET SW-END-OF-FILE-YES TO TRUE
              WHEN WS-REPLY NOT = ZEROES
                 DISPLAY "** Error read JTVBOOKINGS " WS-REPLY
j61015           SET SW-FATAL-ERROR-YES TO TRUE
j61015           MOVE 8 TO RETURN-CODE
                 SET SW-END-OF-FILE-YES TO TRUE
              WHEN JTVB-SUFFIX NOT = 99
      *          only the suffix-99 master carries the booking
                               WS-REPLY " - " JTDD-BOOKNR9
                    END-IF
                    MOVE ZEROES TO WS-REPLY
j61015              PERFORM D-INDEX-PRODUCTS
                 ELSE
                    ADD 1 TO TOT-NO-DEP-DATE
                 END-IF
           END-EVALUATE
           .

j61015* product entries of one booking: its own hotel code, the
j61015* package codes of its NJPRODAUTOPRC / NJPRODAUTOHTL records
j61015* (the ones R-CALC-AUTOPRICE in bb7935 prices), then the hotel
j61015* code of each of its JTMCHOTELS lines.  A booking holding the
j61015* same code twice gets one entry (the duplicate key).
j61015 D-INDEX-PRODUCTS.
j61015
j61015     MOVE JTVB-HOTEL-CODE TO WS-PRODUCT-CODE
j61015     PERFORM D-WRITE-PRODUCT-ENTRY
j61015
j61015     MOVE SPACES        TO NJPP-KEY
j61015     MOVE JTVB-BOOKNR9  TO NJPP-BOOKNR9
j61015     MOVE JTVB-SUFFIX   TO NJPP-SUFFIX
j61015     READ NJPRODAUTOPRC
j61015     IF WS-REPLY = ZEROES
j61015        MOVE NJPP-PRODUCT-CODE TO WS-PRODUCT-CODE
j61015        PERFORM D-WRITE-PRODUCT-ENTRY
j61015     END-IF
j61015
j61015     MOVE SPACES        TO NJPH-KEY
j61015     MOVE JTVB-BOOKNR9  TO NJPH-BOOKNR9
j61015     MOVE JTVB-SUFFIX   TO NJPH-SUFFIX
j61015     READ NJPRODAUTOHTL
j61015     IF WS-REPLY = ZEROES
j61015        MOVE NJPH-PRODUCT-CODE TO WS-PRODUCT-CODE
j61015        PERFORM D-WRITE-PRODUCT-ENTRY
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015
j61015     INITIALIZE JTMH-RECORD
j61015     MOVE JTVB-BOOKNR9 TO JTMH-BOOKNR9
j61015     MOVE ZEROS        TO JTMH-SUFFIX
j61015                          JTMH-SEQ
j61015     SET SW-HOTEL-EOF-NO TO TRUE
j61015     START JTMCHOTELS KEY IS NOT LESS THAN JTMH-KEY
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-HOTEL-EOF-YES TO TRUE
j61015     END-IF
j61015     PERFORM D-INDEX-ONE-HOTEL-LINE UNTIL SW-HOTEL-EOF-YES
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 D-INDEX-ONE-HOTEL-LINE.
j61015
j61015     READ JTMCHOTELS NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-HOTEL-EOF-YES TO TRUE
j61015     ELSE
j61015        IF JTMH-BOOKNR9 NOT = JTVB-BOOKNR9
j61015           SET SW-HOTEL-EOF-YES TO TRUE
j61015        ELSE
j61015           MOVE JTMH-HOTEL-CODE TO WS-PRODUCT-CODE
j61015           PERFORM D-WRITE-PRODUCT-ENTRY
j61015        END-IF
j61015     END-IF
j61015     .
j61015
j61015 D-WRITE-PRODUCT-ENTRY.
j61015
j61015     IF WS-PRODUCT-CODE NOT = SPACES AND LOW-VALUES
j61015        INITIALIZE JTPD-RECORD
j61015        MOVE WS-PRODUCT-CODE     TO JTPD-PRODUCT-CODE
j61015        MOVE JTVB-DEPARTURE-DATE TO JTPD-DEP-DATE
j61015        MOVE JTVB-BOOKNR9        TO JTPD-BOOKNR9
j61015        WRITE JTPD-RECORD
j61015        EVALUATE WS-REPLY
j61015           WHEN ZEROES
j61015              ADD 1 TO TOT-PRODUCT-WRITTEN
j61015           WHEN "22"
j61015              CONTINUE
j61015           WHEN OTHER
j61015              DISPLAY "** Error write JTVBPRODBOOKNR "
j61015                      WS-REPLY " - " JTPD-BOOKNR9
j61015        END-EVALUATE
j61015        MOVE ZEROES TO WS-REPLY
j61015     END-IF
j61015     .

      /---
       X-EINDE.

           DISPLAY "Bookings read. . . . . . : " TOT-BOOKINGS-READ
           DISPLAY "Index entries written. . : " TOT-INDEX-WRITTEN
           DISPLAY "Without departure date . : " TOT-NO-DEP-DATE
j61015     DISPLAY "Product entries written. : " TOT-PRODUCT-WRITTEN

           CLOSE JTVBOOKINGS.
           CLOSE JTVBDEPBOOKNR.
j61015     CLOSE JTMCHOTELS.
j61015     CLOSE NJPRODAUTOPRC.
j61015     CLOSE NJPRODAUTOHTL.
j61015     CLOSE JTVBPRODBOOKNR.

j61015* RETURN-CODE may still hold what the caller or a CALL left in
j61015* it: the outcome of this run is the switch
j61015     IF SW-FATAL-ERROR-NO
j61015        DISPLAY "++++ normal end of cbl - bb7939.cbl"
j61015        MOVE 0 TO RETURN-CODE
j61015     ELSE
j61015        DISPLAY "++++ ABNORMAL end of cbl - bb7939.cbl"
j61015        MOVE 8 TO RETURN-CODE
j61015     END-IF.
           EXIT PROGRAM.
           STOP RUN.
           .
