      * Program-ID.....: bb7937.cbl
      * Author.........: jluque01
      * Date Written...: 02/09/2026 at 09:30:00
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: age, escalate and purge JTPRICEBASKET
      ******************************************************************
     /*/Description ****************************************************
     /*    with the same JTFAXMEMO / intranet alert bb7935 uses
     /*  - purges RESOLVED entries (and their status history) whose
     /*    last-seen date is older than the retention period
     /*  - purges the bb7935 run archive folders of runs older than
     /*    the archive retention period (the registry keeps the run,
     /*    marked purged) and the JTPRICEBOOKHIST result history of
     /*    the same runs
     /*
     /*/End-description ************************************************


           COPY "jtpricebaskethist.sel".

j61015     COPY "jtpriceruns.sel".

j61015     COPY "jtpricebookhist.sel".

           COPY "jtfaxmemo.sel"
                      REPLACING =="$DD_SYSFILES/JTFAXMEMO"==
                                   BY ==WS-JTFAXMEMO==.
       FD EXCEPTION-BASKET-HIST.
       COPY "jtpricebaskethist.cpy".

j61015 FD PRICE-RUNS.
j61015 COPY "jtpriceruns.cpy".

j61015 FD PRICE-BOOK-HIST.
j61015 COPY "jtpricebookhist.cpy".

       FD  JTFAXMEMO              EXTERNAL RECORDING MODE IS VARIABLE.
       COPY "jtfaxmemo.cpy".

          03 BA-ESCALATE-DAYS              PIC 9(3).
          03 BA-RETENTION-DAYS             PIC 9(3).
          03 BA-OK                         PIC X.
j61015    03 BA-ARCHIVE-DAYS               PIC 9(3).

       01 WS-DATE-NUM                        PIC 9(08).
       01 WS-DATE-FILE REDEFINES WS-DATE-NUM PIC X(8).
       01 SW-HIST-EOF                      PIC X       VALUE "N".
          88 SW-HIST-EOF-YES               VALUE "Y".
          88 SW-HIST-EOF-NO                VALUE "N".
j61015 01 SW-RUNS-EOF                      PIC X       VALUE "N".
j61015    88 SW-RUNS-EOF-YES               VALUE "Y".
j61015    88 SW-RUNS-EOF-NO                VALUE "N".
j61015 01 SW-BOOKHIST-EOF                  PIC X       VALUE "N".
j61015    88 SW-BOOKHIST-EOF-YES           VALUE "Y".
j61015    88 SW-BOOKHIST-EOF-NO            VALUE "N".
j61015 01 SW-FATAL-ERROR                   PIC X       VALUE "N".
j61015    88 SW-FATAL-ERROR-YES            VALUE "Y".
j61015    88 SW-FATAL-ERROR-NO             VALUE "N".

j61015* run archive retention: runs (and their run ids) started
j61015* before the cut-off date lose their archive folder
j61015 01 WS-ARCHIVE-CUTOFF-BIN            PIC S9(08) COMP SYNC.
j61015 01 WS-ARCHIVE-CUTOFF                PIC 9(8).
j61015 01 WS-ARCHIVE-CUTOFF-ID             PIC 9(14).
j61015 01 WS-ARCHIVE-DIR                   PIC X(60).

      * the whole remaining basket is tabled once, so the report can
      * be grouped by status and age bucket without re-reading
             05 TBBU-TEXT                  PIC X(12).
       01 WS-BU-IDX                        PIC 9.

j61015 01 TBST-STATUS-ORDER                PIC X(5)    VALUE "NICAR".
       01 REDEFINES TBST-STATUS-ORDER.
j61015    03 TBST-STATUS OCCURS 5          PIC X.
       01 WS-ST-IDX                        PIC 9.
       01 WS-STATUS-TEXT                   PIC X(24).

       01 TOT-PURGED-ENTRIES               PIC 9(9)    VALUE ZEROS.
       01 TOT-PURGED-HISTORY               PIC 9(9)    VALUE ZEROS.
       01 TOT-ESCALATED                    PIC 9(9)    VALUE ZEROS.
j61015 01 TOT-PURGED-ARCHIVES              PIC 9(9)    VALUE ZEROS.
j61015 01 TOT-PURGED-RESULTS               PIC 9(9)    VALUE ZEROS.
       01 WS-ESCALATED-DIFF                PIC S9(11)V9(2) VALUE ZEROS.

      * the ten oldest entries over the escalation limit go into the
                   BA-ESCALATE-DAYS " (zero = no escalation)"
           DISPLAY "Purge R entries last seen before (days): "
                   BA-RETENTION-DAYS " (zero = no purge)"
j61015     IF BA-ARCHIVE-DAYS IS NOT NUMERIC
j61015        MOVE ZEROS TO BA-ARCHIVE-DAYS
j61015     END-IF
j61015     DISPLAY "Purge run archives older than (days) . : "
j61015             BA-ARCHIVE-DAYS " (zero = keep all)"

j61015*    the run archive does not depend on the basket: it is
j61015*    purged even when there is no basket to age
j61015     IF BA-ARCHIVE-DAYS > ZEROS
j61015        PERFORM C-PURGE-RUN-ARCHIVE
j61015        PERFORM C-PURGE-RESULT-HISTORY
j61015     END-IF

           PERFORM B-OPENEN-BESTANDEN.

           END-IF
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening EXCEPTION-BASKET " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           END-IF
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening EXCEPTION-BASKET-HIST " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN I-O JTFAXMEMO
           IF WS-REPLY NOT = ZEROES
              DISPLAY "** Error open JTFAXMEMO " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF

           OPEN OUTPUT AGING-REPORT
           IF WS-REPLY <> ZEROES
              DISPLAY "** Error opening AGING-REPORT " WS-REPLY
j61015        SET SW-FATAL-ERROR-YES TO TRUE
j61015        MOVE 8 TO RETURN-CODE
              PERFORM X-EINDE
           END-IF
           .

      /---
j61015* Walk the run registry oldest run first up to the cut-off:
j61015* the archive folder of every filed run goes, the run record
j61015* stays for the trend reports and is marked purged.
j61015 C-PURGE-RUN-ARCHIVE.
j61015
j61015     COMPUTE WS-ARCHIVE-CUTOFF-BIN =
j61015             WS-TODAY-BIN - BA-ARCHIVE-DAYS
j61015     CALL "dateb2c" USING WS-ARCHIVE-CUTOFF-BIN WS-ARCHIVE-CUTOFF
j61015     COMPUTE WS-ARCHIVE-CUTOFF-ID = WS-ARCHIVE-CUTOFF * 1000000
j61015     DISPLAY "Run archives purged for runs before: "
j61015             WS-ARCHIVE-CUTOFF
j61015
j61015     OPEN I-O PRICE-RUNS
j61015     IF WS-REPLY = "35"
j61015        DISPLAY "Run registry not found - no archive to purge"
j61015     ELSE
j61015        IF WS-REPLY <> ZEROES
j61015           DISPLAY "** Error opening PRICE-RUNS " WS-REPLY
j61015           SET SW-FATAL-ERROR-YES TO TRUE
j61015           MOVE 8 TO RETURN-CODE
j61015           PERFORM X-EINDE
j61015        END-IF
j61015        MOVE ZEROS TO EXRU-RUN-ID
j61015        START PRICE-RUNS KEY IS GREATER THAN EXRU-KEY
j61015        IF WS-REPLY NOT = ZEROES
j61015           SET SW-RUNS-EOF-YES TO TRUE
j61015        ELSE
j61015           SET SW-RUNS-EOF-NO TO TRUE
j61015        END-IF
j61015        PERFORM C-PURGE-ONE-RUN UNTIL SW-RUNS-EOF-YES
j61015        CLOSE PRICE-RUNS
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 C-PURGE-ONE-RUN.
j61015
j61015     READ PRICE-RUNS NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-RUNS-EOF-YES TO TRUE
j61015     ELSE
j61015        IF EXRU-RUN-ID NOT < WS-ARCHIVE-CUTOFF-ID
j61015           SET SW-RUNS-EOF-YES TO TRUE
j61015        ELSE
j61015           IF EXRU-RUN-ARCHIVE-FILED
j61015              MOVE SPACES TO WS-ARCHIVE-DIR
j61015              STRING "$DD_WORKDIR/price_runs/" EXRU-RUN-ID
j61015                 DELIMITED BY SIZE INTO WS-ARCHIVE-DIR
j61015              MOVE SPACES TO BA-COMMAND
j61015              STRING "rm -rf " WS-ARCHIVE-DIR
j61015                 DELIMITED BY SIZE INTO BA-COMMAND
j61015              PERFORM Z-CALL-PIPE
j61015              IF ( BA-PIPE-REPLY NOT = 0 )
j61015                 DISPLAY "** Warning: archive not purged "
j61015                         WS-ARCHIVE-DIR
j61015              ELSE
j61015                 MOVE "P" TO EXRU-RUN-ARCHIVE
j61015                 REWRITE EXRU-RECORD
j61015                 IF WS-REPLY NOT = ZEROES
j61015                    DISPLAY "** Error rewrite PRICE-RUNS "
j61015                            WS-REPLY " - " EXRU-RUN-ID
j61015                 ELSE
j61015                    ADD 1 TO TOT-PURGED-ARCHIVES
j61015                 END-IF
j61015              END-IF
j61015           END-IF
j61015        END-IF
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015* The per-booking results of the same runs: the history is
j61015* keyed booking first, so this is one full pass.
j61015 C-PURGE-RESULT-HISTORY.
j61015
j61015     OPEN I-O PRICE-BOOK-HIST
j61015     IF WS-REPLY = "35"
j61015        DISPLAY "Result history not found - nothing to purge"
j61015     ELSE
j61015        IF WS-REPLY <> ZEROES
j61015           DISPLAY "** Error opening PRICE-BOOK-HIST " WS-REPLY
j61015           SET SW-FATAL-ERROR-YES TO TRUE
j61015           MOVE 8 TO RETURN-CODE
j61015           PERFORM X-EINDE
j61015        END-IF
j61015        MOVE ZEROS TO EXPH-BOOKNR9
j61015                      EXPH-RUN-ID
j61015        START PRICE-BOOK-HIST KEY IS NOT LESS THAN EXPH-KEY
j61015        IF WS-REPLY NOT = ZEROES
j61015           SET SW-BOOKHIST-EOF-YES TO TRUE
j61015        ELSE
j61015           SET SW-BOOKHIST-EOF-NO TO TRUE
j61015        END-IF
j61015        PERFORM C-PURGE-ONE-RESULT UNTIL SW-BOOKHIST-EOF-YES
j61015        CLOSE PRICE-BOOK-HIST
j61015     END-IF
j61015     MOVE ZEROES TO WS-REPLY
j61015     .
j61015
j61015 C-PURGE-ONE-RESULT.
j61015
j61015     READ PRICE-BOOK-HIST NEXT
j61015     IF WS-REPLY NOT = ZEROES
j61015        SET SW-BOOKHIST-EOF-YES TO TRUE
j61015     ELSE
j61015        IF EXPH-RUN-ID < WS-ARCHIVE-CUTOFF-ID
j61015           DELETE PRICE-BOOK-HIST
j61015           IF WS-REPLY = ZEROES
j61015              ADD 1 TO TOT-PURGED-RESULTS
j61015           ELSE
j61015              DISPLAY "** Error delete PRICE-BOOK-HIST "
j61015                      WS-REPLY " - " EXPH-BOOKNR9
j61015           END-IF
j61015        END-IF
j61015     END-IF
j61015     .

      /---
      * One pass over the basket: purge what is over the retention
      * period, remember everything else in the table for the report
      * and note the escalation candidates on the way through.

           PERFORM E-PRINT-ONE-STATUS
                   VARYING WS-ST-IDX FROM 1 BY 1
j61015             UNTIL WS-ST-IDX > 5
           .

       E-PRINT-ONE-STATUS.
                 MOVE "N - NEW"                 TO WS-STATUS-TEXT
              WHEN "I"
                 MOVE "I - UNDER INVESTIGATION" TO WS-STATUS-TEXT
j61015        WHEN "C"
j61015           MOVE "C - CORRECTION APPROVED" TO WS-STATUS-TEXT
              WHEN "A"
                 MOVE "A - ACCEPTED DIFFERENCE" TO WS-STATUS-TEXT
              WHEN "R"
           DISPLAY "Entries purged . . . . . : " TOT-PURGED-ENTRIES
           DISPLAY "History records purged . : " TOT-PURGED-HISTORY
           DISPLAY "Entries escalated. . . . : " TOT-ESCALATED
j61015     DISPLAY "Run archives purged. . . : " TOT-PURGED-ARCHIVES
j61015     DISPLAY "Result history purged. . : " TOT-PURGED-RESULTS

           CLOSE EXCEPTION-BASKET.
           CLOSE EXCEPTION-BASKET-HIST.
           CLOSE JTFAXMEMO.
           CLOSE AGING-REPORT.

j61015* RETURN-CODE may still hold what the caller or a CALL left in
j61015* it: the outcome of this run is the switch
j61015     IF SW-FATAL-ERROR-NO
j61015        DISPLAY "++++ normal end of cbl - bb7937.cbl"
j61015        MOVE 0 TO RETURN-CODE
j61015     ELSE
j61015        DISPLAY "++++ ABNORMAL end of cbl - bb7937.cbl"
j61015        MOVE 8 TO RETURN-CODE
j61015     END-IF.
           EXIT PROGRAM.
           STOP RUN.
           .

j61015 Z-CALL-PIPE.
j61015     MOVE 2                      TO BA-PIPE-REPLY
j61015
j61015     CALL "cblpipe" USING BA-COMMAND
j61015                          BA-PIPE-REPLY
j61015
j61015     IF ( BA-PIPE-REPLY NOT = 0 )
j61015        MOVE BA-PIPE-REPLY TO BA-DISP-2
j61015        DISPLAY "++++ REPLY " BA-DISP-2 " CALLING PIPE"
j61015     END-IF
j61015     .
