       IDENTIFICATION DIVISION.
      ****************************************************************
      * Program-ID.....: rb7946
      * Author.........: jluque01
      * Date Written.. : 15/10/2026
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Start for bb7946
      *****************************************************************
     /*/Description ***************************************************
     /* Start for bb7946: the nightly price-check chain (index
     /* build, delta run, basket recheck, aging / escalation,
     /* voucher reconciliation, watchdog) with the parameters of
     /* its steps.  Submitted again after a failure the same night
     /* (within 18 hours) it resumes the unfinished chain at the
     /* failed step; an older unfinished chain is abandoned
     /*
     /*/End-description ***********************************************
      * Input-file.....:
      * I-O-file.......:
      * Output-file....:
      ****************************************************************

      ****************************************************************
       PROGRAM-ID.                rb7946.
       AUTHOR.                    jluque01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNIX-SVR4.
       OBJECT-COMPUTER. UNIX-SVR4.

       SPECIAL-NAMES.

          CRT STATUS IS BA-CRT-STATUS
          CURSOR IS BA-CURSOR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "jobparam.sel".

       DATA DIVISION.

       FILE SECTION.

       COPY "jobparam.cpy".

       WORKING-STORAGE SECTION.

       01 WS-REPLY             PIC X(02).

       01 WS-PROG-DESC         PIC X(38)
                               VALUE
                               "Nightly price-check chain".
       01 WS-PROG-NAME         PIC X(07)
                               VALUE "rb7946 ".

       COPY "wsl80.cpy".
       COPY "y2kdata.cpy".

       COPY "wsbatch1.cpy".
       01 REDEFINES BA-USER-PARAMS.
          03 BA-7946-TOLERANCE     PIC 9(5)V99.
          03 BA-7946-ESCALATE-DAYS PIC 9(3).
          03 BA-7946-RETENTION-DAYS PIC 9(3).
          03 BA-7946-ARCHIVE-DAYS  PIC 9(3).
          03 BA-7946-VOUCHER-DAYS  PIC 9(3).
          03 BA-7946-CUTOFF-HHMM   PIC 9(4).
          03 BA-7946-NEW-CHAIN     PIC X.
          03 BA-7946-OK            PIC X.
          03 BA-7946-CHILD-MAX-AGE PIC 9(2).
          03 BA-7946-CHILD-RED-CODE PIC X(6).
          03 BA-7946-INFANT-MAX-AGE PIC 9(2).
          03 BA-7946-INFANT-RED-CODE PIC X(6).

       SCREEN SECTION.

       01 SCR-SELECT-SCREEN.
          03 SCR-CONSTANTS.
             05 LINE 2  COL 25
                VALUE "Nightly price-check chain".
             05 LINE 5  COL 15  VALUE "- Delta run and recheck : ".
             05 LINE 6  COL 17  VALUE "TOLERANCE (EUR) :".
             05 LINE 6  COL 45  VALUE "[_______]".
             05 LINE 7  COL 17  VALUE "CHILD  MAX AGE / RED. :".
             05 LINE 7  COL 45  VALUE "[..] [______]".
             05 LINE 8  COL 17  VALUE "INFANT MAX AGE / RED. :".
             05 LINE 8  COL 45  VALUE "[..] [______]".
             05 LINE 9  COL 15  VALUE "- Basket aging : ".
             05 LINE 10 COL 17  VALUE "ESCALATE AFTER (DAYS) :".
             05 LINE 10 COL 45  VALUE "[___]".
             05 LINE 11 COL 17  VALUE "PURGE AFTER (DAYS) :".
             05 LINE 11 COL 45  VALUE "[___]".
             05 LINE 12 COL 17  VALUE "RUN ARCHIVE (DAYS) :".
             05 LINE 12 COL 45  VALUE "[___]".
             05 LINE 13 COL 15  VALUE "- Voucher reconciliation : ".
             05 LINE 14 COL 17  VALUE "PERIOD BACK (DAYS) :".
             05 LINE 14 COL 45  VALUE "[___]".
             05 LINE 16 COL 15  VALUE "- Watchdog : ".
             05 LINE 17 COL 17  VALUE "DELTA CUT-OFF (HHMM) :".
             05 LINE 17 COL 45  VALUE "[____]".
             05 LINE 19 COL 15  VALUE "New chain (Y/N) . . . . . : [.]".
             05 LINE 20 COL 17
                VALUE "(N = resume an unfinished chain)".
             05 LINE 22 COL 15
                VALUE "Parameters OK . . . . . . : [.]".

          03 SCR-VARAIBLES.
             05 LINE 2  COL 2            PIC X(06)
                                         FROM WS-TUI-COMPANY-NAME.
             05 LINE 3  COL 2            PIC X(15) FROM  BE-PROG-NAME.
             05 LINE 6  COL 46 HIGHLIGHT PIC 9(5)V99
                                         USING  BA-7946-TOLERANCE.
             05 LINE 7  COL 46 HIGHLIGHT PIC 9(2)
                                         USING  BA-7946-CHILD-MAX-AGE.
             05 LINE 7  COL 51 HIGHLIGHT PIC X(6)
                                         USING  BA-7946-CHILD-RED-CODE.
             05 LINE 8  COL 46 HIGHLIGHT PIC 9(2)
                                         USING  BA-7946-INFANT-MAX-AGE.
             05 LINE 8  COL 51 HIGHLIGHT PIC X(6)
                                         USING  BA-7946-INFANT-RED-CODE.
             05 LINE 10 COL 46 HIGHLIGHT PIC 9(3)
                                         USING  BA-7946-ESCALATE-DAYS.
             05 LINE 11 COL 46 HIGHLIGHT PIC 9(3)
                                         USING  BA-7946-RETENTION-DAYS.
             05 LINE 12 COL 46 HIGHLIGHT PIC 9(3)
                                         USING  BA-7946-ARCHIVE-DAYS.
             05 LINE 14 COL 46 HIGHLIGHT PIC 9(3)
                                         USING  BA-7946-VOUCHER-DAYS.
             05 LINE 17 COL 46 HIGHLIGHT PIC 9(4)
                                         USING  BA-7946-CUTOFF-HHMM.
             05 LINE 19 COL 44 HIGHLIGHT PIC X
                                         USING  BA-7946-NEW-CHAIN.
             05 LINE 22 COL 44 HIGHLIGHT PIC X
                                         USING  BA-7946-OK.

       PROCEDURE DIVISION.

           DISPLAY "++++ Last Amended: 15/10/2026 10:00:00 jluque01".

      ************************************************************
      * Main controle                                            *
      ************************************************************
       A-MAIN-CONTROL SECTION.
       A-000.

           ACCEPT BA-ARGUMENTS FROM COMMAND-LINE.
           MOVE WS-PROG-NAME TO BE-PROG-NAME.

           COPY "rbbatcha100.cbl.cpy".

      /---
       B-GET-PARAMS-FROM-SCREEN SECTION.
       B-000-DEFAULT.

      * Initialize params
           MOVE SPACES TO BA-USER-PARAMS.

      * Set default values: those of the steps' own start screens
           MOVE "Y"                TO BA-7946-OK.
           MOVE ZEROS              TO BA-7946-TOLERANCE.
           MOVE 14                 TO BA-7946-ESCALATE-DAYS.
           MOVE 180                TO BA-7946-RETENTION-DAYS.
           MOVE 400                TO BA-7946-ARCHIVE-DAYS.
           MOVE 91                 TO BA-7946-VOUCHER-DAYS.
           MOVE 0700               TO BA-7946-CUTOFF-HHMM.
           MOVE "N"                TO BA-7946-NEW-CHAIN.
           MOVE 11                 TO BA-7946-CHILD-MAX-AGE.
           MOVE 1                  TO BA-7946-INFANT-MAX-AGE.
           MOVE SPACES             TO BA-7946-CHILD-RED-CODE
                                      BA-7946-INFANT-RED-CODE.

           CALL "box1".
           CALL "dfuncs".

       B-100-DISPLAY.

           DISPLAY SCR-SELECT-SCREEN.

           MOVE 0646 TO BA-CURSOR.

       B-100-ACCEPT.

           ACCEPT SCR-SELECT-SCREEN.

      * Clear message line

           DISPLAY BA-CLEAR-LINE AT 2501.

      * Continue if retrun/action/enter pressed

           IF BA-CRT-STAT-1 = 0
              GO TO B-200-CHECK-PARAMS
           END-IF.

      * Redisplay if fuction-key 2

           IF BA-CRT-STAT-1 = 1
              IF BA-CRT-STAT-2 = 2
                 GO TO B-100-DISPLAY
              END-IF
           END-IF.

      * Abort program when fuction-key 6

           IF BA-CRT-STAT-1 = 1
              IF BA-CRT-STAT-2 = 6
                 DISPLAY SPACES AT 0101
                 DISPLAY "Job abandoned on user request"
                 PERFORM X-EINDE
              END-IF
           END-IF.

      * Message 'cause something went wrong

           DISPLAY "Invalid key pressed"
                    LINE 25
                    COL 1
           END-DISPLAY.

           GO TO B-100-DISPLAY.

       B-200-CHECK-PARAMS.

      * Now check parameters

           IF BA-7946-TOLERANCE IS NOT NUMERIC
              DISPLAY "Tolerance must be numeric"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7946-CHILD-MAX-AGE IS NOT NUMERIC OR
              BA-7946-INFANT-MAX-AGE IS NOT NUMERIC
              DISPLAY "Maximum ages must be numeric"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF
           IF BA-7946-CHILD-RED-CODE = LOW-VALUES
              MOVE SPACES TO BA-7946-CHILD-RED-CODE
           END-IF
           IF BA-7946-INFANT-RED-CODE = LOW-VALUES
              MOVE SPACES TO BA-7946-INFANT-RED-CODE
           END-IF
           IF BA-7946-CHILD-RED-CODE NOT = SPACES AND
              BA-7946-INFANT-RED-CODE = BA-7946-CHILD-RED-CODE
              DISPLAY "Child and infant reduction must differ"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7946-ESCALATE-DAYS IS NOT NUMERIC OR
              BA-7946-RETENTION-DAYS IS NOT NUMERIC OR
              BA-7946-ARCHIVE-DAYS IS NOT NUMERIC OR
              BA-7946-VOUCHER-DAYS IS NOT NUMERIC
              DISPLAY "Days must be numeric"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7946-CUTOFF-HHMM IS NOT NUMERIC OR
              BA-7946-CUTOFF-HHMM > 2359
              DISPLAY "Cut-off must be a time HHMM"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7946-NEW-CHAIN NOT = "Y" AND
              BA-7946-NEW-CHAIN NOT = "N"
              DISPLAY "New chain has to be Y or N"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7946-OK = "Y"
              NEXT SENTENCE
           ELSE
              DISPLAY "Submit job has to be Y"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF.

           COPY "rbbatchb300.cbl.cpy".

      /---
       E-EXECUTE SECTION.
       E-000.

           MOVE SPACES TO BA-USER-MESSAGEGROUP
                          BA-PRINT-FILE-NAMEGROUP.

           MOVE "bb7946          "  TO BA-USER-PROG(1).
           MOVE "copy            "  TO BA-USER-PROG(2).
           MOVE "end of cbl     "   TO BA-USER-PROG(3).

       E-500-PROG1.

           CALL "bb7946".

           DISPLAY "++++ normal end of cbl - rb7946 ".

       E-999-EXIT. EXIT.
      /---
       S-SAVE-PARAMS SECTION.

           COPY "rbbatchs000.cbl.cpy".

       S-100-MOVE-PARAMS.

           MOVE WS-PROG-DESC   TO JOBPARAM-PROG-DESCR.
           IF LENGTH OF JOBPARAM-USER-PARAMS < LENGTH OF BA-USER-PARAMS
              DISPLAY "** Error: JOBPARAM-USER-PARAMS ("
                      LENGTH OF JOBPARAM-USER-PARAMS
                      " bytes) is too small for BA-USER-PARAMS ("
                      LENGTH OF BA-USER-PARAMS
                      " bytes) - job parameters would be truncated"
           ELSE
              MOVE BA-USER-PARAMS TO JOBPARAM-USER-PARAMS
           END-IF
           MOVE "8"            TO JOBPARAM-TTL.

           COPY "rbbatchend.cbl.cpy".

       Z-LAST-LABEL.
