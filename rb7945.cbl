       IDENTIFICATION DIVISION.
      ****************************************************************
      * Program-ID.....: rb7945
      * Author.........: jluque01
      * Date Written.. : 15/10/2026
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Start for bb7945
      *****************************************************************
     /*/Description ***************************************************
     /* Start for bb7945: the open price exceptions grouped by
     /* hotel, room type and flight route, worst first, with the
     /* components that disagree most often per group
     /*
     /*/End-description ***********************************************
      * Input-file.....:
      * I-O-file.......:
      * Output-file....:
      ****************************************************************

      ****************************************************************
       PROGRAM-ID.                rb7945.
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
                               "Price exception hotspots".
       01 WS-PROG-NAME         PIC X(07)
                               VALUE "rb7945 ".

       COPY "wsl80.cpy".
       COPY "y2kdata.cpy".

       COPY "wsbatch1.cpy".
       01 REDEFINES BA-USER-PARAMS.
          03 BA-7945-INCL-ACCEPTED PIC X.
          03 BA-7945-TOP-COMPONENTS PIC 9.
          03 BA-7945-OK            PIC X.

       SCREEN SECTION.

       01 SCR-SELECT-SCREEN.
          03 SCR-CONSTANTS.
             05 LINE 2  COL 25
                VALUE "Price exception hotspots".
             05 LINE 8  COL 15  VALUE "- Basket entries : ".
             05 LINE 9  COL 17  VALUE "INCLUDE ACCEPTED (Y/N) :".
             05 LINE 9  COL 45  VALUE "[.]".
             05 LINE 10 COL 19
                VALUE "(open = new, investigation, correction)".
             05 LINE 11 COL 17  VALUE "COMPONENTS PER GROUP :".
             05 LINE 11 COL 45  VALUE "[.]".
             05 LINE 13 COL 15
                VALUE "Parameters OK . . . . . . : [.]".

          03 SCR-VARAIBLES.
             05 LINE 2  COL 2            PIC X(06)
                                         FROM WS-TUI-COMPANY-NAME.
             05 LINE 3  COL 2            PIC X(15) FROM  BE-PROG-NAME.
             05 LINE 9  COL 46 HIGHLIGHT PIC X
                                         USING  BA-7945-INCL-ACCEPTED.
             05 LINE 11 COL 46 HIGHLIGHT PIC 9
                                         USING  BA-7945-TOP-COMPONENTS.
             05 LINE 13 COL 44 HIGHLIGHT PIC X
                                         USING  BA-7945-OK.

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

      * Set default values: open entries only, top 3 components
           MOVE "Y"                TO BA-7945-OK.
           MOVE "N"                TO BA-7945-INCL-ACCEPTED.
           MOVE 3                  TO BA-7945-TOP-COMPONENTS.

           CALL "box1".
           CALL "dfuncs".

       B-100-DISPLAY.

           DISPLAY SCR-SELECT-SCREEN.

           MOVE 0946 TO BA-CURSOR.

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

           IF BA-7945-INCL-ACCEPTED NOT = "Y" AND
              BA-7945-INCL-ACCEPTED NOT = "N"
              DISPLAY "Include accepted has to be Y or N"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7945-TOP-COMPONENTS IS NOT NUMERIC OR
              BA-7945-TOP-COMPONENTS = ZERO
              DISPLAY "Components per group must be 1 to 9"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7945-OK = "Y"
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

           MOVE "bb7945          "  TO BA-USER-PROG(1).
           MOVE "copy            "  TO BA-USER-PROG(2).
           MOVE "end of cbl     "   TO BA-USER-PROG(3).

       E-500-PROG1.

           CALL "bb7945".

           DISPLAY "++++ normal end of cbl - rb7945 ".

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
