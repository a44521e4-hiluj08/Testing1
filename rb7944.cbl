       IDENTIFICATION DIVISION.
      ****************************************************************
      * Program-ID.....: rb7944
      * Author.........: jluque01
      * Date Written.. : 15/10/2026
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Start for bb7944
      *****************************************************************
     /*/Description ***************************************************
     /* Start for bb7944: what changed per booking between a
     /* price-check run and the previous run that checked the same
     /* booking, from the JTPRICEBOOKHIST result history
     /*
     /*/End-description ***********************************************
      * Input-file.....:
      * I-O-file.......:
      * Output-file....:
      ****************************************************************

      ****************************************************************
       PROGRAM-ID.                rb7944.
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
                               "Price check changes since last run".
       01 WS-PROG-NAME         PIC X(07)
                               VALUE "rb7944 ".

       COPY "wsl80.cpy".
       COPY "y2kdata.cpy".

       COPY "wsbatch1.cpy".
       01 REDEFINES BA-USER-PARAMS.
          03 BA-7944-RUN-ID        PIC 9(14).
          03 BA-7944-MIN-CHANGE    PIC 9(5)V99.
          03 BA-7944-OK            PIC X.

       SCREEN SECTION.

       01 SCR-SELECT-SCREEN.
          03 SCR-CONSTANTS.
             05 LINE 2  COL 25
                VALUE "Price check changes since last run".
             05 LINE 8  COL 15  VALUE "- Run to report : ".
             05 LINE 9  COL 17  VALUE "RUN ID :".
             05 LINE 9  COL 45  VALUE "[______________]".
             05 LINE 10 COL 19
                VALUE "(zero = latest completed run)".
             05 LINE 11 COL 17  VALUE "MINIMUM CHANGE (EUR) :".
             05 LINE 11 COL 45  VALUE "[_______]".
             05 LINE 13 COL 15
                VALUE "Parameters OK . . . . . . : [.]".

          03 SCR-VARAIBLES.
             05 LINE 2  COL 2            PIC X(06)
                                         FROM WS-TUI-COMPANY-NAME.
             05 LINE 3  COL 2            PIC X(15) FROM  BE-PROG-NAME.
             05 LINE 9  COL 46 HIGHLIGHT PIC 9(14)
                                         USING  BA-7944-RUN-ID.
             05 LINE 11 COL 46 HIGHLIGHT PIC 9(5)V99
                                         USING  BA-7944-MIN-CHANGE.
             05 LINE 13 COL 44 HIGHLIGHT PIC X
                                         USING  BA-7944-OK.

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

      * Set default values: the latest completed run, any change
           MOVE "Y"                TO BA-7944-OK.
           MOVE ZEROS              TO BA-7944-RUN-ID
                                      BA-7944-MIN-CHANGE.

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

           IF BA-7944-RUN-ID IS NOT NUMERIC
              DISPLAY "Run id must be numeric (zero = latest run)"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7944-MIN-CHANGE IS NOT NUMERIC
              DISPLAY "Minimum change must be numeric"
                       LINE 25
                       COL 1
              END-DISPLAY
              GO TO B-100-DISPLAY
           END-IF

           IF BA-7944-OK = "Y"
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

           MOVE "bb7944          "  TO BA-USER-PROG(1).
           MOVE "copy            "  TO BA-USER-PROG(2).
           MOVE "end of cbl     "   TO BA-USER-PROG(3).

       E-500-PROG1.

           CALL "bb7944".

           DISPLAY "++++ normal end of cbl - rb7944 ".

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
