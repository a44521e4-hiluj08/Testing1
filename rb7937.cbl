      * Program-ID.....: rb7937
      * Author.........: jluque01
      * Date Written.. : 02/09/2026
      * Last Updated...: 15/10/2026 at 10:00:00 by jluque01
      * Function.......: Start for bb7937
      *****************************************************************
     /*/Description ***************************************************
     /* Start for bb7937: aging report, escalation and purge of the
     /* JITS price exception basket JTPRICEBASKET, and purge of the
     /* bb7935 run archive
     /*
     /*/End-description ***********************************************
      * Input-file.....:
          03 BA-7937-ESCALATE-DAYS  PIC 9(3).
          03 BA-7937-RETENTION-DAYS PIC 9(3).
          03 BA-7937-OK             PIC X.
j61015    03 BA-7937-ARCHIVE-DAYS   PIC 9(3).

       SCREEN SECTION.

             05 LINE 11 COL 60  VALUE "[...]".
             05 LINE 12 COL 17
                VALUE "(0 = keep all resolved entries)".
j61015       05 LINE 14 COL 15
j61015          VALUE "- Purge run archives older than (days)   :".
j61015       05 LINE 14 COL 60  VALUE "[...]".
j61015       05 LINE 15 COL 17
j61015          VALUE "(0 = keep all archived price-check runs)".
j61015       05 LINE 17 COL 15
                VALUE "Parameters OK . . . . . . . . . . . . .  : [.]".

          03 SCR-VARAIBLES.
                                         USING  BA-7937-ESCALATE-DAYS.
             05 LINE 11 COL 61 HIGHLIGHT PIC 9(3)
                                         USING  BA-7937-RETENTION-DAYS.
j61015       05 LINE 14 COL 61 HIGHLIGHT PIC 9(3)
j61015                                   USING  BA-7937-ARCHIVE-DAYS.
j61015       05 LINE 17 COL 60 HIGHLIGHT PIC X
                                         USING  BA-7937-OK.

       PROCEDURE DIVISION.
           MOVE SPACES TO BA-USER-PARAMS.

      * Set default values: escalate after two weeks, purge resolved
j61015* entries after half a year, run archives after thirteen months
           MOVE 14                 TO BA-7937-ESCALATE-DAYS.
           MOVE 180                TO BA-7937-RETENTION-DAYS.
j61015     MOVE 400                TO BA-7937-ARCHIVE-DAYS.
           MOVE "Y"                TO BA-7937-OK.

           CALL "box1".
              GO TO B-100-DISPLAY
           END-IF

j61015     IF BA-7937-ARCHIVE-DAYS IS NOT NUMERIC
j61015        DISPLAY "Archive days must be numeric (0 = off)"
j61015                 LINE 25
j61015                 COL 1
j61015        END-DISPLAY
j61015        GO TO B-100-DISPLAY
j61015     END-IF

           IF BA-7937-OK = "Y"
              NEXT SENTENCE
           ELSE
