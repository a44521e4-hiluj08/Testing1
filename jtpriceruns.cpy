             88 EXRU-MODE-DEPARTURE        VALUE "V".
             88 EXRU-MODE-DELTA            VALUE "D".
             88 EXRU-MODE-RECHECK          VALUE "R".
j61015       88 EXRU-MODE-PRODUCT          VALUE "H".
          03 EXRU-DATE-FROM                PIC 9(8).
          03 EXRU-DATE-TO                  PIC 9(8).
          03 EXRU-TOLERANCE                PIC 9(5)V9(2).
          03 EXRU-TOTAL-DIFF               PIC S9(11)V9(2).
          03 EXRU-FAIL-PARA                PIC X(30).
          03 EXRU-FAIL-REPLY               PIC X(2).
j61015    03 EXRU-RUN-ARCHIVE              PIC X.
j61015       88 EXRU-RUN-ARCHIVE-FILED     VALUE "Y".
j61015       88 EXRU-RUN-ARCHIVE-PURGED    VALUE "P".
j61015    03 FILLER                        PIC X(19).
