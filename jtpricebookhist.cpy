      ******************************************************************
      * JTPRICEBOOKHIST - per-booking result history of the bb7935
      * price check: one record per booking per run, keyed booking
      * first so all runs of one booking read together in run-id
      * order.  Written by bb7935 (whole runs) and bb7935c (under
      * the consolidation run id of a partitioned run); read by
      * bb7944 for the run-to-run change report.
      ******************************************************************
       01 EXPH-RECORD.
          03 EXPH-KEY.
             05 EXPH-BOOKNR9               PIC 9(9).
             05 EXPH-RUN-ID                PIC 9(14).
          03 EXPH-SALDO                    PIC S9(6)V9(2).
          03 EXPH-MODCALC-PRICE            PIC S9(6)V9(2).
          03 EXPH-WB-PRICE                 PIC S9(6)V9(2).
          03 EXPH-AUTOPRICE                PIC S9(6)V9(2).
          03 EXPH-DIFF                     PIC S9(6)V9(2).
          03 EXPH-EXCEPTION                PIC X.
             88 EXPH-EXCEPTION-YES         VALUE "Y".
             88 EXPH-EXCEPTION-NO          VALUE "N".
          03 EXPH-REASON-PRICE             PIC X.
          03 EXPH-REASON-PAX-AGE           PIC X.
          03 FILLER                        PIC X(20).
