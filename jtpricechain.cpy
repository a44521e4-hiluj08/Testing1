      ******************************************************************
      * JTPRICECHAIN - step status of the nightly price-check chain
      * run by bb7946: per chain a header (step 00) and one record
      * per step with its start, end and outcome, the JTPRICERUNS
      * run id of a price-check step, and the parameters the step
      * was given, so a restarted chain resumes at the failed step
      * with the same parameters.  Shown by rb7947.
      ******************************************************************
       01 EXCH-RECORD.
          03 EXCH-KEY.
             05 EXCH-CHAIN-ID              PIC 9(14).
             05 EXCH-STEP-NO               PIC 9(2).
          03 EXCH-STEP-PROG                PIC X(8).
          03 EXCH-STEP-DESC                PIC X(30).
          03 EXCH-STATUS                   PIC X.
             88 EXCH-STATUS-WAITING        VALUE "W".
             88 EXCH-STATUS-ACTIVE         VALUE "A".
             88 EXCH-STATUS-DONE           VALUE "D".
             88 EXCH-STATUS-FAILED         VALUE "F".
             88 EXCH-STATUS-STOPPED        VALUE "S".
          03 EXCH-USER                     PIC X(8).
          03 EXCH-ATTEMPTS                 PIC 9(2).
          03 EXCH-START-DATE               PIC 9(8).
          03 EXCH-START-TIME               PIC 9(6).
          03 EXCH-END-DATE                 PIC 9(8).
          03 EXCH-END-TIME                 PIC 9(6).
          03 EXCH-RETURN-CODE              PIC 9(4).
          03 EXCH-RUN-ID                   PIC 9(14).
          03 EXCH-RUN-EXCEPTIONS           PIC 9(9).
          03 EXCH-MESSAGE                  PIC X(40).
          03 EXCH-PARAMS                   PIC X(200).
          03 FILLER                        PIC X(20).
