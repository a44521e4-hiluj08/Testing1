      ******************************************************************
      * JTPRICEBASKET - JITS price exception workbasket
      * written by bb7935, maintained with rb7936
j61015* status C (correction approved) is turned into a credit/debit
j61015* note proposal and set to R by bb7943
      ******************************************************************
       01 EXBA-RECORD.
          03 EXBA-KEY.
             88 EXBA-STATUS-NEW            VALUE "N".
             88 EXBA-STATUS-INVESTIGATION  VALUE "I".
             88 EXBA-STATUS-ACCEPTED       VALUE "A".
j61015       88 EXBA-STATUS-CORRECTION     VALUE "C".
             88 EXBA-STATUS-RESOLVED       VALUE "R".
j60902    03 EXBA-OWNER                    PIC X(8).
j60902    03 EXBA-COMMENT                  PIC X(40).
j61015* why the booking is in the basket; both blank on entries
j61015* written before the reasons were kept means price
j61015    03 EXBA-REASONS.
j61015       05 EXBA-REASON-PRICE          PIC X.
j61015          88 EXBA-REASON-PRICE-YES   VALUE "Y".
j61015       05 EXBA-REASON-PAX-AGE        PIC X.
j61015          88 EXBA-REASON-PAX-AGE-YES VALUE "Y".
j61015    03 FILLER                        PIC X(8).
