      ******************************************************************
      * JTVBPRODBOOKNR - product index over JTVBOOKINGS: one entry per
      * hotel / product code a booking holds, by departure date.
      * Rebuilt nightly by bb7939 with the departure-date index, read
      * by the bb7935 product selection mode.
      ******************************************************************
       01 JTPD-RECORD.
          03 JTPD-KEY.
             05 JTPD-PRODUCT-CODE          PIC X(6).
             05 JTPD-DEP-DATE              PIC S9(8)  COMP.
             05 JTPD-BOOKNR9               PIC 9(9).
